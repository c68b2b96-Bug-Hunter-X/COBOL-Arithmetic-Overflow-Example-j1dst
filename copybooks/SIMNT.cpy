*> Maintenance transaction for the standing-instruction master: one
*> action per record, applied by ARITHSIM. ADD puts a new active
*> instruction on file for an open reference account; CHANGE replaces
*> the schedule, weekday, dates or pair of an existing instruction
*> field by field (a blank field leaves the stored value alone);
*> SUSPEND holds an active instruction and RESUME makes a suspended
*> one active again; END retires the instruction for good, with the
*> end date given or, when blank, the date of the maintenance run.
*> Dates are YYYYMMDD; the pair and weekday ride as display fields so
*> a blank can mean "not supplied".
01  STANDING-MAINT-RECORD.
    05  SIM-ACTION                  PIC X.
        88  SIM-ADD                 VALUE "A".
        88  SIM-CHANGE              VALUE "C".
        88  SIM-SUSPEND             VALUE "S".
        88  SIM-RESUME              VALUE "R".
        88  SIM-END                 VALUE "E".
    05  SIM-ACCOUNT-ID              PIC X(10).
    05  SIM-SCHEDULE                PIC X.
    05  SIM-WEEKDAY                 PIC X.
    05  SIM-START-DATE              PIC X(8).
    05  SIM-END-DATE                PIC X(8).
    05  SIM-NUMBER                  PIC X(05).
    05  SIM-NUMBER-X                PIC X(05).
    05  FILLER                      PIC X(21).
