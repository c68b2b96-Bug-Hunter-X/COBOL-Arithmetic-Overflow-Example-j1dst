*> Standing-instruction master record (VSAM KSDS keyed by account
*> id), maintained by the ARITHSIM maintenance run. One instruction
*> per account: the NUMBER / NUMBER-X pair that is to post to the
*> account on a fixed schedule without anyone keying it -- every
*> business day (D), once a week (W) on SIN-WEEKDAY (1 = Monday
*> through 7 = Sunday; an anchor day that is not a business day
*> posts on the next business day instead), or on the last business
*> day of the month (M) as the processing calendar's month-end flag
*> marks it. The instruction is live from SIN-START-DATE through
*> SIN-END-DATE inclusive; a blank end date runs until the
*> instruction is ended. Only an active instruction generates: a
*> suspended one is held on file for a later resume, an ended one is
*> kept for the record and never generates again. The ARITHSIG step
*> reads this file every night ahead of the bridge and cuts the due
*> instructions as TXNREC-format postings for the merge.
01  STANDING-INSTRUCTION-RECORD.
    05  SIN-KEY.
        10  SIN-ACCOUNT-ID          PIC X(10).
    05  SIN-SCHEDULE                PIC X.
        88  SIN-EVERY-BUSINESS-DAY  VALUE "D".
        88  SIN-WEEKLY              VALUE "W".
        88  SIN-MONTH-END           VALUE "M".
        88  SIN-SCHEDULE-VALID      VALUES "D" "W" "M".
    05  SIN-WEEKDAY                 PIC 9.
    05  SIN-START-DATE              PIC X(8).
    05  SIN-END-DATE                PIC X(8).
    05  SIN-NUMBER                  PIC 9(5).
    05  SIN-NUMBER-X                PIC 9(5).
    05  SIN-STATUS                  PIC X.
        88  SIN-ACTIVE              VALUE "A".
        88  SIN-SUSPENDED           VALUE "S".
        88  SIN-ENDED               VALUE "E".
    05  SIN-LAST-MAINT-DATE         PIC X(8).
    05  FILLER                      PIC X(13).
