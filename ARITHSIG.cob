       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARITHSIG.
*> Standing-instruction generator, run ahead of the ARITHBRG bridge.
*> Reads tonight's business date off the ARITHRUN run-control record
*> and the processing calendar, walks the standing-instruction KSDS
*> kept by ARITHSIM, and writes every instruction that falls due
*> tonight as a TXNREC-format posting dated with the business date,
*> for the bridge to merge alongside the external feed. An
*> every-business-day instruction is due every night the job runs.
*> A month-end instruction is due on the night the calendar flags as
*> the last business date of the month. A weekly instruction is due
*> when its weekday falls anywhere from the day after the previous
*> business date through tonight, so an anchor day lost to a weekend
*> or holiday posts on the next business night instead of being
*> dropped. An instruction outside its start/end dates, suspended,
*> ended, or standing against an account that is no longer open on
*> the reference master generates nothing; the suspended, expired
*> and closed-account ones are listed on the generator report so
*> someone ends or fixes them instead of wondering where the posting
*> went. The output is in account order (the KSDS is read in key
*> order and every posting carries the same date), as the bridge's
*> match-merge needs. The generator only reads the instruction file,
*> so a rerun of an abandoned night generates the same postings.
*> RETURN-CODE 4 flags instructions against closed or unknown
*> accounts; 16 means tonight's schedule could not be established.
AUTHOR. ARITHMETIC-TEAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STANDING-INST-FILE ASSIGN TO STNDINST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SIN-KEY
        FILE STATUS IS WS-SIN-STATUS.

    SELECT CALENDAR-FILE ASSIGN TO CALENDAR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAL-KEY
        FILE STATUS IS WS-CAL-STATUS.

    SELECT ACCT-REF-FILE ASSIGN TO ACCTREF
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ACT-KEY
        FILE STATUS IS WS-REF-STATUS.

    SELECT STANDING-TXN-FILE ASSIGN TO STNDOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUT-STATUS.

    SELECT GEN-RPT-FILE ASSIGN TO SIGRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RST-KEY
        FILE STATUS IS WS-RST-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STANDING-INST-FILE.
COPY SINREC.

FD  CALENDAR-FILE.
COPY CALREC.

FD  ACCT-REF-FILE.
COPY ACTREC.

FD  STANDING-TXN-FILE.
COPY TXNREC.

FD  GEN-RPT-FILE
    RECORDING MODE IS F.
01  GEN-RPT-LINE                PIC X(80).

FD  RUN-STATS-FILE.
COPY RSTREC.

FD  RUN-CONTROL-FILE.
COPY RCTLREC.

WORKING-STORAGE SECTION.
01  WS-RCT-STATUS               PIC XX VALUE SPACES.
    88  WS-RCT-OK               VALUE "00".

01  WS-SIN-STATUS               PIC XX VALUE SPACES.
    88  WS-SIN-OK               VALUE "00".
    88  WS-SIN-FILE-NOT-FOUND   VALUE "35".

01  WS-CAL-STATUS               PIC XX VALUE SPACES.
    88  WS-CAL-OK               VALUE "00".

01  WS-REF-STATUS               PIC XX VALUE SPACES.
    88  WS-REF-OK               VALUE "00".

01  WS-OUT-STATUS               PIC XX VALUE SPACES.
01  WS-RPT-STATUS               PIC XX VALUE SPACES.

01  WS-RST-STATUS               PIC XX VALUE SPACES.
    88  WS-RST-OK               VALUE "00".
    88  WS-RST-DUPLICATE        VALUE "22".
    88  WS-RST-FILE-NOT-FOUND   VALUE "35".

01  WS-EOF-SWITCH               PIC X VALUE "N".
    88  WS-END-OF-FILE          VALUE "Y".

01  WS-SIN-OPEN-SW              PIC X VALUE "N".
    88  WS-SIN-OPEN             VALUE "Y".

01  WS-REF-OPEN-SW              PIC X VALUE "N".
    88  WS-REF-OPEN             VALUE "Y".

01  WS-OUT-OPEN-SW              PIC X VALUE "N".
    88  WS-OUT-OPEN             VALUE "Y".

01  WS-MONTH-END-SW             PIC X VALUE "N".
    88  WS-MONTH-END-TONIGHT    VALUE "Y".

01  WS-WALK-DONE-SW             PIC X VALUE "N".
    88  WS-WALK-DONE            VALUE "Y".

01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                PIC X(8).

*> Weekdays whose weekly instructions are due tonight: tonight's own
*> weekday plus the weekday of every non-business date back to the
*> previous business date. 1 = Monday (day 1 of the integer-date
*> calendar, 1601-01-01, was a Monday).
01  WS-WEEKDAY-TABLE.
    05  WS-WEEKDAY-DUE-SW        PIC X OCCURS 7 TIMES.
01  WS-WEEKDAY                  PIC 9 VALUE ZERO.
01  WS-TODAY-INTEGER            PIC 9(8) VALUE ZERO.
01  WS-WALK-INTEGER             PIC 9(8) VALUE ZERO.
01  WS-WALK-DATE                PIC 9(8) VALUE ZERO.
01  WS-WALK-COUNT               PIC 9(2) VALUE ZERO.

01  WS-GEN-COUNTS.
    05  WS-SIN-READ-COUNT        PIC 9(9) VALUE ZERO.
    05  WS-GENERATED-COUNT       PIC 9(9) VALUE ZERO.
    05  WS-NOT-DUE-COUNT         PIC 9(9) VALUE ZERO.
    05  WS-NOT-STARTED-COUNT     PIC 9(9) VALUE ZERO.
    05  WS-SUSPENDED-COUNT       PIC 9(9) VALUE ZERO.
    05  WS-EXPIRED-COUNT         PIC 9(9) VALUE ZERO.
    05  WS-ENDED-COUNT           PIC 9(9) VALUE ZERO.
    05  WS-CLOSED-ACCT-COUNT     PIC 9(9) VALUE ZERO.
    05  WS-GENERATED-TOTAL       PIC 9(12) VALUE ZERO.

01  WS-RPT-MSG                  PIC X(34) VALUE SPACES.

01  WS-RPT-HEADING.
    05  FILLER                   PIC X(12) VALUE "ACCOUNT".
    05  FILLER                   PIC X(6) VALUE "SCHED".
    05  FILLER                   PIC X(10) VALUE "START".
    05  FILLER                   PIC X(10) VALUE "END".
    05  FILLER                   PIC X(42) VALUE "NOT GENERATED".

01  WS-RPT-DETAIL-LINE.
    05  D-ACCOUNT-ID             PIC X(10).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  D-SCHEDULE               PIC X.
    05  FILLER                   PIC X(5) VALUE SPACES.
    05  D-START-DATE             PIC X(8).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  D-END-DATE               PIC X(8).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  D-MSG                    PIC X(34).

01  WS-RPT-DETAIL.
    05  WS-RPT-LABEL             PIC X(24).
    05  WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-PROCESS-INSTRUCTION UNTIL WS-END-OF-FILE
    PERFORM 3000-FINALIZE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 1050-GET-BUSINESS-DATE
    MOVE ALL "N" TO WS-WEEKDAY-TABLE
    PERFORM 1100-LOAD-TONIGHTS-SCHEDULE
    IF RETURN-CODE = 16
        SET WS-END-OF-FILE TO TRUE
    ELSE
        OPEN OUTPUT STANDING-TXN-FILE
        OPEN OUTPUT GEN-RPT-FILE
        SET WS-OUT-OPEN TO TRUE
        PERFORM 1200-WRITE-RPT-HEADER
        OPEN INPUT STANDING-INST-FILE
        EVALUATE TRUE
            WHEN WS-SIN-OK
                SET WS-SIN-OPEN TO TRUE
            WHEN WS-SIN-FILE-NOT-FOUND
                DISPLAY "ARITHSIG: NO STANDING INSTRUCTION FILE - NOTHING GENERATED"
                SET WS-END-OF-FILE TO TRUE
            WHEN OTHER
                DISPLAY "ARITHSIG: UNABLE TO OPEN STANDING INSTRUCTION FILE, STATUS="
                    WS-SIN-STATUS
                SET WS-END-OF-FILE TO TRUE
                MOVE 16 TO RETURN-CODE
        END-EVALUATE
        OPEN INPUT ACCT-REF-FILE
        IF WS-REF-OK
            SET WS-REF-OPEN TO TRUE
        ELSE
            DISPLAY "ARITHSIG: UNABLE TO OPEN REFERENCE FILE, STATUS=" WS-REF-STATUS
            SET WS-END-OF-FILE TO TRUE
            MOVE 16 TO RETURN-CODE
        END-IF
        IF NOT WS-END-OF-FILE
            PERFORM 2100-READ-INSTRUCTION
        END-IF
    END-IF.

*> Tonight's calendar record gives the month-end flag; the walk back
*> to the previous business date gives the weekly window. A date
*> missing from the calendar ends the walk (ARITHRUN has already
*> refused a night that is not on it), so at worst the window is
*> tonight alone. Seven steps back cover every weekday, so the walk
*> stops there whatever the calendar says.
1100-LOAD-TONIGHTS-SCHEDULE.
    OPEN INPUT CALENDAR-FILE
    IF NOT WS-CAL-OK
        DISPLAY "ARITHSIG: NO PROCESSING CALENDAR, STATUS=" WS-CAL-STATUS
            " - SCHEDULE CANNOT BE ESTABLISHED"
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE WS-RUN-DATE-X TO CAL-DATE
        READ CALENDAR-FILE
            INVALID KEY
                DISPLAY "ARITHSIG: " WS-RUN-DATE-X
                    " NOT ON PROCESSING CALENDAR - NO MONTH-END INSTRUCTIONS"
            NOT INVALID KEY
                IF CAL-MONTH-END
                    SET WS-MONTH-END-TONIGHT TO TRUE
                END-IF
        END-READ
        COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
        MOVE WS-TODAY-INTEGER TO WS-WALK-INTEGER
        PERFORM 1150-MARK-WEEKDAY-DUE
        MOVE "N" TO WS-WALK-DONE-SW
        MOVE ZERO TO WS-WALK-COUNT
        PERFORM 1160-WALK-BACK-ONE-DAY
            UNTIL WS-WALK-DONE OR WS-WALK-COUNT = 7
        CLOSE CALENDAR-FILE
    END-IF.

1150-MARK-WEEKDAY-DUE.
    COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-WALK-INTEGER - 1, 7) + 1
    MOVE "Y" TO WS-WEEKDAY-DUE-SW (WS-WEEKDAY).

1160-WALK-BACK-ONE-DAY.
    ADD 1 TO WS-WALK-COUNT
    SUBTRACT 1 FROM WS-WALK-INTEGER
    COMPUTE WS-WALK-DATE = FUNCTION DATE-OF-INTEGER(WS-WALK-INTEGER)
    MOVE WS-WALK-DATE TO CAL-DATE
    READ CALENDAR-FILE
        INVALID KEY
            SET WS-WALK-DONE TO TRUE
        NOT INVALID KEY
            IF CAL-BUSINESS-DAY
                SET WS-WALK-DONE TO TRUE
            ELSE
                PERFORM 1150-MARK-WEEKDAY-DUE
            END-IF
    END-READ.

1200-WRITE-RPT-HEADER.
    MOVE SPACES TO GEN-RPT-LINE
    STRING "ARITHSIG STANDING INSTRUCTION GENERATION REPORT - BUSINESS DATE "
        WS-RUN-DATE-X DELIMITED BY SIZE
        INTO GEN-RPT-LINE
    WRITE GEN-RPT-LINE
    MOVE SPACES TO GEN-RPT-LINE
    WRITE GEN-RPT-LINE
    MOVE WS-RPT-HEADING TO GEN-RPT-LINE
    WRITE GEN-RPT-LINE.

*> Status and dates are checked before the reference account, so a
*> suspended or ended instruction against a closed account is
*> reported for what it is rather than twice.
2000-PROCESS-INSTRUCTION.
    EVALUATE TRUE
        WHEN SIN-ENDED
            ADD 1 TO WS-ENDED-COUNT
        WHEN SIN-SUSPENDED
            ADD 1 TO WS-SUSPENDED-COUNT
            MOVE "SUSPENDED" TO WS-RPT-MSG
            PERFORM 2400-WRITE-RPT-DETAIL
        WHEN SIN-END-DATE NOT = SPACES
            AND SIN-END-DATE < WS-RUN-DATE-X
            ADD 1 TO WS-EXPIRED-COUNT
            MOVE "EXPIRED - PAST END DATE" TO WS-RPT-MSG
            PERFORM 2400-WRITE-RPT-DETAIL
        WHEN SIN-START-DATE > WS-RUN-DATE-X
            ADD 1 TO WS-NOT-STARTED-COUNT
        WHEN OTHER
            PERFORM 2200-CHECK-REFERENCE-AND-DUE
    END-EVALUATE
    PERFORM 2100-READ-INSTRUCTION.

2100-READ-INSTRUCTION.
    READ STANDING-INST-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-SIN-READ-COUNT
    END-READ.

2200-CHECK-REFERENCE-AND-DUE.
    MOVE SIN-ACCOUNT-ID TO ACT-ACCOUNT-ID
    READ ACCT-REF-FILE
        INVALID KEY
            ADD 1 TO WS-CLOSED-ACCT-COUNT
            MOVE "ACCOUNT NOT ON REFERENCE" TO WS-RPT-MSG
            PERFORM 2400-WRITE-RPT-DETAIL
        NOT INVALID KEY
            IF ACT-OPEN
                PERFORM 2250-GENERATE-IF-DUE
            ELSE
                ADD 1 TO WS-CLOSED-ACCT-COUNT
                MOVE "REFERENCE ACCOUNT CLOSED" TO WS-RPT-MSG
                PERFORM 2400-WRITE-RPT-DETAIL
            END-IF
    END-READ.

2250-GENERATE-IF-DUE.
    EVALUATE TRUE
        WHEN SIN-EVERY-BUSINESS-DAY
            PERFORM 2300-WRITE-STANDING-TXN
        WHEN SIN-MONTH-END AND WS-MONTH-END-TONIGHT
            PERFORM 2300-WRITE-STANDING-TXN
        WHEN SIN-WEEKLY AND SIN-WEEKDAY >= 1 AND SIN-WEEKDAY <= 7
            IF WS-WEEKDAY-DUE-SW (SIN-WEEKDAY) = "Y"
                PERFORM 2300-WRITE-STANDING-TXN
            ELSE
                ADD 1 TO WS-NOT-DUE-COUNT
            END-IF
        WHEN OTHER
            ADD 1 TO WS-NOT-DUE-COUNT
    END-EVALUATE.

2300-WRITE-STANDING-TXN.
    MOVE SPACES TO TXN-RECORD
    MOVE SIN-ACCOUNT-ID TO TXN-ACCOUNT-ID
    MOVE WS-RUN-DATE-X TO TXN-DATE
    MOVE SIN-NUMBER TO TXN-NUMBER
    MOVE SIN-NUMBER-X TO TXN-NUMBER-X
    SET TXN-NORMAL TO TRUE
    WRITE TXN-RECORD
    ADD 1 TO WS-GENERATED-COUNT
    COMPUTE WS-GENERATED-TOTAL = WS-GENERATED-TOTAL
        + SIN-NUMBER + SIN-NUMBER-X.

2400-WRITE-RPT-DETAIL.
    MOVE SIN-ACCOUNT-ID TO D-ACCOUNT-ID
    MOVE SIN-SCHEDULE TO D-SCHEDULE
    MOVE SIN-START-DATE TO D-START-DATE
    MOVE SIN-END-DATE TO D-END-DATE
    MOVE WS-RPT-MSG TO D-MSG
    MOVE WS-RPT-DETAIL-LINE TO GEN-RPT-LINE
    WRITE GEN-RPT-LINE.

3000-FINALIZE.
    IF WS-SIN-OPEN
        CLOSE STANDING-INST-FILE
    END-IF
    IF WS-REF-OPEN
        CLOSE ACCT-REF-FILE
    END-IF
    IF WS-OUT-OPEN
        CLOSE STANDING-TXN-FILE
        PERFORM 3100-WRITE-GEN-SUMMARY
        CLOSE GEN-RPT-FILE
        PERFORM 3900-WRITE-RUN-STATISTICS
    END-IF
    DISPLAY "ARITHSIG: INSTRUCTIONS READ      = " WS-SIN-READ-COUNT
    DISPLAY "ARITHSIG: POSTINGS GENERATED     = " WS-GENERATED-COUNT
    DISPLAY "ARITHSIG: CLOSED/UNKNOWN ACCOUNT = " WS-CLOSED-ACCT-COUNT
    IF WS-CLOSED-ACCT-COUNT > ZERO
        IF RETURN-CODE = ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

3100-WRITE-GEN-SUMMARY.
    MOVE SPACES TO GEN-RPT-LINE
    WRITE GEN-RPT-LINE

    MOVE "INSTRUCTIONS READ     :" TO WS-RPT-LABEL
    MOVE WS-SIN-READ-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO GEN-RPT-LINE
    WRITE GEN-RPT-LINE

    MOVE "POSTINGS GENERATED    :" TO WS-RPT-LABEL
    MOVE WS-GENERATED-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO GEN-RPT-LINE
    WRITE GEN-RPT-LINE

    MOVE "NOT DUE TONIGHT       :" TO WS-RPT-LABEL
    MOVE WS-NOT-DUE-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO GEN-RPT-LINE
    WRITE GEN-RPT-LINE

    MOVE "NOT YET STARTED       :" TO WS-RPT-LABEL
    MOVE WS-NOT-STARTED-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO GEN-RPT-LINE
    WRITE GEN-RPT-LINE

    MOVE "SUSPENDED             :" TO WS-RPT-LABEL
    MOVE WS-SUSPENDED-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO GEN-RPT-LINE
    WRITE GEN-RPT-LINE

    MOVE "EXPIRED               :" TO WS-RPT-LABEL
    MOVE WS-EXPIRED-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO GEN-RPT-LINE
    WRITE GEN-RPT-LINE

    MOVE "CLOSED/UNKNOWN ACCOUNT:" TO WS-RPT-LABEL
    MOVE WS-CLOSED-ACCT-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO GEN-RPT-LINE
    WRITE GEN-RPT-LINE

    MOVE "ENDED                 :" TO WS-RPT-LABEL
    MOVE WS-ENDED-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO GEN-RPT-LINE
    WRITE GEN-RPT-LINE.

*> Tonight's generated volume goes on the keyed run-statistics file
*> for the ARITHTRD trend report, under its own step id. A missing
*> statistics file is warned on and bypassed; a rerun of an abandoned
*> night replaces its entry.
3900-WRITE-RUN-STATISTICS.
    OPEN I-O RUN-STATS-FILE
    IF WS-RST-FILE-NOT-FOUND
        OPEN OUTPUT RUN-STATS-FILE
        CLOSE RUN-STATS-FILE
        OPEN I-O RUN-STATS-FILE
    END-IF
    IF NOT WS-RST-OK
        DISPLAY "ARITHSIG: NO RUN STATISTICS FILE, STATUS=" WS-RST-STATUS
            " - STATISTICS NOT RECORDED"
    ELSE
        INITIALIZE RUN-STATISTICS-RECORD
        MOVE WS-RUN-DATE-X TO RST-RUN-DATE
        MOVE "ARITHSIG" TO RST-STEP-ID
        MOVE WS-GENERATED-COUNT TO RST-RECORD-COUNT
        MOVE WS-GENERATED-TOTAL TO RST-GRAND-TOTAL
        MOVE WS-CLOSED-ACCT-COUNT TO RST-ACCT-REJECT-COUNT
        PERFORM 3910-PUT-STATS-ENTRY
        CLOSE RUN-STATS-FILE
    END-IF.

3910-PUT-STATS-ENTRY.
    WRITE RUN-STATISTICS-RECORD
        INVALID KEY
            IF WS-RST-DUPLICATE
                REWRITE RUN-STATISTICS-RECORD
                    INVALID KEY
                        DISPLAY "ARITHSIG: ERROR REWRITING RUN STATISTICS, "
                            "STATUS=" WS-RST-STATUS
                END-REWRITE
            ELSE
                DISPLAY "ARITHSIG: ERROR WRITING RUN STATISTICS, STATUS="
                    WS-RST-STATUS
            END-IF
    END-WRITE.

*> Tonight's business date comes from the ARITHRUN run-control
*> handoff when it is present; a run outside the nightly stream
*> falls back to the machine date as before.
1050-GET-BUSINESS-DATE.
    OPEN INPUT RUN-CONTROL-FILE
    IF WS-RCT-OK
        READ RUN-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE RCT-BUSINESS-DATE TO WS-RUN-DATE-X
        END-READ
        CLOSE RUN-CONTROL-FILE
    ELSE
        DISPLAY "ARITHSIG: NO RUN CONTROL FILE, STATUS=" WS-RCT-STATUS
            " - USING MACHINE DATE"
    END-IF.
