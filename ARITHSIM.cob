       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARITHSIM.
*> Standing-instruction master maintenance. Applies a file of keyed
*> ADD/CHANGE/SUSPEND/RESUME/END maintenance transactions to the
*> standing-instruction KSDS the nightly ARITHSIG generator reads,
*> and reports every action taken or rejected, the same way ARITHACT
*> reports against the account reference master. An instruction can
*> only be added for an account that is on the reference master with
*> an open status -- a standing posting to an account the compute
*> would exception every night is refused here, at the desk, instead.
*> An ADD over an instruction that has been ended, or whose end date
*> has passed, replaces it; an instruction still active or suspended
*> has to be changed or ended first. Every applied action stamps SIN-LAST-MAINT-DATE.
AUTHOR. ARITHMETIC-TEAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAINT-TXN-FILE ASSIGN TO SIMTXN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MNT-STATUS.

    SELECT STANDING-INST-FILE ASSIGN TO STNDINST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SIN-KEY
        FILE STATUS IS WS-SIN-STATUS.

    SELECT ACCT-REF-FILE ASSIGN TO ACCTREF
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ACT-KEY
        FILE STATUS IS WS-REF-STATUS.

    SELECT MAINT-RPT-FILE ASSIGN TO SIMRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAINT-TXN-FILE.
COPY SIMNT.

FD  STANDING-INST-FILE.
COPY SINREC.

FD  ACCT-REF-FILE.
COPY ACTREC.

FD  MAINT-RPT-FILE
    RECORDING MODE IS F.
01  MAINT-RPT-LINE              PIC X(80).

WORKING-STORAGE SECTION.
01  WS-MNT-STATUS               PIC XX VALUE SPACES.
    88  WS-MNT-OK               VALUE "00".
    88  WS-MNT-EOF              VALUE "10".

01  WS-SIN-STATUS               PIC XX VALUE SPACES.
    88  WS-SIN-OK               VALUE "00".
    88  WS-SIN-FILE-NOT-FOUND   VALUE "35".

01  WS-SIN-OPEN-SW              PIC X VALUE "N".
    88  WS-SIN-OPEN             VALUE "Y".

01  WS-REF-STATUS               PIC XX VALUE SPACES.
    88  WS-REF-OK               VALUE "00".

01  WS-REF-OPEN-SW              PIC X VALUE "N".
    88  WS-REF-OPEN             VALUE "Y".

01  WS-RPT-STATUS               PIC XX VALUE SPACES.

01  WS-EOF-SWITCH               PIC X VALUE "N".
    88  WS-END-OF-FILE          VALUE "Y".

01  WS-EDIT-SW                  PIC X VALUE "N".
    88  WS-EDIT-FAILED          VALUE "Y".

01  WS-MAINT-DATE               PIC 9(8) VALUE ZERO.
01  WS-MAINT-DATE-X REDEFINES WS-MAINT-DATE
                                PIC X(8).

01  WS-MAINT-COUNTS.
    05  WS-MAINT-READ-COUNT      PIC 9(9) VALUE ZERO.
    05  WS-APPLIED-COUNT         PIC 9(9) VALUE ZERO.
    05  WS-REJECTED-COUNT        PIC 9(9) VALUE ZERO.

01  WS-ACTION-MSG               PIC X(40) VALUE SPACES.
01  WS-DONE-MSG                 PIC X(40) VALUE SPACES.

01  WS-RPT-DETAIL.
    05  WS-RPT-ACTION            PIC X(8).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  WS-RPT-ACCOUNT-ID        PIC X(10).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  WS-RPT-MSG               PIC X(40).

*> Second line under every applied ADD/CHANGE, showing the
*> instruction as it now stands on file.
01  WS-RPT-INSTRUCTION.
    05  FILLER                   PIC X(22) VALUE SPACES.
    05  FILLER                   PIC X(6) VALUE "SCHED ".
    05  RI-SCHEDULE              PIC X.
    05  FILLER                   PIC X(5) VALUE " DAY ".
    05  RI-WEEKDAY               PIC 9.
    05  FILLER                   PIC X(6) VALUE " FROM ".
    05  RI-START-DATE            PIC X(8).
    05  FILLER                   PIC X(4) VALUE " TO ".
    05  RI-END-DATE              PIC X(8).
    05  FILLER                   PIC X(1) VALUE SPACE.
    05  RI-NUMBER                PIC ZZZZ9.
    05  FILLER                   PIC X(1) VALUE SPACE.
    05  RI-NUMBER-X              PIC ZZZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-APPLY-MAINTENANCE UNTIL WS-END-OF-FILE
    PERFORM 3000-FINALIZE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-MAINT-DATE FROM DATE YYYYMMDD
    OPEN INPUT MAINT-TXN-FILE
    IF NOT WS-MNT-OK
        DISPLAY "ARITHSIM: UNABLE TO OPEN MAINTENANCE FILE, STATUS=" WS-MNT-STATUS
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM 1100-OPEN-STANDING-INST-FILE
        IF NOT WS-END-OF-FILE
            PERFORM 1150-OPEN-ACCT-REF-FILE
        END-IF
        IF NOT WS-END-OF-FILE
            OPEN OUTPUT MAINT-RPT-FILE
            PERFORM 1200-WRITE-RPT-HEADER
            PERFORM 2100-READ-MAINT-TXN
        END-IF
    END-IF.

1100-OPEN-STANDING-INST-FILE.
    OPEN I-O STANDING-INST-FILE
    IF WS-SIN-FILE-NOT-FOUND
        OPEN OUTPUT STANDING-INST-FILE
        CLOSE STANDING-INST-FILE
        OPEN I-O STANDING-INST-FILE
    END-IF
    IF WS-SIN-OK
        SET WS-SIN-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHSIM: UNABLE TO OPEN STANDING INSTRUCTION FILE, STATUS="
            WS-SIN-STATUS
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 16 TO RETURN-CODE
    END-IF.

1150-OPEN-ACCT-REF-FILE.
    OPEN INPUT ACCT-REF-FILE
    IF WS-REF-OK
        SET WS-REF-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHSIM: UNABLE TO OPEN REFERENCE FILE, STATUS=" WS-REF-STATUS
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 16 TO RETURN-CODE
    END-IF.

1200-WRITE-RPT-HEADER.
    MOVE SPACES TO MAINT-RPT-LINE
    STRING "ARITHSIM STANDING INSTRUCTION MAINTENANCE REPORT" DELIMITED BY SIZE
        INTO MAINT-RPT-LINE
    WRITE MAINT-RPT-LINE
    MOVE SPACES TO MAINT-RPT-LINE
    WRITE MAINT-RPT-LINE.

2000-APPLY-MAINTENANCE.
    MOVE SPACES TO WS-ACTION-MSG
    MOVE "N" TO WS-EDIT-SW
    EVALUATE TRUE
        WHEN SIM-ACCOUNT-ID = SPACES
            MOVE "REJECTED - ACCOUNT ID MISSING" TO WS-ACTION-MSG
            ADD 1 TO WS-REJECTED-COUNT
        WHEN SIM-ADD
            PERFORM 2200-ADD-INSTRUCTION
        WHEN SIM-CHANGE
            PERFORM 2300-CHANGE-INSTRUCTION
        WHEN SIM-SUSPEND
            PERFORM 2400-SUSPEND-INSTRUCTION
        WHEN SIM-RESUME
            PERFORM 2450-RESUME-INSTRUCTION
        WHEN SIM-END
            PERFORM 2500-END-INSTRUCTION
        WHEN OTHER
            MOVE "REJECTED - ACTION NOT A/C/S/R/E" TO WS-ACTION-MSG
            ADD 1 TO WS-REJECTED-COUNT
    END-EVALUATE
    PERFORM 2900-WRITE-RPT-DETAIL
    PERFORM 2100-READ-MAINT-TXN.

2100-READ-MAINT-TXN.
    READ MAINT-TXN-FILE
        AT END
            MOVE "Y" TO WS-EOF-SWITCH
        NOT AT END
            ADD 1 TO WS-MAINT-READ-COUNT
    END-READ.

*> The reference account has to be on file and open for an ADD; the
*> generator re-checks every night, since an account can close after
*> its instruction went on.
2150-CHECK-REFERENCE.
    MOVE SIM-ACCOUNT-ID TO ACT-ACCOUNT-ID
    READ ACCT-REF-FILE
        INVALID KEY
            MOVE "REJECTED - ACCOUNT NOT ON REFERENCE" TO WS-ACTION-MSG
            SET WS-EDIT-FAILED TO TRUE
        NOT INVALID KEY
            IF NOT ACT-OPEN
                MOVE "REJECTED - REFERENCE ACCOUNT NOT OPEN" TO WS-ACTION-MSG
                SET WS-EDIT-FAILED TO TRUE
            END-IF
    END-READ.

*> ADD builds the instruction from the transaction alone: schedule
*> and pair are required, a blank start date means effective from
*> the maintenance date, a blank end date means open-ended.
2200-ADD-INSTRUCTION.
    PERFORM 2150-CHECK-REFERENCE
    IF NOT WS-EDIT-FAILED
        IF SIM-NUMBER = SPACES OR SIM-NUMBER-X = SPACES
            MOVE "REJECTED - NUMBER PAIR MISSING" TO WS-ACTION-MSG
            SET WS-EDIT-FAILED TO TRUE
        END-IF
    END-IF
    IF WS-EDIT-FAILED
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        MOVE SIM-ACCOUNT-ID TO SIN-ACCOUNT-ID
        READ STANDING-INST-FILE
            INVALID KEY
                PERFORM 2210-BUILD-NEW-INSTRUCTION
                IF WS-EDIT-FAILED
                    ADD 1 TO WS-REJECTED-COUNT
                ELSE
                    WRITE STANDING-INSTRUCTION-RECORD
                        INVALID KEY
                            MOVE "REJECTED - WRITE FAILED" TO WS-ACTION-MSG
                            DISPLAY "ARITHSIM: WRITE FAILED FOR " SIN-ACCOUNT-ID
                                " STATUS=" WS-SIN-STATUS
                            ADD 1 TO WS-REJECTED-COUNT
                        NOT INVALID KEY
                            MOVE "ADDED AS ACTIVE" TO WS-ACTION-MSG
                            ADD 1 TO WS-APPLIED-COUNT
                    END-WRITE
                END-IF
            NOT INVALID KEY
                IF SIN-ENDED
                    OR (SIN-END-DATE NOT = SPACES
                        AND SIN-END-DATE < WS-MAINT-DATE-X)
                    PERFORM 2210-BUILD-NEW-INSTRUCTION
                    IF WS-EDIT-FAILED
                        ADD 1 TO WS-REJECTED-COUNT
                    ELSE
                        MOVE "ADDED - REPLACES ENDED INSTRUCTION" TO WS-DONE-MSG
                        PERFORM 2800-REWRITE-INSTRUCTION
                    END-IF
                ELSE
                    MOVE "REJECTED - INSTRUCTION ALREADY ON FILE" TO WS-ACTION-MSG
                    ADD 1 TO WS-REJECTED-COUNT
                END-IF
        END-READ
    END-IF.

2210-BUILD-NEW-INSTRUCTION.
    MOVE SPACES TO STANDING-INSTRUCTION-RECORD
    MOVE SIM-ACCOUNT-ID TO SIN-ACCOUNT-ID
    MOVE ZERO TO SIN-WEEKDAY
    MOVE ZERO TO SIN-NUMBER
    MOVE ZERO TO SIN-NUMBER-X
    MOVE WS-MAINT-DATE-X TO SIN-START-DATE
    SET SIN-ACTIVE TO TRUE
    PERFORM 2700-APPLY-MAINT-FIELDS
    IF NOT WS-EDIT-FAILED
        PERFORM 2750-CHECK-INSTRUCTION
    END-IF
    MOVE WS-MAINT-DATE-X TO SIN-LAST-MAINT-DATE.

*> CHANGE touches only the fields supplied; status is left alone, so
*> a suspended instruction stays suspended with its new terms.
2300-CHANGE-INSTRUCTION.
    MOVE SIM-ACCOUNT-ID TO SIN-ACCOUNT-ID
    READ STANDING-INST-FILE
        INVALID KEY
            MOVE "REJECTED - INSTRUCTION NOT ON FILE" TO WS-ACTION-MSG
            ADD 1 TO WS-REJECTED-COUNT
        NOT INVALID KEY
            IF SIN-ENDED
                MOVE "REJECTED - INSTRUCTION HAS ENDED" TO WS-ACTION-MSG
                ADD 1 TO WS-REJECTED-COUNT
            ELSE
                PERFORM 2700-APPLY-MAINT-FIELDS
                IF NOT WS-EDIT-FAILED
                    PERFORM 2750-CHECK-INSTRUCTION
                END-IF
                IF WS-EDIT-FAILED
                    ADD 1 TO WS-REJECTED-COUNT
                ELSE
                    MOVE "CHANGED" TO WS-DONE-MSG
                    PERFORM 2800-REWRITE-INSTRUCTION
                END-IF
            END-IF
    END-READ.

2400-SUSPEND-INSTRUCTION.
    MOVE SIM-ACCOUNT-ID TO SIN-ACCOUNT-ID
    READ STANDING-INST-FILE
        INVALID KEY
            MOVE "REJECTED - INSTRUCTION NOT ON FILE" TO WS-ACTION-MSG
            ADD 1 TO WS-REJECTED-COUNT
        NOT INVALID KEY
            IF SIN-ACTIVE
                SET SIN-SUSPENDED TO TRUE
                MOVE "SUSPENDED" TO WS-DONE-MSG
                PERFORM 2800-REWRITE-INSTRUCTION
            ELSE
                MOVE "REJECTED - INSTRUCTION NOT ACTIVE" TO WS-ACTION-MSG
                ADD 1 TO WS-REJECTED-COUNT
            END-IF
    END-READ.

2450-RESUME-INSTRUCTION.
    MOVE SIM-ACCOUNT-ID TO SIN-ACCOUNT-ID
    READ STANDING-INST-FILE
        INVALID KEY
            MOVE "REJECTED - INSTRUCTION NOT ON FILE" TO WS-ACTION-MSG
            ADD 1 TO WS-REJECTED-COUNT
        NOT INVALID KEY
            IF SIN-SUSPENDED
                SET SIN-ACTIVE TO TRUE
                MOVE "RESUMED AS ACTIVE" TO WS-DONE-MSG
                PERFORM 2800-REWRITE-INSTRUCTION
            ELSE
                MOVE "REJECTED - INSTRUCTION NOT SUSPENDED" TO WS-ACTION-MSG
                ADD 1 TO WS-REJECTED-COUNT
            END-IF
    END-READ.

*> END keeps the record on file (the history of what used to post)
*> but it never generates again. An END dated ahead only sets the
*> end date: the instruction stays as it is and ARITHSIG generates
*> through that date, stopping on its own once it has passed.
2500-END-INSTRUCTION.
    MOVE SIM-ACCOUNT-ID TO SIN-ACCOUNT-ID
    READ STANDING-INST-FILE
        INVALID KEY
            MOVE "REJECTED - INSTRUCTION NOT ON FILE" TO WS-ACTION-MSG
            ADD 1 TO WS-REJECTED-COUNT
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN SIN-ENDED
                    MOVE "REJECTED - INSTRUCTION ALREADY ENDED" TO WS-ACTION-MSG
                    ADD 1 TO WS-REJECTED-COUNT
                WHEN SIM-END-DATE = SPACES
                    MOVE WS-MAINT-DATE-X TO SIN-END-DATE
                    SET SIN-ENDED TO TRUE
                    MOVE "ENDED" TO WS-DONE-MSG
                    PERFORM 2800-REWRITE-INSTRUCTION
                WHEN SIM-END-DATE IS NOT NUMERIC
                    MOVE "REJECTED - END DATE NOT YYYYMMDD" TO WS-ACTION-MSG
                    ADD 1 TO WS-REJECTED-COUNT
                WHEN SIM-END-DATE < SIN-START-DATE
                    MOVE "REJECTED - END DATE BEFORE START DATE"
                        TO WS-ACTION-MSG
                    ADD 1 TO WS-REJECTED-COUNT
                WHEN SIM-END-DATE > WS-MAINT-DATE-X
                    MOVE SIM-END-DATE TO SIN-END-DATE
                    MOVE "END DATE SET - ENDS AFTER THAT DATE" TO WS-DONE-MSG
                    PERFORM 2800-REWRITE-INSTRUCTION
                WHEN OTHER
                    MOVE SIM-END-DATE TO SIN-END-DATE
                    SET SIN-ENDED TO TRUE
                    MOVE "ENDED" TO WS-DONE-MSG
                    PERFORM 2800-REWRITE-INSTRUCTION
            END-EVALUATE
    END-READ.

*> A supplied field replaces the stored value; a blank one leaves it.
2700-APPLY-MAINT-FIELDS.
    IF SIM-SCHEDULE NOT = SPACE
        MOVE SIM-SCHEDULE TO SIN-SCHEDULE
    END-IF
    IF SIM-WEEKDAY NOT = SPACE
        IF SIM-WEEKDAY IS NUMERIC
            MOVE SIM-WEEKDAY TO SIN-WEEKDAY
        ELSE
            MOVE "REJECTED - WEEKDAY NOT 1-7" TO WS-ACTION-MSG
            SET WS-EDIT-FAILED TO TRUE
        END-IF
    END-IF
    IF SIM-START-DATE NOT = SPACES
        IF SIM-START-DATE IS NUMERIC
            MOVE SIM-START-DATE TO SIN-START-DATE
        ELSE
            MOVE "REJECTED - START DATE NOT YYYYMMDD" TO WS-ACTION-MSG
            SET WS-EDIT-FAILED TO TRUE
        END-IF
    END-IF
    IF SIM-END-DATE NOT = SPACES
        IF SIM-END-DATE IS NUMERIC
            MOVE SIM-END-DATE TO SIN-END-DATE
        ELSE
            MOVE "REJECTED - END DATE NOT YYYYMMDD" TO WS-ACTION-MSG
            SET WS-EDIT-FAILED TO TRUE
        END-IF
    END-IF
    IF SIM-NUMBER NOT = SPACES
        IF SIM-NUMBER IS NUMERIC
            MOVE SIM-NUMBER TO SIN-NUMBER
        ELSE
            MOVE "REJECTED - NUMBER NOT NUMERIC" TO WS-ACTION-MSG
            SET WS-EDIT-FAILED TO TRUE
        END-IF
    END-IF
    IF SIM-NUMBER-X NOT = SPACES
        IF SIM-NUMBER-X IS NUMERIC
            MOVE SIM-NUMBER-X TO SIN-NUMBER-X
        ELSE
            MOVE "REJECTED - NUMBER-X NOT NUMERIC" TO WS-ACTION-MSG
            SET WS-EDIT-FAILED TO TRUE
        END-IF
    END-IF.

*> Checks the instruction as it would stand after the action, so a
*> CHANGE of the schedule alone to weekly is refused when no weekday
*> is on file. The weekday is meaningless off a weekly schedule and
*> is cleared there.
2750-CHECK-INSTRUCTION.
    EVALUATE TRUE
        WHEN NOT SIN-SCHEDULE-VALID
            MOVE "REJECTED - SCHEDULE NOT D/W/M" TO WS-ACTION-MSG
            SET WS-EDIT-FAILED TO TRUE
        WHEN SIN-WEEKLY AND (SIN-WEEKDAY < 1 OR SIN-WEEKDAY > 7)
            MOVE "REJECTED - WEEKLY NEEDS WEEKDAY 1-7" TO WS-ACTION-MSG
            SET WS-EDIT-FAILED TO TRUE
        WHEN SIN-END-DATE NOT = SPACES
            AND SIN-END-DATE < SIN-START-DATE
            MOVE "REJECTED - END DATE BEFORE START DATE" TO WS-ACTION-MSG
            SET WS-EDIT-FAILED TO TRUE
        WHEN NOT SIN-WEEKLY
            MOVE ZERO TO SIN-WEEKDAY
    END-EVALUATE.

2800-REWRITE-INSTRUCTION.
    MOVE WS-MAINT-DATE-X TO SIN-LAST-MAINT-DATE
    REWRITE STANDING-INSTRUCTION-RECORD
        INVALID KEY
            MOVE "REJECTED - REWRITE FAILED" TO WS-ACTION-MSG
            DISPLAY "ARITHSIM: REWRITE FAILED FOR " SIN-ACCOUNT-ID
                " STATUS=" WS-SIN-STATUS
            ADD 1 TO WS-REJECTED-COUNT
        NOT INVALID KEY
            MOVE WS-DONE-MSG TO WS-ACTION-MSG
            ADD 1 TO WS-APPLIED-COUNT
    END-REWRITE.

2900-WRITE-RPT-DETAIL.
    EVALUATE TRUE
        WHEN SIM-ADD
            MOVE "ADD"     TO WS-RPT-ACTION
        WHEN SIM-CHANGE
            MOVE "CHANGE"  TO WS-RPT-ACTION
        WHEN SIM-SUSPEND
            MOVE "SUSPEND" TO WS-RPT-ACTION
        WHEN SIM-RESUME
            MOVE "RESUME"  TO WS-RPT-ACTION
        WHEN SIM-END
            MOVE "END"     TO WS-RPT-ACTION
        WHEN OTHER
            MOVE SIM-ACTION TO WS-RPT-ACTION
    END-EVALUATE
    MOVE SIM-ACCOUNT-ID TO WS-RPT-ACCOUNT-ID
    MOVE WS-ACTION-MSG TO WS-RPT-MSG
    MOVE WS-RPT-DETAIL TO MAINT-RPT-LINE
    WRITE MAINT-RPT-LINE
    IF (SIM-ADD OR SIM-CHANGE)
        AND WS-ACTION-MSG (1:8) NOT = "REJECTED"
        MOVE SIN-SCHEDULE TO RI-SCHEDULE
        MOVE SIN-WEEKDAY TO RI-WEEKDAY
        MOVE SIN-START-DATE TO RI-START-DATE
        MOVE SIN-END-DATE TO RI-END-DATE
        MOVE SIN-NUMBER TO RI-NUMBER
        MOVE SIN-NUMBER-X TO RI-NUMBER-X
        MOVE WS-RPT-INSTRUCTION TO MAINT-RPT-LINE
        WRITE MAINT-RPT-LINE
    END-IF.

3000-FINALIZE.
    IF WS-MNT-OK OR WS-MNT-EOF
        CLOSE MAINT-TXN-FILE
        IF WS-SIN-OPEN
            CLOSE STANDING-INST-FILE
        END-IF
        IF WS-REF-OPEN
            CLOSE ACCT-REF-FILE
            CLOSE MAINT-RPT-FILE
        END-IF
    END-IF
    DISPLAY "ARITHSIM: MAINTENANCE RECORDS READ = " WS-MAINT-READ-COUNT
    DISPLAY "ARITHSIM: ACTIONS APPLIED          = " WS-APPLIED-COUNT
    DISPLAY "ARITHSIM: ACTIONS REJECTED         = " WS-REJECTED-COUNT
    IF WS-REJECTED-COUNT > ZERO
        IF RETURN-CODE = ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
