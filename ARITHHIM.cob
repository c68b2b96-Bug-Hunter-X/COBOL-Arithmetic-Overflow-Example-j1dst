       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARITHHIM.
*> Branch/region hierarchy maintenance. Applies a file of keyed
*> ADD/CHANGE/DELETE maintenance transactions to the hierarchy KSDS
*> the ARITHROL consolidated rollup reads and ARITHACT checks branch
*> assignments against, and reports every action taken or rejected,
*> the same way ARITHACT reports against the account reference
*> master. A branch can only be added under (or moved to) a region
*> already on file, so the structure never has a branch hanging off
*> nothing. A region with branches still under it cannot be deleted,
*> nor a branch with accounts still assigned to it -- move them
*> first, so nothing drops into the UNASSIGNED bucket by accident.
*> Every applied action stamps HIR-LAST-MAINT-DATE.
AUTHOR. ARITHMETIC-TEAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAINT-TXN-FILE ASSIGN TO HIMTXN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MNT-STATUS.

    SELECT HIERARCHY-FILE ASSIGN TO HIERCHY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIR-KEY
        FILE STATUS IS WS-HIR-STATUS.

    SELECT ACCT-REF-FILE ASSIGN TO ACCTREF
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACT-KEY
        FILE STATUS IS WS-REF-STATUS.

    SELECT MAINT-RPT-FILE ASSIGN TO HIMRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAINT-TXN-FILE.
COPY HIMNT.

FD  HIERARCHY-FILE.
COPY HIERREC.

FD  ACCT-REF-FILE.
COPY ACTREC.

FD  MAINT-RPT-FILE
    RECORDING MODE IS F.
01  MAINT-RPT-LINE              PIC X(80).

WORKING-STORAGE SECTION.
01  WS-MNT-STATUS               PIC XX VALUE SPACES.
    88  WS-MNT-OK               VALUE "00".
    88  WS-MNT-EOF              VALUE "10".

01  WS-HIR-STATUS               PIC XX VALUE SPACES.
    88  WS-HIR-OK               VALUE "00".
    88  WS-HIR-FILE-NOT-FOUND   VALUE "35".

01  WS-HIR-OPEN-SW              PIC X VALUE "N".
    88  WS-HIR-OPEN             VALUE "Y".

01  WS-REF-STATUS               PIC XX VALUE SPACES.
    88  WS-REF-OK               VALUE "00".

01  WS-REF-OPEN-SW              PIC X VALUE "N".
    88  WS-REF-OPEN             VALUE "Y".

01  WS-RPT-STATUS               PIC XX VALUE SPACES.

01  WS-EOF-SWITCH               PIC X VALUE "N".
    88  WS-END-OF-FILE          VALUE "Y".

01  WS-EDIT-SW                  PIC X VALUE "N".
    88  WS-EDIT-FAILED          VALUE "Y".

01  WS-SCAN-DONE-SW             PIC X VALUE "N".
    88  WS-SCAN-DONE            VALUE "Y".

01  WS-MAINT-DATE               PIC 9(8) VALUE ZERO.
01  WS-MAINT-DATE-X REDEFINES WS-MAINT-DATE
                                PIC X(8).

01  WS-MAINT-COUNTS.
    05  WS-MAINT-READ-COUNT      PIC 9(9) VALUE ZERO.
    05  WS-APPLIED-COUNT         PIC 9(9) VALUE ZERO.
    05  WS-REJECTED-COUNT        PIC 9(9) VALUE ZERO.

01  WS-USAGE-COUNT              PIC 9(9) VALUE ZERO.

*> The unit being maintained, held while the region or account
*> checks move the hierarchy record area.
01  WS-UNIT-HOLD                PIC X(60) VALUE SPACES.

01  WS-ACTION-MSG               PIC X(40) VALUE SPACES.
01  WS-DONE-MSG                 PIC X(40) VALUE SPACES.

01  WS-RPT-DETAIL.
    05  WS-RPT-ACTION            PIC X(8).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  WS-RPT-LEVEL             PIC X(6).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  WS-RPT-UNIT-ID           PIC X(4).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  WS-RPT-MSG               PIC X(40).

*> Second line under every applied ADD/CHANGE, showing the unit as
*> it now stands on file.
01  WS-RPT-UNIT.
    05  FILLER                   PIC X(23) VALUE SPACES.
    05  RU-NAME                  PIC X(30).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  RU-REGION-LABEL          PIC X(8).
    05  RU-REGION-ID             PIC X(4).

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
        DISPLAY "ARITHHIM: UNABLE TO OPEN MAINTENANCE FILE, STATUS=" WS-MNT-STATUS
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM 1100-OPEN-HIERARCHY-FILE
        IF NOT WS-END-OF-FILE
            PERFORM 1150-OPEN-ACCT-REF-FILE
        END-IF
        IF NOT WS-END-OF-FILE
            OPEN OUTPUT MAINT-RPT-FILE
            PERFORM 1200-WRITE-RPT-HEADER
            PERFORM 2100-READ-MAINT-TXN
        END-IF
    END-IF.

1100-OPEN-HIERARCHY-FILE.
    OPEN I-O HIERARCHY-FILE
    IF WS-HIR-FILE-NOT-FOUND
        OPEN OUTPUT HIERARCHY-FILE
        CLOSE HIERARCHY-FILE
        OPEN I-O HIERARCHY-FILE
    END-IF
    IF WS-HIR-OK
        SET WS-HIR-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHHIM: UNABLE TO OPEN HIERARCHY FILE, STATUS="
            WS-HIR-STATUS
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 16 TO RETURN-CODE
    END-IF.

1150-OPEN-ACCT-REF-FILE.
    OPEN INPUT ACCT-REF-FILE
    IF WS-REF-OK
        SET WS-REF-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHHIM: UNABLE TO OPEN REFERENCE FILE, STATUS=" WS-REF-STATUS
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 16 TO RETURN-CODE
    END-IF.

1200-WRITE-RPT-HEADER.
    MOVE SPACES TO MAINT-RPT-LINE
    STRING "ARITHHIM BRANCH/REGION HIERARCHY MAINTENANCE REPORT"
        DELIMITED BY SIZE INTO MAINT-RPT-LINE
    WRITE MAINT-RPT-LINE
    MOVE SPACES TO MAINT-RPT-LINE
    WRITE MAINT-RPT-LINE.

2000-APPLY-MAINTENANCE.
    MOVE SPACES TO WS-ACTION-MSG
    MOVE "N" TO WS-EDIT-SW
    EVALUATE TRUE
        WHEN NOT HIM-LEVEL-VALID
            MOVE "REJECTED - LEVEL NOT R/B" TO WS-ACTION-MSG
            ADD 1 TO WS-REJECTED-COUNT
        WHEN HIM-UNIT-ID = SPACES
            MOVE "REJECTED - UNIT ID MISSING" TO WS-ACTION-MSG
            ADD 1 TO WS-REJECTED-COUNT
        WHEN HIM-ADD
            PERFORM 2200-ADD-UNIT
        WHEN HIM-CHANGE
            PERFORM 2300-CHANGE-UNIT
        WHEN HIM-DELETE
            PERFORM 2400-DELETE-UNIT
        WHEN OTHER
            MOVE "REJECTED - ACTION NOT A/C/D" TO WS-ACTION-MSG
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

*> A region stands alone; a branch needs a name and a region that is
*> already on file.
2200-ADD-UNIT.
    IF HIM-NAME = SPACES
        MOVE "REJECTED - NAME MISSING" TO WS-ACTION-MSG
        SET WS-EDIT-FAILED TO TRUE
    END-IF
    IF NOT WS-EDIT-FAILED AND HIM-BRANCH
        IF HIM-REGION-ID = SPACES
            MOVE "REJECTED - BRANCH NEEDS A REGION" TO WS-ACTION-MSG
            SET WS-EDIT-FAILED TO TRUE
        ELSE
            PERFORM 2150-CHECK-REGION
        END-IF
    END-IF
    IF WS-EDIT-FAILED
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        MOVE SPACES TO HIERARCHY-RECORD
        MOVE HIM-LEVEL TO HIR-LEVEL
        MOVE HIM-UNIT-ID TO HIR-UNIT-ID
        MOVE HIM-NAME TO HIR-NAME
        IF HIR-BRANCH
            MOVE HIM-REGION-ID TO HIR-REGION-ID
        END-IF
        MOVE WS-MAINT-DATE-X TO HIR-LAST-MAINT-DATE
        WRITE HIERARCHY-RECORD
            INVALID KEY
                MOVE "REJECTED - UNIT ALREADY ON FILE" TO WS-ACTION-MSG
                ADD 1 TO WS-REJECTED-COUNT
            NOT INVALID KEY
                MOVE "ADDED" TO WS-ACTION-MSG
                ADD 1 TO WS-APPLIED-COUNT
        END-WRITE
    END-IF.

2150-CHECK-REGION.
    SET HIR-REGION TO TRUE
    MOVE HIM-REGION-ID TO HIR-UNIT-ID
    READ HIERARCHY-FILE
        INVALID KEY
            MOVE "REJECTED - REGION NOT ON FILE" TO WS-ACTION-MSG
            SET WS-EDIT-FAILED TO TRUE
    END-READ.

*> CHANGE touches only the fields supplied. Moving a branch to
*> another region moves every account under it with it.
2300-CHANGE-UNIT.
    IF HIM-BRANCH AND HIM-REGION-ID NOT = SPACES
        PERFORM 2150-CHECK-REGION
    END-IF
    IF HIM-REGION AND HIM-REGION-ID NOT = SPACES
        MOVE "REJECTED - A REGION HAS NO PARENT" TO WS-ACTION-MSG
        SET WS-EDIT-FAILED TO TRUE
    END-IF
    IF WS-EDIT-FAILED
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        MOVE HIM-LEVEL TO HIR-LEVEL
        MOVE HIM-UNIT-ID TO HIR-UNIT-ID
        READ HIERARCHY-FILE
            INVALID KEY
                MOVE "REJECTED - UNIT NOT ON FILE" TO WS-ACTION-MSG
                ADD 1 TO WS-REJECTED-COUNT
            NOT INVALID KEY
                IF HIM-NAME NOT = SPACES
                    MOVE HIM-NAME TO HIR-NAME
                END-IF
                IF HIM-REGION-ID NOT = SPACES
                    MOVE HIM-REGION-ID TO HIR-REGION-ID
                END-IF
                MOVE WS-MAINT-DATE-X TO HIR-LAST-MAINT-DATE
                REWRITE HIERARCHY-RECORD
                    INVALID KEY
                        MOVE "REJECTED - REWRITE FAILED" TO WS-ACTION-MSG
                        DISPLAY "ARITHHIM: REWRITE FAILED FOR " HIR-KEY
                            " STATUS=" WS-HIR-STATUS
                        ADD 1 TO WS-REJECTED-COUNT
                    NOT INVALID KEY
                        MOVE "CHANGED" TO WS-ACTION-MSG
                        ADD 1 TO WS-APPLIED-COUNT
                END-REWRITE
        END-READ
    END-IF.

2400-DELETE-UNIT.
    MOVE HIM-LEVEL TO HIR-LEVEL
    MOVE HIM-UNIT-ID TO HIR-UNIT-ID
    READ HIERARCHY-FILE
        INVALID KEY
            MOVE "REJECTED - UNIT NOT ON FILE" TO WS-ACTION-MSG
            ADD 1 TO WS-REJECTED-COUNT
        NOT INVALID KEY
            MOVE HIERARCHY-RECORD TO WS-UNIT-HOLD
            MOVE ZERO TO WS-USAGE-COUNT
            IF HIR-REGION
                PERFORM 2410-COUNT-REGION-BRANCHES
            ELSE
                PERFORM 2420-COUNT-BRANCH-ACCOUNTS
            END-IF
            IF WS-USAGE-COUNT > ZERO
                IF HIM-REGION
                    MOVE "REJECTED - REGION STILL HAS BRANCHES"
                        TO WS-ACTION-MSG
                ELSE
                    MOVE "REJECTED - BRANCH STILL HAS ACCOUNTS"
                        TO WS-ACTION-MSG
                END-IF
                ADD 1 TO WS-REJECTED-COUNT
            ELSE
                PERFORM 2430-REMOVE-UNIT
            END-IF
    END-READ.

2410-COUNT-REGION-BRANCHES.
    MOVE "N" TO WS-SCAN-DONE-SW
    SET HIR-BRANCH TO TRUE
    MOVE LOW-VALUES TO HIR-UNIT-ID
    START HIERARCHY-FILE KEY >= HIR-KEY
        INVALID KEY
            SET WS-SCAN-DONE TO TRUE
    END-START
    PERFORM 2415-READ-BRANCH UNTIL WS-SCAN-DONE.

2415-READ-BRANCH.
    READ HIERARCHY-FILE NEXT RECORD
        AT END
            SET WS-SCAN-DONE TO TRUE
        NOT AT END
            IF NOT HIR-BRANCH
                SET WS-SCAN-DONE TO TRUE
            ELSE
                IF HIR-REGION-ID = HIM-UNIT-ID
                    ADD 1 TO WS-USAGE-COUNT
                END-IF
            END-IF
    END-READ.

2420-COUNT-BRANCH-ACCOUNTS.
    MOVE "N" TO WS-SCAN-DONE-SW
    MOVE LOW-VALUES TO ACT-KEY
    START ACCT-REF-FILE KEY >= ACT-KEY
        INVALID KEY
            SET WS-SCAN-DONE TO TRUE
    END-START
    PERFORM 2425-READ-ACCOUNT UNTIL WS-SCAN-DONE.

2425-READ-ACCOUNT.
    READ ACCT-REF-FILE NEXT RECORD
        AT END
            SET WS-SCAN-DONE TO TRUE
        NOT AT END
            IF ACT-BRANCH-ID = HIM-UNIT-ID
                ADD 1 TO WS-USAGE-COUNT
            END-IF
    END-READ.

*> The region scan has moved the record area on, so the unit is read
*> back by key before it is deleted.
2430-REMOVE-UNIT.
    MOVE WS-UNIT-HOLD TO HIERARCHY-RECORD
    READ HIERARCHY-FILE
        INVALID KEY
            MOVE "REJECTED - UNIT NOT ON FILE" TO WS-ACTION-MSG
            ADD 1 TO WS-REJECTED-COUNT
        NOT INVALID KEY
            DELETE HIERARCHY-FILE RECORD
                INVALID KEY
                    MOVE "REJECTED - DELETE FAILED" TO WS-ACTION-MSG
                    DISPLAY "ARITHHIM: DELETE FAILED FOR " HIR-KEY
                        " STATUS=" WS-HIR-STATUS
                    ADD 1 TO WS-REJECTED-COUNT
                NOT INVALID KEY
                    MOVE "DELETED" TO WS-ACTION-MSG
                    ADD 1 TO WS-APPLIED-COUNT
            END-DELETE
    END-READ.

2900-WRITE-RPT-DETAIL.
    EVALUATE TRUE
        WHEN HIM-ADD
            MOVE "ADD"     TO WS-RPT-ACTION
        WHEN HIM-CHANGE
            MOVE "CHANGE"  TO WS-RPT-ACTION
        WHEN HIM-DELETE
            MOVE "DELETE"  TO WS-RPT-ACTION
        WHEN OTHER
            MOVE HIM-ACTION TO WS-RPT-ACTION
    END-EVALUATE
    EVALUATE TRUE
        WHEN HIM-REGION
            MOVE "REGION" TO WS-RPT-LEVEL
        WHEN HIM-BRANCH
            MOVE "BRANCH" TO WS-RPT-LEVEL
        WHEN OTHER
            MOVE HIM-LEVEL TO WS-RPT-LEVEL
    END-EVALUATE
    MOVE HIM-UNIT-ID TO WS-RPT-UNIT-ID
    MOVE WS-ACTION-MSG TO WS-RPT-MSG
    MOVE WS-RPT-DETAIL TO MAINT-RPT-LINE
    WRITE MAINT-RPT-LINE
    IF (HIM-ADD OR HIM-CHANGE)
        AND WS-ACTION-MSG (1:8) NOT = "REJECTED"
        MOVE HIR-NAME TO RU-NAME
        IF HIR-BRANCH
            MOVE "REGION: " TO RU-REGION-LABEL
            MOVE HIR-REGION-ID TO RU-REGION-ID
        ELSE
            MOVE SPACES TO RU-REGION-LABEL
            MOVE SPACES TO RU-REGION-ID
        END-IF
        MOVE WS-RPT-UNIT TO MAINT-RPT-LINE
        WRITE MAINT-RPT-LINE
    END-IF.

3000-FINALIZE.
    IF WS-MNT-OK OR WS-MNT-EOF
        CLOSE MAINT-TXN-FILE
        IF WS-HIR-OPEN
            CLOSE HIERARCHY-FILE
        END-IF
        IF WS-REF-OPEN
            CLOSE ACCT-REF-FILE
            CLOSE MAINT-RPT-FILE
        END-IF
    END-IF
    DISPLAY "ARITHHIM: MAINTENANCE RECORDS READ = " WS-MAINT-READ-COUNT
    DISPLAY "ARITHHIM: ACTIONS APPLIED          = " WS-APPLIED-COUNT
    DISPLAY "ARITHHIM: ACTIONS REJECTED         = " WS-REJECTED-COUNT
    IF WS-REJECTED-COUNT > ZERO
        IF RETURN-CODE = ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
