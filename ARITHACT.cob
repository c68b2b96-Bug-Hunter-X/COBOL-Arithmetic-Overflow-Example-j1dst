IDENTIFICATION DIVISION.
PROGRAM-ID. ARITHACT.
*> Account reference master maintenance. Applies a file of keyed
*> ADD/CLOSE/REOPEN/LIMITS/REACTIVATE maintenance transactions to the
*> account reference KSDS that ARITHVAL and ARITHB01 validate every
*> TXN-ACCOUNT-ID against, and reports every action taken or
*> rejected. Putting an account on file here (and keeping its status
*> open) is what lets the nightly compute post to it; anything else
*> on the feed goes to the exception file instead of spawning a
*> phantom balance record. REACTIVATE is the only way back to open
*> for an account the ARITHDRM dormancy run has flagged dormant;
*> every status change is stamped with the business date so the
*> dormancy clock restarts.
*> CLOSE is a settlement, not a status flip. The account's loose ends
*> are checked first -- open items on the exception history, TXNMSTR
*> corrections not yet delivered to the compute or still held for
*> approval, and GL extract items still on the unposted carry-forward
*> -- and any one of them refuses the close with the reasons listed
*> under the report line. A clean account goes to pending close with
*> its master balance shown; the nightly ARITHCLS step re-checks it,
*> cuts the closing statement, transfers the balance to the
*> settlement account and closes it. REOPEN on a pending-close
*> account withdraws the close.
*> BRANCH (and ADD, when a branch is given) places the account in the
*> branch/region hierarchy; the branch has to be on the hierarchy
*> file ARITHHIM maintains. A blank branch on BRANCH takes the
*> account back to unassigned.
AUTHOR. ARITHMETIC-TEAM.

ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCT-STATUS.

    SELECT MASTER-FILE ASSIGN TO MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MST-KEY
        FILE STATUS IS WS-MST-STATUS.

    SELECT EXCEPTION-HIST-FILE ASSIGN TO EXCHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EXH-KEY
        FILE STATUS IS WS-EXH-STATUS.

    SELECT TXNMSTR-FILE ASSIGN TO TXNMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TXN-KEY
        FILE STATUS IS WS-TXM-STATUS.

    SELECT GL-CARRY-FILE ASSIGN TO GLCARRY
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLC-STATUS.

    SELECT HIERARCHY-FILE ASSIGN TO HIERCHY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS HIR-KEY
        FILE STATUS IS WS-HIR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAINT-TXN-FILE.
    RECORDING MODE IS F.
01  MAINT-RPT-LINE              PIC X(80).

FD  RUN-CONTROL-FILE.
COPY RCTLREC.

FD  MASTER-FILE.
COPY MSTREC.

FD  EXCEPTION-HIST-FILE.
COPY EXHREC.

FD  TXNMSTR-FILE.
COPY TXNMSTR.

FD  GL-CARRY-FILE.
COPY GLXREC.

FD  HIERARCHY-FILE.
COPY HIERREC.

WORKING-STORAGE SECTION.
01  WS-MNT-STATUS               PIC XX VALUE SPACES.
    88  WS-MNT-OK               VALUE "00".

01  WS-RPT-STATUS               PIC XX VALUE SPACES.

01  WS-RCT-STATUS               PIC XX VALUE SPACES.
    88  WS-RCT-OK               VALUE "00".

01  WS-MST-STATUS               PIC XX VALUE SPACES.
    88  WS-MST-OK               VALUE "00".
    88  WS-MST-FILE-NOT-FOUND   VALUE "35".

01  WS-EXH-STATUS               PIC XX VALUE SPACES.
    88  WS-EXH-OK               VALUE "00".
    88  WS-EXH-FILE-NOT-FOUND   VALUE "35".

01  WS-TXM-STATUS               PIC XX VALUE SPACES.
    88  WS-TXM-OK               VALUE "00".
    88  WS-TXM-FILE-NOT-FOUND   VALUE "35".

01  WS-GLC-STATUS               PIC XX VALUE SPACES.
    88  WS-GLC-OK               VALUE "00".
    88  WS-GLC-FILE-NOT-FOUND   VALUE "35".

01  WS-HIR-STATUS               PIC XX VALUE SPACES.
    88  WS-HIR-OK               VALUE "00".

01  WS-HIR-OPEN-SW              PIC X VALUE "N".
    88  WS-HIR-OPEN             VALUE "Y".

01  WS-BRANCH-SW                PIC X VALUE "N".
    88  WS-BRANCH-BAD           VALUE "Y".

*> A source that is simply not there (status 35) has nothing in it to
*> block a close; one that is there but cannot be read means the
*> close cannot be checked, and every close in the run is refused.
01  WS-SOURCE-SWITCHES.
    05  WS-MST-OPEN-SW           PIC X VALUE "N".
        88  WS-MST-OPEN          VALUE "Y".
    05  WS-EXH-OPEN-SW           PIC X VALUE "N".
        88  WS-EXH-OPEN          VALUE "Y".
    05  WS-TXM-OPEN-SW           PIC X VALUE "N".
        88  WS-TXM-OPEN          VALUE "Y".
    05  WS-CHECKS-DOWN-SW        PIC X VALUE "N".
        88  WS-CLOSE-CHECKS-DOWN VALUE "Y".
    05  WS-GLC-EOF-SW            PIC X VALUE "N".
        88  WS-GLC-DONE          VALUE "Y".
    05  WS-SCAN-DONE-SW          PIC X VALUE "N".
        88  WS-SCAN-DONE         VALUE "Y".

*> What the close checks found for the account on the current
*> maintenance record; the report prints it under the detail line.
01  WS-CLOSE-CHECK-AREA.
    05  WS-CLOSE-CHECKED-SW      PIC X VALUE "N".
        88  WS-CLOSE-CHECKED     VALUE "Y".
    05  WS-CLOSE-BALANCE         PIC 9(9) VALUE ZERO.
    05  WS-OPEN-EXC-COUNT        PIC 9(5) VALUE ZERO.
    05  WS-PENDING-TXM-COUNT     PIC 9(5) VALUE ZERO.
    05  WS-UNPOSTED-GL-COUNT     PIC 9(5) VALUE ZERO.

*> Unposted GL carry-forward items counted per account, loaded up
*> front from the sequential carry-forward. The table is generous
*> for the account base; if it fills, the counts are incomplete and
*> the closes are refused rather than let through unchecked.
01  WS-GL-CARRY-TABLE-AREA.
    05  WS-GLC-COUNT             PIC 9(4) VALUE ZERO.
    05  WS-GLC-ENTRY OCCURS 2000 TIMES
            INDEXED BY GLC-IDX.
        10  WS-GLC-ACCOUNT-ID    PIC X(10).
        10  WS-GLC-ITEMS         PIC 9(5).

01  WS-SEARCH-ACCOUNT           PIC X(10) VALUE SPACES.

01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                PIC X(8).

01  WS-EOF-SWITCH               PIC X VALUE "N".
    88  WS-END-OF-FILE          VALUE "Y".

    05  FILLER                   PIC X(2) VALUE SPACES.
    05  WS-RPT-MSG               PIC X(40).

01  WS-RPT-CLOSE-LINE.
    05  FILLER                   PIC X(22) VALUE SPACES.
    05  WS-RPT-CLOSE-LABEL       PIC X(30).
    05  WS-RPT-CLOSE-AMOUNT      PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 1050-GET-BUSINESS-DATE
    OPEN INPUT MAINT-TXN-FILE
    IF NOT WS-MNT-OK
        DISPLAY "ARITHACT: UNABLE TO OPEN MAINTENANCE FILE, STATUS=" WS-MNT-STATUS
    ELSE
        PERFORM 1100-OPEN-ACCT-REF-FILE
        IF NOT WS-END-OF-FILE
            PERFORM 1300-OPEN-CLOSE-SOURCES
            OPEN INPUT HIERARCHY-FILE
            IF WS-HIR-OK
                SET WS-HIR-OPEN TO TRUE
            ELSE
                DISPLAY "ARITHACT: NO HIERARCHY FILE, STATUS=" WS-HIR-STATUS
                    " - BRANCH ASSIGNMENTS WILL BE REFUSED"
            END-IF
            OPEN OUTPUT MAINT-RPT-FILE
            PERFORM 1200-WRITE-RPT-HEADER
            PERFORM 2100-READ-MAINT-TXN
        MOVE 16 TO RETURN-CODE
    END-IF.

1300-OPEN-CLOSE-SOURCES.
    OPEN INPUT MASTER-FILE
    EVALUATE TRUE
        WHEN WS-MST-OK
            SET WS-MST-OPEN TO TRUE
        WHEN WS-MST-FILE-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "ARITHACT: UNABLE TO OPEN MASTER FILE, STATUS="
                WS-MST-STATUS " - CLOSES WILL BE REFUSED"
            SET WS-CLOSE-CHECKS-DOWN TO TRUE
    END-EVALUATE
    OPEN INPUT EXCEPTION-HIST-FILE
    EVALUATE TRUE
        WHEN WS-EXH-OK
            SET WS-EXH-OPEN TO TRUE
        WHEN WS-EXH-FILE-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "ARITHACT: UNABLE TO OPEN EXCEPTION HISTORY, STATUS="
                WS-EXH-STATUS " - CLOSES WILL BE REFUSED"
            SET WS-CLOSE-CHECKS-DOWN TO TRUE
    END-EVALUATE
    OPEN INPUT TXNMSTR-FILE
    EVALUATE TRUE
        WHEN WS-TXM-OK
            SET WS-TXM-OPEN TO TRUE
        WHEN WS-TXM-FILE-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "ARITHACT: UNABLE TO OPEN TXNMSTR, STATUS="
                WS-TXM-STATUS " - CLOSES WILL BE REFUSED"
            SET WS-CLOSE-CHECKS-DOWN TO TRUE
    END-EVALUATE
    PERFORM 1400-LOAD-GL-CARRY-FORWARD.

1400-LOAD-GL-CARRY-FORWARD.
    OPEN INPUT GL-CARRY-FILE
    EVALUATE TRUE
        WHEN WS-GLC-OK
            PERFORM 1410-LOAD-GL-CARRY-RECORD UNTIL WS-GLC-DONE
            CLOSE GL-CARRY-FILE
        WHEN WS-GLC-FILE-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "ARITHACT: UNABLE TO OPEN GL CARRY-FORWARD, STATUS="
                WS-GLC-STATUS " - CLOSES WILL BE REFUSED"
            SET WS-CLOSE-CHECKS-DOWN TO TRUE
    END-EVALUATE.

1410-LOAD-GL-CARRY-RECORD.
    READ GL-CARRY-FILE
        AT END
            SET WS-GLC-DONE TO TRUE
        NOT AT END
            PERFORM 1420-FOLD-GL-CARRY-ITEM
    END-READ.

1420-FOLD-GL-CARRY-ITEM.
    MOVE GLX-ACCOUNT-ID TO WS-SEARCH-ACCOUNT
    SET GLC-IDX TO 1
    SEARCH WS-GLC-ENTRY
        AT END
            PERFORM 1430-ADD-GL-CARRY-ENTRY
        WHEN GLC-IDX > WS-GLC-COUNT
            PERFORM 1430-ADD-GL-CARRY-ENTRY
        WHEN WS-GLC-ACCOUNT-ID (GLC-IDX) = WS-SEARCH-ACCOUNT
            ADD 1 TO WS-GLC-ITEMS (GLC-IDX)
    END-SEARCH.

1430-ADD-GL-CARRY-ENTRY.
    IF WS-GLC-COUNT < 2000
        ADD 1 TO WS-GLC-COUNT
        SET GLC-IDX TO WS-GLC-COUNT
        MOVE WS-SEARCH-ACCOUNT TO WS-GLC-ACCOUNT-ID (GLC-IDX)
        MOVE 1 TO WS-GLC-ITEMS (GLC-IDX)
    ELSE
        IF NOT WS-CLOSE-CHECKS-DOWN
            DISPLAY "ARITHACT: GL CARRY-FORWARD TABLE FULL"
                " - CLOSES WILL BE REFUSED"
            SET WS-CLOSE-CHECKS-DOWN TO TRUE
        END-IF
    END-IF.

1200-WRITE-RPT-HEADER.
    MOVE SPACES TO MAINT-RPT-LINE
    STRING "ARITHACT ACCOUNT REFERENCE MAINTENANCE REPORT" DELIMITED BY SIZE

2000-APPLY-MAINTENANCE.
    MOVE SPACES TO WS-ACTION-MSG
    MOVE "N" TO WS-CLOSE-CHECKED-SW
    EVALUATE TRUE
        WHEN ACM-ACCOUNT-ID = SPACES
            MOVE "REJECTED - ACCOUNT ID MISSING" TO WS-ACTION-MSG
            PERFORM 2400-REOPEN-ACCOUNT
        WHEN ACM-SET-LIMITS
            PERFORM 2450-SET-LIMITS
        WHEN ACM-REACTIVATE
            PERFORM 2470-REACTIVATE-ACCOUNT
        WHEN ACM-SET-BRANCH
            PERFORM 2480-SET-BRANCH
        WHEN OTHER
            MOVE "REJECTED - ACTION NOT A/C/R/L/V/B" TO WS-ACTION-MSG
            ADD 1 TO WS-REJECTED-COUNT
    END-EVALUATE
    PERFORM 2500-WRITE-RPT-DETAIL
    IF WS-CLOSE-CHECKED
        PERFORM 2510-WRITE-CLOSE-LINES
    END-IF
    PERFORM 2100-READ-MAINT-TXN.

2100-READ-MAINT-TXN.
    END-READ.

2200-ADD-ACCOUNT.
    MOVE "N" TO WS-BRANCH-SW
    IF ACM-BRANCH-ID NOT = SPACES
        PERFORM 2490-CHECK-BRANCH
    END-IF
    IF WS-BRANCH-BAD
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        MOVE ACM-ACCOUNT-ID TO ACT-ACCOUNT-ID
        MOVE ACM-NAME TO ACT-NAME
        SET ACT-OPEN TO TRUE
        MOVE WS-RUN-DATE-X TO ACT-STATUS-DATE
        MOVE ACM-BRANCH-ID TO ACT-BRANCH-ID
        MOVE ZERO TO ACT-NIGHT-LIMIT
        MOVE ZERO TO ACT-MTD-LIMIT
        PERFORM 2460-APPLY-LIMIT-FIELDS
        WRITE ACCOUNT-REFERENCE-RECORD
            INVALID KEY
                MOVE "REJECTED - ACCOUNT ALREADY ON FILE" TO WS-ACTION-MSG
                ADD 1 TO WS-REJECTED-COUNT
            NOT INVALID KEY
                MOVE "ADDED AS OPEN" TO WS-ACTION-MSG
                ADD 1 TO WS-APPLIED-COUNT
        END-WRITE
    END-IF.

2300-CLOSE-ACCOUNT.
    MOVE ACM-ACCOUNT-ID TO ACT-ACCOUNT-ID
            MOVE "REJECTED - ACCOUNT NOT ON FILE" TO WS-ACTION-MSG
            ADD 1 TO WS-REJECTED-COUNT
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN ACT-CLOSED
                    MOVE "REJECTED - ACCOUNT ALREADY CLOSED" TO WS-ACTION-MSG
                    ADD 1 TO WS-REJECTED-COUNT
                WHEN ACT-PENDING-CLOSE
                    MOVE "REJECTED - CLOSE ALREADY PENDING" TO WS-ACTION-MSG
                    ADD 1 TO WS-REJECTED-COUNT
                WHEN WS-CLOSE-CHECKS-DOWN
                    MOVE "REJECTED - SETTLEMENT CHECKS UNAVAILABLE"
                        TO WS-ACTION-MSG
                    ADD 1 TO WS-REJECTED-COUNT
                WHEN OTHER
                    PERFORM 2310-CHECK-CLOSE-SOURCES
                    IF WS-OPEN-EXC-COUNT > ZERO
                        OR WS-PENDING-TXM-COUNT > ZERO
                        OR WS-UNPOSTED-GL-COUNT > ZERO
                        MOVE "REJECTED - LOOSE ENDS, REASONS BELOW"
                            TO WS-ACTION-MSG
                        ADD 1 TO WS-REJECTED-COUNT
                    ELSE
                        PERFORM 2350-SET-PENDING-CLOSE
                    END-IF
            END-EVALUATE
    END-READ.

*> The four settlement sources. The master balance never refuses a
*> close -- moving it off the account is what the settlement is for
*> -- but it is shown so the requester sees what will be transferred.
2310-CHECK-CLOSE-SOURCES.
    SET WS-CLOSE-CHECKED TO TRUE
    MOVE ZERO TO WS-CLOSE-BALANCE
    MOVE ZERO TO WS-OPEN-EXC-COUNT
    MOVE ZERO TO WS-PENDING-TXM-COUNT
    MOVE ZERO TO WS-UNPOSTED-GL-COUNT
    IF WS-MST-OPEN
        MOVE ACT-ACCOUNT-ID TO MST-ACCOUNT-ID
        READ MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE MST-RUNNING-TOTAL TO WS-CLOSE-BALANCE
        END-READ
    END-IF
    IF WS-EXH-OPEN
        PERFORM 2320-COUNT-OPEN-EXCEPTIONS
    END-IF
    IF WS-TXM-OPEN
        PERFORM 2330-COUNT-PENDING-CORRECTIONS
    END-IF
    IF WS-GLC-COUNT > ZERO
        MOVE ACT-ACCOUNT-ID TO WS-SEARCH-ACCOUNT
        SET GLC-IDX TO 1
        SEARCH WS-GLC-ENTRY
            AT END
                CONTINUE
            WHEN GLC-IDX > WS-GLC-COUNT
                CONTINUE
            WHEN WS-GLC-ACCOUNT-ID (GLC-IDX) = WS-SEARCH-ACCOUNT
                MOVE WS-GLC-ITEMS (GLC-IDX) TO WS-UNPOSTED-GL-COUNT
        END-SEARCH
    END-IF.

2320-COUNT-OPEN-EXCEPTIONS.
    MOVE "N" TO WS-SCAN-DONE-SW
    MOVE ACT-ACCOUNT-ID TO EXH-ACCOUNT-ID
    MOVE LOW-VALUES TO EXH-DATE
    MOVE LOW-VALUES TO EXH-RUN-DATE
    START EXCEPTION-HIST-FILE KEY >= EXH-KEY
        INVALID KEY
            SET WS-SCAN-DONE TO TRUE
    END-START
    PERFORM 2325-READ-EXCEPTION-ITEM UNTIL WS-SCAN-DONE.

2325-READ-EXCEPTION-ITEM.
    READ EXCEPTION-HIST-FILE NEXT RECORD
        AT END
            SET WS-SCAN-DONE TO TRUE
        NOT AT END
            IF EXH-ACCOUNT-ID NOT = ACT-ACCOUNT-ID
                SET WS-SCAN-DONE TO TRUE
            ELSE
                IF EXH-OPEN
                    ADD 1 TO WS-OPEN-EXC-COUNT
                END-IF
            END-IF
    END-READ.

*> A correction still outstanding is one the bridge has not yet
*> delivered (no applied stamp) or one still held for four-eyes
*> approval; a stamped, released record has already reached the
*> compute and is history.
2330-COUNT-PENDING-CORRECTIONS.
    MOVE "N" TO WS-SCAN-DONE-SW
    MOVE ACT-ACCOUNT-ID TO TXN-ACCOUNT-ID
    MOVE LOW-VALUES TO TXN-DATE
    START TXNMSTR-FILE KEY >= TXN-KEY
        INVALID KEY
            SET WS-SCAN-DONE TO TRUE
    END-START
    PERFORM 2335-READ-CORRECTION UNTIL WS-SCAN-DONE.

2335-READ-CORRECTION.
    READ TXNMSTR-FILE NEXT RECORD
        AT END
            SET WS-SCAN-DONE TO TRUE
        NOT AT END
            IF TXN-ACCOUNT-ID NOT = ACT-ACCOUNT-ID
                SET WS-SCAN-DONE TO TRUE
            ELSE
                IF TXM-APPLIED-DATE = SPACES OR TXM-PENDING-APPROVAL
                    ADD 1 TO WS-PENDING-TXM-COUNT
                END-IF
            END-IF
    END-READ.

2350-SET-PENDING-CLOSE.
    SET ACT-PENDING-CLOSE TO TRUE
    MOVE WS-RUN-DATE-X TO ACT-STATUS-DATE
    REWRITE ACCOUNT-REFERENCE-RECORD
        INVALID KEY
            MOVE "REJECTED - REWRITE FAILED" TO WS-ACTION-MSG
            DISPLAY "ARITHACT: REWRITE FAILED FOR " ACT-ACCOUNT-ID
                " STATUS=" WS-REF-STATUS
            ADD 1 TO WS-REJECTED-COUNT
        NOT INVALID KEY
            MOVE "PENDING CLOSE - SETTLES ON NIGHTLY RUN" TO WS-ACTION-MSG
            ADD 1 TO WS-APPLIED-COUNT
    END-REWRITE.

*> REOPEN is for closed accounts, and withdraws a close still
*> pending settlement; a dormant one must come back through
*> REACTIVATE so the wake-up shows as such on this report.
2400-REOPEN-ACCOUNT.
    MOVE ACM-ACCOUNT-ID TO ACT-ACCOUNT-ID
    READ ACCT-REF-FILE
            MOVE "REJECTED - ACCOUNT NOT ON FILE" TO WS-ACTION-MSG
            ADD 1 TO WS-REJECTED-COUNT
        NOT INVALID KEY
            IF ACT-DORMANT
                MOVE "REJECTED - ACCOUNT DORMANT, USE REACTIVATE"
                    TO WS-ACTION-MSG
                ADD 1 TO WS-REJECTED-COUNT
            ELSE
                IF ACT-PENDING-CLOSE
                    MOVE "REOPENED - PENDING CLOSE WITHDRAWN"
                        TO WS-ACTION-MSG
                ELSE
                    MOVE "REOPENED" TO WS-ACTION-MSG
                END-IF
                SET ACT-OPEN TO TRUE
                MOVE WS-RUN-DATE-X TO ACT-STATUS-DATE
                REWRITE ACCOUNT-REFERENCE-RECORD
                    INVALID KEY
                        MOVE "REJECTED - REWRITE FAILED" TO WS-ACTION-MSG
                        DISPLAY "ARITHACT: REWRITE FAILED FOR " ACT-ACCOUNT-ID
                            " STATUS=" WS-REF-STATUS
                        ADD 1 TO WS-REJECTED-COUNT
                    NOT INVALID KEY
                        ADD 1 TO WS-APPLIED-COUNT
                END-REWRITE
            END-IF
    END-READ.

*> LIMITS rewrites only the limit bytes of an existing record: a
        MOVE ACM-MTD-LIMIT TO ACT-MTD-LIMIT
    END-IF.

*> REACTIVATE only ever moves a dormant account back to open; the
*> status date restarts the dormancy clock, and the DM exceptions held
*> against the account post on the next recycle.
2470-REACTIVATE-ACCOUNT.
    MOVE ACM-ACCOUNT-ID TO ACT-ACCOUNT-ID
    READ ACCT-REF-FILE
        INVALID KEY
            MOVE "REJECTED - ACCOUNT NOT ON FILE" TO WS-ACTION-MSG
            ADD 1 TO WS-REJECTED-COUNT
        NOT INVALID KEY
            IF NOT ACT-DORMANT
                MOVE "REJECTED - ACCOUNT NOT DORMANT" TO WS-ACTION-MSG
                ADD 1 TO WS-REJECTED-COUNT
            ELSE
                SET ACT-OPEN TO TRUE
                MOVE WS-RUN-DATE-X TO ACT-STATUS-DATE
                REWRITE ACCOUNT-REFERENCE-RECORD
                    INVALID KEY
                        MOVE "REJECTED - REWRITE FAILED" TO WS-ACTION-MSG
                        DISPLAY "ARITHACT: REWRITE FAILED FOR " ACT-ACCOUNT-ID
                            " STATUS=" WS-REF-STATUS
                        ADD 1 TO WS-REJECTED-COUNT
                    NOT INVALID KEY
                        MOVE "REACTIVATED FROM DORMANT" TO WS-ACTION-MSG
                        ADD 1 TO WS-APPLIED-COUNT
                END-REWRITE
            END-IF
    END-READ.

*> A closed account keeps its branch, so its history still rolls up
*> where it belonged; it cannot be moved once closed.
2480-SET-BRANCH.
    MOVE "N" TO WS-BRANCH-SW
    IF ACM-BRANCH-ID NOT = SPACES
        PERFORM 2490-CHECK-BRANCH
    END-IF
    IF WS-BRANCH-BAD
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        MOVE ACM-ACCOUNT-ID TO ACT-ACCOUNT-ID
        READ ACCT-REF-FILE
            INVALID KEY
                MOVE "REJECTED - ACCOUNT NOT ON FILE" TO WS-ACTION-MSG
                ADD 1 TO WS-REJECTED-COUNT
            NOT INVALID KEY
                IF ACT-CLOSED
                    MOVE "REJECTED - ACCOUNT CLOSED" TO WS-ACTION-MSG
                    ADD 1 TO WS-REJECTED-COUNT
                ELSE
                    MOVE ACM-BRANCH-ID TO ACT-BRANCH-ID
                    REWRITE ACCOUNT-REFERENCE-RECORD
                        INVALID KEY
                            MOVE "REJECTED - REWRITE FAILED" TO WS-ACTION-MSG
                            DISPLAY "ARITHACT: REWRITE FAILED FOR "
                                ACT-ACCOUNT-ID " STATUS=" WS-REF-STATUS
                            ADD 1 TO WS-REJECTED-COUNT
                        NOT INVALID KEY
                            IF ACT-BRANCH-ID = SPACES
                                MOVE "BRANCH CLEARED - UNASSIGNED"
                                    TO WS-ACTION-MSG
                            ELSE
                                MOVE "BRANCH SET" TO WS-ACTION-MSG
                            END-IF
                            ADD 1 TO WS-APPLIED-COUNT
                    END-REWRITE
                END-IF
        END-READ
    END-IF.

2490-CHECK-BRANCH.
    IF NOT WS-HIR-OPEN
        MOVE "REJECTED - HIERARCHY NOT AVAILABLE" TO WS-ACTION-MSG
        SET WS-BRANCH-BAD TO TRUE
    ELSE
        SET HIR-BRANCH TO TRUE
        MOVE ACM-BRANCH-ID TO HIR-UNIT-ID
        READ HIERARCHY-FILE
            INVALID KEY
                MOVE "REJECTED - BRANCH NOT ON HIERARCHY" TO WS-ACTION-MSG
                SET WS-BRANCH-BAD TO TRUE
        END-READ
    END-IF.

2500-WRITE-RPT-DETAIL.
    EVALUATE TRUE
        WHEN ACM-ADD
            MOVE "REOPEN" TO WS-RPT-ACTION
        WHEN ACM-SET-LIMITS
            MOVE "LIMITS" TO WS-RPT-ACTION
        WHEN ACM-REACTIVATE
            MOVE "REACTIV" TO WS-RPT-ACTION
        WHEN ACM-SET-BRANCH
            MOVE "BRANCH" TO WS-RPT-ACTION
        WHEN OTHER
            MOVE ACM-ACTION TO WS-RPT-ACTION
    END-EVALUATE
    MOVE WS-RPT-DETAIL TO MAINT-RPT-LINE
    WRITE MAINT-RPT-LINE.

*> Under a close: the balance the settlement will move, then one line
*> per loose end that refused it.
2510-WRITE-CLOSE-LINES.
    MOVE "MASTER BALANCE TO SETTLE" TO WS-RPT-CLOSE-LABEL
    MOVE WS-CLOSE-BALANCE TO WS-RPT-CLOSE-AMOUNT
    MOVE WS-RPT-CLOSE-LINE TO MAINT-RPT-LINE
    WRITE MAINT-RPT-LINE
    IF WS-OPEN-EXC-COUNT > ZERO
        MOVE "REASON: OPEN EXCEPTION ITEMS" TO WS-RPT-CLOSE-LABEL
        MOVE WS-OPEN-EXC-COUNT TO WS-RPT-CLOSE-AMOUNT
        MOVE WS-RPT-CLOSE-LINE TO MAINT-RPT-LINE
        WRITE MAINT-RPT-LINE
    END-IF
    IF WS-PENDING-TXM-COUNT > ZERO
        MOVE "REASON: PENDING CORRECTIONS" TO WS-RPT-CLOSE-LABEL
        MOVE WS-PENDING-TXM-COUNT TO WS-RPT-CLOSE-AMOUNT
        MOVE WS-RPT-CLOSE-LINE TO MAINT-RPT-LINE
        WRITE MAINT-RPT-LINE
    END-IF
    IF WS-UNPOSTED-GL-COUNT > ZERO
        MOVE "REASON: UNPOSTED GL ITEMS" TO WS-RPT-CLOSE-LABEL
        MOVE WS-UNPOSTED-GL-COUNT TO WS-RPT-CLOSE-AMOUNT
        MOVE WS-RPT-CLOSE-LINE TO MAINT-RPT-LINE
        WRITE MAINT-RPT-LINE
    END-IF.

3000-FINALIZE.
    IF WS-MNT-OK OR WS-MNT-EOF
        CLOSE MAINT-TXN-FILE
        IF WS-REF-OPEN
            CLOSE ACCT-REF-FILE
            CLOSE MAINT-RPT-FILE
            IF WS-MST-OPEN
                CLOSE MASTER-FILE
            END-IF
            IF WS-EXH-OPEN
                CLOSE EXCEPTION-HIST-FILE
            END-IF
            IF WS-TXM-OPEN
                CLOSE TXNMSTR-FILE
            END-IF
            IF WS-HIR-OPEN
                CLOSE HIERARCHY-FILE
            END-IF
        END-IF
    END-IF
    DISPLAY "ARITHACT: MAINTENANCE RECORDS READ = " WS-MAINT-READ-COUNT
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

*> Status changes are stamped with tonight's business date from the
*> ARITHRUN run-control handoff when it is present; a run outside the
*> nightly stream falls back to the machine date.
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
        DISPLAY "ARITHACT: NO RUN CONTROL FILE, STATUS=" WS-RCT-STATUS
            " - USING MACHINE DATE"
    END-IF.
