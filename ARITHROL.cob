       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARITHROL.
*> Consolidated branch/region rollup report. Every account is tied
*> to a branch by ACT-BRANCH-ID on the reference master and every
*> branch to a region on the hierarchy cluster ARITHHIM maintains;
*> this report subtotals by branch, by region and for the whole
*> shop, side by side:
*>   TONIGHT   - tonight's postings off the nightly result file
*>               (reversal rows subtract, as on ARITHRPT),
*>   MTD / YTD - the month- and year-to-date buckets on the master,
*>   PRIOR MTD - the month-to-date figure as it closed at the latest
*>               period end on the period history.
*> The open-account count per branch comes off the reference master
*> (closed accounts are not counted; pending-close and dormant ones
*> are). An account with a blank branch, or a branch that is not on
*> the hierarchy, rolls up under the UNASSIGNED branch; a branch
*> whose region is not on file rolls up under the UNASSIGNED region.
*> The UNASSIGNED block is always printed, even when empty, so
*> nobody has to wonder whether it was checked, and the shop total
*> is the same figure the ARITHRPT grand total and the master show.
AUTHOR. ARITHMETIC-TEAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT RESULT-FILE ASSIGN TO RESIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RES-STATUS.

    SELECT MASTER-FILE ASSIGN TO MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MST-KEY
        FILE STATUS IS WS-MST-STATUS.

    SELECT PERIOD-HIST-FILE ASSIGN TO PHISTIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PHI-STATUS.

    SELECT ROLLUP-RPT-FILE ASSIGN TO ROLRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HIERARCHY-FILE.
COPY HIERREC.

FD  ACCT-REF-FILE.
COPY ACTREC.

FD  RESULT-FILE.
COPY RESREC.

FD  MASTER-FILE.
COPY MSTREC.

FD  PERIOD-HIST-FILE.
COPY PHISTREC.

FD  ROLLUP-RPT-FILE
    RECORDING MODE IS F.
01  ROLLUP-RPT-LINE             PIC X(80).

FD  RUN-CONTROL-FILE.
COPY RCTLREC.

WORKING-STORAGE SECTION.
01  WS-HIR-STATUS               PIC XX VALUE SPACES.
    88  WS-HIR-OK               VALUE "00".

01  WS-REF-STATUS               PIC XX VALUE SPACES.
    88  WS-REF-OK               VALUE "00".

01  WS-RES-STATUS               PIC XX VALUE SPACES.
    88  WS-RES-OK               VALUE "00".

01  WS-MST-STATUS               PIC XX VALUE SPACES.
    88  WS-MST-OK               VALUE "00".

01  WS-PHI-STATUS               PIC XX VALUE SPACES.
    88  WS-PHI-OK               VALUE "00".

01  WS-RPT-STATUS               PIC XX VALUE SPACES.

01  WS-RCT-STATUS               PIC XX VALUE SPACES.
    88  WS-RCT-OK               VALUE "00".

01  WS-REF-OPEN-SW              PIC X VALUE "N".
    88  WS-REF-OPEN             VALUE "Y".

01  WS-SCAN-DONE-SW             PIC X VALUE "N".
    88  WS-SCAN-DONE            VALUE "Y".

01  WS-RUN-ID                   PIC X(8) VALUE "ARITHROL".
01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                PIC X(8).

*> Latest period end on the period history; the PRIOR MTD column is
*> every account's closing month-to-date at that date.
01  WS-PRIOR-CLOSE-DATE         PIC X(8) VALUE SPACES.
01  WS-PRIOR-CLOSE-NUM REDEFINES WS-PRIOR-CLOSE-DATE
                                PIC 9(8).

01  WS-PAGE-CONTROL.
    05  WS-PAGE-NUMBER           PIC 9(5) VALUE ZERO.
    05  WS-LINES-PER-PAGE        PIC 9(3) VALUE 60.
    05  WS-LINE-COUNT            PIC 9(3) VALUE 99.

01  WS-ROLLUP-COUNTS.
    05  WS-RES-READ-COUNT        PIC 9(9) VALUE ZERO.
    05  WS-MST-READ-COUNT        PIC 9(9) VALUE ZERO.
    05  WS-PHI-USED-COUNT        PIC 9(9) VALUE ZERO.
    05  WS-UNASSIGNED-ACCTS      PIC 9(9) VALUE ZERO.

*> Regions off the hierarchy, with the UNASSIGNED region appended
*> after the last one loaded.
01  WS-REGION-TABLE-AREA.
    05  WS-RGN-COUNT             PIC 9(4) VALUE ZERO.
    05  WS-RGN-UNASSIGNED        PIC 9(4) VALUE ZERO.
    05  WS-RGN-ENTRY OCCURS 200 TIMES
            INDEXED BY RGN-IDX.
        10  WS-RGN-ID            PIC X(4).
        10  WS-RGN-NAME          PIC X(30).

*> Branches off the hierarchy, each pointing at its region's table
*> entry, with the UNASSIGNED branch (id spaces, so a blank
*> ACT-BRANCH-ID finds it directly) appended last. The shop is
*> small next to these sizes; overflow is reported rather than
*> silently dropped, and the accounts of a dropped branch land in
*> UNASSIGNED where they are still counted.
01  WS-BRANCH-TABLE-AREA.
    05  WS-BRN-COUNT             PIC 9(4) VALUE ZERO.
    05  WS-BRN-UNASSIGNED        PIC 9(4) VALUE ZERO.
    05  WS-BRN-TABLE-FULL-SW     PIC X VALUE "N".
        88  WS-BRN-TABLE-FULL    VALUE "Y".
    05  WS-BRN-ENTRY OCCURS 1000 TIMES
            INDEXED BY BRN-IDX.
        10  WS-BRN-ID            PIC X(4).
        10  WS-BRN-NAME          PIC X(30).
        10  WS-BRN-REGION-SUB    PIC 9(4).
        10  WS-BRN-TOTALS.
            15  WS-BRN-ACCOUNTS  PIC 9(7).
            15  WS-BRN-TONIGHT   PIC S9(13).
            15  WS-BRN-MTD       PIC 9(13).
            15  WS-BRN-YTD       PIC 9(13).
            15  WS-BRN-PRIOR     PIC 9(13).

01  WS-RGN-TABLE-FULL-SW        PIC X VALUE "N".
    88  WS-RGN-TABLE-FULL       VALUE "Y".

01  WS-SEARCH-BRANCH            PIC X(4) VALUE SPACES.
01  WS-SEARCH-REGION            PIC X(4) VALUE SPACES.
01  WS-BRANCH-SUB               PIC 9(4) VALUE ZERO.
01  WS-PRINT-REGION-SUB         PIC 9(4) VALUE ZERO.

*> Region and shop accumulators, built at print time from the
*> branch lines under them.
01  WS-REGION-TOTALS.
    05  WS-RT-ACCOUNTS           PIC 9(7).
    05  WS-RT-TONIGHT            PIC S9(13).
    05  WS-RT-MTD                PIC 9(13).
    05  WS-RT-YTD                PIC 9(13).
    05  WS-RT-PRIOR              PIC 9(13).

01  WS-SHOP-TOTALS.
    05  WS-ST-ACCOUNTS           PIC 9(7).
    05  WS-ST-TONIGHT            PIC S9(13).
    05  WS-ST-MTD                PIC 9(13).
    05  WS-ST-YTD                PIC 9(13).
    05  WS-ST-PRIOR              PIC 9(13).

01  WS-HEADER-LINE-1.
    05  FILLER                   PIC X(10) VALUE "RUN-ID: ".
    05  H1-RUN-ID                PIC X(8).
    05  FILLER                   PIC X(10) VALUE SPACES.
    05  FILLER                   PIC X(6) VALUE "DATE: ".
    05  H1-RUN-DATE              PIC 9999/99/99.
    05  FILLER                   PIC X(10) VALUE SPACES.
    05  FILLER                   PIC X(6) VALUE "PAGE: ".
    05  H1-PAGE-NUMBER           PIC ZZZZ9.

01  WS-HEADER-LINE-2.
    05  FILLER                   PIC X(48) VALUE
        "CONSOLIDATED BRANCH/REGION ROLLUP   PRIOR CLOSE ".
    05  H2-PRIOR-CLOSE-DATE      PIC 9999/99/99.

01  WS-COLUMN-HEADER             PIC X(80) VALUE
    "UNIT NAME         ACCTS     TONIGHT            MTD           YTD     PRIOR MTD".

01  WS-REGION-HEAD-LINE.
    05  FILLER                   PIC X(8) VALUE "REGION ".
    05  RH-REGION-ID             PIC X(4).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  RH-REGION-NAME           PIC X(30).

01  WS-DETAIL-LINE.
    05  D-UNIT-ID                PIC X(4).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  D-NAME                   PIC X(12).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  D-ACCOUNTS               PIC ZZZZ9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  D-TONIGHT                PIC ZZZ,ZZZ,ZZ9-.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  D-MTD                    PIC Z,ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  D-YTD                    PIC Z,ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  D-PRIOR                  PIC Z,ZZZ,ZZZ,ZZ9.

01  WS-RPT-LABEL-LINE.
    05  WS-RPT-LABEL             PIC X(24).
    05  WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    IF RETURN-CODE < 16
        PERFORM 2000-ACCUMULATE
        PERFORM 3000-FINALIZE
    END-IF
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 1050-GET-BUSINESS-DATE
    PERFORM 1100-LOAD-HIERARCHY
    OPEN INPUT ACCT-REF-FILE
    IF WS-REF-OK
        SET WS-REF-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHROL: UNABLE TO OPEN REFERENCE FILE, STATUS=" WS-REF-STATUS
        MOVE 16 TO RETURN-CODE
    END-IF.

*> The hierarchy keys sort branches (B) ahead of regions (R), so the
*> regions are loaded first in a pass of their own and each branch
*> then finds its region's entry as it is loaded.
1100-LOAD-HIERARCHY.
    OPEN INPUT HIERARCHY-FILE
    IF NOT WS-HIR-OK
        DISPLAY "ARITHROL: NO HIERARCHY FILE, STATUS=" WS-HIR-STATUS
            " - EVERY ACCOUNT REPORTED UNASSIGNED"
    ELSE
        MOVE "N" TO WS-SCAN-DONE-SW
        SET HIR-REGION TO TRUE
        MOVE LOW-VALUES TO HIR-UNIT-ID
        START HIERARCHY-FILE KEY >= HIR-KEY
            INVALID KEY
                SET WS-SCAN-DONE TO TRUE
        END-START
        PERFORM 1110-LOAD-REGION UNTIL WS-SCAN-DONE
        MOVE "N" TO WS-SCAN-DONE-SW
        SET HIR-BRANCH TO TRUE
        MOVE LOW-VALUES TO HIR-UNIT-ID
        START HIERARCHY-FILE KEY >= HIR-KEY
            INVALID KEY
                SET WS-SCAN-DONE TO TRUE
        END-START
        PERFORM 1120-LOAD-BRANCH UNTIL WS-SCAN-DONE
        CLOSE HIERARCHY-FILE
    END-IF
    PERFORM 1150-ADD-UNASSIGNED.

1110-LOAD-REGION.
    READ HIERARCHY-FILE NEXT RECORD
        AT END
            SET WS-SCAN-DONE TO TRUE
        NOT AT END
            IF NOT HIR-REGION
                SET WS-SCAN-DONE TO TRUE
            ELSE
                IF WS-RGN-COUNT < 199
                    ADD 1 TO WS-RGN-COUNT
                    SET RGN-IDX TO WS-RGN-COUNT
                    MOVE HIR-UNIT-ID TO WS-RGN-ID (RGN-IDX)
                    MOVE HIR-NAME TO WS-RGN-NAME (RGN-IDX)
                ELSE
                    IF NOT WS-RGN-TABLE-FULL
                        SET WS-RGN-TABLE-FULL TO TRUE
                        DISPLAY "ARITHROL: REGION TABLE FULL - "
                            "LATER REGIONS REPORTED UNASSIGNED"
                    END-IF
                END-IF
            END-IF
    END-READ.

1120-LOAD-BRANCH.
    READ HIERARCHY-FILE NEXT RECORD
        AT END
            SET WS-SCAN-DONE TO TRUE
        NOT AT END
            IF NOT HIR-BRANCH
                SET WS-SCAN-DONE TO TRUE
            ELSE
                IF WS-BRN-COUNT < 999
                    ADD 1 TO WS-BRN-COUNT
                    SET BRN-IDX TO WS-BRN-COUNT
                    MOVE HIR-UNIT-ID TO WS-BRN-ID (BRN-IDX)
                    MOVE HIR-NAME TO WS-BRN-NAME (BRN-IDX)
                    MOVE ZERO TO WS-BRN-TOTALS (BRN-IDX)
                    PERFORM 1130-FIND-BRANCH-REGION
                ELSE
                    IF NOT WS-BRN-TABLE-FULL
                        SET WS-BRN-TABLE-FULL TO TRUE
                        DISPLAY "ARITHROL: BRANCH TABLE FULL - "
                            "LATER BRANCHES REPORTED UNASSIGNED"
                    END-IF
                END-IF
            END-IF
    END-READ.

*> A region sub of zero is resolved to the UNASSIGNED region once it
*> has been appended.
1130-FIND-BRANCH-REGION.
    MOVE HIR-REGION-ID TO WS-SEARCH-REGION
    MOVE ZERO TO WS-BRN-REGION-SUB (BRN-IDX)
    SET RGN-IDX TO 1
    SEARCH WS-RGN-ENTRY
        AT END
            CONTINUE
        WHEN RGN-IDX > WS-RGN-COUNT
            CONTINUE
        WHEN WS-RGN-ID (RGN-IDX) = WS-SEARCH-REGION
            SET WS-BRN-REGION-SUB (BRN-IDX) TO RGN-IDX
    END-SEARCH.

1150-ADD-UNASSIGNED.
    ADD 1 TO WS-RGN-COUNT
    MOVE WS-RGN-COUNT TO WS-RGN-UNASSIGNED
    SET RGN-IDX TO WS-RGN-COUNT
    MOVE SPACES TO WS-RGN-ID (RGN-IDX)
    MOVE "UNASSIGNED" TO WS-RGN-NAME (RGN-IDX)
    ADD 1 TO WS-BRN-COUNT
    MOVE WS-BRN-COUNT TO WS-BRN-UNASSIGNED
    SET BRN-IDX TO WS-BRN-COUNT
    MOVE SPACES TO WS-BRN-ID (BRN-IDX)
    MOVE "UNASSIGNED" TO WS-BRN-NAME (BRN-IDX)
    MOVE ZERO TO WS-BRN-TOTALS (BRN-IDX)
    MOVE WS-RGN-UNASSIGNED TO WS-BRN-REGION-SUB (BRN-IDX)
    SET BRN-IDX TO 1
    PERFORM 1160-RESOLVE-REGION UNTIL BRN-IDX > WS-BRN-COUNT.

1160-RESOLVE-REGION.
    IF WS-BRN-REGION-SUB (BRN-IDX) = ZERO
        MOVE WS-RGN-UNASSIGNED TO WS-BRN-REGION-SUB (BRN-IDX)
    END-IF
    SET BRN-IDX UP BY 1.

2000-ACCUMULATE.
    PERFORM 2100-COUNT-ACCOUNTS
    PERFORM 2200-ADD-TONIGHT
    PERFORM 2300-ADD-MASTER-BUCKETS
    PERFORM 2400-ADD-PRIOR-CLOSE.

2100-COUNT-ACCOUNTS.
    MOVE "N" TO WS-SCAN-DONE-SW
    MOVE LOW-VALUES TO ACT-KEY
    START ACCT-REF-FILE KEY >= ACT-KEY
        INVALID KEY
            SET WS-SCAN-DONE TO TRUE
    END-START
    PERFORM 2110-COUNT-ACCOUNT UNTIL WS-SCAN-DONE.

2110-COUNT-ACCOUNT.
    READ ACCT-REF-FILE NEXT RECORD
        AT END
            SET WS-SCAN-DONE TO TRUE
        NOT AT END
            IF NOT ACT-CLOSED
                MOVE ACT-BRANCH-ID TO WS-SEARCH-BRANCH
                PERFORM 2900-FIND-BRANCH
                ADD 1 TO WS-BRN-ACCOUNTS (WS-BRANCH-SUB)
                IF WS-BRANCH-SUB = WS-BRN-UNASSIGNED
                    ADD 1 TO WS-UNASSIGNED-ACCTS
                END-IF
            END-IF
    END-READ.

*> A missing result file means no postings tonight are shown; the
*> balances columns still report, with a warning.
2200-ADD-TONIGHT.
    OPEN INPUT RESULT-FILE
    IF NOT WS-RES-OK
        DISPLAY "ARITHROL: NO RESULT FILE, STATUS=" WS-RES-STATUS
            " - TONIGHT COLUMN LEFT AT ZERO"
        IF RETURN-CODE = ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE
        MOVE "N" TO WS-SCAN-DONE-SW
        PERFORM 2210-ADD-RESULT UNTIL WS-SCAN-DONE
        CLOSE RESULT-FILE
    END-IF.

2210-ADD-RESULT.
    READ RESULT-FILE
        AT END
            SET WS-SCAN-DONE TO TRUE
        NOT AT END
            ADD 1 TO WS-RES-READ-COUNT
            MOVE RES-ACCOUNT-ID TO ACT-ACCOUNT-ID
            PERFORM 2800-BRANCH-FOR-ACCOUNT
            IF RES-REVERSAL
                SUBTRACT RES-RESULT FROM WS-BRN-TONIGHT (WS-BRANCH-SUB)
            ELSE
                ADD RES-RESULT TO WS-BRN-TONIGHT (WS-BRANCH-SUB)
            END-IF
    END-READ.

2300-ADD-MASTER-BUCKETS.
    OPEN INPUT MASTER-FILE
    IF NOT WS-MST-OK
        DISPLAY "ARITHROL: UNABLE TO OPEN MASTER FILE, STATUS=" WS-MST-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE "N" TO WS-SCAN-DONE-SW
        MOVE LOW-VALUES TO MST-KEY
        START MASTER-FILE KEY >= MST-KEY
            INVALID KEY
                SET WS-SCAN-DONE TO TRUE
        END-START
        PERFORM 2310-ADD-MASTER UNTIL WS-SCAN-DONE
        CLOSE MASTER-FILE
    END-IF.

2310-ADD-MASTER.
    READ MASTER-FILE NEXT RECORD
        AT END
            SET WS-SCAN-DONE TO TRUE
        NOT AT END
            ADD 1 TO WS-MST-READ-COUNT
            MOVE MST-ACCOUNT-ID TO ACT-ACCOUNT-ID
            PERFORM 2800-BRANCH-FOR-ACCOUNT
            ADD MST-MTD-TOTAL TO WS-BRN-MTD (WS-BRANCH-SUB)
            ADD MST-YTD-TOTAL TO WS-BRN-YTD (WS-BRANCH-SUB)
    END-READ.

*> Two passes over the period history: the first finds the latest
*> period end on it, the second adds up every account's snapshot at
*> that date. No history yet simply leaves the column at zero.
2400-ADD-PRIOR-CLOSE.
    OPEN INPUT PERIOD-HIST-FILE
    IF NOT WS-PHI-OK
        DISPLAY "ARITHROL: NO PERIOD HISTORY FILE, STATUS=" WS-PHI-STATUS
            " - PRIOR MTD COLUMN LEFT AT ZERO"
    ELSE
        MOVE "N" TO WS-SCAN-DONE-SW
        PERFORM 2410-FIND-PRIOR-CLOSE UNTIL WS-SCAN-DONE
        CLOSE PERIOD-HIST-FILE
        IF WS-PRIOR-CLOSE-DATE NOT = SPACES
            OPEN INPUT PERIOD-HIST-FILE
            MOVE "N" TO WS-SCAN-DONE-SW
            PERFORM 2420-ADD-PRIOR-SNAPSHOT UNTIL WS-SCAN-DONE
            CLOSE PERIOD-HIST-FILE
        END-IF
    END-IF.

2410-FIND-PRIOR-CLOSE.
    READ PERIOD-HIST-FILE
        AT END
            SET WS-SCAN-DONE TO TRUE
        NOT AT END
            IF WS-PRIOR-CLOSE-DATE = SPACES
                OR PHI-PERIOD-END-DATE > WS-PRIOR-CLOSE-DATE
                MOVE PHI-PERIOD-END-DATE TO WS-PRIOR-CLOSE-DATE
            END-IF
    END-READ.

2420-ADD-PRIOR-SNAPSHOT.
    READ PERIOD-HIST-FILE
        AT END
            SET WS-SCAN-DONE TO TRUE
        NOT AT END
            IF PHI-PERIOD-END-DATE = WS-PRIOR-CLOSE-DATE
                ADD 1 TO WS-PHI-USED-COUNT
                MOVE PHI-ACCOUNT-ID TO ACT-ACCOUNT-ID
                PERFORM 2800-BRANCH-FOR-ACCOUNT
                ADD PHI-MTD-TOTAL TO WS-BRN-PRIOR (WS-BRANCH-SUB)
            END-IF
    END-READ.

*> An account not on the reference master has no branch and rolls up
*> under UNASSIGNED with the rest.
2800-BRANCH-FOR-ACCOUNT.
    READ ACCT-REF-FILE
        INVALID KEY
            MOVE SPACES TO WS-SEARCH-BRANCH
        NOT INVALID KEY
            MOVE ACT-BRANCH-ID TO WS-SEARCH-BRANCH
    END-READ
    PERFORM 2900-FIND-BRANCH.

2900-FIND-BRANCH.
    MOVE WS-BRN-UNASSIGNED TO WS-BRANCH-SUB
    SET BRN-IDX TO 1
    SEARCH WS-BRN-ENTRY
        AT END
            CONTINUE
        WHEN BRN-IDX > WS-BRN-COUNT
            CONTINUE
        WHEN WS-BRN-ID (BRN-IDX) = WS-SEARCH-BRANCH
            SET WS-BRANCH-SUB TO BRN-IDX
    END-SEARCH.

3000-FINALIZE.
    OPEN OUTPUT ROLLUP-RPT-FILE
    MOVE ZERO TO WS-SHOP-TOTALS
    MOVE 1 TO WS-PRINT-REGION-SUB
    PERFORM 3100-PRINT-REGION UNTIL WS-PRINT-REGION-SUB > WS-RGN-COUNT
    PERFORM 3300-PRINT-SHOP-TOTAL
    CLOSE ROLLUP-RPT-FILE
    CLOSE ACCT-REF-FILE
    DISPLAY "ARITHROL: RESULT RECORDS READ      = " WS-RES-READ-COUNT
    DISPLAY "ARITHROL: MASTER RECORDS READ      = " WS-MST-READ-COUNT
    DISPLAY "ARITHROL: PRIOR CLOSE SNAPSHOTS    = " WS-PHI-USED-COUNT
    DISPLAY "ARITHROL: UNASSIGNED OPEN ACCOUNTS = " WS-UNASSIGNED-ACCTS
    IF WS-BRN-TABLE-FULL OR WS-RGN-TABLE-FULL
        IF RETURN-CODE = ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

*> One region block: heading, a line per branch under it, and the
*> region total.
3100-PRINT-REGION.
    IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
        PERFORM 3900-WRITE-PAGE-HEADERS
    END-IF
    SET RGN-IDX TO WS-PRINT-REGION-SUB
    MOVE WS-RGN-ID (RGN-IDX) TO RH-REGION-ID
    MOVE WS-RGN-NAME (RGN-IDX) TO RH-REGION-NAME
    MOVE WS-REGION-HEAD-LINE TO ROLLUP-RPT-LINE
    PERFORM 3800-WRITE-LINE
    MOVE ZERO TO WS-REGION-TOTALS
    SET BRN-IDX TO 1
    PERFORM 3110-PRINT-BRANCH UNTIL BRN-IDX > WS-BRN-COUNT
    MOVE WS-RGN-ID (RGN-IDX) TO D-UNIT-ID
    MOVE "REGION TOTAL" TO D-NAME
    MOVE WS-RT-ACCOUNTS TO D-ACCOUNTS
    MOVE WS-RT-TONIGHT TO D-TONIGHT
    MOVE WS-RT-MTD TO D-MTD
    MOVE WS-RT-YTD TO D-YTD
    MOVE WS-RT-PRIOR TO D-PRIOR
    MOVE WS-DETAIL-LINE TO ROLLUP-RPT-LINE
    PERFORM 3800-WRITE-LINE
    MOVE SPACES TO ROLLUP-RPT-LINE
    PERFORM 3800-WRITE-LINE
    ADD WS-RT-ACCOUNTS TO WS-ST-ACCOUNTS
    ADD WS-RT-TONIGHT TO WS-ST-TONIGHT
    ADD WS-RT-MTD TO WS-ST-MTD
    ADD WS-RT-YTD TO WS-ST-YTD
    ADD WS-RT-PRIOR TO WS-ST-PRIOR
    ADD 1 TO WS-PRINT-REGION-SUB.

3110-PRINT-BRANCH.
    IF WS-BRN-REGION-SUB (BRN-IDX) = WS-PRINT-REGION-SUB
        IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
            PERFORM 3900-WRITE-PAGE-HEADERS
        END-IF
        MOVE WS-BRN-ID (BRN-IDX) TO D-UNIT-ID
        MOVE WS-BRN-NAME (BRN-IDX) TO D-NAME
        MOVE WS-BRN-ACCOUNTS (BRN-IDX) TO D-ACCOUNTS
        MOVE WS-BRN-TONIGHT (BRN-IDX) TO D-TONIGHT
        MOVE WS-BRN-MTD (BRN-IDX) TO D-MTD
        MOVE WS-BRN-YTD (BRN-IDX) TO D-YTD
        MOVE WS-BRN-PRIOR (BRN-IDX) TO D-PRIOR
        MOVE WS-DETAIL-LINE TO ROLLUP-RPT-LINE
        PERFORM 3800-WRITE-LINE
        ADD WS-BRN-ACCOUNTS (BRN-IDX) TO WS-RT-ACCOUNTS
        ADD WS-BRN-TONIGHT (BRN-IDX) TO WS-RT-TONIGHT
        ADD WS-BRN-MTD (BRN-IDX) TO WS-RT-MTD
        ADD WS-BRN-YTD (BRN-IDX) TO WS-RT-YTD
        ADD WS-BRN-PRIOR (BRN-IDX) TO WS-RT-PRIOR
    END-IF
    SET BRN-IDX UP BY 1.

3300-PRINT-SHOP-TOTAL.
    IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
        PERFORM 3900-WRITE-PAGE-HEADERS
    END-IF
    MOVE SPACES TO D-UNIT-ID
    MOVE "SHOP TOTAL" TO D-NAME
    MOVE WS-ST-ACCOUNTS TO D-ACCOUNTS
    MOVE WS-ST-TONIGHT TO D-TONIGHT
    MOVE WS-ST-MTD TO D-MTD
    MOVE WS-ST-YTD TO D-YTD
    MOVE WS-ST-PRIOR TO D-PRIOR
    MOVE WS-DETAIL-LINE TO ROLLUP-RPT-LINE
    PERFORM 3800-WRITE-LINE
    MOVE SPACES TO ROLLUP-RPT-LINE
    PERFORM 3800-WRITE-LINE
    MOVE "UNASSIGNED OPEN ACCOUNTS" TO WS-RPT-LABEL
    MOVE WS-UNASSIGNED-ACCTS TO WS-RPT-COUNT
    MOVE WS-RPT-LABEL-LINE TO ROLLUP-RPT-LINE
    PERFORM 3800-WRITE-LINE.

3800-WRITE-LINE.
    WRITE ROLLUP-RPT-LINE
    ADD 1 TO WS-LINE-COUNT.

3900-WRITE-PAGE-HEADERS.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-ID TO H1-RUN-ID
    MOVE WS-RUN-DATE TO H1-RUN-DATE
    MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER
    IF WS-PRIOR-CLOSE-DATE = SPACES
        MOVE ZERO TO H2-PRIOR-CLOSE-DATE
    ELSE
        MOVE WS-PRIOR-CLOSE-NUM TO H2-PRIOR-CLOSE-DATE
    END-IF
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO ROLLUP-RPT-LINE
        WRITE ROLLUP-RPT-LINE
        BEFORE ADVANCING PAGE
    END-IF
    MOVE WS-HEADER-LINE-1 TO ROLLUP-RPT-LINE
    WRITE ROLLUP-RPT-LINE
    MOVE WS-HEADER-LINE-2 TO ROLLUP-RPT-LINE
    WRITE ROLLUP-RPT-LINE
    MOVE SPACES TO ROLLUP-RPT-LINE
    WRITE ROLLUP-RPT-LINE
    MOVE WS-COLUMN-HEADER TO ROLLUP-RPT-LINE
    WRITE ROLLUP-RPT-LINE
    MOVE ZERO TO WS-LINE-COUNT.

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
        DISPLAY "ARITHROL: NO RUN CONTROL FILE, STATUS=" WS-RCT-STATUS
            " - USING MACHINE DATE"
    END-IF.
