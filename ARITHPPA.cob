       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARITHPPA.
*> Prior-period adjustment step. A back-dated posting whose month the
*> ARITHEOM rollover has already closed reaches the master's running
*> total (and YTD when its year is still open) but not the closing
*> snapshots cut for that month and every later one, so ARITHCHK's
*> baseline and ARITHSTM's opening balances would no longer agree
*> with the master. ARITHB01 and ARITHREC queue every such posting on
*> the nightly prior-period adjustment file; this step copies the
*> period-history file to a new generation with each affected
*> snapshot put right, and prints the prior-period adjustments
*> report. Each snapshot covering the item takes it on the running
*> total; the snapshot that closed the item's own month also takes
*> it on MTD; snapshots closing a month of the item's year take it
*> on YTD. An account that was not yet on the master at the latest
*> closing gets an opening snapshot at that closing instead, carrying
*> the item, so the audit baseline still excludes it from the open
*> period. The JCL copies the new file back over the live period
*> history only on RC 0; RC 4 means there was no period history to
*> adjust, RC 16 that the adjusted copy cannot be trusted.
AUTHOR. ARITHMETIC-TEAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRIOR-ADJ-FILE ASSIGN TO PPAIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PPA-STATUS.

    SELECT PERIOD-HIST-FILE ASSIGN TO PHISTIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PHI-STATUS.

    SELECT PERIOD-NEW-FILE ASSIGN TO PHISTNW
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PHN-STATUS.

    SELECT PPA-RPT-FILE ASSIGN TO PPARPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PRIOR-ADJ-FILE.
COPY PPAREC.

FD  PERIOD-HIST-FILE.
COPY PHISTREC.

FD  PERIOD-NEW-FILE.
01  PERIOD-NEW-RECORD           PIC X(46).

FD  PPA-RPT-FILE
    RECORDING MODE IS F.
01  PPA-RPT-LINE                PIC X(80).

FD  RUN-CONTROL-FILE.
COPY RCTLREC.

WORKING-STORAGE SECTION.
01  WS-RCT-STATUS               PIC XX VALUE SPACES.
    88  WS-RCT-OK               VALUE "00".

01  WS-PPA-STATUS               PIC XX VALUE SPACES.
    88  WS-PPA-OK               VALUE "00".
    88  WS-PPA-EOF              VALUE "10".
    88  WS-PPA-FILE-NOT-FOUND   VALUE "35".

01  WS-PHI-STATUS               PIC XX VALUE SPACES.
    88  WS-PHI-OK               VALUE "00".
    88  WS-PHI-EOF              VALUE "10".
    88  WS-PHI-FILE-NOT-FOUND   VALUE "35".

01  WS-PHN-STATUS               PIC XX VALUE SPACES.
    88  WS-PHN-OK               VALUE "00".

01  WS-RPT-STATUS               PIC XX VALUE SPACES.

01  WS-PPA-DONE-SW              PIC X VALUE "N".
    88  WS-PPA-DONE             VALUE "Y".

01  WS-PHI-DONE-SW              PIC X VALUE "N".
    88  WS-PHI-DONE             VALUE "Y".

01  WS-PHI-OPEN-SW              PIC X VALUE "N".
    88  WS-PHI-OPEN             VALUE "Y".

01  WS-PHN-OPEN-SW              PIC X VALUE "N".
    88  WS-PHN-OPEN             VALUE "Y".

*> Set when the adjusted copy can no longer be trusted (table full,
*> write failure): the step ends RC 16 and the swap does not run.
01  WS-ABANDON-SW               PIC X VALUE "N".
    88  WS-ABANDONED            VALUE "Y".

01  WS-SNAP-CHANGED-SW          PIC X VALUE "N".
    88  WS-SNAP-CHANGED         VALUE "Y".

01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                PIC X(8).

*> The month a snapshot closed: ARITHEOM runs on the first business
*> day of the following month, so a snapshot closes the month before
*> the one its period-end date falls in.
01  WS-CLOSED-MONTH             PIC 9(6) VALUE ZERO.
01  WS-CLOSED-MONTH-X REDEFINES WS-CLOSED-MONTH
                                PIC X(6).

*> Latest closing anywhere on the period history, for opening
*> snapshots of accounts that were not on the master at that time.
01  WS-LAST-CLOSE-DATE          PIC X(8) VALUE LOW-VALUES.
01  WS-LAST-CLOSE-TYPE          PIC X VALUE SPACE.

01  WS-COUNTS.
    05  WS-PPA-READ-COUNT        PIC 9(9) VALUE ZERO.
    05  WS-PPA-IGNORED-COUNT     PIC 9(9) VALUE ZERO.
    05  WS-PHI-READ-COUNT        PIC 9(9) VALUE ZERO.
    05  WS-SNAP-ADJUSTED-COUNT   PIC 9(9) VALUE ZERO.
    05  WS-OPENING-CUT-COUNT     PIC 9(9) VALUE ZERO.
    05  WS-NOT-APPLIED-COUNT     PIC 9(9) VALUE ZERO.
    05  WS-ADJ-AMOUNT-TOTAL      PIC 9(9) VALUE ZERO.

*> Tonight's adjustments. WS-ADJ-DISPOSITION starts "N" (no closing
*> covers the item yet) and becomes "A" once a snapshot takes it or
*> "O" once it is carried on an opening snapshot.
01  WS-ADJ-TABLE-AREA.
    05  WS-ADJ-COUNT             PIC 9(4) VALUE ZERO.
    05  WS-ADJ-ENTRY OCCURS 2000 TIMES
            INDEXED BY ADJ-IDX FLD-IDX.
        10  WS-ADJ-ACCOUNT-ID    PIC X(10).
        10  WS-ADJ-DATE          PIC X(8).
        10  WS-ADJ-STEP          PIC X(8).
        10  WS-ADJ-RESULT        PIC 9(6).
        10  WS-ADJ-SNAP-COUNT    PIC 9(4).
        10  WS-ADJ-FIRST-CLOSE   PIC X(8).
        10  WS-ADJ-DISPOSITION   PIC X.
            88  WS-ADJ-NOT-APPLIED   VALUE "N".
            88  WS-ADJ-APPLIED       VALUE "A".
            88  WS-ADJ-OPENING-CUT   VALUE "O".

01  WS-HEADER-LINE-1.
    05  FILLER                   PIC X(42)
        VALUE "ARITHPPA PRIOR-PERIOD ADJUSTMENTS REPORT  ".
    05  FILLER                   PIC X(15) VALUE "BUSINESS DATE: ".
    05  H1-RUN-DATE              PIC 9999/99/99.

01  WS-HEADER-LINE-2.
    05  FILLER                   PIC X(44)
        VALUE "ACCOUNT-ID ITEM DATE STEP      AMOUNT SNP   ".
    05  FILLER                   PIC X(29)
        VALUE "FROM     DISPOSITION".

01  WS-DETAIL-LINE.
    05  D-ACCOUNT-ID             PIC X(10).
    05  FILLER                   PIC X VALUE SPACE.
    05  D-ITEM-DATE              PIC X(8).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  D-STEP                   PIC X(8).
    05  FILLER                   PIC X VALUE SPACE.
    05  D-AMOUNT                 PIC ZZZ,ZZ9.
    05  FILLER                   PIC X VALUE SPACE.
    05  D-SNAP-COUNT             PIC ZZ9.
    05  FILLER                   PIC X(3) VALUE SPACES.
    05  D-FIRST-CLOSE            PIC X(8).
    05  FILLER                   PIC X VALUE SPACE.
    05  D-DISPOSITION            PIC X(20).

01  WS-SUMMARY-LINE.
    05  WS-RPT-LABEL             PIC X(24).
    05  WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-COPY-SNAPSHOT UNTIL WS-PHI-DONE
    IF WS-PHN-OPEN AND NOT WS-ABANDONED
        PERFORM 3000-CUT-OPENING-SNAPSHOT
            VARYING ADJ-IDX FROM 1 BY 1 UNTIL ADJ-IDX > WS-ADJ-COUNT
    END-IF
    PERFORM 4000-WRITE-REPORT
    PERFORM 5000-FINALIZE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 1050-GET-BUSINESS-DATE
    OPEN OUTPUT PPA-RPT-FILE
    PERFORM 1100-LOAD-ADJUSTMENTS
    IF WS-ABANDONED
        SET WS-PHI-DONE TO TRUE
    ELSE
        OPEN INPUT PERIOD-HIST-FILE
        EVALUATE TRUE
            WHEN WS-PHI-OK
                SET WS-PHI-OPEN TO TRUE
                OPEN OUTPUT PERIOD-NEW-FILE
                IF WS-PHN-OK
                    SET WS-PHN-OPEN TO TRUE
                    PERFORM 2100-READ-SNAPSHOT
                ELSE
                    DISPLAY "ARITHPPA: UNABLE TO OPEN NEW PERIOD HISTORY, "
                        "STATUS=" WS-PHN-STATUS
                    SET WS-ABANDONED TO TRUE
                    SET WS-PHI-DONE TO TRUE
                END-IF
            WHEN WS-PHI-FILE-NOT-FOUND
                DISPLAY "ARITHPPA: NO PERIOD HISTORY FILE - "
                    "NO SNAPSHOTS TO ADJUST"
                SET WS-PHI-DONE TO TRUE
                MOVE 4 TO RETURN-CODE
            WHEN OTHER
                DISPLAY "ARITHPPA: UNABLE TO OPEN PERIOD HISTORY, STATUS="
                    WS-PHI-STATUS
                SET WS-ABANDONED TO TRUE
                SET WS-PHI-DONE TO TRUE
        END-EVALUATE
    END-IF.

*> Only tonight's adjustments are taken: a leftover record from an
*> earlier night has already been folded in (or was abandoned with
*> its night) and must never be applied twice.
1100-LOAD-ADJUSTMENTS.
    OPEN INPUT PRIOR-ADJ-FILE
    IF WS-PPA-OK
        PERFORM 1110-LOAD-ADJUSTMENT-RECORD UNTIL WS-PPA-DONE
        CLOSE PRIOR-ADJ-FILE
    ELSE
        DISPLAY "ARITHPPA: NO PRIOR-PERIOD ADJUSTMENT FILE, STATUS="
            WS-PPA-STATUS " - PERIOD HISTORY COPIED UNCHANGED"
    END-IF.

1110-LOAD-ADJUSTMENT-RECORD.
    READ PRIOR-ADJ-FILE
        AT END
            SET WS-PPA-DONE TO TRUE
        NOT AT END
            ADD 1 TO WS-PPA-READ-COUNT
            IF PPA-RUN-DATE NOT = WS-RUN-DATE-X
                ADD 1 TO WS-PPA-IGNORED-COUNT
                DISPLAY "ARITHPPA: IGNORING " PPA-ACCOUNT-ID " " PPA-DATE
                    " QUEUED ON " PPA-RUN-DATE
            ELSE
                PERFORM 1120-ADD-ADJUSTMENT-ENTRY
            END-IF
    END-READ.

1120-ADD-ADJUSTMENT-ENTRY.
    IF WS-ADJ-COUNT < 2000
        ADD 1 TO WS-ADJ-COUNT
        SET ADJ-IDX TO WS-ADJ-COUNT
        MOVE PPA-ACCOUNT-ID TO WS-ADJ-ACCOUNT-ID (ADJ-IDX)
        MOVE PPA-DATE TO WS-ADJ-DATE (ADJ-IDX)
        MOVE PPA-SOURCE-STEP TO WS-ADJ-STEP (ADJ-IDX)
        MOVE PPA-RESULT TO WS-ADJ-RESULT (ADJ-IDX)
        MOVE ZERO TO WS-ADJ-SNAP-COUNT (ADJ-IDX)
        MOVE SPACES TO WS-ADJ-FIRST-CLOSE (ADJ-IDX)
        SET WS-ADJ-NOT-APPLIED (ADJ-IDX) TO TRUE
        ADD PPA-RESULT TO WS-ADJ-AMOUNT-TOTAL
    ELSE
        DISPLAY "ARITHPPA: *** ADJUSTMENT TABLE FULL AT " PPA-ACCOUNT-ID
            " " PPA-DATE " - PERIOD HISTORY NOT ADJUSTED ***"
        SET WS-ABANDONED TO TRUE
        SET WS-PPA-DONE TO TRUE
    END-IF.

*> Every snapshot is copied to the new generation, adjusted first by
*> every queued item for its account that the snapshot covers.
2000-COPY-SNAPSHOT.
    IF PHI-PERIOD-END-DATE > WS-LAST-CLOSE-DATE
        MOVE PHI-PERIOD-END-DATE TO WS-LAST-CLOSE-DATE
        MOVE PHI-PERIOD-TYPE TO WS-LAST-CLOSE-TYPE
    END-IF
    IF WS-ADJ-COUNT > ZERO
        MOVE "N" TO WS-SNAP-CHANGED-SW
        PERFORM 2050-SET-CLOSED-MONTH
        PERFORM 2200-APPLY-ADJUSTMENT
            VARYING ADJ-IDX FROM 1 BY 1 UNTIL ADJ-IDX > WS-ADJ-COUNT
        IF WS-SNAP-CHANGED
            ADD 1 TO WS-SNAP-ADJUSTED-COUNT
        END-IF
    END-IF
    WRITE PERIOD-NEW-RECORD FROM PERIOD-HISTORY-RECORD
    IF WS-PHN-OK
        PERFORM 2100-READ-SNAPSHOT
    ELSE
        DISPLAY "ARITHPPA: NEW PERIOD HISTORY WRITE FAILED, STATUS="
            WS-PHN-STATUS " - ADJUSTMENT ABANDONED"
        SET WS-ABANDONED TO TRUE
        SET WS-PHI-DONE TO TRUE
    END-IF.

2050-SET-CLOSED-MONTH.
    MOVE PHI-PERIOD-END-DATE (1:6) TO WS-CLOSED-MONTH-X
    IF WS-CLOSED-MONTH-X (5:2) = "01"
        SUBTRACT 89 FROM WS-CLOSED-MONTH
    ELSE
        SUBTRACT 1 FROM WS-CLOSED-MONTH
    END-IF.

2100-READ-SNAPSHOT.
    READ PERIOD-HIST-FILE
        AT END
            SET WS-PHI-DONE TO TRUE
        NOT AT END
            ADD 1 TO WS-PHI-READ-COUNT
    END-READ.

*> A snapshot cut in a later month than the item covers it.
2200-APPLY-ADJUSTMENT.
    IF WS-ADJ-ACCOUNT-ID (ADJ-IDX) = PHI-ACCOUNT-ID
        AND WS-ADJ-DATE (ADJ-IDX) (1:6) < PHI-PERIOD-END-DATE (1:6)
        ADD WS-ADJ-RESULT (ADJ-IDX) TO PHI-RUNNING-TOTAL
            ON SIZE ERROR
                DISPLAY "ARITHPPA: *** SNAPSHOT RUNNING TOTAL OVERFLOWED FOR "
                    PHI-KEY
        END-ADD
        IF WS-ADJ-DATE (ADJ-IDX) (1:6) = WS-CLOSED-MONTH-X
            ADD WS-ADJ-RESULT (ADJ-IDX) TO PHI-MTD-TOTAL
                ON SIZE ERROR
                    DISPLAY "ARITHPPA: *** SNAPSHOT MTD TOTAL OVERFLOWED FOR "
                        PHI-KEY
            END-ADD
        END-IF
        IF WS-ADJ-DATE (ADJ-IDX) (1:4) = WS-CLOSED-MONTH-X (1:4)
            ADD WS-ADJ-RESULT (ADJ-IDX) TO PHI-YTD-TOTAL
                ON SIZE ERROR
                    DISPLAY "ARITHPPA: *** SNAPSHOT YTD TOTAL OVERFLOWED FOR "
                        PHI-KEY
            END-ADD
        END-IF
        ADD 1 TO WS-ADJ-SNAP-COUNT (ADJ-IDX)
        IF WS-ADJ-FIRST-CLOSE (ADJ-IDX) = SPACES
            OR PHI-PERIOD-END-DATE < WS-ADJ-FIRST-CLOSE (ADJ-IDX)
            MOVE PHI-PERIOD-END-DATE TO WS-ADJ-FIRST-CLOSE (ADJ-IDX)
        END-IF
        SET WS-ADJ-APPLIED (ADJ-IDX) TO TRUE
        SET WS-SNAP-CHANGED TO TRUE
    END-IF.

*> An item no snapshot of its account covers, although a later
*> closing exists, belongs to an account that joined the master after
*> that closing. One opening snapshot at the latest closing carries
*> every such item of the account.
3000-CUT-OPENING-SNAPSHOT.
    IF WS-ADJ-NOT-APPLIED (ADJ-IDX)
        AND WS-ADJ-DATE (ADJ-IDX) (1:6) < WS-LAST-CLOSE-DATE (1:6)
        INITIALIZE PERIOD-HISTORY-RECORD
        MOVE WS-ADJ-ACCOUNT-ID (ADJ-IDX) TO PHI-ACCOUNT-ID
        MOVE WS-LAST-CLOSE-DATE TO PHI-PERIOD-END-DATE
        MOVE WS-LAST-CLOSE-TYPE TO PHI-PERIOD-TYPE
        PERFORM 2050-SET-CLOSED-MONTH
        PERFORM 3100-FOLD-INTO-OPENING
            VARYING FLD-IDX FROM ADJ-IDX BY 1 UNTIL FLD-IDX > WS-ADJ-COUNT
        WRITE PERIOD-NEW-RECORD FROM PERIOD-HISTORY-RECORD
        IF WS-PHN-OK
            ADD 1 TO WS-OPENING-CUT-COUNT
        ELSE
            DISPLAY "ARITHPPA: NEW PERIOD HISTORY WRITE FAILED, STATUS="
                WS-PHN-STATUS " - ADJUSTMENT ABANDONED"
            SET WS-ABANDONED TO TRUE
        END-IF
    END-IF.

3100-FOLD-INTO-OPENING.
    IF WS-ADJ-ACCOUNT-ID (FLD-IDX) = PHI-ACCOUNT-ID
        AND WS-ADJ-NOT-APPLIED (FLD-IDX)
        AND WS-ADJ-DATE (FLD-IDX) (1:6) < WS-LAST-CLOSE-DATE (1:6)
        ADD WS-ADJ-RESULT (FLD-IDX) TO PHI-RUNNING-TOTAL
        IF WS-ADJ-DATE (FLD-IDX) (1:6) = WS-CLOSED-MONTH-X
            ADD WS-ADJ-RESULT (FLD-IDX) TO PHI-MTD-TOTAL
        END-IF
        IF WS-ADJ-DATE (FLD-IDX) (1:4) = WS-CLOSED-MONTH-X (1:4)
            ADD WS-ADJ-RESULT (FLD-IDX) TO PHI-YTD-TOTAL
        END-IF
        MOVE 1 TO WS-ADJ-SNAP-COUNT (FLD-IDX)
        MOVE WS-LAST-CLOSE-DATE TO WS-ADJ-FIRST-CLOSE (FLD-IDX)
        SET WS-ADJ-OPENING-CUT (FLD-IDX) TO TRUE
    END-IF.

4000-WRITE-REPORT.
    MOVE WS-RUN-DATE TO H1-RUN-DATE
    MOVE WS-HEADER-LINE-1 TO PPA-RPT-LINE
    WRITE PPA-RPT-LINE
    MOVE SPACES TO PPA-RPT-LINE
    WRITE PPA-RPT-LINE
    MOVE WS-HEADER-LINE-2 TO PPA-RPT-LINE
    WRITE PPA-RPT-LINE
    PERFORM 4100-WRITE-DETAIL
        VARYING ADJ-IDX FROM 1 BY 1 UNTIL ADJ-IDX > WS-ADJ-COUNT
    MOVE SPACES TO PPA-RPT-LINE
    WRITE PPA-RPT-LINE
    MOVE "ADJUSTMENTS QUEUED:     " TO WS-RPT-LABEL
    MOVE WS-ADJ-COUNT TO WS-RPT-COUNT
    PERFORM 4200-WRITE-SUMMARY-LINE
    MOVE "AMOUNT ADJUSTED:        " TO WS-RPT-LABEL
    MOVE WS-ADJ-AMOUNT-TOTAL TO WS-RPT-COUNT
    PERFORM 4200-WRITE-SUMMARY-LINE
    MOVE "OTHER NIGHTS IGNORED:   " TO WS-RPT-LABEL
    MOVE WS-PPA-IGNORED-COUNT TO WS-RPT-COUNT
    PERFORM 4200-WRITE-SUMMARY-LINE
    MOVE "SNAPSHOTS READ:         " TO WS-RPT-LABEL
    MOVE WS-PHI-READ-COUNT TO WS-RPT-COUNT
    PERFORM 4200-WRITE-SUMMARY-LINE
    MOVE "SNAPSHOTS ADJUSTED:     " TO WS-RPT-LABEL
    MOVE WS-SNAP-ADJUSTED-COUNT TO WS-RPT-COUNT
    PERFORM 4200-WRITE-SUMMARY-LINE
    MOVE "OPENING SNAPSHOTS CUT:  " TO WS-RPT-LABEL
    MOVE WS-OPENING-CUT-COUNT TO WS-RPT-COUNT
    PERFORM 4200-WRITE-SUMMARY-LINE
    MOVE "NO CLOSING ON FILE:     " TO WS-RPT-LABEL
    MOVE WS-NOT-APPLIED-COUNT TO WS-RPT-COUNT
    PERFORM 4200-WRITE-SUMMARY-LINE
    IF WS-ABANDONED
        MOVE "*** ADJUSTED PERIOD HISTORY NOT RELEASED - SEE JOB LOG ***"
            TO PPA-RPT-LINE
        WRITE PPA-RPT-LINE
    END-IF.

4100-WRITE-DETAIL.
    MOVE WS-ADJ-ACCOUNT-ID (ADJ-IDX) TO D-ACCOUNT-ID
    MOVE WS-ADJ-DATE (ADJ-IDX) TO D-ITEM-DATE
    MOVE WS-ADJ-STEP (ADJ-IDX) TO D-STEP
    MOVE WS-ADJ-RESULT (ADJ-IDX) TO D-AMOUNT
    MOVE WS-ADJ-SNAP-COUNT (ADJ-IDX) TO D-SNAP-COUNT
    MOVE WS-ADJ-FIRST-CLOSE (ADJ-IDX) TO D-FIRST-CLOSE
    EVALUATE TRUE
        WHEN WS-ADJ-APPLIED (ADJ-IDX)
            MOVE "SNAPSHOTS ADJUSTED" TO D-DISPOSITION
        WHEN WS-ADJ-OPENING-CUT (ADJ-IDX)
            MOVE "OPENING SNAPSHOT CUT" TO D-DISPOSITION
        WHEN OTHER
            ADD 1 TO WS-NOT-APPLIED-COUNT
            MOVE "NO CLOSING ON FILE" TO D-DISPOSITION
    END-EVALUATE
    MOVE WS-DETAIL-LINE TO PPA-RPT-LINE
    WRITE PPA-RPT-LINE.

4200-WRITE-SUMMARY-LINE.
    MOVE WS-SUMMARY-LINE TO PPA-RPT-LINE
    WRITE PPA-RPT-LINE.

5000-FINALIZE.
    IF WS-PHI-OPEN
        CLOSE PERIOD-HIST-FILE
    END-IF
    IF WS-PHN-OPEN
        CLOSE PERIOD-NEW-FILE
    END-IF
    CLOSE PPA-RPT-FILE
    IF WS-ABANDONED
        MOVE 16 TO RETURN-CODE
    END-IF
    DISPLAY "ARITHPPA: ADJUSTMENTS QUEUED   = " WS-ADJ-COUNT
    DISPLAY "ARITHPPA: SNAPSHOTS ADJUSTED   = " WS-SNAP-ADJUSTED-COUNT
    DISPLAY "ARITHPPA: OPENING SNAPSHOTS    = " WS-OPENING-CUT-COUNT
    DISPLAY "ARITHPPA: NO CLOSING ON FILE   = " WS-NOT-APPLIED-COUNT.

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
        DISPLAY "ARITHPPA: NO RUN CONTROL FILE, STATUS=" WS-RCT-STATUS
            " - USING MACHINE DATE"
    END-IF.
