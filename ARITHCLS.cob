       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARITHCLS.
*> Nightly closure settlement. Walks the account reference master for
*> accounts an ARITHACT close has parked in pending close and, for
*> each, re-checks the loose ends the close was refused on -- open
*> items on the exception history (tonight's compute may have added
*> one for a posting that arrived after the close), TXNMSTR
*> corrections not yet delivered or still held for approval, and GL
*> extract items still on tonight's unposted carry-forward. An
*> account with any left is held in pending close and reported with
*> the reasons; it is picked up again the next night. A clean one
*> is settled: its remaining running balance is moved onto the shop
*> settlement account on the master (both sides journalled on the
*> master update journal and written to the GL extract, debit off
*> the closing account and credit to the settlement account), the
*> settlement is appended to the cumulative settlement history, the
*> account is set closed, and a closing statement is cut from the
*> result history and the master -- every posting on file, the
*> master buckets it closed with, the transfer and the zero closing
*> balance. PARM is the settlement account; it must be on file and
*> open or nothing is settled (RC 8). Held accounts give RC 4; an
*> I/O failure part-way through a settlement stops the run with
*> RC 16 so the half-applied account can be looked at.
AUTHOR. ARITHMETIC-TEAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCT-REF-FILE ASSIGN TO ACCTREF
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACT-KEY
        FILE STATUS IS WS-REF-STATUS.

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

    SELECT RESULT-HIST-FILE ASSIGN TO RESHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RHI-KEY
        FILE STATUS IS WS-RHI-STATUS.

    SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTRCT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLX-STATUS.

    SELECT MASTER-JRNL-FILE ASSIGN TO MSTJRNL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MJR-STATUS.

    SELECT SETTLE-HIST-FILE ASSIGN TO SETLHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STL-STATUS.

    SELECT CLOSE-STMT-FILE ASSIGN TO CLSSTMT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STM-STATUS.

    SELECT SETTLE-RPT-FILE ASSIGN TO CLSRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCT-REF-FILE.
COPY ACTREC.

FD  MASTER-FILE.
COPY MSTREC.

FD  EXCEPTION-HIST-FILE.
COPY EXHREC.

FD  TXNMSTR-FILE.
COPY TXNMSTR.

FD  GL-CARRY-FILE.
01  GL-CARRY-RECORD.
    05  GLC-ACCOUNT-ID              PIC X(10).
    05  FILLER                      PIC X(38).

FD  RESULT-HIST-FILE.
COPY RHISTREC.

FD  GL-EXTRACT-FILE.
COPY GLXREC.

FD  MASTER-JRNL-FILE.
COPY MSTJRNL.

FD  SETTLE-HIST-FILE.
COPY SETLREC.

FD  CLOSE-STMT-FILE
    RECORDING MODE IS F.
01  CLOSE-STMT-LINE             PIC X(80).

FD  SETTLE-RPT-FILE
    RECORDING MODE IS F.
01  SETTLE-RPT-LINE             PIC X(80).

FD  RUN-CONTROL-FILE.
COPY RCTLREC.

WORKING-STORAGE SECTION.
01  WS-REF-STATUS               PIC XX VALUE SPACES.
    88  WS-REF-OK               VALUE "00".
    88  WS-REF-EOF              VALUE "10".

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

01  WS-RHI-STATUS               PIC XX VALUE SPACES.
    88  WS-RHI-OK               VALUE "00".

01  WS-GLX-STATUS               PIC XX VALUE SPACES.
    88  WS-GLX-OK               VALUE "00".
    88  WS-GLX-FILE-NOT-FOUND   VALUE "35".

01  WS-MJR-STATUS               PIC XX VALUE SPACES.
    88  WS-MJR-OK               VALUE "00".
    88  WS-MJR-FILE-NOT-FOUND   VALUE "35".

01  WS-STL-STATUS               PIC XX VALUE SPACES.
    88  WS-STL-OK               VALUE "00".
    88  WS-STL-FILE-NOT-FOUND   VALUE "35".

01  WS-STM-STATUS               PIC XX VALUE SPACES.
01  WS-RPT-STATUS               PIC XX VALUE SPACES.

01  WS-RCT-STATUS               PIC XX VALUE SPACES.
    88  WS-RCT-OK               VALUE "00".

01  WS-EOF-SWITCH               PIC X VALUE "N".
    88  WS-END-OF-FILE          VALUE "Y".

01  WS-OPEN-SWITCHES.
    05  WS-REF-OPEN-SW           PIC X VALUE "N".
        88  WS-REF-OPEN          VALUE "Y".
    05  WS-EXH-OPEN-SW           PIC X VALUE "N".
        88  WS-EXH-OPEN          VALUE "Y".
    05  WS-TXM-OPEN-SW           PIC X VALUE "N".
        88  WS-TXM-OPEN          VALUE "Y".
    05  WS-RHI-OPEN-SW           PIC X VALUE "N".
        88  WS-RHI-OPEN          VALUE "Y".
    05  WS-MST-OPEN-SW           PIC X VALUE "N".
        88  WS-MST-OPEN          VALUE "Y".
    05  WS-MJR-OPEN-SW           PIC X VALUE "N".
        88  WS-MJR-OPEN          VALUE "Y".
    05  WS-GLX-OPEN-SW           PIC X VALUE "N".
        88  WS-GLX-OPEN          VALUE "Y".
    05  WS-STL-OPEN-SW           PIC X VALUE "N".
        88  WS-STL-OPEN          VALUE "Y".
    05  WS-RPT-OPEN-SW           PIC X VALUE "N".
        88  WS-RPT-OPEN          VALUE "Y".

01  WS-GLC-EOF-SW               PIC X VALUE "N".
    88  WS-GLC-DONE             VALUE "Y".

01  WS-SCAN-DONE-SW             PIC X VALUE "N".
    88  WS-SCAN-DONE            VALUE "Y".

01  WS-SETTLE-FAILED-SW         PIC X VALUE "N".
    88  WS-SETTLE-FAILED        VALUE "Y".

01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                PIC X(8).

01  WS-PARM-LINE                PIC X(32) VALUE SPACES.
01  WS-SETTLE-ACCOUNT           PIC X(10) VALUE SPACES.

01  WS-MST-BEFORE-IMAGE         PIC X(45) VALUE SPACES.

*> What the settlement found for the pending-close account in hand.
*> The master buckets are held here so the closing statement can show
*> what the account closed with after the transfer has zeroed it.
01  WS-ACCOUNT-AREA.
    05  WS-CLOSE-MST-FOUND-SW    PIC X VALUE "N".
        88  WS-CLOSE-MST-FOUND   VALUE "Y".
    05  WS-CLOSE-BALANCE         PIC 9(9) VALUE ZERO.
    05  WS-CLOSE-MTD             PIC 9(9) VALUE ZERO.
    05  WS-CLOSE-YTD             PIC 9(9) VALUE ZERO.
    05  WS-OPEN-EXC-COUNT        PIC 9(5) VALUE ZERO.
    05  WS-PENDING-TXM-COUNT     PIC 9(5) VALUE ZERO.
    05  WS-UNPOSTED-GL-COUNT     PIC 9(5) VALUE ZERO.
    05  WS-STMT-POSTING-COUNT    PIC 9(5) VALUE ZERO.
    05  WS-STMT-NET-TOTAL        PIC S9(12) VALUE ZERO.

*> Unposted GL carry-forward items counted per account, loaded up
*> front from tonight's carry-forward generation. If the table
*> fills the counts are incomplete, and nothing is settled.
01  WS-GL-CARRY-TABLE-AREA.
    05  WS-GLC-COUNT             PIC 9(4) VALUE ZERO.
    05  WS-GLC-ENTRY OCCURS 2000 TIMES
            INDEXED BY GLC-IDX.
        10  WS-GLC-ACCOUNT-ID    PIC X(10).
        10  WS-GLC-ITEMS         PIC 9(5).

01  WS-SEARCH-ACCOUNT           PIC X(10) VALUE SPACES.

01  WS-SETTLE-COUNTS.
    05  WS-ACCOUNT-COUNT         PIC 9(9) VALUE ZERO.
    05  WS-PENDING-COUNT         PIC 9(9) VALUE ZERO.
    05  WS-SETTLED-COUNT         PIC 9(9) VALUE ZERO.
    05  WS-HELD-COUNT            PIC 9(9) VALUE ZERO.
    05  WS-FAILED-COUNT          PIC 9(9) VALUE ZERO.
    05  WS-TRANSFER-TOTAL        PIC 9(12) VALUE ZERO.

01  WS-PAGE-CONTROL.
    05  WS-PAGE-NUMBER           PIC 9(5) VALUE ZERO.
    05  WS-LINES-PER-PAGE        PIC 9(3) VALUE 60.
    05  WS-LINE-COUNT            PIC 9(3) VALUE 99.

01  WS-STMT-PAGE-CONTROL.
    05  WS-STMT-PAGE-NUMBER      PIC 9(5) VALUE ZERO.
    05  WS-STMT-LINE-COUNT       PIC 9(3) VALUE ZERO.

01  WS-HEADER-LINE-1.
    05  FILLER                   PIC X(10) VALUE "RUN-ID: ".
    05  FILLER                   PIC X(8) VALUE "ARITHCLS".
    05  FILLER                   PIC X(10) VALUE SPACES.
    05  FILLER                   PIC X(6) VALUE "DATE: ".
    05  H1-RUN-DATE              PIC 9999/99/99.
    05  FILLER                   PIC X(10) VALUE SPACES.
    05  FILLER                   PIC X(6) VALUE "PAGE: ".
    05  H1-PAGE-NUMBER           PIC ZZZZ9.

01  WS-HEADER-LINE-2.
    05  FILLER                   PIC X(41) VALUE
        "CLOSURE SETTLEMENT - SETTLEMENT ACCOUNT: ".
    05  H2-SETTLE-ACCOUNT        PIC X(10).

01  WS-COLUMN-HEADER             PIC X(80) VALUE
    "ACCOUNT-ID      BALANCE  EXC-ITEMS  CORRECTIONS  GL-ITEMS  ACTION".

01  WS-DETAIL-LINE.
    05  D-ACCOUNT-ID             PIC X(10).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  D-BALANCE                PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(6) VALUE SPACES.
    05  D-EXC-COUNT              PIC ZZZZ9.
    05  FILLER                   PIC X(8) VALUE SPACES.
    05  D-TXM-COUNT              PIC ZZZZ9.
    05  FILLER                   PIC X(5) VALUE SPACES.
    05  D-GL-COUNT               PIC ZZZZ9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  D-ACTION                 PIC X(8).

01  WS-STMT-HOLD-LINE            PIC X(80) VALUE SPACES.

01  WS-STMT-HEADER-LINE-2        PIC X(80) VALUE
    "ACCOUNT CLOSING STATEMENT".

01  WS-STMT-ACCOUNT-LINE.
    05  FILLER                   PIC X(9) VALUE "ACCOUNT: ".
    05  SA-ACCOUNT-ID            PIC X(10).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  SA-NAME                  PIC X(30).

01  WS-STMT-CLOSED-LINE.
    05  FILLER                   PIC X(10) VALUE "  CLOSED: ".
    05  SC-CLOSE-DATE            PIC 9999/99/99.
    05  FILLER                   PIC X(16) VALUE "   SETTLED TO: ".
    05  SC-SETTLE-ACCOUNT        PIC X(10).

01  WS-STMT-COLUMN-HEADER        PIC X(80) VALUE
    "  DATE        NUMBER   NUMBER-X       RESULT  POSTED ON".

01  WS-STMT-DETAIL-LINE.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  SD-DATE                  PIC X(8).
    05  FILLER                   PIC X(4) VALUE SPACES.
    05  SD-NUMBER                PIC ZZZZ9.
    05  FILLER                   PIC X(5) VALUE SPACES.
    05  SD-NUMBER-X              PIC ZZZZ9.
    05  FILLER                   PIC X(5) VALUE SPACES.
    05  SD-RESULT                PIC ZZZ,ZZ9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  SD-ARCHIVE-DATE          PIC X(8).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  SD-REVERSAL-TAG          PIC X(8).

01  WS-STMT-NO-ACTIVITY-LINE     PIC X(80) VALUE
    "  (NO POSTINGS ON THE RESULT HISTORY)".

01  WS-STMT-TOTAL-LINE.
    05  FILLER                   PIC X(24) VALUE "  POSTINGS ON HISTORY:".
    05  ST-POSTING-COUNT         PIC ZZZZ9.
    05  FILLER                   PIC X(7) VALUE "  NET:".
    05  ST-NET-TOTAL             PIC Z,ZZZ,ZZZ,ZZ9-.

01  WS-STMT-AMOUNT-LINE.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  SM-LABEL                 PIC X(31).
    05  SM-AMOUNT                PIC ZZZ,ZZZ,ZZ9.

01  WS-SUMMARY-LINE.
    05  WS-RPT-LABEL             PIC X(24).
    05  WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.

01  WS-TOTAL-LINE.
    05  FILLER                   PIC X(24) VALUE "BALANCES TRANSFERRED:".
    05  T-TRANSFER-TOTAL         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-SETTLE-ACCOUNT UNTIL WS-END-OF-FILE
    PERFORM 3000-FINALIZE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 1050-GET-BUSINESS-DATE
    PERFORM 1100-GET-SETTLE-PARM
    IF NOT WS-END-OF-FILE
        OPEN I-O ACCT-REF-FILE
        IF NOT WS-REF-OK
            DISPLAY "ARITHCLS: UNABLE TO OPEN REFERENCE FILE, STATUS="
                WS-REF-STATUS
            MOVE "Y" TO WS-EOF-SWITCH
            MOVE 16 TO RETURN-CODE
        ELSE
            SET WS-REF-OPEN TO TRUE
            PERFORM 1200-VERIFY-SETTLE-ACCOUNT
        END-IF
    END-IF
    IF NOT WS-END-OF-FILE
        PERFORM 1300-OPEN-CHECK-SOURCES
    END-IF
    IF NOT WS-END-OF-FILE
        PERFORM 1400-OPEN-POSTING-FILES
    END-IF
    IF NOT WS-END-OF-FILE
        MOVE LOW-VALUES TO ACT-KEY
        START ACCT-REF-FILE KEY >= ACT-KEY
            INVALID KEY
                MOVE "Y" TO WS-EOF-SWITCH
        END-START
        IF NOT WS-END-OF-FILE
            PERFORM 2100-READ-ACCOUNT
        END-IF
    END-IF.

*> PARM is the shop settlement account every closing balance is
*> moved onto; there is no default -- which account receives closed
*> balances is a controller's decision, not this program's.
1100-GET-SETTLE-PARM.
    ACCEPT WS-PARM-LINE FROM COMMAND-LINE
    UNSTRING WS-PARM-LINE DELIMITED BY SPACE
        INTO WS-SETTLE-ACCOUNT
    END-UNSTRING
    IF WS-SETTLE-ACCOUNT = SPACES
        DISPLAY "ARITHCLS: PARM MUST BE THE SETTLEMENT ACCOUNT"
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 8 TO RETURN-CODE
    END-IF.

1200-VERIFY-SETTLE-ACCOUNT.
    MOVE WS-SETTLE-ACCOUNT TO ACT-ACCOUNT-ID
    READ ACCT-REF-FILE
        INVALID KEY
            DISPLAY "ARITHCLS: SETTLEMENT ACCOUNT " WS-SETTLE-ACCOUNT
                " NOT ON FILE - NOTHING SETTLED"
            MOVE "Y" TO WS-EOF-SWITCH
            MOVE 8 TO RETURN-CODE
        NOT INVALID KEY
            IF NOT ACT-OPEN
                DISPLAY "ARITHCLS: SETTLEMENT ACCOUNT " WS-SETTLE-ACCOUNT
                    " NOT OPEN - NOTHING SETTLED"
                MOVE "Y" TO WS-EOF-SWITCH
                MOVE 8 TO RETURN-CODE
            END-IF
    END-READ.

*> A source that is not there (status 35) holds nothing against an
*> account. One that is there but cannot be read means the loose
*> ends cannot be checked, and nothing is settled tonight.
1300-OPEN-CHECK-SOURCES.
    OPEN INPUT EXCEPTION-HIST-FILE
    EVALUATE TRUE
        WHEN WS-EXH-OK
            SET WS-EXH-OPEN TO TRUE
        WHEN WS-EXH-FILE-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "ARITHCLS: UNABLE TO OPEN EXCEPTION HISTORY, STATUS="
                WS-EXH-STATUS
            MOVE "Y" TO WS-EOF-SWITCH
            MOVE 16 TO RETURN-CODE
    END-EVALUATE
    OPEN INPUT TXNMSTR-FILE
    EVALUATE TRUE
        WHEN WS-TXM-OK
            SET WS-TXM-OPEN TO TRUE
        WHEN WS-TXM-FILE-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "ARITHCLS: UNABLE TO OPEN TXNMSTR, STATUS="
                WS-TXM-STATUS
            MOVE "Y" TO WS-EOF-SWITCH
            MOVE 16 TO RETURN-CODE
    END-EVALUATE
    OPEN INPUT RESULT-HIST-FILE
    IF WS-RHI-OK
        SET WS-RHI-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHCLS: NO RESULT HISTORY FILE, STATUS=" WS-RHI-STATUS
            " - STATEMENTS WITHOUT POSTING DETAIL"
    END-IF
    PERFORM 1310-LOAD-GL-CARRY-FORWARD.

1310-LOAD-GL-CARRY-FORWARD.
    OPEN INPUT GL-CARRY-FILE
    EVALUATE TRUE
        WHEN WS-GLC-OK
            PERFORM 1320-LOAD-GL-CARRY-RECORD UNTIL WS-GLC-DONE
            CLOSE GL-CARRY-FILE
        WHEN WS-GLC-FILE-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "ARITHCLS: UNABLE TO OPEN GL CARRY-FORWARD, STATUS="
                WS-GLC-STATUS
            MOVE "Y" TO WS-EOF-SWITCH
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.

1320-LOAD-GL-CARRY-RECORD.
    READ GL-CARRY-FILE
        AT END
            SET WS-GLC-DONE TO TRUE
        NOT AT END
            PERFORM 1330-FOLD-GL-CARRY-ITEM
    END-READ.

1330-FOLD-GL-CARRY-ITEM.
    MOVE GLC-ACCOUNT-ID TO WS-SEARCH-ACCOUNT
    SET GLC-IDX TO 1
    SEARCH WS-GLC-ENTRY
        AT END
            PERFORM 1340-ADD-GL-CARRY-ENTRY
        WHEN GLC-IDX > WS-GLC-COUNT
            PERFORM 1340-ADD-GL-CARRY-ENTRY
        WHEN WS-GLC-ACCOUNT-ID (GLC-IDX) = WS-SEARCH-ACCOUNT
            ADD 1 TO WS-GLC-ITEMS (GLC-IDX)
    END-SEARCH.

1340-ADD-GL-CARRY-ENTRY.
    IF WS-GLC-COUNT < 2000
        ADD 1 TO WS-GLC-COUNT
        SET GLC-IDX TO WS-GLC-COUNT
        MOVE WS-SEARCH-ACCOUNT TO WS-GLC-ACCOUNT-ID (GLC-IDX)
        MOVE 1 TO WS-GLC-ITEMS (GLC-IDX)
    ELSE
        IF NOT WS-END-OF-FILE
            DISPLAY "ARITHCLS: GL CARRY-FORWARD TABLE FULL - NOTHING SETTLED"
            MOVE "Y" TO WS-EOF-SWITCH
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.

*> The settlement posts like the compute does: onto the master with
*> the update journal appended behind tonight's compute and recycle
*> entries, and onto tonight's GL extract generation behind theirs.
1400-OPEN-POSTING-FILES.
    OPEN OUTPUT SETTLE-RPT-FILE
    OPEN OUTPUT CLOSE-STMT-FILE
    SET WS-RPT-OPEN TO TRUE
    PERFORM 1500-WRITE-RPT-HEADERS
    OPEN I-O MASTER-FILE
    IF WS-MST-FILE-NOT-FOUND
        OPEN OUTPUT MASTER-FILE
        CLOSE MASTER-FILE
        OPEN I-O MASTER-FILE
    END-IF
    IF WS-MST-OK
        SET WS-MST-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHCLS: UNABLE TO OPEN MASTER FILE, STATUS=" WS-MST-STATUS
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 16 TO RETURN-CODE
    END-IF
    OPEN EXTEND GL-EXTRACT-FILE
    IF WS-GLX-FILE-NOT-FOUND
        OPEN OUTPUT GL-EXTRACT-FILE
    END-IF
    IF WS-GLX-OK
        SET WS-GLX-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHCLS: UNABLE TO OPEN GL EXTRACT, STATUS=" WS-GLX-STATUS
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 16 TO RETURN-CODE
    END-IF
    OPEN EXTEND SETTLE-HIST-FILE
    IF WS-STL-FILE-NOT-FOUND
        OPEN OUTPUT SETTLE-HIST-FILE
    END-IF
    IF WS-STL-OK
        SET WS-STL-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHCLS: UNABLE TO OPEN SETTLEMENT HISTORY, STATUS="
            WS-STL-STATUS
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 16 TO RETURN-CODE
    END-IF
    OPEN EXTEND MASTER-JRNL-FILE
    IF WS-MJR-FILE-NOT-FOUND
        OPEN OUTPUT MASTER-JRNL-FILE
    END-IF
    IF WS-MJR-OK
        SET WS-MJR-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHCLS: *** NO MASTER UPDATE JOURNAL, STATUS="
            WS-MJR-STATUS " - FORWARD RECOVERY EXPOSED ***"
    END-IF.

1500-WRITE-RPT-HEADERS.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-DATE TO H1-RUN-DATE
    MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER
    MOVE WS-SETTLE-ACCOUNT TO H2-SETTLE-ACCOUNT
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO SETTLE-RPT-LINE
        WRITE SETTLE-RPT-LINE
        BEFORE ADVANCING PAGE
    END-IF
    MOVE WS-HEADER-LINE-1 TO SETTLE-RPT-LINE
    WRITE SETTLE-RPT-LINE
    MOVE WS-HEADER-LINE-2 TO SETTLE-RPT-LINE
    WRITE SETTLE-RPT-LINE
    MOVE SPACES TO SETTLE-RPT-LINE
    WRITE SETTLE-RPT-LINE
    MOVE WS-COLUMN-HEADER TO SETTLE-RPT-LINE
    WRITE SETTLE-RPT-LINE
    MOVE ZERO TO WS-LINE-COUNT.

2000-SETTLE-ACCOUNT.
    IF ACT-PENDING-CLOSE
        ADD 1 TO WS-PENDING-COUNT
        PERFORM 2200-CHECK-LOOSE-ENDS
        IF WS-OPEN-EXC-COUNT > ZERO
            OR WS-PENDING-TXM-COUNT > ZERO
            OR WS-UNPOSTED-GL-COUNT > ZERO
            ADD 1 TO WS-HELD-COUNT
            MOVE "HELD" TO D-ACTION
            PERFORM 2700-WRITE-RPT-DETAIL
        ELSE
            PERFORM 2300-SETTLE-AND-CLOSE
        END-IF
    END-IF
    IF NOT WS-END-OF-FILE
        PERFORM 2100-READ-ACCOUNT
    END-IF.

2100-READ-ACCOUNT.
    READ ACCT-REF-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-SWITCH
        NOT AT END
            ADD 1 TO WS-ACCOUNT-COUNT
    END-READ.

*> The same loose ends ARITHACT checked when it accepted the close,
*> taken again as they stand at the end of tonight's run.
2200-CHECK-LOOSE-ENDS.
    MOVE "N" TO WS-CLOSE-MST-FOUND-SW
    MOVE ZERO TO WS-CLOSE-BALANCE
    MOVE ZERO TO WS-CLOSE-MTD
    MOVE ZERO TO WS-CLOSE-YTD
    MOVE ZERO TO WS-OPEN-EXC-COUNT
    MOVE ZERO TO WS-PENDING-TXM-COUNT
    MOVE ZERO TO WS-UNPOSTED-GL-COUNT
    MOVE ACT-ACCOUNT-ID TO MST-ACCOUNT-ID
    READ MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-CLOSE-MST-FOUND TO TRUE
            MOVE MST-RUNNING-TOTAL TO WS-CLOSE-BALANCE
            MOVE MST-MTD-TOTAL TO WS-CLOSE-MTD
            MOVE MST-YTD-TOTAL TO WS-CLOSE-YTD
    END-READ
    IF WS-EXH-OPEN
        PERFORM 2210-COUNT-OPEN-EXCEPTIONS
    END-IF
    IF WS-TXM-OPEN
        PERFORM 2220-COUNT-PENDING-CORRECTIONS
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

2210-COUNT-OPEN-EXCEPTIONS.
    MOVE "N" TO WS-SCAN-DONE-SW
    MOVE ACT-ACCOUNT-ID TO EXH-ACCOUNT-ID
    MOVE LOW-VALUES TO EXH-DATE
    MOVE LOW-VALUES TO EXH-RUN-DATE
    START EXCEPTION-HIST-FILE KEY >= EXH-KEY
        INVALID KEY
            SET WS-SCAN-DONE TO TRUE
    END-START
    PERFORM 2215-READ-EXCEPTION-ITEM UNTIL WS-SCAN-DONE.

2215-READ-EXCEPTION-ITEM.
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

2220-COUNT-PENDING-CORRECTIONS.
    MOVE "N" TO WS-SCAN-DONE-SW
    MOVE ACT-ACCOUNT-ID TO TXN-ACCOUNT-ID
    MOVE LOW-VALUES TO TXN-DATE
    START TXNMSTR-FILE KEY >= TXN-KEY
        INVALID KEY
            SET WS-SCAN-DONE TO TRUE
    END-START
    PERFORM 2225-READ-CORRECTION UNTIL WS-SCAN-DONE.

2225-READ-CORRECTION.
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

*> Transfer first, then the settlement history, then the status: a
*> failure anywhere leaves the account in pending close, so it is
*> picked up (or looked at) again rather than closed with its
*> balance still on it. The statement is cut only once it is closed.
2300-SETTLE-AND-CLOSE.
    MOVE "N" TO WS-SETTLE-FAILED-SW
    IF WS-CLOSE-BALANCE > ZERO
        PERFORM 2400-TRANSFER-BALANCE
    END-IF
    IF NOT WS-SETTLE-FAILED
        INITIALIZE SETTLEMENT-RECORD
        MOVE ACT-ACCOUNT-ID TO STL-ACCOUNT-ID
        MOVE WS-RUN-DATE-X TO STL-SETTLE-DATE
        MOVE WS-SETTLE-ACCOUNT TO STL-SETTLE-ACCOUNT
        MOVE WS-CLOSE-BALANCE TO STL-AMOUNT
        WRITE SETTLEMENT-RECORD
        IF NOT WS-STL-OK
            DISPLAY "ARITHCLS: ERROR WRITING SETTLEMENT HISTORY FOR "
                ACT-ACCOUNT-ID " STATUS=" WS-STL-STATUS
            SET WS-SETTLE-FAILED TO TRUE
        END-IF
    END-IF
    IF NOT WS-SETTLE-FAILED
        SET ACT-CLOSED TO TRUE
        MOVE WS-RUN-DATE-X TO ACT-STATUS-DATE
        REWRITE ACCOUNT-REFERENCE-RECORD
            INVALID KEY
                DISPLAY "ARITHCLS: REWRITE FAILED FOR " ACT-ACCOUNT-ID
                    " STATUS=" WS-REF-STATUS
                SET WS-SETTLE-FAILED TO TRUE
        END-REWRITE
    END-IF
    IF WS-SETTLE-FAILED
        DISPLAY "ARITHCLS: *** SETTLEMENT OF " ACT-ACCOUNT-ID
            " INCOMPLETE - RUN STOPPED ***"
        ADD 1 TO WS-FAILED-COUNT
        MOVE "FAILED" TO D-ACTION
        PERFORM 2700-WRITE-RPT-DETAIL
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 16 TO RETURN-CODE
    ELSE
        ADD 1 TO WS-SETTLED-COUNT
        ADD WS-CLOSE-BALANCE TO WS-TRANSFER-TOTAL
        MOVE "SETTLED" TO D-ACTION
        PERFORM 2700-WRITE-RPT-DETAIL
        PERFORM 2600-WRITE-CLOSING-STATEMENT
    END-IF.

*> The settlement account is credited before the closing account is
*> debited, so a failure on the first leaves both untouched. Only
*> the running total moves: the month- and year-to-date buckets are
*> activity figures, and the closing account's stay as they were
*> for the statement and the period-end snapshots.
2400-TRANSFER-BALANCE.
    MOVE WS-SETTLE-ACCOUNT TO MST-ACCOUNT-ID
    READ MASTER-FILE
        INVALID KEY
            PERFORM 2410-CREATE-SETTLE-MASTER
        NOT INVALID KEY
            PERFORM 2420-CREDIT-SETTLE-MASTER
    END-READ
    IF NOT WS-SETTLE-FAILED
        PERFORM 2430-DEBIT-CLOSING-MASTER
    END-IF
    IF NOT WS-SETTLE-FAILED
        INITIALIZE GL-EXTRACT-RECORD
        MOVE ACT-ACCOUNT-ID TO GLX-ACCOUNT-ID
        MOVE WS-RUN-DATE-X TO GLX-DATE
        MOVE WS-CLOSE-BALANCE TO GLX-AMOUNT
        MOVE "D" TO GLX-DEBIT-CREDIT-CODE
        WRITE GL-EXTRACT-RECORD
        INITIALIZE GL-EXTRACT-RECORD
        MOVE WS-SETTLE-ACCOUNT TO GLX-ACCOUNT-ID
        MOVE WS-RUN-DATE-X TO GLX-DATE
        MOVE WS-CLOSE-BALANCE TO GLX-AMOUNT
        MOVE "C" TO GLX-DEBIT-CREDIT-CODE
        WRITE GL-EXTRACT-RECORD
    END-IF.

2410-CREATE-SETTLE-MASTER.
    MOVE WS-SETTLE-ACCOUNT TO MST-ACCOUNT-ID
    MOVE WS-CLOSE-BALANCE TO MST-RUNNING-TOTAL
    MOVE ZERO TO MST-MTD-TOTAL
    MOVE ZERO TO MST-YTD-TOTAL
    MOVE WS-RUN-DATE-X TO MST-LAST-UPDATE-DATE
    WRITE MASTER-RECORD
        INVALID KEY
            DISPLAY "ARITHCLS: ERROR WRITING MASTER RECORD FOR " MST-KEY
                " STATUS=" WS-MST-STATUS
            SET WS-SETTLE-FAILED TO TRUE
        NOT INVALID KEY
            SET MJR-ADD TO TRUE
            MOVE SPACES TO MJR-BEFORE-IMAGE
            PERFORM 2440-JOURNAL-MASTER-UPDATE
    END-WRITE.

2420-CREDIT-SETTLE-MASTER.
    MOVE MASTER-RECORD TO WS-MST-BEFORE-IMAGE
    ADD WS-CLOSE-BALANCE TO MST-RUNNING-TOTAL
        ON SIZE ERROR
            DISPLAY "ARITHCLS: *** SETTLEMENT ACCOUNT RUNNING TOTAL "
                "WOULD OVERFLOW FOR " ACT-ACCOUNT-ID
            SET WS-SETTLE-FAILED TO TRUE
    END-ADD
    IF NOT WS-SETTLE-FAILED
        IF WS-RUN-DATE-X > MST-LAST-UPDATE-DATE
            MOVE WS-RUN-DATE-X TO MST-LAST-UPDATE-DATE
        END-IF
        REWRITE MASTER-RECORD
            INVALID KEY
                DISPLAY "ARITHCLS: ERROR REWRITING MASTER RECORD FOR "
                    MST-KEY " STATUS=" WS-MST-STATUS
                SET WS-SETTLE-FAILED TO TRUE
            NOT INVALID KEY
                SET MJR-UPDATE TO TRUE
                MOVE WS-MST-BEFORE-IMAGE TO MJR-BEFORE-IMAGE
                PERFORM 2440-JOURNAL-MASTER-UPDATE
        END-REWRITE
    END-IF.

2430-DEBIT-CLOSING-MASTER.
    MOVE ACT-ACCOUNT-ID TO MST-ACCOUNT-ID
    READ MASTER-FILE
        INVALID KEY
            DISPLAY "ARITHCLS: MASTER RECORD FOR " MST-KEY
                " GONE BEFORE DEBIT, STATUS=" WS-MST-STATUS
            SET WS-SETTLE-FAILED TO TRUE
        NOT INVALID KEY
            MOVE MASTER-RECORD TO WS-MST-BEFORE-IMAGE
            MOVE ZERO TO MST-RUNNING-TOTAL
            IF WS-RUN-DATE-X > MST-LAST-UPDATE-DATE
                MOVE WS-RUN-DATE-X TO MST-LAST-UPDATE-DATE
            END-IF
            REWRITE MASTER-RECORD
                INVALID KEY
                    DISPLAY "ARITHCLS: ERROR REWRITING MASTER RECORD FOR "
                        MST-KEY " STATUS=" WS-MST-STATUS
                    SET WS-SETTLE-FAILED TO TRUE
                NOT INVALID KEY
                    SET MJR-UPDATE TO TRUE
                    MOVE WS-MST-BEFORE-IMAGE TO MJR-BEFORE-IMAGE
                    PERFORM 2440-JOURNAL-MASTER-UPDATE
            END-REWRITE
    END-READ
    IF WS-SETTLE-FAILED
        DISPLAY "ARITHCLS: *** " WS-SETTLE-ACCOUNT " CREDITED BUT "
            ACT-ACCOUNT-ID " NOT DEBITED ***"
    END-IF.

*> Caller sets MJR-ACTION and the before image; the after image is
*> the record as it now stands on the cluster.
2440-JOURNAL-MASTER-UPDATE.
    IF WS-MJR-OPEN
        MOVE "ARITHCLS" TO MJR-PROGRAM-ID
        MOVE WS-RUN-DATE-X TO MJR-RUN-DATE
        MOVE MASTER-RECORD TO MJR-AFTER-IMAGE
        WRITE MASTER-JOURNAL-RECORD
    END-IF.

*> One statement per closed account, each on its own page: every
*> posting on the result history, the master buckets the account
*> closed with, the transfer and the closing balance of zero.
2600-WRITE-CLOSING-STATEMENT.
    PERFORM 2610-WRITE-STMT-HEADERS
    MOVE ZERO TO WS-STMT-POSTING-COUNT
    MOVE ZERO TO WS-STMT-NET-TOTAL
    IF WS-RHI-OPEN
        MOVE "N" TO WS-SCAN-DONE-SW
        MOVE ACT-ACCOUNT-ID TO RHI-ACCOUNT-ID
        MOVE LOW-VALUES TO RHI-DATE
        MOVE LOW-VALUES TO RHI-TYPE
        START RESULT-HIST-FILE KEY >= RHI-KEY
            INVALID KEY
                SET WS-SCAN-DONE TO TRUE
        END-START
        PERFORM 2620-WRITE-STMT-POSTING UNTIL WS-SCAN-DONE
    END-IF
    IF WS-STMT-POSTING-COUNT = ZERO
        MOVE WS-STMT-NO-ACTIVITY-LINE TO CLOSE-STMT-LINE
        PERFORM 2640-WRITE-STMT-LINE
    END-IF
    MOVE SPACES TO CLOSE-STMT-LINE
    PERFORM 2640-WRITE-STMT-LINE
    MOVE WS-STMT-POSTING-COUNT TO ST-POSTING-COUNT
    MOVE WS-STMT-NET-TOTAL TO ST-NET-TOTAL
    MOVE WS-STMT-TOTAL-LINE TO CLOSE-STMT-LINE
    PERFORM 2640-WRITE-STMT-LINE
    MOVE "RUNNING BALANCE (MASTER):" TO SM-LABEL
    MOVE WS-CLOSE-BALANCE TO SM-AMOUNT
    PERFORM 2630-WRITE-STMT-AMOUNT
    MOVE "MTD TOTAL (MASTER):" TO SM-LABEL
    MOVE WS-CLOSE-MTD TO SM-AMOUNT
    PERFORM 2630-WRITE-STMT-AMOUNT
    MOVE "YTD TOTAL (MASTER):" TO SM-LABEL
    MOVE WS-CLOSE-YTD TO SM-AMOUNT
    PERFORM 2630-WRITE-STMT-AMOUNT
    MOVE "TRANSFERRED TO SETTLEMENT:" TO SM-LABEL
    MOVE WS-CLOSE-BALANCE TO SM-AMOUNT
    PERFORM 2630-WRITE-STMT-AMOUNT
    MOVE "CLOSING BALANCE:" TO SM-LABEL
    MOVE ZERO TO SM-AMOUNT
    PERFORM 2630-WRITE-STMT-AMOUNT.

2610-WRITE-STMT-HEADERS.
    ADD 1 TO WS-STMT-PAGE-NUMBER
    MOVE WS-RUN-DATE TO H1-RUN-DATE
    MOVE WS-STMT-PAGE-NUMBER TO H1-PAGE-NUMBER
    IF WS-STMT-PAGE-NUMBER > 1
        MOVE SPACES TO CLOSE-STMT-LINE
        WRITE CLOSE-STMT-LINE
        BEFORE ADVANCING PAGE
    END-IF
    MOVE WS-HEADER-LINE-1 TO CLOSE-STMT-LINE
    WRITE CLOSE-STMT-LINE
    MOVE WS-STMT-HEADER-LINE-2 TO CLOSE-STMT-LINE
    WRITE CLOSE-STMT-LINE
    MOVE SPACES TO CLOSE-STMT-LINE
    WRITE CLOSE-STMT-LINE
    MOVE ACT-ACCOUNT-ID TO SA-ACCOUNT-ID
    MOVE ACT-NAME TO SA-NAME
    MOVE WS-STMT-ACCOUNT-LINE TO CLOSE-STMT-LINE
    WRITE CLOSE-STMT-LINE
    MOVE WS-RUN-DATE TO SC-CLOSE-DATE
    MOVE WS-SETTLE-ACCOUNT TO SC-SETTLE-ACCOUNT
    MOVE WS-STMT-CLOSED-LINE TO CLOSE-STMT-LINE
    WRITE CLOSE-STMT-LINE
    MOVE SPACES TO CLOSE-STMT-LINE
    WRITE CLOSE-STMT-LINE
    MOVE WS-STMT-COLUMN-HEADER TO CLOSE-STMT-LINE
    WRITE CLOSE-STMT-LINE
    MOVE 7 TO WS-STMT-LINE-COUNT.

2620-WRITE-STMT-POSTING.
    READ RESULT-HIST-FILE NEXT RECORD
        AT END
            SET WS-SCAN-DONE TO TRUE
        NOT AT END
            IF RHI-ACCOUNT-ID NOT = ACT-ACCOUNT-ID
                SET WS-SCAN-DONE TO TRUE
            ELSE
                ADD 1 TO WS-STMT-POSTING-COUNT
                MOVE RHI-DATE TO SD-DATE
                MOVE RHI-NUMBER TO SD-NUMBER
                MOVE RHI-NUMBER-X TO SD-NUMBER-X
                MOVE RHI-RESULT TO SD-RESULT
                MOVE RHI-ARCHIVE-DATE TO SD-ARCHIVE-DATE
                IF RHI-REVERSAL
                    SUBTRACT RHI-RESULT FROM WS-STMT-NET-TOTAL
                    MOVE "REVERSAL" TO SD-REVERSAL-TAG
                ELSE
                    ADD RHI-RESULT TO WS-STMT-NET-TOTAL
                    MOVE SPACES TO SD-REVERSAL-TAG
                END-IF
                MOVE WS-STMT-DETAIL-LINE TO CLOSE-STMT-LINE
                PERFORM 2640-WRITE-STMT-LINE
            END-IF
    END-READ.

2630-WRITE-STMT-AMOUNT.
    MOVE WS-STMT-AMOUNT-LINE TO CLOSE-STMT-LINE
    PERFORM 2640-WRITE-STMT-LINE.

*> A long posting history runs onto continuation pages, each headed
*> the same way so a page pulled on its own still names the account.
2640-WRITE-STMT-LINE.
    IF WS-STMT-LINE-COUNT >= WS-LINES-PER-PAGE
        MOVE CLOSE-STMT-LINE TO WS-STMT-HOLD-LINE
        PERFORM 2610-WRITE-STMT-HEADERS
        MOVE WS-STMT-HOLD-LINE TO CLOSE-STMT-LINE
    END-IF
    WRITE CLOSE-STMT-LINE
    ADD 1 TO WS-STMT-LINE-COUNT.

2700-WRITE-RPT-DETAIL.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 1500-WRITE-RPT-HEADERS
    END-IF
    MOVE ACT-ACCOUNT-ID TO D-ACCOUNT-ID
    MOVE WS-CLOSE-BALANCE TO D-BALANCE
    MOVE WS-OPEN-EXC-COUNT TO D-EXC-COUNT
    MOVE WS-PENDING-TXM-COUNT TO D-TXM-COUNT
    MOVE WS-UNPOSTED-GL-COUNT TO D-GL-COUNT
    MOVE WS-DETAIL-LINE TO SETTLE-RPT-LINE
    WRITE SETTLE-RPT-LINE
    ADD 1 TO WS-LINE-COUNT.

3000-FINALIZE.
    IF WS-RPT-OPEN
        IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
            PERFORM 1500-WRITE-RPT-HEADERS
        END-IF
        IF WS-PENDING-COUNT = ZERO
            MOVE "  (NO ACCOUNTS PENDING CLOSE)" TO SETTLE-RPT-LINE
            WRITE SETTLE-RPT-LINE
        END-IF
        MOVE SPACES TO SETTLE-RPT-LINE
        WRITE SETTLE-RPT-LINE
        MOVE "ACCOUNTS SCANNED:" TO WS-RPT-LABEL
        MOVE WS-ACCOUNT-COUNT TO WS-RPT-COUNT
        PERFORM 3100-WRITE-SUMMARY-LINE
        MOVE "PENDING CLOSE FOUND:" TO WS-RPT-LABEL
        MOVE WS-PENDING-COUNT TO WS-RPT-COUNT
        PERFORM 3100-WRITE-SUMMARY-LINE
        MOVE "SETTLED AND CLOSED:" TO WS-RPT-LABEL
        MOVE WS-SETTLED-COUNT TO WS-RPT-COUNT
        PERFORM 3100-WRITE-SUMMARY-LINE
        MOVE "HELD - LOOSE ENDS:" TO WS-RPT-LABEL
        MOVE WS-HELD-COUNT TO WS-RPT-COUNT
        PERFORM 3100-WRITE-SUMMARY-LINE
        MOVE "SETTLEMENT FAILURES:" TO WS-RPT-LABEL
        MOVE WS-FAILED-COUNT TO WS-RPT-COUNT
        PERFORM 3100-WRITE-SUMMARY-LINE
        MOVE WS-TRANSFER-TOTAL TO T-TRANSFER-TOTAL
        MOVE WS-TOTAL-LINE TO SETTLE-RPT-LINE
        WRITE SETTLE-RPT-LINE
        CLOSE SETTLE-RPT-FILE
        CLOSE CLOSE-STMT-FILE
    END-IF
    IF WS-REF-OPEN
        CLOSE ACCT-REF-FILE
    END-IF
    IF WS-EXH-OPEN
        CLOSE EXCEPTION-HIST-FILE
    END-IF
    IF WS-TXM-OPEN
        CLOSE TXNMSTR-FILE
    END-IF
    IF WS-RHI-OPEN
        CLOSE RESULT-HIST-FILE
    END-IF
    IF WS-MST-OPEN
        CLOSE MASTER-FILE
    END-IF
    IF WS-GLX-OPEN
        CLOSE GL-EXTRACT-FILE
    END-IF
    IF WS-STL-OPEN
        CLOSE SETTLE-HIST-FILE
    END-IF
    IF WS-MJR-OPEN
        CLOSE MASTER-JRNL-FILE
    END-IF
    DISPLAY "ARITHCLS: PENDING CLOSE FOUND   = " WS-PENDING-COUNT
    DISPLAY "ARITHCLS: SETTLED AND CLOSED    = " WS-SETTLED-COUNT
    DISPLAY "ARITHCLS: HELD - LOOSE ENDS     = " WS-HELD-COUNT
    DISPLAY "ARITHCLS: BALANCES TRANSFERRED  = " WS-TRANSFER-TOTAL
    IF WS-HELD-COUNT > ZERO
        IF RETURN-CODE = ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

3100-WRITE-SUMMARY-LINE.
    MOVE WS-SUMMARY-LINE TO SETTLE-RPT-LINE
    WRITE SETTLE-RPT-LINE.

*> Settlements are dated with tonight's business date from the
*> ARITHRUN run-control handoff when it is present; a run outside
*> the nightly stream falls back to the machine date.
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
        DISPLAY "ARITHCLS: NO RUN CONTROL FILE, STATUS=" WS-RCT-STATUS
            " - USING MACHINE DATE"
    END-IF.
