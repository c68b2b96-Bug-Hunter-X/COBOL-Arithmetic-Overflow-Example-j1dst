       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARITHGLJ.
*> Summary GL journal batch builder. Reads the night's detail GL
*> extract -- every record ARITHB01, ARITHREC and the ARITHCLS
*> settlement step wrote to it -- and builds the journal batch the
*> GL takes from its feeders (GLJREC): a header, the debits and
*> credits summarized per account, a balancing offset line to the
*> clearing account, and a trailer of line count, debit total,
*> credit total and hash total. The detail extract itself is left
*> as it is for ARITHGLA's acknowledgment match.
*> The batch is written to a work dataset and then read back and
*> proved before the step ends: one header first, one trailer last,
*> the trailer agreeing with the lines, debits equal to credits, and
*> the account lines agreeing with the detail extract's own debit
*> and credit totals. Only a clean proof gives RC 0, and the release
*> step copies the batch to the GL interface generation only then; a
*> batch that does not prove gives RC 8 and is never released. The
*> control report ties the summary batch back to the detail totals.
*> PARM is the clearing account the offset line posts to.
AUTHOR. ARITHMETIC-TEAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GL-EXTRACT-FILE ASSIGN TO GLXIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLX-STATUS.

    SELECT GL-JOURNAL-FILE ASSIGN TO GLJOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLJ-STATUS.

    SELECT CONTROL-RPT-FILE ASSIGN TO GLJRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  GL-EXTRACT-FILE.
COPY GLXREC.

FD  GL-JOURNAL-FILE.
COPY GLJREC.

FD  CONTROL-RPT-FILE
    RECORDING MODE IS F.
01  CONTROL-RPT-LINE            PIC X(80).

FD  RUN-CONTROL-FILE.
COPY RCTLREC.

WORKING-STORAGE SECTION.
01  WS-GLX-STATUS               PIC XX VALUE SPACES.
    88  WS-GLX-OK               VALUE "00".
    88  WS-GLX-EOF              VALUE "10".

01  WS-GLJ-STATUS               PIC XX VALUE SPACES.
    88  WS-GLJ-OK               VALUE "00".

01  WS-RPT-STATUS               PIC XX VALUE SPACES.

01  WS-RCT-STATUS               PIC XX VALUE SPACES.
    88  WS-RCT-OK               VALUE "00".

01  WS-EOF-SWITCH               PIC X VALUE "N".
    88  WS-END-OF-FILE          VALUE "Y".

01  WS-PROOF-DONE-SW            PIC X VALUE "N".
    88  WS-PROOF-DONE           VALUE "Y".

01  WS-BATCH-SW                 PIC X VALUE "Y".
    88  WS-BATCH-BALANCED       VALUE "Y".
    88  WS-BATCH-OUT-OF-BALANCE VALUE "N".

01  WS-RUN-ID                   PIC X(8) VALUE "ARITHGLJ".
01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                PIC X(8).

01  WS-SOURCE-SYSTEM            PIC X(8) VALUE "ARITH".

01  WS-PARM-LINE                PIC X(32) VALUE SPACES.
01  WS-CLEARING-ACCOUNT         PIC X(10) VALUE SPACES.

*> Figures off the detail extract as it was read.
01  WS-DETAIL-TOTALS.
    05  WS-DTL-READ-COUNT        PIC 9(9) VALUE ZERO.
    05  WS-DTL-DEBIT-TOTAL       PIC 9(15) VALUE ZERO.
    05  WS-DTL-CREDIT-TOTAL      PIC 9(15) VALUE ZERO.

*> Figures of the batch as it was built.
01  WS-BUILD-TOTALS.
    05  WS-BLD-LINE-COUNT        PIC 9(7) VALUE ZERO.
    05  WS-BLD-DEBIT-TOTAL       PIC 9(15) VALUE ZERO.
    05  WS-BLD-CREDIT-TOTAL      PIC 9(15) VALUE ZERO.
    05  WS-BLD-HASH-TOTAL        PIC 9(16) VALUE ZERO.
    05  WS-OFFSET-AMOUNT         PIC 9(15) VALUE ZERO.
    05  WS-OFFSET-CODE           PIC X VALUE SPACE.

*> Figures of the batch as it was read back for the proof.
01  WS-PROOF-TOTALS.
    05  WS-PRF-HEADER-COUNT      PIC 9(7) VALUE ZERO.
    05  WS-PRF-TRAILER-COUNT     PIC 9(7) VALUE ZERO.
    05  WS-PRF-RECORD-COUNT      PIC 9(7) VALUE ZERO.
    05  WS-PRF-LINE-COUNT        PIC 9(7) VALUE ZERO.
    05  WS-PRF-DEBIT-TOTAL       PIC 9(15) VALUE ZERO.
    05  WS-PRF-CREDIT-TOTAL      PIC 9(15) VALUE ZERO.
    05  WS-PRF-HASH-TOTAL        PIC 9(16) VALUE ZERO.
    05  WS-PRF-ACCT-DEBIT        PIC 9(15) VALUE ZERO.
    05  WS-PRF-ACCT-CREDIT       PIC 9(15) VALUE ZERO.
    05  WS-PRF-TRL-LINE-COUNT    PIC 9(7) VALUE ZERO.
    05  WS-PRF-TRL-DEBIT-TOTAL   PIC 9(15) VALUE ZERO.
    05  WS-PRF-TRL-CREDIT-TOTAL  PIC 9(15) VALUE ZERO.
    05  WS-PRF-TRL-HASH-TOTAL    PIC 9(16) VALUE ZERO.
    05  WS-PRF-LAST-TYPE         PIC X VALUE SPACE.

*> One entry per account on tonight's extract, in first-seen order.
*> A batch that leaves accounts out cannot be released, so overflow
*> fails the step rather than summarizing part of the night.
01  WS-ACCOUNT-TABLE-AREA.
    05  WS-ACC-COUNT             PIC 9(4) VALUE ZERO.
    05  WS-ACC-TABLE-FULL-SW     PIC X VALUE "N".
        88  WS-ACC-TABLE-FULL    VALUE "Y".
    05  WS-ACC-ENTRY OCCURS 2000 TIMES
            INDEXED BY ACC-IDX.
        10  WS-ACC-ACCOUNT-ID    PIC X(10).
        10  WS-ACC-DEBIT         PIC 9(13).
        10  WS-ACC-CREDIT        PIC 9(13).

01  WS-SEARCH-ACCOUNT           PIC X(10) VALUE SPACES.

01  WS-HEADER-LINE-1.
    05  FILLER                   PIC X(10) VALUE "RUN-ID: ".
    05  H1-RUN-ID                PIC X(8).
    05  FILLER                   PIC X(10) VALUE SPACES.
    05  FILLER                   PIC X(6) VALUE "DATE: ".
    05  H1-RUN-DATE              PIC 9999/99/99.
    05  FILLER                   PIC X(10) VALUE SPACES.
    05  FILLER                   PIC X(6) VALUE "PAGE: ".
    05  H1-PAGE-NUMBER           PIC ZZZZ9.

01  WS-HEADER-LINE-2             PIC X(80) VALUE
    "SUMMARY GL JOURNAL BATCH CONTROL REPORT".

01  WS-BATCH-ID-LINE.
    05  FILLER                   PIC X(8) VALUE "SOURCE: ".
    05  B-SOURCE-SYSTEM          PIC X(8).
    05  FILLER                   PIC X(4) VALUE SPACES.
    05  FILLER                   PIC X(7) VALUE "BATCH: ".
    05  B-BATCH-NUMBER           PIC 9(8).
    05  FILLER                   PIC X(4) VALUE SPACES.
    05  FILLER                   PIC X(10) VALUE "CLEARING: ".
    05  B-CLEARING-ACCOUNT       PIC X(10).

01  WS-SUMMARY-LINE.
    05  WS-RPT-LABEL             PIC X(24).
    05  WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.

01  WS-AMOUNT-LINE.
    05  WS-AMT-LABEL             PIC X(24).
    05  WS-AMT-VALUE             PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  WS-AMT-TAG               PIC X(20).

01  WS-PROOF-MSG-LINE.
    05  FILLER                   PIC X(4) VALUE "*** ".
    05  WS-PROOF-MSG             PIC X(60).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-SUMMARIZE-EXTRACT UNTIL WS-END-OF-FILE
    PERFORM 3000-FINALIZE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 1050-GET-BUSINESS-DATE
    PERFORM 1100-GET-CLEARING-PARM
    OPEN OUTPUT CONTROL-RPT-FILE
    PERFORM 1200-WRITE-RPT-HEADER
    IF NOT WS-END-OF-FILE
        OPEN INPUT GL-EXTRACT-FILE
        IF NOT WS-GLX-OK
            DISPLAY "ARITHGLJ: UNABLE TO OPEN GL EXTRACT, STATUS=" WS-GLX-STATUS
            MOVE "Y" TO WS-EOF-SWITCH
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM 2100-READ-EXTRACT
        END-IF
    END-IF.

*> PARM is the clearing account the balancing offset posts to; like
*> the settlement account on ARITHCLS it has no default.
1100-GET-CLEARING-PARM.
    ACCEPT WS-PARM-LINE FROM COMMAND-LINE
    UNSTRING WS-PARM-LINE DELIMITED BY SPACE
        INTO WS-CLEARING-ACCOUNT
    END-UNSTRING
    IF WS-CLEARING-ACCOUNT = SPACES
        DISPLAY "ARITHGLJ: PARM MUST BE THE CLEARING ACCOUNT"
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 8 TO RETURN-CODE
    END-IF.

1200-WRITE-RPT-HEADER.
    MOVE WS-RUN-ID TO H1-RUN-ID
    MOVE WS-RUN-DATE TO H1-RUN-DATE
    MOVE 1 TO H1-PAGE-NUMBER
    MOVE WS-HEADER-LINE-1 TO CONTROL-RPT-LINE
    WRITE CONTROL-RPT-LINE
    MOVE WS-HEADER-LINE-2 TO CONTROL-RPT-LINE
    WRITE CONTROL-RPT-LINE
    MOVE WS-SOURCE-SYSTEM TO B-SOURCE-SYSTEM
    MOVE WS-RUN-DATE TO B-BATCH-NUMBER
    MOVE WS-CLEARING-ACCOUNT TO B-CLEARING-ACCOUNT
    MOVE WS-BATCH-ID-LINE TO CONTROL-RPT-LINE
    WRITE CONTROL-RPT-LINE
    MOVE SPACES TO CONTROL-RPT-LINE
    WRITE CONTROL-RPT-LINE.

2000-SUMMARIZE-EXTRACT.
    MOVE GLX-ACCOUNT-ID TO WS-SEARCH-ACCOUNT
    SET ACC-IDX TO 1
    SEARCH WS-ACC-ENTRY
        AT END
            PERFORM 2200-ADD-ACCOUNT-ENTRY
        WHEN ACC-IDX > WS-ACC-COUNT
            PERFORM 2200-ADD-ACCOUNT-ENTRY
        WHEN WS-ACC-ACCOUNT-ID (ACC-IDX) = WS-SEARCH-ACCOUNT
            PERFORM 2300-ADD-TO-ACCOUNT
    END-SEARCH
    PERFORM 2100-READ-EXTRACT.

*> The detail totals are taken off every record read, whether or not
*> it found room in the table, so a short summary cannot tie out.
2100-READ-EXTRACT.
    READ GL-EXTRACT-FILE
        AT END
            MOVE "Y" TO WS-EOF-SWITCH
        NOT AT END
            ADD 1 TO WS-DTL-READ-COUNT
            IF GLX-DEBIT-CREDIT-CODE = "D"
                ADD GLX-AMOUNT TO WS-DTL-DEBIT-TOTAL
            ELSE
                ADD GLX-AMOUNT TO WS-DTL-CREDIT-TOTAL
            END-IF
    END-READ.

2200-ADD-ACCOUNT-ENTRY.
    IF WS-ACC-COUNT < 2000
        ADD 1 TO WS-ACC-COUNT
        SET ACC-IDX TO WS-ACC-COUNT
        MOVE WS-SEARCH-ACCOUNT TO WS-ACC-ACCOUNT-ID (ACC-IDX)
        MOVE ZERO TO WS-ACC-DEBIT (ACC-IDX)
        MOVE ZERO TO WS-ACC-CREDIT (ACC-IDX)
        PERFORM 2300-ADD-TO-ACCOUNT
    ELSE
        IF NOT WS-ACC-TABLE-FULL
            SET WS-ACC-TABLE-FULL TO TRUE
            DISPLAY "ARITHGLJ: ACCOUNT TABLE FULL - BATCH CANNOT BE BUILT"
        END-IF
    END-IF.

*> Anything not coded D is a credit, the way ARITHGLA reads an
*> extract record cut before debit codes existed.
2300-ADD-TO-ACCOUNT.
    IF GLX-DEBIT-CREDIT-CODE = "D"
        ADD GLX-AMOUNT TO WS-ACC-DEBIT (ACC-IDX)
    ELSE
        ADD GLX-AMOUNT TO WS-ACC-CREDIT (ACC-IDX)
    END-IF.

*> Header, account lines, the offset line when the night did not
*> net to zero on its own, then the trailer.
2500-WRITE-JOURNAL.
    OPEN OUTPUT GL-JOURNAL-FILE
    IF NOT WS-GLJ-OK
        DISPLAY "ARITHGLJ: UNABLE TO OPEN JOURNAL BATCH, STATUS=" WS-GLJ-STATUS
        SET WS-BATCH-OUT-OF-BALANCE TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE SPACES TO GL-JOURNAL-RECORD
        SET GLJ-HEADER TO TRUE
        MOVE WS-RUN-DATE-X TO GLJ-BUSINESS-DATE
        MOVE WS-SOURCE-SYSTEM TO GLJ-SOURCE-SYSTEM
        MOVE WS-RUN-DATE TO GLJ-BATCH-NUMBER
        WRITE GL-JOURNAL-RECORD
        SET ACC-IDX TO 1
        PERFORM 2510-WRITE-ACCOUNT-LINES UNTIL ACC-IDX > WS-ACC-COUNT
        PERFORM 2550-WRITE-OFFSET-LINE
        MOVE SPACES TO GL-JOURNAL-RECORD
        SET GLJ-TRAILER TO TRUE
        MOVE WS-BLD-LINE-COUNT TO GLJ-LINE-COUNT
        MOVE WS-BLD-DEBIT-TOTAL TO GLJ-DEBIT-TOTAL
        MOVE WS-BLD-CREDIT-TOTAL TO GLJ-CREDIT-TOTAL
        MOVE WS-BLD-HASH-TOTAL TO GLJ-HASH-TOTAL
        WRITE GL-JOURNAL-RECORD
        CLOSE GL-JOURNAL-FILE
    END-IF.

2510-WRITE-ACCOUNT-LINES.
    IF WS-ACC-DEBIT (ACC-IDX) > ZERO
        MOVE SPACES TO GL-JOURNAL-RECORD
        SET GLJ-ACCOUNT-ENTRY TO TRUE
        MOVE WS-ACC-ACCOUNT-ID (ACC-IDX) TO GLJ-ACCOUNT-ID
        MOVE "D" TO GLJ-DEBIT-CREDIT-CODE
        MOVE WS-ACC-DEBIT (ACC-IDX) TO GLJ-AMOUNT
        PERFORM 2590-WRITE-JOURNAL-LINE
    END-IF
    IF WS-ACC-CREDIT (ACC-IDX) > ZERO
        MOVE SPACES TO GL-JOURNAL-RECORD
        SET GLJ-ACCOUNT-ENTRY TO TRUE
        MOVE WS-ACC-ACCOUNT-ID (ACC-IDX) TO GLJ-ACCOUNT-ID
        MOVE "C" TO GLJ-DEBIT-CREDIT-CODE
        MOVE WS-ACC-CREDIT (ACC-IDX) TO GLJ-AMOUNT
        PERFORM 2590-WRITE-JOURNAL-LINE
    END-IF
    SET ACC-IDX UP BY 1.

*> The offset takes the opposite side of the night's net: a night
*> of net credits to accounts is debited to clearing, and the other
*> way about.
2550-WRITE-OFFSET-LINE.
    EVALUATE TRUE
        WHEN WS-BLD-CREDIT-TOTAL > WS-BLD-DEBIT-TOTAL
            SUBTRACT WS-BLD-DEBIT-TOTAL FROM WS-BLD-CREDIT-TOTAL
                GIVING WS-OFFSET-AMOUNT
            MOVE "D" TO WS-OFFSET-CODE
        WHEN WS-BLD-DEBIT-TOTAL > WS-BLD-CREDIT-TOTAL
            SUBTRACT WS-BLD-CREDIT-TOTAL FROM WS-BLD-DEBIT-TOTAL
                GIVING WS-OFFSET-AMOUNT
            MOVE "C" TO WS-OFFSET-CODE
        WHEN OTHER
            MOVE ZERO TO WS-OFFSET-AMOUNT
    END-EVALUATE
    IF WS-OFFSET-AMOUNT > ZERO
        MOVE SPACES TO GL-JOURNAL-RECORD
        SET GLJ-OFFSET-ENTRY TO TRUE
        MOVE WS-CLEARING-ACCOUNT TO GLJ-ACCOUNT-ID
        MOVE WS-OFFSET-CODE TO GLJ-DEBIT-CREDIT-CODE
        MOVE WS-OFFSET-AMOUNT TO GLJ-AMOUNT
        PERFORM 2590-WRITE-JOURNAL-LINE
    END-IF.

2590-WRITE-JOURNAL-LINE.
    SET GLJ-LINE TO TRUE
    ADD 1 TO WS-BLD-LINE-COUNT
    MOVE WS-BLD-LINE-COUNT TO GLJ-LINE-NUMBER
    IF GLJ-DEBIT
        ADD GLJ-AMOUNT TO WS-BLD-DEBIT-TOTAL
    ELSE
        ADD GLJ-AMOUNT TO WS-BLD-CREDIT-TOTAL
    END-IF
    ADD GLJ-AMOUNT TO WS-BLD-HASH-TOTAL
    WRITE GL-JOURNAL-RECORD.

*> Reads the batch back as the GL will see it and proves it. Every
*> failed test is listed on the control report.
2700-PROVE-JOURNAL.
    OPEN INPUT GL-JOURNAL-FILE
    IF NOT WS-GLJ-OK
        DISPLAY "ARITHGLJ: UNABLE TO REREAD JOURNAL BATCH, STATUS="
            WS-GLJ-STATUS
        SET WS-BATCH-OUT-OF-BALANCE TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE "N" TO WS-PROOF-DONE-SW
        PERFORM 2710-PROVE-RECORD UNTIL WS-PROOF-DONE
        CLOSE GL-JOURNAL-FILE
        PERFORM 2750-CHECK-PROOF
    END-IF.

2710-PROVE-RECORD.
    READ GL-JOURNAL-FILE
        AT END
            SET WS-PROOF-DONE TO TRUE
        NOT AT END
            ADD 1 TO WS-PRF-RECORD-COUNT
            MOVE GLJ-RECORD-TYPE TO WS-PRF-LAST-TYPE
            EVALUATE TRUE
                WHEN GLJ-HEADER
                    ADD 1 TO WS-PRF-HEADER-COUNT
                    IF WS-PRF-RECORD-COUNT NOT = 1
                        MOVE "HEADER IS NOT THE FIRST RECORD" TO WS-PROOF-MSG
                        PERFORM 2790-PROOF-FAILED
                    END-IF
                WHEN GLJ-LINE
                    PERFORM 2720-PROVE-LINE
                WHEN GLJ-TRAILER
                    ADD 1 TO WS-PRF-TRAILER-COUNT
                    MOVE GLJ-LINE-COUNT TO WS-PRF-TRL-LINE-COUNT
                    MOVE GLJ-DEBIT-TOTAL TO WS-PRF-TRL-DEBIT-TOTAL
                    MOVE GLJ-CREDIT-TOTAL TO WS-PRF-TRL-CREDIT-TOTAL
                    MOVE GLJ-HASH-TOTAL TO WS-PRF-TRL-HASH-TOTAL
                WHEN OTHER
                    MOVE "UNKNOWN RECORD TYPE IN BATCH" TO WS-PROOF-MSG
                    PERFORM 2790-PROOF-FAILED
            END-EVALUATE
    END-READ.

2720-PROVE-LINE.
    ADD 1 TO WS-PRF-LINE-COUNT
    IF GLJ-DEBIT
        ADD GLJ-AMOUNT TO WS-PRF-DEBIT-TOTAL
    ELSE
        ADD GLJ-AMOUNT TO WS-PRF-CREDIT-TOTAL
    END-IF
    ADD GLJ-AMOUNT TO WS-PRF-HASH-TOTAL
    IF GLJ-ACCOUNT-ENTRY
        IF GLJ-DEBIT
            ADD GLJ-AMOUNT TO WS-PRF-ACCT-DEBIT
        ELSE
            ADD GLJ-AMOUNT TO WS-PRF-ACCT-CREDIT
        END-IF
    END-IF.

2750-CHECK-PROOF.
    IF WS-PRF-HEADER-COUNT NOT = 1
        MOVE "BATCH DOES NOT CARRY EXACTLY ONE HEADER" TO WS-PROOF-MSG
        PERFORM 2790-PROOF-FAILED
    END-IF
    IF WS-PRF-TRAILER-COUNT NOT = 1 OR WS-PRF-LAST-TYPE NOT = "T"
        MOVE "BATCH DOES NOT END IN ONE TRAILER" TO WS-PROOF-MSG
        PERFORM 2790-PROOF-FAILED
    END-IF
    IF WS-PRF-TRL-LINE-COUNT NOT = WS-PRF-LINE-COUNT
        MOVE "TRAILER LINE COUNT DISAGREES WITH LINES" TO WS-PROOF-MSG
        PERFORM 2790-PROOF-FAILED
    END-IF
    IF WS-PRF-TRL-DEBIT-TOTAL NOT = WS-PRF-DEBIT-TOTAL
        OR WS-PRF-TRL-CREDIT-TOTAL NOT = WS-PRF-CREDIT-TOTAL
        MOVE "TRAILER TOTALS DISAGREE WITH LINES" TO WS-PROOF-MSG
        PERFORM 2790-PROOF-FAILED
    END-IF
    IF WS-PRF-TRL-HASH-TOTAL NOT = WS-PRF-HASH-TOTAL
        MOVE "TRAILER HASH TOTAL DISAGREES WITH LINES" TO WS-PROOF-MSG
        PERFORM 2790-PROOF-FAILED
    END-IF
    IF WS-PRF-DEBIT-TOTAL NOT = WS-PRF-CREDIT-TOTAL
        MOVE "BATCH DEBITS DO NOT EQUAL CREDITS" TO WS-PROOF-MSG
        PERFORM 2790-PROOF-FAILED
    END-IF
    IF WS-PRF-ACCT-DEBIT NOT = WS-DTL-DEBIT-TOTAL
        OR WS-PRF-ACCT-CREDIT NOT = WS-DTL-CREDIT-TOTAL
        MOVE "ACCOUNT LINES DO NOT TIE TO DETAIL EXTRACT" TO WS-PROOF-MSG
        PERFORM 2790-PROOF-FAILED
    END-IF.

2790-PROOF-FAILED.
    SET WS-BATCH-OUT-OF-BALANCE TO TRUE
    MOVE WS-PROOF-MSG-LINE TO CONTROL-RPT-LINE
    WRITE CONTROL-RPT-LINE
    DISPLAY "ARITHGLJ: PROOF FAILED - " WS-PROOF-MSG.

3000-FINALIZE.
    IF RETURN-CODE = ZERO
        CLOSE GL-EXTRACT-FILE
        IF WS-ACC-TABLE-FULL
            MOVE "ACCOUNT TABLE FULL - BATCH NOT BUILT" TO WS-PROOF-MSG
            PERFORM 2790-PROOF-FAILED
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM 2500-WRITE-JOURNAL
            IF RETURN-CODE = ZERO
                PERFORM 2700-PROVE-JOURNAL
            END-IF
        END-IF
    ELSE
        SET WS-BATCH-OUT-OF-BALANCE TO TRUE
    END-IF
    MOVE "DETAIL RECORDS READ:" TO WS-RPT-LABEL
    MOVE WS-DTL-READ-COUNT TO WS-RPT-COUNT
    PERFORM 3100-WRITE-SUMMARY-LINE
    MOVE "ACCOUNTS SUMMARIZED:" TO WS-RPT-LABEL
    MOVE WS-ACC-COUNT TO WS-RPT-COUNT
    PERFORM 3100-WRITE-SUMMARY-LINE
    MOVE "JOURNAL LINES:" TO WS-RPT-LABEL
    MOVE WS-PRF-LINE-COUNT TO WS-RPT-COUNT
    PERFORM 3100-WRITE-SUMMARY-LINE
    MOVE SPACES TO CONTROL-RPT-LINE
    WRITE CONTROL-RPT-LINE
    MOVE "DETAIL DEBITS:" TO WS-AMT-LABEL
    MOVE WS-DTL-DEBIT-TOTAL TO WS-AMT-VALUE
    MOVE SPACES TO WS-AMT-TAG
    PERFORM 3200-WRITE-AMOUNT-LINE
    MOVE "ACCOUNT LINE DEBITS:" TO WS-AMT-LABEL
    MOVE WS-PRF-ACCT-DEBIT TO WS-AMT-VALUE
    IF WS-PRF-ACCT-DEBIT = WS-DTL-DEBIT-TOTAL
        MOVE "TIES TO DETAIL" TO WS-AMT-TAG
    ELSE
        MOVE "*** DOES NOT TIE" TO WS-AMT-TAG
    END-IF
    PERFORM 3200-WRITE-AMOUNT-LINE
    MOVE "DETAIL CREDITS:" TO WS-AMT-LABEL
    MOVE WS-DTL-CREDIT-TOTAL TO WS-AMT-VALUE
    MOVE SPACES TO WS-AMT-TAG
    PERFORM 3200-WRITE-AMOUNT-LINE
    MOVE "ACCOUNT LINE CREDITS:" TO WS-AMT-LABEL
    MOVE WS-PRF-ACCT-CREDIT TO WS-AMT-VALUE
    IF WS-PRF-ACCT-CREDIT = WS-DTL-CREDIT-TOTAL
        MOVE "TIES TO DETAIL" TO WS-AMT-TAG
    ELSE
        MOVE "*** DOES NOT TIE" TO WS-AMT-TAG
    END-IF
    PERFORM 3200-WRITE-AMOUNT-LINE
    MOVE "OFFSET TO CLEARING:" TO WS-AMT-LABEL
    MOVE WS-OFFSET-AMOUNT TO WS-AMT-VALUE
    EVALUATE WS-OFFSET-CODE
        WHEN "D"
            MOVE "DEBIT" TO WS-AMT-TAG
        WHEN "C"
            MOVE "CREDIT" TO WS-AMT-TAG
        WHEN OTHER
            MOVE "NONE NEEDED" TO WS-AMT-TAG
    END-EVALUATE
    PERFORM 3200-WRITE-AMOUNT-LINE
    MOVE "BATCH DEBIT TOTAL:" TO WS-AMT-LABEL
    MOVE WS-PRF-DEBIT-TOTAL TO WS-AMT-VALUE
    MOVE SPACES TO WS-AMT-TAG
    PERFORM 3200-WRITE-AMOUNT-LINE
    MOVE "BATCH CREDIT TOTAL:" TO WS-AMT-LABEL
    MOVE WS-PRF-CREDIT-TOTAL TO WS-AMT-VALUE
    PERFORM 3200-WRITE-AMOUNT-LINE
    MOVE "BATCH HASH TOTAL:" TO WS-AMT-LABEL
    MOVE WS-PRF-HASH-TOTAL TO WS-AMT-VALUE
    PERFORM 3200-WRITE-AMOUNT-LINE
    MOVE SPACES TO CONTROL-RPT-LINE
    WRITE CONTROL-RPT-LINE
    IF WS-BATCH-BALANCED
        MOVE "BATCH PROVED - RELEASED TO THE GL" TO CONTROL-RPT-LINE
    ELSE
        MOVE "*** BATCH DID NOT PROVE - NOT RELEASED ***" TO CONTROL-RPT-LINE
        IF RETURN-CODE = ZERO
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF
    WRITE CONTROL-RPT-LINE
    CLOSE CONTROL-RPT-FILE
    DISPLAY "ARITHGLJ: DETAIL RECORDS READ = " WS-DTL-READ-COUNT
    DISPLAY "ARITHGLJ: JOURNAL LINES       = " WS-PRF-LINE-COUNT
    IF WS-BATCH-BALANCED
        DISPLAY "ARITHGLJ: BATCH " WS-RUN-DATE " PROVED"
    ELSE
        DISPLAY "ARITHGLJ: *** BATCH " WS-RUN-DATE " NOT RELEASED ***"
    END-IF.

3100-WRITE-SUMMARY-LINE.
    MOVE WS-SUMMARY-LINE TO CONTROL-RPT-LINE
    WRITE CONTROL-RPT-LINE.

3200-WRITE-AMOUNT-LINE.
    MOVE WS-AMOUNT-LINE TO CONTROL-RPT-LINE
    WRITE CONTROL-RPT-LINE.

*> The batch is stamped with tonight's business date from the
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
        DISPLAY "ARITHGLJ: NO RUN CONTROL FILE, STATUS=" WS-RCT-STATUS
            " - USING MACHINE DATE"
    END-IF.
