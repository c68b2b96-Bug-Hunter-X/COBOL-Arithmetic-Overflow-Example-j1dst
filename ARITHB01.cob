*> every record with the PIC 9(6) overflow fix from bugSolution.cob,
*> and writes one result record per input record. Successor to the
*> single-pair demo in bugSolution.cob.
*> PARM=PREVIEW runs the compute as a dry run ahead of the night,
*> against a bridged TXNIN cut early in the evening: every compute
*> edit, the reference-master checks, reversal verification and the
*> posting-limit checks are applied exactly as the real run would,
*> but the master, result history and reference files are only
*> read, and nothing is written to the result, exception, GL
*> extract, checkpoint, journal, exception-history, prior-period or
*> run-statistics files. The projected exceptions and breaches are
*> listed account by account on the preview report with each
*> account's projected balances, so ops can correct them on ARITHOLM
*> or ARITHACT before the real run. The items also go to a preview
*> item file; a later preview of the same business night reads the
*> last one back, marks items that are new since it and lists the
*> ones that have been fixed.
AUTHOR. ARITHMETIC-TEAM.

ENVIRONMENT DIVISION.
        RECORD KEY IS RHI-KEY
        FILE STATUS IS WS-RHI-STATUS.

    SELECT PRIOR-ADJ-FILE ASSIGN TO PPADJ
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PPA-STATUS.

    SELECT PREVIEW-RPT-FILE ASSIGN TO PRVRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRR-STATUS.

    SELECT PREVIEW-LAST-FILE ASSIGN TO PRVIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRI-STATUS.

    SELECT PREVIEW-ITEM-FILE ASSIGN TO PRVOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRO-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANSACTION-FILE.
FD  RESULT-HIST-FILE.
COPY RHISTREC.

FD  PRIOR-ADJ-FILE.
COPY PPAREC.

FD  PREVIEW-RPT-FILE
    RECORDING MODE IS F.
01  PREVIEW-RPT-LINE            PIC X(80).

FD  PREVIEW-LAST-FILE.
01  PREVIEW-LAST-RECORD.
    05  PRL-KEY                 PIC X(20).
    05  PRL-BUSINESS-DATE       PIC X(8).
    05  FILLER                  PIC X(52).

FD  PREVIEW-ITEM-FILE.
COPY PRVREC.

WORKING-STORAGE SECTION.
01  WS-RCT-STATUS               PIC XX VALUE SPACES.
    88  WS-RCT-OK               VALUE "00".
01  WS-REVERSAL-SW              PIC X VALUE "N".
    88  WS-REVERSAL-TXN         VALUE "Y".

01  WS-PPA-STATUS               PIC XX VALUE SPACES.
    88  WS-PPA-OK               VALUE "00".
    88  WS-PPA-FILE-NOT-FOUND   VALUE "35".

01  WS-PPA-OPEN-SW              PIC X VALUE "N".
    88  WS-PPA-OPEN             VALUE "Y".

*> Set per posting by 2405-CLASSIFY-POSTING: whether the account/date
*> is already on the result history (a restart replay, or an item
*> already posted on an earlier night) and whether its month has
*> already been closed by the period-end rollover.
01  WS-POSTED-SW                PIC X VALUE "N".
    88  WS-ALREADY-POSTED       VALUE "Y".

01  WS-PRIOR-PERIOD-SW          PIC X VALUE "N".
    88  WS-PRIOR-PERIOD-ITEM    VALUE "Y".

01  WS-LATE-POST-COUNT          PIC 9(9) VALUE ZERO.
01  WS-PRIOR-ADJ-COUNT          PIC 9(9) VALUE ZERO.
01  WS-REPLAY-SKIP-COUNT        PIC 9(9) VALUE ZERO.

01  WS-REVERSAL-COUNT           PIC 9(9) VALUE ZERO.
01  WS-REVERSAL-REJ-COUNT       PIC 9(9) VALUE ZERO.

        88  WS-RESTART-REQUESTED VALUE "Y".
    05  WS-NORECON-SW            PIC X VALUE "N".
        88  WS-NORECON-MODE      VALUE "Y".
    05  WS-PREVIEW-SW            PIC X VALUE "N".
        88  WS-PREVIEW-MODE      VALUE "Y".
    05  WS-RESTART-SKIP-COUNT    PIC 9(9) VALUE ZERO.
    05  WS-CHECKPOINT-INTERVAL   PIC 9(5) VALUE 1000.
    05  WS-LAST-CKPT-FOUND-SW    PIC X VALUE "N".
        88  WS-LAST-CKPT-FOUND   VALUE "Y".

*> Preview (dry-run) working storage. Balances are projected one
*> account at a time: TXNIN is in account/date order, so the master
*> record is read when an account's first transaction arrives and
*> its projected balance line is printed when the account changes.
01  WS-PRR-STATUS               PIC XX VALUE SPACES.
01  WS-PRO-STATUS               PIC XX VALUE SPACES.

01  WS-PRI-STATUS               PIC XX VALUE SPACES.
    88  WS-PRI-OK               VALUE "00".
    88  WS-PRI-EOF              VALUE "10".

01  WS-PRV-MST-OPEN-SW          PIC X VALUE "N".
    88  WS-PRV-MST-OPEN         VALUE "Y".

01  WS-PRV-LAST-SW              PIC X VALUE "N".
    88  WS-PRV-LAST-COMPARABLE  VALUE "Y".

01  WS-PRV-NEW-ACCOUNT-SW       PIC X VALUE "N".
    88  WS-PRV-NEW-ACCOUNT      VALUE "Y".

01  WS-PRV-BALANCE-SW           PIC X VALUE "N".
    88  WS-PRV-BALANCE-BREAK    VALUE "Y".

01  WS-PRV-ACCOUNT.
    05  WS-PRV-CURR-ACCOUNT      PIC X(10) VALUE SPACES.
    05  WS-PRV-OPEN-RUNNING      PIC 9(9) VALUE ZERO.
    05  WS-PRV-RUNNING           PIC 9(9) VALUE ZERO.
    05  WS-PRV-MTD               PIC 9(9) VALUE ZERO.
    05  WS-PRV-YTD               PIC 9(9) VALUE ZERO.
    05  WS-PRV-LAST-DATE         PIC X(8) VALUE SPACES.
    05  WS-PRV-POSTED-DATE       PIC X(8) VALUE SPACES.
    05  WS-PRV-NET               PIC S9(10) VALUE ZERO.
    05  WS-PRV-ACCOUNT-FLAG      PIC X(8) VALUE SPACES.

01  WS-PRV-COUNTS.
    05  WS-PRV-ACCOUNT-COUNT     PIC 9(9) VALUE ZERO.
    05  WS-PRV-ITEM-COUNT        PIC 9(9) VALUE ZERO.
    05  WS-PRV-NEW-ITEM-COUNT    PIC 9(9) VALUE ZERO.
    05  WS-PRV-FIXED-COUNT       PIC 9(9) VALUE ZERO.
    05  WS-PRV-FORMAT-COUNT      PIC 9(9) VALUE ZERO.
    05  WS-PRV-BALANCE-COUNT     PIC 9(9) VALUE ZERO.
    05  WS-PRV-LAST-UNLOADED     PIC 9(9) VALUE ZERO.

01  WS-PRV-ITEM.
    05  WS-PRV-ITEM-CODE         PIC X(2).
    05  WS-PRV-ITEM-TEXT         PIC X(24).
    05  WS-PRV-ITEM-AMOUNT       PIC 9(9).
    05  WS-PRV-LIMIT-EDITED      PIC ZZZ,ZZ9.

*> The last preview's items for tonight, matched off as tonight's
*> preview raises them again; whatever is left unmatched at the end
*> has been fixed since.
01  WS-PRV-LAST-TABLE.
    05  WS-PRV-LAST-COUNT        PIC 9(4) VALUE ZERO.
    05  WS-PRV-LAST-ENTRY OCCURS 2000 TIMES INDEXED BY PRV-IDX.
        10  WS-PRV-LAST-KEY      PIC X(20).
        10  WS-PRV-LAST-MATCH-SW PIC X.
            88  WS-PRV-LAST-MATCHED VALUE "Y".
        10  WS-PRV-LAST-RECORD   PIC X(80).

01  WS-PRV-HEADING-1.
    05  FILLER                   PIC X(11) VALUE "ACCOUNT".
    05  FILLER                   PIC X(9) VALUE "DATE".
    05  FILLER                   PIC X(3) VALUE "CD".
    05  FILLER                   PIC X(25) VALUE "PROJECTED ITEM".
    05  FILLER                   PIC X(8) VALUE " NUMBER".
    05  FILLER                   PIC X(8) VALUE "NUMBER-X".
    05  FILLER                   PIC X(11) VALUE "    AMOUNT".
    05  FILLER                   PIC X(5) VALUE "MARK".

01  WS-PRV-HEADING-2.
    05  FILLER                   PIC X(11) VALUE SPACES.
    05  FILLER                   PIC X(12) VALUE "    OPENING".
    05  FILLER                   PIC X(13) VALUE "     TONIGHT".
    05  FILLER                   PIC X(12) VALUE "  PROJECTED".
    05  FILLER                   PIC X(12) VALUE "  PROJ. MTD".
    05  FILLER                   PIC X(12) VALUE "  PROJ. YTD".
    05  FILLER                   PIC X(8) VALUE SPACES.

01  WS-PRV-ITEM-LINE.
    05  I-ACCOUNT-ID             PIC X(10).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  I-DATE                   PIC X(8).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  I-CODE                   PIC X(2).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  I-TEXT                   PIC X(24).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  I-NUMBER                 PIC Z(6)9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  I-NUMBER-X               PIC Z(6)9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  I-AMOUNT                 PIC ZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  I-MARK                   PIC X(5).

01  WS-PRV-BALANCE-LINE.
    05  L-ACCOUNT-ID             PIC X(10).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  L-OPENING                PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  L-NET                    PIC -ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  L-RUNNING                PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  L-MTD                    PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  L-YTD                    PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  L-FLAG                   PIC X(8).

01  WS-PRV-SUMMARY-LINE.
    05  WS-PRV-SUM-LABEL         PIC X(26).
    05  WS-PRV-SUM-COUNT         PIC -Z,ZZZ,ZZZ,ZZ9.

01  WS-LAST-CHECKPOINT.
    05  WS-LAST-CKPT-KEY.
        10  WS-LAST-CKPT-ACCOUNT-ID  PIC X(10).
    IF WS-PARM-TALLY > ZERO
        SET WS-NORECON-MODE TO TRUE
    END-IF
    MOVE ZERO TO WS-PARM-TALLY
    INSPECT WS-PARM-LINE TALLYING WS-PARM-TALLY FOR ALL "PREVIEW"
    IF WS-PARM-TALLY > ZERO
        SET WS-PREVIEW-MODE TO TRUE
    END-IF
    IF WS-PREVIEW-MODE
        IF WS-RESTART-REQUESTED
            DISPLAY "ARITHB01: RESTART IGNORED ON A PREVIEW RUN"
            MOVE "N" TO WS-RESTART-SW
        END-IF
        PERFORM 1200-INITIALIZE-PREVIEW
    ELSE
        PERFORM 1010-INITIALIZE-COMMIT-RUN
    END-IF.

1010-INITIALIZE-COMMIT-RUN.
    IF WS-RESTART-REQUESTED
        PERFORM 1100-LOAD-CHECKPOINT
    END-IF
        PERFORM 1160-OPEN-EXCHIST-FILE
        PERFORM 1170-OPEN-ACCT-REF-FILE
        PERFORM 1180-OPEN-RESULT-HIST
        PERFORM 1190-OPEN-PRIOR-ADJ-FILE
        PERFORM 2100-READ-TRANSACTION
    END-IF.

*> history row the moment it posts, so a checkpoint-restart replay
*> of the same reversal fails verification instead of backing the
*> amount out twice. Without the file every reversal on the feed is
*> exceptioned with reason RV. Normal postings get their history row
*> the same way, which is what tells a restart replay apart from a
*> genuinely late (back-dated) item in 2405-CLASSIFY-POSTING; without
*> the file the old last-update-date compare is the only guard.
1180-OPEN-RESULT-HIST.
    OPEN I-O RESULT-HIST-FILE
    IF WS-RHI-OK
        SET WS-RHI-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHB01: NO RESULT HISTORY FILE, STATUS=" WS-RHI-STATUS
            " - REVERSALS WILL BE EXCEPTIONED, BACK-DATED ITEMS SKIPPED"
    END-IF.

*> Prior-period adjustments accumulate across the night's posting
*> steps (the recycle appends behind the compute, as do the heavy-
*> night partitions) for the ARITHPPA snapshot adjustment step.
1190-OPEN-PRIOR-ADJ-FILE.
    OPEN EXTEND PRIOR-ADJ-FILE
    IF WS-PPA-FILE-NOT-FOUND
        OPEN OUTPUT PRIOR-ADJ-FILE
    END-IF
    IF WS-PPA-OK
        SET WS-PPA-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHB01: *** NO PRIOR-PERIOD ADJUSTMENT FILE, STATUS="
            WS-PPA-STATUS " - CLOSED-PERIOD SNAPSHOTS NOT ADJUSTED ***"
    END-IF.

*> A preview opens only what the edits read, and only for input:
*> the master for the opening balances, the reference master for the
*> account and limit checks, the result history for reversal
*> verification and replay detection.
1200-INITIALIZE-PREVIEW.
    DISPLAY "ARITHB01: PREVIEW RUN - NO FILES WILL BE UPDATED"
    OPEN INPUT TRANSACTION-FILE
    IF NOT WS-TXN-OK
        DISPLAY "ARITHB01: UNABLE TO OPEN TRANSACTION FILE, STATUS=" WS-TXN-STATUS
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN INPUT MASTER-FILE
        IF WS-MST-OK
            SET WS-PRV-MST-OPEN TO TRUE
        ELSE
            DISPLAY "ARITHB01: NO MASTER FILE, STATUS=" WS-MST-STATUS
                " - EVERY ACCOUNT PROJECTED AS NEW"
        END-IF
        PERFORM 1170-OPEN-ACCT-REF-FILE
        OPEN INPUT RESULT-HIST-FILE
        IF WS-RHI-OK
            SET WS-RHI-OPEN TO TRUE
        ELSE
            DISPLAY "ARITHB01: NO RESULT HISTORY FILE, STATUS=" WS-RHI-STATUS
                " - REVERSALS WILL BE EXCEPTIONED"
        END-IF
        PERFORM 1210-LOAD-LAST-PREVIEW
        OPEN OUTPUT PREVIEW-ITEM-FILE
        OPEN OUTPUT PREVIEW-RPT-FILE
        MOVE SPACES TO PREVIEW-RPT-LINE
        STRING "ARITHB01 PREVIEW - PROJECTED EXCEPTIONS, BREACHES AND "
            "BALANCES FOR " WS-RUN-DATE-X DELIMITED BY SIZE
            INTO PREVIEW-RPT-LINE
        WRITE PREVIEW-RPT-LINE
        MOVE SPACES TO PREVIEW-RPT-LINE
        EVALUATE TRUE
            WHEN WS-PRV-LAST-COMPARABLE
                STRING "ITEMS NOT ON THE LAST PREVIEW OF THIS NIGHT ARE "
                    "MARKED NEW" DELIMITED BY SIZE INTO PREVIEW-RPT-LINE
            WHEN OTHER
                STRING "NO EARLIER PREVIEW OF THIS NIGHT TO COMPARE WITH"
                    DELIMITED BY SIZE INTO PREVIEW-RPT-LINE
        END-EVALUATE
        WRITE PREVIEW-RPT-LINE
        MOVE SPACES TO PREVIEW-RPT-LINE
        WRITE PREVIEW-RPT-LINE
        MOVE WS-PRV-HEADING-1 TO PREVIEW-RPT-LINE
        WRITE PREVIEW-RPT-LINE
        MOVE WS-PRV-HEADING-2 TO PREVIEW-RPT-LINE
        WRITE PREVIEW-RPT-LINE
        PERFORM 2100-READ-TRANSACTION
    END-IF.

*> The last preview only counts if it was for the same business
*> night; one left over from an earlier night says nothing about
*> what has been fixed for this one.
1210-LOAD-LAST-PREVIEW.
    OPEN INPUT PREVIEW-LAST-FILE
    IF WS-PRI-OK
        PERFORM 1220-READ-LAST-PREVIEW UNTIL WS-PRI-EOF
        CLOSE PREVIEW-LAST-FILE
    ELSE
        DISPLAY "ARITHB01: NO EARLIER PREVIEW ITEM FILE, STATUS=" WS-PRI-STATUS
    END-IF
    IF WS-PRV-LAST-UNLOADED > ZERO
        DISPLAY "ARITHB01: *** " WS-PRV-LAST-UNLOADED " LAST-PREVIEW ITEMS"
            " BEYOND THE TABLE NOT COMPARED ***"
    END-IF.

1220-READ-LAST-PREVIEW.
    READ PREVIEW-LAST-FILE
        AT END
            CONTINUE
        NOT AT END
            IF PRL-BUSINESS-DATE = WS-RUN-DATE-X
                SET WS-PRV-LAST-COMPARABLE TO TRUE
                IF WS-PRV-LAST-COUNT < 2000
                    ADD 1 TO WS-PRV-LAST-COUNT
                    SET PRV-IDX TO WS-PRV-LAST-COUNT
                    MOVE PRL-KEY TO WS-PRV-LAST-KEY (PRV-IDX)
                    MOVE "N" TO WS-PRV-LAST-MATCH-SW (PRV-IDX)
                    MOVE PREVIEW-LAST-RECORD TO WS-PRV-LAST-RECORD (PRV-IDX)
                ELSE
                    ADD 1 TO WS-PRV-LAST-UNLOADED
                END-IF
            END-IF
    END-READ.

1100-LOAD-CHECKPOINT.
    OPEN INPUT CHECKPOINT-FILE
    IF WS-CKP-OK
    END-IF.

2000-PROCESS-TRANSACTIONS.
    IF WS-PREVIEW-MODE
        PERFORM 2700-PREVIEW-TRANSACTION
    ELSE
        IF WS-RECORD-COUNT > WS-RESTART-SKIP-COUNT
            PERFORM 2200-COMPUTE-RESULT
            PERFORM 2300-WRITE-RESULT
            PERFORM 2350-CHECKPOINT-IF-DUE
        END-IF
    END-IF
    PERFORM 2100-READ-TRANSACTION.

*> A transaction for an account the reference master does not carry
*> as open goes to the exception file instead of the result path, so
*> a mis-keyed feed account can no longer spawn a phantom balance
*> record through 2410-CREATE-MASTER. A dormant account is held the
*> same way under its own reason (DM) so the workbench can tell it
*> apart from a closed one: it posts through the recycle once an
*> ARITHACT reactivation has put it back to open. An account pending
*> close is treated as closed: a posting arriving while it waits for
*> settlement raises a CL item, which holds the settlement until ops
*> has dealt with it.
2210-CHECK-ACCOUNT.
    MOVE WS-ACCOUNT-ID TO ACT-ACCOUNT-ID
    READ ACCT-REF-FILE
            MOVE "AC" TO WS-EXC-REASON
            PERFORM 2250-WRITE-EXCEPTION
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN ACT-CLOSED
                WHEN ACT-PENDING-CLOSE
                    MOVE "CL" TO WS-EXC-REASON
                    PERFORM 2250-WRITE-EXCEPTION
                WHEN ACT-DORMANT
                    MOVE "DM" TO WS-EXC-REASON
                    PERFORM 2250-WRITE-EXCEPTION
            END-EVALUATE
    END-READ.

*> A reversal stands or falls on the posting it references: the
        WHEN OTHER
            ADD 1 TO WS-ACCT-REJECT-COUNT
    END-EVALUATE
    IF WS-PREVIEW-MODE
        PERFORM 2750-PREVIEW-EXCEPTION
    ELSE
        MOVE WS-ACCOUNT-ID TO EXC-ACCOUNT-ID
        MOVE WS-DATE TO EXC-DATE
        MOVE TXN-NUMBER TO EXC-NUMBER
        MOVE TXN-NUMBER-X TO EXC-NUMBER-X
        MOVE WS-TRUE-SUM TO EXC-TRUE-SUM
        IF WS-EXC-REASON = "OV"
            COMPUTE EXC-TRUNCATED-RESULT = FUNCTION MOD(WS-TRUE-SUM, 100000)
            COMPUTE EXC-MISMATCH-AMOUNT = WS-TRUE-SUM - EXC-TRUNCATED-RESULT
        ELSE
            MOVE ZERO TO EXC-TRUNCATED-RESULT
            MOVE ZERO TO EXC-MISMATCH-AMOUNT
        END-IF
        MOVE WS-EXC-REASON TO EXC-REASON-CODE
        MOVE TXN-SOURCE-CODE TO EXC-SOURCE-CODE
        WRITE EXCEPTION-RECORD
        PERFORM 2260-WRITE-EXCEPTION-HISTORY
    END-IF.

*> Every raised exception also goes into the cumulative keyed history
*> file with tonight's run date, so unresolved overflows survive the
        ELSE
            MOVE SPACE TO RES-TYPE
        END-IF
        MOVE TXN-SOURCE-CODE TO RES-SOURCE-CODE
        WRITE RESULT-RECORD
        IF WS-REVERSAL-TXN
            PERFORM 2310-APPLY-REVERSAL
    WRITE GL-EXTRACT-RECORD.

2400-UPDATE-MASTER.
    PERFORM 2405-CLASSIFY-POSTING
    MOVE WS-ACCOUNT-ID TO MST-ACCOUNT-ID
    READ MASTER-FILE
        INVALID KEY
            PERFORM 2420-UPDATE-EXISTING-MASTER
    END-READ.

*> An account/date already on the result history has been applied to
*> the master before: tonight (the row is cut the moment the posting
*> lands, so a checkpoint-restart replay finds it) or on an earlier
*> night. Anything else posts, however old its date -- a back-dated
*> item no longer loses its balance update just because the account
*> has moved on since. An item dated in a month the ARITHEOM rollover
*> has already closed is a prior-period item: it reaches the running
*> total but not the month-to-date bucket, and the closing snapshots
*> are put right by the ARITHPPA step.
2405-CLASSIFY-POSTING.
    MOVE "N" TO WS-POSTED-SW
    MOVE "N" TO WS-PRIOR-PERIOD-SW
    IF WS-RHI-OPEN
        MOVE WS-ACCOUNT-ID TO RHI-ACCOUNT-ID
        MOVE WS-DATE TO RHI-DATE
        MOVE SPACE TO RHI-TYPE
        READ RESULT-HIST-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-ALREADY-POSTED TO TRUE
        END-READ
    END-IF
    IF WS-DATE (1:6) < WS-RUN-DATE-X (1:6)
        SET WS-PRIOR-PERIOD-ITEM TO TRUE
    END-IF.

*> A new account's first posting opens its buckets under the same
*> period rules as 2420: a prior-period item stays out of MTD, and
*> out of YTD too when its year is already closed.
2410-CREATE-MASTER.
    MOVE WS-RESULT TO MST-RUNNING-TOTAL
    MOVE ZERO TO MST-MTD-TOTAL
    MOVE ZERO TO MST-YTD-TOTAL
    IF NOT WS-PRIOR-PERIOD-ITEM
        MOVE WS-RESULT TO MST-MTD-TOTAL
    END-IF
    IF WS-DATE (1:4) NOT < WS-RUN-DATE-X (1:4)
        MOVE WS-RESULT TO MST-YTD-TOTAL
    END-IF
    MOVE WS-DATE TO MST-LAST-UPDATE-DATE
    WRITE MASTER-RECORD
        INVALID KEY
            SET MJR-ADD TO TRUE
            MOVE SPACES TO MJR-BEFORE-IMAGE
            PERFORM 2430-JOURNAL-MASTER-UPDATE
            IF NOT WS-ALREADY-POSTED
                PERFORM 2490-RECORD-POSTING-HISTORY
            END-IF
    END-WRITE.

*> Without the result history the only replay guard is the date
*> compare, which cannot tell a replay from a late item -- so a
*> back-dated item is skipped exactly as before. With it, a late
*> item posts: always to the running total, to MTD only inside the
*> open month, to YTD only inside the open year (the same rules
*> 2470-REVERSE-MASTER backs a posting out under). The last-update
*> date only ever moves forward.
2420-UPDATE-EXISTING-MASTER.
    MOVE MASTER-RECORD TO WS-MST-BEFORE-IMAGE
    IF NOT WS-RHI-OPEN
        AND WS-DATE NOT > MST-LAST-UPDATE-DATE
        SET WS-ALREADY-POSTED TO TRUE
    END-IF
    IF WS-ALREADY-POSTED
        ADD 1 TO WS-REPLAY-SKIP-COUNT
        IF WS-RHI-OPEN AND RHI-ARCHIVE-DATE NOT = WS-RUN-DATE-X
            DISPLAY "ARITHB01: SKIPPING MASTER UPDATE FOR " MST-ACCOUNT-ID
                " -- " WS-DATE " ALREADY POSTED ON " RHI-ARCHIVE-DATE
        ELSE
            DISPLAY "ARITHB01: SKIPPING MASTER UPDATE FOR " MST-ACCOUNT-ID
                " -- " WS-DATE " ALREADY APPLIED, LIKELY A RESTART REPLAY"
        END-IF
    ELSE
        IF WS-DATE < MST-LAST-UPDATE-DATE
            ADD 1 TO WS-LATE-POST-COUNT
        END-IF
        ADD WS-RESULT TO MST-RUNNING-TOTAL
            ON SIZE ERROR
                SET WS-TOTALS-OVERFLOW TO TRUE
                DISPLAY "ARITHB01: *** MASTER RUNNING TOTAL OVERFLOWED FOR "
                    MST-ACCOUNT-ID
        END-ADD
        IF NOT WS-PRIOR-PERIOD-ITEM
            ADD WS-RESULT TO MST-MTD-TOTAL
                ON SIZE ERROR
                    SET WS-TOTALS-OVERFLOW TO TRUE
                    DISPLAY "ARITHB01: *** MASTER MTD TOTAL OVERFLOWED FOR "
                        MST-ACCOUNT-ID
            END-ADD
        END-IF
        IF WS-DATE (1:4) NOT < WS-RUN-DATE-X (1:4)
            ADD WS-RESULT TO MST-YTD-TOTAL
                ON SIZE ERROR
                    SET WS-TOTALS-OVERFLOW TO TRUE
                    DISPLAY "ARITHB01: *** MASTER YTD TOTAL OVERFLOWED FOR "
                        MST-ACCOUNT-ID
            END-ADD
        END-IF
        IF WS-DATE > MST-LAST-UPDATE-DATE
            MOVE WS-DATE TO MST-LAST-UPDATE-DATE
        END-IF
        REWRITE MASTER-RECORD
            INVALID KEY
                DISPLAY "ARITHB01: ERROR REWRITING MASTER RECORD FOR " MST-KEY
                SET MJR-UPDATE TO TRUE
                MOVE WS-MST-BEFORE-IMAGE TO MJR-BEFORE-IMAGE
                PERFORM 2430-JOURNAL-MASTER-UPDATE
                PERFORM 2490-RECORD-POSTING-HISTORY
        END-REWRITE
    END-IF.

*> Caller sets MJR-ACTION and the before image; the after image is
                RHI-KEY " STATUS=" WS-RHI-STATUS
    END-WRITE.

*> The posting's own history row goes in as soon as the master has
*> taken it (the archive step refreshes it with identical content
*> later), so a restart replay of the same record finds it in 2405.
*> A prior-period item is also queued for the snapshot adjustment.
2490-RECORD-POSTING-HISTORY.
    IF WS-RHI-OPEN
        MOVE WS-ACCOUNT-ID TO RHI-ACCOUNT-ID
        MOVE WS-DATE TO RHI-DATE
        MOVE SPACE TO RHI-TYPE
        MOVE WS-NUMBER TO RHI-NUMBER
        MOVE WS-NUMBER-X TO RHI-NUMBER-X
        MOVE WS-RESULT TO RHI-RESULT
        MOVE WS-RUN-DATE-X TO RHI-ARCHIVE-DATE
        WRITE RESULT-HISTORY-RECORD
            INVALID KEY
                DISPLAY "ARITHB01: ERROR WRITING POSTING HISTORY FOR "
                    RHI-KEY " STATUS=" WS-RHI-STATUS
        END-WRITE
    END-IF
    IF WS-PRIOR-PERIOD-ITEM
        PERFORM 2495-WRITE-PRIOR-ADJ
    END-IF.

2495-WRITE-PRIOR-ADJ.
    IF WS-PPA-OPEN
        INITIALIZE PRIOR-PERIOD-ADJ-RECORD
        MOVE WS-ACCOUNT-ID TO PPA-ACCOUNT-ID
        MOVE WS-DATE TO PPA-DATE
        MOVE WS-RUN-DATE-X TO PPA-RUN-DATE
        MOVE WS-NUMBER TO PPA-NUMBER
        MOVE WS-NUMBER-X TO PPA-NUMBER-X
        MOVE WS-RESULT TO PPA-RESULT
        MOVE "ARITHB01" TO PPA-SOURCE-STEP
        WRITE PRIOR-PERIOD-ADJ-RECORD
        ADD 1 TO WS-PRIOR-ADJ-COUNT
    ELSE
        DISPLAY "ARITHB01: *** PRIOR-PERIOD ITEM " WS-ACCOUNT-ID " "
            WS-DATE " NOT QUEUED FOR SNAPSHOT ADJUSTMENT ***"
    END-IF.

2550-WRITE-GL-REVERSAL.
    INITIALIZE GL-EXTRACT-RECORD
    MOVE WS-ACCOUNT-ID TO GLX-ACCOUNT-ID
    MOVE "D" TO GLX-DEBIT-CREDIT-CODE
    WRITE GL-EXTRACT-RECORD.

*> A preview transaction goes through the same edits as the real run
*> (2200-COMPUTE-RESULT, with 2250 listing instead of writing what
*> it raises) and then has its posting projected onto the account's
*> balances in working storage. A pair that is not numeric, or a type
*> that is neither blank nor R, would be refused by the ARITHVAL
*> format edit before the compute ever ran, so it is listed as such.
2700-PREVIEW-TRANSACTION.
    IF WS-ACCOUNT-ID NOT = WS-PRV-CURR-ACCOUNT
        PERFORM 2710-PREVIEW-ACCOUNT-BREAK
    END-IF
    IF TXN-NUMBER IS NOT NUMERIC
        OR TXN-NUMBER-X IS NOT NUMERIC
        OR (NOT TXN-NORMAL AND NOT TXN-REVERSAL)
        ADD 1 TO WS-PRV-FORMAT-COUNT
        MOVE "FM" TO WS-PRV-ITEM-CODE
        MOVE "FAILS THE FORMAT EDIT" TO WS-PRV-ITEM-TEXT
        MOVE ZERO TO WS-PRV-ITEM-AMOUNT
        PERFORM 2790-LIST-PREVIEW-ITEM
    ELSE
        PERFORM 2200-COMPUTE-RESULT
        IF NOT WS-EXCEPTION-RAISED
            IF WS-REVERSAL-TXN
                PERFORM 2730-PROJECT-REVERSAL
            ELSE
                PERFORM 2720-PROJECT-POSTING
                PERFORM 2740-PREVIEW-LIMITS
            END-IF
        END-IF
    END-IF.

*> The account's opening balances come from the master as it stands
*> now; an account with no master record yet opens at zero, as
*> 2410-CREATE-MASTER would open it.
2710-PREVIEW-ACCOUNT-BREAK.
    IF WS-PRV-CURR-ACCOUNT NOT = SPACES
        PERFORM 2780-WRITE-PREVIEW-BALANCE
    END-IF
    ADD 1 TO WS-PRV-ACCOUNT-COUNT
    MOVE WS-ACCOUNT-ID TO WS-PRV-CURR-ACCOUNT
    MOVE ZERO TO WS-PRV-OPEN-RUNNING
    MOVE ZERO TO WS-PRV-RUNNING
    MOVE ZERO TO WS-PRV-MTD
    MOVE ZERO TO WS-PRV-YTD
    MOVE ZERO TO WS-PRV-NET
    MOVE SPACES TO WS-PRV-LAST-DATE
    MOVE SPACES TO WS-PRV-POSTED-DATE
    MOVE "NEW ACCT" TO WS-PRV-ACCOUNT-FLAG
    MOVE "N" TO WS-PRV-BALANCE-SW
    SET WS-PRV-NEW-ACCOUNT TO TRUE
    IF WS-PRV-MST-OPEN
        MOVE WS-ACCOUNT-ID TO MST-ACCOUNT-ID
        READ MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "N" TO WS-PRV-NEW-ACCOUNT-SW
                MOVE SPACES TO WS-PRV-ACCOUNT-FLAG
                MOVE MST-RUNNING-TOTAL TO WS-PRV-OPEN-RUNNING
                MOVE MST-RUNNING-TOTAL TO WS-PRV-RUNNING
                MOVE MST-MTD-TOTAL TO WS-PRV-MTD
                MOVE MST-YTD-TOTAL TO WS-PRV-YTD
                MOVE MST-LAST-UPDATE-DATE TO WS-PRV-LAST-DATE
        END-READ
    END-IF.

*> The same classification 2400-UPDATE-MASTER applies. Nothing is
*> written to the result history in a preview, so a second record
*> for an account/date already projected tonight is caught here as
*> the history row the real run would have cut would catch it.
2720-PROJECT-POSTING.
    PERFORM 2405-CLASSIFY-POSTING
    IF WS-DATE = WS-PRV-POSTED-DATE
        SET WS-ALREADY-POSTED TO TRUE
    END-IF
    IF NOT WS-PRV-NEW-ACCOUNT
        AND NOT WS-RHI-OPEN
        AND WS-DATE NOT > WS-PRV-LAST-DATE
        SET WS-ALREADY-POSTED TO TRUE
    END-IF
    ADD WS-RESULT TO WS-GRAND-TOTAL
        ON SIZE ERROR
            SET WS-TOTALS-OVERFLOW TO TRUE
    END-ADD
    IF WS-ALREADY-POSTED AND NOT WS-PRV-NEW-ACCOUNT
        ADD 1 TO WS-REPLAY-SKIP-COUNT
        MOVE "AP" TO WS-PRV-ITEM-CODE
        MOVE "ALREADY POSTED - SKIPPED" TO WS-PRV-ITEM-TEXT
        MOVE WS-RESULT TO WS-PRV-ITEM-AMOUNT
        PERFORM 2790-LIST-PREVIEW-ITEM
    ELSE
        PERFORM 2725-PROJECT-BALANCES
    END-IF.

2725-PROJECT-BALANCES.
    MOVE "N" TO WS-PRV-BALANCE-SW
    IF NOT WS-PRV-NEW-ACCOUNT AND WS-DATE < WS-PRV-LAST-DATE
        ADD 1 TO WS-LATE-POST-COUNT
    END-IF
    MOVE "N" TO WS-PRV-NEW-ACCOUNT-SW
    ADD WS-RESULT TO WS-PRV-RUNNING
        ON SIZE ERROR
            SET WS-PRV-BALANCE-BREAK TO TRUE
    END-ADD
    IF NOT WS-PRIOR-PERIOD-ITEM
        ADD WS-RESULT TO WS-PRV-MTD
            ON SIZE ERROR
                SET WS-PRV-BALANCE-BREAK TO TRUE
        END-ADD
    ELSE
        ADD 1 TO WS-PRIOR-ADJ-COUNT
    END-IF
    IF WS-DATE (1:4) NOT < WS-RUN-DATE-X (1:4)
        ADD WS-RESULT TO WS-PRV-YTD
            ON SIZE ERROR
                SET WS-PRV-BALANCE-BREAK TO TRUE
        END-ADD
    END-IF
    IF WS-DATE > WS-PRV-LAST-DATE
        MOVE WS-DATE TO WS-PRV-LAST-DATE
    END-IF
    MOVE WS-DATE TO WS-PRV-POSTED-DATE
    ADD WS-RESULT TO WS-PRV-NET
    IF WS-PRV-BALANCE-BREAK
        ADD 1 TO WS-PRV-BALANCE-COUNT
        MOVE "OT" TO WS-PRV-ITEM-CODE
        MOVE "BALANCE WOULD OVERFLOW" TO WS-PRV-ITEM-TEXT
        MOVE WS-RESULT TO WS-PRV-ITEM-AMOUNT
        PERFORM 2790-LIST-PREVIEW-ITEM
    END-IF.

*> A verified reversal comes off the buckets under 2470's rules. The
*> real run would find no master record to reverse for an account
*> that has none, or take a bucket below zero; either is listed.
2730-PROJECT-REVERSAL.
    ADD 1 TO WS-REVERSAL-COUNT
    SUBTRACT WS-RESULT FROM WS-GRAND-TOTAL
    MOVE "N" TO WS-PRV-BALANCE-SW
    IF WS-PRV-NEW-ACCOUNT
        SET WS-PRV-BALANCE-BREAK TO TRUE
    ELSE
        IF WS-RESULT > WS-PRV-RUNNING
            SET WS-PRV-BALANCE-BREAK TO TRUE
        ELSE
            SUBTRACT WS-RESULT FROM WS-PRV-RUNNING
        END-IF
        IF WS-DATE (1:6) = WS-RUN-DATE-X (1:6)
            IF WS-RESULT > WS-PRV-MTD
                SET WS-PRV-BALANCE-BREAK TO TRUE
            ELSE
                SUBTRACT WS-RESULT FROM WS-PRV-MTD
            END-IF
        END-IF
        IF WS-DATE (1:4) = WS-RUN-DATE-X (1:4)
            IF WS-RESULT > WS-PRV-YTD
                SET WS-PRV-BALANCE-BREAK TO TRUE
            ELSE
                SUBTRACT WS-RESULT FROM WS-PRV-YTD
            END-IF
        END-IF
        SUBTRACT WS-RESULT FROM WS-PRV-NET
    END-IF
    IF WS-PRV-BALANCE-BREAK
        ADD 1 TO WS-PRV-BALANCE-COUNT
        MOVE "UF" TO WS-PRV-ITEM-CODE
        IF WS-PRV-NEW-ACCOUNT
            MOVE "NO MASTER TO REVERSE" TO WS-PRV-ITEM-TEXT
        ELSE
            MOVE "REVERSAL EXCEEDS BALANCE" TO WS-PRV-ITEM-TEXT
        END-IF
        MOVE WS-RESULT TO WS-PRV-ITEM-AMOUNT
        PERFORM 2790-LIST-PREVIEW-ITEM
    END-IF.

*> The checks 2440-CHECK-POSTING-LIMITS makes, against the projected
*> month-to-date bucket.
2740-PREVIEW-LIMITS.
    IF WS-REF-OPEN
        IF ACT-NIGHT-LIMIT IS NUMERIC
            IF ACT-NIGHT-LIMIT > ZERO
                AND WS-RESULT > ACT-NIGHT-LIMIT
                ADD 1 TO WS-BREACH-COUNT
                MOVE ACT-NIGHT-LIMIT TO WS-PRV-LIMIT-EDITED
                MOVE "BN" TO WS-PRV-ITEM-CODE
                MOVE SPACES TO WS-PRV-ITEM-TEXT
                STRING "OVER NIGHT LIMIT " WS-PRV-LIMIT-EDITED
                    DELIMITED BY SIZE INTO WS-PRV-ITEM-TEXT
                MOVE WS-RESULT TO WS-PRV-ITEM-AMOUNT
                PERFORM 2790-LIST-PREVIEW-ITEM
            END-IF
        END-IF
        IF ACT-MTD-LIMIT IS NUMERIC
            IF ACT-MTD-LIMIT > ZERO
                AND WS-PRV-MTD > ACT-MTD-LIMIT
                ADD 1 TO WS-BREACH-COUNT
                MOVE ACT-MTD-LIMIT TO WS-PRV-LIMIT-EDITED
                MOVE "BM" TO WS-PRV-ITEM-CODE
                MOVE SPACES TO WS-PRV-ITEM-TEXT
                STRING "OVER MTD LIMIT   " WS-PRV-LIMIT-EDITED
                    DELIMITED BY SIZE INTO WS-PRV-ITEM-TEXT
                MOVE WS-PRV-MTD TO WS-PRV-ITEM-AMOUNT
                PERFORM 2790-LIST-PREVIEW-ITEM
            END-IF
        END-IF
    END-IF.

*> Called from 2250-WRITE-EXCEPTION in place of the exception and
*> exception-history writes.
2750-PREVIEW-EXCEPTION.
    MOVE WS-EXC-REASON TO WS-PRV-ITEM-CODE
    EVALUATE WS-EXC-REASON
        WHEN "OV"
            MOVE "RESULT WOULD OVERFLOW" TO WS-PRV-ITEM-TEXT
        WHEN "AC"
            MOVE "NOT ON ACCOUNT REFERENCE" TO WS-PRV-ITEM-TEXT
        WHEN "CL"
            MOVE "ACCOUNT CLOSED/CLOSING" TO WS-PRV-ITEM-TEXT
        WHEN "DM"
            MOVE "ACCOUNT DORMANT" TO WS-PRV-ITEM-TEXT
        WHEN "RV"
            MOVE "REVERSAL NOT VERIFIED" TO WS-PRV-ITEM-TEXT
        WHEN OTHER
            MOVE "EXCEPTION" TO WS-PRV-ITEM-TEXT
    END-EVALUATE
    MOVE WS-TRUE-SUM TO WS-PRV-ITEM-AMOUNT
    PERFORM 2790-LIST-PREVIEW-ITEM.

2780-WRITE-PREVIEW-BALANCE.
    MOVE WS-PRV-CURR-ACCOUNT TO L-ACCOUNT-ID
    MOVE WS-PRV-OPEN-RUNNING TO L-OPENING
    MOVE WS-PRV-NET TO L-NET
    MOVE WS-PRV-RUNNING TO L-RUNNING
    MOVE WS-PRV-MTD TO L-MTD
    MOVE WS-PRV-YTD TO L-YTD
    MOVE WS-PRV-ACCOUNT-FLAG TO L-FLAG
    MOVE WS-PRV-BALANCE-LINE TO PREVIEW-RPT-LINE
    WRITE PREVIEW-RPT-LINE.

*> Each projected item is listed, written to the preview item file
*> for the next preview to compare with, and matched off against the
*> last preview of the night: an item that was not on it is marked
*> NEW.
2790-LIST-PREVIEW-ITEM.
    ADD 1 TO WS-PRV-ITEM-COUNT
    MOVE SPACES TO PREVIEW-ITEM-RECORD
    MOVE WS-ACCOUNT-ID TO PRV-ACCOUNT-ID
    MOVE WS-DATE TO PRV-DATE
    MOVE WS-PRV-ITEM-CODE TO PRV-ITEM-CODE
    MOVE WS-RUN-DATE-X TO PRV-BUSINESS-DATE
    IF TXN-NUMBER IS NUMERIC AND TXN-NUMBER-X IS NUMERIC
        MOVE TXN-NUMBER TO PRV-NUMBER
        MOVE TXN-NUMBER-X TO PRV-NUMBER-X
    ELSE
        MOVE ZERO TO PRV-NUMBER
        MOVE ZERO TO PRV-NUMBER-X
    END-IF
    MOVE WS-PRV-ITEM-AMOUNT TO PRV-AMOUNT
    MOVE WS-PRV-ITEM-TEXT TO PRV-ITEM-TEXT
    WRITE PREVIEW-ITEM-RECORD
    MOVE SPACES TO I-MARK
    IF WS-PRV-LAST-COMPARABLE
        SET PRV-IDX TO 1
        SEARCH WS-PRV-LAST-ENTRY
            AT END
                MOVE "NEW" TO I-MARK
            WHEN PRV-IDX > WS-PRV-LAST-COUNT
                MOVE "NEW" TO I-MARK
            WHEN WS-PRV-LAST-KEY (PRV-IDX) = PRV-KEY
                AND NOT WS-PRV-LAST-MATCHED (PRV-IDX)
                SET WS-PRV-LAST-MATCHED (PRV-IDX) TO TRUE
        END-SEARCH
        IF I-MARK NOT = SPACES
            ADD 1 TO WS-PRV-NEW-ITEM-COUNT
        END-IF
    END-IF
    PERFORM 2795-WRITE-PREVIEW-ITEM-LINE.

2795-WRITE-PREVIEW-ITEM-LINE.
    MOVE PRV-ACCOUNT-ID TO I-ACCOUNT-ID
    MOVE PRV-DATE TO I-DATE
    MOVE PRV-ITEM-CODE TO I-CODE
    MOVE PRV-ITEM-TEXT TO I-TEXT
    MOVE PRV-NUMBER TO I-NUMBER
    MOVE PRV-NUMBER-X TO I-NUMBER-X
    MOVE PRV-AMOUNT TO I-AMOUNT
    MOVE WS-PRV-ITEM-LINE TO PREVIEW-RPT-LINE
    WRITE PREVIEW-RPT-LINE.

2350-CHECKPOINT-IF-DUE.
    IF FUNCTION MOD(WS-RECORD-COUNT, WS-CHECKPOINT-INTERVAL) = 0
        MOVE WS-ACCOUNT-ID TO CKPT-ACCOUNT-ID
    END-IF.

3000-FINALIZE.
    IF WS-PREVIEW-MODE
        PERFORM 3500-FINALIZE-PREVIEW
    ELSE
        PERFORM 3010-FINALIZE-COMMIT-RUN
    END-IF.

3010-FINALIZE-COMMIT-RUN.
    IF WS-TXN-OK OR WS-TXN-EOF
        CLOSE TRANSACTION-FILE
        CLOSE RESULT-FILE
        IF WS-RHI-OPEN
            CLOSE RESULT-HIST-FILE
        END-IF
        IF WS-PPA-OPEN
            CLOSE PRIOR-ADJ-FILE
        END-IF
    END-IF
    DISPLAY "ARITHB01: RECORDS PROCESSED = " WS-RECORD-COUNT
    DISPLAY "ARITHB01: EXCEPTIONS RAISED = " WS-EXCEPTION-COUNT
    DISPLAY "ARITHB01: OVERFLOW EXCEPTIONS = " WS-OVERFLOW-EXC-COUNT
    DISPLAY "ARITHB01: ACCOUNT REJECTS (AC/CL/DM) = " WS-ACCT-REJECT-COUNT
    DISPLAY "ARITHB01: REVERSALS APPLIED = " WS-REVERSAL-COUNT
    DISPLAY "ARITHB01: REVERSAL REJECTS (RV) = " WS-REVERSAL-REJ-COUNT
    DISPLAY "ARITHB01: LIMIT BREACH ALERTS = " WS-BREACH-COUNT
    DISPLAY "ARITHB01: BACK-DATED POSTINGS = " WS-LATE-POST-COUNT
    DISPLAY "ARITHB01: PRIOR-PERIOD ADJUSTMENTS = " WS-PRIOR-ADJ-COUNT
    DISPLAY "ARITHB01: REPLAYS SKIPPED = " WS-REPLAY-SKIP-COUNT
    PERFORM 3900-WRITE-RUN-STATISTICS
    PERFORM 4000-RECONCILE
    IF WS-BREACH-COUNT > ZERO
        END-IF
    END-IF.

*> The preview closes only what it read and writes nothing but its
*> report and item file: no statistics, no reconciliation report,
*> no journal. The projected grand total is still set against the
*> control total when one is already there, as an early sight of a
*> break. RC 4 when anything was projected, so the scheduler can tell
*> a clean preview from one ops needs to look at.
3500-FINALIZE-PREVIEW.
    IF WS-TXN-OK OR WS-TXN-EOF
        IF WS-PRV-CURR-ACCOUNT NOT = SPACES
            PERFORM 2780-WRITE-PREVIEW-BALANCE
        END-IF
        CLOSE TRANSACTION-FILE
        IF WS-PRV-MST-OPEN
            CLOSE MASTER-FILE
        END-IF
        IF WS-REF-OPEN
            CLOSE ACCT-REF-FILE
        END-IF
        IF WS-RHI-OPEN
            CLOSE RESULT-HIST-FILE
        END-IF
        PERFORM 3510-LIST-FIXED-ITEMS
        PERFORM 3530-PREVIEW-CONTROL-TOTAL
        PERFORM 3540-WRITE-PREVIEW-SUMMARY
        CLOSE PREVIEW-ITEM-FILE
        CLOSE PREVIEW-RPT-FILE
        DISPLAY "ARITHB01: PREVIEW RECORDS READ = " WS-RECORD-COUNT
        DISPLAY "ARITHB01: PREVIEW ITEMS PROJECTED = " WS-PRV-ITEM-COUNT
        DISPLAY "ARITHB01: PREVIEW EXCEPTIONS = " WS-EXCEPTION-COUNT
        DISPLAY "ARITHB01: PREVIEW LIMIT BREACHES = " WS-BREACH-COUNT
        DISPLAY "ARITHB01: PREVIEW FORMAT FAILURES = " WS-PRV-FORMAT-COUNT
        DISPLAY "ARITHB01: PREVIEW ITEMS NEW SINCE LAST = " WS-PRV-NEW-ITEM-COUNT
        DISPLAY "ARITHB01: PREVIEW ITEMS FIXED SINCE LAST = " WS-PRV-FIXED-COUNT
        IF WS-PRV-ITEM-COUNT > ZERO
            IF RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

*> Whatever the last preview of the night raised that this one has
*> not is what has been fixed since.
3510-LIST-FIXED-ITEMS.
    IF WS-PRV-LAST-COMPARABLE
        MOVE SPACES TO PREVIEW-RPT-LINE
        WRITE PREVIEW-RPT-LINE
        MOVE "FIXED SINCE THE LAST PREVIEW OF THIS NIGHT" TO PREVIEW-RPT-LINE
        WRITE PREVIEW-RPT-LINE
        MOVE WS-PRV-HEADING-1 TO PREVIEW-RPT-LINE
        WRITE PREVIEW-RPT-LINE
        SET PRV-IDX TO 1
        PERFORM 3520-LIST-FIXED-ITEM UNTIL PRV-IDX > WS-PRV-LAST-COUNT
        IF WS-PRV-FIXED-COUNT = ZERO
            MOVE "  NONE" TO PREVIEW-RPT-LINE
            WRITE PREVIEW-RPT-LINE
        END-IF
    END-IF.

3520-LIST-FIXED-ITEM.
    IF NOT WS-PRV-LAST-MATCHED (PRV-IDX)
        ADD 1 TO WS-PRV-FIXED-COUNT
        MOVE WS-PRV-LAST-RECORD (PRV-IDX) TO PREVIEW-ITEM-RECORD
        MOVE "FIXED" TO I-MARK
        PERFORM 2795-WRITE-PREVIEW-ITEM-LINE
    END-IF
    SET PRV-IDX UP BY 1.

3530-PREVIEW-CONTROL-TOTAL.
    MOVE ZERO TO WS-EXPECTED-TOTAL
    OPEN INPUT CONTROL-FILE
    IF WS-CTL-OK
        READ CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE CTL-EXPECTED-TOTAL TO WS-EXPECTED-TOTAL
        END-READ
        CLOSE CONTROL-FILE
    END-IF
    COMPUTE WS-DIFFERENCE = WS-GRAND-TOTAL - WS-EXPECTED-TOTAL.

3540-WRITE-PREVIEW-SUMMARY.
    MOVE SPACES TO PREVIEW-RPT-LINE
    WRITE PREVIEW-RPT-LINE
    MOVE "PREVIEW SUMMARY" TO PREVIEW-RPT-LINE
    WRITE PREVIEW-RPT-LINE
    MOVE "TRANSACTIONS READ" TO WS-PRV-SUM-LABEL
    MOVE WS-RECORD-COUNT TO WS-PRV-SUM-COUNT
    PERFORM 3550-WRITE-SUMMARY-LINE
    MOVE "ACCOUNTS" TO WS-PRV-SUM-LABEL
    MOVE WS-PRV-ACCOUNT-COUNT TO WS-PRV-SUM-COUNT
    PERFORM 3550-WRITE-SUMMARY-LINE
    MOVE "ITEMS PROJECTED" TO WS-PRV-SUM-LABEL
    MOVE WS-PRV-ITEM-COUNT TO WS-PRV-SUM-COUNT
    PERFORM 3550-WRITE-SUMMARY-LINE
    MOVE "  EXCEPTIONS" TO WS-PRV-SUM-LABEL
    MOVE WS-EXCEPTION-COUNT TO WS-PRV-SUM-COUNT
    PERFORM 3550-WRITE-SUMMARY-LINE
    MOVE "  LIMIT BREACHES" TO WS-PRV-SUM-LABEL
    MOVE WS-BREACH-COUNT TO WS-PRV-SUM-COUNT
    PERFORM 3550-WRITE-SUMMARY-LINE
    MOVE "  FORMAT FAILURES" TO WS-PRV-SUM-LABEL
    MOVE WS-PRV-FORMAT-COUNT TO WS-PRV-SUM-COUNT
    PERFORM 3550-WRITE-SUMMARY-LINE
    MOVE "  ALREADY POSTED" TO WS-PRV-SUM-LABEL
    MOVE WS-REPLAY-SKIP-COUNT TO WS-PRV-SUM-COUNT
    PERFORM 3550-WRITE-SUMMARY-LINE
    MOVE "  BALANCE BREAKS" TO WS-PRV-SUM-LABEL
    MOVE WS-PRV-BALANCE-COUNT TO WS-PRV-SUM-COUNT
    PERFORM 3550-WRITE-SUMMARY-LINE
    IF WS-PRV-LAST-COMPARABLE
        MOVE "NEW SINCE LAST PREVIEW" TO WS-PRV-SUM-LABEL
        MOVE WS-PRV-NEW-ITEM-COUNT TO WS-PRV-SUM-COUNT
        PERFORM 3550-WRITE-SUMMARY-LINE
        MOVE "FIXED SINCE LAST PREVIEW" TO WS-PRV-SUM-LABEL
        MOVE WS-PRV-FIXED-COUNT TO WS-PRV-SUM-COUNT
        PERFORM 3550-WRITE-SUMMARY-LINE
    END-IF
    MOVE "REVERSALS PROJECTED" TO WS-PRV-SUM-LABEL
    MOVE WS-REVERSAL-COUNT TO WS-PRV-SUM-COUNT
    PERFORM 3550-WRITE-SUMMARY-LINE
    MOVE "BACK-DATED POSTINGS" TO WS-PRV-SUM-LABEL
    MOVE WS-LATE-POST-COUNT TO WS-PRV-SUM-COUNT
    PERFORM 3550-WRITE-SUMMARY-LINE
    MOVE "PRIOR-PERIOD POSTINGS" TO WS-PRV-SUM-LABEL
    MOVE WS-PRIOR-ADJ-COUNT TO WS-PRV-SUM-COUNT
    PERFORM 3550-WRITE-SUMMARY-LINE
    MOVE "PROJECTED GRAND TOTAL" TO WS-PRV-SUM-LABEL
    MOVE WS-GRAND-TOTAL TO WS-PRV-SUM-COUNT
    PERFORM 3550-WRITE-SUMMARY-LINE
    IF WS-CTL-OK
        MOVE "CONTROL TOTAL" TO WS-PRV-SUM-LABEL
        MOVE WS-EXPECTED-TOTAL TO WS-PRV-SUM-COUNT
        PERFORM 3550-WRITE-SUMMARY-LINE
        MOVE "PROJECTED DIFFERENCE" TO WS-PRV-SUM-LABEL
        MOVE WS-DIFFERENCE TO WS-PRV-SUM-COUNT
        PERFORM 3550-WRITE-SUMMARY-LINE
    ELSE
        MOVE "NO CONTROL TOTAL YET - NOT COMPARED" TO PREVIEW-RPT-LINE
        WRITE PREVIEW-RPT-LINE
    END-IF.

3550-WRITE-SUMMARY-LINE.
    MOVE WS-PRV-SUMMARY-LINE TO PREVIEW-RPT-LINE
    WRITE PREVIEW-RPT-LINE.

*> Tonight's key figures go on the keyed run-statistics file for the
*> ARITHTRD morning trend report; a missing file is warned on and
*> bypassed so statistics can never stop the night.
