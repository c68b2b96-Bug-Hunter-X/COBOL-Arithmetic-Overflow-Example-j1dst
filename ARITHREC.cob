*> the ARITHBRG bridge already delivered into tonight's TXNIN (its
*> TXM-APPLIED-DATE is stamped) was posted by the compute itself, so
*> its exception is only retired here, never posted twice. Account
*> (AC/CL/DM) rejects are retried against the reference master and post
*> once the account is open. Exceptions still unfixed are written
*> unchanged to the carry-forward file so they stay pending for the
*> next run instead of needing a manual out-of-cycle adjustment.
*> A TXNMSTR correction still held for four-eyes approval is never
*> used: its exception carries forward until the approver decides.
AUTHOR. ARITHMETIC-TEAM.

ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCT-STATUS.

    SELECT PRIOR-ADJ-FILE ASSIGN TO PPADJ
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PPA-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EXCEPTION-IN-FILE.
COPY RESREC.

FD  EXCEPTION-FWD-FILE.
01  EXCEPTION-FWD-RECORD         PIC X(60).

FD  MASTER-FILE.
COPY MSTREC.
FD  RUN-CONTROL-FILE.
COPY RCTLREC.

FD  PRIOR-ADJ-FILE.
COPY PPAREC.

WORKING-STORAGE SECTION.
01  WS-RCT-STATUS               PIC XX VALUE SPACES.
    88  WS-RCT-OK               VALUE "00".
01  WS-MJR-OPEN-SW              PIC X VALUE "N".
    88  WS-MJR-OPEN             VALUE "Y".

01  WS-PPA-STATUS               PIC XX VALUE SPACES.
    88  WS-PPA-OK               VALUE "00".
    88  WS-PPA-FILE-NOT-FOUND   VALUE "35".

01  WS-PPA-OPEN-SW              PIC X VALUE "N".
    88  WS-PPA-OPEN             VALUE "Y".

01  WS-PRIOR-PERIOD-SW          PIC X VALUE "N".
    88  WS-PRIOR-PERIOD-ITEM    VALUE "Y".

01  WS-MST-BEFORE-IMAGE         PIC X(45) VALUE SPACES.

01  WS-REF-OPEN-SW              PIC X VALUE "N".
01  WS-RECYCLED-COUNT           PIC 9(9) VALUE ZERO.
01  WS-RETIRED-COUNT            PIC 9(9) VALUE ZERO.
01  WS-FORWARDED-COUNT          PIC 9(9) VALUE ZERO.
01  WS-PRIOR-ADJ-COUNT          PIC 9(9) VALUE ZERO.

01  WS-AREA.
    05  WS-NUMBER                PIC 9(5).
        88  WS-FORWARD-PENDING   VALUE "F".
    05  WS-TXM-SOURCE-SW         PIC X VALUE "N".
        88  WS-TXM-SOURCE        VALUE "Y".
    05  WS-TXM-HELD-SW           PIC X VALUE "N".
        88  WS-TXM-HELD          VALUE "Y".

01  WS-KEY-AREA.
    05  WS-ACCOUNT-ID            PIC X(10).
            OPEN EXTEND GL-EXTRACT-FILE
            PERFORM 1100-OPEN-MASTER-FILE
            PERFORM 1200-OPEN-EXCHIST-FILE
            PERFORM 1250-OPEN-PRIOR-ADJ-FILE
            PERFORM 2100-READ-EXCEPTION
        END-IF
    END-IF.
            " - RESOLUTIONS NOT MARKED"
    END-IF.

*> A recycled exception is often weeks old by the time its fix
*> arrives, so its month may well be closed; such postings append to
*> the prior-period adjustment file behind the compute's.
1250-OPEN-PRIOR-ADJ-FILE.
    OPEN EXTEND PRIOR-ADJ-FILE
    IF WS-PPA-FILE-NOT-FOUND
        OPEN OUTPUT PRIOR-ADJ-FILE
    END-IF
    IF WS-PPA-OK
        SET WS-PPA-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHREC: *** NO PRIOR-PERIOD ADJUSTMENT FILE, STATUS="
            WS-PPA-STATUS " - CLOSED-PERIOD SNAPSHOTS NOT ADJUSTED ***"
    END-IF.

2000-PROCESS-EXCEPTIONS.
    PERFORM 2200-EVALUATE-EXCEPTION
    EVALUATE TRUE
*> post at all.
                WHEN EXC-REASON-REVERSAL
                    CONTINUE
*> A dormant-account reject (DM) waits for a deliberate ARITHACT
*> reactivation; the dormancy flag itself is never cleared here.
                WHEN EXC-REASON-DORMANT
                    PERFORM 2230-RETRY-ACCOUNT-EXCEPTION
                WHEN OTHER
                    PERFORM 2230-RETRY-ACCOUNT-EXCEPTION
            END-EVALUATE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN TXM-PENDING-APPROVAL
                        CONTINUE
                    WHEN TXM-APPLIED-DATE NOT = SPACES
                        SET WS-RETIRE-RESOLVED TO TRUE
                    WHEN OTHER
                        MOVE TXM-NUMBER TO WS-NUMBER
                        MOVE TXM-NUMBER-X TO WS-NUMBER-X
                        COMPUTE WS-RESULT = WS-NUMBER + WS-NUMBER-X
                            ON SIZE ERROR
                                CONTINUE
                            NOT ON SIZE ERROR
                                SET WS-POST-RECYCLED TO TRUE
                                SET WS-TXM-SOURCE TO TRUE
                        END-COMPUTE
                END-EVALUATE
        END-READ
    END-IF.

*> An AC/CL/DM reject is retried against the reference master: once
*> the account is on file and open (a dormant one reactivated), the
*> held pair can finally post. A keyed TXNMSTR correction takes
*> precedence (stamped = the bridge already delivered it, so just
*> retire); otherwise the raw pair from the exception record itself
*> posts, provided it fits the PIC 9(5) business width -- if it does
*> not, the record is re-classified as an overflow exception and
*> stays pending for an ARITHOLM fix.
2230-RETRY-ACCOUNT-EXCEPTION.
    IF WS-REF-OPEN
        MOVE WS-ACCOUNT-ID TO ACT-ACCOUNT-ID
*> closed. Now that the account is open the pair finally posts --
*> stamped or not -- and is re-stamped; the handled-key table retires
*> the duplicate pendings the redelivery nights raised for this key.
*> A correction still held for approval blocks the post altogether:
*> neither its unreleased pair nor the raw pair it is meant to
*> replace may go through until the approver has decided.
2240-POST-REOPENED-ACCOUNT.
    MOVE "N" TO WS-TXM-HELD-SW
    IF WS-TXM-OPEN
        MOVE WS-ACCOUNT-ID TO TXN-ACCOUNT-ID OF TXN-MASTER-RECORD
        MOVE WS-DATE TO TXN-DATE OF TXN-MASTER-RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF TXM-PENDING-APPROVAL
                    SET WS-TXM-HELD TO TRUE
                ELSE
                    MOVE TXM-NUMBER TO WS-NUMBER
                    MOVE TXM-NUMBER-X TO WS-NUMBER-X
                    COMPUTE WS-RESULT = WS-NUMBER + WS-NUMBER-X
                        ON SIZE ERROR
                            CONTINUE
                        NOT ON SIZE ERROR
                            SET WS-POST-RECYCLED TO TRUE
                            SET WS-TXM-SOURCE TO TRUE
                    END-COMPUTE
                END-IF
        END-READ
    END-IF
    IF WS-FORWARD-PENDING AND NOT WS-TXM-HELD
        IF EXC-NUMBER <= 99999 AND EXC-NUMBER-X <= 99999
            MOVE EXC-NUMBER TO WS-NUMBER
            MOVE EXC-NUMBER-X TO WS-NUMBER-X
    MOVE WS-NUMBER-X TO RES-NUMBER-X
    MOVE WS-RESULT TO RES-RESULT
    MOVE SPACE TO RES-TYPE
    IF WS-TXM-SOURCE
        MOVE "ONLN" TO RES-SOURCE-CODE
    ELSE
        MOVE EXC-SOURCE-CODE TO RES-SOURCE-CODE
    END-IF
    WRITE RESULT-RECORD
    PERFORM 2400-UPDATE-MASTER
    PERFORM 2600-WRITE-GL-EXTRACT
    END-IF.

2400-UPDATE-MASTER.
    MOVE "N" TO WS-PRIOR-PERIOD-SW
    IF WS-DATE (1:6) < WS-RUN-DATE-X (1:6)
        SET WS-PRIOR-PERIOD-ITEM TO TRUE
    END-IF
    MOVE WS-ACCOUNT-ID TO MST-ACCOUNT-ID
    READ MASTER-FILE
        INVALID KEY
            PERFORM 2420-UPDATE-EXISTING-MASTER
    END-READ.

*> The period rules are the compute's: a posting dated in a month the
*> ARITHEOM rollover has closed stays out of MTD (and out of YTD once
*> its year is closed too) and is queued for the snapshot adjustment.
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
            IF WS-PRIOR-PERIOD-ITEM
                PERFORM 2495-WRITE-PRIOR-ADJ
            END-IF
    END-WRITE.

*> Unlike the nightly compute, a recycled exception's result was never
*> applied to the master (the record went to the exception file instead
*> of the result path), so the add is unconditional -- the replay
*> guard in ARITHB01 would wrongly skip a recycled record carrying the
*> same business date the batch already posted for this account.
*> Only which buckets take it depends on the item's period.
2420-UPDATE-EXISTING-MASTER.
    MOVE MASTER-RECORD TO WS-MST-BEFORE-IMAGE
    ADD WS-RESULT TO MST-RUNNING-TOTAL
            DISPLAY "ARITHREC: *** MASTER RUNNING TOTAL OVERFLOWED FOR "
                MST-ACCOUNT-ID
    END-ADD
    IF NOT WS-PRIOR-PERIOD-ITEM
        ADD WS-RESULT TO MST-MTD-TOTAL
            ON SIZE ERROR
                DISPLAY "ARITHREC: *** MASTER MTD TOTAL OVERFLOWED FOR "
                    MST-ACCOUNT-ID
        END-ADD
    END-IF
    IF WS-DATE (1:4) NOT < WS-RUN-DATE-X (1:4)
        ADD WS-RESULT TO MST-YTD-TOTAL
            ON SIZE ERROR
                DISPLAY "ARITHREC: *** MASTER YTD TOTAL OVERFLOWED FOR "
                    MST-ACCOUNT-ID
        END-ADD
    END-IF
    IF WS-DATE > MST-LAST-UPDATE-DATE
        MOVE WS-DATE TO MST-LAST-UPDATE-DATE
    END-IF
            SET MJR-UPDATE TO TRUE
            MOVE WS-MST-BEFORE-IMAGE TO MJR-BEFORE-IMAGE
            PERFORM 2430-JOURNAL-MASTER-UPDATE
            IF WS-PRIOR-PERIOD-ITEM
                PERFORM 2495-WRITE-PRIOR-ADJ
            END-IF
    END-REWRITE.

2495-WRITE-PRIOR-ADJ.
    IF WS-PPA-OPEN
        INITIALIZE PRIOR-PERIOD-ADJ-RECORD
        MOVE WS-ACCOUNT-ID TO PPA-ACCOUNT-ID
        MOVE WS-DATE TO PPA-DATE
        MOVE WS-RUN-DATE-X TO PPA-RUN-DATE
        MOVE WS-NUMBER TO PPA-NUMBER
        MOVE WS-NUMBER-X TO PPA-NUMBER-X
        MOVE WS-RESULT TO PPA-RESULT
        MOVE "ARITHREC" TO PPA-SOURCE-STEP
        WRITE PRIOR-PERIOD-ADJ-RECORD
        ADD 1 TO WS-PRIOR-ADJ-COUNT
    ELSE
        DISPLAY "ARITHREC: *** PRIOR-PERIOD ITEM " WS-ACCOUNT-ID " "
            WS-DATE " NOT QUEUED FOR SNAPSHOT ADJUSTMENT ***"
    END-IF.

*> Caller sets MJR-ACTION and the before image; the after image is
*> the record as it now stands on the cluster.
2430-JOURNAL-MASTER-UPDATE.
        IF WS-MJR-OPEN
            CLOSE MASTER-JRNL-FILE
        END-IF
        IF WS-PPA-OPEN
            CLOSE PRIOR-ADJ-FILE
        END-IF
    END-IF
    DISPLAY "ARITHREC: EXCEPTIONS READ      = " WS-EXCEPTION-COUNT
    DISPLAY "ARITHREC: RECYCLED TO RESULTS  = " WS-RECYCLED-COUNT
    DISPLAY "ARITHREC: RETIRED (FED ALREADY)= " WS-RETIRED-COUNT
    DISPLAY "ARITHREC: CARRIED FORWARD      = " WS-FORWARDED-COUNT
    DISPLAY "ARITHREC: PRIOR-PERIOD ITEMS   = " WS-PRIOR-ADJ-COUNT
    PERFORM 3900-WRITE-RUN-STATISTICS.

*> Tonight's recycle dispositions go on the keyed run-statistics file
