       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARITHCLD.
*> Batch correction loader. Applies a branch's file of account/date
*> corrections to TXNMSTR as though each had been keyed on the
*> ARITHOLM screen, so a batch of dozens or hundreds of bad pairs no
*> longer has to be keyed one at a time. Every correction goes
*> through the edits ARITHOLM makes (NUMBER and NUMBER-X numeric, the
*> pair's sum within the result field), and the account must be open
*> on the reference master. An accepted correction is written or
*> rewritten on TXNMSTR with the applied stamp cleared, so the bridge
*> picks it up that night, and journalled on the audit journal with
*> before/after images under the submitting userid and terminal BTCH,
*> so ARITHAUD lists it with the day's online saves. The four-eyes
*> rules of an ARITHOLM save apply unchanged: a correction over the
*> approval threshold, for an account with open exception-history
*> items, or for a key already carrying an undecided change goes onto
*> TXNMSTR flagged pending and onto the TXNPEND queue with the
*> submitter as its maker, and waits for a second operator on the
*> ARITHAPV approval transaction. Every correction is listed on the
*> load report as accepted, held or rejected. A correction whose
*> queue entry or journal record cannot be written is backed off
*> TXNMSTR again and listed as rejected, and the step ends RC 16.
*> PARM=VALIDATE checks the file without applying anything: the same
*> edits and hold decisions are made and listed, but TXNMSTR and
*> TXNPEND are only read and no journal record is written.
AUTHOR. ARITHMETIC-TEAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CORRECTION-FILE ASSIGN TO CLDIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLD-STATUS.

    SELECT TXNMSTR-FILE ASSIGN TO TXNMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TXN-KEY
        FILE STATUS IS WS-TXM-STATUS.

    SELECT PENDING-FILE ASSIGN TO TXNPEND
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PND-KEY
        FILE STATUS IS WS-PND-STATUS.

    SELECT EXCEPTION-HIST-FILE ASSIGN TO EXCHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EXH-KEY
        FILE STATUS IS WS-EXH-STATUS.

    SELECT ACCT-REF-FILE ASSIGN TO ACCTREF
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ACT-KEY
        FILE STATUS IS WS-REF-STATUS.

    SELECT AUDIT-JRNL-FILE ASSIGN TO AUDJRNL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRN-STATUS.

    SELECT LOAD-RPT-FILE ASSIGN TO CLDRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CORRECTION-FILE.
COPY CLDREC.

FD  TXNMSTR-FILE.
COPY TXNMSTR.

FD  PENDING-FILE.
COPY TXNPEND.

FD  EXCEPTION-HIST-FILE.
COPY EXHREC.

FD  ACCT-REF-FILE.
COPY ACTREC.

FD  AUDIT-JRNL-FILE.
COPY AUDJRNL.

FD  LOAD-RPT-FILE
    RECORDING MODE IS F.
01  LOAD-RPT-LINE               PIC X(80).

WORKING-STORAGE SECTION.
01  WS-CLD-STATUS               PIC XX VALUE SPACES.
    88  WS-CLD-OK               VALUE "00".
    88  WS-CLD-EOF              VALUE "10".

01  WS-TXM-STATUS               PIC XX VALUE SPACES.
    88  WS-TXM-OK               VALUE "00".
    88  WS-TXM-FILE-NOT-FOUND   VALUE "35".

01  WS-TXM-OPEN-SW              PIC X VALUE "N".
    88  WS-TXM-OPEN             VALUE "Y".

01  WS-PND-STATUS               PIC XX VALUE SPACES.
    88  WS-PND-OK               VALUE "00".
    88  WS-PND-FILE-NOT-FOUND   VALUE "35".

01  WS-PND-OPEN-SW              PIC X VALUE "N".
    88  WS-PND-OPEN             VALUE "Y".

01  WS-EXH-STATUS               PIC XX VALUE SPACES.
    88  WS-EXH-OK               VALUE "00".
    88  WS-EXH-FILE-NOT-FOUND   VALUE "35".

01  WS-EXH-OPEN-SW              PIC X VALUE "N".
    88  WS-EXH-OPEN             VALUE "Y".

01  WS-REF-STATUS               PIC XX VALUE SPACES.
    88  WS-REF-OK               VALUE "00".

01  WS-REF-OPEN-SW              PIC X VALUE "N".
    88  WS-REF-OPEN             VALUE "Y".

01  WS-JRN-STATUS               PIC XX VALUE SPACES.
    88  WS-JRN-OK               VALUE "00".
    88  WS-JRN-FILE-NOT-FOUND   VALUE "35".

01  WS-JRN-OPEN-SW              PIC X VALUE "N".
    88  WS-JRN-OPEN             VALUE "Y".

01  WS-RPT-STATUS               PIC XX VALUE SPACES.

01  WS-RPT-OPEN-SW              PIC X VALUE "N".
    88  WS-RPT-OPEN             VALUE "Y".

01  WS-EOF-SWITCH               PIC X VALUE "N".
    88  WS-END-OF-FILE          VALUE "Y".

01  WS-PARM-AREA.
    05  WS-PARM-LINE             PIC X(32) VALUE SPACES.
    05  WS-PARM-TALLY            PIC 9(4) VALUE ZERO.
    05  WS-VALIDATE-SW           PIC X VALUE "N".
        88  WS-VALIDATE-ONLY     VALUE "Y".

*> The same edit area ARITHOLM carries, message included.
01  WS-EDIT-AREA.
    05  WS-EDIT-SW                  PIC X VALUE "Y".
        88  WS-EDIT-OK              VALUE "Y".
        88  WS-EDIT-FAILED          VALUE "N".
    05  WS-EDIT-MSG                 PIC X(36) VALUE SPACES.

01  WS-AREA.
    05  WS-NUMBER                   PIC 9(5).
    05  WS-NUMBER-X                 PIC 9(5).
    05  WS-RESULT-CHECK             PIC 9(6).

*> Sum above which a correction needs a second operator's release --
*> the threshold ARITHOLM holds a save at.
01  WS-APPROVAL-THRESHOLD           PIC 9(6) VALUE 050000.

01  WS-HOLD-AREA.
    05  WS-HOLD-SW                  PIC X VALUE "N".
        88  WS-HOLD-FOR-APPROVAL    VALUE "Y".
    05  WS-HOLD-REASON              PIC X(2) VALUE SPACES.
    05  WS-SCAN-DONE-SW             PIC X VALUE "N".
        88  WS-SCAN-DONE            VALUE "Y".
    05  WS-PRIOR-IMAGE              PIC X(38) VALUE SPACES.

01  WS-TXM-FOUND-SW             PIC X VALUE "N".
    88  WS-TXM-FOUND            VALUE "Y".

*> The queue entry as it stood before this correction, kept so a
*> failed journal write can put it back.
01  WS-PND-FOUND-SW             PIC X VALUE "N".
    88  WS-PND-FOUND            VALUE "Y".
01  WS-PND-PRIOR-ENTRY          PIC X(84) VALUE SPACES.

01  WS-ACTION-WORD              PIC X(12) VALUE SPACES.
01  WS-HOLD-TEXT                PIC X(24) VALUE SPACES.

*> Journal timestamp: the run's date and time, taken once, as the
*> online save takes its ASKTIME.
01  WS-LOAD-DATE                PIC 9(8) VALUE ZERO.
01  WS-LOAD-DATE-X REDEFINES WS-LOAD-DATE
                                PIC X(8).
01  WS-LOAD-TIME                PIC 9(8) VALUE ZERO.
01  WS-LOAD-TIME-X REDEFINES WS-LOAD-TIME
                                PIC X(8).

01  WS-LOAD-COUNTS.
    05  WS-LOAD-READ-COUNT       PIC 9(9) VALUE ZERO.
    05  WS-ACCEPTED-COUNT        PIC 9(9) VALUE ZERO.
    05  WS-HELD-COUNT            PIC 9(9) VALUE ZERO.
    05  WS-REJECTED-COUNT        PIC 9(9) VALUE ZERO.

01  WS-COLUMN-HEADER            PIC X(80) VALUE
    "ACCOUNT-ID DATE      NUMBR/NBR-X  USERID    RESULT".

01  WS-RPT-DETAIL.
    05  WS-RPT-ACCOUNT-ID        PIC X(10).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  WS-RPT-DATE              PIC X(8).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  WS-RPT-NUMBER            PIC X(5).
    05  FILLER                   PIC X(1) VALUE "/".
    05  WS-RPT-NUMBER-X          PIC X(5).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  WS-RPT-USER-ID           PIC X(8).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  WS-RPT-MSG               PIC X(36).

01  WS-SUMMARY-LINE.
    05  WS-SUM-LABEL             PIC X(24).
    05  WS-SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-CORRECTION UNTIL WS-END-OF-FILE
    PERFORM 3000-FINALIZE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-LOAD-DATE FROM DATE YYYYMMDD
    ACCEPT WS-LOAD-TIME FROM TIME
    ACCEPT WS-PARM-LINE FROM COMMAND-LINE
    INSPECT WS-PARM-LINE TALLYING WS-PARM-TALLY FOR ALL "VALIDATE"
    IF WS-PARM-TALLY > ZERO
        SET WS-VALIDATE-ONLY TO TRUE
        DISPLAY "ARITHCLD: VALIDATE ONLY - NO CORRECTION WILL BE APPLIED"
    END-IF
    OPEN INPUT CORRECTION-FILE
    IF NOT WS-CLD-OK
        DISPLAY "ARITHCLD: UNABLE TO OPEN CORRECTION FILE, STATUS=" WS-CLD-STATUS
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM 1100-OPEN-REFERENCE-FILES
        IF NOT WS-END-OF-FILE
            PERFORM 1200-OPEN-TXNMSTR-FILES
        END-IF
        IF NOT WS-END-OF-FILE AND NOT WS-VALIDATE-ONLY
            PERFORM 1300-OPEN-AUDIT-JOURNAL
        END-IF
        IF NOT WS-END-OF-FILE
            OPEN OUTPUT LOAD-RPT-FILE
            SET WS-RPT-OPEN TO TRUE
            PERFORM 1400-WRITE-RPT-HEADER
            PERFORM 2100-READ-CORRECTION
        END-IF
    END-IF.

*> The reference master is the open-account check and cannot be
*> done without. A missing exception history means no account has
*> open items, as in ARITHACT's close checks.
1100-OPEN-REFERENCE-FILES.
    OPEN INPUT ACCT-REF-FILE
    IF WS-REF-OK
        SET WS-REF-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHCLD: UNABLE TO OPEN REFERENCE FILE, STATUS=" WS-REF-STATUS
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 16 TO RETURN-CODE
    END-IF
    IF NOT WS-END-OF-FILE
        OPEN INPUT EXCEPTION-HIST-FILE
        EVALUATE TRUE
            WHEN WS-EXH-OK
                SET WS-EXH-OPEN TO TRUE
            WHEN WS-EXH-FILE-NOT-FOUND
                CONTINUE
            WHEN OTHER
                DISPLAY "ARITHCLD: UNABLE TO OPEN EXCEPTION HISTORY, STATUS="
                    WS-EXH-STATUS
                MOVE "Y" TO WS-EOF-SWITCH
                MOVE 16 TO RETURN-CODE
        END-EVALUATE
    END-IF.

*> A validate-only run reads TXNMSTR and TXNPEND to say whether a
*> correction would add or update and whether it would hold; a file
*> not there yet simply means every key is new and nothing is queued.
1200-OPEN-TXNMSTR-FILES.
    IF WS-VALIDATE-ONLY
        OPEN INPUT TXNMSTR-FILE
        IF WS-TXM-OK
            SET WS-TXM-OPEN TO TRUE
        END-IF
        OPEN INPUT PENDING-FILE
        IF WS-PND-OK
            SET WS-PND-OPEN TO TRUE
        END-IF
    ELSE
        OPEN I-O TXNMSTR-FILE
        IF WS-TXM-FILE-NOT-FOUND
            OPEN OUTPUT TXNMSTR-FILE
            CLOSE TXNMSTR-FILE
            OPEN I-O TXNMSTR-FILE
        END-IF
        IF WS-TXM-OK
            SET WS-TXM-OPEN TO TRUE
        ELSE
            DISPLAY "ARITHCLD: UNABLE TO OPEN TXNMSTR, STATUS=" WS-TXM-STATUS
            MOVE "Y" TO WS-EOF-SWITCH
            MOVE 16 TO RETURN-CODE
        END-IF
        IF NOT WS-END-OF-FILE
            OPEN I-O PENDING-FILE
            IF WS-PND-FILE-NOT-FOUND
                OPEN OUTPUT PENDING-FILE
                CLOSE PENDING-FILE
                OPEN I-O PENDING-FILE
            END-IF
            IF WS-PND-OK
                SET WS-PND-OPEN TO TRUE
            ELSE
                DISPLAY "ARITHCLD: UNABLE TO OPEN TXNPEND, STATUS=" WS-PND-STATUS
                MOVE "Y" TO WS-EOF-SWITCH
                MOVE 16 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

*> No correction is applied without its journal record, so a journal
*> that cannot be opened stops the load before anything is touched.
1300-OPEN-AUDIT-JOURNAL.
    OPEN EXTEND AUDIT-JRNL-FILE
    IF WS-JRN-FILE-NOT-FOUND
        OPEN OUTPUT AUDIT-JRNL-FILE
    END-IF
    IF WS-JRN-OK
        SET WS-JRN-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHCLD: UNABLE TO OPEN AUDIT JOURNAL, STATUS=" WS-JRN-STATUS
        MOVE "Y" TO WS-EOF-SWITCH
        MOVE 16 TO RETURN-CODE
    END-IF.

1400-WRITE-RPT-HEADER.
    MOVE SPACES TO LOAD-RPT-LINE
    IF WS-VALIDATE-ONLY
        STRING "ARITHCLD BATCH CORRECTION LOAD - VALIDATE ONLY, NOTHING "
            "APPLIED" DELIMITED BY SIZE INTO LOAD-RPT-LINE
    ELSE
        STRING "ARITHCLD BATCH CORRECTION LOAD REPORT" DELIMITED BY SIZE
            INTO LOAD-RPT-LINE
    END-IF
    WRITE LOAD-RPT-LINE
    MOVE SPACES TO LOAD-RPT-LINE
    WRITE LOAD-RPT-LINE
    MOVE WS-COLUMN-HEADER TO LOAD-RPT-LINE
    WRITE LOAD-RPT-LINE.

2000-LOAD-CORRECTION.
    SET WS-EDIT-OK TO TRUE
    MOVE SPACES TO WS-EDIT-MSG
    PERFORM 2200-EDIT-KEY
    IF WS-EDIT-OK
        PERFORM 2210-EDIT-NUMBER
    END-IF
    IF WS-EDIT-OK
        PERFORM 2220-EDIT-NUMBER-X
    END-IF
    IF WS-EDIT-OK
        PERFORM 2230-EDIT-COMBINED-SUM
    END-IF
    IF WS-EDIT-OK
        PERFORM 2240-CHECK-ACCOUNT
    END-IF
    IF WS-EDIT-OK
        PERFORM 2250-CHECK-APPROVAL-NEEDED
        PERFORM 2270-READ-TXNMSTR
        IF WS-VALIDATE-ONLY
            PERFORM 2290-COUNT-ACCEPTED
        ELSE
            PERFORM 2300-SAVE-CORRECTION
        END-IF
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
    END-IF
    PERFORM 2900-WRITE-RPT-DETAIL
    PERFORM 2100-READ-CORRECTION.

2100-READ-CORRECTION.
    READ CORRECTION-FILE
        AT END
            MOVE "Y" TO WS-EOF-SWITCH
        NOT AT END
            ADD 1 TO WS-LOAD-READ-COUNT
    END-READ.

*> The screen always supplies a key and CICS the userid; a line of a
*> branch file may supply neither.
2200-EDIT-KEY.
    EVALUATE TRUE
        WHEN CLD-ACCOUNT-ID = SPACES
            SET WS-EDIT-FAILED TO TRUE
            MOVE "REJECTED - ACCOUNT ID MISSING" TO WS-EDIT-MSG
        WHEN CLD-DATE IS NOT NUMERIC
            SET WS-EDIT-FAILED TO TRUE
            MOVE "REJECTED - DATE NOT YYYYMMDD" TO WS-EDIT-MSG
        WHEN CLD-USER-ID = SPACES
            SET WS-EDIT-FAILED TO TRUE
            MOVE "REJECTED - USERID MISSING" TO WS-EDIT-MSG
    END-EVALUATE.

*> 2210 through 2230 are ARITHOLM's 0210-EDIT-NUMBER,
*> 0220-EDIT-NUMBER-X and 0230-EDIT-COMBINED-SUM, made against the
*> correction record's fields instead of the map's.
2210-EDIT-NUMBER.
    IF CLD-NUMBER IS NOT NUMERIC
        SET WS-EDIT-FAILED TO TRUE
        MOVE "REJECTED - NUMBER NOT NUMERIC" TO WS-EDIT-MSG
    ELSE
        MOVE CLD-NUMBER TO WS-NUMBER
    END-IF.

2220-EDIT-NUMBER-X.
    IF CLD-NUMBER-X IS NOT NUMERIC
        SET WS-EDIT-FAILED TO TRUE
        MOVE "REJECTED - NUMBER-X NOT NUMERIC" TO WS-EDIT-MSG
    ELSE
        MOVE CLD-NUMBER-X TO WS-NUMBER-X
    END-IF.

2230-EDIT-COMBINED-SUM.
    COMPUTE WS-RESULT-CHECK = WS-NUMBER + WS-NUMBER-X
        ON SIZE ERROR
            SET WS-EDIT-FAILED TO TRUE
            MOVE "REJECTED - WOULD OVERFLOW RESULT" TO WS-EDIT-MSG
    END-COMPUTE.

*> Only an open account takes a correction: a closed, dormant or
*> pending-close account would only have it exceptioned by the
*> compute.
2240-CHECK-ACCOUNT.
    MOVE CLD-ACCOUNT-ID TO ACT-ACCOUNT-ID
    READ ACCT-REF-FILE
        INVALID KEY
            SET WS-EDIT-FAILED TO TRUE
            MOVE "REJECTED - ACCOUNT NOT ON REFERENCE" TO WS-EDIT-MSG
        NOT INVALID KEY
            IF NOT ACT-OPEN
                SET WS-EDIT-FAILED TO TRUE
                MOVE "REJECTED - ACCOUNT NOT OPEN" TO WS-EDIT-MSG
            END-IF
    END-READ.

*> ARITHOLM's 0235-CHECK-APPROVAL-NEEDED: over the threshold, open
*> exception-history items on the account, or an undecided change
*> already queued for the key.
2250-CHECK-APPROVAL-NEEDED.
    MOVE "N" TO WS-HOLD-SW
    MOVE SPACES TO WS-HOLD-REASON
    IF WS-RESULT-CHECK > WS-APPROVAL-THRESHOLD
        SET WS-HOLD-FOR-APPROVAL TO TRUE
        MOVE "AM" TO WS-HOLD-REASON
    ELSE
        IF WS-EXH-OPEN
            PERFORM 2255-CHECK-OPEN-EXCEPTIONS
        END-IF
    END-IF
    IF NOT WS-HOLD-FOR-APPROVAL AND WS-PND-OPEN
        MOVE CLD-ACCOUNT-ID TO PND-ACCOUNT-ID
        MOVE CLD-DATE TO PND-DATE
        READ PENDING-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-HOLD-FOR-APPROVAL TO TRUE
                MOVE "SP" TO WS-HOLD-REASON
        END-READ
    END-IF.

2255-CHECK-OPEN-EXCEPTIONS.
    MOVE "N" TO WS-SCAN-DONE-SW
    MOVE CLD-ACCOUNT-ID TO EXH-ACCOUNT-ID
    MOVE LOW-VALUES TO EXH-DATE
    MOVE LOW-VALUES TO EXH-RUN-DATE
    START EXCEPTION-HIST-FILE KEY >= EXH-KEY
        INVALID KEY
            SET WS-SCAN-DONE TO TRUE
    END-START
    PERFORM 2260-READ-EXCEPTION-ITEM
        UNTIL WS-SCAN-DONE OR WS-HOLD-FOR-APPROVAL.

2260-READ-EXCEPTION-ITEM.
    READ EXCEPTION-HIST-FILE NEXT RECORD
        AT END
            SET WS-SCAN-DONE TO TRUE
        NOT AT END
            IF EXH-ACCOUNT-ID NOT = CLD-ACCOUNT-ID
                SET WS-SCAN-DONE TO TRUE
            ELSE
                IF EXH-OPEN
                    SET WS-HOLD-FOR-APPROVAL TO TRUE
                    MOVE "EX" TO WS-HOLD-REASON
                END-IF
            END-IF
    END-READ.

2270-READ-TXNMSTR.
    MOVE "N" TO WS-TXM-FOUND-SW
    IF WS-TXM-OPEN
        MOVE CLD-ACCOUNT-ID TO TXN-ACCOUNT-ID
        MOVE CLD-DATE TO TXN-DATE
        READ TXNMSTR-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-TXM-FOUND TO TRUE
        END-READ
    END-IF
    IF WS-TXM-FOUND
        MOVE "UPDATED" TO WS-ACTION-WORD
    ELSE
        MOVE "ADDED" TO WS-ACTION-WORD
    END-IF
    IF WS-VALIDATE-ONLY
        IF WS-TXM-FOUND
            MOVE "WOULD UPDATE" TO WS-ACTION-WORD
        ELSE
            MOVE "WOULD ADD" TO WS-ACTION-WORD
        END-IF
    END-IF.

2290-COUNT-ACCEPTED.
    ADD 1 TO WS-ACCEPTED-COUNT
    MOVE SPACES TO WS-HOLD-TEXT
    IF WS-HOLD-FOR-APPROVAL
        ADD 1 TO WS-HELD-COUNT
        EVALUATE WS-HOLD-REASON
            WHEN "AM"
                MOVE " - HELD: OVER THRESHOLD" TO WS-HOLD-TEXT
            WHEN "EX"
                MOVE " - HELD: OPEN EXCEPTIONS" TO WS-HOLD-TEXT
            WHEN "SP"
                MOVE " - HELD: PENDING CHANGE" TO WS-HOLD-TEXT
        END-EVALUATE
    END-IF
    STRING WS-ACTION-WORD DELIMITED BY "  "
        WS-HOLD-TEXT DELIMITED BY SIZE
        INTO WS-EDIT-MSG.

*> ARITHOLM's 0240-SAVE-TRANSACTION: the record is rewritten or
*> added with the new pair, the applied stamp cleared so the bridge
*> delivers it, and the approval flag set from the hold decision.
2300-SAVE-CORRECTION.
    IF WS-TXM-FOUND
        MOVE TXN-MASTER-RECORD TO AUD-BEFORE-IMAGE
        SET AUD-UPDATE TO TRUE
    ELSE
        MOVE SPACES TO AUD-BEFORE-IMAGE
        MOVE SPACES TO TXN-MASTER-RECORD
        MOVE CLD-ACCOUNT-ID TO TXN-ACCOUNT-ID
        MOVE CLD-DATE TO TXN-DATE
        SET AUD-ADD TO TRUE
    END-IF
    MOVE AUD-BEFORE-IMAGE TO WS-PRIOR-IMAGE

    MOVE WS-NUMBER TO TXM-NUMBER
    MOVE WS-NUMBER-X TO TXM-NUMBER-X
    MOVE SPACES TO TXM-APPLIED-DATE
    IF WS-HOLD-FOR-APPROVAL
        SET TXM-PENDING-APPROVAL TO TRUE
    ELSE
        SET TXM-RELEASED TO TRUE
    END-IF

    IF WS-TXM-FOUND
        REWRITE TXN-MASTER-RECORD
            INVALID KEY
                SET WS-EDIT-FAILED TO TRUE
        END-REWRITE
    ELSE
        WRITE TXN-MASTER-RECORD
            INVALID KEY
                SET WS-EDIT-FAILED TO TRUE
        END-WRITE
    END-IF

    IF WS-EDIT-FAILED
        DISPLAY "ARITHCLD: TXNMSTR UPDATE FAILED FOR " TXN-KEY
            " STATUS=" WS-TXM-STATUS
        MOVE "REJECTED - TXNMSTR UPDATE FAILED" TO WS-EDIT-MSG
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        IF WS-HOLD-FOR-APPROVAL
            PERFORM 2320-QUEUE-FOR-APPROVAL
        END-IF
        IF WS-EDIT-OK
            PERFORM 2310-WRITE-AUDIT-JOURNAL
            IF WS-EDIT-FAILED AND WS-HOLD-FOR-APPROVAL
                PERFORM 2340-BACK-OUT-PENDING
            END-IF
        END-IF
        IF WS-EDIT-OK
            PERFORM 2290-COUNT-ACCEPTED
        ELSE
            PERFORM 2330-BACK-OUT-TXNMSTR
            ADD 1 TO WS-REJECTED-COUNT
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.

*> ARITHOLM's 0250-WRITE-AUDIT-JOURNAL, with the submitting userid
*> in place of the CICS one and BTCH in place of the terminal.
2310-WRITE-AUDIT-JOURNAL.
    MOVE CLD-USER-ID TO AUD-USER-ID
    MOVE "BTCH" TO AUD-TERMINAL-ID
    MOVE WS-LOAD-DATE-X TO AUD-DATE
    MOVE WS-LOAD-TIME-X (1:6) TO AUD-TIME
    MOVE TXN-MASTER-RECORD TO AUD-AFTER-IMAGE
    MOVE SPACES TO AUD-MAKER-USER-ID
    EVALUATE WS-HOLD-REASON
        WHEN "AM"
            MOVE "HELD - OVER APPROVAL THRESHOLD" TO AUD-REASON
        WHEN "EX"
            MOVE "HELD - OPEN EXCEPTIONS" TO AUD-REASON
        WHEN "SP"
            MOVE "HELD - REPLACES PENDING CHANGE" TO AUD-REASON
        WHEN OTHER
            MOVE SPACES TO AUD-REASON
    END-EVALUATE
    WRITE AUDIT-JOURNAL-RECORD
    IF NOT WS-JRN-OK
        DISPLAY "ARITHCLD: *** AUDIT JOURNAL WRITE FAILED FOR " TXN-KEY
            " STATUS=" WS-JRN-STATUS " ***"
        SET WS-EDIT-FAILED TO TRUE
        MOVE "REJECTED - JOURNAL WRITE FAILED" TO WS-EDIT-MSG
    END-IF.

*> ARITHOLM's 0260-QUEUE-FOR-APPROVAL: a change replacing one still
*> undecided keeps the queue entry's prior image, the last released
*> record.
2320-QUEUE-FOR-APPROVAL.
    MOVE "N" TO WS-PND-FOUND-SW
    MOVE CLD-ACCOUNT-ID TO PND-ACCOUNT-ID
    MOVE CLD-DATE TO PND-DATE
    READ PENDING-FILE
        INVALID KEY
            MOVE CLD-ACCOUNT-ID TO PND-ACCOUNT-ID
            MOVE CLD-DATE TO PND-DATE
            MOVE WS-PRIOR-IMAGE TO PND-BEFORE-IMAGE
            PERFORM 2325-SET-PENDING-MAKER
            WRITE PENDING-CORRECTION-RECORD
                INVALID KEY
                    PERFORM 2328-PENDING-FAILED
            END-WRITE
        NOT INVALID KEY
            SET WS-PND-FOUND TO TRUE
            MOVE PENDING-CORRECTION-RECORD TO WS-PND-PRIOR-ENTRY
            PERFORM 2325-SET-PENDING-MAKER
            REWRITE PENDING-CORRECTION-RECORD
                INVALID KEY
                    PERFORM 2328-PENDING-FAILED
            END-REWRITE
    END-READ.

2325-SET-PENDING-MAKER.
    MOVE WS-HOLD-REASON TO PND-HOLD-REASON
    MOVE CLD-USER-ID TO PND-MAKER-USER-ID
    MOVE "BTCH" TO PND-MAKER-TERMINAL-ID
    MOVE WS-LOAD-DATE-X TO PND-SUBMIT-DATE
    MOVE WS-LOAD-TIME-X (1:6) TO PND-SUBMIT-TIME.

*> A held record with no queue entry could never be released, nor
*> would the bridge ever deliver it.
2328-PENDING-FAILED.
    DISPLAY "ARITHCLD: *** TXNPEND UPDATE FAILED FOR " PND-KEY
        " STATUS=" WS-PND-STATUS " ***"
    SET WS-EDIT-FAILED TO TRUE
    MOVE "REJECTED - TXNPEND UPDATE FAILED" TO WS-EDIT-MSG.

*> A correction that could not be queued or journalled is taken off
*> TXNMSTR again: an add is deleted, an update gets its prior record
*> back.
2330-BACK-OUT-TXNMSTR.
    IF WS-TXM-FOUND
        MOVE WS-PRIOR-IMAGE TO TXN-MASTER-RECORD
        REWRITE TXN-MASTER-RECORD
            INVALID KEY
                DISPLAY "ARITHCLD: *** TXNMSTR BACK-OUT FAILED FOR " TXN-KEY
                    " STATUS=" WS-TXM-STATUS " ***"
        END-REWRITE
    ELSE
        MOVE CLD-ACCOUNT-ID TO TXN-ACCOUNT-ID
        MOVE CLD-DATE TO TXN-DATE
        DELETE TXNMSTR-FILE RECORD
            INVALID KEY
                DISPLAY "ARITHCLD: *** TXNMSTR BACK-OUT FAILED FOR " TXN-KEY
                    " STATUS=" WS-TXM-STATUS " ***"
        END-DELETE
    END-IF.

2340-BACK-OUT-PENDING.
    IF WS-PND-FOUND
        MOVE WS-PND-PRIOR-ENTRY TO PENDING-CORRECTION-RECORD
        REWRITE PENDING-CORRECTION-RECORD
            INVALID KEY
                DISPLAY "ARITHCLD: *** TXNPEND BACK-OUT FAILED FOR " PND-KEY
                    " STATUS=" WS-PND-STATUS " ***"
        END-REWRITE
    ELSE
        MOVE CLD-ACCOUNT-ID TO PND-ACCOUNT-ID
        MOVE CLD-DATE TO PND-DATE
        DELETE PENDING-FILE RECORD
            INVALID KEY
                DISPLAY "ARITHCLD: *** TXNPEND BACK-OUT FAILED FOR " PND-KEY
                    " STATUS=" WS-PND-STATUS " ***"
        END-DELETE
    END-IF.

2900-WRITE-RPT-DETAIL.
    MOVE CLD-ACCOUNT-ID TO WS-RPT-ACCOUNT-ID
    MOVE CLD-DATE TO WS-RPT-DATE
    MOVE CLD-NUMBER TO WS-RPT-NUMBER
    MOVE CLD-NUMBER-X TO WS-RPT-NUMBER-X
    MOVE CLD-USER-ID TO WS-RPT-USER-ID
    MOVE WS-EDIT-MSG TO WS-RPT-MSG
    MOVE WS-RPT-DETAIL TO LOAD-RPT-LINE
    WRITE LOAD-RPT-LINE.

3000-FINALIZE.
    IF WS-CLD-OK OR WS-CLD-EOF
        CLOSE CORRECTION-FILE
        IF WS-REF-OPEN
            CLOSE ACCT-REF-FILE
        END-IF
        IF WS-EXH-OPEN
            CLOSE EXCEPTION-HIST-FILE
        END-IF
        IF WS-TXM-OPEN
            CLOSE TXNMSTR-FILE
        END-IF
        IF WS-PND-OPEN
            CLOSE PENDING-FILE
        END-IF
        IF WS-JRN-OPEN
            CLOSE AUDIT-JRNL-FILE
        END-IF
        IF WS-RPT-OPEN
            PERFORM 3100-WRITE-SUMMARY
            CLOSE LOAD-RPT-FILE
        END-IF
    END-IF
    DISPLAY "ARITHCLD: CORRECTIONS READ     = " WS-LOAD-READ-COUNT
    DISPLAY "ARITHCLD: CORRECTIONS ACCEPTED = " WS-ACCEPTED-COUNT
    DISPLAY "ARITHCLD: HELD FOR APPROVAL    = " WS-HELD-COUNT
    DISPLAY "ARITHCLD: CORRECTIONS REJECTED = " WS-REJECTED-COUNT
    IF WS-REJECTED-COUNT > ZERO
        IF RETURN-CODE = ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

3100-WRITE-SUMMARY.
    MOVE SPACES TO LOAD-RPT-LINE
    WRITE LOAD-RPT-LINE
    MOVE "CORRECTIONS READ      :" TO WS-SUM-LABEL
    MOVE WS-LOAD-READ-COUNT TO WS-SUM-COUNT
    MOVE WS-SUMMARY-LINE TO LOAD-RPT-LINE
    WRITE LOAD-RPT-LINE
    IF WS-VALIDATE-ONLY
        MOVE "WOULD BE ACCEPTED     :" TO WS-SUM-LABEL
    ELSE
        MOVE "ACCEPTED              :" TO WS-SUM-LABEL
    END-IF
    MOVE WS-ACCEPTED-COUNT TO WS-SUM-COUNT
    MOVE WS-SUMMARY-LINE TO LOAD-RPT-LINE
    WRITE LOAD-RPT-LINE
    MOVE "  OF WHICH HELD       :" TO WS-SUM-LABEL
    MOVE WS-HELD-COUNT TO WS-SUM-COUNT
    MOVE WS-SUMMARY-LINE TO LOAD-RPT-LINE
    WRITE LOAD-RPT-LINE
    MOVE "REJECTED              :" TO WS-SUM-LABEL
    MOVE WS-REJECTED-COUNT TO WS-SUM-COUNT
    MOVE WS-SUMMARY-LINE TO LOAD-RPT-LINE
    WRITE LOAD-RPT-LINE.
