*> ARTH). Lets an operator key in and review NUMBER/NUMBER-X for a
*> record before the ARITHB01 nightly batch runs the COMPUTE, and
*> rejects entries up front that would overflow the PIC 9(5)/9(6)
*> field definitions those programs share. A save whose pair sums
*> over the approval threshold, or that touches an account with open
*> exception-history items, or that lands on a key already carrying
*> an undecided change, is held for four-eyes approval: it goes onto
*> TXNMSTR flagged pending, with the maker and the prior image on the
*> TXNPEND pending-correction file, and neither the bridge nor the
*> recycle will touch it until a second operator releases it on the
*> ARITHAPV approval transaction (TRANSID ARTA).
*>
*> NOTE: this program uses EXEC CICS and must be run through the
*> shop's CICS command-level translator/preprocessor before it is
    05  WS-NUMBER-X                 PIC 9(5).
    05  WS-RESULT-CHECK             PIC 9(6).

*> Sum above which a correction needs a second operator's release.
*> A pair at or under it still holds if the account has open
*> exception-history items -- that is where a keying slip does the
*> most damage.
01  WS-APPROVAL-THRESHOLD           PIC 9(6) VALUE 050000.

01  WS-HOLD-AREA.
    05  WS-HOLD-SW                  PIC X VALUE "N".
        88  WS-HOLD-FOR-APPROVAL    VALUE "Y".
    05  WS-HOLD-REASON              PIC X(2) VALUE SPACES.
    05  WS-BROWSE-DONE-SW           PIC X VALUE "N".
        88  WS-BROWSE-DONE          VALUE "Y".
    05  WS-PRIOR-IMAGE              PIC X(38) VALUE SPACES.

01  WS-COMMAREA.
    05  WS-CA-ACCOUNT-ID            PIC X(10).
    05  WS-CA-DATE                  PIC X(8).

COPY AUDJRNL.

COPY TXNPEND.

COPY EXHREC.

COPY ARITHMS0.

LINKAGE SECTION.
    IF WS-EDIT-OK
        MOVE ACCTIDI TO WS-CA-ACCOUNT-ID
        MOVE ACCTDTI TO WS-CA-DATE
        PERFORM 0235-CHECK-APPROVAL-NEEDED
        PERFORM 0240-SAVE-TRANSACTION
        IF WS-HOLD-FOR-APPROVAL
            MOVE "ENTRY HELD FOR APPROVAL - A SECOND OPERATOR MUST RELEASE IT"
                TO WS-EDIT-MSG
        ELSE
            MOVE "ENTRY ACCEPTED - RECORD READY FOR NIGHTLY COMPUTE"
                TO WS-EDIT-MSG
        END-IF
    END-IF

    MOVE SPACES TO ARITHMP0O
                TO WS-EDIT-MSG
    END-COMPUTE.

*> Decides whether this save needs a second operator. An undecided
*> change already queued for the key holds the new save too -- it
*> replaces a change nobody has released yet, and the approver must
*> see the prior released image, not the unapproved one.
0235-CHECK-APPROVAL-NEEDED.
    MOVE "N" TO WS-HOLD-SW
    MOVE SPACES TO WS-HOLD-REASON
    IF WS-RESULT-CHECK > WS-APPROVAL-THRESHOLD
        SET WS-HOLD-FOR-APPROVAL TO TRUE
        MOVE "AM" TO WS-HOLD-REASON
    ELSE
        PERFORM 0236-CHECK-OPEN-EXCEPTIONS
    END-IF
    IF NOT WS-HOLD-FOR-APPROVAL
        MOVE WS-CA-ACCOUNT-ID TO PND-ACCOUNT-ID
        MOVE WS-CA-DATE TO PND-DATE
        EXEC CICS READ FILE('TXNPEND')
            INTO(PENDING-CORRECTION-RECORD)
            RIDFLD(PND-KEY)
            KEYLENGTH(LENGTH OF PND-KEY)
            RESP(WS-CICS-RESP)
        END-EXEC
        IF WS-CICS-RESP = DFHRESP(NORMAL)
            SET WS-HOLD-FOR-APPROVAL TO TRUE
            MOVE "SP" TO WS-HOLD-REASON
        END-IF
    END-IF.

*> Browses the account's exception history the way the ARITHEXW
*> workbench does; any item still open holds the save.
0236-CHECK-OPEN-EXCEPTIONS.
    MOVE WS-CA-ACCOUNT-ID TO EXH-ACCOUNT-ID
    MOVE LOW-VALUES TO EXH-DATE
    MOVE LOW-VALUES TO EXH-RUN-DATE
    EXEC CICS STARTBR FILE('ARITHEXH')
        RIDFLD(EXH-KEY)
        KEYLENGTH(LENGTH OF EXH-KEY)
        GTEQ
        RESP(WS-CICS-RESP)
    END-EXEC
    IF WS-CICS-RESP = DFHRESP(NORMAL)
        MOVE "N" TO WS-BROWSE-DONE-SW
        PERFORM 0237-READ-NEXT-HISTORY
            UNTIL WS-BROWSE-DONE OR WS-HOLD-FOR-APPROVAL
        EXEC CICS ENDBR FILE('ARITHEXH')
        END-EXEC
    END-IF.

0237-READ-NEXT-HISTORY.
    EXEC CICS READNEXT FILE('ARITHEXH')
        INTO(EXCEPTION-HISTORY-RECORD)
        RIDFLD(EXH-KEY)
        KEYLENGTH(LENGTH OF EXH-KEY)
        RESP(WS-CICS-RESP)
    END-EXEC
    IF WS-CICS-RESP = DFHRESP(NORMAL)
        AND EXH-ACCOUNT-ID = WS-CA-ACCOUNT-ID
        IF EXH-OPEN
            SET WS-HOLD-FOR-APPROVAL TO TRUE
            MOVE "EX" TO WS-HOLD-REASON
        END-IF
    ELSE
        SET WS-BROWSE-DONE TO TRUE
    END-IF.

0240-SAVE-TRANSACTION.
    MOVE WS-CA-ACCOUNT-ID TO TXN-ACCOUNT-ID OF TXN-MASTER-RECORD
    MOVE WS-CA-DATE TO TXN-DATE OF TXN-MASTER-RECORD

    EXEC CICS READ FILE('TXNMSTR')
        INTO(TXN-MASTER-RECORD)
        RIDFLD(TXN-KEY OF TXN-MASTER-RECORD)
        KEYLENGTH(LENGTH OF TXN-KEY OF TXN-MASTER-RECORD)
        UPDATE
        SET AUD-UPDATE TO TRUE
    ELSE
        MOVE SPACES TO AUD-BEFORE-IMAGE
        MOVE SPACES TO TXN-MASTER-RECORD
        MOVE WS-CA-ACCOUNT-ID TO TXN-ACCOUNT-ID OF TXN-MASTER-RECORD
        MOVE WS-CA-DATE TO TXN-DATE OF TXN-MASTER-RECORD
        SET AUD-ADD TO TRUE
    END-IF
    MOVE AUD-BEFORE-IMAGE TO WS-PRIOR-IMAGE

    MOVE WS-NUMBER TO TXM-NUMBER
    MOVE WS-NUMBER-X TO TXM-NUMBER-X
*> the applied stamp is what gets a correction picked up again after
*> the original entry already rode an earlier night's file.
    MOVE SPACES TO TXM-APPLIED-DATE
    IF WS-HOLD-FOR-APPROVAL
        SET TXM-PENDING-APPROVAL TO TRUE
    ELSE
        SET TXM-RELEASED TO TRUE
    END-IF

    IF WS-CICS-RESP = DFHRESP(NORMAL)
        EXEC CICS REWRITE FILE('TXNMSTR')
        END-EXEC
    END-IF

    PERFORM 0250-WRITE-AUDIT-JOURNAL
    IF WS-HOLD-FOR-APPROVAL
        PERFORM 0260-QUEUE-FOR-APPROVAL
    END-IF.

*> Every accepted save leaves a journal record behind it: operator and
*> terminal from CICS, an ASKTIME timestamp, and the before/after
        TIME(AUD-TIME)
    END-EXEC
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
    EXEC CICS WRITEQ TD
        QUEUE('ARTJ')
        FROM(AUDIT-JOURNAL-RECORD)
        LENGTH(LENGTH OF AUDIT-JOURNAL-RECORD)
    END-EXEC.

*> Queues the held save for the approval transaction under the same
*> operator, terminal and timestamp the audit journal just took. A
*> change replacing one still undecided keeps the queue entry's prior
*> image -- the last released record -- so a rejection restores what
*> was live, not the unapproved change it replaced.
0260-QUEUE-FOR-APPROVAL.
    MOVE WS-CA-ACCOUNT-ID TO PND-ACCOUNT-ID
    MOVE WS-CA-DATE TO PND-DATE
    EXEC CICS READ FILE('TXNPEND')
        INTO(PENDING-CORRECTION-RECORD)
        RIDFLD(PND-KEY)
        KEYLENGTH(LENGTH OF PND-KEY)
        UPDATE
        RESP(WS-CICS-RESP)
    END-EXEC
    IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
        MOVE WS-CA-ACCOUNT-ID TO PND-ACCOUNT-ID
        MOVE WS-CA-DATE TO PND-DATE
        MOVE WS-PRIOR-IMAGE TO PND-BEFORE-IMAGE
    END-IF
    MOVE WS-HOLD-REASON TO PND-HOLD-REASON
    MOVE AUD-USER-ID TO PND-MAKER-USER-ID
    MOVE AUD-TERMINAL-ID TO PND-MAKER-TERMINAL-ID
    MOVE AUD-DATE TO PND-SUBMIT-DATE
    MOVE AUD-TIME TO PND-SUBMIT-TIME
    IF WS-CICS-RESP = DFHRESP(NORMAL)
        EXEC CICS REWRITE FILE('TXNPEND')
            FROM(PENDING-CORRECTION-RECORD)
        END-EXEC
    ELSE
        EXEC CICS WRITE FILE('TXNPEND')
            FROM(PENDING-CORRECTION-RECORD)
            RIDFLD(PND-KEY)
            KEYLENGTH(LENGTH OF PND-KEY)
        END-EXEC
    END-IF.

0900-CICS-ERROR.
    MOVE SPACES TO ARITHMP0O
    MOVE "SYSTEM ERROR - CONTACT SUPPORT" TO MSGOO
