       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARITHAPV.
*> Online CICS pseudo-conversational correction approval transaction
*> (TRANSID ARTA) -- the checker half of the ARITHOLM maker-checker
*> hold. ARITHOLM writes a save over the approval threshold, or on an
*> account with open exceptions, to TXNMSTR flagged pending and
*> queues it on the TXNPEND pending-correction file; the bridge and
*> the recycle skip it until a second operator decides it here. ENTER
*> with an account id and date brings up that held correction; PF8/
*> PF7 page forward/backward through the pending queue, the browse
*> started fresh each task as the workbench does. Each item shows
*> who keyed it, when and why it was held, and the prior and
*> proposed NUMBER/NUMBER-X pairs. ENTER with a decision applies it
*> to the displayed item: A releases the TXNMSTR record to the
*> nightly bridge, R puts the prior released image back (or deletes
*> a correction that was a first write) and needs a reason. The
*> operator who keyed a change can never decide it. Every decision
*> goes to the ARTJ audit journal under the approver's userid, with
*> the maker, the decision and any rejection reason, for ARITHAUD.
*>
*> NOTE: this program uses EXEC CICS and must be run through the
*> shop's CICS command-level translator/preprocessor before it is
*> compiled; it is not a plain batch COBOL member.
AUTHOR. ARITHMETIC-TEAM.

ENVIRONMENT DIVISION.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  WS-APV-AREA.
    05  WS-FOUND-SW                 PIC X VALUE "N".
        88  WS-ITEM-FOUND           VALUE "Y".
    05  WS-APV-MSG                  PIC X(60) VALUE SPACES.
    05  WS-APPROVER-ID              PIC X(8) VALUE SPACES.
    05  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

*> EIBAID values for the program-function keys, per DFHAID: ENTER is
*> QUOTE, PF7 is "7", PF8 is "8".
01  WS-AID-VALUES.
    05  WS-AID-PF7                  PIC X VALUE "7".
    05  WS-AID-PF8                  PIC X VALUE "8".

01  WS-COMMAREA.
    05  WS-CA-KEY.
        10  WS-CA-ACCOUNT-ID        PIC X(10).
        10  WS-CA-DATE              PIC X(8).

01  WS-KEYED-KEY.
    05  WS-KEYED-ACCOUNT-ID         PIC X(10).
    05  WS-KEYED-DATE               PIC X(8).

01  WS-CICS-RESP                    PIC S9(8) COMP.

01  WS-ABSTIME                      PIC S9(15) COMP-3.

COPY TXNMSTR.

COPY TXNPEND.

COPY AUDJRNL.

COPY ARITHMS3.

LINKAGE SECTION.
01  DFHCOMMAREA                     PIC X(18).

PROCEDURE DIVISION.
0000-MAIN.
    EXEC CICS HANDLE CONDITION
        MAPFAIL(0100-SEND-INITIAL-MAP)
        ERROR(0900-CICS-ERROR)
    END-EXEC

    IF EIBCALEN = 0
        PERFORM 0100-SEND-INITIAL-MAP
    ELSE
        MOVE DFHCOMMAREA TO WS-COMMAREA
        PERFORM 0200-RECEIVE-AND-PROCESS
    END-IF

    EXEC CICS RETURN
        TRANSID('ARTA')
        COMMAREA(WS-COMMAREA)
    END-EXEC.

0100-SEND-INITIAL-MAP.
    MOVE SPACES TO ARITHMP3O
    MOVE "ENTER ACCOUNT ID AND DATE, OR PF8/PF7 TO PAGE PENDING ITEMS"
        TO APVMSGO
    EXEC CICS SEND MAP('ARITHMP3')
        MAPSET('ARITHMS3')
        ERASE
    END-EXEC.

0200-RECEIVE-AND-PROCESS.
    EXEC CICS RECEIVE MAP('ARITHMP3')
        MAPSET('ARITHMS3')
        INTO(ARITHMP3I)
    END-EXEC

    MOVE "N" TO WS-FOUND-SW
    MOVE SPACES TO WS-APV-MSG

    EVALUATE TRUE
        WHEN EIBAID = WS-AID-PF8
            PERFORM 0230-PAGE-FORWARD
        WHEN EIBAID = WS-AID-PF7
            PERFORM 0240-PAGE-BACKWARD
        WHEN OTHER
            PERFORM 0210-ENTER-ACTION
    END-EVALUATE

    PERFORM 0300-SEND-DETAIL.

*> ENTER does one of two things: a keyed account/date different from
*> the item on the screen brings that held correction up; otherwise,
*> with an item displayed, the keyed decision is applied to it.
0210-ENTER-ACTION.
    MOVE APVIDI TO WS-KEYED-ACCOUNT-ID
    MOVE APVDTI TO WS-KEYED-DATE
    EVALUATE TRUE
        WHEN APVIDI NOT = SPACES AND APVIDI NOT = LOW-VALUES
            AND WS-KEYED-KEY NOT = WS-CA-KEY
            PERFORM 0220-POSITION-TO-ITEM
        WHEN WS-CA-KEY NOT = SPACES AND WS-CA-KEY NOT = LOW-VALUES
            AND APVDECI NOT = SPACE AND APVDECI NOT = LOW-VALUES
            PERFORM 0260-APPLY-DECISION
        WHEN WS-CA-KEY NOT = SPACES AND WS-CA-KEY NOT = LOW-VALUES
            MOVE WS-CA-KEY TO PND-KEY
            PERFORM 0225-READ-PENDING-ITEM
            IF WS-ITEM-FOUND
                MOVE "KEY A (APPROVE) OR R (REJECT, WITH REASON)"
                    TO WS-APV-MSG
            END-IF
        WHEN OTHER
            MOVE "KEY AN ACCOUNT ID AND DATE, OR PF8/PF7 TO PAGE PENDING ITEMS"
                TO WS-APV-MSG
    END-EVALUATE.

0220-POSITION-TO-ITEM.
    MOVE WS-KEYED-KEY TO PND-KEY
    PERFORM 0225-READ-PENDING-ITEM
    IF WS-ITEM-FOUND
        MOVE "KEY A (APPROVE) OR R (REJECT, WITH REASON)" TO WS-APV-MSG
    END-IF.

0225-READ-PENDING-ITEM.
    EXEC CICS READ FILE('TXNPEND')
        INTO(PENDING-CORRECTION-RECORD)
        RIDFLD(PND-KEY)
        KEYLENGTH(LENGTH OF PND-KEY)
        RESP(WS-CICS-RESP)
    END-EXEC
    IF WS-CICS-RESP = DFHRESP(NORMAL)
        SET WS-ITEM-FOUND TO TRUE
    ELSE
        IF WS-CICS-RESP = DFHRESP(NOTFND)
            MOVE "NO CORRECTION PENDING APPROVAL FOR THAT ACCOUNT/DATE"
                TO WS-APV-MSG
        ELSE
            MOVE "PENDING FILE READ FAILED - CONTACT SUPPORT" TO WS-APV-MSG
        END-IF
    END-IF.

*> Paging starts a fresh browse from the key in the COMMAREA each
*> task. The first item returned may be the one already on the
*> screen (GTEQ), in which case the read is repeated to fetch the one
*> after it; READPREV mirrors this for backward paging. Every entry
*> on the queue is undecided by definition -- a decision deletes it.
0230-PAGE-FORWARD.
    IF WS-CA-KEY = SPACES OR WS-CA-KEY = LOW-VALUES
        MOVE LOW-VALUES TO PND-KEY
    ELSE
        MOVE WS-CA-KEY TO PND-KEY
    END-IF
    EXEC CICS STARTBR FILE('TXNPEND')
        RIDFLD(PND-KEY)
        KEYLENGTH(LENGTH OF PND-KEY)
        GTEQ
        RESP(WS-CICS-RESP)
    END-EXEC
    IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
        MOVE "NO CORRECTIONS PENDING APPROVAL" TO WS-APV-MSG
    ELSE
        PERFORM 0250-READ-NEXT-ITEM
        IF WS-ITEM-FOUND
            AND PND-KEY = WS-CA-KEY
            PERFORM 0250-READ-NEXT-ITEM
        END-IF
        IF NOT WS-ITEM-FOUND
            MOVE "END OF QUEUE - NO FURTHER PENDING ITEMS" TO WS-APV-MSG
        END-IF
        EXEC CICS ENDBR FILE('TXNPEND')
        END-EXEC
    END-IF.

0240-PAGE-BACKWARD.
    IF WS-CA-KEY = SPACES OR WS-CA-KEY = LOW-VALUES
        MOVE HIGH-VALUES TO PND-KEY
    ELSE
        MOVE WS-CA-KEY TO PND-KEY
    END-IF
    EXEC CICS STARTBR FILE('TXNPEND')
        RIDFLD(PND-KEY)
        KEYLENGTH(LENGTH OF PND-KEY)
        GTEQ
        RESP(WS-CICS-RESP)
    END-EXEC
    IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
        MOVE "NO CORRECTIONS PENDING APPROVAL" TO WS-APV-MSG
    ELSE
        PERFORM 0255-READ-PREV-ITEM
        IF WS-ITEM-FOUND
            AND PND-KEY = WS-CA-KEY
            PERFORM 0255-READ-PREV-ITEM
        END-IF
        IF NOT WS-ITEM-FOUND
            MOVE "TOP OF QUEUE - NO EARLIER PENDING ITEMS" TO WS-APV-MSG
        END-IF
        EXEC CICS ENDBR FILE('TXNPEND')
        END-EXEC
    END-IF.

0250-READ-NEXT-ITEM.
    MOVE "N" TO WS-FOUND-SW
    EXEC CICS READNEXT FILE('TXNPEND')
        INTO(PENDING-CORRECTION-RECORD)
        RIDFLD(PND-KEY)
        KEYLENGTH(LENGTH OF PND-KEY)
        RESP(WS-CICS-RESP)
    END-EXEC
    IF WS-CICS-RESP = DFHRESP(NORMAL)
        SET WS-ITEM-FOUND TO TRUE
    END-IF.

0255-READ-PREV-ITEM.
    MOVE "N" TO WS-FOUND-SW
    EXEC CICS READPREV FILE('TXNPEND')
        INTO(PENDING-CORRECTION-RECORD)
        RIDFLD(PND-KEY)
        KEYLENGTH(LENGTH OF PND-KEY)
        RESP(WS-CICS-RESP)
    END-EXEC
    IF WS-CICS-RESP = DFHRESP(NORMAL)
        SET WS-ITEM-FOUND TO TRUE
    END-IF.

*> Applies the keyed decision to the item last displayed (the
*> COMMAREA key). The queue entry is re-read for update so two
*> approvers racing on the same item cannot both decide it, and the
*> maker's userid is checked against the approver's before anything
*> is touched -- four eyes means two operators, not one operator
*> twice.
0260-APPLY-DECISION.
    MOVE SPACES TO WS-REJECT-REASON
    IF APVNOTEI NOT = LOW-VALUES
        MOVE APVNOTEI TO WS-REJECT-REASON
    END-IF
    EVALUATE TRUE
        WHEN APVDECI NOT = "A" AND APVDECI NOT = "R"
            MOVE "DECISION MUST BE A (APPROVE) OR R (REJECT)" TO WS-APV-MSG
        WHEN APVDECI = "R" AND WS-REJECT-REASON = SPACES
            MOVE "A REJECTION NEEDS A REASON" TO WS-APV-MSG
        WHEN OTHER
            PERFORM 0265-LOCK-PENDING-ITEM
    END-EVALUATE.

0265-LOCK-PENDING-ITEM.
    MOVE WS-CA-KEY TO PND-KEY
    EXEC CICS READ FILE('TXNPEND')
        INTO(PENDING-CORRECTION-RECORD)
        RIDFLD(PND-KEY)
        KEYLENGTH(LENGTH OF PND-KEY)
        UPDATE
        RESP(WS-CICS-RESP)
    END-EXEC
    IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
        IF WS-CICS-RESP = DFHRESP(NOTFND)
            MOVE "ITEM ALREADY DECIDED - NO LONGER PENDING" TO WS-APV-MSG
        ELSE
            MOVE "PENDING FILE READ FAILED - CONTACT SUPPORT" TO WS-APV-MSG
        END-IF
    ELSE
        SET WS-ITEM-FOUND TO TRUE
        EXEC CICS ASSIGN
            USERID(WS-APPROVER-ID)
        END-EXEC
        IF WS-APPROVER-ID = PND-MAKER-USER-ID
            EXEC CICS UNLOCK FILE('TXNPEND')
            END-EXEC
            MOVE "YOU KEYED THIS CHANGE - A DIFFERENT OPERATOR MUST DECIDE IT"
                TO WS-APV-MSG
        ELSE
            PERFORM 0270-DECIDE-TXNMSTR-RECORD
        END-IF
    END-IF.

*> The held TXNMSTR record is the before image of the decision. An
*> approval just clears the hold; a rejection puts the last released
*> image back -- applied stamp and all, so a correction to a record
*> that already rode the nightly file does not re-deliver the old
*> pair -- or deletes the record when the held save was its first
*> write.
0270-DECIDE-TXNMSTR-RECORD.
    MOVE PND-KEY TO TXN-KEY OF TXN-MASTER-RECORD
    EXEC CICS READ FILE('TXNMSTR')
        INTO(TXN-MASTER-RECORD)
        RIDFLD(TXN-KEY OF TXN-MASTER-RECORD)
        KEYLENGTH(LENGTH OF TXN-KEY OF TXN-MASTER-RECORD)
        UPDATE
        RESP(WS-CICS-RESP)
    END-EXEC
    IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
        OR NOT TXM-PENDING-APPROVAL
        IF WS-CICS-RESP = DFHRESP(NORMAL)
            EXEC CICS UNLOCK FILE('TXNMSTR')
            END-EXEC
        END-IF
        EXEC CICS DELETE FILE('TXNPEND')
        END-EXEC
        MOVE "TXNMSTR RECORD NOT HELD - QUEUE ENTRY CLEARED" TO WS-APV-MSG
    ELSE
        MOVE TXN-MASTER-RECORD TO AUD-BEFORE-IMAGE
        IF APVDECI = "A"
            SET TXM-RELEASED TO TRUE
            EXEC CICS REWRITE FILE('TXNMSTR')
                FROM(TXN-MASTER-RECORD)
            END-EXEC
            MOVE TXN-MASTER-RECORD TO AUD-AFTER-IMAGE
            SET AUD-APPROVE TO TRUE
            MOVE "CORRECTION APPROVED - RELEASED FOR NIGHTLY COMPUTE"
                TO WS-APV-MSG
        ELSE
            IF PND-BEFORE-IMAGE = SPACES
                EXEC CICS DELETE FILE('TXNMSTR')
                END-EXEC
                MOVE SPACES TO AUD-AFTER-IMAGE
            ELSE
                MOVE PND-BEFORE-IMAGE TO TXN-MASTER-RECORD
                EXEC CICS REWRITE FILE('TXNMSTR')
                    FROM(TXN-MASTER-RECORD)
                END-EXEC
                MOVE TXN-MASTER-RECORD TO AUD-AFTER-IMAGE
            END-IF
            SET AUD-REJECT TO TRUE
            MOVE "CORRECTION REJECTED - PRIOR RECORD RESTORED" TO WS-APV-MSG
        END-IF
        MOVE PND-MAKER-USER-ID TO AUD-MAKER-USER-ID
        IF AUD-REJECT
            MOVE WS-REJECT-REASON TO AUD-REASON
        ELSE
            MOVE SPACES TO AUD-REASON
        END-IF
        EXEC CICS DELETE FILE('TXNPEND')
        END-EXEC
        PERFORM 0280-WRITE-AUDIT-JOURNAL
        MOVE "N" TO WS-FOUND-SW
    END-IF.

*> Same journal, same queue as the ARITHOLM save it decides: the
*> approver's userid and terminal, an ASKTIME timestamp, and the
*> before/after images captured around the decision above.
0280-WRITE-AUDIT-JOURNAL.
    MOVE WS-APPROVER-ID TO AUD-USER-ID
    MOVE EIBTRMID TO AUD-TERMINAL-ID
    EXEC CICS ASKTIME
        ABSTIME(WS-ABSTIME)
    END-EXEC
    EXEC CICS FORMATTIME
        ABSTIME(WS-ABSTIME)
        YYYYMMDD(AUD-DATE)
        TIME(AUD-TIME)
    END-EXEC
    EXEC CICS WRITEQ TD
        QUEUE('ARTJ')
        FROM(AUDIT-JOURNAL-RECORD)
        LENGTH(LENGTH OF AUDIT-JOURNAL-RECORD)
    END-EXEC.

*> The proposed pair is the held TXNMSTR record itself; the prior
*> pair comes from the image the queue entry kept.
0300-SEND-DETAIL.
    MOVE SPACES TO ARITHMP3O
    IF WS-ITEM-FOUND
        MOVE PND-KEY TO WS-CA-KEY
        MOVE PND-ACCOUNT-ID TO APVIDO
        MOVE PND-DATE TO APVDTO
        MOVE PND-MAKER-USER-ID TO APVMKRO
        MOVE PND-SUBMIT-DATE TO APVSDTO
        MOVE PND-SUBMIT-TIME TO APVSTMO
        MOVE PND-HOLD-REASON TO APVHLDO
        IF PND-BEFORE-IMAGE = SPACES
            MOVE "  NEW" TO APVBNRO
        ELSE
            MOVE PND-BEFORE-IMAGE TO TXN-MASTER-RECORD
            MOVE TXM-NUMBER TO APVBNRO
            MOVE TXM-NUMBER-X TO APVBNXO
        END-IF
        MOVE PND-KEY TO TXN-KEY OF TXN-MASTER-RECORD
        EXEC CICS READ FILE('TXNMSTR')
            INTO(TXN-MASTER-RECORD)
            RIDFLD(TXN-KEY OF TXN-MASTER-RECORD)
            KEYLENGTH(LENGTH OF TXN-KEY OF TXN-MASTER-RECORD)
            RESP(WS-CICS-RESP)
        END-EXEC
        IF WS-CICS-RESP = DFHRESP(NORMAL)
            MOVE TXM-NUMBER TO APVANRO
            MOVE TXM-NUMBER-X TO APVANXO
        END-IF
    ELSE
        MOVE WS-CA-ACCOUNT-ID TO APVIDO
        MOVE WS-CA-DATE TO APVDTO
    END-IF
    MOVE WS-APV-MSG TO APVMSGO
    EXEC CICS SEND MAP('ARITHMP3')
        MAPSET('ARITHMS3')
        DATAONLY
    END-EXEC.

0900-CICS-ERROR.
    MOVE SPACES TO ARITHMP3O
    MOVE "SYSTEM ERROR - CONTACT SUPPORT" TO APVMSGO
    EXEC CICS SEND MAP('ARITHMP3')
        MAPSET('ARITHMS3')
        DATAONLY
    END-EXEC
    EXEC CICS RETURN
    END-EXEC.
