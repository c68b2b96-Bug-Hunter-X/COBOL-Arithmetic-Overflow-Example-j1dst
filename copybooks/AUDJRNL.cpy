*> REWRITE. ARITHOLM writes these to the ARTJ extrapartition TD
*> queue, which lands on the AUDJRNL dataset the daily ARITHAUD
*> report reads. The before image is spaces on a first write.
*> A save held for four-eyes approval journals as ADD/UPD like any
*> other, with the after image carrying TXM-PENDING-APPROVAL and the
*> hold reason in AUD-REASON. The ARITHAPV approval transaction
*> journals its decision as APV or REJ under the approver's userid,
*> naming the operator who keyed the change in AUD-MAKER-USER-ID:
*> the before image is the held record, the after image what the
*> decision left on TXNMSTR (spaces when a rejected first write was
*> deleted), and AUD-REASON the rejection reason.
01  AUDIT-JOURNAL-RECORD.
    05  AUD-USER-ID                 PIC X(8).
    05  AUD-TERMINAL-ID             PIC X(4).
    05  AUD-ACTION                  PIC X(3).
        88  AUD-ADD                 VALUE "ADD".
        88  AUD-UPDATE              VALUE "UPD".
        88  AUD-APPROVE             VALUE "APV".
        88  AUD-REJECT              VALUE "REJ".
    05  AUD-BEFORE-IMAGE            PIC X(38).
    05  AUD-AFTER-IMAGE             PIC X(38).
    05  AUD-MAKER-USER-ID           PIC X(8).
    05  AUD-REASON                  PIC X(30).
