*> Pending-correction record for the maker-checker hold on ARITHOLM
*> saves, keyed account/date like the TXNMSTR record it shadows. When
*> ARITHOLM holds a save for approval -- the pair's sum is over the
*> approval threshold, the account has open exception-history items,
*> or the key already carries an undecided change -- it writes the
*> held values to TXNMSTR flagged TXM-PENDING-APPROVAL and records
*> here who keyed them, when, why they were held, and the last
*> released TXNMSTR image (spaces when the save was a first write).
*> The ARITHAPV approval transaction browses this file as its queue:
*> an approval releases the TXNMSTR record, a rejection puts the
*> prior image back (or deletes a first write), and either way the
*> entry is deleted -- the decision itself lives on in the audit
*> journal, not here.
01  PENDING-CORRECTION-RECORD.
    05  PND-KEY.
        10  PND-ACCOUNT-ID          PIC X(10).
        10  PND-DATE                PIC X(8).
    05  PND-MAKER-USER-ID           PIC X(8).
    05  PND-MAKER-TERMINAL-ID       PIC X(4).
    05  PND-SUBMIT-DATE             PIC X(8).
    05  PND-SUBMIT-TIME             PIC X(6).
    05  PND-HOLD-REASON             PIC X(2).
        88  PND-HOLD-AMOUNT         VALUE "AM".
        88  PND-HOLD-OPEN-EXCEPTION VALUE "EX".
        88  PND-HOLD-SUPERSEDED     VALUE "SP".
    05  PND-BEFORE-IMAGE            PIC X(38).
