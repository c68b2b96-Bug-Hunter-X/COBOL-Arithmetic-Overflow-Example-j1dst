*> keyed entry rides the nightly file exactly once per keying instead
*> of repeating every night; ARITHOLM clears the stamp on every
*> accepted save so a fresh correction is picked up again.
*> TXM-APPROVAL-STATUS is the maker-checker hold: a save ARITHOLM
*> routes for four-eyes approval is written "P" (with its maker and
*> prior image on the TXNPEND pending-correction file) and stays
*> invisible to the bridge and the recycle until a second operator
*> releases it on the ARITHAPV approval transaction. Space means
*> released (records cut before the approval step carry space too).
01  TXN-MASTER-RECORD.
    COPY TXNKEY.
    05  TXM-NUMBER                  PIC 9(5).
    05  TXM-NUMBER-X                PIC 9(5).
    05  TXM-APPLIED-DATE            PIC X(8).
    05  TXM-APPROVAL-STATUS         PIC X.
        88  TXM-RELEASED            VALUE " ".
        88  TXM-PENDING-APPROVAL    VALUE "P".
    05  FILLER                      PIC X(01).
