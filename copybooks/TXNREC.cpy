*> verifies that posting exists in the result history, subtracts its
*> amount from the master buckets and cuts a debit-coded GL extract
*> record. Anything but blank or "R" fails ARITHVAL's format edit.
*> TXN-SOURCE-CODE is stamped by the ARITHBRG bridge with the code of
*> the source the record was merged from -- the feed's code on the
*> source registry (copybooks/SRCREG.cpy), ONLN for an online-keyed
*> TXNMSTR correction, STND for a standing-instruction posting -- and
*> rides through to the result and exception records.
01  TXN-RECORD.
    COPY TXNKEY.
    05  TXN-NUMBER                  PIC 9(7).
    05  TXN-TYPE                    PIC X.
        88  TXN-NORMAL              VALUE " ".
        88  TXN-REVERSAL            VALUE "R".
    05  TXN-SOURCE-CODE             PIC X(4).
    05  FILLER                      PIC X(01).
