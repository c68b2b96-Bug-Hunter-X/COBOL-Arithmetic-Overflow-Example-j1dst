*> overflow-safe WS-RESULT computed by ARITHB01. A reversal row
*> (RES-TYPE "R") carries the reversed posting's original date, pair
*> and amount; ARITHRPT itemizes it and subtracts it from the grand
*> total instead of adding. RES-SOURCE-CODE is the source the posting
*> came in from (TXN-SOURCE-CODE, copybooks/TXNREC.cpy).
01  RESULT-RECORD.
    05  RES-KEY.
        10  RES-ACCOUNT-ID          PIC X(10).
    05  RES-TYPE                    PIC X.
        88  RES-NORMAL              VALUE " ".
        88  RES-REVERSAL            VALUE "R".
    05  RES-SOURCE-CODE             PIC X(4).
