*> Source control record: the trailer an upstream source writes at
*> the end of its nightly feed file, in place of a transaction line.
*> SCT-CONTROL-MARKER sits where TXN-ACCOUNT-ID would and holds
*> "*CONTROL**", which no account id can, so the bridge tells the two
*> apart by the first ten bytes. SCT-BUSINESS-DATE is the night the
*> source cut the file for (a file carrying an earlier date is last
*> night's file left in place -- the source is late); the record
*> count and number total (every TXN-NUMBER plus TXN-NUMBER-X) are
*> the source's own figures, which ARITHBRG ties to what it read.
01  SOURCE-CONTROL-RECORD.
    05  SCT-CONTROL-MARKER          PIC X(10).
        88  SCT-IS-CONTROL          VALUE "*CONTROL**".
    05  SCT-SOURCE-CODE             PIC X(4).
    05  SCT-BUSINESS-DATE           PIC X(8).
    05  SCT-RECORD-COUNT            PIC 9(9).
    05  SCT-NUMBER-TOTAL            PIC 9(12).
    05  FILLER                      PIC X(07).
