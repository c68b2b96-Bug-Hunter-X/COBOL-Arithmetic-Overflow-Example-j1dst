*> Closure settlement record, appended by the ARITHCLS settlement step
*> to the cumulative settlement history for every account it closes.
*> STL-AMOUNT is the running balance moved off the closing account
*> onto STL-SETTLE-ACCOUNT the night it was settled (zero when the
*> account closed with nothing on it). The transfer itself went
*> through the master, the master update journal and the GL extract
*> like any other posting, but it is not a nightly result row: the
*> ARITHCHK balance audit reads this file beside the result history
*> so both sides of the transfer re-derive to what the master holds.
01  SETTLEMENT-RECORD.
    05  STL-ACCOUNT-ID              PIC X(10).
    05  STL-SETTLE-DATE             PIC X(8).
    05  STL-SETTLE-ACCOUNT          PIC X(10).
    05  STL-AMOUNT                  PIC 9(9).
    05  FILLER                      PIC X(13).
