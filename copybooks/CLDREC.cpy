*> Batch correction record: one account/date correction per line of
*> a branch's correction file (typically a spreadsheet saved as text
*> after a feed problem), loaded into TXNMSTR by ARITHCLD as if it
*> had been keyed on ARITHOLM. CLD-NUMBER and CLD-NUMBER-X are carried
*> as characters, exactly as the screen fields arrive, so ARITHCLD can
*> put them through the same numeric edits ARITHOLM makes.
*> CLD-USER-ID is the userid of the person submitting the file; it
*> goes on the audit journal as the operator who made the change and,
*> for a correction held for four-eyes approval, on the TXNPEND queue
*> as its maker, so that person cannot also release it on ARITHAPV.
01  CORRECTION-LOAD-RECORD.
    05  CLD-KEY.
        10  CLD-ACCOUNT-ID          PIC X(10).
        10  CLD-DATE                PIC X(8).
    05  CLD-NUMBER                  PIC X(5).
    05  CLD-NUMBER-X                PIC X(5).
    05  CLD-USER-ID                 PIC X(8).
    05  FILLER                      PIC X(14).
