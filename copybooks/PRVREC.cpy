*> Preview item record: one line per item an ARITHB01 preview run
*> (PARM=PREVIEW) projects for tonight -- an exception the compute
*> would raise (PRV-ITEM-CODE is then the EXC-REASON-CODE it would
*> carry: OV, AC, CL, DM, RV), a posting-limit breach (BN night limit,
*> BM month-to-date limit), a record the validation step would refuse
*> as not numeric (FM), a posting already applied that the compute
*> would skip (AP), or a balance the night would take past what its
*> bucket can hold (OT overflow, UF a reversal larger than the
*> balance). Each preview cuts a new generation; the next preview of
*> the same business night reads it back to show which items have
*> been fixed since and which are new.
01  PREVIEW-ITEM-RECORD.
    05  PRV-KEY.
        10  PRV-ACCOUNT-ID          PIC X(10).
        10  PRV-DATE                PIC X(8).
        10  PRV-ITEM-CODE           PIC X(2).
    05  PRV-BUSINESS-DATE           PIC X(8).
    05  PRV-NUMBER                  PIC 9(7).
    05  PRV-NUMBER-X                PIC 9(7).
    05  PRV-AMOUNT                  PIC 9(9).
    05  PRV-ITEM-TEXT               PIC X(24).
    05  FILLER                      PIC X(05).
