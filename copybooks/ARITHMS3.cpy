*> Symbolic map for CICS mapset ARITHMS3 / map ARITHMP3 (as produced by
*> BMS macro assembly of the ARITHMP3 correction approval screen). The
*> approver keys an account id and date to bring up a held ARITHOLM
*> correction, or pages the pending queue with PF8/PF7; the map shows
*> the maker's userid, when the change was keyed and why it was held,
*> the prior and proposed NUMBER/NUMBER-X pairs, and takes a decision
*> (A approve / R reject) with a rejection reason.
01  ARITHMP3I.
    05  FILLER                      PIC X(12).
    05  APVIDL                      PIC S9(4) COMP.
    05  APVIDF                      PIC X.
    05  FILLER REDEFINES APVIDF.
        10  APVIDA                  PIC X.
    05  APVIDI                      PIC X(10).
    05  APVDTL                      PIC S9(4) COMP.
    05  APVDTF                      PIC X.
    05  FILLER REDEFINES APVDTF.
        10  APVDTA                  PIC X.
    05  APVDTI                      PIC X(8).
    05  APVMKRL                     PIC S9(4) COMP.
    05  APVMKRF                     PIC X.
    05  FILLER REDEFINES APVMKRF.
        10  APVMKRA                 PIC X.
    05  APVMKRI                     PIC X(8).
    05  APVSDTL                     PIC S9(4) COMP.
    05  APVSDTF                     PIC X.
    05  FILLER REDEFINES APVSDTF.
        10  APVSDTA                 PIC X.
    05  APVSDTI                     PIC X(8).
    05  APVSTML                     PIC S9(4) COMP.
    05  APVSTMF                     PIC X.
    05  FILLER REDEFINES APVSTMF.
        10  APVSTMA                 PIC X.
    05  APVSTMI                     PIC X(6).
    05  APVHLDL                     PIC S9(4) COMP.
    05  APVHLDF                     PIC X.
    05  FILLER REDEFINES APVHLDF.
        10  APVHLDA                 PIC X.
    05  APVHLDI                     PIC X(2).
    05  APVBNRL                     PIC S9(4) COMP.
    05  APVBNRF                     PIC X.
    05  FILLER REDEFINES APVBNRF.
        10  APVBNRA                 PIC X.
    05  APVBNRI                     PIC X(5).
    05  APVBNXL                     PIC S9(4) COMP.
    05  APVBNXF                     PIC X.
    05  FILLER REDEFINES APVBNXF.
        10  APVBNXA                 PIC X.
    05  APVBNXI                     PIC X(5).
    05  APVANRL                     PIC S9(4) COMP.
    05  APVANRF                     PIC X.
    05  FILLER REDEFINES APVANRF.
        10  APVANRA                 PIC X.
    05  APVANRI                     PIC X(5).
    05  APVANXL                     PIC S9(4) COMP.
    05  APVANXF                     PIC X.
    05  FILLER REDEFINES APVANXF.
        10  APVANXA                 PIC X.
    05  APVANXI                     PIC X(5).
    05  APVDECL                     PIC S9(4) COMP.
    05  APVDECF                     PIC X.
    05  FILLER REDEFINES APVDECF.
        10  APVDECA                 PIC X.
    05  APVDECI                     PIC X(1).
    05  APVNOTEL                    PIC S9(4) COMP.
    05  APVNOTEF                    PIC X.
    05  FILLER REDEFINES APVNOTEF.
        10  APVNOTEA                PIC X.
    05  APVNOTEI                    PIC X(30).
    05  APVMSGL                     PIC S9(4) COMP.
    05  APVMSGF                     PIC X.
    05  FILLER REDEFINES APVMSGF.
        10  APVMSGA                 PIC X.
    05  APVMSGI                     PIC X(60).

01  ARITHMP3O REDEFINES ARITHMP3I.
    05  FILLER                      PIC X(12).
    05  FILLER                      PIC X(3).
    05  APVIDO                      PIC X(10).
    05  FILLER                      PIC X(3).
    05  APVDTO                      PIC X(8).
    05  FILLER                      PIC X(3).
    05  APVMKRO                     PIC X(8).
    05  FILLER                      PIC X(3).
    05  APVSDTO                     PIC X(8).
    05  FILLER                      PIC X(3).
    05  APVSTMO                     PIC X(6).
    05  FILLER                      PIC X(3).
    05  APVHLDO                     PIC X(2).
    05  FILLER                      PIC X(3).
    05  APVBNRO                     PIC X(5).
    05  FILLER                      PIC X(3).
    05  APVBNXO                     PIC X(5).
    05  FILLER                      PIC X(3).
    05  APVANRO                     PIC X(5).
    05  FILLER                      PIC X(3).
    05  APVANXO                     PIC X(5).
    05  FILLER                      PIC X(3).
    05  APVDECO                     PIC X(1).
    05  FILLER                      PIC X(3).
    05  APVNOTEO                    PIC X(30).
    05  FILLER                      PIC X(3).
    05  APVMSGO                     PIC X(60).
