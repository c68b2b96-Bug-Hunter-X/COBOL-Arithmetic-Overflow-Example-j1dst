COPY AUDJRNL.

FD  AUDIT-KEPT-FILE.
01  AUDIT-KEPT-RECORD           PIC X(143).

FD  AUDIT-ARCH-FILE.
01  AUDIT-ARCH-RECORD           PIC X(143).

FD  HKP-RPT-FILE
    RECORDING MODE IS F.
