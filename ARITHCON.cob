DATA DIVISION.
FILE SECTION.
FD  RESULT-PT1-FILE.
01  RESULT-PT1-RECORD           PIC X(39).

FD  RESULT-PT2-FILE.
01  RESULT-PT2-RECORD           PIC X(39).

FD  RESULT-PT3-FILE.
01  RESULT-PT3-RECORD           PIC X(39).

FD  RESULT-PT4-FILE.
01  RESULT-PT4-RECORD           PIC X(39).

FD  RESULT-FILE.
01  RESULT-OUT-RECORD           PIC X(39).

FD  CONTROL-FILE.
COPY CTLREC.
