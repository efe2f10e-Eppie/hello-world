           05  NUMVF                   PIC X.
           05  NUMVA                   PIC X.
           05  NUMVI                   PIC X(9).
           05  SETVL                   PIC S9(4) COMP.
           05  SETVF                   PIC X.
           05  SETVA                   PIC X.
           05  SETVI                   PIC X(8).
           05  DEPTVL                  PIC S9(4) COMP.
           05  DEPTVF                  PIC X.
           05  DEPTVA                  PIC X.
           05  DEPTVI                  PIC X(8).
           05  SEQL                    PIC S9(4) COMP.
           05  SEQF                    PIC X.
           05  SEQA                    PIC X.
           05  FILLER                  PIC X(4).
           05  NUMVO                   PIC X(9).
           05  FILLER                  PIC X(4).
           05  SETVO                   PIC X(8).
           05  FILLER                  PIC X(4).
           05  DEPTVO                  PIC X(8).
           05  FILLER                  PIC X(4).
           05  SEQO                    PIC X(9).
           05  FILLER                  PIC X(4).
           05  LABELO                  PIC X(45).
