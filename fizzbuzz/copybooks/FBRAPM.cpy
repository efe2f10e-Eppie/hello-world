      ******************************************************************
      * FBRAPM.CPY
      * Symbolic map for the FBRAPM map (mapset FBRAPS) used by the
      * fb-rulapv online rule-change approval transaction.  Hand-
      * maintained to mirror what DFHMSD/DFHMDI/DFHMDF assembly of
      * FBRAPM.bms generates - keep the two in step when the map
      * layout changes.
      ******************************************************************
       01  FBRAPMI.
           05  FILLER                  PIC X(12).
           05  DIVISORL                PIC S9(4) COMP.
           05  DIVISORF                PIC X.
           05  DIVISORA                PIC X.
           05  DIVISORI                PIC X(4).
           05  DECISNL                 PIC S9(4) COMP.
           05  DECISNF                 PIC X.
           05  DECISNA                 PIC X.
           05  DECISNI                 PIC X(1).
           05  REASONL                 PIC S9(4) COMP.
           05  REASONF                 PIC X.
           05  REASONA                 PIC X.
           05  REASONI                 PIC X(30).
           05  TBL1L                   PIC S9(4) COMP.
           05  TBL1F                   PIC X.
           05  TBL1A                   PIC X.
           05  TBL1I                   PIC X(72).
           05  TBL2L                   PIC S9(4) COMP.
           05  TBL2F                   PIC X.
           05  TBL2A                   PIC X.
           05  TBL2I                   PIC X(72).
           05  TBL3L                   PIC S9(4) COMP.
           05  TBL3F                   PIC X.
           05  TBL3A                   PIC X.
           05  TBL3I                   PIC X(72).
           05  TBL4L                   PIC S9(4) COMP.
           05  TBL4F                   PIC X.
           05  TBL4A                   PIC X.
           05  TBL4I                   PIC X(72).
           05  TBL5L                   PIC S9(4) COMP.
           05  TBL5F                   PIC X.
           05  TBL5A                   PIC X.
           05  TBL5I                   PIC X(72).
           05  MSGL                    PIC S9(4) COMP.
           05  MSGF                    PIC X.
           05  MSGA                    PIC X.
           05  MSGI                    PIC X(78).

       01  FBRAPMO REDEFINES FBRAPMI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(4).
           05  DIVISORO                PIC X(4).
           05  FILLER                  PIC X(4).
           05  DECISNO                 PIC X(1).
           05  FILLER                  PIC X(4).
           05  REASONO                 PIC X(30).
           05  FILLER                  PIC X(4).
           05  TBL1O                   PIC X(72).
           05  FILLER                  PIC X(4).
           05  TBL2O                   PIC X(72).
           05  FILLER                  PIC X(4).
           05  TBL3O                   PIC X(72).
           05  FILLER                  PIC X(4).
           05  TBL4O                   PIC X(72).
           05  FILLER                  PIC X(4).
           05  TBL5O                   PIC X(72).
           05  FILLER                  PIC X(4).
           05  MSGO                    PIC X(78).
