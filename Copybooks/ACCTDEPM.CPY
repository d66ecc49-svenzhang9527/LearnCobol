           05  FILLER REDEFINES DAMOUNTF.
               10  DAMOUNTA    PIC X.
           05  DAMOUNTI        PIC X(10).
           05  DINSTRL         PIC S9(4) COMP.
           05  DINSTRF         PIC X.
           05  FILLER REDEFINES DINSTRF.
               10  DINSTRA     PIC X.
           05  DINSTRI         PIC X.
           05  DNAMEL          PIC S9(4) COMP.
           05  DNAMEF          PIC X.
           05  FILLER REDEFINES DNAMEF.
           05  FILLER          PIC X(3).
           05  DAMOUNTO        PIC X(10).
           05  FILLER          PIC X(3).
           05  DINSTRO         PIC X.
           05  FILLER          PIC X(3).
           05  DNAMEO          PIC X(10).
           05  FILLER          PIC X(3).
           05  DNEWBALO        PIC X(14).
