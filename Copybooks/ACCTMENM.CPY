           05  FILLER REDEFINES MTELLERF.
               10  MTELLERA PIC X.
           05  MTELLERI    PIC X(8).
           05  MSTATL      PIC S9(4) COMP.
           05  MSTATF      PIC X.
           05  FILLER REDEFINES MSTATF.
               10  MSTATA  PIC X.
           05  MSTATI      PIC X(24).
           05  MBUSDTL     PIC S9(4) COMP.
           05  MBUSDTF     PIC X.
           05  FILLER REDEFINES MBUSDTF.
               10  MBUSDTA PIC X.
           05  MBUSDTI     PIC X(8).
           05  MOPT1L      PIC S9(4) COMP.
           05  MOPT1F      PIC X.
           05  FILLER REDEFINES MOPT1F.
               10  MOPT1A  PIC X.
           05  MOPT1I      PIC X(75).
           05  MOPT2L      PIC S9(4) COMP.
           05  MOPT2F      PIC X.
           05  FILLER REDEFINES MOPT2F.
               10  MOPT2A  PIC X.
           05  MOPT2I      PIC X(75).
           05  MOPT3L      PIC S9(4) COMP.
           05  MOPT3F      PIC X.
           05  FILLER REDEFINES MOPT3F.
               10  MOPT3A  PIC X.
           05  MOPT3I      PIC X(75).
           05  MOPT4L      PIC S9(4) COMP.
           05  MOPT4F      PIC X.
           05  FILLER REDEFINES MOPT4F.
               10  MOPT4A  PIC X.
           05  MOPT4I      PIC X(75).
           05  MCHOICEL    PIC S9(4) COMP.
           05  MCHOICEF    PIC X.
           05  FILLER REDEFINES MCHOICEF.
           05  FILLER          PIC X(3).
           05  MTELLERO    PIC X(8).
           05  FILLER          PIC X(3).
           05  MSTATO      PIC X(24).
           05  FILLER          PIC X(3).
           05  MBUSDTO     PIC X(8).
           05  FILLER          PIC X(3).
           05  MOPT1O      PIC X(75).
           05  FILLER          PIC X(3).
           05  MOPT2O      PIC X(75).
           05  FILLER          PIC X(3).
           05  MOPT3O      PIC X(75).
           05  FILLER          PIC X(3).
           05  MOPT4O      PIC X(75).
           05  FILLER          PIC X(3).
           05  MCHOICEO    PIC X(1).
           05  FILLER          PIC X(3).
           05  MACCTO      PIC X(8).
