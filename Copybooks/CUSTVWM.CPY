           05  FILLER REDEFINES CVTOTALF.
               10  CVTOTALA PIC X.
           05  CVTOTALI    PIC X(17).
           05  CVKYCL      PIC S9(4) COMP.
           05  CVKYCF      PIC X.
           05  FILLER REDEFINES CVKYCF.
               10  CVKYCA  PIC X.
           05  CVKYCI      PIC X(50).
           05  CVMSGL      PIC S9(4) COMP.
           05  CVMSGF      PIC X.
           05  FILLER REDEFINES CVMSGF.
           05  FILLER          PIC X(3).
           05  CVTOTALO    PIC X(17).
           05  FILLER          PIC X(3).
           05  CVKYCO      PIC X(50).
           05  FILLER          PIC X(3).
           05  CVMSGO      PIC X(40).
