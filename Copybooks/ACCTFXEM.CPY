      *> ACCTFXEM.CPY - 柜面外币现钞兑换屏幕 (BMS 映射组 ACCTFXE) 的符号映射
      *> 由 Cics/ACCTFXE.bms 的宏汇编产出，此处手工维护
       01  ACCTFXEI.
           05  FILLER          PIC X(12).
           05  XCCYL       PIC S9(4) COMP.
           05  XCCYF       PIC X.
           05  FILLER REDEFINES XCCYF.
               10  XCCYA PIC X.
           05  XCCYI       PIC X(3).
           05  XDIRL       PIC S9(4) COMP.
           05  XDIRF       PIC X.
           05  FILLER REDEFINES XDIRF.
               10  XDIRA PIC X.
           05  XDIRI       PIC X(1).
           05  XFCAMTL     PIC S9(4) COMP.
           05  XFCAMTF     PIC X.
           05  FILLER REDEFINES XFCAMTF.
               10  XFCAMTA PIC X.
           05  XFCAMTI     PIC X(10).
           05  XSETLL      PIC S9(4) COMP.
           05  XSETLF      PIC X.
           05  FILLER REDEFINES XSETLF.
               10  XSETLA PIC X.
           05  XSETLI      PIC X(1).
           05  XACCTIDL    PIC S9(4) COMP.
           05  XACCTIDF    PIC X.
           05  FILLER REDEFINES XACCTIDF.
               10  XACCTIDA PIC X.
           05  XACCTIDI    PIC X(8).
           05  XNAMEL      PIC S9(4) COMP.
           05  XNAMEF      PIC X.
           05  FILLER REDEFINES XNAMEF.
               10  XNAMEA PIC X.
           05  XNAMEI      PIC X(10).
           05  XRATEL      PIC S9(4) COMP.
           05  XRATEF      PIC X.
           05  FILLER REDEFINES XRATEF.
               10  XRATEA PIC X.
           05  XRATEI      PIC X(10).
           05  XCNYAMTL    PIC S9(4) COMP.
           05  XCNYAMTF    PIC X.
           05  FILLER REDEFINES XCNYAMTF.
               10  XCNYAMTA PIC X.
           05  XCNYAMTI    PIC X(14).
           05  XCONFL      PIC S9(4) COMP.
           05  XCONFF      PIC X.
           05  FILLER REDEFINES XCONFF.
               10  XCONFA PIC X.
           05  XCONFI      PIC X(1).
           05  XSUPIDL     PIC S9(4) COMP.
           05  XSUPIDF     PIC X.
           05  FILLER REDEFINES XSUPIDF.
               10  XSUPIDA PIC X.
           05  XSUPIDI     PIC X(8).
           05  XSUPPWL     PIC S9(4) COMP.
           05  XSUPPWF     PIC X.
           05  FILLER REDEFINES XSUPPWF.
               10  XSUPPWA PIC X.
           05  XSUPPWI     PIC X(8).
           05  XMSGL       PIC S9(4) COMP.
           05  XMSGF       PIC X.
           05  FILLER REDEFINES XMSGF.
               10  XMSGA PIC X.
           05  XMSGI       PIC X(40).

       01  ACCTFXEO REDEFINES ACCTFXEI.
           05  FILLER          PIC X(12).
           05  FILLER          PIC X(3).
           05  XCCYO       PIC X(3).
           05  FILLER          PIC X(3).
           05  XDIRO       PIC X(1).
           05  FILLER          PIC X(3).
           05  XFCAMTO     PIC X(10).
           05  FILLER          PIC X(3).
           05  XSETLO      PIC X(1).
           05  FILLER          PIC X(3).
           05  XACCTIDO    PIC X(8).
           05  FILLER          PIC X(3).
           05  XNAMEO      PIC X(10).
           05  FILLER          PIC X(3).
           05  XRATEO      PIC X(10).
           05  FILLER          PIC X(3).
           05  XCNYAMTO    PIC X(14).
           05  FILLER          PIC X(3).
           05  XCONFO      PIC X(1).
           05  FILLER          PIC X(3).
           05  XSUPIDO     PIC X(8).
           05  FILLER          PIC X(3).
           05  XSUPPWO     PIC X(8).
           05  FILLER          PIC X(3).
           05  XMSGO       PIC X(40).
