      *> ACCTXFRM.CPY - 柜面转账采集屏幕 (BMS 映射组 ACCTXFR) 的符号映射
      *> 由 Cics/ACCTXFR.bms 的宏汇编产出，此处手工维护
       01  ACCTXFRI.
           05  FILLER          PIC X(12).
           05  XFROML          PIC S9(4) COMP.
           05  XFROMF          PIC X.
           05  FILLER REDEFINES XFROMF.
               10  XFROMA      PIC X.
           05  XFROMI          PIC X(8).
           05  XFNAMEL         PIC S9(4) COMP.
           05  XFNAMEF         PIC X.
           05  FILLER REDEFINES XFNAMEF.
               10  XFNAMEA     PIC X.
           05  XFNAMEI         PIC X(10).
           05  XTOL            PIC S9(4) COMP.
           05  XTOF            PIC X.
           05  FILLER REDEFINES XTOF.
               10  XTOA        PIC X.
           05  XTOI            PIC X(8).
           05  XTNAMEL         PIC S9(4) COMP.
           05  XTNAMEF         PIC X.
           05  FILLER REDEFINES XTNAMEF.
               10  XTNAMEA     PIC X.
           05  XTNAMEI         PIC X(10).
           05  XAMOUNTL        PIC S9(4) COMP.
           05  XAMOUNTF        PIC X.
           05  FILLER REDEFINES XAMOUNTF.
               10  XAMOUNTA    PIC X.
           05  XAMOUNTI        PIC X(10).
           05  XAVAILL         PIC S9(4) COMP.
           05  XAVAILF         PIC X.
           05  FILLER REDEFINES XAVAILF.
               10  XAVAILA     PIC X.
           05  XAVAILI         PIC X(14).
           05  XCONFL          PIC S9(4) COMP.
           05  XCONFF          PIC X.
           05  FILLER REDEFINES XCONFF.
               10  XCONFA      PIC X.
           05  XCONFI          PIC X.
           05  XSUPIDL         PIC S9(4) COMP.
           05  XSUPIDF         PIC X.
           05  FILLER REDEFINES XSUPIDF.
               10  XSUPIDA     PIC X.
           05  XSUPIDI         PIC X(8).
           05  XSUPPWL         PIC S9(4) COMP.
           05  XSUPPWF         PIC X.
           05  FILLER REDEFINES XSUPPWF.
               10  XSUPPWA     PIC X.
           05  XSUPPWI         PIC X(8).
           05  XMSGL           PIC S9(4) COMP.
           05  XMSGF           PIC X.
           05  FILLER REDEFINES XMSGF.
               10  XMSGA       PIC X.
           05  XMSGI           PIC X(40).

       01  ACCTXFRO REDEFINES ACCTXFRI.
           05  FILLER          PIC X(12).
           05  FILLER          PIC X(3).
           05  XFROMO          PIC X(8).
           05  FILLER          PIC X(3).
           05  XFNAMEO         PIC X(10).
           05  FILLER          PIC X(3).
           05  XTOO            PIC X(8).
           05  FILLER          PIC X(3).
           05  XTNAMEO         PIC X(10).
           05  FILLER          PIC X(3).
           05  XAMOUNTO        PIC X(10).
           05  FILLER          PIC X(3).
           05  XAVAILO         PIC X(14).
           05  FILLER          PIC X(3).
           05  XCONFO          PIC X.
           05  FILLER          PIC X(3).
           05  XSUPIDO         PIC X(8).
           05  FILLER          PIC X(3).
           05  XSUPPWO         PIC X(8).
           05  FILLER          PIC X(3).
           05  XMSGO           PIC X(40).
