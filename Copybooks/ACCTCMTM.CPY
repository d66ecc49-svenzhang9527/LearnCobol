      *> ACCTCMTM.CPY - 客户资料维护屏幕 (BMS 映射组 ACCTCMT) 的
      *> 符号映射。现值与新值左右并排，在途申请单列一行
      *> 由 Cics/ACCTCMT.bms 的宏汇编产出，此处手工维护
       01  ACCTCMTI.
           05  FILLER          PIC X(12).
           05  KCUSTL      PIC S9(4) COMP.
           05  KCUSTF      PIC X.
           05  FILLER REDEFINES KCUSTF.
               10  KCUSTA PIC X.
           05  KCUSTI      PIC X(6).
           05  KNAMEL      PIC S9(4) COMP.
           05  KNAMEF      PIC X.
           05  FILLER REDEFINES KNAMEF.
               10  KNAMEA PIC X.
           05  KNAMEI      PIC X(30).
           05  KDTYPEL     PIC S9(4) COMP.
           05  KDTYPEF     PIC X.
           05  FILLER REDEFINES KDTYPEF.
               10  KDTYPEA PIC X.
           05  KDTYPEI     PIC X(2).
           05  KDOCNOL     PIC S9(4) COMP.
           05  KDOCNOF     PIC X.
           05  FILLER REDEFINES KDOCNOF.
               10  KDOCNOA PIC X.
           05  KDOCNOI     PIC X(18).
           05  KOADR1L     PIC S9(4) COMP.
           05  KOADR1F     PIC X.
           05  FILLER REDEFINES KOADR1F.
               10  KOADR1A PIC X.
           05  KOADR1I     PIC X(30).
           05  KNADR1L     PIC S9(4) COMP.
           05  KNADR1F     PIC X.
           05  FILLER REDEFINES KNADR1F.
               10  KNADR1A PIC X.
           05  KNADR1I     PIC X(30).
           05  KOADR2L     PIC S9(4) COMP.
           05  KOADR2F     PIC X.
           05  FILLER REDEFINES KOADR2F.
               10  KOADR2A PIC X.
           05  KOADR2I     PIC X(30).
           05  KNADR2L     PIC S9(4) COMP.
           05  KNADR2F     PIC X.
           05  FILLER REDEFINES KNADR2F.
               10  KNADR2A PIC X.
           05  KNADR2I     PIC X(30).
           05  KOADR3L     PIC S9(4) COMP.
           05  KOADR3F     PIC X.
           05  FILLER REDEFINES KOADR3F.
               10  KOADR3A PIC X.
           05  KOADR3I     PIC X(30).
           05  KNADR3L     PIC S9(4) COMP.
           05  KNADR3F     PIC X.
           05  FILLER REDEFINES KNADR3F.
               10  KNADR3A PIC X.
           05  KNADR3I     PIC X(30).
           05  KOPHONL     PIC S9(4) COMP.
           05  KOPHONF     PIC X.
           05  FILLER REDEFINES KOPHONF.
               10  KOPHONA PIC X.
           05  KOPHONI     PIC X(15).
           05  KNPHONL     PIC S9(4) COMP.
           05  KNPHONF     PIC X.
           05  FILLER REDEFINES KNPHONF.
               10  KNPHONA PIC X.
           05  KNPHONI     PIC X(15).
           05  KOLANGL     PIC S9(4) COMP.
           05  KOLANGF     PIC X.
           05  FILLER REDEFINES KOLANGF.
               10  KOLANGA PIC X.
           05  KOLANGI     PIC X(2).
           05  KNLANGL     PIC S9(4) COMP.
           05  KNLANGF     PIC X.
           05  FILLER REDEFINES KNLANGF.
               10  KNLANGA PIC X.
           05  KNLANGI     PIC X(2).
           05  KPENDL      PIC S9(4) COMP.
           05  KPENDF      PIC X.
           05  FILLER REDEFINES KPENDF.
               10  KPENDA PIC X.
           05  KPENDI      PIC X(60).
           05  KACTNL      PIC S9(4) COMP.
           05  KACTNF      PIC X.
           05  FILLER REDEFINES KACTNF.
               10  KACTNA PIC X.
           05  KACTNI      PIC X(1).
           05  KMSGL       PIC S9(4) COMP.
           05  KMSGF       PIC X.
           05  FILLER REDEFINES KMSGF.
               10  KMSGA PIC X.
           05  KMSGI       PIC X(40).

       01  ACCTCMTO REDEFINES ACCTCMTI.
           05  FILLER          PIC X(12).
           05  FILLER          PIC X(3).
           05  KCUSTO      PIC X(6).
           05  FILLER          PIC X(3).
           05  KNAMEO      PIC X(30).
           05  FILLER          PIC X(3).
           05  KDTYPEO     PIC X(2).
           05  FILLER          PIC X(3).
           05  KDOCNOO     PIC X(18).
           05  FILLER          PIC X(3).
           05  KOADR1O     PIC X(30).
           05  FILLER          PIC X(3).
           05  KNADR1O     PIC X(30).
           05  FILLER          PIC X(3).
           05  KOADR2O     PIC X(30).
           05  FILLER          PIC X(3).
           05  KNADR2O     PIC X(30).
           05  FILLER          PIC X(3).
           05  KOADR3O     PIC X(30).
           05  FILLER          PIC X(3).
           05  KNADR3O     PIC X(30).
           05  FILLER          PIC X(3).
           05  KOPHONO     PIC X(15).
           05  FILLER          PIC X(3).
           05  KNPHONO     PIC X(15).
           05  FILLER          PIC X(3).
           05  KOLANGO     PIC X(2).
           05  FILLER          PIC X(3).
           05  KNLANGO     PIC X(2).
           05  FILLER          PIC X(3).
           05  KPENDO      PIC X(60).
           05  FILLER          PIC X(3).
           05  KACTNO      PIC X(1).
           05  FILLER          PIC X(3).
           05  KMSGO       PIC X(40).
