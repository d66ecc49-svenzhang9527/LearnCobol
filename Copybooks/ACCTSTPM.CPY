      *> ACCTSTPM.CPY - 支票止付登记/状态查询屏幕 (BMS 映射组
      *> ACCTSTP) 的符号映射。上下文账户的在用支票簿号段、止付
      *> 记录与已兑付支票一屏列出，柜员当场登记或解除止付
      *> 由 Cics/ACCTSTP.bms 的宏汇编产出，此处手工维护
       01  ACCTSTPI.
           05  FILLER          PIC X(12).
           05  SPACCTL     PIC S9(4) COMP.
           05  SPACCTF     PIC X.
           05  FILLER REDEFINES SPACCTF.
               10  SPACCTA PIC X.
           05  SPACCTI     PIC X(8).
           05  SPNAMEL     PIC S9(4) COMP.
           05  SPNAMEF     PIC X.
           05  FILLER REDEFINES SPNAMEF.
               10  SPNAMEA PIC X.
           05  SPNAMEI     PIC X(10).
           05  SPBOOKL     PIC S9(4) COMP.
           05  SPBOOKF     PIC X.
           05  FILLER REDEFINES SPBOOKF.
               10  SPBOOKA PIC X.
           05  SPBOOKI     PIC X(40).
           05  SPSTP1L     PIC S9(4) COMP.
           05  SPSTP1F     PIC X.
           05  FILLER REDEFINES SPSTP1F.
               10  SPSTP1A PIC X.
           05  SPSTP1I     PIC X(40).
           05  SPSTP2L     PIC S9(4) COMP.
           05  SPSTP2F     PIC X.
           05  FILLER REDEFINES SPSTP2F.
               10  SPSTP2A PIC X.
           05  SPSTP2I     PIC X(40).
           05  SPSTP3L     PIC S9(4) COMP.
           05  SPSTP3F     PIC X.
           05  FILLER REDEFINES SPSTP3F.
               10  SPSTP3A PIC X.
           05  SPSTP3I     PIC X(40).
           05  SPSTP4L     PIC S9(4) COMP.
           05  SPSTP4F     PIC X.
           05  FILLER REDEFINES SPSTP4F.
               10  SPSTP4A PIC X.
           05  SPSTP4I     PIC X(40).
           05  SPPD1L      PIC S9(4) COMP.
           05  SPPD1F      PIC X.
           05  FILLER REDEFINES SPPD1F.
               10  SPPD1A PIC X.
           05  SPPD1I      PIC X(40).
           05  SPPD2L      PIC S9(4) COMP.
           05  SPPD2F      PIC X.
           05  FILLER REDEFINES SPPD2F.
               10  SPPD2A PIC X.
           05  SPPD2I      PIC X(40).
           05  SPPD3L      PIC S9(4) COMP.
           05  SPPD3F      PIC X.
           05  FILLER REDEFINES SPPD3F.
               10  SPPD3A PIC X.
           05  SPPD3I      PIC X(40).
           05  SPPD4L      PIC S9(4) COMP.
           05  SPPD4F      PIC X.
           05  FILLER REDEFINES SPPD4F.
               10  SPPD4A PIC X.
           05  SPPD4I      PIC X(40).
           05  SPPD5L      PIC S9(4) COMP.
           05  SPPD5F      PIC X.
           05  FILLER REDEFINES SPPD5F.
               10  SPPD5A PIC X.
           05  SPPD5I      PIC X(40).
           05  SPPD6L      PIC S9(4) COMP.
           05  SPPD6F      PIC X.
           05  FILLER REDEFINES SPPD6F.
               10  SPPD6A PIC X.
           05  SPPD6I      PIC X(40).
           05  SPACTL      PIC S9(4) COMP.
           05  SPACTF      PIC X.
           05  FILLER REDEFINES SPACTF.
               10  SPACTA PIC X.
           05  SPACTI      PIC X(1).
           05  SPCHQL      PIC S9(4) COMP.
           05  SPCHQF      PIC X.
           05  FILLER REDEFINES SPCHQF.
               10  SPCHQA PIC X.
           05  SPCHQI      PIC X(6).
           05  SPREFL      PIC S9(4) COMP.
           05  SPREFF      PIC X.
           05  FILLER REDEFINES SPREFF.
               10  SPREFA PIC X.
           05  SPREFI      PIC X(12).
           05  SPSUPIDL    PIC S9(4) COMP.
           05  SPSUPIDF    PIC X.
           05  FILLER REDEFINES SPSUPIDF.
               10  SPSUPIDA PIC X.
           05  SPSUPIDI    PIC X(8).
           05  SPSUPPWL    PIC S9(4) COMP.
           05  SPSUPPWF    PIC X.
           05  FILLER REDEFINES SPSUPPWF.
               10  SPSUPPWA PIC X.
           05  SPSUPPWI    PIC X(8).
           05  SPMSGL      PIC S9(4) COMP.
           05  SPMSGF      PIC X.
           05  FILLER REDEFINES SPMSGF.
               10  SPMSGA PIC X.
           05  SPMSGI      PIC X(40).

       01  ACCTSTPO REDEFINES ACCTSTPI.
           05  FILLER          PIC X(12).
           05  FILLER          PIC X(3).
           05  SPACCTO     PIC X(8).
           05  FILLER          PIC X(3).
           05  SPNAMEO     PIC X(10).
           05  FILLER          PIC X(3).
           05  SPBOOKO     PIC X(40).
           05  FILLER          PIC X(3).
           05  SPSTP1O     PIC X(40).
           05  FILLER          PIC X(3).
           05  SPSTP2O     PIC X(40).
           05  FILLER          PIC X(3).
           05  SPSTP3O     PIC X(40).
           05  FILLER          PIC X(3).
           05  SPSTP4O     PIC X(40).
           05  FILLER          PIC X(3).
           05  SPPD1O      PIC X(40).
           05  FILLER          PIC X(3).
           05  SPPD2O      PIC X(40).
           05  FILLER          PIC X(3).
           05  SPPD3O      PIC X(40).
           05  FILLER          PIC X(3).
           05  SPPD4O      PIC X(40).
           05  FILLER          PIC X(3).
           05  SPPD5O      PIC X(40).
           05  FILLER          PIC X(3).
           05  SPPD6O      PIC X(40).
           05  FILLER          PIC X(3).
           05  SPACTO      PIC X(1).
           05  FILLER          PIC X(3).
           05  SPCHQO      PIC X(6).
           05  FILLER          PIC X(3).
           05  SPREFO      PIC X(12).
           05  FILLER          PIC X(3).
           05  SPSUPIDO    PIC X(8).
           05  FILLER          PIC X(3).
           05  SPSUPPWO    PIC X(8).
           05  FILLER          PIC X(3).
           05  SPMSGO      PIC X(40).
