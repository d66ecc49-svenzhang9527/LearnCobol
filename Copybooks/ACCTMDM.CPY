      *> ACCTMDM.CPY - 扣款授权查询/撤销屏幕 (BMS 映射组 ACCTMAND)
      *> 的符号映射。柜员查询上下文账户名下的直接借记授权，客户
      *> 来电撤销时键 X 连同收款方编号当场撤销
      *> 由 Cics/ACCTMAND.bms 的宏汇编产出，此处手工维护
       01  ACCTMDI.
           05  FILLER          PIC X(12).
           05  MDACCTL     PIC S9(4) COMP.
           05  MDACCTF     PIC X.
           05  FILLER REDEFINES MDACCTF.
               10  MDACCTA PIC X.
           05  MDACCTI     PIC X(8).
           05  MDLINE1L    PIC S9(4) COMP.
           05  MDLINE1F    PIC X.
           05  FILLER REDEFINES MDLINE1F.
               10  MDLINE1A PIC X.
           05  MDLINE1I    PIC X(60).
           05  MDLINE2L    PIC S9(4) COMP.
           05  MDLINE2F    PIC X.
           05  FILLER REDEFINES MDLINE2F.
               10  MDLINE2A PIC X.
           05  MDLINE2I    PIC X(60).
           05  MDLINE3L    PIC S9(4) COMP.
           05  MDLINE3F    PIC X.
           05  FILLER REDEFINES MDLINE3F.
               10  MDLINE3A PIC X.
           05  MDLINE3I    PIC X(60).
           05  MDLINE4L    PIC S9(4) COMP.
           05  MDLINE4F    PIC X.
           05  FILLER REDEFINES MDLINE4F.
               10  MDLINE4A PIC X.
           05  MDLINE4I    PIC X(60).
           05  MDLINE5L    PIC S9(4) COMP.
           05  MDLINE5F    PIC X.
           05  FILLER REDEFINES MDLINE5F.
               10  MDLINE5A PIC X.
           05  MDLINE5I    PIC X(60).
           05  MDLINE6L    PIC S9(4) COMP.
           05  MDLINE6F    PIC X.
           05  FILLER REDEFINES MDLINE6F.
               10  MDLINE6A PIC X.
           05  MDLINE6I    PIC X(60).
           05  MDACTL      PIC S9(4) COMP.
           05  MDACTF      PIC X.
           05  FILLER REDEFINES MDACTF.
               10  MDACTA PIC X.
           05  MDACTI      PIC X(1).
           05  MDCREDL     PIC S9(4) COMP.
           05  MDCREDF     PIC X.
           05  FILLER REDEFINES MDCREDF.
               10  MDCREDA PIC X.
           05  MDCREDI     PIC X(10).
           05  MDMSGL      PIC S9(4) COMP.
           05  MDMSGF      PIC X.
           05  FILLER REDEFINES MDMSGF.
               10  MDMSGA PIC X.
           05  MDMSGI      PIC X(40).

       01  ACCTMDO REDEFINES ACCTMDI.
           05  FILLER          PIC X(12).
           05  FILLER          PIC X(3).
           05  MDACCTO     PIC X(8).
           05  FILLER          PIC X(3).
           05  MDLINE1O    PIC X(60).
           05  FILLER          PIC X(3).
           05  MDLINE2O    PIC X(60).
           05  FILLER          PIC X(3).
           05  MDLINE3O    PIC X(60).
           05  FILLER          PIC X(3).
           05  MDLINE4O    PIC X(60).
           05  FILLER          PIC X(3).
           05  MDLINE5O    PIC X(60).
           05  FILLER          PIC X(3).
           05  MDLINE6O    PIC X(60).
           05  FILLER          PIC X(3).
           05  MDACTO      PIC X(1).
           05  FILLER          PIC X(3).
           05  MDCREDO     PIC X(10).
           05  FILLER          PIC X(3).
           05  MDMSGO      PIC X(40).
