      *> ACCTDSPM.CPY - 争议案件立案/更新屏幕 (BMS 映射组 ACCTDISP)
      *> 的符号映射。柜员按案件号查询，A 立案、U 更新状态/承办人/
      *> 目标日期，3 级裁定支持客户（状态 F）时带更正金额
      *> 由 Cics/ACCTDISP.bms 的宏汇编产出，此处手工维护
       01  ACCTDSPI.
           05  FILLER          PIC X(12).
           05  DCCASEL     PIC S9(4) COMP.
           05  DCCASEF     PIC X.
           05  FILLER REDEFINES DCCASEF.
               10  DCCASEA PIC X.
           05  DCCASEI     PIC X(8).
           05  DCACTL      PIC S9(4) COMP.
           05  DCACTF      PIC X.
           05  FILLER REDEFINES DCACTF.
               10  DCACTA  PIC X.
           05  DCACTI      PIC X(1).
           05  DCACCTL     PIC S9(4) COMP.
           05  DCACCTF     PIC X.
           05  FILLER REDEFINES DCACCTF.
               10  DCACCTA PIC X.
           05  DCACCTI     PIC X(8).
           05  DCCUSTL     PIC S9(4) COMP.
           05  DCCUSTF     PIC X.
           05  FILLER REDEFINES DCCUSTF.
               10  DCCUSTA PIC X.
           05  DCCUSTI     PIC X(6).
           05  DCRTYPL     PIC S9(4) COMP.
           05  DCRTYPF     PIC X.
           05  FILLER REDEFINES DCRTYPF.
               10  DCRTYPA PIC X.
           05  DCRTYPI     PIC X(1).
           05  DCRDATEL    PIC S9(4) COMP.
           05  DCRDATEF    PIC X.
           05  FILLER REDEFINES DCRDATEF.
               10  DCRDATEA PIC X.
           05  DCRDATEI    PIC X(8).
           05  DCRCYCL     PIC S9(4) COMP.
           05  DCRCYCF     PIC X.
           05  FILLER REDEFINES DCRCYCF.
               10  DCRCYCA PIC X.
           05  DCRCYCI     PIC X(3).
           05  DCRTXNL     PIC S9(4) COMP.
           05  DCRTXNF     PIC X.
           05  FILLER REDEFINES DCRTXNF.
               10  DCRTXNA PIC X.
           05  DCRTXNI     PIC X(1).
           05  DCCATL      PIC S9(4) COMP.
           05  DCCATF      PIC X.
           05  FILLER REDEFINES DCCATF.
               10  DCCATA  PIC X.
           05  DCCATI      PIC X(2).
           05  DCAMTL      PIC S9(4) COMP.
           05  DCAMTF      PIC X.
           05  FILLER REDEFINES DCAMTF.
               10  DCAMTA  PIC X.
           05  DCAMTI      PIC X(10).
           05  DCSTATL     PIC S9(4) COMP.
           05  DCSTATF     PIC X.
           05  FILLER REDEFINES DCSTATF.
               10  DCSTATA PIC X.
           05  DCSTATI     PIC X(1).
           05  DCASSGNL    PIC S9(4) COMP.
           05  DCASSGNF    PIC X.
           05  FILLER REDEFINES DCASSGNF.
               10  DCASSGNA PIC X.
           05  DCASSGNI    PIC X(8).
           05  DCTARGL     PIC S9(4) COMP.
           05  DCTARGF     PIC X.
           05  FILLER REDEFINES DCTARGF.
               10  DCTARGA PIC X.
           05  DCTARGI     PIC X(8).
           05  DCRAMTL     PIC S9(4) COMP.
           05  DCRAMTF     PIC X.
           05  FILLER REDEFINES DCRAMTF.
               10  DCRAMTA PIC X.
           05  DCRAMTI     PIC X(10).
           05  DCDESCL     PIC S9(4) COMP.
           05  DCDESCF     PIC X.
           05  FILLER REDEFINES DCDESCF.
               10  DCDESCA PIC X.
           05  DCDESCI     PIC X(40).
           05  DCOPENL     PIC S9(4) COMP.
           05  DCOPENF     PIC X.
           05  FILLER REDEFINES DCOPENF.
               10  DCOPENA PIC X.
           05  DCOPENI     PIC X(8).
           05  DCOPBYL     PIC S9(4) COMP.
           05  DCOPBYF     PIC X.
           05  FILLER REDEFINES DCOPBYF.
               10  DCOPBYA PIC X.
           05  DCOPBYI     PIC X(8).
           05  DCDEADL     PIC S9(4) COMP.
           05  DCDEADF     PIC X.
           05  FILLER REDEFINES DCDEADF.
               10  DCDEADA PIC X.
           05  DCDEADI     PIC X(8).
           05  DCCREDL     PIC S9(4) COMP.
           05  DCCREDF     PIC X.
           05  FILLER REDEFINES DCCREDF.
               10  DCCREDA PIC X.
           05  DCCREDI     PIC X(8).
           05  DCMSGL      PIC S9(4) COMP.
           05  DCMSGF      PIC X.
           05  FILLER REDEFINES DCMSGF.
               10  DCMSGA  PIC X.
           05  DCMSGI      PIC X(40).

       01  ACCTDSPO REDEFINES ACCTDSPI.
           05  FILLER          PIC X(12).
           05  FILLER          PIC X(3).
           05  DCCASEO     PIC X(8).
           05  FILLER          PIC X(3).
           05  DCACTO      PIC X(1).
           05  FILLER          PIC X(3).
           05  DCACCTO     PIC X(8).
           05  FILLER          PIC X(3).
           05  DCCUSTO     PIC X(6).
           05  FILLER          PIC X(3).
           05  DCRTYPO     PIC X(1).
           05  FILLER          PIC X(3).
           05  DCRDATEO    PIC X(8).
           05  FILLER          PIC X(3).
           05  DCRCYCO     PIC X(3).
           05  FILLER          PIC X(3).
           05  DCRTXNO     PIC X(1).
           05  FILLER          PIC X(3).
           05  DCCATO      PIC X(2).
           05  FILLER          PIC X(3).
           05  DCAMTO      PIC X(10).
           05  FILLER          PIC X(3).
           05  DCSTATO     PIC X(1).
           05  FILLER          PIC X(3).
           05  DCASSGNO    PIC X(8).
           05  FILLER          PIC X(3).
           05  DCTARGO     PIC X(8).
           05  FILLER          PIC X(3).
           05  DCRAMTO     PIC X(10).
           05  FILLER          PIC X(3).
           05  DCDESCO     PIC X(40).
           05  FILLER          PIC X(3).
           05  DCOPENO     PIC X(8).
           05  FILLER          PIC X(3).
           05  DCOPBYO     PIC X(8).
           05  FILLER          PIC X(3).
           05  DCDEADO     PIC X(8).
           05  FILLER          PIC X(3).
           05  DCCREDO     PIC X(8).
           05  FILLER          PIC X(3).
           05  DCMSGO      PIC X(40).
