      *> ACCTOPNM.CPY - 柜台开户屏幕 (BMS 映射组 ACCTOPN) 的符号映射。
      *> 柜员键客户号、账户名称、归属网点与产品/币种/条款，账户号
      *> 由号段控制档中央发出后回显在屏上
      *> 由 Cics/ACCTOPN.bms 的宏汇编产出，此处手工维护
       01  ACCTOPNI.
           05  FILLER          PIC X(12).
           05  OPCUSTL     PIC S9(4) COMP.
           05  OPCUSTF     PIC X.
           05  FILLER REDEFINES OPCUSTF.
               10  OPCUSTA PIC X.
           05  OPCUSTI     PIC X(6).
           05  OPCNAMEL    PIC S9(4) COMP.
           05  OPCNAMEF    PIC X.
           05  FILLER REDEFINES OPCNAMEF.
               10  OPCNAMEA PIC X.
           05  OPCNAMEI    PIC X(30).
           05  OPNAMEL     PIC S9(4) COMP.
           05  OPNAMEF     PIC X.
           05  FILLER REDEFINES OPNAMEF.
               10  OPNAMEA PIC X.
           05  OPNAMEI     PIC X(10).
           05  OPBRCHL     PIC S9(4) COMP.
           05  OPBRCHF     PIC X.
           05  FILLER REDEFINES OPBRCHF.
               10  OPBRCHA PIC X.
           05  OPBRCHI     PIC X(4).
           05  OPPRODL     PIC S9(4) COMP.
           05  OPPRODF     PIC X.
           05  FILLER REDEFINES OPPRODF.
               10  OPPRODA PIC X.
           05  OPPRODI     PIC X(2).
           05  OPCCYL      PIC S9(4) COMP.
           05  OPCCYF      PIC X.
           05  FILLER REDEFINES OPCCYF.
               10  OPCCYA PIC X.
           05  OPCCYI      PIC X(3).
           05  OPTERML     PIC S9(4) COMP.
           05  OPTERMF     PIC X.
           05  FILLER REDEFINES OPTERMF.
               10  OPTERMA PIC X.
           05  OPTERMI     PIC X(2).
           05  OPACCTL     PIC S9(4) COMP.
           05  OPACCTF     PIC X.
           05  FILLER REDEFINES OPACCTF.
               10  OPACCTA PIC X.
           05  OPACCTI     PIC X(8).
           05  OPMSGL      PIC S9(4) COMP.
           05  OPMSGF      PIC X.
           05  FILLER REDEFINES OPMSGF.
               10  OPMSGA PIC X.
           05  OPMSGI      PIC X(40).

       01  ACCTOPNO REDEFINES ACCTOPNI.
           05  FILLER          PIC X(12).
           05  FILLER          PIC X(3).
           05  OPCUSTO     PIC X(6).
           05  FILLER          PIC X(3).
           05  OPCNAMEO    PIC X(30).
           05  FILLER          PIC X(3).
           05  OPNAMEO     PIC X(10).
           05  FILLER          PIC X(3).
           05  OPBRCHO     PIC X(4).
           05  FILLER          PIC X(3).
           05  OPPRODO     PIC X(2).
           05  FILLER          PIC X(3).
           05  OPCCYO      PIC X(3).
           05  FILLER          PIC X(3).
           05  OPTERMO     PIC X(2).
           05  FILLER          PIC X(3).
           05  OPACCTO     PIC X(8).
           05  FILLER          PIC X(3).
           05  OPMSGO      PIC X(40).
