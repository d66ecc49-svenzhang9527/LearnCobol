      *> ACCTMAP.CPY - 账户余额查询屏幕 (BMS 映射组 ACCTMAP) 的符号映射
      *> 柜员输入 ACCOUNT-ID，联机程序回显账户名称及余额，
      *> 以及未收妥的支票存入金额与最早释放日
      *> 由 Cics/ACCTMAP.bms 的宏汇编产出，此处手工维护
       01  ACCTMAPI.
           05  FILLER          PIC X(12).
           05  FILLER REDEFINES ACCTUNCF.
               10  ACCTUNCA    PIC X.
           05  ACCTUNCI        PIC X(11).
           05  ACCTHLDL        PIC S9(4) COMP.
           05  ACCTHLDF        PIC X.
           05  FILLER REDEFINES ACCTHLDF.
               10  ACCTHLDA    PIC X.
           05  ACCTHLDI        PIC X(11).
           05  ACCTRELL        PIC S9(4) COMP.
           05  ACCTRELF        PIC X.
           05  FILLER REDEFINES ACCTRELF.
               10  ACCTRELA    PIC X.
           05  ACCTRELI        PIC X(8).

       01  ACCTMAPO REDEFINES ACCTMAPI.
           05  FILLER          PIC X(12).
           05  ACCTAVLO        PIC X(11).
           05  FILLER          PIC X(3).
           05  ACCTUNCO        PIC X(11).
           05  FILLER          PIC X(3).
           05  ACCTHLDO        PIC X(11).
           05  FILLER          PIC X(3).
           05  ACCTRELO        PIC X(8).
