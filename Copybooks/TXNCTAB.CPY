      *> TXNCTAB.CPY - 交易代码内存表：作业开始时把 TXN_CODES.DAT
      *> （TXNCODE 布局）整档装入，过账/报表逐笔按代码查表，不再
      *> 逐笔随机读档。表满（200 条）后的代码不装，按原口径处理
           05 TCT-COUNT             PIC 9(3) VALUE 0.  *> 已装入的代码条数
           05 TCT-LOADED            PIC X VALUE 'N'.  *> 'Y'=代码主档已装表
           05 TCT-ENTRY OCCURS 200 TIMES.
               10 TCT-CODE          PIC X(2).  *> 交易类型码 + 子代码
               10 TCT-DESC-EN       PIC X(30).
               10 TCT-DESC-ZH       PIC X(30).
               10 TCT-DEBIT-CREDIT  PIC X(2).
               10 TCT-GL-ACCOUNT    PIC X(10).
               10 TCT-GL-BY-BRANCH  PIC X.
               10 TCT-FEE-ELIGIBLE  PIC X.
               10 TCT-COUNTS-ACTIVITY PIC X.
               10 TCT-NARRATIVE     PIC X(40).
