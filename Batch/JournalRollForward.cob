           05 JRN-CYCLE-NUMBER      PIC 9(3).
           05 JRN-CONVERTED-AMOUNT  PIC 9(9)V99.  *> 跨币种折算金额，前滚按镜像套用，不参与判定
           05 JRN-BUSINESS-DATE     PIC 9(8).  *> 流水业务日期——流水逐日追加，前滚按日界定重放区间
           05 FILLER                PIC X.  *> 费用标志，本作业不使用
           05 FILLER                PIC X(34).  *> 流水顺序号/起息日/冲正引用，本作业不使用
           05 FILLER                PIC X(16).  *> 交易参考号，本作业不使用

       FD  MASTER-FILE.
       01  MASTER-RECORD.
