           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).
           05 GL-COST-CENTRE        PIC X(6).

       FD  REJECT-FILE.  *> 与 BatchAccountProcessor 的拒绝记录同布局
       01  REJECT-RECORD.
