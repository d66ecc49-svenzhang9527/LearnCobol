           COPY ACCTAUD.

       FD  GL-FILE.  *> 与 BatchAccountProcessor 的总账接口同布局
       01  GL-RECORD                PIC X(67).

       FD  ARCHIVE-AUDIT-FILE.  *> 归档审计明细，与在线文件同布局
       01  ARCHIVE-AUDIT-RECORD.
                   ==AUDIT-BONUS-AMOUNT== BY ==ARC-BONUS-AMOUNT==.

       FD  ARCHIVE-GL-FILE.
       01  ARCHIVE-GL-RECORD        PIC X(67).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
