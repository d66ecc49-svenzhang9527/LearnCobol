           05 SO-FREQUENCY          PIC X.  *> 'M'=按月 'W'=按周
           05 SO-NEXT-DUE-DATE      PIC 9(8).  *> 下一到期日 CCYYMMDD
           05 SO-EXPIRY-DATE        PIC 9(8).  *> 委托失效日，0=长期有效
           05 SO-STATUS             PIC X.  *> 'A'=生效 'E'=已失效 'S'=持有人身故暂停（EstateNotification 置，维护 'C' 可恢复）

       FD  SO-MAINT-FILE.  *> 维护交易布局沿用 IndexedFileMaintenance 的 代码+整档字段 形式
       01  SO-MAINT-RECORD.
           05 SW-TO-ACCOUNT         PIC 9(8).
           05 SW-AMOUNT             PIC 9(7)V99.
           05 SW-DUE-DATE           PIC 9(8).
           05 SW-ORDER-ID           PIC 9(6).  *> 委托编号，带到交易参考号上对账单

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
               MOVE SO-TO-ACCOUNT    TO SW-TO-ACCOUNT
               MOVE SO-AMOUNT        TO SW-AMOUNT
               MOVE SO-NEXT-DUE-DATE TO SW-DUE-DATE
               MOVE SO-ORDER-ID      TO SW-ORDER-ID
               RELEASE SORT-WORK-RECORD
               MOVE 'GEN ' TO SOR-RESULT-CODE
               ADD 1 TO WS-ORDERS-GENERATED
           MOVE SW-TO-ACCOUNT TO TXN-TO-ACCOUNT-ID.
      *    起息日取原到期日：顺延过营业日的委托自动倒起息补偿
           MOVE SW-DUE-DATE TO TXN-VALUE-DATE.
      *    交易参考号：SO + 委托编号
           STRING 'SO' SW-ORDER-ID DELIMITED BY SIZE
               INTO TXN-REFERENCE
           END-STRING.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD SW-FROM-ACCOUNT TO WS-HASH-TOTAL.
