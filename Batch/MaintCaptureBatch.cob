      *> 作为独立批次交 AccountMasterUpdate 过账。静止激活
      *> （请求类型 'R'）另追加一条进静止激活登记册
      *> （REACTIVATION_REGISTER.DAT）——谁核验、谁发起、谁复核、
      *> 哪天生效，合规随时可调。柜台开户（请求类型 'A'，
      *> 账户ID已由开户屏按号段联机发出）生成 'A' 开户交易，
      *> 余额为零，带客户号/币种/产品/网点/条款。汇集后清空
      *> 采集落地文件，套路与 TellerCaptureBatch 一致

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 SW-MAKER-ID           PIC X(8).
           05 SW-CHECKER-ID         PIC X(8).
           05 SW-APPROVE-DATE       PIC 9(8).
           05 SW-CUSTOMER-ID        PIC 9(6).
           05 SW-CURRENCY-CODE      PIC X(3).
           05 SW-PRODUCT-CODE       PIC X(2).
           05 SW-BRANCH-CODE        PIC X(4).
           05 SW-TERMS-CODE         PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.  *> 写出的明细交易笔数
       01  WS-HASH-TOTAL           PIC 9(9) VALUE 0.  *> 明细账户ID哈希累计
       01  WS-REACTIVATIONS        PIC 9(5) VALUE 0.  *> 静止激活笔数
       01  WS-OPENINGS             PIC 9(5) VALUE 0.  *> 柜台开户笔数

       PROCEDURE DIVISION.

           DISPLAY "Approved items : " WS-ITEMS-READ.
           DISPLAY "Batch details  : " WS-DETAIL-COUNT.
           DISPLAY "Reactivations  : " WS-REACTIVATIONS.
           DISPLAY "Account opens  : " WS-OPENINGS.
           STOP RUN.

       READ-EFFECTIVE-DATE.
                           MOVE MCP-MAKER-ID TO SW-MAKER-ID
                           MOVE MCP-CHECKER-ID TO SW-CHECKER-ID
                           MOVE MCP-APPROVE-DATE TO SW-APPROVE-DATE
                           MOVE MCP-CUSTOMER-ID TO SW-CUSTOMER-ID
                           MOVE MCP-CURRENCY-CODE TO SW-CURRENCY-CODE
                           MOVE MCP-PRODUCT-CODE TO SW-PRODUCT-CODE
                           MOVE MCP-BRANCH-CODE TO SW-BRANCH-CODE
                           MOVE MCP-TERMS-CODE TO SW-TERMS-CODE
                           RELEASE SORT-WORK-RECORD
                   END-READ
               END-PERFORM
           MOVE 0 TO TXN-CHEQUE-NUMBER.
           MOVE SW-DORMANT-FLAG TO TXN-DORMANT-FLAG.
           MOVE SW-TAX-EXEMPT-FLAG TO TXN-TAX-EXEMPT-FLAG.
      *    柜台开户：账户ID已联机发出，零余额开户
           IF SW-REQUEST-TYPE = 'A'
               MOVE 'A' TO TXN-TYPE
               MOVE 'Y' TO TXN-BALANCE-PRESENT
               MOVE SPACES TO TXN-DORMANT-FLAG
               MOVE SPACES TO TXN-TAX-EXEMPT-FLAG
               MOVE SW-CUSTOMER-ID TO TXN-CUSTOMER-ID
               MOVE SW-CURRENCY-CODE TO TXN-CURRENCY-CODE
               MOVE SW-PRODUCT-CODE TO TXN-PRODUCT-CODE
               MOVE SW-BRANCH-CODE TO TXN-BRANCH-CODE
               MOVE SW-TERMS-CODE TO TXN-TERMS-CODE
               ADD 1 TO WS-OPENINGS
           END-IF.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD SW-ACCOUNT-ID TO WS-HASH-TOTAL.
