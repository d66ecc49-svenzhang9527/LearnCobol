      *>   - 兑付（TD-RENEWAL-CODE='P'）：生成 'P' 利息贷记定期
      *>     账户 + 'T' 本息划回活期账户，合约置 'M'；
      *>   - 自动续存（'R'）：生成 'P' 利息贷记定期账户（利息转存），
      *>     本金滚入利息、利率改按挂牌利率档（TERM_RATES.DAT）
      *>     同产品同存期的现行在售利率，未挂牌/停售的按现行参数
      *>     利率，到期日按存期滚动前进。
      *> 交易批带批头/批尾（批次号 TDMATR），起息日取到期日，
      *> 顺延过周末的到期自动按倒起息补偿；按合约档主键顺序扫出
      *> 的明细天然按账户升序，无需再排序。逐笔动作写到期报告，
               RECORD KEY IS TD-ACCOUNT-ID
               FILE STATUS IS WS-TD-MASTER-STATUS.

           SELECT TERM-RATE-FILE ASSIGN TO "TERM_RATES.DAT"  *> 定期挂牌利率档，续存取价
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TERM-RATE-STATUS.

           SELECT RATE-PARM-FILE ASSIGN TO "RATE_PARM.DAT"  *> 业务日期与现行利率取参数文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       01  TD-MASTER-RECORD.
           COPY TERMDEP.

       FD  TERM-RATE-FILE.
       01  TERM-RATE-RECORD.
           COPY TDRATE.

       FD  RATE-PARM-FILE.  *> 取生效日期与现行利率（续存改按现行利率）
       01  RATE-PARM-RECORD.
           05 PARM-INTEREST-RATE    PIC 9V9(4).
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-TD-MASTER-STATUS     PIC XX VALUE '00'.
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-TERM-RATE-STATUS     PIC XX VALUE '00'.
       01  WS-TERM-RATES-OPEN      PIC X VALUE 'N'.  *> 'Y' 表示挂牌利率档可用
       01  WS-RENEWAL-RATE         PIC 9V9(4) VALUE 0.  *> 本合约的续存利率
       01  WS-TXN-OUT-STATUS       PIC XX VALUE '00'.
       01  WS-TD-REPORT-STATUS     PIC XX VALUE '00'.
       01  WS-TD-EOF               PIC X VALUE 'N'.
               STOP RUN
           END-IF.

      *    挂牌利率档未建（转换期）时续存一律按参数利率
           OPEN INPUT TERM-RATE-FILE.
           IF WS-TERM-RATE-STATUS = '00'
               MOVE 'Y' TO WS-TERM-RATES-OPEN
           ELSE
               DISPLAY "TERM_RATES.DAT not available - renewals at "
                   "parameter rate."
           END-IF.

           PERFORM WRITE-TXN-BATCH-HEADER.

           MOVE 0 TO TD-ACCOUNT-ID.

           PERFORM WRITE-TXN-BATCH-TRAILER.
           CLOSE TD-MASTER-FILE TXN-OUTPUT-FILE TD-REPORT-FILE.
           IF WS-TERM-RATES-OPEN = 'Y'
               CLOSE TERM-RATE-FILE
           END-IF.
           DISPLAY "===== TERM DEPOSIT MATURITY SUMMARY =====".
           DISPLAY "Contracts read : " WS-CONTRACTS-READ.
           DISPLAY "Paid out       : " WS-MATURED-PAID

       RENEW-MATURED-CONTRACT.
      *> 自动续存：利息以 'P' 转存进定期账户，本金滚入利息，
      *> 利率改按挂牌/参数现行利率，起存/到期日按存期滚动前进
           IF WS-INTEREST-AMOUNT > 0
               PERFORM WRITE-INTEREST-CREDIT-TXN
           END-IF.
                   DISPLAY "*** Principal overflow renewing term "
                       "account " TD-ACCOUNT-ID
           END-ADD.
           PERFORM FIND-RENEWAL-RATE.
           MOVE WS-RENEWAL-RATE TO TD-CONTRACT-RATE.
           MOVE TD-MATURITY-DATE TO TD-START-DATE.
           PERFORM ROLL-MATURITY-DATE.
           MOVE WS-NEW-MATURITY-DATE TO TD-MATURITY-DATE.
           MOVE 'RENW' TO TDR-ACTION-CODE.
           ADD 1 TO WS-MATURED-RENEWED.

       FIND-RENEWAL-RATE.
      *> 同产品同存期挂牌在售且已生效的利率优先，与柜面开户报价
      *> 同口径；产品空白（维护文件旧合约）或无挂牌按参数利率
           MOVE WS-CURRENT-RATE TO WS-RENEWAL-RATE.
           IF WS-TERM-RATES-OPEN = 'Y' AND TD-PRODUCT-CODE NOT = SPACES
               MOVE TD-PRODUCT-CODE TO TR-PRODUCT-CODE
               MOVE TD-TERM-MONTHS TO TR-TERM-MONTHS
               READ TERM-RATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TR-STATUS = 'A' AND
                               TR-EFFECTIVE-DATE <= WS-EFFECTIVE-DATE
                           MOVE TR-RATE TO WS-RENEWAL-RATE
                       END-IF
               END-READ
           END-IF.

       WRITE-INTEREST-CREDIT-TXN.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE TD-ACCOUNT-ID TO TXN-ACCOUNT-ID.
