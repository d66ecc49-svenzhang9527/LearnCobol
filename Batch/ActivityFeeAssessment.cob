       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. ActivityFeeAssessment.  *> 月末按笔计费：超额支取/转出笔数计费扣收

      *> 按笔计费：月末读过账流水（逐日追加，按业务日期取本月），
      *> 逐账户计本月 'W' 支取笔数与 'T' 转出笔数（只认借记腿，
      *> 贷记腿账户栏与转入栏同号不计；费用扣收交易本身带费用
      *> 标志不计），经主档取账户产品代码，按产品主档的免费笔数
      *> 和单价对超额笔数计费：
      *>   - 扣费交易批 ACTIVITY_FEE_TXNS.DAT（'W'，费用标志 'A'，
      *>     批次号 ACTFEE）交 AccountMasterUpdate 过账；
      *>   - 逐户计费清单 ACTIVITY_FEE_REPORT.DAT；
      *>   - 费用收入分录（借记应收费用、贷记费用收入），与
      *>     GL_INTERFACE.DAT 同布局单独落档。
      *> 产品代码空白或产品未配置单价的账户不计费。
      *> 交易代码主档（TXN_CODES.DAT）已建时，计不计笔数按代码表的
      *> 计费标志（类型码 + 费用标志对码，转账仍只认借记腿），'T'
      *> 计入转出笔数、其余计入支取笔数；档未建或表上没有的代码
      *> 按上述原口径

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *>   过账流水（交易明细 + 主档前后镜像）
           SELECT JOURNAL-FILE ASSIGN TO "ACCOUNT_UPDATE_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，取产品代码
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODUCT_MASTER.DAT"  *> 产品主档：免费笔数与单价
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT RATE-PARM-FILE ASSIGN TO "RATE_PARM.DAT"  *> 业务日期取参数文件生效日期
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *>   生成的扣费交易批（ACCTTXN 布局），单独落档由运维作为
      *>   独立批次交给 AccountMasterUpdate
           SELECT TXN-OUTPUT-FILE ASSIGN TO "ACTIVITY_FEE_TXNS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-OUT-STATUS.

      *>   逐户计费清单
           SELECT FEE-REPORT-FILE ASSIGN TO "ACTIVITY_FEE_REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-REPORT-STATUS.

           SELECT FEE-GL-FILE ASSIGN TO "ACTIVITY_FEE_GL.DAT"  *> 费用收入分录，与 GL_INTERFACE.DAT 同布局
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-GL-STATUS.

      *>   交易代码主档：计费口径按代码表，开跑时整档装表
           SELECT TXN-CODE-FILE ASSIGN TO "TXN_CODES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCD-CODE
               FILE STATUS IS WS-TXN-CODE-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWORK.TMP".  *> 流水计数项按账户排序用

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  JOURNAL-FILE.  *> 与 AccountMasterUpdate 的过账流水同布局（只取头部栏位）
       01  JOURNAL-RECORD.
           05 JRN-ACCOUNT-ID        PIC 9(8).
           05 JRN-TXN-TYPE          PIC X.
           05 JRN-TXN-AMOUNT        PIC 9(9)V99.
           05 JRN-TO-ACCOUNT-ID     PIC 9(8).
           05 FILLER                PIC X(124).  *> 主档前后镜像，本作业不使用
           05 JRN-CYCLE-NUMBER      PIC 9(3).
           05 FILLER                PIC X(11).  *> 跨币种折算金额，本作业不使用
           05 JRN-BUSINESS-DATE     PIC 9(8).  *> 流水业务日期——按月计数凭此过滤
           05 JRN-FEE-FLAG          PIC X.  *> 费用扣收交易不计入笔数
           05 FILLER                PIC X(34).  *> 流水顺序号/起息日/冲正引用，本作业不使用
           05 FILLER                PIC X(16).  *> 交易参考号，本作业不使用

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  PRODUCT-MASTER-FILE.
       01  PRODUCT-RECORD.
           COPY PRODMAST.

       FD  RATE-PARM-FILE.  *> 只取生效日期，其余参数字段本作业不使用
       01  RATE-PARM-RECORD.
           05 FILLER                PIC X(9).  *> 利率 9V9(4) + 管理费 9(2)V99
           05 PARM-EFFECTIVE-DATE   PIC 9(8).
           05 FILLER                PIC X(16).

       FD  TXN-OUTPUT-FILE.  *> 与 AccountMasterUpdate 共用同一份交易布局
       01  TRANSACTION-RECORD.
           COPY ACCTTXN.

       FD  FEE-REPORT-FILE.
       01  FEE-REPORT-RECORD.
           05 AFR-ACCOUNT-ID        PIC 9(8).  *> 账户ID
           05 AFR-PRODUCT-CODE      PIC X(2).  *> 产品代码
           05 AFR-WITHDRAWAL-COUNT  PIC 9(5).  *> 本月支取笔数
           05 AFR-FREE-WITHDRAWALS  PIC 9(3).  *> 产品免费支取笔数
           05 AFR-TRANSFER-COUNT    PIC 9(5).  *> 本月转出笔数
           05 AFR-FREE-TRANSFERS    PIC 9(3).  *> 产品免费转出笔数
           05 AFR-FEE-AMOUNT        PIC 9(5)V99.  *> 本月计收费用
           05 AFR-RESULT-CODE       PIC X(4).  *> FEE=已计费 FREE=未超额 NOAC=账户不在档
      *>                                          NOPR=产品未配置 OVFL=计费溢出

       FD  FEE-GL-FILE.  *> 总账分录布局与 GL_INTERFACE.DAT 相同
       01  GL-RECORD.
           05 GL-JE-DATE            PIC 9(8).
           05 GL-ACCOUNT-CODE       PIC X(10).
           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).

       FD  TXN-CODE-FILE.  *> 交易代码主档文件描述符
       01  TXN-CODE-RECORD.
           COPY TXNCODE.

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-ACCOUNT-ID         PIC 9(8).
           05 SW-TXN-TYPE           PIC X.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-JOURNAL-STATUS       PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-PRODUCT-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-TXN-OUT-STATUS       PIC XX VALUE '00'.
       01  WS-FEE-REPORT-STATUS    PIC XX VALUE '00'.
       01  WS-FEE-GL-STATUS        PIC XX VALUE '00'.
       01  WS-JOURNAL-EOF          PIC X VALUE 'N'.
       01  WS-PRODUCT-EOF          PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.  *> 本次运行的业务日期
       01  WS-FEE-PERIOD           PIC 9(6) VALUE 0.  *> 计费月份 CCYYMM
       01  WS-JOURNAL-PERIOD       PIC 9(6) VALUE 0.  *> 本条流水的月份
       01  WS-JOURNAL-READ         PIC 9(7) VALUE 0.  *> 读取的流水条数
       01  WS-ITEMS-COUNTED        PIC 9(7) VALUE 0.  *> 计入笔数的流水条数
       01  WS-ACCOUNTS-COUNTED     PIC 9(7) VALUE 0.  *> 有计数的账户数
       01  WS-ACCOUNTS-CHARGED     PIC 9(7) VALUE 0.  *> 计费的账户数
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.  *> 写出的明细交易笔数
       01  WS-HASH-TOTAL           PIC 9(9) VALUE 0.  *> 明细账户ID哈希累计（低9位自然溢出）
       01  WS-NET-AMOUNT           PIC S9(9)V99 VALUE 0.  *> 存入-支取净额（扣费为负）
       01  WS-FEE-TOTAL            PIC 9(9)V99 VALUE 0.  *> 计收费用合计

      *> 控制分组：同一账户的计数项累计后一次计费
       01  WS-CURRENT-ACCOUNT      PIC 9(8) VALUE 0.
       01  WS-WITHDRAWAL-COUNT     PIC 9(5) VALUE 0.
       01  WS-TRANSFER-COUNT       PIC 9(5) VALUE 0.
       01  WS-EXCESS-WITHDRAWALS   PIC 9(5) VALUE 0.
       01  WS-EXCESS-TRANSFERS     PIC 9(5) VALUE 0.
       01  WS-ACCOUNT-FEE          PIC 9(5)V99 VALUE 0.
       01  WS-FEE-OVERFLOW         PIC X VALUE 'N'.

      *> 产品计费参数表：启动时从产品主档整表装入
       01  PRODUCT-TABLE.
           05 PRODUCT-ENTRY OCCURS 20 TIMES.
               10 PT-PRODUCT-CODE   PIC X(2).
               10 PT-FREE-WITHDRAWALS PIC 9(3).
               10 PT-WITHDRAWAL-FEE PIC 9(2)V99.
               10 PT-FREE-TRANSFERS PIC 9(3).
               10 PT-TRANSFER-FEE   PIC 9(2)V99.
       01  WS-PRODUCT-COUNT         PIC 9(2) VALUE 0.
       01  WS-PRODUCT-INDEX         PIC 9(2) VALUE 0.
       01  WS-PRODUCT-SLOT          PIC 9(2) VALUE 0.

      *> 交易代码表：计费口径按代码查表
       01  TXN-CODE-TABLE.
           COPY TXNCTAB.
       01  WS-TXN-CODE-STATUS       PIC XX VALUE '00'.
       01  WS-TXN-CODE-EOF          PIC X VALUE 'N'.
       01  WS-TCT-INDEX             PIC 9(3) COMP VALUE 0.
       01  WS-TCT-SLOT              PIC 9(3) COMP VALUE 0.  *> 查找命中的表项下标，0=未命中
       01  WS-TCT-SEARCH-CODE       PIC X(2) VALUE SPACES.  *> 待查的交易类型码 + 子代码

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-FEE-PERIOD = WS-EFFECTIVE-DATE / 100.
           DISPLAY "Activity fee assessment for period " WS-FEE-PERIOD.
           PERFORM LOAD-PRODUCT-TABLE.
           PERFORM LOAD-TXN-CODE-TABLE.

           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY "ACCOUNT_UPDATE_JOURNAL.DAT not available. "
                   "File Status: " WS-JOURNAL-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. "
                   "File Status: " WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT FEE-REPORT-FILE.
           IF WS-FEE-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening fee report. File Status: "
                   WS-FEE-REPORT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT FEE-GL-FILE.
           IF WS-FEE-GL-STATUS NOT = '00'
               DISPLAY "Error opening fee GL file. File Status: "
                   WS-FEE-GL-STATUS
               STOP RUN
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SW-ACCOUNT-ID
               INPUT PROCEDURE IS SELECT-BILLABLE-ITEMS
               OUTPUT PROCEDURE IS ASSESS-ACCOUNT-FEES.

           PERFORM WRITE-FEE-GL-ENTRIES.
           CLOSE JOURNAL-FILE MASTER-FILE FEE-REPORT-FILE FEE-GL-FILE.
           DISPLAY "===== ACTIVITY FEE SUMMARY =====".
           DISPLAY "Journal records read: " WS-JOURNAL-READ.
           DISPLAY "Items counted       : " WS-ITEMS-COUNTED.
           DISPLAY "Accounts counted    : " WS-ACCOUNTS-COUNTED.
           DISPLAY "Accounts charged    : " WS-ACCOUNTS-CHARGED
               " total " WS-FEE-TOTAL.
           STOP RUN.

       READ-EFFECTIVE-DATE.
           OPEN INPUT RATE-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "RATE_PARM.DAT not available - cannot "
                   "determine business date. Run stopped."
               STOP RUN
           END-IF.
           READ RATE-PARM-FILE
               AT END
                   DISPLAY "RATE_PARM.DAT empty - cannot determine "
                       "business date. Run stopped."
                   STOP RUN
           END-READ.
           MOVE PARM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           CLOSE RATE-PARM-FILE.

       LOAD-PRODUCT-TABLE.
      *> 产品主档整表装入；主档不可用时无从取单价，停批
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-FILE-STATUS NOT = '00'
               DISPLAY "PRODUCT_MASTER.DAT not available - cannot "
                   "price activity. Run stopped."
               STOP RUN
           END-IF.
           MOVE SPACES TO PRD-PRODUCT-CODE.
           START PRODUCT-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO PRD-PRODUCT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-PRODUCT-EOF
           END-START.
           PERFORM UNTIL WS-PRODUCT-EOF = 'Y'
               READ PRODUCT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRODUCT-EOF
                   NOT AT END
                       IF WS-PRODUCT-COUNT >= 20
                           DISPLAY "*** Product table full at "
                               "20 entries - remainder ignored"
                           MOVE 'Y' TO WS-PRODUCT-EOF
                       ELSE
                           ADD 1 TO WS-PRODUCT-COUNT
                           MOVE PRD-PRODUCT-CODE TO
                               PT-PRODUCT-CODE(WS-PRODUCT-COUNT)
                           MOVE 0 TO
                               PT-FREE-WITHDRAWALS(WS-PRODUCT-COUNT)
                               PT-WITHDRAWAL-FEE(WS-PRODUCT-COUNT)
                               PT-FREE-TRANSFERS(WS-PRODUCT-COUNT)
                               PT-TRANSFER-FEE(WS-PRODUCT-COUNT)
      *                    按笔计费栏为后加栏位，旧产品记录按零处理
                           IF PRD-FREE-WITHDRAWALS NUMERIC
                               MOVE PRD-FREE-WITHDRAWALS TO
                                 PT-FREE-WITHDRAWALS(WS-PRODUCT-COUNT)
                           END-IF
                           IF PRD-WITHDRAWAL-FEE NUMERIC
                               MOVE PRD-WITHDRAWAL-FEE TO
                                   PT-WITHDRAWAL-FEE(WS-PRODUCT-COUNT)
                           END-IF
                           IF PRD-FREE-TRANSFERS NUMERIC
                               MOVE PRD-FREE-TRANSFERS TO
                                   PT-FREE-TRANSFERS(WS-PRODUCT-COUNT)
                           END-IF
                           IF PRD-TRANSFER-FEE NUMERIC
                               MOVE PRD-TRANSFER-FEE TO
                                   PT-TRANSFER-FEE(WS-PRODUCT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.
           DISPLAY "Products loaded: " WS-PRODUCT-COUNT.

       LOAD-TXN-CODE-TABLE.
      *> 交易代码主档整档装表（只留计费要用的代码与计费标志）；
      *> 档未建时按原口径计数，不停批
           OPEN INPUT TXN-CODE-FILE.
           IF WS-TXN-CODE-STATUS NOT = '00'
               DISPLAY "TXN_CODES.DAT not available, standard "
                   "billable transaction rule used."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO TCT-LOADED.
           PERFORM UNTIL WS-TXN-CODE-EOF = 'Y'
               READ TXN-CODE-FILE
                   AT END
                       MOVE 'Y' TO WS-TXN-CODE-EOF
                   NOT AT END
                       IF TCT-COUNT < 200
                           ADD 1 TO TCT-COUNT
                           MOVE TCD-CODE TO TCT-CODE(TCT-COUNT)
                           MOVE TCD-FEE-ELIGIBLE
                               TO TCT-FEE-ELIGIBLE(TCT-COUNT)
                       ELSE
                           DISPLAY "Transaction code table full, "
                               "code ignored: " TCD-CODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TXN-CODE-FILE.
           DISPLAY "Transaction codes loaded: " TCT-COUNT.

       LOOKUP-TXN-CODE.
      *> 按 WS-TCT-SEARCH-CODE 查代码表，命中下标回填 WS-TCT-SLOT
           MOVE 0 TO WS-TCT-SLOT.
           PERFORM VARYING WS-TCT-INDEX FROM 1 BY 1
                   UNTIL WS-TCT-INDEX > TCT-COUNT
                   OR WS-TCT-SLOT > 0
               IF TCT-CODE(WS-TCT-INDEX) = WS-TCT-SEARCH-CODE
                   MOVE WS-TCT-INDEX TO WS-TCT-SLOT
               END-IF
           END-PERFORM.

       SELECT-BILLABLE-ITEMS.
      *> 本月非费用的 'W' 与 'T' 借记腿 RELEASE 进排序
           PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JOURNAL-EOF
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ
                       PERFORM CLASSIFY-JOURNAL-RECORD
               END-READ
           END-PERFORM.

       CLASSIFY-JOURNAL-RECORD.
           IF JRN-BUSINESS-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JOURNAL-PERIOD = JRN-BUSINESS-DATE / 100.
           IF WS-JOURNAL-PERIOD NOT = WS-FEE-PERIOD
               EXIT PARAGRAPH
           END-IF.
      *    转账贷记腿（账户栏与转入栏同号）无论口径都不计
           IF JRN-TXN-TYPE = 'T' AND
                   JRN-ACCOUNT-ID = JRN-TO-ACCOUNT-ID
               EXIT PARAGRAPH
           END-IF.
      *    代码表上有的代码按计费标志计数
           MOVE 0 TO WS-TCT-SLOT.
           IF TCT-LOADED = 'Y'
               MOVE JRN-TXN-TYPE TO WS-TCT-SEARCH-CODE(1:1)
               MOVE JRN-FEE-FLAG TO WS-TCT-SEARCH-CODE(2:1)
               IF JRN-FEE-FLAG = LOW-VALUE
                   MOVE SPACE TO WS-TCT-SEARCH-CODE(2:1)
               END-IF
               PERFORM LOOKUP-TXN-CODE
           END-IF.
           IF WS-TCT-SLOT > 0
               IF TCT-FEE-ELIGIBLE(WS-TCT-SLOT) = 'Y'
                   MOVE JRN-ACCOUNT-ID TO SW-ACCOUNT-ID
                   IF JRN-TXN-TYPE = 'T'
                       MOVE 'T' TO SW-TXN-TYPE
                   ELSE
                       MOVE 'W' TO SW-TXN-TYPE
                   END-IF
                   RELEASE SORT-WORK-RECORD
                   ADD 1 TO WS-ITEMS-COUNTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF JRN-FEE-FLAG NOT = SPACE AND
                   JRN-FEE-FLAG NOT = LOW-VALUE
               EXIT PARAGRAPH
           END-IF.
           IF JRN-TXN-TYPE = 'W' OR
                   (JRN-TXN-TYPE = 'T' AND
                    JRN-ACCOUNT-ID NOT = JRN-TO-ACCOUNT-ID)
               MOVE JRN-ACCOUNT-ID TO SW-ACCOUNT-ID
               MOVE JRN-TXN-TYPE TO SW-TXN-TYPE
               RELEASE SORT-WORK-RECORD
               ADD 1 TO WS-ITEMS-COUNTED
           END-IF.

       ASSESS-ACCOUNT-FEES.
      *> 排序后按账户分组，组末计费；扣费批随之按账户升序写出
           OPEN OUTPUT TXN-OUTPUT-FILE.
           IF WS-TXN-OUT-STATUS NOT = '00'
               DISPLAY "Error opening fee batch. File Status: "
                   WS-TXN-OUT-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-TXN-BATCH-HEADER.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE 0 TO WS-CURRENT-ACCOUNT.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SW-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT
                           IF WS-CURRENT-ACCOUNT NOT = 0
                               PERFORM PRICE-ONE-ACCOUNT
                           END-IF
                           MOVE SW-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
                           MOVE 0 TO WS-WITHDRAWAL-COUNT
                           MOVE 0 TO WS-TRANSFER-COUNT
                       END-IF
                       IF SW-TXN-TYPE = 'W'
                           ADD 1 TO WS-WITHDRAWAL-COUNT
                       ELSE
                           ADD 1 TO WS-TRANSFER-COUNT
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-CURRENT-ACCOUNT NOT = 0
               PERFORM PRICE-ONE-ACCOUNT
           END-IF.
           PERFORM WRITE-TXN-BATCH-TRAILER.
           CLOSE TXN-OUTPUT-FILE.

       PRICE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-COUNTED.
           MOVE WS-CURRENT-ACCOUNT  TO AFR-ACCOUNT-ID.
           MOVE SPACES              TO AFR-PRODUCT-CODE.
           MOVE WS-WITHDRAWAL-COUNT TO AFR-WITHDRAWAL-COUNT.
           MOVE WS-TRANSFER-COUNT   TO AFR-TRANSFER-COUNT.
           MOVE 0 TO AFR-FREE-WITHDRAWALS.
           MOVE 0 TO AFR-FREE-TRANSFERS.
           MOVE 0 TO AFR-FEE-AMOUNT.
           MOVE WS-CURRENT-ACCOUNT TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'NOAC' TO AFR-RESULT-CODE
                   WRITE FEE-REPORT-RECORD
                   EXIT PARAGRAPH
           END-READ.
           MOVE PRODUCT-CODE TO AFR-PRODUCT-CODE.
           MOVE 0 TO WS-PRODUCT-SLOT.
           PERFORM VARYING WS-PRODUCT-INDEX FROM 1 BY 1
                   UNTIL WS-PRODUCT-INDEX > WS-PRODUCT-COUNT
                   OR WS-PRODUCT-SLOT > 0
               IF PT-PRODUCT-CODE(WS-PRODUCT-INDEX) = PRODUCT-CODE
                   MOVE WS-PRODUCT-INDEX TO WS-PRODUCT-SLOT
               END-IF
           END-PERFORM.
           IF WS-PRODUCT-SLOT = 0 OR PRODUCT-CODE = SPACES
               MOVE 'NOPR' TO AFR-RESULT-CODE
               WRITE FEE-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-FREE-WITHDRAWALS(WS-PRODUCT-SLOT)
               TO AFR-FREE-WITHDRAWALS.
           MOVE PT-FREE-TRANSFERS(WS-PRODUCT-SLOT)
               TO AFR-FREE-TRANSFERS.
           MOVE 0 TO WS-EXCESS-WITHDRAWALS.
           MOVE 0 TO WS-EXCESS-TRANSFERS.
           IF WS-WITHDRAWAL-COUNT > PT-FREE-WITHDRAWALS(WS-PRODUCT-SLOT)
               COMPUTE WS-EXCESS-WITHDRAWALS = WS-WITHDRAWAL-COUNT -
                   PT-FREE-WITHDRAWALS(WS-PRODUCT-SLOT)
           END-IF.
           IF WS-TRANSFER-COUNT > PT-FREE-TRANSFERS(WS-PRODUCT-SLOT)
               COMPUTE WS-EXCESS-TRANSFERS = WS-TRANSFER-COUNT -
                   PT-FREE-TRANSFERS(WS-PRODUCT-SLOT)
           END-IF.
           MOVE 'N' TO WS-FEE-OVERFLOW.
           COMPUTE WS-ACCOUNT-FEE =
               WS-EXCESS-WITHDRAWALS *
                   PT-WITHDRAWAL-FEE(WS-PRODUCT-SLOT) +
               WS-EXCESS-TRANSFERS *
                   PT-TRANSFER-FEE(WS-PRODUCT-SLOT)
               ON SIZE ERROR
                   MOVE 'Y' TO WS-FEE-OVERFLOW
           END-COMPUTE.
           EVALUATE TRUE
               WHEN WS-FEE-OVERFLOW = 'Y'
                   MOVE 'OVFL' TO AFR-RESULT-CODE
                   DISPLAY "*** Fee overflow on account "
                       WS-CURRENT-ACCOUNT " - left for manual "
                       "handling ***"
               WHEN WS-ACCOUNT-FEE = 0
                   MOVE 'FREE' TO AFR-RESULT-CODE
               WHEN OTHER
                   MOVE WS-ACCOUNT-FEE TO AFR-FEE-AMOUNT
                   MOVE 'FEE ' TO AFR-RESULT-CODE
                   PERFORM WRITE-FEE-DEBIT-TXN
           END-EVALUATE.
           WRITE FEE-REPORT-RECORD.

       WRITE-FEE-DEBIT-TXN.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WS-CURRENT-ACCOUNT TO TXN-ACCOUNT-ID.
           MOVE 'W' TO TXN-TYPE.
           MOVE SPACES TO TXN-ACCOUNT-NAME.
           MOVE 0 TO TXN-ACCOUNT-BALANCE.
           MOVE 'N' TO TXN-BALANCE-PRESENT.
           MOVE WS-ACCOUNT-FEE TO TXN-AMOUNT.
           MOVE 0 TO TXN-TO-ACCOUNT-ID.
           MOVE WS-EFFECTIVE-DATE TO TXN-VALUE-DATE.
           MOVE 0 TO TXN-CHEQUE-NUMBER.
           MOVE 'A' TO TXN-FEE-FLAG.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-CURRENT-ACCOUNT TO WS-HASH-TOTAL.
           SUBTRACT WS-ACCOUNT-FEE FROM WS-NET-AMOUNT.
           ADD WS-ACCOUNT-FEE TO WS-FEE-TOTAL.
           ADD 1 TO WS-ACCOUNTS-CHARGED.

       WRITE-TXN-BATCH-HEADER.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 0 TO BCH-SORT-KEY.
           MOVE 'H' TO BCH-RECORD-TYPE.
           MOVE 'ACTFEE' TO BCH-BATCH-ID.
           MOVE 'HQ01' TO BCH-BRANCH-ID.
           MOVE WS-EFFECTIVE-DATE TO BCH-BATCH-DATE.
           WRITE TRANSACTION-RECORD.

       WRITE-TXN-BATCH-TRAILER.
      *> 批尾笔数/哈希/净额口径与 AccountMasterUpdate 的批控制
      *> 核对一致：扣费为支取，净额为负
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 99999999 TO BCT-SORT-KEY.
           MOVE 'Z' TO BCT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO BCT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BCT-HASH-TOTAL.
           MOVE WS-NET-AMOUNT TO BCT-NET-AMOUNT.
           WRITE TRANSACTION-RECORD.
           DISPLAY "Transaction batch ACTFEE written: "
               WS-DETAIL-COUNT " fee debits.".

       WRITE-FEE-GL-ENTRIES.
      *> 借记应收费用、贷记费用收入，金额为本月按笔计费合计
           IF WS-FEE-TOTAL > 0
               MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE
               MOVE 'FEERCV' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               MOVE WS-FEE-TOTAL TO GL-AMOUNT
               MOVE 'Fee receivable - activity fees' TO GL-DESCRIPTION
               WRITE GL-RECORD
               MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE
               MOVE 'FEEINC' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               MOVE WS-FEE-TOTAL TO GL-AMOUNT
               MOVE 'Fee income - activity fees' TO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF.

       READ-BUSINESS-DATE.
      *> 中央业务日期核对：控制档在则以其为准——参数文件自带的
      *> 日期与之不一致即停批，忘翻日的参数档再也混不进流程；
      *> 控制档未建（转换期）沿用参数日期
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-EFFECTIVE-DATE NOT = 0 AND
                               BD-BUSINESS-DATE NOT = WS-EFFECTIVE-DATE
                           DISPLAY "*** Business date mismatch: "
                               "control file " BD-BUSINESS-DATE
                               " vs parameter " WS-EFFECTIVE-DATE
                               " - run stopped ***"
                           STOP RUN
                       END-IF
                       MOVE BD-BUSINESS-DATE TO WS-EFFECTIVE-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
