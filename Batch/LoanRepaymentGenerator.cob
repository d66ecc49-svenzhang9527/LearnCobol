       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. LoanRepaymentGenerator.  *> 分期贷款还款计划、期供扣收交易及逾期账龄

      *> 分期贷款夜间作业：
      *>   1. 扫退票项档，把扣收期供时资金不足打回、尚未收妥的
      *>      'T' 项（扣款账户 = 还款账户，收款账户 = 贷款账户）按
      *>      贷款归集逾期期数/金额/最早退票日期；
      *>   2. 顺序扫贷款合约档：逾期栏按归集结果刷新并按最早退票
      *>      日期落入账龄档；还款计划待生成的合约按剩余本金、剩余
      *>      期数整张推算写还款计划档；下一到期日不晚于业务日期的
      *>      合约出账一期——利息 = 剩余本金 x 年利率 / 12，期供减
      *>      利息为本金，末期本金扫尾——剩余本金摊减、到期日按约定
      *>      还款日滚动一个月；
      *>   3. 出账期供按还款账户排序生成 'T' 转账批（批次号 LNREPY）
      *>      交 AccountMasterUpdate 过账，起息日取原到期日；扣不到
      *>      的由过账作业落退票项档，ReturnedItemRetry 按营业日重试，
      *>      次夜本作业据此滚入逾期；
      *>   4. 出账分录本息分拆：借记应收期供，贷记贷款本金、贷款
      *>      利息收入，与 GL_INTERFACE.DAT 同布局单独落档。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOAN_MASTER.DAT"  *> 分期贷款合约档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

           SELECT RATE-PARM-FILE ASSIGN TO "RATE_PARM.DAT"  *> 业务日期取参数文件生效日期
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *>   退票项档：扣收不到的期供由过账作业落档，本作业只读
           SELECT RETURNED-ITEM-FILE ASSIGN TO "RETURNED_ITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTI-KEY
               FILE STATUS IS WS-RETITEM-STATUS.

      *>   生成的期供扣收批（ACCTTXN 布局），单独落档由运维作为
      *>   独立批次交给 AccountMasterUpdate
           SELECT TXN-OUTPUT-FILE ASSIGN TO "LOAN_TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-OUT-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "LOAN_SCHEDULE.DAT"  *> 还款计划档，逐夜追加
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT LOAN-GL-FILE ASSIGN TO "LOAN_GL.DAT"  *> 期供出账分录，与 GL_INTERFACE.DAT 同布局
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-GL-STATUS.

      *>   出账/逾期动作报告
           SELECT LOAN-REPORT-FILE
               ASSIGN TO "LOAN_REPAYMENT_REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWORK.TMP".  *> 生成交易按还款账户排序用

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  LOAN-MASTER-FILE.
       01  LOAN-MASTER-RECORD.
           COPY LOANMAST.

       FD  RATE-PARM-FILE.  *> 只取生效日期，其余参数字段本作业不使用
       01  RATE-PARM-RECORD.
           05 FILLER                PIC X(9).  *> 利率 9V9(4) + 管理费 9(2)V99
           05 PARM-EFFECTIVE-DATE   PIC 9(8).
           05 FILLER                PIC X(16).

       FD  RETURNED-ITEM-FILE.  *> 退票项档文件描述符
       01  RETURNED-ITEM-RECORD.
           COPY RETITEM.

       FD  TXN-OUTPUT-FILE.  *> 与 AccountMasterUpdate 共用同一份交易布局
       01  TRANSACTION-RECORD.
           COPY ACCTTXN.

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05 LSC-LOAN-ID           PIC 9(8).  *> 贷款账户ID
           05 LSC-LINE-TYPE         PIC X.  *> 'P'=推算计划行 'B'=实际出账行
           05 LSC-INSTALMENT-NO     PIC 9(3).  *> 期次
           05 LSC-DUE-DATE          PIC 9(8).  *> 到期日
           05 LSC-INSTALMENT-AMT    PIC 9(7)V99.  *> 本期期供
           05 LSC-INTEREST          PIC 9(7)V99.  *> 其中利息
           05 LSC-PRINCIPAL         PIC 9(7)V99.  *> 其中本金
           05 LSC-CLOSING-BALANCE   PIC 9(7)V99.  *> 本期后剩余本金
           05 LSC-GEN-DATE          PIC 9(8).  *> 生成该行的业务日期

       FD  LOAN-GL-FILE.  *> 总账分录布局与 GL_INTERFACE.DAT 相同
       01  GL-RECORD.
           05 GL-JE-DATE            PIC 9(8).
           05 GL-ACCOUNT-CODE       PIC X(10).
           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).

       FD  LOAN-REPORT-FILE.
       01  LOAN-REPORT-RECORD.
           05 LRR-LOAN-ID           PIC 9(8).  *> 贷款账户ID
           05 LRR-REPAY-ACCOUNT     PIC 9(8).  *> 还款账户ID
           05 LRR-DUE-DATE          PIC 9(8).  *> 本期到期日，纯逾期行填零
           05 LRR-INSTALMENT-AMT    PIC 9(7)V99.  *> 本期期供
           05 LRR-INTEREST          PIC 9(7)V99.  *> 其中利息
           05 LRR-PRINCIPAL         PIC 9(7)V99.  *> 其中本金
           05 LRR-OUTSTANDING       PIC 9(7)V99.  *> 出账后剩余本金
           05 LRR-ARREARS-COUNT     PIC 9(3).  *> 逾期期数
           05 LRR-ARREARS-AMOUNT    PIC 9(7)V99.  *> 逾期金额
           05 LRR-ARREARS-BUCKET    PIC X.  *> 逾期账龄档
           05 LRR-ACTION-CODE       PIC X(4).  *> BILL=已出账 PAID=末期出账结清
      *>                                          ARRS=逾期 OVFL=计算溢出

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-REPAY-ACCOUNT      PIC 9(8).
           05 SW-LOAN-ID            PIC 9(8).
           05 SW-AMOUNT             PIC 9(7)V99.
           05 SW-DUE-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-LOAN-MASTER-STATUS   PIC XX VALUE '00'.
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-RETITEM-STATUS       PIC XX VALUE '00'.
       01  WS-TXN-OUT-STATUS       PIC XX VALUE '00'.
       01  WS-SCHEDULE-STATUS      PIC XX VALUE '00'.
       01  WS-LOAN-GL-STATUS       PIC XX VALUE '00'.
       01  WS-LOAN-REPORT-STATUS   PIC XX VALUE '00'.
       01  WS-LOAN-EOF             PIC X VALUE 'N'.
       01  WS-RETITEM-EOF          PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.  *> 本次运行的业务日期
       01  WS-LOANS-READ           PIC 9(5) VALUE 0.  *> 扫描的合约数
       01  WS-LOANS-BILLED         PIC 9(5) VALUE 0.  *> 出账的合约数
       01  WS-LOANS-SETTLED        PIC 9(5) VALUE 0.  *> 本次结清的合约数
       01  WS-LOANS-IN-ARREARS     PIC 9(5) VALUE 0.  *> 带逾期的合约数
       01  WS-SCHEDULES-BUILT      PIC 9(5) VALUE 0.  *> 生成还款计划的合约数
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.  *> 写出的明细交易笔数
       01  WS-HASH-TOTAL           PIC 9(9) VALUE 0.  *> 明细账户ID哈希累计（低9位自然溢出）
       01  WS-BILLED-TOTAL         PIC 9(9)V99 VALUE 0.  *> 出账期供合计
       01  WS-INTEREST-TOTAL       PIC 9(9)V99 VALUE 0.  *> 出账利息合计
       01  WS-PRINCIPAL-TOTAL      PIC 9(9)V99 VALUE 0.  *> 出账本金合计
       01  WS-ARREARS-TOTAL        PIC 9(9)V99 VALUE 0.  *> 逾期金额合计
      *> 各账龄档的逾期金额，'1'-'4' 依次对应 1-4
       01  WS-BUCKET-TOTALS.
           05 WS-BUCKET-AMOUNT      PIC 9(9)V99 OCCURS 4 TIMES.
       01  WS-BUCKET-INDEX         PIC 9 VALUE 0.
       01  WS-ARREARS-DAYS         PIC 9(5) VALUE 0.

      *> 退票项按贷款归集的逾期表：本夜从退票项档整表重建，
      *> 已闭项（'C'）的期供不再计入
       01  ARREARS-TABLE.
           05 ARREARS-ENTRY OCCURS 500 TIMES.
               10 ART-LOAN-ID       PIC 9(8).
               10 ART-COUNT         PIC 9(3).
               10 ART-AMOUNT        PIC 9(7)V99.
               10 ART-OLDEST-DATE   PIC 9(8).
       01  WS-ARREARS-COUNT        PIC 9(3) VALUE 0.
       01  WS-ARREARS-INDEX        PIC 9(3) VALUE 0.
       01  WS-ARREARS-SLOT         PIC 9(3) VALUE 0.

      *> 单期本息拆分的工作字段：出账与推算计划共用
       01  WS-SPLIT-BALANCE        PIC 9(7)V99 VALUE 0.  *> 拆分前剩余本金
       01  WS-SPLIT-SEQUENCE       PIC 9(3) VALUE 0.  *> 拆分的期次
       01  WS-SPLIT-INTEREST       PIC 9(7)V99 VALUE 0.
       01  WS-SPLIT-PRINCIPAL      PIC 9(7)V99 VALUE 0.
       01  WS-SPLIT-AMOUNT         PIC 9(7)V99 VALUE 0.
       01  WS-OVERFLOWED           PIC X VALUE 'N'.  *> 'Y' 表示本息计算溢出

      *> 到期日按约定还款日滚动一个月的工作字段
       01  WS-ROLL-DATE            PIC 9(8) VALUE 0.
       01  WS-DUE-YEAR             PIC 9(4) VALUE 0.
       01  WS-DUE-MONTH            PIC 9(2) VALUE 0.
       01  WS-DUE-DAY              PIC 9(2) VALUE 0.

      *> 推算计划的工作字段
       01  WS-PROJ-BALANCE         PIC 9(7)V99 VALUE 0.
       01  WS-PROJ-SEQUENCE        PIC 9(3) VALUE 0.

      *> 过账日历：月份天数表供到期日滚动时收敛月末
       01  POSTING-CALENDAR.
           COPY POSTCAL.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN I-O LOAN-MASTER-FILE.
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               DISPLAY "Loan master not available. "
                   "File Status: " WS-LOAN-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM LOAD-ARREARS-TABLE.

           OPEN EXTEND SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS NOT = '00'
               OPEN OUTPUT SCHEDULE-FILE
               IF WS-SCHEDULE-STATUS NOT = '00'
                   DISPLAY "Error opening loan schedule. "
                       "File Status: " WS-SCHEDULE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT LOAN-REPORT-FILE.
           IF WS-LOAN-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening loan report. File Status: "
                   WS-LOAN-REPORT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT LOAN-GL-FILE.
           IF WS-LOAN-GL-STATUS NOT = '00'
               DISPLAY "Error opening loan GL file. File Status: "
                   WS-LOAN-GL-STATUS
               STOP RUN
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SW-REPAY-ACCOUNT SW-LOAN-ID
               INPUT PROCEDURE IS SELECT-DUE-LOANS
               OUTPUT PROCEDURE IS WRITE-TRANSACTION-BATCH.

           PERFORM WRITE-LOAN-GL-ENTRIES.
           CLOSE LOAN-MASTER-FILE SCHEDULE-FILE LOAN-REPORT-FILE
               LOAN-GL-FILE.
           DISPLAY "===== LOAN REPAYMENT RUN SUMMARY =====".
           DISPLAY "Loans read       : " WS-LOANS-READ.
           DISPLAY "Schedules built  : " WS-SCHEDULES-BUILT.
           DISPLAY "Instalments billed: " WS-LOANS-BILLED
               " total " WS-BILLED-TOTAL.
           DISPLAY "  interest " WS-INTEREST-TOTAL
               " principal " WS-PRINCIPAL-TOTAL.
           DISPLAY "Loans settled    : " WS-LOANS-SETTLED.
           DISPLAY "Loans in arrears : " WS-LOANS-IN-ARREARS
               " total " WS-ARREARS-TOTAL.
           DISPLAY "  1-30 days  " WS-BUCKET-AMOUNT(1).
           DISPLAY "  31-60 days " WS-BUCKET-AMOUNT(2).
           DISPLAY "  61-90 days " WS-BUCKET-AMOUNT(3).
           DISPLAY "  90+ days   " WS-BUCKET-AMOUNT(4).
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
           DISPLAY "Loan repayment run for " WS-EFFECTIVE-DATE.

       LOAD-ARREARS-TABLE.
      *> 退票项档可能尚未建立（从未退过票），按无逾期处理；
      *> 只认 'T' 类、未闭项、且收款账户为在档贷款、扣款账户为
      *> 该贷款还款账户的项
           OPEN INPUT RETURNED-ITEM-FILE.
           IF WS-RETITEM-STATUS NOT = '00'
               DISPLAY "RETURNED_ITEMS.DAT not available - no "
                   "arrears this run."
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RTI-KEY.
           START RETURNED-ITEM-FILE
               KEY IS GREATER THAN OR EQUAL TO RTI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RETITEM-EOF
           END-START.
           PERFORM UNTIL WS-RETITEM-EOF = 'Y'
               READ RETURNED-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RETITEM-EOF
                   NOT AT END
                       IF RTI-TXN-TYPE = 'T' AND RTI-STATUS NOT = 'C'
                           PERFORM MATCH-RETURNED-TO-LOAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETURNED-ITEM-FILE.
           DISPLAY "Loans with returned instalments: "
               WS-ARREARS-COUNT.

       MATCH-RETURNED-TO-LOAN.
           MOVE RTI-TO-ACCOUNT TO LN-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF LN-REPAY-ACCOUNT NOT = RTI-ACCOUNT-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ARREARS-SLOT.
           PERFORM VARYING WS-ARREARS-INDEX FROM 1 BY 1
                   UNTIL WS-ARREARS-INDEX > WS-ARREARS-COUNT
                   OR WS-ARREARS-SLOT > 0
               IF ART-LOAN-ID(WS-ARREARS-INDEX) = LN-LOAN-ID
                   MOVE WS-ARREARS-INDEX TO WS-ARREARS-SLOT
               END-IF
           END-PERFORM.
           IF WS-ARREARS-SLOT = 0
               IF WS-ARREARS-COUNT >= 500
                   DISPLAY "*** Arrears table full at 500 loans "
                       "- run stopped ***"
                   STOP RUN
               END-IF
               ADD 1 TO WS-ARREARS-COUNT
               MOVE WS-ARREARS-COUNT TO WS-ARREARS-SLOT
               MOVE LN-LOAN-ID TO ART-LOAN-ID(WS-ARREARS-SLOT)
               MOVE 0 TO ART-COUNT(WS-ARREARS-SLOT)
               MOVE 0 TO ART-AMOUNT(WS-ARREARS-SLOT)
               MOVE RTI-FIRST-DATE TO ART-OLDEST-DATE(WS-ARREARS-SLOT)
           END-IF.
           ADD 1 TO ART-COUNT(WS-ARREARS-SLOT).
           ADD RTI-AMOUNT TO ART-AMOUNT(WS-ARREARS-SLOT).
           IF RTI-FIRST-DATE < ART-OLDEST-DATE(WS-ARREARS-SLOT)
               MOVE RTI-FIRST-DATE TO ART-OLDEST-DATE(WS-ARREARS-SLOT)
           END-IF.

       SELECT-DUE-LOANS.
      *> 顺序扫描合约档：刷新逾期、补生成还款计划、到期出账，
      *> 出账期供 RELEASE 进排序，合约随后回写
           MOVE 0 TO LN-LOAN-ID.
           START LOAN-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO LN-LOAN-ID
               INVALID KEY
                   MOVE 'Y' TO WS-LOAN-EOF
           END-START.
           PERFORM UNTIL WS-LOAN-EOF = 'Y'
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF
                   NOT AT END
                       ADD 1 TO WS-LOANS-READ
                       IF LN-STATUS = 'A'
                           PERFORM PROCESS-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-ONE-LOAN.
           PERFORM REFRESH-LOAN-ARREARS.
           IF LN-SCHEDULE-FLAG NOT = 'Y'
               PERFORM BUILD-REPAYMENT-SCHEDULE
           END-IF.
           MOVE LN-LOAN-ID        TO LRR-LOAN-ID.
           MOVE LN-REPAY-ACCOUNT  TO LRR-REPAY-ACCOUNT.
           MOVE 0                 TO LRR-DUE-DATE.
           MOVE 0                 TO LRR-INSTALMENT-AMT.
           MOVE 0                 TO LRR-INTEREST.
           MOVE 0                 TO LRR-PRINCIPAL.
           MOVE SPACES            TO LRR-ACTION-CODE.
           IF LN-NEXT-DUE-DATE <= WS-EFFECTIVE-DATE AND
                   LN-OUTSTANDING > 0
               PERFORM BILL-DUE-INSTALMENT
           END-IF.
      *    本金摊完且无逾期即结清；本金摊完但仍有逾期的留在贷，
      *    逾期收妥后次夜结清
           IF LN-OUTSTANDING = 0 AND LN-ARREARS-COUNT = 0
               MOVE 'P' TO LN-STATUS
               ADD 1 TO WS-LOANS-SETTLED
               IF LRR-ACTION-CODE = 'BILL'
                   MOVE 'PAID' TO LRR-ACTION-CODE
               END-IF
           END-IF.
           IF LRR-ACTION-CODE = SPACES AND LN-ARREARS-COUNT > 0
               MOVE 'ARRS' TO LRR-ACTION-CODE
           END-IF.
           PERFORM REWRITE-LOAN-CONTRACT.
           IF LRR-ACTION-CODE NOT = SPACES
               MOVE LN-OUTSTANDING    TO LRR-OUTSTANDING
               MOVE LN-ARREARS-COUNT  TO LRR-ARREARS-COUNT
               MOVE LN-ARREARS-AMOUNT TO LRR-ARREARS-AMOUNT
               MOVE LN-ARREARS-BUCKET TO LRR-ARREARS-BUCKET
               WRITE LOAN-REPORT-RECORD
           END-IF.

       REFRESH-LOAN-ARREARS.
      *> 逾期栏按本夜归集结果整栏重置，账龄按最早一期首次退票
      *> 日期距业务日期的天数落档
           MOVE 0 TO LN-ARREARS-COUNT.
           MOVE 0 TO LN-ARREARS-AMOUNT.
           MOVE 0 TO LN-ARREARS-DATE.
           MOVE '0' TO LN-ARREARS-BUCKET.
           PERFORM VARYING WS-ARREARS-INDEX FROM 1 BY 1
                   UNTIL WS-ARREARS-INDEX > WS-ARREARS-COUNT
               IF ART-LOAN-ID(WS-ARREARS-INDEX) = LN-LOAN-ID
                   MOVE ART-COUNT(WS-ARREARS-INDEX)
                       TO LN-ARREARS-COUNT
                   MOVE ART-AMOUNT(WS-ARREARS-INDEX)
                       TO LN-ARREARS-AMOUNT
                   MOVE ART-OLDEST-DATE(WS-ARREARS-INDEX)
                       TO LN-ARREARS-DATE
               END-IF
           END-PERFORM.
           IF LN-ARREARS-COUNT > 0
               COMPUTE WS-ARREARS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE) -
                   FUNCTION INTEGER-OF-DATE(LN-ARREARS-DATE)
               EVALUATE TRUE
                   WHEN WS-ARREARS-DAYS <= 30
                       MOVE '1' TO LN-ARREARS-BUCKET
                   WHEN WS-ARREARS-DAYS <= 60
                       MOVE '2' TO LN-ARREARS-BUCKET
                   WHEN WS-ARREARS-DAYS <= 90
                       MOVE '3' TO LN-ARREARS-BUCKET
                   WHEN OTHER
                       MOVE '4' TO LN-ARREARS-BUCKET
               END-EVALUATE
               MOVE LN-ARREARS-BUCKET TO WS-BUCKET-INDEX
               ADD LN-ARREARS-AMOUNT
                   TO WS-BUCKET-AMOUNT(WS-BUCKET-INDEX)
               ADD LN-ARREARS-AMOUNT TO WS-ARREARS-TOTAL
               ADD 1 TO WS-LOANS-IN-ARREARS
           END-IF.

       BUILD-REPAYMENT-SCHEDULE.
      *> 按当前剩余本金、已出账期数和下一到期日推算余下各期，
      *> 整张写入还款计划档（推算行 'P'）；重定条件后同样重出
           MOVE LN-OUTSTANDING TO WS-PROJ-BALANCE.
           MOVE LN-INSTALMENTS-BILLED TO WS-PROJ-SEQUENCE.
           MOVE LN-NEXT-DUE-DATE TO WS-ROLL-DATE.
           MOVE 'N' TO WS-OVERFLOWED.
           PERFORM UNTIL WS-PROJ-BALANCE = 0 OR WS-OVERFLOWED = 'Y'
                   OR WS-PROJ-SEQUENCE >= 999
               ADD 1 TO WS-PROJ-SEQUENCE
               MOVE WS-PROJ-BALANCE TO WS-SPLIT-BALANCE
               MOVE WS-PROJ-SEQUENCE TO WS-SPLIT-SEQUENCE
               PERFORM COMPUTE-INSTALMENT-SPLIT
               IF WS-OVERFLOWED = 'N'
                   SUBTRACT WS-SPLIT-PRINCIPAL FROM WS-PROJ-BALANCE
                   MOVE LN-LOAN-ID TO LSC-LOAN-ID
                   MOVE 'P' TO LSC-LINE-TYPE
                   MOVE WS-PROJ-SEQUENCE TO LSC-INSTALMENT-NO
                   MOVE WS-ROLL-DATE TO LSC-DUE-DATE
                   MOVE WS-SPLIT-AMOUNT TO LSC-INSTALMENT-AMT
                   MOVE WS-SPLIT-INTEREST TO LSC-INTEREST
                   MOVE WS-SPLIT-PRINCIPAL TO LSC-PRINCIPAL
                   MOVE WS-PROJ-BALANCE TO LSC-CLOSING-BALANCE
                   MOVE WS-EFFECTIVE-DATE TO LSC-GEN-DATE
                   WRITE SCHEDULE-RECORD
                   PERFORM ROLL-DUE-DATE
               END-IF
           END-PERFORM.
           IF WS-OVERFLOWED = 'Y'
               DISPLAY "*** Schedule overflow on loan " LN-LOAN-ID
                   " - schedule incomplete ***"
           END-IF.
           MOVE 'Y' TO LN-SCHEDULE-FLAG.
           ADD 1 TO WS-SCHEDULES-BUILT.

       BILL-DUE-INSTALMENT.
      *> 出账一期：本息拆分，剩余本金摊减，写实际出账行，期供
      *> RELEASE 进排序，到期日滚动一个月；溢出的合约不出账，
      *> 报告 OVFL 交人工处理
           MOVE LN-OUTSTANDING TO WS-SPLIT-BALANCE.
           COMPUTE WS-SPLIT-SEQUENCE = LN-INSTALMENTS-BILLED + 1.
           MOVE 'N' TO WS-OVERFLOWED.
           PERFORM COMPUTE-INSTALMENT-SPLIT.
           MOVE LN-NEXT-DUE-DATE TO LRR-DUE-DATE.
           IF WS-OVERFLOWED = 'Y'
               MOVE 'OVFL' TO LRR-ACTION-CODE
               DISPLAY "*** Instalment overflow on loan "
                   LN-LOAN-ID " - left for manual handling ***"
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-SPLIT-PRINCIPAL FROM LN-OUTSTANDING.
           MOVE WS-SPLIT-SEQUENCE TO LN-INSTALMENTS-BILLED.
           MOVE LN-LOAN-ID TO LSC-LOAN-ID.
           MOVE 'B' TO LSC-LINE-TYPE.
           MOVE WS-SPLIT-SEQUENCE TO LSC-INSTALMENT-NO.
           MOVE LN-NEXT-DUE-DATE TO LSC-DUE-DATE.
           MOVE WS-SPLIT-AMOUNT TO LSC-INSTALMENT-AMT.
           MOVE WS-SPLIT-INTEREST TO LSC-INTEREST.
           MOVE WS-SPLIT-PRINCIPAL TO LSC-PRINCIPAL.
           MOVE LN-OUTSTANDING TO LSC-CLOSING-BALANCE.
           MOVE WS-EFFECTIVE-DATE TO LSC-GEN-DATE.
           WRITE SCHEDULE-RECORD.
           MOVE LN-REPAY-ACCOUNT TO SW-REPAY-ACCOUNT.
           MOVE LN-LOAN-ID TO SW-LOAN-ID.
           MOVE WS-SPLIT-AMOUNT TO SW-AMOUNT.
           MOVE LN-NEXT-DUE-DATE TO SW-DUE-DATE.
           RELEASE SORT-WORK-RECORD.
           MOVE WS-SPLIT-AMOUNT TO LRR-INSTALMENT-AMT.
           MOVE WS-SPLIT-INTEREST TO LRR-INTEREST.
           MOVE WS-SPLIT-PRINCIPAL TO LRR-PRINCIPAL.
           MOVE 'BILL' TO LRR-ACTION-CODE.
           ADD 1 TO WS-LOANS-BILLED.
           ADD WS-SPLIT-AMOUNT TO WS-BILLED-TOTAL.
           ADD WS-SPLIT-INTEREST TO WS-INTEREST-TOTAL.
           ADD WS-SPLIT-PRINCIPAL TO WS-PRINCIPAL-TOTAL.
           MOVE LN-NEXT-DUE-DATE TO WS-ROLL-DATE.
           PERFORM ROLL-DUE-DATE.
           MOVE WS-ROLL-DATE TO LN-NEXT-DUE-DATE.

       COMPUTE-INSTALMENT-SPLIT.
      *> 利息 = 拆分前剩余本金 x 年利率 / 12；末期（期次到达合约
      *> 期数）或期供扣利息后已够还清时本金扫尾，期供 = 本金 +
      *> 利息；期供不足付息时整期算利息，本金不减
           COMPUTE WS-SPLIT-INTEREST ROUNDED =
               WS-SPLIT-BALANCE * LN-CONTRACT-RATE / 12
               ON SIZE ERROR
                   MOVE 'Y' TO WS-OVERFLOWED
           END-COMPUTE.
           IF WS-OVERFLOWED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-SPLIT-SEQUENCE >= LN-TERM-MONTHS OR
                   LN-INSTALMENT - WS-SPLIT-INTEREST >=
                       WS-SPLIT-BALANCE
               MOVE WS-SPLIT-BALANCE TO WS-SPLIT-PRINCIPAL
               COMPUTE WS-SPLIT-AMOUNT =
                   WS-SPLIT-BALANCE + WS-SPLIT-INTEREST
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-OVERFLOWED
               END-COMPUTE
           ELSE
               MOVE LN-INSTALMENT TO WS-SPLIT-AMOUNT
               IF LN-INSTALMENT > WS-SPLIT-INTEREST
                   COMPUTE WS-SPLIT-PRINCIPAL =
                       LN-INSTALMENT - WS-SPLIT-INTEREST
               ELSE
                   MOVE LN-INSTALMENT TO WS-SPLIT-INTEREST
                   MOVE 0 TO WS-SPLIT-PRINCIPAL
               END-IF
           END-IF.

       REWRITE-LOAN-CONTRACT.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*** Unable to rewrite loan contract "
                       LN-LOAN-ID
           END-REWRITE.

       ROLL-DUE-DATE.
      *> WS-ROLL-DATE 加一个月，日取合约约定还款日，超出目标月
      *> 天数时收敛到月末（31日约定在2月落28/29日，3月恢复31日）
           COMPUTE WS-DUE-YEAR = WS-ROLL-DATE / 10000.
           COMPUTE WS-DUE-MONTH =
               FUNCTION MOD(WS-ROLL-DATE / 100, 100).
           IF WS-DUE-MONTH = 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           ELSE
               ADD 1 TO WS-DUE-MONTH
           END-IF.
           MOVE LN-DUE-DAY TO WS-DUE-DAY.
           IF WS-DUE-DAY = 0
               COMPUTE WS-DUE-DAY = FUNCTION MOD(WS-ROLL-DATE, 100)
           END-IF.
           PERFORM SET-MONTH-TABLE-FOR-YEAR.
           IF WS-DUE-DAY > PCAL-MONTH-DAY-COUNT(WS-DUE-MONTH)
               MOVE PCAL-MONTH-DAY-COUNT(WS-DUE-MONTH) TO WS-DUE-DAY
           END-IF.
           COMPUTE WS-ROLL-DATE = WS-DUE-YEAR * 10000 +
               WS-DUE-MONTH * 100 + WS-DUE-DAY.

       SET-MONTH-TABLE-FOR-YEAR.
      *> 按目标年份修正2月天数，其余月份天数固定
           MOVE 31 TO PCAL-MONTH-DAY-COUNT(1).
           MOVE 28 TO PCAL-MONTH-DAY-COUNT(2).
           MOVE 31 TO PCAL-MONTH-DAY-COUNT(3).
           MOVE 30 TO PCAL-MONTH-DAY-COUNT(4).
           MOVE 31 TO PCAL-MONTH-DAY-COUNT(5).
           MOVE 30 TO PCAL-MONTH-DAY-COUNT(6).
           MOVE 31 TO PCAL-MONTH-DAY-COUNT(7).
           MOVE 31 TO PCAL-MONTH-DAY-COUNT(8).
           MOVE 30 TO PCAL-MONTH-DAY-COUNT(9).
           MOVE 31 TO PCAL-MONTH-DAY-COUNT(10).
           MOVE 30 TO PCAL-MONTH-DAY-COUNT(11).
           MOVE 31 TO PCAL-MONTH-DAY-COUNT(12).
           IF FUNCTION MOD(WS-DUE-YEAR, 4) = 0 AND
                   (FUNCTION MOD(WS-DUE-YEAR, 100) NOT = 0 OR
                    FUNCTION MOD(WS-DUE-YEAR, 400) = 0)
               MOVE 29 TO PCAL-MONTH-DAY-COUNT(2)
           END-IF.

       WRITE-TRANSACTION-BATCH.
      *> 批头 + 按还款账户排序的期供转账明细 + 批尾；批尾笔数/
      *> 哈希/净额口径与 AccountMasterUpdate 的批控制核对一致
      *> （转账不计净额）
           OPEN OUTPUT TXN-OUTPUT-FILE.
           IF WS-TXN-OUT-STATUS NOT = '00'
               DISPLAY "Error opening loan repayment batch. "
                   "File Status: " WS-TXN-OUT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 0 TO BCH-SORT-KEY.
           MOVE 'H' TO BCH-RECORD-TYPE.
           MOVE 'LNREPY' TO BCH-BATCH-ID.
           MOVE 'HQ01' TO BCH-BRANCH-ID.
           MOVE WS-EFFECTIVE-DATE TO BCH-BATCH-DATE.
           WRITE TRANSACTION-RECORD.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM WRITE-ONE-REPAYMENT-TXN
               END-RETURN
           END-PERFORM.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 99999999 TO BCT-SORT-KEY.
           MOVE 'Z' TO BCT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO BCT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BCT-HASH-TOTAL.
           MOVE 0 TO BCT-NET-AMOUNT.
           WRITE TRANSACTION-RECORD.
           CLOSE TXN-OUTPUT-FILE.
           DISPLAY "Transaction batch LNREPY written: "
               WS-DETAIL-COUNT " instalments.".

       WRITE-ONE-REPAYMENT-TXN.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE SW-REPAY-ACCOUNT TO TXN-ACCOUNT-ID.
           MOVE 'T' TO TXN-TYPE.
           MOVE SPACES TO TXN-ACCOUNT-NAME.
           MOVE 0 TO TXN-ACCOUNT-BALANCE.
           MOVE 'N' TO TXN-BALANCE-PRESENT.
           MOVE SW-AMOUNT TO TXN-AMOUNT.
           MOVE SW-LOAN-ID TO TXN-TO-ACCOUNT-ID.
      *    起息日取原到期日：顺延过营业日的期供自动倒起息补偿
           MOVE SW-DUE-DATE TO TXN-VALUE-DATE.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD SW-REPAY-ACCOUNT TO WS-HASH-TOTAL.

       WRITE-LOAN-GL-ENTRIES.
      *> 出账期供本息分拆：借记应收期供（全额），贷记贷款本金
      *> （本金部分冲减贷款资产）、贷款利息收入（利息部分）；
      *> 扣收失败的期供留在应收期供上，即为逾期余额
           IF WS-BILLED-TOTAL > 0
               MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE
               MOVE 'LOANRCV' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               MOVE WS-BILLED-TOTAL TO GL-AMOUNT
               MOVE 'Loan instalments billed' TO GL-DESCRIPTION
               WRITE GL-RECORD
               MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE
               MOVE 'LOANPRIN' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               MOVE WS-PRINCIPAL-TOTAL TO GL-AMOUNT
               MOVE 'Loan principal repaid' TO GL-DESCRIPTION
               WRITE GL-RECORD
               MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE
               MOVE 'LOANINT' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               MOVE WS-INTEREST-TOTAL TO GL-AMOUNT
               MOVE 'Loan interest income' TO GL-DESCRIPTION
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
