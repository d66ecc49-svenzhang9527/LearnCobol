       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. LiquidityLadder.  *> 存款负债流动性期限阶梯月报

      *> 流动性期限阶梯：财资每月要回答"7 天/30 天/90 天……内
      *> 可能流出多少存款"。本作业月末运行：
      *>   1. 加载收盘汇率档（与 FxRevaluation 同口径，取生效日期
      *>      不晚于业务日期的最新一条），外币余额折本币；
      *>   2. 扫描账户主文件：定期合约档上在存的账户按剩余期限
      *>      （TD-MATURITY-DATE - 业务日期）整额落入对应区间；
      *>      其余活期余额按流失假设参数（LIQUIDITY_RUNOFF.DAT，
      *>      按产品，'**' 为缺省）分摊到各区间；透支账户不计；
      *>   3. 按币种（原币）和按产品（折本币）分别打出各区间金额、
      *>      累计流出及累计占比；
      *>   4. 集中度：从客户合并余额档取余额最大的 20 户存款人，
      *>      列出余额及占存款总额的比例。
      *> 报表 LIQUIDITY_LADDER.RPT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RATE-PARM-FILE ASSIGN TO "RATE_PARM.DAT"  *> 业务日期取参数文件生效日期
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TD-MASTER-FILE
               ASSIGN TO "TERM_DEPOSITS.DAT"  *> 定期存款合约档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCOUNT-ID
               FILE STATUS IS WS-TD-STATUS.

           SELECT CLOSING-RATE-FILE
               ASSIGN TO "FX_CLOSING_RATES.DAT"  *> 财资维护的收盘汇率档
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT RUNOFF-PARM-FILE
               ASSIGN TO "LIQUIDITY_RUNOFF.DAT"  *> 活期流失假设参数
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNOFF-STATUS.

      *>   键控客户合并余额档：CustomerBalanceExtract 每晚整档重建
           SELECT CUST-BALANCE-FILE ASSIGN TO "CUSTOMER_BALANCES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-CUSTOMER-ID
               FILE STATUS IS WS-CUSTBAL-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档：取客户名称
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT LADDER-REPORT-FILE
               ASSIGN TO "LIQUIDITY_LADDER.RPT"  *> 期限阶梯报表
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  RATE-PARM-FILE.  *> 只取生效日期，其余参数字段本作业不使用
       01  RATE-PARM-RECORD.
           05 FILLER                PIC X(9).  *> 利率 9V9(4) + 管理费 9(2)V99
           05 PARM-EFFECTIVE-DATE   PIC 9(8).
           05 FILLER                PIC X(16).

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  TD-MASTER-FILE.  *> 与 TermDepositMaint 同一份合约布局
       01  TD-RECORD.
           COPY TERMDEP.

       FD  CLOSING-RATE-FILE.  *> 与外币利率档共用同一份费率记录布局
       01  CLOSING-RATE-RECORD.
           COPY FXRATE.

       FD  RUNOFF-PARM-FILE.  *> 活期流失假设：每产品一行，六个区间的流失百分比
       01  RUNOFF-PARM-RECORD.
           05 LRO-PRODUCT-CODE      PIC X(2).  *> 产品代码，'**'=未单列产品的缺省假设
           05 LRO-PERCENT           PIC 9(3)V99 OCCURS 6 TIMES.  *> 各区间流失占比，合计须为 100

       FD  CUST-BALANCE-FILE.  *> 与 CustomerBalanceExtract 同一份合并余额布局
       01  CUST-BALANCE-RECORD.
           05 CB-CUSTOMER-ID        PIC 9(6).
           05 CB-TOTAL-BALANCE      PIC S9(11)V99 COMP-3.
           05 CB-ACCOUNT-COUNT      PIC 9(5) COMP-3.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  LADDER-REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-TD-STATUS            PIC XX VALUE '00'.
       01  WS-TD-OPEN              PIC X VALUE 'N'.  *> 'Y' 表示定期合约档可用
       01  WS-RATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-RUNOFF-STATUS        PIC XX VALUE '00'.
       01  WS-CUSTBAL-STATUS       PIC XX VALUE '00'.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE '00'.
       01  WS-CUSTMAST-OPEN        PIC X VALUE 'N'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-MASTER-EOF           PIC X VALUE 'N'.
       01  WS-RATE-EOF             PIC X VALUE 'N'.
       01  WS-RUNOFF-EOF           PIC X VALUE 'N'.
       01  WS-CUSTBAL-EOF          PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-STALE-LIMIT-DAYS     PIC 9(3) VALUE 30.  *> 汇率陈旧警告阈值（天）
       01  WS-RATE-AGE-DAYS        PIC 9(5) VALUE 0.
       01  WS-ACCOUNTS-READ        PIC 9(7) VALUE 0.  *> 扫描的账户数
       01  WS-TERM-ACCOUNTS        PIC 9(7) VALUE 0.  *> 按到期日落区间的定期账户数
       01  WS-DEMAND-ACCOUNTS      PIC 9(7) VALUE 0.  *> 按流失假设分摊的活期账户数
       01  WS-SKIPPED-ACCOUNTS     PIC 9(7) VALUE 0.  *> 零余额/透支不计的账户数
       01  WS-NO-RATE-ACCOUNTS     PIC 9(7) VALUE 0.  *> 缺收盘汇率未计入的账户数

      *> 期限区间：上限天数（含），最后一档为一年以上
       01  BUCKET-LIMIT-VALUES.
           05 FILLER                PIC 9(5) VALUE 7.
           05 FILLER                PIC 9(5) VALUE 30.
           05 FILLER                PIC 9(5) VALUE 90.
           05 FILLER                PIC 9(5) VALUE 180.
           05 FILLER                PIC 9(5) VALUE 365.
           05 FILLER                PIC 9(5) VALUE 99999.
       01  BUCKET-LIMIT-TABLE REDEFINES BUCKET-LIMIT-VALUES.
           05 BKT-LIMIT-DAYS        PIC 9(5) OCCURS 6 TIMES.
       01  BUCKET-LABEL-VALUES.
           05 FILLER                PIC X(17) VALUE '        0-7 DAYS '.
           05 FILLER                PIC X(17) VALUE '       8-30 DAYS '.
           05 FILLER                PIC X(17) VALUE '      31-90 DAYS '.
           05 FILLER                PIC X(17) VALUE '     91-180 DAYS '.
           05 FILLER                PIC X(17) VALUE '    181-365 DAYS '.
           05 FILLER                PIC X(17) VALUE '     OVER 1 YEAR '.
       01  BUCKET-LABEL-TABLE REDEFINES BUCKET-LABEL-VALUES.
           05 BKT-LABEL             PIC X(17) OCCURS 6 TIMES.
       01  WS-BUCKET               PIC 9 VALUE 0.
       01  WS-BKT-INDEX            PIC 9 VALUE 0.
       01  WS-DAYS-TO-MATURITY     PIC S9(7) VALUE 0.

      *> 收盘汇率表：每币种保留生效日期不晚于业务日期的最新一条
       01  CLOSING-RATE-TABLE.
           05 CRT-ENTRY OCCURS 20 TIMES.
               10 CRT-CURRENCY      PIC X(3).
               10 CRT-RATE          PIC 9(3)V9(6).
               10 CRT-EFFECTIVE     PIC 9(8).
       01  WS-CRT-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-CRT-INDEX            PIC 9(2) COMP VALUE 0.
       01  WS-CRT-SLOT             PIC 9(2) COMP VALUE 0.
       01  WS-CNY-RATE             PIC 9(3)V9(6) VALUE 0.  *> 本账户折本币汇率，本币为 1

      *> 活期流失假设表
       01  RUNOFF-TABLE.
           05 RUNOFF-ENTRY OCCURS 30 TIMES.
               10 RFT-PRODUCT-CODE  PIC X(2).
               10 RFT-PERCENT       PIC 9(3)V99 OCCURS 6 TIMES.
       01  WS-RUNOFF-COUNT         PIC 9(2) COMP VALUE 0.
       01  WS-RUNOFF-INDEX         PIC 9(2) COMP VALUE 0.
       01  WS-RUNOFF-SLOT          PIC 9(2) COMP VALUE 0.
       01  WS-RUNOFF-DEFAULT       PIC 9(2) COMP VALUE 0.  *> '**' 缺省行所在位置
       01  WS-RUNOFF-SUM           PIC 9(4)V99 VALUE 0.
      *> 参数档缺失或无 '**' 行时的内置缺省假设（合计 100）
       01  DEFAULT-RUNOFF-VALUES.
           05 FILLER                PIC 9(3)V99 VALUE 10.00.
           05 FILLER                PIC 9(3)V99 VALUE 10.00.
           05 FILLER                PIC 9(3)V99 VALUE 10.00.
           05 FILLER                PIC 9(3)V99 VALUE 10.00.
           05 FILLER                PIC 9(3)V99 VALUE 10.00.
           05 FILLER                PIC 9(3)V99 VALUE 50.00.
       01  DEFAULT-RUNOFF-TABLE REDEFINES DEFAULT-RUNOFF-VALUES.
           05 DRO-PERCENT           PIC 9(3)V99 OCCURS 6 TIMES.

      *> 本账户分摊到各区间的金额（原币 / 折本币）
       01  ACCOUNT-SPLIT-TABLE.
           05 SPLIT-ENTRY OCCURS 6 TIMES.
               10 SPL-FC-AMOUNT     PIC S9(11)V99.
               10 SPL-CNY-AMOUNT    PIC S9(13)V99.
       01  WS-CNY-AMOUNT           PIC S9(13)V99 VALUE 0.
       01  WS-SPLIT-FC-SUM         PIC S9(11)V99 VALUE 0.
       01  WS-SPLIT-CNY-SUM        PIC S9(13)V99 VALUE 0.

      *> 按币种（原币）阶梯
       01  CCY-LADDER-TABLE.
           05 CCY-LADDER-ENTRY OCCURS 20 TIMES.
               10 CLD-CURRENCY      PIC X(3).
               10 CLD-AMOUNT        PIC S9(13)V99 COMP-3 OCCURS 6 TIMES.
       01  WS-CLD-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-CLD-INDEX            PIC 9(2) COMP VALUE 0.
       01  WS-CLD-SLOT             PIC 9(2) COMP VALUE 0.

      *> 按产品（折本币）阶梯
       01  PRODUCT-LADDER-TABLE.
           05 PRODUCT-LADDER-ENTRY OCCURS 30 TIMES.
               10 PLD-PRODUCT-CODE  PIC X(2).
               10 PLD-AMOUNT        PIC S9(13)V99 COMP-3 OCCURS 6 TIMES.
       01  WS-PLD-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-PLD-INDEX            PIC 9(2) COMP VALUE 0.
       01  WS-PLD-SLOT             PIC 9(2) COMP VALUE 0.
       01  WS-LADDER-PRODUCT       PIC X(2) VALUE SPACES.

      *> 全行合计阶梯（折本币）：定期、活期、合计三行
       01  TOTAL-LADDER-TABLE.
           05 TLD-TERM-AMOUNT       PIC S9(13)V99 COMP-3 OCCURS 6 TIMES.
           05 TLD-DEMAND-AMOUNT     PIC S9(13)V99 COMP-3 OCCURS 6 TIMES.
           05 TLD-TOTAL-AMOUNT      PIC S9(13)V99 COMP-3 OCCURS 6 TIMES.
       01  WS-DEPOSIT-BASE         PIC S9(13)V99 VALUE 0.  *> 存款总额（折本币）

      *> 打印一行阶梯时的工作区：调用方先把六个区间金额放进来
       01  PRINT-ROW-TABLE.
           05 PRT-AMOUNT            PIC S9(13)V99 OCCURS 6 TIMES.
       01  WS-PRINT-LABEL          PIC X(12) VALUE SPACES.
       01  WS-ROW-TOTAL            PIC S9(13)V99 VALUE 0.
       01  WS-ROW-CUMULATIVE       PIC S9(13)V99 VALUE 0.

      *> 集中度：余额最大的 20 户，按余额降序插入
       01  TOP-DEPOSITOR-TABLE.
           05 TOP-ENTRY OCCURS 20 TIMES.
               10 TOP-CUSTOMER-ID   PIC 9(6).
               10 TOP-BALANCE       PIC S9(11)V99.
               10 TOP-ACCOUNT-COUNT PIC 9(5).
       01  WS-TOP-LIMIT            PIC 9(2) COMP VALUE 20.
       01  WS-TOP-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-TOP-INDEX            PIC 9(2) COMP VALUE 0.
       01  WS-TOP-SLOT             PIC 9(2) COMP VALUE 0.
       01  WS-TOP-TOTAL            PIC S9(13)V99 VALUE 0.
       01  WS-TOP-SHARE            PIC 9(3)V99 VALUE 0.

      *> 报表打印行
       01  WS-HEADER-LINE.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 HDR-LABEL             PIC X(17) OCCURS 6 TIMES.
           05 FILLER                PIC X(17) VALUE '            TOTAL'.
       01  WS-AMOUNT-LINE.
           05 LAL-LABEL             PIC X(12).
           05 LAL-AMOUNT            PIC -(13)9.99 OCCURS 7 TIMES.
       01  WS-PERCENT-LINE.
           05 LPL-LABEL             PIC X(12).
           05 LPL-PERCENT           PIC Z(13)9.99 OCCURS 6 TIMES.
       01  WS-TOP-LINE.
           05 TPL-RANK              PIC Z9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 TPL-CUSTOMER-ID       PIC 9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 TPL-NAME              PIC X(30).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 TPL-ACCOUNTS          PIC ZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 TPL-BALANCE           PIC -(11)9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 TPL-SHARE             PIC ZZ9.99.
           05 FILLER                PIC X VALUE '%'.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-CLOSING-RATES.
           PERFORM LOAD-RUNOFF-PARMS.
           INITIALIZE CCY-LADDER-TABLE PRODUCT-LADDER-TABLE
               TOTAL-LADDER-TABLE.

      *>   定期合约档开不出来时全部余额按活期流失假设分摊并提示
           OPEN INPUT TD-MASTER-FILE.
           IF WS-TD-STATUS = '00'
               MOVE 'Y' TO WS-TD-OPEN
           ELSE
               DISPLAY "TERM_DEPOSITS.DAT not available - all "
                   "balances treated as demand."
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM LADDER-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.
           IF WS-TD-OPEN = 'Y'
               CLOSE TD-MASTER-FILE
           END-IF.

           OPEN OUTPUT LADDER-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening LIQUIDITY_LADDER.RPT. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "LIQUIDITY MATURITY LADDER - DEPOSIT LIABILITIES  "
               "BUSINESS DATE " WS-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-BKT-INDEX FROM 1 BY 1
                   UNTIL WS-BKT-INDEX > 6
               MOVE BKT-LABEL(WS-BKT-INDEX) TO HDR-LABEL(WS-BKT-INDEX)
           END-PERFORM.

           PERFORM WRITE-TOTAL-SECTION.
           PERFORM WRITE-CURRENCY-SECTION.
           PERFORM WRITE-PRODUCT-SECTION.
           PERFORM WRITE-CONCENTRATION-SECTION.

           CLOSE LADDER-REPORT-FILE.
           DISPLAY "===== LIQUIDITY LADDER SUMMARY =====".
           DISPLAY "Accounts scanned : " WS-ACCOUNTS-READ.
           DISPLAY "Term (maturity)  : " WS-TERM-ACCOUNTS.
           DISPLAY "Demand (run-off) : " WS-DEMAND-ACCOUNTS.
           DISPLAY "Nil/overdrawn    : " WS-SKIPPED-ACCOUNTS.
           DISPLAY "Missing FX rate  : " WS-NO-RATE-ACCOUNTS.
           DISPLAY "Deposit base CNY : " WS-DEPOSIT-BASE.
           DISPLAY "Top depositors   : " WS-TOP-COUNT.
           STOP RUN.

       LADDER-ONE-ACCOUNT.
      *> 只计存款负债：零余额和透支账户不计；外币缺收盘汇率的账户
      *> 不计入并计数告警，不会按 1:1 混进本币口径
           IF ACCOUNT-BALANCE NOT > 0
               ADD 1 TO WS-SKIPPED-ACCOUNTS
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CLOSING-RATE.
           IF WS-CNY-RATE = 0
               ADD 1 TO WS-NO-RATE-ACCOUNTS
               DISPLAY "*** No closing rate for " CURRENCY-CODE
                   " - account " ACCOUNT-ID " excluded ***"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CNY-AMOUNT ROUNDED =
               ACCOUNT-BALANCE * WS-CNY-RATE.
           ADD WS-CNY-AMOUNT TO WS-DEPOSIT-BASE.
           INITIALIZE ACCOUNT-SPLIT-TABLE.
           MOVE PRODUCT-CODE TO WS-LADDER-PRODUCT.

           MOVE 'N' TO TD-STATUS.
           IF WS-TD-OPEN = 'Y'
               MOVE ACCOUNT-ID TO TD-ACCOUNT-ID
               READ TD-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO TD-STATUS
               END-READ
           END-IF.
           IF TD-STATUS = 'A'
      *>       定期：整额落入剩余期限所在区间，已过到期日未兑付的
      *>       视同即期流出；主档无产品码时取合约上的定期产品码
               ADD 1 TO WS-TERM-ACCOUNTS
               IF WS-LADDER-PRODUCT = SPACES OR
                       WS-LADDER-PRODUCT = LOW-VALUES
                   MOVE TD-PRODUCT-CODE TO WS-LADDER-PRODUCT
               END-IF
               COMPUTE WS-DAYS-TO-MATURITY =
                   FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE)
               MOVE 6 TO WS-BUCKET
               PERFORM VARYING WS-BKT-INDEX FROM 6 BY -1
                       UNTIL WS-BKT-INDEX < 1
                   IF WS-DAYS-TO-MATURITY <=
                           BKT-LIMIT-DAYS(WS-BKT-INDEX)
                       MOVE WS-BKT-INDEX TO WS-BUCKET
                   END-IF
               END-PERFORM
               MOVE ACCOUNT-BALANCE TO SPL-FC-AMOUNT(WS-BUCKET)
               MOVE WS-CNY-AMOUNT TO SPL-CNY-AMOUNT(WS-BUCKET)
               PERFORM VARYING WS-BKT-INDEX FROM 1 BY 1
                       UNTIL WS-BKT-INDEX > 6
                   ADD SPL-CNY-AMOUNT(WS-BKT-INDEX)
                       TO TLD-TERM-AMOUNT(WS-BKT-INDEX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-DEMAND-ACCOUNTS
               PERFORM SPLIT-DEMAND-BALANCE
               PERFORM VARYING WS-BKT-INDEX FROM 1 BY 1
                       UNTIL WS-BKT-INDEX > 6
                   ADD SPL-CNY-AMOUNT(WS-BKT-INDEX)
                       TO TLD-DEMAND-AMOUNT(WS-BKT-INDEX)
               END-PERFORM
           END-IF.
           PERFORM POST-SPLIT-TO-LADDERS.

       SPLIT-DEMAND-BALANCE.
      *> 活期余额按本产品的流失假设分摊：产品单列则用其行，否则
      *> 用 '**' 缺省行，再没有就用内置缺省；前五档按比例取整，
      *> 尾差全部落在最后一档，分摊后合计与余额分毫不差
           MOVE 0 TO WS-RUNOFF-SLOT.
           PERFORM VARYING WS-RUNOFF-INDEX FROM 1 BY 1
                   UNTIL WS-RUNOFF-INDEX > WS-RUNOFF-COUNT
                   OR WS-RUNOFF-SLOT > 0
               IF RFT-PRODUCT-CODE(WS-RUNOFF-INDEX) = PRODUCT-CODE
                   MOVE WS-RUNOFF-INDEX TO WS-RUNOFF-SLOT
               END-IF
           END-PERFORM.
           IF WS-RUNOFF-SLOT = 0
               MOVE WS-RUNOFF-DEFAULT TO WS-RUNOFF-SLOT
           END-IF.
           MOVE 0 TO WS-SPLIT-FC-SUM.
           MOVE 0 TO WS-SPLIT-CNY-SUM.
           PERFORM VARYING WS-BKT-INDEX FROM 1 BY 1
                   UNTIL WS-BKT-INDEX > 5
               IF WS-RUNOFF-SLOT = 0
                   COMPUTE SPL-FC-AMOUNT(WS-BKT-INDEX) ROUNDED =
                       ACCOUNT-BALANCE * DRO-PERCENT(WS-BKT-INDEX) / 100
                   COMPUTE SPL-CNY-AMOUNT(WS-BKT-INDEX) ROUNDED =
                       WS-CNY-AMOUNT * DRO-PERCENT(WS-BKT-INDEX) / 100
               ELSE
                   COMPUTE SPL-FC-AMOUNT(WS-BKT-INDEX) ROUNDED =
                       ACCOUNT-BALANCE *
                       RFT-PERCENT(WS-RUNOFF-SLOT, WS-BKT-INDEX) / 100
                   COMPUTE SPL-CNY-AMOUNT(WS-BKT-INDEX) ROUNDED =
                       WS-CNY-AMOUNT *
                       RFT-PERCENT(WS-RUNOFF-SLOT, WS-BKT-INDEX) / 100
               END-IF
               ADD SPL-FC-AMOUNT(WS-BKT-INDEX) TO WS-SPLIT-FC-SUM
               ADD SPL-CNY-AMOUNT(WS-BKT-INDEX) TO WS-SPLIT-CNY-SUM
           END-PERFORM.
           COMPUTE SPL-FC-AMOUNT(6) = ACCOUNT-BALANCE - WS-SPLIT-FC-SUM.
           COMPUTE SPL-CNY-AMOUNT(6) =
               WS-CNY-AMOUNT - WS-SPLIT-CNY-SUM.

       POST-SPLIT-TO-LADDERS.
      *> 本账户各区间金额累进币种阶梯（原币）、产品阶梯和合计
      *> 阶梯（折本币）
           MOVE 0 TO WS-CLD-SLOT.
           PERFORM VARYING WS-CLD-INDEX FROM 1 BY 1
                   UNTIL WS-CLD-INDEX > WS-CLD-COUNT
                   OR WS-CLD-SLOT > 0
               IF CLD-CURRENCY(WS-CLD-INDEX) = CURRENCY-CODE
                   MOVE WS-CLD-INDEX TO WS-CLD-SLOT
               END-IF
           END-PERFORM.
           IF WS-CLD-SLOT = 0
               IF WS-CLD-COUNT >= 20
                   DISPLAY "*** Currency ladder table full at 20 "
                       "currencies - run stopped ***"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CLD-COUNT
               MOVE WS-CLD-COUNT TO WS-CLD-SLOT
               MOVE CURRENCY-CODE TO CLD-CURRENCY(WS-CLD-SLOT)
           END-IF.
           MOVE 0 TO WS-PLD-SLOT.
           PERFORM VARYING WS-PLD-INDEX FROM 1 BY 1
                   UNTIL WS-PLD-INDEX > WS-PLD-COUNT
                   OR WS-PLD-SLOT > 0
               IF PLD-PRODUCT-CODE(WS-PLD-INDEX) = WS-LADDER-PRODUCT
                   MOVE WS-PLD-INDEX TO WS-PLD-SLOT
               END-IF
           END-PERFORM.
           IF WS-PLD-SLOT = 0
               IF WS-PLD-COUNT >= 30
                   DISPLAY "*** Product ladder table full at 30 "
                       "products - run stopped ***"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PLD-COUNT
               MOVE WS-PLD-COUNT TO WS-PLD-SLOT
               MOVE WS-LADDER-PRODUCT TO PLD-PRODUCT-CODE(WS-PLD-SLOT)
           END-IF.
           PERFORM VARYING WS-BKT-INDEX FROM 1 BY 1
                   UNTIL WS-BKT-INDEX > 6
               ADD SPL-FC-AMOUNT(WS-BKT-INDEX)
                   TO CLD-AMOUNT(WS-CLD-SLOT, WS-BKT-INDEX)
               ADD SPL-CNY-AMOUNT(WS-BKT-INDEX)
                   TO PLD-AMOUNT(WS-PLD-SLOT, WS-BKT-INDEX)
               ADD SPL-CNY-AMOUNT(WS-BKT-INDEX)
                   TO TLD-TOTAL-AMOUNT(WS-BKT-INDEX)
           END-PERFORM.

       FIND-CLOSING-RATE.
      *> 本币（CNY 或空白）折算率为 1；外币取收盘汇率表，查不到为 0
           IF CURRENCY-CODE = SPACES OR CURRENCY-CODE = 'CNY'
               MOVE 1 TO WS-CNY-RATE
           ELSE
               MOVE 0 TO WS-CNY-RATE
               PERFORM VARYING WS-CRT-INDEX FROM 1 BY 1
                       UNTIL WS-CRT-INDEX > WS-CRT-COUNT
                   IF CRT-CURRENCY(WS-CRT-INDEX) = CURRENCY-CODE
                       MOVE CRT-RATE(WS-CRT-INDEX) TO WS-CNY-RATE
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-TOTAL-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ALL DEPOSITS (CNY EQUIVALENT)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-BKT-INDEX FROM 1 BY 1
                   UNTIL WS-BKT-INDEX > 6
               MOVE TLD-TERM-AMOUNT(WS-BKT-INDEX)
                   TO PRT-AMOUNT(WS-BKT-INDEX)
           END-PERFORM.
           MOVE 'TERM' TO WS-PRINT-LABEL.
           PERFORM WRITE-LADDER-ROW.
           PERFORM VARYING WS-BKT-INDEX FROM 1 BY 1
                   UNTIL WS-BKT-INDEX > 6
               MOVE TLD-DEMAND-AMOUNT(WS-BKT-INDEX)
                   TO PRT-AMOUNT(WS-BKT-INDEX)
           END-PERFORM.
           MOVE 'DEMAND' TO WS-PRINT-LABEL.
           PERFORM WRITE-LADDER-ROW.
           PERFORM VARYING WS-BKT-INDEX FROM 1 BY 1
                   UNTIL WS-BKT-INDEX > 6
               MOVE TLD-TOTAL-AMOUNT(WS-BKT-INDEX)
                   TO PRT-AMOUNT(WS-BKT-INDEX)
           END-PERFORM.
           MOVE 'TOTAL' TO WS-PRINT-LABEL.
           PERFORM WRITE-LADDER-ROW.

       WRITE-CURRENCY-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BY CURRENCY (ORIGINAL CURRENCY)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CLD-INDEX FROM 1 BY 1
                   UNTIL WS-CLD-INDEX > WS-CLD-COUNT
               PERFORM VARYING WS-BKT-INDEX FROM 1 BY 1
                       UNTIL WS-BKT-INDEX > 6
                   MOVE CLD-AMOUNT(WS-CLD-INDEX, WS-BKT-INDEX)
                       TO PRT-AMOUNT(WS-BKT-INDEX)
               END-PERFORM
               MOVE CLD-CURRENCY(WS-CLD-INDEX) TO WS-PRINT-LABEL
               IF WS-PRINT-LABEL = SPACES
                   MOVE 'CNY' TO WS-PRINT-LABEL
               END-IF
               PERFORM WRITE-LADDER-ROW
           END-PERFORM.

       WRITE-PRODUCT-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BY PRODUCT (CNY EQUIVALENT)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-PLD-INDEX FROM 1 BY 1
                   UNTIL WS-PLD-INDEX > WS-PLD-COUNT
               PERFORM VARYING WS-BKT-INDEX FROM 1 BY 1
                       UNTIL WS-BKT-INDEX > 6
                   MOVE PLD-AMOUNT(WS-PLD-INDEX, WS-BKT-INDEX)
                       TO PRT-AMOUNT(WS-BKT-INDEX)
               END-PERFORM
               MOVE SPACES TO WS-PRINT-LABEL
               IF PLD-PRODUCT-CODE(WS-PLD-INDEX) = SPACES OR
                       PLD-PRODUCT-CODE(WS-PLD-INDEX) = LOW-VALUES
                   MOVE 'NO PRODUCT' TO WS-PRINT-LABEL
               ELSE
                   STRING 'PRODUCT ' PLD-PRODUCT-CODE(WS-PLD-INDEX)
                       DELIMITED BY SIZE INTO WS-PRINT-LABEL
               END-IF
               PERFORM WRITE-LADDER-ROW
           END-PERFORM.

       WRITE-LADDER-ROW.
      *> 一行阶梯打三行：各区间金额及合计、累计流出、累计流出占
      *> 该行合计的百分比
           MOVE 0 TO WS-ROW-TOTAL.
           PERFORM VARYING WS-BKT-INDEX FROM 1 BY 1
                   UNTIL WS-BKT-INDEX > 6
               ADD PRT-AMOUNT(WS-BKT-INDEX) TO WS-ROW-TOTAL
               MOVE PRT-AMOUNT(WS-BKT-INDEX) TO LAL-AMOUNT(WS-BKT-INDEX)
           END-PERFORM.
           MOVE WS-PRINT-LABEL TO LAL-LABEL.
           MOVE WS-ROW-TOTAL TO LAL-AMOUNT(7).
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-ROW-CUMULATIVE.
           PERFORM VARYING WS-BKT-INDEX FROM 1 BY 1
                   UNTIL WS-BKT-INDEX > 6
               ADD PRT-AMOUNT(WS-BKT-INDEX) TO WS-ROW-CUMULATIVE
               MOVE WS-ROW-CUMULATIVE TO LAL-AMOUNT(WS-BKT-INDEX)
               IF WS-ROW-TOTAL > 0
                   COMPUTE LPL-PERCENT(WS-BKT-INDEX) ROUNDED =
                       WS-ROW-CUMULATIVE * 100 / WS-ROW-TOTAL
               ELSE
                   MOVE 0 TO LPL-PERCENT(WS-BKT-INDEX)
               END-IF
           END-PERFORM.
           MOVE '  CUMULATIVE' TO LAL-LABEL.
           MOVE WS-ROW-TOTAL TO LAL-AMOUNT(7).
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '  CUM %' TO LPL-LABEL.
           MOVE WS-PERCENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CONCENTRATION-SECTION.
      *> 客户合并余额档整档扫一遍，按余额降序保留前 20 户
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEPOSITOR CONCENTRATION - LARGEST 20 CUSTOMERS"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT CUST-BALANCE-FILE.
           IF WS-CUSTBAL-STATUS NOT = '00'
               DISPLAY "CUSTOMER_BALANCES.DAT not available - "
                   "concentration section skipped."
               MOVE "  CUSTOMER_BALANCES.DAT NOT AVAILABLE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CUSTBAL-EOF = 'Y'
               READ CUST-BALANCE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUSTBAL-EOF
                   NOT AT END
                       IF CB-TOTAL-BALANCE > 0
                           PERFORM KEEP-TOP-DEPOSITOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUST-BALANCE-FILE.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'Y' TO WS-CUSTMAST-OPEN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "RK  CUSTOMER  NAME                            "
               "ACCTS           BALANCE   SHARE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-TOP-TOTAL.
           PERFORM VARYING WS-TOP-INDEX FROM 1 BY 1
                   UNTIL WS-TOP-INDEX > WS-TOP-COUNT
               MOVE WS-TOP-INDEX TO TPL-RANK
               MOVE TOP-CUSTOMER-ID(WS-TOP-INDEX) TO TPL-CUSTOMER-ID
               MOVE SPACES TO TPL-NAME
               IF WS-CUSTMAST-OPEN = 'Y'
                   MOVE TOP-CUSTOMER-ID(WS-TOP-INDEX) TO CM-CUSTOMER-ID
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CM-CUSTOMER-NAME TO TPL-NAME
                   END-READ
               END-IF
               MOVE TOP-ACCOUNT-COUNT(WS-TOP-INDEX) TO TPL-ACCOUNTS
               MOVE TOP-BALANCE(WS-TOP-INDEX) TO TPL-BALANCE
               ADD TOP-BALANCE(WS-TOP-INDEX) TO WS-TOP-TOTAL
               PERFORM COMPUTE-TOP-SHARE
               MOVE WS-TOP-SHARE TO TPL-SHARE
               MOVE WS-TOP-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-CUSTMAST-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE 0 TO TPL-RANK.
           MOVE 0 TO TPL-CUSTOMER-ID.
           MOVE 'TOP 20 TOTAL' TO TPL-NAME.
           MOVE 0 TO TPL-ACCOUNTS.
           MOVE WS-TOP-TOTAL TO TPL-BALANCE.
           MOVE WS-TOP-TOTAL TO TOP-BALANCE(1).
           MOVE 1 TO WS-TOP-INDEX.
           PERFORM COMPUTE-TOP-SHARE.
           MOVE WS-TOP-SHARE TO TPL-SHARE.
           MOVE WS-TOP-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       COMPUTE-TOP-SHARE.
           MOVE 0 TO WS-TOP-SHARE.
           IF WS-DEPOSIT-BASE > 0
               COMPUTE WS-TOP-SHARE ROUNDED =
                   TOP-BALANCE(WS-TOP-INDEX) * 100 / WS-DEPOSIT-BASE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-TOP-SHARE
               END-COMPUTE
           END-IF.

       KEEP-TOP-DEPOSITOR.
      *> 按余额降序插入：表未满或大于表尾时，找到插入位置，后面
      *> 各项顺次后移一格（满表时表尾那一项被挤出）
           IF WS-TOP-COUNT >= WS-TOP-LIMIT AND
                   CB-TOTAL-BALANCE NOT > TOP-BALANCE(WS-TOP-LIMIT)
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TOP-SLOT.
           PERFORM VARYING WS-TOP-INDEX FROM 1 BY 1
                   UNTIL WS-TOP-INDEX > WS-TOP-COUNT
                   OR WS-TOP-SLOT > 0
               IF CB-TOTAL-BALANCE > TOP-BALANCE(WS-TOP-INDEX)
                   MOVE WS-TOP-INDEX TO WS-TOP-SLOT
               END-IF
           END-PERFORM.
           IF WS-TOP-COUNT < WS-TOP-LIMIT
               ADD 1 TO WS-TOP-COUNT
           END-IF.
           IF WS-TOP-SLOT = 0
               MOVE WS-TOP-COUNT TO WS-TOP-SLOT
           END-IF.
           PERFORM VARYING WS-TOP-INDEX FROM WS-TOP-COUNT BY -1
                   UNTIL WS-TOP-INDEX <= WS-TOP-SLOT
               MOVE TOP-ENTRY(WS-TOP-INDEX - 1)
                   TO TOP-ENTRY(WS-TOP-INDEX)
           END-PERFORM.
           MOVE CB-CUSTOMER-ID TO TOP-CUSTOMER-ID(WS-TOP-SLOT).
           MOVE CB-TOTAL-BALANCE TO TOP-BALANCE(WS-TOP-SLOT).
           MOVE CB-ACCOUNT-COUNT TO TOP-ACCOUNT-COUNT(WS-TOP-SLOT).

       LOAD-RUNOFF-PARMS.
      *> 每行一个产品的六档流失百分比，合计须为 100，否则整行不用
      *> 并告警（该产品落回 '**' 缺省行）；参数档不在时全部用内置
      *> 缺省假设
           OPEN INPUT RUNOFF-PARM-FILE.
           IF WS-RUNOFF-STATUS NOT = '00'
               DISPLAY "LIQUIDITY_RUNOFF.DAT not available - "
                   "default run-off assumptions used."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RUNOFF-EOF = 'Y'
               READ RUNOFF-PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-RUNOFF-EOF
                   NOT AT END
                       PERFORM STORE-RUNOFF-ENTRY
               END-READ
           END-PERFORM.
           CLOSE RUNOFF-PARM-FILE.
           DISPLAY "Run-off assumptions loaded: " WS-RUNOFF-COUNT.

       STORE-RUNOFF-ENTRY.
           MOVE 0 TO WS-RUNOFF-SUM.
           PERFORM VARYING WS-BKT-INDEX FROM 1 BY 1
                   UNTIL WS-BKT-INDEX > 6
               IF LRO-PERCENT(WS-BKT-INDEX) NUMERIC
                   ADD LRO-PERCENT(WS-BKT-INDEX) TO WS-RUNOFF-SUM
               ELSE
                   MOVE 999 TO WS-RUNOFF-SUM
               END-IF
           END-PERFORM.
           IF WS-RUNOFF-SUM NOT = 100
               DISPLAY "*** Run-off row for product " LRO-PRODUCT-CODE
                   " does not total 100% - ignored ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUNOFF-COUNT >= 30
               DISPLAY "*** Run-off table full at 30 products - "
                   "remainder ignored"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RUNOFF-COUNT.
           MOVE LRO-PRODUCT-CODE TO RFT-PRODUCT-CODE(WS-RUNOFF-COUNT).
           PERFORM VARYING WS-BKT-INDEX FROM 1 BY 1
                   UNTIL WS-BKT-INDEX > 6
               MOVE LRO-PERCENT(WS-BKT-INDEX)
                   TO RFT-PERCENT(WS-RUNOFF-COUNT, WS-BKT-INDEX)
           END-PERFORM.
           IF LRO-PRODUCT-CODE = '**'
               MOVE WS-RUNOFF-COUNT TO WS-RUNOFF-DEFAULT
           END-IF.

       LOAD-CLOSING-RATES.
      *> 与 FxRevaluation 同口径：每币种取生效日期不晚于业务日期的
      *> 最新一条，过旧给出陈旧警告；汇率档不在时外币账户全部
      *> 不计入并告警
           OPEN INPUT CLOSING-RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY "FX_CLOSING_RATES.DAT not available - "
                   "foreign currency balances excluded."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RATE-EOF = 'Y'
               READ CLOSING-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-RATE-EOF
                   NOT AT END
                       IF FXR-EFFECTIVE-DATE <= WS-EFFECTIVE-DATE
                           PERFORM KEEP-LATEST-RATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOSING-RATE-FILE.
           PERFORM VARYING WS-CRT-INDEX FROM 1 BY 1
                   UNTIL WS-CRT-INDEX > WS-CRT-COUNT
               COMPUTE WS-RATE-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE) -
                   FUNCTION INTEGER-OF-DATE(
                       CRT-EFFECTIVE(WS-CRT-INDEX))
               IF WS-RATE-AGE-DAYS > WS-STALE-LIMIT-DAYS
                   DISPLAY "*** Stale closing rate for "
                       CRT-CURRENCY(WS-CRT-INDEX) " effective "
                       CRT-EFFECTIVE(WS-CRT-INDEX)
               END-IF
           END-PERFORM.
           DISPLAY "Closing rates loaded: " WS-CRT-COUNT.

       KEEP-LATEST-RATE.
           MOVE 0 TO WS-CRT-SLOT.
           PERFORM VARYING WS-CRT-INDEX FROM 1 BY 1
                   UNTIL WS-CRT-INDEX > WS-CRT-COUNT
                   OR WS-CRT-SLOT > 0
               IF CRT-CURRENCY(WS-CRT-INDEX) = FXR-CURRENCY-CODE
                   MOVE WS-CRT-INDEX TO WS-CRT-SLOT
               END-IF
           END-PERFORM.
           IF WS-CRT-SLOT = 0
               IF WS-CRT-COUNT >= 20
                   DISPLAY "*** Closing rate table full at 20 "
                       "currencies - run stopped ***"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CRT-COUNT
               MOVE WS-CRT-COUNT TO WS-CRT-SLOT
               MOVE FXR-CURRENCY-CODE TO CRT-CURRENCY(WS-CRT-SLOT)
               MOVE FXR-RATE TO CRT-RATE(WS-CRT-SLOT)
               MOVE FXR-EFFECTIVE-DATE TO CRT-EFFECTIVE(WS-CRT-SLOT)
           ELSE
               IF FXR-EFFECTIVE-DATE > CRT-EFFECTIVE(WS-CRT-SLOT)
                   MOVE FXR-RATE TO CRT-RATE(WS-CRT-SLOT)
                   MOVE FXR-EFFECTIVE-DATE
                       TO CRT-EFFECTIVE(WS-CRT-SLOT)
               END-IF
           END-IF.

       READ-EFFECTIVE-DATE.
           OPEN INPUT RATE-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "RATE_PARM.DAT not available - cannot "
                   "determine business date. Run stopped."
               STOP RUN
           END-IF.
           READ RATE-PARM-FILE
               AT END
                   DISPLAY "RATE_PARM.DAT empty - run stopped."
                   STOP RUN
           END-READ.
           MOVE PARM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           CLOSE RATE-PARM-FILE.
           DISPLAY "Liquidity ladder for " WS-EFFECTIVE-DATE.

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
