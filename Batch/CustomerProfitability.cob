       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. CustomerProfitability.  *> 客户贡献度月报

      *> 客户贡献度：网点活动报表只看得到网点，回答不了"哪些客户
      *> 真正给行里赚钱"。本作业在月末跑批（BatchAccountProcessor
      *> 月末过账）之后运行，统计月份取业务日期所在月：
      *>   1. 逐账户收集本月各项：
      *>      - 利息支出、管理费/透支费：过账审计明细 ACCOUNT_AUDIT.DAT；
      *>      - 按笔计费（费用标志 'A'）与 NSF 费（'F'）：过账流水；
      *>      - 平均余额：逐日余额累计档，本周期尚有累计天数时按
      *>        累计和/天数，已随月末过账清零的取滚存平均余额；
      *>      - 存款 FTP 收益：正的平均余额 x 参数档 FTP 年利率 / 12；
      *>      外币账户各项按收盘汇率折本币，缺汇率的账户不计并告警；
      *>   2. 按持有人分摊：开户人加交叉引用档上的联名/共签持有人
      *>      均摊，尾差落在最后一位，分摊后合计与账户数分毫不差；
      *>   3. 整档重建键控客户贡献度档 CUSTOMER_PROFIT.DAT；
      *>   4. 按网点、净贡献降序排名打印 CUSTOMER_PROFIT.RPT，每个
      *>      网点排名最后十分之一（至少一户）的客户标记 BOTTOM 10%。
      *> 客户的排名网点取其本人开户账户的网点，只有联名账户的客户
      *> 取所见第一个联名账户的网点

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

           SELECT PROFIT-PARM-FILE
               ASSIGN TO "PROFIT_PARM.DAT"  *> 贡献度参数：存款 FTP 年利率
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFIT-PARM-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRIOR-BALANCE-FILE
               ASSIGN TO "PRIOR_BALANCE.DAT"  *> 逐日余额累计档：取平均余额
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PB-ACCOUNT-ID
               FILE STATUS IS WS-PRIOR-BAL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ACCOUNT_AUDIT.DAT"  *> 过账审计明细
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *>   过账流水（交易明细 + 主档前后镜像）
           SELECT JOURNAL-FILE ASSIGN TO "ACCOUNT_UPDATE_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT XREF-MASTER-FILE
               ASSIGN TO "ACCT_CUST_XREF.DAT"  *> 持有人交叉引用档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CLOSING-RATE-FILE
               ASSIGN TO "FX_CLOSING_RATES.DAT"  *> 财资维护的收盘汇率档
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT CUST-PROFIT-FILE
               ASSIGN TO "CUSTOMER_PROFIT.DAT"  *> 键控客户贡献度档，整档重建
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF-CUSTOMER-ID
               FILE STATUS IS WS-CUSTPROF-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档：取客户名称
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT PROFIT-REPORT-FILE
               ASSIGN TO "CUSTOMER_PROFIT.RPT"  *> 客户贡献度报表
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWORK.TMP".  *> 逐账户收集各项用
           SELECT RANK-WORK ASSIGN TO "RANKWORK.TMP".  *> 按网点、净贡献排名用

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

       FD  PROFIT-PARM-FILE.  *> 单行参数
       01  PROFIT-PARM-RECORD.
           05 PFP-FTP-RATE          PIC 9V9(4).  *> 存款 FTP 年利率

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  PRIOR-BALANCE-FILE.  *> 与 BatchAccountProcessor 同一份逐日余额累计布局
       01  PRIOR-BALANCE-RECORD.
           05 PB-ACCOUNT-ID         PIC 9(8).  *> 账户ID，与账户主文件主键一致
           05 PB-BALANCE-SUM        PIC 9(9)V99 COMP-3.  *> 本计息周期内逐日余额累计之和
           05 PB-DAY-COUNT          PIC 9(3) COMP-3.  *> 本计息周期内已累计的天数
           05 PB-AVERAGE-BALANCE    PIC 9(7)V99 COMP-3.  *> 滚存的平均日余额
           05 PB-LAST-POSTING-DATE  PIC 9(8) COMP-3.  *> 上一次计提利息的日期
           05 PB-ACCRUED-INTEREST   PIC 9(7)V99 COMP-3.  *> 本周期已计提未入账的应计利息

       FD  AUDIT-FILE.  *> 与 BatchAccountProcessor 共用同一份审计记录布局
       01  AUDIT-RECORD.
           COPY ACCTAUD.

       FD  JOURNAL-FILE.  *> 与 AccountMasterUpdate 的过账流水同布局（只取头部栏位）
       01  JOURNAL-RECORD.
           05 JRN-ACCOUNT-ID        PIC 9(8).
           05 JRN-TXN-TYPE          PIC X.
           05 JRN-TXN-AMOUNT        PIC 9(9)V99.
           05 JRN-TO-ACCOUNT-ID     PIC 9(8).
           05 FILLER                PIC X(124).  *> 主档前后镜像，本作业不使用
           05 JRN-CYCLE-NUMBER      PIC 9(3).
           05 FILLER                PIC X(11).  *> 跨币种折算金额，本作业不使用
           05 JRN-BUSINESS-DATE     PIC 9(8).  *> 流水业务日期——按月取数凭此过滤
           05 JRN-FEE-FLAG          PIC X.  *> 'A'=按笔计费 'F'=NSF 费
           05 FILLER                PIC X(34).  *> 流水顺序号/起息日/冲正引用，本作业不使用
           05 FILLER                PIC X(16).  *> 交易参考号，本作业不使用

       FD  XREF-MASTER-FILE.
       01  XREF-RECORD.
           COPY CUSTXREF.

       FD  CLOSING-RATE-FILE.  *> 与外币利率档共用同一份费率记录布局
       01  CLOSING-RATE-RECORD.
           COPY FXRATE.

       FD  CUST-PROFIT-FILE.
       01  CUST-PROFIT-RECORD.
           COPY CUSTPROF.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  PROFIT-REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-ACCOUNT-ID         PIC 9(8).
           05 SW-ITEM-TYPE          PIC X.  *> 'B'=主档账户 'I'=利息 'M'=管理费/透支费 'A'=按笔计费 'N'=NSF 费
           05 SW-AMOUNT             PIC 9(9)V99.

       SD  RANK-WORK.
       01  RANK-WORK-RECORD.
           05 RW-BRANCH-CODE        PIC X(4).
           05 RW-NET-CONTRIB        PIC S9(11)V99.
           05 RW-CUSTOMER-ID        PIC 9(6).
           05 RW-ACCOUNT-COUNT      PIC 9(5).
           05 RW-AVG-BALANCE        PIC S9(11)V99.
           05 RW-INTEREST-EXPENSE   PIC S9(11)V99.
           05 RW-FEE-INCOME         PIC S9(11)V99.
           05 RW-NSF-INCOME         PIC S9(11)V99.
           05 RW-FTP-CREDIT         PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-PROFIT-PARM-STATUS   PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-PRIOR-BAL-STATUS     PIC XX VALUE '00'.
       01  WS-PRIOR-BAL-OPEN       PIC X VALUE 'N'.
       01  WS-AUDIT-STATUS         PIC XX VALUE '00'.
       01  WS-JOURNAL-STATUS       PIC XX VALUE '00'.
       01  WS-XREF-STATUS          PIC XX VALUE '00'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.
       01  WS-RATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-CUSTPROF-STATUS      PIC XX VALUE '00'.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE '00'.
       01  WS-CUSTMAST-OPEN        PIC X VALUE 'N'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-MASTER-EOF           PIC X VALUE 'N'.
       01  WS-AUDIT-EOF            PIC X VALUE 'N'.
       01  WS-JOURNAL-EOF          PIC X VALUE 'N'.
       01  WS-XREF-EOF             PIC X VALUE 'N'.
       01  WS-RATE-EOF             PIC X VALUE 'N'.
       01  WS-CUSTPROF-EOF         PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-PROFIT-PERIOD        PIC 9(6) VALUE 0.  *> 统计月份 CCYYMM
       01  WS-ITEM-PERIOD          PIC 9(6) VALUE 0.
       01  WS-FTP-RATE             PIC 9V9(4) VALUE 0.
       01  WS-STALE-LIMIT-DAYS     PIC 9(3) VALUE 30.  *> 汇率陈旧警告阈值（天）
       01  WS-RATE-AGE-DAYS        PIC 9(5) VALUE 0.
       01  WS-ACCOUNTS-READ        PIC 9(7) VALUE 0.  *> 扫描的主档账户数
       01  WS-AUDIT-ITEMS          PIC 9(7) VALUE 0.  *> 取用的审计明细笔数
       01  WS-JOURNAL-ITEMS        PIC 9(7) VALUE 0.  *> 取用的费用流水笔数
       01  WS-ACCOUNTS-ALLOCATED   PIC 9(7) VALUE 0.  *> 已分摊到客户的账户数
       01  WS-JOINT-ACCOUNTS       PIC 9(7) VALUE 0.  *> 多持有人分摊的账户数
       01  WS-NOT-ON-MASTER        PIC 9(7) VALUE 0.  *> 主档已不在、无从归属的账户数
       01  WS-NO-HOLDER-ACCOUNTS   PIC 9(7) VALUE 0.  *> 无客户号、无持有人的账户数
       01  WS-NO-RATE-ACCOUNTS     PIC 9(7) VALUE 0.  *> 缺收盘汇率未计入的账户数
       01  WS-CUSTOMERS-WRITTEN    PIC 9(7) VALUE 0.  *> 写出的客户数
       01  WS-CUSTOMERS-FLAGGED    PIC 9(7) VALUE 0.  *> 标记为末位十分之一的客户数
       01  WS-CURRENT-ACCOUNT      PIC 9(8) VALUE 0.

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

      *> 本账户本月各项（原币），组末折本币后分摊
       01  WS-ACCT-INTEREST        PIC 9(9)V99 VALUE 0.
       01  WS-ACCT-FEES            PIC 9(9)V99 VALUE 0.
       01  WS-ACCT-NSF             PIC 9(9)V99 VALUE 0.
       01  WS-ACCT-AVG-BALANCE     PIC S9(9)V99 VALUE 0.
       01  WS-ACCT-ON-MASTER       PIC X VALUE 'N'.  *> 'Y' 表示本组含主档账户项
      *> 折本币后的五项：1 平均余额 2 利息支出 3 费用 4 NSF 费 5 FTP 收益
       01  ACCOUNT-METRIC-TABLE.
           05 MET-AMOUNT            PIC S9(11)V99 OCCURS 5 TIMES.
           05 MET-SHARE             PIC S9(11)V99 OCCURS 5 TIMES.
           05 MET-LAST-SHARE        PIC S9(11)V99 OCCURS 5 TIMES.
       01  WS-MET-INDEX            PIC 9 VALUE 0.

      *> 本账户的持有人：开户人在前，联名/共签持有人随后
       01  HOLDER-TABLE.
           05 HOLDER-ENTRY OCCURS 10 TIMES.
               10 HLD-CUSTOMER-ID   PIC 9(6).
               10 HLD-OWNER-FLAG    PIC X.  *> 'Y'=主档上的开户人
       01  WS-HOLDER-COUNT         PIC 9(2) COMP VALUE 0.
       01  WS-HOLDER-INDEX         PIC 9(2) COMP VALUE 0.
       01  WS-HOLDER-FOUND         PIC X VALUE 'N'.

      *> 各网点的客户数：排名时据此定出末位十分之一的起始名次
       01  BRANCH-COUNT-TABLE.
           05 BRANCH-COUNT-ENTRY OCCURS 50 TIMES.
               10 BCT-BRANCH-CODE   PIC X(4).
               10 BCT-CUSTOMERS     PIC 9(7).
       01  WS-BCT-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-BCT-INDEX            PIC 9(2) COMP VALUE 0.
       01  WS-BCT-SLOT             PIC 9(2) COMP VALUE 0.
       01  WS-CURRENT-BRANCH       PIC X(4) VALUE SPACES.
       01  WS-BRANCH-STARTED       PIC X VALUE 'N'.
       01  WS-BRANCH-RANK          PIC 9(7) VALUE 0.
       01  WS-BRANCH-CUSTOMERS     PIC 9(7) VALUE 0.
       01  WS-DECILE-SIZE          PIC 9(7) VALUE 0.
       01  WS-DECILE-START         PIC 9(7) VALUE 0.  *> 从此名次起为末位十分之一
       01  WS-BRANCH-NET-TOTAL     PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-NET-TOTAL      PIC S9(13)V99 VALUE 0.

      *> 报表打印行
       01  WS-COLUMN-HEADER.
           05 FILLER                PIC X(38)
               VALUE 'RNK  CUSTNO  NAME                 ACCT'.
           05 FILLER                PIC X(14) VALUE '   AVG BALANCE'.
           05 FILLER                PIC X(12) VALUE '    INTEREST'.
           05 FILLER                PIC X(12) VALUE '        FEES'.
           05 FILLER                PIC X(12) VALUE '    NSF FEES'.
           05 FILLER                PIC X(12) VALUE '  FTP CREDIT'.
           05 FILLER                PIC X(14) VALUE '   NET CONTRIB'.
       01  WS-PROFIT-LINE.
           05 PRL-RANK              PIC ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 PRL-CUSTOMER-ID       PIC 9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 PRL-NAME              PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 PRL-ACCOUNTS          PIC ZZZ9.
           05 PRL-AVG-BALANCE       PIC -(10)9.99.
           05 PRL-INTEREST          PIC -(8)9.99.
           05 PRL-FEES              PIC -(8)9.99.
           05 PRL-NSF               PIC -(8)9.99.
           05 PRL-FTP               PIC -(8)9.99.
           05 PRL-NET               PIC -(10)9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 PRL-FLAG              PIC X(12).
       01  WS-BRANCH-TOTAL-LINE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 BTL-LABEL             PIC X(28).
           05 FILLER                PIC X(62) VALUE SPACES.
           05 BTL-NET               PIC -(10)9.99.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-PROFIT-PERIOD = WS-EFFECTIVE-DATE / 100.
           DISPLAY "Customer profitability for period "
               WS-PROFIT-PERIOD.
           PERFORM READ-PROFIT-PARM.
           PERFORM LOAD-CLOSING-RATES.

      *>   贡献度档整档重建：先建空档再以 I-O 方式重开累计
           OPEN OUTPUT CUST-PROFIT-FILE.
           IF WS-CUSTPROF-STATUS NOT = '00'
               DISPLAY "Error creating customer profit file. "
                   "File Status: " WS-CUSTPROF-STATUS
               STOP RUN
           END-IF.
           CLOSE CUST-PROFIT-FILE.
           OPEN I-O CUST-PROFIT-FILE.
           IF WS-CUSTPROF-STATUS NOT = '00'
               DISPLAY "Error reopening customer profit file. "
                   "File Status: " WS-CUSTPROF-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PRIOR-BALANCE-FILE.
           IF WS-PRIOR-BAL-STATUS = '00'
               MOVE 'Y' TO WS-PRIOR-BAL-OPEN
           ELSE
               DISPLAY "PRIOR_BALANCE.DAT not available - current "
                   "balances used as average."
           END-IF.
           OPEN INPUT XREF-MASTER-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           ELSE
               DISPLAY "Holder cross-reference not available, joint "
                   "accounts allocated to the account owner only."
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SW-ACCOUNT-ID
               INPUT PROCEDURE IS COLLECT-ACCOUNT-ITEMS
               OUTPUT PROCEDURE IS ALLOCATE-ACCOUNT-ITEMS.

           CLOSE MASTER-FILE.
           IF WS-PRIOR-BAL-OPEN = 'Y'
               CLOSE PRIOR-BALANCE-FILE
           END-IF.
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-MASTER-FILE
           END-IF.
           CLOSE CUST-PROFIT-FILE.

           OPEN OUTPUT PROFIT-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening CUSTOMER_PROFIT.RPT. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'Y' TO WS-CUSTMAST-OPEN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTOMER PROFITABILITY - PERIOD " WS-PROFIT-PERIOD
               "  (CNY EQUIVALENT, RANKED BY NET CONTRIBUTION "
               "WITHIN BRANCH)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           SORT RANK-WORK
               ON ASCENDING KEY RW-BRANCH-CODE
               ON DESCENDING KEY RW-NET-CONTRIB
               ON ASCENDING KEY RW-CUSTOMER-ID
               INPUT PROCEDURE IS RELEASE-CUSTOMER-PROFITS
               OUTPUT PROCEDURE IS WRITE-RANKED-REPORT.

           IF WS-CUSTMAST-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           CLOSE PROFIT-REPORT-FILE.
           DISPLAY "===== CUSTOMER PROFITABILITY SUMMARY =====".
           DISPLAY "Accounts scanned   : " WS-ACCOUNTS-READ.
           DISPLAY "Audit items used   : " WS-AUDIT-ITEMS.
           DISPLAY "Journal fee items  : " WS-JOURNAL-ITEMS.
           DISPLAY "Accounts allocated : " WS-ACCOUNTS-ALLOCATED.
           DISPLAY "Joint accounts     : " WS-JOINT-ACCOUNTS.
           DISPLAY "Not on master      : " WS-NOT-ON-MASTER.
           DISPLAY "No holder          : " WS-NO-HOLDER-ACCOUNTS.
           DISPLAY "Missing FX rate    : " WS-NO-RATE-ACCOUNTS.
           DISPLAY "Customers written  : " WS-CUSTOMERS-WRITTEN.
           DISPLAY "Bottom decile      : " WS-CUSTOMERS-FLAGGED.
           DISPLAY "Net contribution   : " WS-GRAND-NET-TOTAL.
           STOP RUN.

       COLLECT-ACCOUNT-ITEMS.
      *> 主档每户一项 'B'，保证本月无费用无利息的账户也进入分摊；
      *> 审计明细和过账流水只取本统计月份的利息、费用项
           MOVE 0 TO ACCOUNT-ID.
           START MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO ACCOUNT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       MOVE ACCOUNT-ID TO SW-ACCOUNT-ID
                       MOVE 'B' TO SW-ITEM-TYPE
                       MOVE 0 TO SW-AMOUNT
                       RELEASE SORT-WORK-RECORD
               END-READ
           END-PERFORM.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "ACCOUNT_AUDIT.DAT not available - interest "
                   "and maintenance fees not included."
           ELSE
               PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-AUDIT-EOF
                       NOT AT END
                           PERFORM RELEASE-AUDIT-ITEMS
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY "ACCOUNT_UPDATE_JOURNAL.DAT not available - "
                   "activity and NSF fees not included."
           ELSE
               PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-JOURNAL-EOF
                       NOT AT END
                           PERFORM RELEASE-JOURNAL-FEE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       RELEASE-AUDIT-ITEMS.
           IF AUDIT-POSTING-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ITEM-PERIOD = AUDIT-POSTING-DATE / 100.
           IF WS-ITEM-PERIOD NOT = WS-PROFIT-PERIOD
               EXIT PARAGRAPH
           END-IF.
           MOVE AUDIT-ACCOUNT-ID TO SW-ACCOUNT-ID.
           IF AUDIT-INTEREST-AMOUNT NUMERIC AND
                   AUDIT-INTEREST-AMOUNT > 0
               MOVE 'I' TO SW-ITEM-TYPE
               MOVE AUDIT-INTEREST-AMOUNT TO SW-AMOUNT
               RELEASE SORT-WORK-RECORD
               ADD 1 TO WS-AUDIT-ITEMS
           END-IF.
           IF AUDIT-FEE-AMOUNT NUMERIC AND AUDIT-FEE-AMOUNT > 0
               MOVE 'M' TO SW-ITEM-TYPE
               MOVE AUDIT-FEE-AMOUNT TO SW-AMOUNT
               RELEASE SORT-WORK-RECORD
               ADD 1 TO WS-AUDIT-ITEMS
           END-IF.

       RELEASE-JOURNAL-FEE.
      *> 只认带费用标志的扣收交易：'A' 按笔计费、'F' NSF 费
           IF JRN-BUSINESS-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ITEM-PERIOD = JRN-BUSINESS-DATE / 100.
           IF WS-ITEM-PERIOD NOT = WS-PROFIT-PERIOD
               EXIT PARAGRAPH
           END-IF.
           IF JRN-FEE-FLAG = 'A' OR JRN-FEE-FLAG = 'F'
               MOVE JRN-ACCOUNT-ID TO SW-ACCOUNT-ID
               IF JRN-FEE-FLAG = 'A'
                   MOVE 'A' TO SW-ITEM-TYPE
               ELSE
                   MOVE 'N' TO SW-ITEM-TYPE
               END-IF
               MOVE JRN-TXN-AMOUNT TO SW-AMOUNT
               RELEASE SORT-WORK-RECORD
               ADD 1 TO WS-JOURNAL-ITEMS
           END-IF.

       ALLOCATE-ACCOUNT-ITEMS.
      *> 排序后按账户分组，组末折本币并分摊到各持有人
           MOVE 'N' TO WS-SORT-EOF.
           MOVE 0 TO WS-CURRENT-ACCOUNT.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SW-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT
                           IF WS-CURRENT-ACCOUNT NOT = 0
                               PERFORM ALLOCATE-ONE-ACCOUNT
                           END-IF
                           MOVE SW-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
                           MOVE 0 TO WS-ACCT-INTEREST
                           MOVE 0 TO WS-ACCT-FEES
                           MOVE 0 TO WS-ACCT-NSF
                           MOVE 'N' TO WS-ACCT-ON-MASTER
                       END-IF
                       EVALUATE SW-ITEM-TYPE
                           WHEN 'B'
                               MOVE 'Y' TO WS-ACCT-ON-MASTER
                           WHEN 'I'
                               ADD SW-AMOUNT TO WS-ACCT-INTEREST
                           WHEN 'N'
                               ADD SW-AMOUNT TO WS-ACCT-NSF
                           WHEN OTHER
                               ADD SW-AMOUNT TO WS-ACCT-FEES
                       END-EVALUATE
               END-RETURN
           END-PERFORM.
           IF WS-CURRENT-ACCOUNT NOT = 0
               PERFORM ALLOCATE-ONE-ACCOUNT
           END-IF.

       ALLOCATE-ONE-ACCOUNT.
      *> 本月已销户的账户（流水/审计有项但主档已不在）无从归属，
      *> 计数后略过
           IF WS-ACCT-ON-MASTER NOT = 'Y'
               ADD 1 TO WS-NOT-ON-MASTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURRENT-ACCOUNT TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER
                   EXIT PARAGRAPH
           END-READ.
           PERFORM FIND-CLOSING-RATE.
           IF WS-CNY-RATE = 0
               ADD 1 TO WS-NO-RATE-ACCOUNTS
               DISPLAY "*** No closing rate for " CURRENCY-CODE
                   " - account " ACCOUNT-ID " excluded ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM COLLECT-HOLDERS.
           IF WS-HOLDER-COUNT = 0
               ADD 1 TO WS-NO-HOLDER-ACCOUNTS
               EXIT PARAGRAPH
           END-IF.
           IF WS-HOLDER-COUNT > 1
               ADD 1 TO WS-JOINT-ACCOUNTS
           END-IF.
           ADD 1 TO WS-ACCOUNTS-ALLOCATED.

      *>   平均余额：本周期尚有累计天数时按累计和/天数，已随月末
      *>   过账清零的取滚存平均余额；累计档不在或无记录取当前余额
           MOVE ACCOUNT-BALANCE TO WS-ACCT-AVG-BALANCE.
           IF WS-PRIOR-BAL-OPEN = 'Y'
               MOVE ACCOUNT-ID TO PB-ACCOUNT-ID
               READ PRIOR-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PB-DAY-COUNT > 0
                           COMPUTE WS-ACCT-AVG-BALANCE ROUNDED =
                               PB-BALANCE-SUM / PB-DAY-COUNT
                       ELSE
                           MOVE PB-AVERAGE-BALANCE
                               TO WS-ACCT-AVG-BALANCE
                       END-IF
               END-READ
           END-IF.
           COMPUTE MET-AMOUNT(1) ROUNDED =
               WS-ACCT-AVG-BALANCE * WS-CNY-RATE.
           COMPUTE MET-AMOUNT(2) ROUNDED =
               WS-ACCT-INTEREST * WS-CNY-RATE.
           COMPUTE MET-AMOUNT(3) ROUNDED = WS-ACCT-FEES * WS-CNY-RATE.
           COMPUTE MET-AMOUNT(4) ROUNDED = WS-ACCT-NSF * WS-CNY-RATE.
      *>   FTP 收益只给存款：透支平均余额不计
           IF MET-AMOUNT(1) > 0
               COMPUTE MET-AMOUNT(5) ROUNDED =
                   MET-AMOUNT(1) * WS-FTP-RATE / 12
           ELSE
               MOVE 0 TO MET-AMOUNT(5)
           END-IF.

      *>   均摊：前 n-1 位各取四舍五入的一份，最后一位取尾差
           PERFORM VARYING WS-MET-INDEX FROM 1 BY 1
                   UNTIL WS-MET-INDEX > 5
               COMPUTE MET-SHARE(WS-MET-INDEX) ROUNDED =
                   MET-AMOUNT(WS-MET-INDEX) / WS-HOLDER-COUNT
               COMPUTE MET-LAST-SHARE(WS-MET-INDEX) =
                   MET-AMOUNT(WS-MET-INDEX) -
                   MET-SHARE(WS-MET-INDEX) * (WS-HOLDER-COUNT - 1)
           END-PERFORM.
           PERFORM VARYING WS-HOLDER-INDEX FROM 1 BY 1
                   UNTIL WS-HOLDER-INDEX > WS-HOLDER-COUNT
               PERFORM ADD-SHARE-TO-CUSTOMER
           END-PERFORM.

       COLLECT-HOLDERS.
      *> 开户人（主档客户号）在前，再补交叉引用档上本账户的其余
      *> 持有人；同一客户号只计一次
           MOVE 0 TO WS-HOLDER-COUNT.
           IF CUSTOMER-ID NUMERIC AND CUSTOMER-ID > 0
               MOVE 1 TO WS-HOLDER-COUNT
               MOVE CUSTOMER-ID TO HLD-CUSTOMER-ID(1)
               MOVE 'Y' TO HLD-OWNER-FLAG(1)
           END-IF.
           IF WS-XREF-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCOUNT-ID TO XRF-ACCOUNT-ID.
           MOVE 0 TO XRF-CUSTOMER-ID.
           MOVE 'N' TO WS-XREF-EOF.
           START XREF-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO XRF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF
           END-START.
           PERFORM UNTIL WS-XREF-EOF = 'Y'
               READ XREF-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF
                   NOT AT END
                       IF XRF-ACCOUNT-ID NOT = ACCOUNT-ID
                           MOVE 'Y' TO WS-XREF-EOF
                       ELSE
                           PERFORM ADD-XREF-HOLDER
                       END-IF
               END-READ
           END-PERFORM.

       ADD-XREF-HOLDER.
           MOVE 'N' TO WS-HOLDER-FOUND.
           PERFORM VARYING WS-HOLDER-INDEX FROM 1 BY 1
                   UNTIL WS-HOLDER-INDEX > WS-HOLDER-COUNT
               IF HLD-CUSTOMER-ID(WS-HOLDER-INDEX) = XRF-CUSTOMER-ID
                   MOVE 'Y' TO WS-HOLDER-FOUND
               END-IF
           END-PERFORM.
           IF WS-HOLDER-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-HOLDER-COUNT >= 10
               DISPLAY "*** More than 10 holders on account "
                   ACCOUNT-ID " - remainder not allocated"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HOLDER-COUNT.
           MOVE XRF-CUSTOMER-ID TO HLD-CUSTOMER-ID(WS-HOLDER-COUNT).
           MOVE 'N' TO HLD-OWNER-FLAG(WS-HOLDER-COUNT).

       ADD-SHARE-TO-CUSTOMER.
      *> 本持有人的一份累进其键控贡献度记录，无记录则新建；排名
      *> 网点以本人开户账户为准，只有联名账户时取所见第一个
           PERFORM VARYING WS-MET-INDEX FROM 1 BY 1
                   UNTIL WS-MET-INDEX > 5
               IF WS-HOLDER-INDEX < WS-HOLDER-COUNT
                   MOVE MET-SHARE(WS-MET-INDEX)
                       TO MET-AMOUNT(WS-MET-INDEX)
               ELSE
                   MOVE MET-LAST-SHARE(WS-MET-INDEX)
                       TO MET-AMOUNT(WS-MET-INDEX)
               END-IF
           END-PERFORM.
           MOVE HLD-CUSTOMER-ID(WS-HOLDER-INDEX) TO CPF-CUSTOMER-ID.
           READ CUST-PROFIT-FILE
               INVALID KEY
                   MOVE HLD-CUSTOMER-ID(WS-HOLDER-INDEX)
                       TO CPF-CUSTOMER-ID
                   MOVE BRANCH-CODE TO CPF-BRANCH-CODE
                   IF HLD-OWNER-FLAG(WS-HOLDER-INDEX) = 'Y'
                       MOVE 'P' TO CPF-BRANCH-SOURCE
                   ELSE
                       MOVE 'J' TO CPF-BRANCH-SOURCE
                   END-IF
                   MOVE 1 TO CPF-ACCOUNT-COUNT
                   MOVE MET-AMOUNT(1) TO CPF-AVG-BALANCE
                   MOVE MET-AMOUNT(2) TO CPF-INTEREST-EXPENSE
                   MOVE MET-AMOUNT(3) TO CPF-FEE-INCOME
                   MOVE MET-AMOUNT(4) TO CPF-NSF-INCOME
                   MOVE MET-AMOUNT(5) TO CPF-FTP-CREDIT
                   COMPUTE CPF-NET-CONTRIB = CPF-FTP-CREDIT +
                       CPF-FEE-INCOME + CPF-NSF-INCOME -
                       CPF-INTEREST-EXPENSE
                   MOVE WS-PROFIT-PERIOD TO CPF-PERIOD
                   WRITE CUST-PROFIT-RECORD
                       INVALID KEY
                           DISPLAY "*** Unable to create profit "
                               "record for customer " CPF-CUSTOMER-ID
                   END-WRITE
                   ADD 1 TO WS-CUSTOMERS-WRITTEN
               NOT INVALID KEY
                   IF HLD-OWNER-FLAG(WS-HOLDER-INDEX) = 'Y' AND
                           CPF-BRANCH-SOURCE NOT = 'P'
                       MOVE BRANCH-CODE TO CPF-BRANCH-CODE
                       MOVE 'P' TO CPF-BRANCH-SOURCE
                   END-IF
                   ADD 1 TO CPF-ACCOUNT-COUNT
                   ADD MET-AMOUNT(1) TO CPF-AVG-BALANCE
                   ADD MET-AMOUNT(2) TO CPF-INTEREST-EXPENSE
                   ADD MET-AMOUNT(3) TO CPF-FEE-INCOME
                   ADD MET-AMOUNT(4) TO CPF-NSF-INCOME
                   ADD MET-AMOUNT(5) TO CPF-FTP-CREDIT
                   COMPUTE CPF-NET-CONTRIB = CPF-FTP-CREDIT +
                       CPF-FEE-INCOME + CPF-NSF-INCOME -
                       CPF-INTEREST-EXPENSE
                   REWRITE CUST-PROFIT-RECORD
                       INVALID KEY
                           DISPLAY "*** Unable to update profit "
                               "record for customer " CPF-CUSTOMER-ID
                   END-REWRITE
           END-READ.

       RELEASE-CUSTOMER-PROFITS.
      *> 贡献度档整档顺读送排名排序，同时数出各网点的客户数
           OPEN INPUT CUST-PROFIT-FILE.
           IF WS-CUSTPROF-STATUS NOT = '00'
               DISPLAY "Error opening customer profit file. "
                   "File Status: " WS-CUSTPROF-STATUS
               STOP RUN
           END-IF.
           MOVE 0 TO CPF-CUSTOMER-ID.
           START CUST-PROFIT-FILE
               KEY IS GREATER THAN OR EQUAL TO CPF-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CUSTPROF-EOF
           END-START.
           PERFORM UNTIL WS-CUSTPROF-EOF = 'Y'
               READ CUST-PROFIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUSTPROF-EOF
                   NOT AT END
                       PERFORM COUNT-BRANCH-CUSTOMER
                       MOVE CPF-BRANCH-CODE TO RW-BRANCH-CODE
                       MOVE CPF-NET-CONTRIB TO RW-NET-CONTRIB
                       MOVE CPF-CUSTOMER-ID TO RW-CUSTOMER-ID
                       MOVE CPF-ACCOUNT-COUNT TO RW-ACCOUNT-COUNT
                       MOVE CPF-AVG-BALANCE TO RW-AVG-BALANCE
                       MOVE CPF-INTEREST-EXPENSE TO RW-INTEREST-EXPENSE
                       MOVE CPF-FEE-INCOME TO RW-FEE-INCOME
                       MOVE CPF-NSF-INCOME TO RW-NSF-INCOME
                       MOVE CPF-FTP-CREDIT TO RW-FTP-CREDIT
                       RELEASE RANK-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE CUST-PROFIT-FILE.

       COUNT-BRANCH-CUSTOMER.
           MOVE 0 TO WS-BCT-SLOT.
           PERFORM VARYING WS-BCT-INDEX FROM 1 BY 1
                   UNTIL WS-BCT-INDEX > WS-BCT-COUNT
                   OR WS-BCT-SLOT > 0
               IF BCT-BRANCH-CODE(WS-BCT-INDEX) = CPF-BRANCH-CODE
                   MOVE WS-BCT-INDEX TO WS-BCT-SLOT
               END-IF
           END-PERFORM.
           IF WS-BCT-SLOT = 0
               IF WS-BCT-COUNT >= 50
                   DISPLAY "*** Branch table full at 50 branches - "
                       "run stopped ***"
                   STOP RUN
               END-IF
               ADD 1 TO WS-BCT-COUNT
               MOVE WS-BCT-COUNT TO WS-BCT-SLOT
               MOVE CPF-BRANCH-CODE TO BCT-BRANCH-CODE(WS-BCT-SLOT)
               MOVE 0 TO BCT-CUSTOMERS(WS-BCT-SLOT)
           END-IF.
           ADD 1 TO BCT-CUSTOMERS(WS-BCT-SLOT).

       WRITE-RANKED-REPORT.
      *> 按网点分组打印，组内按净贡献降序编名次；末位十分之一
      *> （网点客户数/10 向上取整，至少一户）标记 BOTTOM 10%
           MOVE 'N' TO WS-SORT-EOF.
           MOVE 'N' TO WS-BRANCH-STARTED.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN RANK-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-BRANCH-STARTED NOT = 'Y' OR
                               RW-BRANCH-CODE NOT = WS-CURRENT-BRANCH
                           IF WS-BRANCH-STARTED = 'Y'
                               PERFORM WRITE-BRANCH-TOTAL
                           END-IF
                           PERFORM START-BRANCH-GROUP
                       END-IF
                       PERFORM WRITE-CUSTOMER-LINE
               END-RETURN
           END-PERFORM.
           IF WS-BRANCH-STARTED = 'Y'
               PERFORM WRITE-BRANCH-TOTAL
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ALL BRANCHES' TO BTL-LABEL.
           MOVE WS-GRAND-NET-TOTAL TO BTL-NET.
           MOVE WS-BRANCH-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       START-BRANCH-GROUP.
           MOVE 'Y' TO WS-BRANCH-STARTED.
           MOVE RW-BRANCH-CODE TO WS-CURRENT-BRANCH.
           MOVE 0 TO WS-BRANCH-RANK.
           MOVE 0 TO WS-BRANCH-NET-TOTAL.
           MOVE 0 TO WS-BRANCH-CUSTOMERS.
           PERFORM VARYING WS-BCT-INDEX FROM 1 BY 1
                   UNTIL WS-BCT-INDEX > WS-BCT-COUNT
               IF BCT-BRANCH-CODE(WS-BCT-INDEX) = WS-CURRENT-BRANCH
                   MOVE BCT-CUSTOMERS(WS-BCT-INDEX)
                       TO WS-BRANCH-CUSTOMERS
               END-IF
           END-PERFORM.
           COMPUTE WS-DECILE-SIZE = (WS-BRANCH-CUSTOMERS + 9) / 10.
           COMPUTE WS-DECILE-START =
               WS-BRANCH-CUSTOMERS - WS-DECILE-SIZE + 1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BRANCH " WS-CURRENT-BRANCH "   CUSTOMERS "
               WS-BRANCH-CUSTOMERS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CUSTOMER-LINE.
           ADD 1 TO WS-BRANCH-RANK.
           ADD RW-NET-CONTRIB TO WS-BRANCH-NET-TOTAL.
           ADD RW-NET-CONTRIB TO WS-GRAND-NET-TOTAL.
           MOVE WS-BRANCH-RANK TO PRL-RANK.
           MOVE RW-CUSTOMER-ID TO PRL-CUSTOMER-ID.
           MOVE SPACES TO PRL-NAME.
           IF WS-CUSTMAST-OPEN = 'Y'
               MOVE RW-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO PRL-NAME
               END-READ
           END-IF.
           MOVE RW-ACCOUNT-COUNT TO PRL-ACCOUNTS.
           MOVE RW-AVG-BALANCE TO PRL-AVG-BALANCE.
           MOVE RW-INTEREST-EXPENSE TO PRL-INTEREST.
           MOVE RW-FEE-INCOME TO PRL-FEES.
           MOVE RW-NSF-INCOME TO PRL-NSF.
           MOVE RW-FTP-CREDIT TO PRL-FTP.
           MOVE RW-NET-CONTRIB TO PRL-NET.
           IF WS-BRANCH-RANK >= WS-DECILE-START
               MOVE 'BOTTOM 10%' TO PRL-FLAG
               ADD 1 TO WS-CUSTOMERS-FLAGGED
           ELSE
               MOVE SPACES TO PRL-FLAG
           END-IF.
           MOVE WS-PROFIT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-BRANCH-TOTAL.
           MOVE SPACES TO BTL-LABEL.
           STRING "BRANCH " WS-CURRENT-BRANCH " TOTAL"
               DELIMITED BY SIZE INTO BTL-LABEL.
           MOVE WS-BRANCH-NET-TOTAL TO BTL-NET.
           MOVE WS-BRANCH-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

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

       READ-PROFIT-PARM.
      *> FTP 利率是净贡献的主要组成，参数档不在即停批，不拿零利率
      *> 出一份看似完整的排名
           OPEN INPUT PROFIT-PARM-FILE.
           IF WS-PROFIT-PARM-STATUS NOT = '00'
               DISPLAY "PROFIT_PARM.DAT not available - cannot "
                   "price deposit funding. Run stopped."
               STOP RUN
           END-IF.
           READ PROFIT-PARM-FILE
               AT END
                   DISPLAY "PROFIT_PARM.DAT empty - run stopped."
                   STOP RUN
           END-READ.
           IF PFP-FTP-RATE NOT NUMERIC
               DISPLAY "PROFIT_PARM.DAT FTP rate not numeric - "
                   "run stopped."
               STOP RUN
           END-IF.
           MOVE PFP-FTP-RATE TO WS-FTP-RATE.
           CLOSE PROFIT-PARM-FILE.
           DISPLAY "FTP rate: " WS-FTP-RATE.

       LOAD-CLOSING-RATES.
      *> 与 FxRevaluation 同口径：每币种取生效日期不晚于业务日期的
      *> 最新一条，过旧给出陈旧警告；汇率档不在时外币账户全部
      *> 不计入并告警
           OPEN INPUT CLOSING-RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY "FX_CLOSING_RATES.DAT not available - "
                   "foreign currency accounts excluded."
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
