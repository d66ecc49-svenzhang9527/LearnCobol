       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. PayrollCreditFile.  *> 企业代发工资文件校验及入账批生成

      *> 代发工资：代发单位送来的 PAYROLL_INBOUND.DAT 可含多家
      *> 单位的文件，每份以 '1' 文件头（单位客户号、付款账户、
      *> 文件参考号、发薪日、控制笔数、控制金额）开始，后跟 '2'
      *> 员工明细（员工账户、金额、员工编号、姓名）。本作业按
      *> 单位逐份校验：
      *>   员工明细逐笔查：CHKD = 账户号校验位不符；NOAC = 主档无
      *>   此账户；CLSD = 账户已销户；AMNT = 金额非数字或为零；
      *>   CCYM = 与付款账户币种不同；SELF = 付给付款账户本身。
      *>   整份文件查：SIZE = 明细超出单份上限；CTRL = 明细笔数
      *>   或金额合计与文件头控制数不符；PDAT = 发薪日晚于业务
      *>   日期（到发薪日再送）；DUPF = 同一单位本次已有文件入账；
      *>   FCHK/FNAC = 付款账户校验位不符/不在主档；FOWN = 付款
      *>   账户不属于该单位（开户人或交叉引用档持有人）；FHLD =
      *>   付款账户全额冻结；EMPX = 单位客户不在档或已停用；
      *>   KYCR = 单位 KYC 逾期受限；NOVL = 无一笔有效明细；
      *>   NSFF = 付款账户可用余额（扣除金额止付）不足有效合计。
      *> 整份文件不通过则整份不入账；通过的只剔除无效明细，有效
      *> 明细合计一笔（超单笔上限则拆成多笔）'W' 借记付款账户、
      *> 逐笔 'P' 贷记员工，写成一个带批头/批尾控制的交易批
      *> PAYROLL_BATCH_<单位客户号>.DAT（批次号=单位客户号），由
      *> 运维交给 AccountMasterUpdate 过账。无效明细与被拒文件
      *> 按单位分段列入 PAYROLL_REJECTS.RPT，退回代发单位。
      *> 入账到代发工资产品（PY）账户的员工另登记代发关联档
      *> PAYROLL_LINKS.DAT，BatchAccountProcessor 据此给代发户
      *> 免收管理费

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT PAYROLL-FILE ASSIGN TO "PAYROLL_INBOUND.DAT"  *> 代发单位送来的代发工资文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，随机校验账户在档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CLOSED-REGISTER-FILE ASSIGN TO "CLOSED_ACCOUNTS.DAT"  *> 已销户登记册：销户账户退回
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLR-REG-ACCOUNT-ID
               FILE STATUS IS WS-CLOSED-REG-STATUS.

           SELECT HOLD-MASTER-FILE ASSIGN TO "ACCOUNT_HOLDS.DAT"  *> 司法冻结档：付款账户冻结/止付
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AHL-ACCOUNT-ID
               FILE STATUS IS WS-HOLD-STATUS.

      *>   客户信息主档：查代发单位客户状态及 KYC 限制
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

      *>   持有人交叉引用档：付款账户的联名/共签持有人也算单位名下
           SELECT XREF-MASTER-FILE ASSIGN TO "ACCT_CUST_XREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

      *>   代发关联档：PY 账户的代发单位及最近代发日期
           SELECT PAYROLL-LINK-FILE ASSIGN TO "PAYROLL_LINKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PYL-ACCOUNT-ID
               FILE STATUS IS WS-LINK-STATUS.

           SELECT RATE-PARM-FILE ASSIGN TO "RATE_PARM.DAT"  *> 业务日期取参数文件生效日期
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *>   按代发单位分档的入账交易批，文件名按单位客户号拼出
           SELECT TXN-OUTPUT-FILE ASSIGN TO DYNAMIC WS-BATCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-OUT-STATUS.

           SELECT REJECT-REPORT-FILE ASSIGN TO "PAYROLL_REJECTS.RPT"  *> 退回代发单位的拒绝报告
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  PAYROLL-FILE.
       01  PAYROLL-HEADER-RECORD.
           05 PYH-RECORD-TYPE       PIC X.  *> '1'=文件头 '2'=员工明细，其余记录照读跳过
           05 PYH-EMPLOYER-ID       PIC 9(6).  *> 代发单位客户号
           05 PYH-FUNDING-ACCOUNT   PIC 9(8).  *> 付款账户ID（8位，含校验位）
           05 PYH-FILE-REF          PIC X(12).  *> 单位文件参考号
           05 PYH-PAY-DATE          PIC 9(8).  *> 发薪日 CCYYMMDD
           05 PYH-CONTROL-COUNT     PIC 9(5).  *> 控制笔数：本份员工明细笔数
           05 PYH-CONTROL-TOTAL     PIC 9(9)V99.  *> 控制金额：本份员工明细金额合计
       01  PAYROLL-DETAIL-RECORD.
           05 PYD-RECORD-TYPE       PIC X.
           05 PYD-ACCOUNT-ID        PIC 9(8).  *> 员工账户ID（8位，含校验位）
           05 PYD-AMOUNT            PIC 9(7)V99.  *> 代发金额
           05 PYD-EMPLOYEE-REF      PIC X(12).  *> 单位内员工编号
           05 PYD-EMPLOYEE-NAME     PIC X(20).  *> 员工姓名，仅回显在拒绝报告上
           05 FILLER                PIC X.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY ACCTREC.

       FD  CLOSED-REGISTER-FILE.
       01  CLOSED-REGISTER-RECORD.
           COPY CLOSEREG
               REPLACING ==CLR-ACCOUNT-ID== BY ==CLR-REG-ACCOUNT-ID==
                   ==CLR-ACCOUNT-NAME== BY ==CLR-REG-ACCOUNT-NAME==
                   ==CLR-CUSTOMER-ID== BY ==CLR-REG-CUSTOMER-ID==
                   ==CLR-CURRENCY-CODE== BY ==CLR-REG-CURRENCY==
                   ==CLR-CLOSE-DATE== BY ==CLR-REG-CLOSE-DATE==
                   ==CLR-LAST-BALANCE== BY ==CLR-REG-LAST-BALANCE==
                   ==CLR-ACCRUED-SETTLED== BY ==CLR-REG-ACCRUED==
                   ==CLR-PAYOUT-AMOUNT== BY ==CLR-REG-PAYOUT==
                   ==CLR-UNCOLLECTED== BY ==CLR-REG-UNCOLLECTED==.

       FD  HOLD-MASTER-FILE.
       01  HOLD-RECORD.
           COPY ACCTHOLD.

       FD  CUSTOMER-MASTER-FILE.  *> 客户信息主档文件描述符
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  XREF-MASTER-FILE.
       01  XREF-RECORD.
           COPY CUSTXREF.

       FD  PAYROLL-LINK-FILE.  *> 代发关联档文件描述符
       01  PAYROLL-LINK-RECORD.
           COPY PAYLINK.

       FD  RATE-PARM-FILE.  *> 只取生效日期，其余参数字段本作业不使用
       01  RATE-PARM-RECORD.
           05 FILLER                PIC X(9).  *> 利率 9V9(4) + 管理费 9(2)V99
           05 PARM-EFFECTIVE-DATE   PIC 9(8).
           05 FILLER                PIC X(16).

       FD  TXN-OUTPUT-FILE.  *> 与 AccountMasterUpdate 共用同一份交易布局
       01  TRANSACTION-RECORD.
           COPY ACCTTXN.

       FD  REJECT-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PAYROLL-STATUS       PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-CLOSED-REG-STATUS    PIC XX VALUE '00'.
       01  WS-HOLD-STATUS          PIC XX VALUE '00'.
       01  WS-CUST-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-XREF-STATUS          PIC XX VALUE '00'.
       01  WS-LINK-STATUS          PIC XX VALUE '00'.
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-TXN-OUT-STATUS       PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-PAYROLL-EOF          PIC X VALUE 'N'.
       01  WS-CLOSED-REG-OPEN      PIC X VALUE 'N'.
       01  WS-HOLD-OPEN            PIC X VALUE 'N'.
       01  WS-CUST-MASTER-OPEN     PIC X VALUE 'N'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-BATCH-FILE-NAME      PIC X(30) VALUE SPACES.  *> 当前单位的批档文件名
       01  WS-BATCH-BRANCH         PIC X(4) VALUE 'PYRL'.  *> 代发批的批头网点栏
       01  WS-MAX-TXN-AMOUNT       PIC 9(7)V99 VALUE 9999999.99.  *> 单笔交易金额上限，借记按此拆笔

      *> 全程统计
       01  WS-FILES-READ           PIC 9(5) VALUE 0.  *> 读到的单位文件份数
       01  WS-FILES-ACCEPTED       PIC 9(5) VALUE 0.  *> 生成入账批的份数
       01  WS-FILES-REJECTED       PIC 9(5) VALUE 0.  *> 整份被拒的份数
       01  WS-CREDITS-WRITTEN      PIC 9(7) VALUE 0.  *> 写入批的员工贷记笔数
       01  WS-CREDITS-TOTAL        PIC 9(11)V99 VALUE 0.  *> 员工贷记金额合计
       01  WS-LINES-RETURNED       PIC 9(7) VALUE 0.  *> 退回单位的无效明细笔数
       01  WS-LINKS-UPDATED        PIC 9(7) VALUE 0.  *> 登记/刷新的代发关联笔数
       01  WS-ORPHAN-LINES         PIC 9(7) VALUE 0.  *> 无文件头的明细笔数

      *> 当前单位文件
       01  WS-FILE-OPEN            PIC X VALUE 'N'.  *> 'Y' 表示已读到文件头、明细在积累
       01  WS-EMPLOYER-ID          PIC 9(6) VALUE 0.
       01  WS-FUNDING-ACCOUNT      PIC 9(8) VALUE 0.
       01  WS-FILE-REF             PIC X(12) VALUE SPACES.
       01  WS-PAY-DATE             PIC 9(8) VALUE 0.
       01  WS-CONTROL-COUNT        PIC 9(5) VALUE 0.
       01  WS-CONTROL-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-FILE-REASON          PIC X(4) VALUE SPACES.  *> 整份文件拒绝理由，空白=通过
       01  WS-LINE-COUNT           PIC 9(5) VALUE 0.  *> 读到的明细笔数（含超出上限的）
       01  WS-LINE-TOTAL           PIC 9(9)V99 VALUE 0.  *> 读到的明细金额合计
       01  WS-VALID-COUNT          PIC 9(5) VALUE 0.
       01  WS-VALID-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-INVALID-COUNT        PIC 9(5) VALUE 0.
       01  WS-INVALID-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-REJECT-REASON        PIC X(4) VALUE SPACES.  *> 本笔明细拒绝理由

      *> 付款账户：校验时记下，员工明细查主档会覆盖记录区
       01  WS-FUND-CURRENCY        PIC X(3) VALUE SPACES.
       01  WS-FUND-AVAILABLE       PIC S9(9)V99 VALUE 0.  *> 余额扣除生效的金额止付
       01  WS-FUND-OWNED           PIC X VALUE 'N'.
       01  WS-LINE-CURRENCY        PIC X(3) VALUE SPACES.

      *> 单份文件的员工明细暂存表，整份校验完再决定是否入账
       01  WS-MAX-LINES            PIC 9(4) COMP VALUE 5000.
       01  PAYROLL-LINE-TABLE.
           05 PAYROLL-LINE-ENTRY OCCURS 5000 TIMES.
               10 PL-ACCOUNT-ID     PIC 9(8).
               10 PL-AMOUNT         PIC 9(7)V99.
               10 PL-EMPLOYEE-REF   PIC X(12).
               10 PL-EMPLOYEE-NAME  PIC X(20).
               10 PL-REASON         PIC X(4).  *> 空白=有效
               10 PL-PRODUCT-CODE   PIC X(2).  *> 员工账户的产品代码
       01  WS-LINE-INDEX           PIC 9(4) COMP VALUE 0.
       01  WS-LINES-STORED         PIC 9(4) COMP VALUE 0.

      *> 本次已入账的单位：同一单位一次只接受一份文件
       01  EMPLOYER-DONE-TABLE.
           05 EMPLOYER-DONE-ID      PIC 9(6) OCCURS 200 TIMES.
       01  WS-EMPLOYERS-DONE       PIC 9(3) COMP VALUE 0.
       01  WS-EMPLOYER-INDEX       PIC 9(3) COMP VALUE 0.

      *> 当前单位批的控制累计
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
       01  WS-HASH-TOTAL           PIC 9(9) VALUE 0.
       01  WS-NET-AMOUNT           PIC S9(9)V99 VALUE 0.
       01  WS-DEBIT-REMAINING      PIC 9(9)V99 VALUE 0.
       01  WS-DEBIT-CHUNK          PIC 9(7)V99 VALUE 0.

      *> 账户号校验位：与 AccountMasterUpdate 同一算法
       01  WS-CHECK-ACCOUNT         PIC 9(8) VALUE 0.
       01  WS-CHECK-DIGITS REDEFINES WS-CHECK-ACCOUNT.
           05 WS-CHK-DIGIT          PIC 9 OCCURS 8 TIMES.
       01  WS-CHECK-WEIGHTS.
           05 FILLER                PIC X(7) VALUE '7317317'.
       01  WS-CHECK-WEIGHT-TABLE REDEFINES WS-CHECK-WEIGHTS.
           05 WS-CHK-WEIGHT         PIC 9 OCCURS 7 TIMES.
       01  WS-CHECK-SUM             PIC 9(4) VALUE 0.
       01  WS-CHECK-EXPECTED        PIC 9 VALUE 0.
       01  WS-CHECK-INDEX           PIC 9 VALUE 0.
       01  WS-CHECK-DIGIT-OK        PIC X VALUE 'Y'.

      *> 报告打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(32)
               VALUE 'PAYROLL FILE REJECTION REPORT   '.
           05 FILLER                PIC X(10) VALUE ' RUN DATE '.
           05 RH-RUN-DATE           PIC 9(8).
       01  FILE-HEADER-LINE.
           05 FILLER                PIC X(9) VALUE 'EMPLOYER '.
           05 FH-EMPLOYER-ID        PIC 9(6).
           05 FILLER                PIC X(10) VALUE '  FUNDING '.
           05 FH-FUNDING-ACCOUNT    PIC 9(8).
           05 FILLER                PIC X(11) VALUE '  FILE REF '.
           05 FH-FILE-REF           PIC X(12).
           05 FILLER                PIC X(11) VALUE '  PAY DATE '.
           05 FH-PAY-DATE           PIC 9(8).
       01  FILE-RESULT-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FR-RESULT             PIC X(14).
           05 FR-REASON             PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 FR-REASON-TEXT        PIC X(40).
       01  FILE-TOTAL-LINE.
           05 FILLER                PIC X(12) VALUE '  CONTROL   '.
           05 FT-CONTROL-COUNT      PIC ZZ,ZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 FT-CONTROL-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(11) VALUE '  CREDITED '.
           05 FT-VALID-COUNT        PIC ZZ,ZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 FT-VALID-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(11) VALUE '  RETURNED '.
           05 FT-INVALID-COUNT      PIC ZZ,ZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 FT-INVALID-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
       01  COLUMN-HEADER-LINE.
           05 FILLER                PIC X(40) VALUE
               '   LINE ACCOUNT  EMPLOYEE REF EMPLOYEE N'.
           05 FILLER                PIC X(40) VALUE
               'AME              AMOUNT REASON          '.
       01  LINE-DETAIL-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LD-LINE-NO            PIC ZZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 LD-ACCOUNT-ID         PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 LD-EMPLOYEE-REF       PIC X(12).
           05 FILLER                PIC X VALUE SPACE.
           05 LD-EMPLOYEE-NAME      PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 LD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 LD-REASON             PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 LD-REASON-TEXT        PIC X(30).
       01  WS-REASON-CODE          PIC X(4) VALUE SPACES.  *> 取说明文字的理由码
       01  WS-REASON-TEXT          PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
      *    已销户登记册/冻结档/客户主档/交叉引用档可用时参与校验，
      *    缺档不阻塞
           OPEN INPUT CLOSED-REGISTER-FILE.
           IF WS-CLOSED-REG-STATUS = '00'
               MOVE 'Y' TO WS-CLOSED-REG-OPEN
           END-IF.
           OPEN INPUT HOLD-MASTER-FILE.
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-OPEN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CUST-MASTER-OPEN
           END-IF.
           OPEN INPUT XREF-MASTER-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           END-IF.
      *    首次运行时代发关联档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O PAYROLL-LINK-FILE.
           IF WS-LINK-STATUS NOT = '00'
               OPEN OUTPUT PAYROLL-LINK-FILE
               CLOSE PAYROLL-LINK-FILE
               OPEN I-O PAYROLL-LINK-FILE
               IF WS-LINK-STATUS NOT = '00'
                   DISPLAY "Error opening payroll link file. "
                       "File Status: " WS-LINK-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT REJECT-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening PAYROLL_REJECTS.RPT. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO RH-RUN-DATE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT PAYROLL-FILE.
           IF WS-PAYROLL-STATUS NOT = '00'
               DISPLAY "PAYROLL_INBOUND.DAT not available - "
                   "nothing to process."
           ELSE
               PERFORM UNTIL WS-PAYROLL-EOF = 'Y'
                   READ PAYROLL-FILE
                       AT END
                           MOVE 'Y' TO WS-PAYROLL-EOF
                       NOT AT END
                           IF PYH-RECORD-TYPE = '1'
                               IF WS-FILE-OPEN = 'Y'
                                   PERFORM FINISH-EMPLOYER-FILE
                               END-IF
                               PERFORM START-EMPLOYER-FILE
                           END-IF
                           IF PYD-RECORD-TYPE = '2'
                               PERFORM STORE-EMPLOYEE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FILE-OPEN = 'Y'
                   PERFORM FINISH-EMPLOYER-FILE
               END-IF
               CLOSE PAYROLL-FILE
           END-IF.

           CLOSE MASTER-FILE PAYROLL-LINK-FILE REJECT-REPORT-FILE.
           IF WS-CLOSED-REG-OPEN = 'Y'
               CLOSE CLOSED-REGISTER-FILE
           END-IF.
           IF WS-HOLD-OPEN = 'Y'
               CLOSE HOLD-MASTER-FILE
           END-IF.
           IF WS-CUST-MASTER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-MASTER-FILE
           END-IF.
           DISPLAY "===== PAYROLL CREDIT FILE SUMMARY =====".
           DISPLAY "Employer files : " WS-FILES-READ.
           DISPLAY "  accepted     : " WS-FILES-ACCEPTED.
           DISPLAY "  rejected     : " WS-FILES-REJECTED.
           DISPLAY "Credits written: " WS-CREDITS-WRITTEN
               " total " WS-CREDITS-TOTAL.
           DISPLAY "Lines returned : " WS-LINES-RETURNED.
           DISPLAY "Payroll links  : " WS-LINKS-UPDATED.
           IF WS-ORPHAN-LINES > 0
               DISPLAY "*** Lines without file header ignored: "
                   WS-ORPHAN-LINES " ***"
           END-IF.
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
                   DISPLAY "RATE_PARM.DAT empty - run stopped."
                   STOP RUN
           END-READ.
           MOVE PARM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           CLOSE RATE-PARM-FILE.
           DISPLAY "Payroll credit file processing for "
               WS-EFFECTIVE-DATE.

       START-EMPLOYER-FILE.
      *> 读到文件头：记下控制数，清空明细暂存表和累计
           MOVE 'Y' TO WS-FILE-OPEN.
           ADD 1 TO WS-FILES-READ.
           MOVE PYH-EMPLOYER-ID     TO WS-EMPLOYER-ID.
           MOVE PYH-FUNDING-ACCOUNT TO WS-FUNDING-ACCOUNT.
           MOVE PYH-FILE-REF        TO WS-FILE-REF.
           MOVE PYH-PAY-DATE        TO WS-PAY-DATE.
           MOVE PYH-CONTROL-COUNT   TO WS-CONTROL-COUNT.
           MOVE PYH-CONTROL-TOTAL   TO WS-CONTROL-TOTAL.
           MOVE SPACES TO WS-FILE-REASON.
           MOVE SPACES TO WS-FUND-CURRENCY.
           MOVE 0 TO WS-FUND-AVAILABLE.
           MOVE 0 TO WS-LINE-COUNT WS-LINE-TOTAL WS-LINES-STORED.
           MOVE 0 TO WS-VALID-COUNT WS-VALID-TOTAL.
           MOVE 0 TO WS-INVALID-COUNT WS-INVALID-TOTAL.

       STORE-EMPLOYEE-LINE.
      *> 明细先进暂存表，超出上限的只计数（整份按 SIZE 拒绝）
           IF WS-FILE-OPEN NOT = 'Y'
               ADD 1 TO WS-ORPHAN-LINES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           IF PYD-AMOUNT IS NUMERIC
               ADD PYD-AMOUNT TO WS-LINE-TOTAL
           END-IF.
           IF WS-LINES-STORED >= WS-MAX-LINES
               MOVE 'SIZE' TO WS-FILE-REASON
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINES-STORED.
           MOVE WS-LINES-STORED TO WS-LINE-INDEX.
           MOVE PYD-ACCOUNT-ID    TO PL-ACCOUNT-ID(WS-LINE-INDEX).
           MOVE PYD-AMOUNT        TO PL-AMOUNT(WS-LINE-INDEX).
           MOVE PYD-EMPLOYEE-REF  TO PL-EMPLOYEE-REF(WS-LINE-INDEX).
           MOVE PYD-EMPLOYEE-NAME TO PL-EMPLOYEE-NAME(WS-LINE-INDEX).
           MOVE SPACES TO PL-REASON(WS-LINE-INDEX).
           MOVE SPACES TO PL-PRODUCT-CODE(WS-LINE-INDEX).

       FINISH-EMPLOYER-FILE.
      *> 整份校验：控制数 -> 发薪日 -> 重复文件 -> 付款账户与单位；
      *> 再逐笔校验员工明细，最后按有效合计核付款账户可用余额。
      *> 通过的生成入账批并登记代发关联，结果写入拒绝报告
           MOVE 'N' TO WS-FILE-OPEN.
           IF WS-FILE-REASON = SPACES AND
                   (WS-LINE-COUNT NOT = WS-CONTROL-COUNT OR
                    WS-LINE-TOTAL NOT = WS-CONTROL-TOTAL)
               MOVE 'CTRL' TO WS-FILE-REASON
           END-IF.
           IF WS-FILE-REASON = SPACES AND
                   WS-PAY-DATE > WS-EFFECTIVE-DATE
               MOVE 'PDAT' TO WS-FILE-REASON
           END-IF.
           IF WS-FILE-REASON = SPACES
               PERFORM VARYING WS-EMPLOYER-INDEX FROM 1 BY 1
                       UNTIL WS-EMPLOYER-INDEX > WS-EMPLOYERS-DONE
                   IF EMPLOYER-DONE-ID(WS-EMPLOYER-INDEX) =
                           WS-EMPLOYER-ID
                       MOVE 'DUPF' TO WS-FILE-REASON
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FILE-REASON = SPACES
               PERFORM VALIDATE-FUNDING-ACCOUNT
           END-IF.
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-LINES-STORED
               PERFORM VALIDATE-EMPLOYEE-LINE
           END-PERFORM.
           IF WS-FILE-REASON = SPACES AND WS-VALID-COUNT = 0
               MOVE 'NOVL' TO WS-FILE-REASON
           END-IF.
           IF WS-FILE-REASON = SPACES AND
                   WS-VALID-TOTAL > WS-FUND-AVAILABLE
               MOVE 'NSFF' TO WS-FILE-REASON
           END-IF.
           IF WS-FILE-REASON = SPACES
               PERFORM WRITE-PAYROLL-BATCH
               PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                       UNTIL WS-LINE-INDEX > WS-LINES-STORED
                   IF PL-REASON(WS-LINE-INDEX) = SPACES AND
                           PL-PRODUCT-CODE(WS-LINE-INDEX) = 'PY'
                       PERFORM UPDATE-PAYROLL-LINK
                   END-IF
               END-PERFORM
               IF WS-EMPLOYERS-DONE < 200
                   ADD 1 TO WS-EMPLOYERS-DONE
                   MOVE WS-EMPLOYER-ID
                       TO EMPLOYER-DONE-ID(WS-EMPLOYERS-DONE)
               END-IF
               ADD 1 TO WS-FILES-ACCEPTED
               ADD WS-INVALID-COUNT TO WS-LINES-RETURNED
           ELSE
               ADD 1 TO WS-FILES-REJECTED
               DISPLAY "*** Payroll file rejected: employer "
                   WS-EMPLOYER-ID " ref " WS-FILE-REF
                   " reason " WS-FILE-REASON " ***"
           END-IF.
           PERFORM REPORT-EMPLOYER-FILE.

       VALIDATE-FUNDING-ACCOUNT.
      *> 付款账户须校验位正确、在档、属于该单位、未全额冻结；
      *> 单位客户须在档有效且未 KYC 受限。可用余额 = 余额减去
      *> 生效的金额止付
           MOVE WS-FUNDING-ACCOUNT TO WS-CHECK-ACCOUNT.
           PERFORM VALIDATE-ACCOUNT-CHECK-DIGIT.
           IF WS-CHECK-DIGIT-OK = 'N'
               MOVE 'FCHK' TO WS-FILE-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FUNDING-ACCOUNT TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'FNAC' TO WS-FILE-REASON
                   EXIT PARAGRAPH
           END-READ.
           MOVE CURRENCY-CODE TO WS-FUND-CURRENCY.
           IF WS-FUND-CURRENCY = SPACES
               MOVE 'CNY' TO WS-FUND-CURRENCY
           END-IF.
           MOVE ACCOUNT-BALANCE TO WS-FUND-AVAILABLE.
           MOVE 'N' TO WS-FUND-OWNED.
           IF CUSTOMER-ID = WS-EMPLOYER-ID
               MOVE 'Y' TO WS-FUND-OWNED
           END-IF.
           IF WS-FUND-OWNED = 'N' AND WS-XREF-OPEN = 'Y'
               MOVE WS-FUNDING-ACCOUNT TO XRF-ACCOUNT-ID
               MOVE WS-EMPLOYER-ID TO XRF-CUSTOMER-ID
               READ XREF-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FUND-OWNED
               END-READ
           END-IF.
           IF WS-FUND-OWNED = 'N'
               MOVE 'FOWN' TO WS-FILE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-HOLD-OPEN = 'Y'
               MOVE WS-FUNDING-ACCOUNT TO AHL-ACCOUNT-ID
               READ HOLD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AHL-STATUS = 'A' AND
                               (AHL-EXPIRY-DATE = 0 OR
                                AHL-EXPIRY-DATE >= WS-EFFECTIVE-DATE)
                           EVALUATE AHL-HOLD-TYPE
                               WHEN 'F'
                                   MOVE 'FHLD' TO WS-FILE-REASON
                               WHEN 'I'
                                   MOVE 'FHLD' TO WS-FILE-REASON
                               WHEN 'A'
                                   SUBTRACT AHL-HOLD-AMOUNT
                                       FROM WS-FUND-AVAILABLE
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF.
           IF WS-FILE-REASON = SPACES AND WS-CUST-MASTER-OPEN = 'Y'
               MOVE WS-EMPLOYER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE 'EMPX' TO WS-FILE-REASON
                   NOT INVALID KEY
                       IF CM-STATUS NOT = 'A'
                           MOVE 'EMPX' TO WS-FILE-REASON
                       ELSE
                           IF CM-KYC-STATUS = 'R'
                               MOVE 'KYCR' TO WS-FILE-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF.

       VALIDATE-EMPLOYEE-LINE.
      *> 校验顺序：金额 -> 校验位 -> 在档 -> 未销户 -> 币种 ->
      *> 非付款账户本身；员工账户冻结不拦，工资照常入账
           MOVE SPACES TO WS-REJECT-REASON.
           IF PL-AMOUNT(WS-LINE-INDEX) IS NOT NUMERIC
               MOVE 'AMNT' TO WS-REJECT-REASON
           ELSE
               IF PL-AMOUNT(WS-LINE-INDEX) = 0
                   MOVE 'AMNT' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF PL-ACCOUNT-ID(WS-LINE-INDEX) IS NOT NUMERIC
                   MOVE 'CHKD' TO WS-REJECT-REASON
               ELSE
                   MOVE PL-ACCOUNT-ID(WS-LINE-INDEX)
                       TO WS-CHECK-ACCOUNT
                   PERFORM VALIDATE-ACCOUNT-CHECK-DIGIT
                   IF WS-CHECK-DIGIT-OK = 'N'
                       MOVE 'CHKD' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE PL-ACCOUNT-ID(WS-LINE-INDEX) TO ACCOUNT-ID
               READ MASTER-FILE
                   INVALID KEY
                       PERFORM CHECK-CLOSED-FOR-RETURN
                   NOT INVALID KEY
                       MOVE PRODUCT-CODE
                           TO PL-PRODUCT-CODE(WS-LINE-INDEX)
                       MOVE CURRENCY-CODE TO WS-LINE-CURRENCY
                       IF WS-LINE-CURRENCY = SPACES
                           MOVE 'CNY' TO WS-LINE-CURRENCY
                       END-IF
               END-READ
           END-IF.
      *    付款账户不在档时无从比币种，留给整份拒绝
           IF WS-REJECT-REASON = SPACES AND
                   WS-FUND-CURRENCY NOT = SPACES AND
                   WS-LINE-CURRENCY NOT = WS-FUND-CURRENCY
               MOVE 'CCYM' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES AND
                   PL-ACCOUNT-ID(WS-LINE-INDEX) = WS-FUNDING-ACCOUNT
               MOVE 'SELF' TO WS-REJECT-REASON
           END-IF.
           MOVE WS-REJECT-REASON TO PL-REASON(WS-LINE-INDEX).
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-VALID-COUNT
               ADD PL-AMOUNT(WS-LINE-INDEX) TO WS-VALID-TOTAL
           ELSE
               ADD 1 TO WS-INVALID-COUNT
               IF PL-AMOUNT(WS-LINE-INDEX) IS NUMERIC
                   ADD PL-AMOUNT(WS-LINE-INDEX) TO WS-INVALID-TOTAL
               END-IF
           END-IF.

       CHECK-CLOSED-FOR-RETURN.
      *> 主档无此账户：已销户的回 CLSD，其余回 NOAC
           MOVE 'NOAC' TO WS-REJECT-REASON.
           IF WS-CLOSED-REG-OPEN = 'Y'
               MOVE PL-ACCOUNT-ID(WS-LINE-INDEX) TO CLR-REG-ACCOUNT-ID
               READ CLOSED-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'CLSD' TO WS-REJECT-REASON
               END-READ
           END-IF.

       WRITE-PAYROLL-BATCH.
      *> 一份单位文件一个批：批头、付款账户借记（超单笔上限拆笔）、
      *> 逐笔员工贷记、批尾；借贷相抵，批尾净额为零
           MOVE SPACES TO WS-BATCH-FILE-NAME.
           STRING 'PAYROLL_BATCH_' WS-EMPLOYER-ID '.DAT'
               DELIMITED BY SIZE INTO WS-BATCH-FILE-NAME
           END-STRING.
           OPEN OUTPUT TXN-OUTPUT-FILE.
           IF WS-TXN-OUT-STATUS NOT = '00'
               DISPLAY "Error opening payroll batch "
                   WS-BATCH-FILE-NAME ". File Status: "
                   WS-TXN-OUT-STATUS
               STOP RUN
           END-IF.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE 0 TO WS-NET-AMOUNT.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 0 TO BCH-SORT-KEY.
           MOVE 'H' TO BCH-RECORD-TYPE.
           MOVE WS-EMPLOYER-ID TO BCH-BATCH-ID.
           MOVE WS-BATCH-BRANCH TO BCH-BRANCH-ID.
           MOVE WS-EFFECTIVE-DATE TO BCH-BATCH-DATE.
           WRITE TRANSACTION-RECORD.
           MOVE WS-VALID-TOTAL TO WS-DEBIT-REMAINING.
           PERFORM UNTIL WS-DEBIT-REMAINING = 0
               IF WS-DEBIT-REMAINING > WS-MAX-TXN-AMOUNT
                   MOVE WS-MAX-TXN-AMOUNT TO WS-DEBIT-CHUNK
               ELSE
                   MOVE WS-DEBIT-REMAINING TO WS-DEBIT-CHUNK
               END-IF
               SUBTRACT WS-DEBIT-CHUNK FROM WS-DEBIT-REMAINING
               PERFORM WRITE-FUNDING-DEBIT
           END-PERFORM.
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-LINES-STORED
               IF PL-REASON(WS-LINE-INDEX) = SPACES
                   PERFORM WRITE-EMPLOYEE-CREDIT
               END-IF
           END-PERFORM.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 99999999 TO BCT-SORT-KEY.
           MOVE 'Z' TO BCT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO BCT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BCT-HASH-TOTAL.
           MOVE WS-NET-AMOUNT TO BCT-NET-AMOUNT.
           WRITE TRANSACTION-RECORD.
           CLOSE TXN-OUTPUT-FILE.
           DISPLAY "Payroll batch for employer " WS-EMPLOYER-ID
               " written: " WS-DETAIL-COUNT " details.".

       WRITE-FUNDING-DEBIT.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WS-FUNDING-ACCOUNT TO TXN-ACCOUNT-ID.
           MOVE 'W' TO TXN-TYPE.
           MOVE SPACES TO TXN-ACCOUNT-NAME.
           MOVE 0 TO TXN-ACCOUNT-BALANCE.
           MOVE 'N' TO TXN-BALANCE-PRESENT.
           MOVE WS-DEBIT-CHUNK TO TXN-AMOUNT.
           MOVE 0 TO TXN-TO-ACCOUNT-ID.
           MOVE 0 TO TXN-VALUE-DATE.
           MOVE 0 TO TXN-CHEQUE-NUMBER.
           WRITE TRANSACTION-RECORD.
           SUBTRACT WS-DEBIT-CHUNK FROM WS-NET-AMOUNT.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-FUNDING-ACCOUNT TO WS-HASH-TOTAL.

       WRITE-EMPLOYEE-CREDIT.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE PL-ACCOUNT-ID(WS-LINE-INDEX) TO TXN-ACCOUNT-ID.
           MOVE 'P' TO TXN-TYPE.
           MOVE SPACES TO TXN-ACCOUNT-NAME.
           MOVE 0 TO TXN-ACCOUNT-BALANCE.
           MOVE 'N' TO TXN-BALANCE-PRESENT.
           MOVE PL-AMOUNT(WS-LINE-INDEX) TO TXN-AMOUNT.
           MOVE 0 TO TXN-TO-ACCOUNT-ID.
           MOVE 0 TO TXN-VALUE-DATE.
           MOVE 0 TO TXN-CHEQUE-NUMBER.
           WRITE TRANSACTION-RECORD.
           ADD PL-AMOUNT(WS-LINE-INDEX) TO WS-NET-AMOUNT.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD PL-ACCOUNT-ID(WS-LINE-INDEX) TO WS-HASH-TOTAL.
           ADD 1 TO WS-CREDITS-WRITTEN.
           ADD PL-AMOUNT(WS-LINE-INDEX) TO WS-CREDITS-TOTAL.

       UPDATE-PAYROLL-LINK.
      *> PY 账户登记代发单位；换了单位的按新单位重起首次代发日
           MOVE PL-ACCOUNT-ID(WS-LINE-INDEX) TO PYL-ACCOUNT-ID.
           READ PAYROLL-LINK-FILE
               INVALID KEY
                   MOVE WS-EMPLOYER-ID TO PYL-EMPLOYER-ID
                   MOVE WS-EFFECTIVE-DATE TO PYL-FIRST-CREDIT-DATE
                   MOVE WS-EFFECTIVE-DATE TO PYL-LAST-CREDIT-DATE
                   MOVE PL-AMOUNT(WS-LINE-INDEX) TO PYL-LAST-AMOUNT
                   MOVE WS-FILE-REF TO PYL-LAST-FILE-REF
                   MOVE 'A' TO PYL-STATUS
                   WRITE PAYROLL-LINK-RECORD
                       INVALID KEY
                           DISPLAY "*** Unable to add payroll link "
                               PYL-ACCOUNT-ID
                   END-WRITE
                   ADD 1 TO WS-LINKS-UPDATED
                   EXIT PARAGRAPH
           END-READ.
           IF PYL-EMPLOYER-ID NOT = WS-EMPLOYER-ID
               MOVE WS-EMPLOYER-ID TO PYL-EMPLOYER-ID
               MOVE WS-EFFECTIVE-DATE TO PYL-FIRST-CREDIT-DATE
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO PYL-LAST-CREDIT-DATE.
           MOVE PL-AMOUNT(WS-LINE-INDEX) TO PYL-LAST-AMOUNT.
           MOVE WS-FILE-REF TO PYL-LAST-FILE-REF.
           MOVE 'A' TO PYL-STATUS.
           REWRITE PAYROLL-LINK-RECORD
               INVALID KEY
                   DISPLAY "*** Unable to update payroll link "
                       PYL-ACCOUNT-ID
           END-REWRITE.
           ADD 1 TO WS-LINKS-UPDATED.

       REPORT-EMPLOYER-FILE.
      *> 每份单位文件一段：文件头、处理结果、控制/入账/退回合计，
      *> 再逐笔列无效明细；整份被拒的同样列出明细本身的问题，
      *> 便于单位改正后重送
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EMPLOYER-ID     TO FH-EMPLOYER-ID.
           MOVE WS-FUNDING-ACCOUNT TO FH-FUNDING-ACCOUNT.
           MOVE WS-FILE-REF        TO FH-FILE-REF.
           MOVE WS-PAY-DATE        TO FH-PAY-DATE.
           MOVE FILE-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FILE-REASON = SPACES
               MOVE 'FILE ACCEPTED' TO FR-RESULT
               MOVE SPACES TO FR-REASON FR-REASON-TEXT
           ELSE
               MOVE 'FILE REJECTED' TO FR-RESULT
               MOVE WS-FILE-REASON TO FR-REASON WS-REASON-CODE
               PERFORM SET-REASON-TEXT
               MOVE WS-REASON-TEXT TO FR-REASON-TEXT
           END-IF.
           MOVE FILE-RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CONTROL-COUNT TO FT-CONTROL-COUNT.
           MOVE WS-CONTROL-TOTAL TO FT-CONTROL-TOTAL.
           IF WS-FILE-REASON = SPACES
               MOVE WS-VALID-COUNT TO FT-VALID-COUNT
               MOVE WS-VALID-TOTAL TO FT-VALID-TOTAL
           ELSE
               MOVE 0 TO FT-VALID-COUNT FT-VALID-TOTAL
           END-IF.
           MOVE WS-INVALID-COUNT TO FT-INVALID-COUNT.
           MOVE WS-INVALID-TOTAL TO FT-INVALID-TOTAL.
           MOVE FILE-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-INVALID-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE COLUMN-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-LINES-STORED
               IF PL-REASON(WS-LINE-INDEX) NOT = SPACES
                   PERFORM WRITE-REJECTED-LINE
               END-IF
           END-PERFORM.

       WRITE-REJECTED-LINE.
           MOVE WS-LINE-INDEX TO LD-LINE-NO.
           MOVE PL-ACCOUNT-ID(WS-LINE-INDEX) TO LD-ACCOUNT-ID.
           MOVE PL-EMPLOYEE-REF(WS-LINE-INDEX) TO LD-EMPLOYEE-REF.
           MOVE PL-EMPLOYEE-NAME(WS-LINE-INDEX) TO LD-EMPLOYEE-NAME.
           IF PL-AMOUNT(WS-LINE-INDEX) IS NUMERIC
               MOVE PL-AMOUNT(WS-LINE-INDEX) TO LD-AMOUNT
           ELSE
               MOVE 0 TO LD-AMOUNT
           END-IF.
           MOVE PL-REASON(WS-LINE-INDEX) TO LD-REASON WS-REASON-CODE.
           PERFORM SET-REASON-TEXT.
           MOVE WS-REASON-TEXT TO LD-REASON-TEXT.
           MOVE LINE-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       SET-REASON-TEXT.
           EVALUATE WS-REASON-CODE
               WHEN 'CHKD'
                   MOVE 'ACCOUNT CHECK DIGIT INVALID' TO WS-REASON-TEXT
               WHEN 'NOAC'
                   MOVE 'ACCOUNT NOT FOUND' TO WS-REASON-TEXT
               WHEN 'CLSD'
                   MOVE 'ACCOUNT CLOSED' TO WS-REASON-TEXT
               WHEN 'AMNT'
                   MOVE 'AMOUNT MISSING OR ZERO' TO WS-REASON-TEXT
               WHEN 'CCYM'
                   MOVE 'CURRENCY DIFFERS FROM FUNDING'
                       TO WS-REASON-TEXT
               WHEN 'SELF'
                   MOVE 'PAYS FUNDING ACCOUNT ITSELF' TO WS-REASON-TEXT
               WHEN 'SIZE'
                   MOVE 'TOO MANY LINES IN ONE FILE' TO WS-REASON-TEXT
               WHEN 'CTRL'
                   MOVE 'CONTROL COUNT OR TOTAL DOES NOT AGREE'
                       TO WS-REASON-TEXT
               WHEN 'PDAT'
                   MOVE 'PAY DATE LATER THAN PROCESSING DATE'
                       TO WS-REASON-TEXT
               WHEN 'DUPF'
                   MOVE 'EMPLOYER FILE ALREADY PROCESSED'
                       TO WS-REASON-TEXT
               WHEN 'FCHK'
                   MOVE 'FUNDING ACCOUNT CHECK DIGIT INVALID'
                       TO WS-REASON-TEXT
               WHEN 'FNAC'
                   MOVE 'FUNDING ACCOUNT NOT FOUND' TO WS-REASON-TEXT
               WHEN 'FOWN'
                   MOVE 'FUNDING ACCOUNT NOT HELD BY EMPLOYER'
                       TO WS-REASON-TEXT
               WHEN 'FHLD'
                   MOVE 'FUNDING ACCOUNT ON HOLD' TO WS-REASON-TEXT
               WHEN 'EMPX'
                   MOVE 'EMPLOYER NOT AN ACTIVE CUSTOMER'
                       TO WS-REASON-TEXT
               WHEN 'KYCR'
                   MOVE 'EMPLOYER KYC REVIEW OVERDUE' TO WS-REASON-TEXT
               WHEN 'NOVL'
                   MOVE 'NO VALID LINES' TO WS-REASON-TEXT
               WHEN 'NSFF'
                   MOVE 'INSUFFICIENT FUNDS IN FUNDING ACCOUNT'
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
           END-EVALUATE.

       VALIDATE-ACCOUNT-CHECK-DIGIT.
      *> WS-CHECK-ACCOUNT 的第8位必须等于前7位按 7-3-1 循环权重
      *> 加权求和后的模10补数
           MOVE 0 TO WS-CHECK-SUM.
           PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
                   UNTIL WS-CHECK-INDEX > 7
               COMPUTE WS-CHECK-SUM = WS-CHECK-SUM +
                   WS-CHK-DIGIT(WS-CHECK-INDEX) *
                   WS-CHK-WEIGHT(WS-CHECK-INDEX)
           END-PERFORM.
           COMPUTE WS-CHECK-EXPECTED =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CHECK-SUM, 10), 10).
           IF WS-CHK-DIGIT(8) = WS-CHECK-EXPECTED
               MOVE 'Y' TO WS-CHECK-DIGIT-OK
           ELSE
               MOVE 'N' TO WS-CHECK-DIGIT-OK
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
