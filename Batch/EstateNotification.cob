       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. EstateNotification.  *> 身故通知的客户级受理与遗产余额证明

      *> 身故通知受理：网点收到身故通知后把 客户号+身故日期+通知
      *> 编号 录入 DECEASED_NOTICE.TXT，本作业在客户一级一次办完，
      *> 不再对着 HOLD_MAINT.TXT 逐户冻结：
      *>   - 客户主档盖身故日期、遗产状态置 'N'；
      *>   - 客户名下账户（主档开户人为该客户，或交叉引用档上该
      *>     客户为持有人）逐户判定：另有生存持有人的为联名账户，
      *>     从交叉引用档摘除身故持有人，账户照常归生存持有人；
      *>     其余为独有账户，在 ACCOUNT_HOLDS.DAT 登记全额冻结（文书
      *>     编号即通知编号，已有生效全额冻结的保持原文书），该户
      *>     转出的生效委托扣款置 'S' 暂停，利息划转指令 'T' 置 'S'
      *>     暂停（利息转存本户，归入遗产）；
      *>   - 各账户身故日终余额取过账流水上身故日后第一笔过账的
      *>     过账前余额（此后无过账即取主档现余额），应计利息按
      *>     PRIOR_BALANCE.DAT 本计提周期的应计额按天数折至身故日；
      *>   - 每户登记 ESTATE_ACCOUNTS.DAT，打印遗产余额证明
      *>     ESTATE_CERTIFICATE.RPT 交遗嘱执行人；放款由
      *>     EstateSettlement 按执行人的结算指令办理

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

           SELECT NOTICE-FILE ASSIGN TO "DECEASED_NOTICE.TXT"  *> 网点录入的身故通知
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档，盖身故日期
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，找客户名下账户
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT XREF-MASTER-FILE ASSIGN TO "ACCT_CUST_XREF.DAT"  *> 持有人交叉引用档，判定/摘除联名
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT HOLD-MASTER-FILE ASSIGN TO "ACCOUNT_HOLDS.DAT"  *> 司法冻结/止付档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHL-ACCOUNT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT SO-MASTER-FILE ASSIGN TO "STANDING_ORDERS.DAT"  *> 委托扣款主档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-SO-MASTER-STATUS.

           SELECT DISP-MASTER-FILE ASSIGN TO "INT_DISPOSITION.DAT"  *> 利息归属指令档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-ACCOUNT-ID
               FILE STATUS IS WS-DISP-STATUS.

           SELECT PRIOR-BALANCE-FILE ASSIGN TO "PRIOR_BALANCE.DAT"  *> 逐日余额累计档，取应计利息
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PB-ACCOUNT-ID
               FILE STATUS IS WS-PRIOR-BAL-STATUS.

      *>   过账流水：倒推身故日终余额
           SELECT JOURNAL-FILE ASSIGN TO "ACCOUNT_UPDATE_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT ESTATE-FILE ASSIGN TO "ESTATE_ACCOUNTS.DAT"  *> 遗产账户登记册
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-KEY
               FILE STATUS IS WS-ESTATE-STATUS.

      *>   遗产余额证明，交遗嘱执行人
           SELECT CERTIFICATE-FILE ASSIGN TO "ESTATE_CERTIFICATE.RPT"
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

       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           05 DNT-CUSTOMER-ID       PIC 9(6).  *> 身故客户号
           05 DNT-DATE-OF-DEATH     PIC 9(8).  *> 身故日期 CCYYMMDD
           05 DNT-NOTICE-REF        PIC X(12).  *> 身故通知编号（死亡证明/通知书编号）

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  XREF-MASTER-FILE.
       01  XREF-RECORD.
           COPY CUSTXREF.

       FD  HOLD-MASTER-FILE.
       01  HOLD-RECORD.
           COPY ACCTHOLD.

       FD  SO-MASTER-FILE.  *> 与 StandingOrderGenerator 同一布局
       01  SO-MASTER-RECORD.
           05 SO-ORDER-ID           PIC 9(6).  *> 委托编号，主键
           05 SO-FROM-ACCOUNT       PIC 9(8).  *> 委托扣款账户
           05 SO-TO-ACCOUNT         PIC 9(8).  *> 对方收款账户
           05 SO-AMOUNT             PIC 9(7)V99.  *> 每期划转金额
           05 SO-FREQUENCY          PIC X.  *> 'M'=按月 'W'=按周
           05 SO-NEXT-DUE-DATE      PIC 9(8).  *> 下一到期日 CCYYMMDD
           05 SO-EXPIRY-DATE        PIC 9(8).  *> 委托失效日，0=长期有效
           05 SO-STATUS             PIC X.  *> 'A'=生效 'E'=已失效 'S'=身故暂停

       FD  DISP-MASTER-FILE.
       01  DISP-RECORD.
           COPY INTDISP.

       FD  PRIOR-BALANCE-FILE.  *> 与 BatchAccountProcessor 同一份逐日余额累计布局
       01  PRIOR-BALANCE-RECORD.
           05 PB-ACCOUNT-ID         PIC 9(8).  *> 账户ID，与账户主文件主键一致
           05 PB-BALANCE-SUM        PIC 9(9)V99 COMP-3.  *> 本计息周期内逐日余额累计之和
           05 PB-DAY-COUNT          PIC 9(3) COMP-3.  *> 本计息周期内已累计的天数
           05 PB-AVERAGE-BALANCE    PIC 9(7)V99 COMP-3.  *> 滚存的平均日余额
           05 PB-LAST-POSTING-DATE  PIC 9(8) COMP-3.  *> 上一次计提利息的日期（本周期起点）
           05 PB-ACCRUED-INTEREST   PIC 9(7)V99 COMP-3.  *> 本周期已计提未入账的应计利息

       FD  JOURNAL-FILE.  *> 与 AccountMasterUpdate 同一份过账流水布局（只用到过账前余额）
       01  JOURNAL-RECORD.
           05 JRN-ACCOUNT-ID        PIC 9(8).
           05 JRN-TXN-TYPE          PIC X.
           05 JRN-TXN-AMOUNT        PIC 9(9)V99.
           05 JRN-TO-ACCOUNT-ID     PIC 9(8).
           05 JRN-BEFORE-IMAGE.
               10 JRNB-ACCOUNT-ID       PIC 9(8).
               10 JRNB-ACCOUNT-NAME     PIC X(10).
               10 JRNB-ACCOUNT-BALANCE  PIC S9(7)V99.
               10 FILLER                PIC X(35).
           05 JRN-AFTER-IMAGE           PIC X(62).
           05 JRN-CYCLE-NUMBER      PIC 9(3).
           05 JRN-CONVERTED-AMOUNT  PIC 9(9)V99.
           05 JRN-BUSINESS-DATE     PIC 9(8).
           05 JRN-FEE-FLAG          PIC X.
           05 FILLER                PIC X(34).  *> 流水顺序号/起息日/冲正引用，本作业不使用
           05 FILLER                PIC X(16).  *> 交易参考号，本作业不使用

       FD  ESTATE-FILE.
       01  ESTATE-RECORD.
           COPY ESTACCT.

       FD  CERTIFICATE-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-NOTICE-STATUS        PIC XX VALUE '00'.
       01  WS-CUST-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-XREF-STATUS          PIC XX VALUE '00'.
       01  WS-HOLD-STATUS          PIC XX VALUE '00'.
       01  WS-SO-MASTER-STATUS     PIC XX VALUE '00'.
       01  WS-DISP-STATUS          PIC XX VALUE '00'.
       01  WS-PRIOR-BAL-STATUS     PIC XX VALUE '00'.
       01  WS-JOURNAL-STATUS       PIC XX VALUE '00'.
       01  WS-ESTATE-STATUS        PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-INPUT-EOF            PIC X VALUE 'N'.
       01  WS-SCAN-EOF             PIC X VALUE 'N'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.
       01  WS-DISP-OPEN            PIC X VALUE 'N'.
       01  WS-PRIOR-BAL-OPEN       PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.

       01  WS-NOTICES-READ         PIC 9(5) VALUE 0.
       01  WS-NOTICES-ACCEPTED     PIC 9(5) VALUE 0.
       01  WS-NOTICES-REJECTED     PIC 9(5) VALUE 0.
       01  WS-SOLE-COUNT           PIC 9(5) VALUE 0.  *> 冻结的独有账户数
       01  WS-JOINT-COUNT          PIC 9(5) VALUE 0.  *> 摘除身故持有人的联名账户数
       01  WS-HOLDS-PLACED         PIC 9(5) VALUE 0.
       01  WS-ORDERS-SUSPENDED     PIC 9(5) VALUE 0.
       01  WS-DISPS-SUSPENDED      PIC 9(5) VALUE 0.

      *> 本次受理的身故通知
       01  WS-NOTICE-COUNT         PIC 9(3) VALUE 0.
       01  WS-NOTICE-TABLE.
           05 WS-NOTICE OCCURS 50 TIMES.
               10 WS-NT-CUSTOMER-ID  PIC 9(6).
               10 WS-NT-DATE-OF-DEATH PIC 9(8).
               10 WS-NT-NOTICE-REF   PIC X(12).
               10 WS-NT-NAME         PIC X(30).
       01  WS-NT-IDX               PIC 9(3) VALUE 0.
       01  WS-NT-FOUND             PIC 9(3) VALUE 0.

      *> 涉及的账户：一户一个通知下只登记一次
       01  WS-EA-COUNT             PIC 9(3) VALUE 0.
       01  WS-ESTATE-TABLE.
           05 WS-EA-ENTRY OCCURS 500 TIMES.
               10 WS-EA-NOTICE-IDX   PIC 9(3).
               10 WS-EA-ACCOUNT-ID   PIC 9(8).
               10 WS-EA-ON-MASTER    PIC X.  *> 'Y'=主档上有此户
               10 WS-EA-PRIMARY-CUST PIC 9(6).  *> 主档开户人
               10 WS-EA-CURRENCY     PIC X(3).
               10 WS-EA-BALANCE      PIC S9(9)V99.
               10 WS-EA-ACCRUED      PIC 9(7)V99.
               10 WS-EA-JRN-FOUND    PIC X.  *> 'Y'=已从流水取到身故日终余额
               10 WS-EA-ROLE         PIC X.  *> 'S'=独有 'J'=联名
               10 WS-EA-ACTION       PIC X(12).  *> 证明上的处置说明
       01  WS-EA-IDX               PIC 9(3) VALUE 0.
       01  WS-EA-FOUND             PIC 9(3) VALUE 0.
       01  WS-ADD-ACCOUNT          PIC 9(8) VALUE 0.
       01  WS-OTHER-HOLDER         PIC X VALUE 'N'.

      *> 应计利息折算
       01  WS-CYCLE-DAYS           PIC S9(5) VALUE 0.
       01  WS-DAYS-TO-DEATH        PIC S9(5) VALUE 0.

      *> 证明合计（本币独有账户）
       01  WS-CERT-BALANCE-TOTAL   PIC S9(9)V99 VALUE 0.
       01  WS-CERT-ACCRUED-TOTAL   PIC 9(9)V99 VALUE 0.
       01  WS-CERT-FOREIGN         PIC X VALUE 'N'.

      *> 证明打印行
       01  CERT-HEADER-LINE.
           05 FILLER                PIC X(32)
               VALUE 'ESTATE BALANCE CERTIFICATE      '.
           05 FILLER                PIC X(10) VALUE ' RUN DATE '.
           05 CH-RUN-DATE           PIC 9(8).
       01  CERT-CUSTOMER-LINE.
           05 FILLER                PIC X(10) VALUE 'CUSTOMER  '.
           05 CC-CUSTOMER-ID        PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 CC-CUSTOMER-NAME      PIC X(30).
       01  CERT-DEATH-LINE.
           05 FILLER                PIC X(15) VALUE 'DATE OF DEATH  '.
           05 CD-DATE-OF-DEATH      PIC 9(8).
           05 FILLER                PIC X(14) VALUE '  NOTICE REF  '.
           05 CD-NOTICE-REF         PIC X(12).
       01  COLUMN-HEADER-LINE.
           05 FILLER                PIC X(50) VALUE
               'ACCOUNT  CCY ROLE  BALANCE AT DEATH  ACCRUED INT  '.
           05 FILLER                PIC X(40) VALUE
               '  TOTAL AT DEATH ACTION                 '.
       01  CERT-DETAIL-LINE.
           05 CL-ACCOUNT-ID         PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 CL-CURRENCY           PIC X(3).
           05 FILLER                PIC X VALUE SPACE.
           05 CL-ROLE               PIC X(5).
           05 CL-BALANCE            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 CL-ACCRUED            PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CL-TOTAL              PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 CL-ACTION             PIC X(12).
       01  CERT-TOTAL-LINE.
           05 FILLER                PIC X(18)
               VALUE 'ESTATE TOTAL (CNY)'.
           05 CT-BALANCE            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 CT-ACCRUED            PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CT-TOTAL              PIC -ZZZ,ZZZ,ZZ9.99.
       01  CERT-NOTE-LINE           PIC X(100) VALUE
           'JOINT ACCOUNTS PASS TO SURVIVING HOLDERS AND ARE NOT PART OF
      -    ' THE ESTATE TOTAL.'.
       01  CERT-FOREIGN-LINE        PIC X(100) VALUE
           'FOREIGN CURRENCY ACCOUNTS ARE SHOWN IN THEIR OWN CURRENCY AN
      -    'D EXCLUDED FROM THE TOTAL.'.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT NOTICE-FILE.
           IF WS-NOTICE-STATUS NOT = '00'
               DISPLAY "DECEASED_NOTICE.TXT not available - nothing "
                   "to process."
               STOP RUN
           END-IF.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY "Error opening customer master. File Status: "
                   WS-CUST-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ NOTICE-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       ADD 1 TO WS-NOTICES-READ
                       PERFORM ACCEPT-ONE-NOTICE
               END-READ
           END-PERFORM.
           CLOSE NOTICE-FILE CUSTOMER-MASTER-FILE.

           IF WS-NOTICE-COUNT > 0
               PERFORM OPEN-ESTATE-FILES
               PERFORM COLLECT-XREF-ACCOUNTS
               PERFORM COLLECT-MASTER-ACCOUNTS
               PERFORM VARYING WS-EA-IDX FROM 1 BY 1
                       UNTIL WS-EA-IDX > WS-EA-COUNT
                   IF WS-EA-ON-MASTER(WS-EA-IDX) = 'Y'
                       PERFORM PROCESS-ONE-ACCOUNT
                   END-IF
               END-PERFORM
               PERFORM SUSPEND-STANDING-ORDERS
               PERFORM FIND-BALANCES-AT-DEATH
               PERFORM REGISTER-AND-CERTIFY
               PERFORM CLOSE-ESTATE-FILES
           END-IF.

           DISPLAY "===== DECEASED NOTIFICATION SUMMARY =====".
           DISPLAY "Notices read      : " WS-NOTICES-READ.
           DISPLAY "Notices accepted  : " WS-NOTICES-ACCEPTED.
           DISPLAY "Notices rejected  : " WS-NOTICES-REJECTED.
           DISPLAY "Sole accounts held: " WS-SOLE-COUNT
               " (new holds " WS-HOLDS-PLACED ")".
           DISPLAY "Joint accounts    : " WS-JOINT-COUNT.
           DISPLAY "Standing orders suspended  : " WS-ORDERS-SUSPENDED.
           DISPLAY "Interest sweeps suspended  : " WS-DISPS-SUSPENDED.
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

       ACCEPT-ONE-NOTICE.
      *> 通知编号必填（冻结文书编号即取此号）；身故日期不得晚于
      *> 业务日期；已登记过身故的客户不重复受理
           IF DNT-NOTICE-REF = SPACES OR
                   DNT-DATE-OF-DEATH NOT NUMERIC OR
                   DNT-DATE-OF-DEATH = 0 OR
                   DNT-DATE-OF-DEATH > WS-EFFECTIVE-DATE
               DISPLAY "Deceased notice rejected, bad date or no "
                   "notice ref: customer " DNT-CUSTOMER-ID
               ADD 1 TO WS-NOTICES-REJECTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-NOTICE-COUNT >= 50
               DISPLAY "*** Deceased notice table full at 50 - run "
                   "stopped ***"
               STOP RUN
           END-IF.
           MOVE DNT-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Deceased notice rejected, customer not "
                       "found: " DNT-CUSTOMER-ID
                   ADD 1 TO WS-NOTICES-REJECTED
                   EXIT PARAGRAPH
           END-READ.
           IF CM-DATE-OF-DEATH NUMERIC AND CM-DATE-OF-DEATH > 0
               DISPLAY "Deceased notice rejected, already recorded: "
                   DNT-CUSTOMER-ID " died " CM-DATE-OF-DEATH
               ADD 1 TO WS-NOTICES-REJECTED
               EXIT PARAGRAPH
           END-IF.
           MOVE DNT-DATE-OF-DEATH TO CM-DATE-OF-DEATH.
           MOVE 'N' TO CM-ESTATE-STATUS.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Customer rewrite failed: " CM-CUSTOMER-ID
                   ADD 1 TO WS-NOTICES-REJECTED
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE DNT-CUSTOMER-ID   TO WS-NT-CUSTOMER-ID(WS-NOTICE-COUNT).
           MOVE DNT-DATE-OF-DEATH
               TO WS-NT-DATE-OF-DEATH(WS-NOTICE-COUNT).
           MOVE DNT-NOTICE-REF    TO WS-NT-NOTICE-REF(WS-NOTICE-COUNT).
           MOVE CM-CUSTOMER-NAME  TO WS-NT-NAME(WS-NOTICE-COUNT).
           ADD 1 TO WS-NOTICES-ACCEPTED.

       OPEN-ESTATE-FILES.
      *> 冻结档与登记册首次使用时建空档；交叉引用、利息指令、
      *> 逐日余额档未建的跳过相应处理
           OPEN I-O HOLD-MASTER-FILE.
           IF WS-HOLD-STATUS NOT = '00'
               OPEN OUTPUT HOLD-MASTER-FILE
               CLOSE HOLD-MASTER-FILE
               OPEN I-O HOLD-MASTER-FILE
               IF WS-HOLD-STATUS NOT = '00'
                   DISPLAY "Error opening hold file. File Status: "
                       WS-HOLD-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O ESTATE-FILE.
           IF WS-ESTATE-STATUS NOT = '00'
               OPEN OUTPUT ESTATE-FILE
               CLOSE ESTATE-FILE
               OPEN I-O ESTATE-FILE
               IF WS-ESTATE-STATUS NOT = '00'
                   DISPLAY "Error opening estate register. "
                       "File Status: " WS-ESTATE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O XREF-MASTER-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           END-IF.
           OPEN I-O DISP-MASTER-FILE.
           IF WS-DISP-STATUS = '00'
               MOVE 'Y' TO WS-DISP-OPEN
           END-IF.
           OPEN INPUT PRIOR-BALANCE-FILE.
           IF WS-PRIOR-BAL-STATUS = '00'
               MOVE 'Y' TO WS-PRIOR-BAL-OPEN
           END-IF.

       CLOSE-ESTATE-FILES.
           CLOSE HOLD-MASTER-FILE ESTATE-FILE.
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-MASTER-FILE
           END-IF.
           IF WS-DISP-OPEN = 'Y'
               CLOSE DISP-MASTER-FILE
           END-IF.
           IF WS-PRIOR-BAL-OPEN = 'Y'
               CLOSE PRIOR-BALANCE-FILE
           END-IF.

       COLLECT-XREF-ACCOUNTS.
      *> 交叉引用档上身故客户为持有人的账户
           IF WS-XREF-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO XRF-KEY.
           MOVE 'N' TO WS-SCAN-EOF.
           START XREF-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO XRF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ XREF-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                               UNTIL WS-NT-IDX > WS-NOTICE-COUNT
                           IF XRF-CUSTOMER-ID =
                                   WS-NT-CUSTOMER-ID(WS-NT-IDX)
                               MOVE XRF-ACCOUNT-ID TO WS-ADD-ACCOUNT
                               PERFORM ADD-ESTATE-ACCOUNT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

       COLLECT-MASTER-ACCOUNTS.
      *> 主档开户人为身故客户的账户入表；表内各户取主档上的
      *> 开户人、币种与现余额
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                               UNTIL WS-NT-IDX > WS-NOTICE-COUNT
                           IF CUSTOMER-ID = WS-NT-CUSTOMER-ID(WS-NT-IDX)
                               MOVE ACCOUNT-ID TO WS-ADD-ACCOUNT
                               PERFORM ADD-ESTATE-ACCOUNT
                           END-IF
                       END-PERFORM
                       PERFORM VARYING WS-EA-IDX FROM 1 BY 1
                               UNTIL WS-EA-IDX > WS-EA-COUNT
                           IF WS-EA-ACCOUNT-ID(WS-EA-IDX) = ACCOUNT-ID
                               MOVE 'Y' TO WS-EA-ON-MASTER(WS-EA-IDX)
                               MOVE CUSTOMER-ID
                                   TO WS-EA-PRIMARY-CUST(WS-EA-IDX)
                               IF CURRENCY-CODE = SPACES
                                   MOVE 'CNY'
                                       TO WS-EA-CURRENCY(WS-EA-IDX)
                               ELSE
                                   MOVE CURRENCY-CODE
                                       TO WS-EA-CURRENCY(WS-EA-IDX)
                               END-IF
                               MOVE ACCOUNT-BALANCE
                                   TO WS-EA-BALANCE(WS-EA-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.

       ADD-ESTATE-ACCOUNT.
      *> 同一通知下同一账户只登记一次
           MOVE 0 TO WS-EA-FOUND.
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
                   UNTIL WS-EA-IDX > WS-EA-COUNT
               IF WS-EA-ACCOUNT-ID(WS-EA-IDX) = WS-ADD-ACCOUNT AND
                       WS-EA-NOTICE-IDX(WS-EA-IDX) = WS-NT-IDX
                   MOVE WS-EA-IDX TO WS-EA-FOUND
               END-IF
           END-PERFORM.
           IF WS-EA-FOUND > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-EA-COUNT >= 500
               DISPLAY "*** Estate account table full at 500 - run "
                   "stopped ***"
               STOP RUN
           END-IF.
           ADD 1 TO WS-EA-COUNT.
           MOVE WS-NT-IDX      TO WS-EA-NOTICE-IDX(WS-EA-COUNT).
           MOVE WS-ADD-ACCOUNT TO WS-EA-ACCOUNT-ID(WS-EA-COUNT).
           MOVE 'N'            TO WS-EA-ON-MASTER(WS-EA-COUNT).
           MOVE 0              TO WS-EA-PRIMARY-CUST(WS-EA-COUNT).
           MOVE SPACES         TO WS-EA-CURRENCY(WS-EA-COUNT).
           MOVE 0              TO WS-EA-BALANCE(WS-EA-COUNT).
           MOVE 0              TO WS-EA-ACCRUED(WS-EA-COUNT).
           MOVE 'N'            TO WS-EA-JRN-FOUND(WS-EA-COUNT).
           MOVE SPACE          TO WS-EA-ROLE(WS-EA-COUNT).
           MOVE SPACES         TO WS-EA-ACTION(WS-EA-COUNT).

       PROCESS-ONE-ACCOUNT.
      *> 主档开户人是别人，或交叉引用档上另有持有人的，为联名
           MOVE WS-EA-NOTICE-IDX(WS-EA-IDX) TO WS-NT-IDX.
           MOVE 'N' TO WS-OTHER-HOLDER.
           IF WS-EA-PRIMARY-CUST(WS-EA-IDX) NOT = 0 AND
                   WS-EA-PRIMARY-CUST(WS-EA-IDX) NOT =
                   WS-NT-CUSTOMER-ID(WS-NT-IDX)
               MOVE 'Y' TO WS-OTHER-HOLDER
           END-IF.
           IF WS-XREF-OPEN = 'Y'
               MOVE WS-EA-ACCOUNT-ID(WS-EA-IDX) TO XRF-ACCOUNT-ID
               MOVE 0 TO XRF-CUSTOMER-ID
               MOVE 'N' TO WS-SCAN-EOF
               START XREF-MASTER-FILE
                   KEY IS GREATER THAN OR EQUAL TO XRF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ XREF-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF XRF-ACCOUNT-ID NOT =
                                   WS-EA-ACCOUNT-ID(WS-EA-IDX)
                               MOVE 'Y' TO WS-SCAN-EOF
                           ELSE
                               IF XRF-CUSTOMER-ID NOT =
                                       WS-NT-CUSTOMER-ID(WS-NT-IDX)
                                   MOVE 'Y' TO WS-OTHER-HOLDER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-OTHER-HOLDER = 'Y'
               PERFORM REMOVE-JOINT-HOLDER
           ELSE
               PERFORM FREEZE-SOLE-ACCOUNT
           END-IF.

       REMOVE-JOINT-HOLDER.
      *> 摘除身故持有人；主档开户人即身故客户的，主档上的客户号
      *> 由网点另行改归生存持有人，证明上标注
           MOVE 'J' TO WS-EA-ROLE(WS-EA-IDX).
           ADD 1 TO WS-JOINT-COUNT.
           IF WS-EA-PRIMARY-CUST(WS-EA-IDX) =
                   WS-NT-CUSTOMER-ID(WS-NT-IDX)
               MOVE 'JOINT-PRIMRY' TO WS-EA-ACTION(WS-EA-IDX)
           ELSE
               MOVE 'JOINT-REMOVD' TO WS-EA-ACTION(WS-EA-IDX)
           END-IF.
           IF WS-XREF-OPEN = 'Y'
               MOVE WS-EA-ACCOUNT-ID(WS-EA-IDX) TO XRF-ACCOUNT-ID
               MOVE WS-NT-CUSTOMER-ID(WS-NT-IDX) TO XRF-CUSTOMER-ID
               DELETE XREF-MASTER-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       FREEZE-SOLE-ACCOUNT.
      *> 已有生效全额冻结的保持原文书；其余登记/覆盖为全额冻结
           MOVE 'S' TO WS-EA-ROLE(WS-EA-IDX).
           ADD 1 TO WS-SOLE-COUNT.
           MOVE 'FROZEN' TO WS-EA-ACTION(WS-EA-IDX).
           MOVE WS-EA-ACCOUNT-ID(WS-EA-IDX) TO AHL-ACCOUNT-ID.
           READ HOLD-MASTER-FILE
               INVALID KEY
                   PERFORM MOVE-ESTATE-HOLD
                   WRITE HOLD-RECORD
                       INVALID KEY
                           DISPLAY "Estate hold add failed: "
                               AHL-ACCOUNT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-HOLDS-PLACED
                   END-WRITE
               NOT INVALID KEY
                   IF AHL-STATUS = 'A' AND
                           (AHL-HOLD-TYPE = 'F' OR AHL-HOLD-TYPE = 'I')
                       MOVE 'PRIOR HOLD' TO WS-EA-ACTION(WS-EA-IDX)
                   ELSE
                       PERFORM MOVE-ESTATE-HOLD
                       REWRITE HOLD-RECORD
                           INVALID KEY
                               DISPLAY "Estate hold rewrite failed: "
                                   AHL-ACCOUNT-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-HOLDS-PLACED
                       END-REWRITE
                   END-IF
           END-READ.
      *    利息划转指令暂停：利息转存本户，归入遗产
           IF WS-DISP-OPEN = 'Y'
               MOVE WS-EA-ACCOUNT-ID(WS-EA-IDX) TO DSP-ACCOUNT-ID
               READ DISP-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-CODE = 'T'
                           MOVE 'S' TO DSP-CODE
                           REWRITE DISP-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-DISPS-SUSPENDED
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       MOVE-ESTATE-HOLD.
           MOVE WS-EA-ACCOUNT-ID(WS-EA-IDX)  TO AHL-ACCOUNT-ID.
           MOVE 'F'                          TO AHL-HOLD-TYPE.
           MOVE 0                            TO AHL-HOLD-AMOUNT.
           MOVE WS-EFFECTIVE-DATE            TO AHL-START-DATE.
           MOVE 0                            TO AHL-EXPIRY-DATE.
           MOVE WS-NT-NOTICE-REF(WS-NT-IDX)  TO AHL-ORDER-REF.
           MOVE 'A'                          TO AHL-STATUS.

       SUSPEND-STANDING-ORDERS.
      *> 独有账户转出的生效委托置 'S'，委托生成作业只挑 'A'
           OPEN I-O SO-MASTER-FILE.
           IF WS-SO-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ SO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF SO-STATUS = 'A'
                           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
                                   UNTIL WS-EA-IDX > WS-EA-COUNT
                               IF WS-EA-ROLE(WS-EA-IDX) = 'S' AND
                                       WS-EA-ACCOUNT-ID(WS-EA-IDX) =
                                       SO-FROM-ACCOUNT AND
                                       SO-STATUS = 'A'
                                   MOVE 'S' TO SO-STATUS
                                   REWRITE SO-MASTER-RECORD
                                       INVALID KEY
                                           CONTINUE
                                       NOT INVALID KEY
                                           ADD 1 TO WS-ORDERS-SUSPENDED
                                   END-REWRITE
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SO-MASTER-FILE.

       FIND-BALANCES-AT-DEATH.
      *> 流水按过账先后追加：身故日之后第一笔过账的过账前余额即
      *> 身故日终余额；此后未再过账的保留主档现余额
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF JRN-TXN-TYPE NOT = 'A'
                               PERFORM MATCH-JOURNAL-TO-ESTATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
                   UNTIL WS-EA-IDX > WS-EA-COUNT
               IF WS-EA-ON-MASTER(WS-EA-IDX) = 'Y'
                   PERFORM ACCRUED-AT-DEATH
               END-IF
           END-PERFORM.

       MATCH-JOURNAL-TO-ESTATE.
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
                   UNTIL WS-EA-IDX > WS-EA-COUNT
               IF WS-EA-ACCOUNT-ID(WS-EA-IDX) = JRN-ACCOUNT-ID AND
                       WS-EA-JRN-FOUND(WS-EA-IDX) = 'N'
                   MOVE WS-EA-NOTICE-IDX(WS-EA-IDX) TO WS-NT-IDX
                   IF JRN-BUSINESS-DATE >
                           WS-NT-DATE-OF-DEATH(WS-NT-IDX)
                       MOVE JRNB-ACCOUNT-BALANCE
                           TO WS-EA-BALANCE(WS-EA-IDX)
                       MOVE 'Y' TO WS-EA-JRN-FOUND(WS-EA-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       ACCRUED-AT-DEATH.
      *> 本计提周期（上次入息日起）的应计额按天数折至身故日；
      *> 身故在本周期开始之前的，其前的利息已入账，计零
           MOVE 0 TO WS-EA-ACCRUED(WS-EA-IDX).
           IF WS-PRIOR-BAL-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EA-ACCOUNT-ID(WS-EA-IDX) TO PB-ACCOUNT-ID.
           READ PRIOR-BALANCE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF PB-ACCRUED-INTEREST NOT NUMERIC OR
                   PB-LAST-POSTING-DATE NOT NUMERIC OR
                   PB-LAST-POSTING-DATE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EA-NOTICE-IDX(WS-EA-IDX) TO WS-NT-IDX.
           IF WS-NT-DATE-OF-DEATH(WS-NT-IDX) >= WS-EFFECTIVE-DATE
               MOVE PB-ACCRUED-INTEREST TO WS-EA-ACCRUED(WS-EA-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-NT-DATE-OF-DEATH(WS-NT-IDX) < PB-LAST-POSTING-DATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CYCLE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE) -
               FUNCTION INTEGER-OF-DATE(PB-LAST-POSTING-DATE).
           COMPUTE WS-DAYS-TO-DEATH =
               FUNCTION INTEGER-OF-DATE(WS-NT-DATE-OF-DEATH(WS-NT-IDX))
               - FUNCTION INTEGER-OF-DATE(PB-LAST-POSTING-DATE).
           IF WS-CYCLE-DAYS <= 0
               MOVE PB-ACCRUED-INTEREST TO WS-EA-ACCRUED(WS-EA-IDX)
           ELSE
               COMPUTE WS-EA-ACCRUED(WS-EA-IDX) ROUNDED =
                   PB-ACCRUED-INTEREST * WS-DAYS-TO-DEATH /
                   WS-CYCLE-DAYS
           END-IF.

       REGISTER-AND-CERTIFY.
           OPEN OUTPUT CERTIFICATE-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening estate certificate. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO CH-RUN-DATE.
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > WS-NOTICE-COUNT
               PERFORM CERTIFY-ONE-CUSTOMER
           END-PERFORM.
           CLOSE CERTIFICATE-FILE.

       CERTIFY-ONE-CUSTOMER.
      *> 一位身故客户一份证明，各户同时登记遗产账户登记册
           MOVE CERT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NT-CUSTOMER-ID(WS-NT-IDX) TO CC-CUSTOMER-ID.
           MOVE WS-NT-NAME(WS-NT-IDX)        TO CC-CUSTOMER-NAME.
           MOVE CERT-CUSTOMER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NT-DATE-OF-DEATH(WS-NT-IDX) TO CD-DATE-OF-DEATH.
           MOVE WS-NT-NOTICE-REF(WS-NT-IDX)    TO CD-NOTICE-REF.
           MOVE CERT-DEATH-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-CERT-BALANCE-TOTAL.
           MOVE 0 TO WS-CERT-ACCRUED-TOTAL.
           MOVE 'N' TO WS-CERT-FOREIGN.
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
                   UNTIL WS-EA-IDX > WS-EA-COUNT
               IF WS-EA-NOTICE-IDX(WS-EA-IDX) = WS-NT-IDX AND
                       WS-EA-ON-MASTER(WS-EA-IDX) = 'Y'
                   PERFORM CERTIFY-ONE-ACCOUNT
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CERT-BALANCE-TOTAL TO CT-BALANCE.
           MOVE WS-CERT-ACCRUED-TOTAL TO CT-ACCRUED.
           COMPUTE CT-TOTAL =
               WS-CERT-BALANCE-TOTAL + WS-CERT-ACCRUED-TOTAL.
           MOVE CERT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CERT-NOTE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CERT-FOREIGN = 'Y'
               MOVE CERT-FOREIGN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       CERTIFY-ONE-ACCOUNT.
           MOVE WS-EA-ACCOUNT-ID(WS-EA-IDX) TO CL-ACCOUNT-ID.
           MOVE WS-EA-CURRENCY(WS-EA-IDX)   TO CL-CURRENCY.
           IF WS-EA-ROLE(WS-EA-IDX) = 'S'
               MOVE 'SOLE ' TO CL-ROLE
           ELSE
               MOVE 'JOINT' TO CL-ROLE
           END-IF.
           MOVE WS-EA-BALANCE(WS-EA-IDX) TO CL-BALANCE.
           MOVE WS-EA-ACCRUED(WS-EA-IDX) TO CL-ACCRUED.
           COMPUTE CL-TOTAL = WS-EA-BALANCE(WS-EA-IDX) +
               WS-EA-ACCRUED(WS-EA-IDX).
           MOVE WS-EA-ACTION(WS-EA-IDX) TO CL-ACTION.
           MOVE CERT-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-EA-ROLE(WS-EA-IDX) = 'S'
               IF WS-EA-CURRENCY(WS-EA-IDX) = 'CNY'
                   ADD WS-EA-BALANCE(WS-EA-IDX)
                       TO WS-CERT-BALANCE-TOTAL
                   ADD WS-EA-ACCRUED(WS-EA-IDX)
                       TO WS-CERT-ACCRUED-TOTAL
               ELSE
                   MOVE 'Y' TO WS-CERT-FOREIGN
               END-IF
           END-IF.

           MOVE WS-NT-CUSTOMER-ID(WS-NT-IDX)   TO EST-CUSTOMER-ID.
           MOVE WS-EA-ACCOUNT-ID(WS-EA-IDX)    TO EST-ACCOUNT-ID.
           MOVE WS-EA-ROLE(WS-EA-IDX)          TO EST-ROLE.
           MOVE WS-NT-DATE-OF-DEATH(WS-NT-IDX) TO EST-DATE-OF-DEATH.
           MOVE WS-NT-NOTICE-REF(WS-NT-IDX)    TO EST-NOTICE-REF.
           MOVE WS-EA-CURRENCY(WS-EA-IDX)      TO EST-CURRENCY-CODE.
           MOVE WS-EA-BALANCE(WS-EA-IDX)       TO EST-DEATH-BALANCE.
           MOVE WS-EA-ACCRUED(WS-EA-IDX)       TO EST-DEATH-ACCRUED.
           MOVE WS-EFFECTIVE-DATE              TO EST-NOTICE-DATE.
           IF WS-EA-ROLE(WS-EA-IDX) = 'S'
               MOVE 'F' TO EST-STATUS
           ELSE
               MOVE 'J' TO EST-STATUS
           END-IF.
           MOVE SPACE  TO EST-SETTLE-METHOD.
           MOVE 0      TO EST-SETTLE-DATE.
           MOVE SPACES TO EST-SETTLE-REF.
           MOVE 0      TO EST-SETTLE-AMOUNT.
           WRITE ESTATE-RECORD
               INVALID KEY
                   REWRITE ESTATE-RECORD
                       INVALID KEY
                           DISPLAY "Estate register write failed: "
                               EST-CUSTOMER-ID " " EST-ACCOUNT-ID
                   END-REWRITE
           END-WRITE.

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
