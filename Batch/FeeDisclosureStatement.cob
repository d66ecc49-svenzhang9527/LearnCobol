       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. FeeDisclosureStatement.  *> 年度费用及收费披露对账单

      *> 年终消费者保护披露：每位客户一年内付给本行的全部费用——
      *> 管理费、透支费、透支罚息（借方利息）、NSF 费、按笔计费——
      *> 与本行付给客户的利息并列，逐客户出一份年度披露对账单。
      *> 取数：
      *>   过账审计明细——在线 ACCOUNT_AUDIT.DAT 每次跑批清空重写，
      *>     全年明细以归档作业逐日续入的月归档 AUDIT_ARCH_CCYYMM.DAT
      *>     为准，逐月读 01-12 月；审计记录的费用类别区分管理费、
      *>     一次性透支费与透支罚息，旧版记录无类别时按扣费前余额
      *>     是否为负判透支费；
      *>   过账流水 ACCOUNT_UPDATE_JOURNAL.DAT——费用标志 'A' 按笔
      *>     计费、'F' NSF 费。
      *> 账户按主档（已销户的按销户登记册）归属开户人，联名持有人
      *> 按交叉引用档各得一份，共签人不出。对账单提取记录写
      *> FEE_DISCLOSURE_STMTS.DAT 进打印流，每位客户一条抬头 'H'
      *> 加逐账户明细 'D'，语言取客户主档 CM-LANGUAGE-CODE（'EN'
      *> 出英文，其余出中文）；邮寄标志 'R'/'H' 的转网点留存档
      *> （'FE'）。控制报表 FEE_DISCLOSURE_CONTROL.RPT 按费用类别
      *> 列全年合计（每账户只计一次），与总账台账 GL_LEDGER.DAT 的
      *> 费用收入科目 FEEINC、NSF 费收入科目 NSFFEE 本年贷方核对，
      *> 出不了对账单的账户逐笔列明

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PARM-FILE ASSIGN TO "YEAREND_PARM.DAT"  *> 纳税年度，与 YearEndTaxReport 共用
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *>   中央业务日期控制档：参数缺失时按业务日期所在年度
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

      *>   全年的过账审计明细：逐月读月归档，文件名按年月拼出
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *>   过账流水（交易明细 + 主档前后镜像）
           SELECT JOURNAL-FILE ASSIGN TO "ACCOUNT_UPDATE_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，随机读取开户人/币种/网点
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CLOSED-REGISTER-FILE ASSIGN TO "CLOSED_ACCOUNTS.DAT"  *> 已销户登记册：年内销户账户的归属
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLR-ACCOUNT-ID
               FILE STATUS IS WS-CLOSED-REG-STATUS.

           SELECT XREF-MASTER-FILE ASSIGN TO "ACCT_CUST_XREF.DAT"  *> 持有人交叉引用档：联名持有人各出一份
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档：姓名、地址、函件语言
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "GL_LEDGER.DAT"  *> 按科目代码累计的台账
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLL-ACCOUNT-CODE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO "HELD_MAIL.DAT"  *> 网点留存函件档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HML-KEY
               FILE STATUS IS WS-HELD-MAIL-STATUS.

           SELECT STMT-FILE ASSIGN TO "FEE_DISCLOSURE_STMTS.DAT"  *> 披露对账单提取记录，进打印流
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT CONTROL-REPORT-FILE
               ASSIGN TO "FEE_DISCLOSURE_CONTROL.RPT"  *> 控制报表：分类合计与总账核对
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ACCT-WORK-FILE ASSIGN TO "FEEDACCT.TMP"  *> 逐账户逐持有人的全年合计，按客户重排用
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT SORT-WORK ASSIGN TO "FEEDWORK.TMP".  *> 费用/利息项按账户排序用
           SELECT STMT-SORT-WORK ASSIGN TO "FEEDSORT.TMP".  *> 账户合计按客户排序用

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-PARM-FILE.  *> 只取纳税年度，申报起点本作业不使用
       01  TAX-PARM-RECORD.
           05 PARM-TAX-YEAR         PIC 9(4).  *> 披露的年度
           05 FILLER                PIC X(7).

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

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
           05 JRN-BUSINESS-DATE     PIC 9(8).  *> 流水业务日期——按年度取数凭此过滤
           05 JRN-FEE-FLAG          PIC X.  *> 'A'=按笔计费 'F'=NSF 费
           05 FILLER                PIC X(34).  *> 流水顺序号/起息日/冲正引用，本作业不使用
           05 FILLER                PIC X(16).  *> 交易参考号，本作业不使用

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY ACCTREC.

       FD  CLOSED-REGISTER-FILE.  *> 已销户登记册文件描述符
       01  CLOSED-REGISTER-RECORD.
           COPY CLOSEREG.

       FD  XREF-MASTER-FILE.
       01  XREF-RECORD.
           COPY CUSTXREF.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  LEDGER-FILE.  *> 与 GlLedgerPost 的台账同布局
       01  LEDGER-RECORD.
           05 GLL-ACCOUNT-CODE      PIC X(10).
           05 GLL-PERIOD-DR         PIC S9(13)V99 COMP-3.
           05 GLL-PERIOD-CR         PIC S9(13)V99 COMP-3.
           05 GLL-YTD-DR            PIC S9(13)V99 COMP-3.
           05 GLL-YTD-CR            PIC S9(13)V99 COMP-3.
           05 GLL-LAST-POSTED       PIC 9(8).

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           COPY HELDMAIL.

       FD  STMT-FILE.
       01  STMT-RECORD.
           05 FDS-RECORD-TYPE       PIC X.  *> 'H'=客户抬头 'D'=账户明细
           05 FDS-TAX-YEAR          PIC 9(4).  *> 披露年度
           05 FDS-CUSTOMER-ID       PIC 9(6).  *> 收件客户号
           05 FDS-LANGUAGE-CODE     PIC X(2).  *> 对账单语言 'ZH'/'EN'，打印模板据此选用
           05 FDS-BODY              PIC X(130).
           05 FDS-HEADER-BODY REDEFINES FDS-BODY.
               10 FDS-CUSTOMER-NAME     PIC X(30).
               10 FDS-ADDRESS-LINE-1    PIC X(30).
               10 FDS-ADDRESS-LINE-2    PIC X(30).
               10 FDS-ADDRESS-LINE-3    PIC X(30).
               10 FDS-ISSUE-DATE        PIC 9(8).  *> 出单日期（业务日期）
               10 FDS-ACCOUNT-COUNT     PIC 9(2).  *> 随后的账户明细条数
           05 FDS-DETAIL-BODY REDEFINES FDS-BODY.
               10 FDS-ACCOUNT-ID        PIC 9(8).
               10 FDS-ACCOUNT-NAME      PIC X(10).
               10 FDS-CURRENCY-CODE     PIC X(3).  *> 金额均按此币种
               10 FDS-HOLDER-ROLE       PIC X.  *> 'P'=开户人 'J'=联名持有人
               10 FDS-MGMT-FEES         PIC 9(9)V99.  *> 管理费
               10 FDS-OD-FEES           PIC 9(9)V99.  *> 一次性透支费
               10 FDS-DEBIT-INTEREST    PIC 9(9)V99.  *> 透支罚息（借方利息）
               10 FDS-NSF-FEES          PIC 9(9)V99.  *> NSF 费
               10 FDS-ITEM-CHARGES      PIC 9(9)V99.  *> 按笔计费
               10 FDS-TOTAL-CHARGES     PIC 9(9)V99.  *> 以上合计
               10 FDS-INTEREST-PAID     PIC 9(9)V99.  *> 本行付给客户的利息（税前）
               10 FDS-NET-AMOUNT        PIC S9(9)V99.  *> 利息减费用，负数=客户净付本行
               10 FILLER                PIC X(19).

       FD  CONTROL-REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       FD  ACCT-WORK-FILE.
       01  ACCT-WORK-RECORD.
           05 FAW-CUSTOMER-ID       PIC 9(6).
           05 FAW-ACCOUNT-ID        PIC 9(8).
           05 FAW-HOLDER-ROLE       PIC X.
           05 FAW-ACCOUNT-NAME      PIC X(10).
           05 FAW-CURRENCY-CODE     PIC X(3).
           05 FAW-BRANCH-CODE       PIC X(4).
           05 FAW-MGMT-FEES         PIC 9(9)V99.
           05 FAW-OD-FEES           PIC 9(9)V99.
           05 FAW-DEBIT-INTEREST    PIC 9(9)V99.
           05 FAW-NSF-FEES          PIC 9(9)V99.
           05 FAW-ITEM-CHARGES      PIC 9(9)V99.
           05 FAW-INTEREST-PAID     PIC 9(9)V99.

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-ACCOUNT-ID         PIC 9(8).
           05 SW-ITEM-TYPE          PIC X.  *> 'M' 管理费 'O' 透支费 'D' 透支罚息 'N' NSF 费 'A' 按笔计费 'I' 利息
           05 SW-AMOUNT             PIC 9(9)V99.

       SD  STMT-SORT-WORK.
       01  STMT-SORT-RECORD.
           05 SS-CUSTOMER-ID        PIC 9(6).
           05 SS-ACCOUNT-ID         PIC 9(8).
           05 SS-HOLDER-ROLE        PIC X.
           05 SS-ACCOUNT-NAME       PIC X(10).
           05 SS-CURRENCY-CODE      PIC X(3).
           05 SS-BRANCH-CODE        PIC X(4).
           05 SS-MGMT-FEES          PIC 9(9)V99.
           05 SS-OD-FEES            PIC 9(9)V99.
           05 SS-DEBIT-INTEREST     PIC 9(9)V99.
           05 SS-NSF-FEES           PIC 9(9)V99.
           05 SS-ITEM-CHARGES       PIC 9(9)V99.
           05 SS-INTEREST-PAID      PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS         PIC XX VALUE '00'.
       01  WS-JOURNAL-STATUS       PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-CLOSED-REG-STATUS    PIC XX VALUE '00'.
       01  WS-CLOSED-REG-OPEN      PIC X VALUE 'N'.  *> 'Y'=销户登记册可用
       01  WS-XREF-STATUS          PIC XX VALUE '00'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.  *> 'Y'=交叉引用档可用
       01  WS-CUST-STATUS          PIC XX VALUE '00'.
       01  WS-LEDGER-STATUS        PIC XX VALUE '00'.
       01  WS-LEDGER-OPEN          PIC X VALUE 'N'.  *> 'Y'=总账台账可用，出核对段
       01  WS-HELD-MAIL-STATUS     PIC XX VALUE '00'.
       01  WS-STMT-STATUS          PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-WORK-STATUS          PIC XX VALUE '00'.
       01  WS-AUDIT-EOF            PIC X VALUE 'N'.
       01  WS-JOURNAL-EOF          PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-XREF-DONE            PIC X VALUE 'N'.
       01  WS-STREAM-DATE          PIC 9(8) VALUE 0.  *> 本批流的业务日期，作出单日期
       01  WS-TAX-YEAR             PIC 9(4) VALUE 0.  *> 披露的年度
       01  WS-ITEM-YEAR            PIC 9(4) VALUE 0.
       01  WS-AUDIT-ARCH-NAME      PIC X(30) VALUE SPACES.  *> 当月审计归档文件名
       01  WS-ARCH-MONTH           PIC 9(6) VALUE 0.  *> 当前读取的归档年月
       01  WS-MONTH-NUMBER         PIC 9(2) VALUE 0.
       01  WS-FEE-INCOME-CODE      PIC X(10) VALUE 'FEEINC'.  *> 管理费/透支费/罚息/按笔计费的收入科目
       01  WS-NSF-INCOME-CODE      PIC X(10) VALUE 'NSFFEE'.  *> NSF 费收入科目

      *> 当前账户（第一次排序输出按账户分组）的全年合计与归属
       01  WS-CURRENT-ACCOUNT      PIC 9(8) VALUE 0.
       01  WS-ACCT-MGMT            PIC 9(9)V99 VALUE 0.
       01  WS-ACCT-OD              PIC 9(9)V99 VALUE 0.
       01  WS-ACCT-DEBIT-INT       PIC 9(9)V99 VALUE 0.
       01  WS-ACCT-NSF             PIC 9(9)V99 VALUE 0.
       01  WS-ACCT-ITEM            PIC 9(9)V99 VALUE 0.
       01  WS-ACCT-INTEREST        PIC 9(9)V99 VALUE 0.
       01  WS-ACCT-CHARGES         PIC 9(9)V99 VALUE 0.
       01  WS-ACCT-OWNER           PIC 9(6) VALUE 0.  *> 开户人客户号，0=无从归属
       01  WS-ACCT-FOUND           PIC X VALUE 'N'.  *> 'Y'=主档或销户登记册上找到
       01  WS-ACCT-CLOSED          PIC X VALUE 'N'.  *> 'Y'=取自销户登记册
       01  WS-EXCEPTION-TEXT       PIC X(40) VALUE SPACES.

      *> 当前客户（第二次排序输出按客户分组）的对账单
       01  WS-CURRENT-CUSTOMER     PIC 9(6) VALUE 0.
       01  WS-STMT-LANGUAGE        PIC X(2) VALUE SPACES.
       01  WS-STMT-HELD            PIC X VALUE 'N'.  *> 'Y'=本客户对账单转网点留存
       01  WS-STMT-SKIP            PIC X VALUE 'N'.  *> 'Y'=客户主档查无，本客户不出对账单
       01  WS-HOLD-REASON          PIC X VALUE SPACE.
       01  WS-HELD-LINE-NO         PIC 9(4) VALUE 0.
       01  WS-CUST-ACCOUNTS        PIC 9(2) VALUE 0.  *> 本客户的账户明细条数
       01  WS-CUST-ACCT-TABLE.  *> 本客户的账户明细暂存，抬头写出账户条数后再逐条写
           05 WS-CUST-ACCT OCCURS 50 TIMES.
               10 CAT-ACCOUNT-ID        PIC 9(8).
               10 CAT-HOLDER-ROLE       PIC X.
               10 CAT-ACCOUNT-NAME      PIC X(10).
               10 CAT-CURRENCY-CODE     PIC X(3).
               10 CAT-BRANCH-CODE       PIC X(4).
               10 CAT-MGMT-FEES         PIC 9(9)V99.
               10 CAT-OD-FEES           PIC 9(9)V99.
               10 CAT-DEBIT-INTEREST    PIC 9(9)V99.
               10 CAT-NSF-FEES          PIC 9(9)V99.
               10 CAT-ITEM-CHARGES      PIC 9(9)V99.
               10 CAT-INTEREST-PAID     PIC 9(9)V99.
       01  WS-CAT-INDEX            PIC 9(2) VALUE 0.
       01  WS-CAT-MAX              PIC 9(2) VALUE 50.

      *> 统计与合计（金额每账户只计一次，联名份不重复）
       01  WS-ARCHIVES-READ        PIC 9(2) VALUE 0.
       01  WS-ARCHIVES-MISSING     PIC 9(2) VALUE 0.
       01  WS-AUDIT-ITEMS          PIC 9(9) VALUE 0.
       01  WS-LEGACY-FEE-ITEMS     PIC 9(9) VALUE 0.  *> 无费用类别的旧版审计记录
       01  WS-JOURNAL-ITEMS        PIC 9(9) VALUE 0.
       01  WS-ACCOUNTS-DISCLOSED   PIC 9(7) VALUE 0.  *> 有费用或利息的账户数
       01  WS-CLOSED-ACCOUNTS      PIC 9(7) VALUE 0.  *> 其中取自销户登记册的
       01  WS-UNASSIGNED-ACCOUNTS  PIC 9(7) VALUE 0.  *> 无从归属客户、不出对账单的账户数
       01  WS-UNASSIGNED-CHARGES   PIC 9(11)V99 VALUE 0.
       01  WS-JOINT-COPIES         PIC 9(7) VALUE 0.  *> 联名持有人份数
       01  WS-STMTS-ZH             PIC 9(7) VALUE 0.
       01  WS-STMTS-EN             PIC 9(7) VALUE 0.
       01  WS-STMTS-HELD           PIC 9(7) VALUE 0.
       01  WS-HOLDERS-NOT-FOUND    PIC 9(7) VALUE 0.  *> 客户主档查无、不出对账单的客户数
       01  WS-ACCOUNTS-TRUNCATED   PIC 9(7) VALUE 0.  *> 超出单份对账单容量未列入的账户明细
       01  WS-TOTAL-MGMT           PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-OD             PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DEBIT-INT      PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-NSF            PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-ITEM           PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-INTEREST       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-FEE-INCOME     PIC 9(11)V99 VALUE 0.  *> 对应 FEEINC 的四类合计
       01  WS-TOTAL-CHARGES        PIC 9(11)V99 VALUE 0.
       01  WS-GL-FEEINC-CR         PIC S9(13)V99 VALUE 0.
       01  WS-GL-NSFFEE-CR         PIC S9(13)V99 VALUE 0.
       01  WS-GL-FEEINC-POSTED     PIC 9(8) VALUE 0.
       01  WS-GL-NSFFEE-POSTED     PIC 9(8) VALUE 0.
       01  WS-TIE-DIFFERENCE       PIC S9(13)V99 VALUE 0.
       01  WS-OUT-OF-BALANCE       PIC X VALUE 'N'.  *> 'Y'=任一科目核对不平

       01  WS-TITLE-LINE.
           05 FILLER                PIC X(44)
               VALUE 'FEE AND CHARGES DISCLOSURE - CONTROL REPORT '.
           05 FILLER                PIC X(9) VALUE 'TAX YEAR '.
           05 TTL-TAX-YEAR          PIC 9(4).
           05 FILLER                PIC X(17) VALUE '   BUSINESS DATE '.
           05 TTL-BUSINESS-DATE     PIC 9(8).
       01  WS-EXCEPTION-HEADING.
           05 FILLER                PIC X(44)
               VALUE 'ACCOUNT  CUST   REASON                      '.
           05 FILLER                PIC X(30)
               VALUE '                 CHARGES      '.
           05 FILLER                PIC X(8)
               VALUE 'INTEREST'.
       01  WS-EXCEPTION-LINE.
           05 EXL-ACCOUNT-ID        PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 EXL-CUSTOMER-ID       PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 EXL-REASON            PIC X(40).
           05 FILLER                PIC X VALUE SPACE.
           05 EXL-CHARGES           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 EXL-INTEREST          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 AML-LABEL             PIC X(36).
           05 AML-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 AML-NOTE              PIC X(40).
       01  WS-COUNT-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CTL-LABEL             PIC X(36).
           05 FILLER                PIC X(12) VALUE SPACES.
           05 CTL-COUNT             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-TAX-PARAMETERS.
           DISPLAY "Fee and charges disclosure for year " WS-TAX-YEAR.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
      *    没有客户主档就无从寄送，整批对账单不出
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY "Error opening customer master. File Status: "
                   WS-CUST-STATUS
               CLOSE MASTER-FILE
               STOP RUN
           END-IF.
           OPEN INPUT CLOSED-REGISTER-FILE.
           IF WS-CLOSED-REG-STATUS = '00'
               MOVE 'Y' TO WS-CLOSED-REG-OPEN
           ELSE
               DISPLAY "Closed account register not available, "
                   "accounts closed during the year not disclosed."
           END-IF.
      *    交叉引用档可能尚未建立；开不出来只有开户人收对账单
           OPEN INPUT XREF-MASTER-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           ELSE
               DISPLAY "Holder cross-reference not available, joint "
                   "holders not sent a statement."
           END-IF.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening FEE_DISCLOSURE_CONTROL.RPT. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ACCT-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY "Error creating FEEDACCT.TMP. File Status: "
                   WS-WORK-STATUS
               STOP RUN
           END-IF.

           MOVE WS-TAX-YEAR TO TTL-TAX-YEAR.
           MOVE WS-STREAM-DATE TO TTL-BUSINESS-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SW-ACCOUNT-ID
               INPUT PROCEDURE IS COLLECT-FEE-ITEMS
               OUTPUT PROCEDURE IS TOTAL-ACCOUNT-ITEMS.

           CLOSE ACCT-WORK-FILE MASTER-FILE.
           IF WS-CLOSED-REG-OPEN = 'Y'
               CLOSE CLOSED-REGISTER-FILE
           END-IF.
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-MASTER-FILE
           END-IF.

           OPEN OUTPUT STMT-FILE.
           IF WS-STMT-STATUS NOT = '00'
               DISPLAY "Error opening FEE_DISCLOSURE_STMTS.DAT. "
                   "File Status: " WS-STMT-STATUS
               STOP RUN
           END-IF.
           OPEN I-O HELD-MAIL-FILE.
           IF WS-HELD-MAIL-STATUS NOT = '00'
               OPEN OUTPUT HELD-MAIL-FILE
               CLOSE HELD-MAIL-FILE
               OPEN I-O HELD-MAIL-FILE
               IF WS-HELD-MAIL-STATUS NOT = '00'
                   DISPLAY "Error opening held mail file. File Status: "
                       WS-HELD-MAIL-STATUS
                   STOP RUN
               END-IF
           END-IF.

           SORT STMT-SORT-WORK
               ON ASCENDING KEY SS-CUSTOMER-ID
               ON ASCENDING KEY SS-ACCOUNT-ID
               USING ACCT-WORK-FILE
               OUTPUT PROCEDURE IS WRITE-CUSTOMER-STATEMENTS.

           CLOSE STMT-FILE HELD-MAIL-FILE CUSTOMER-MASTER-FILE.

           PERFORM PRINT-CONTROL-TOTALS.
           PERFORM PRINT-GL-TIE-OUT.
           PERFORM PRINT-STATEMENT-COUNTS.
           CLOSE CONTROL-REPORT-FILE.

           DISPLAY "===== FEE DISCLOSURE SUMMARY =====".
           DISPLAY "DISCLOSURE YEAR       : " WS-TAX-YEAR.
           DISPLAY "AUDIT ARCHIVES READ   : " WS-ARCHIVES-READ.
           DISPLAY "AUDIT ARCHIVES MISSING: " WS-ARCHIVES-MISSING.
           DISPLAY "ACCOUNTS DISCLOSED    : " WS-ACCOUNTS-DISCLOSED.
           DISPLAY "STATEMENTS (ZH)       : " WS-STMTS-ZH.
           DISPLAY "STATEMENTS (EN)       : " WS-STMTS-EN.
           DISPLAY "HELD AT BRANCH        : " WS-STMTS-HELD.
           DISPLAY "NO STATEMENT ACCOUNTS : " WS-UNASSIGNED-ACCOUNTS.
           DISPLAY "TOTAL CHARGES         : " WS-TOTAL-CHARGES.
           IF WS-OUT-OF-BALANCE = 'Y'
               DISPLAY "*** Disclosed fees do not agree with "
                   "GL_LEDGER.DAT - see FEE_DISCLOSURE_CONTROL.RPT"
           END-IF.
           STOP RUN.

       READ-BUSINESS-DATE.
      *> 中央业务日期控制档在则以其为准，未建（转换期）按运行日
           ACCEPT WS-STREAM-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-STREAM-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       READ-TAX-PARAMETERS.
      *> 披露年度与 YearEndTaxReport 取同一份参数；参数缺失按
      *> 业务日期所在年度
           OPEN INPUT TAX-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ TAX-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
               END-READ
               CLOSE TAX-PARM-FILE
           END-IF.
           IF WS-TAX-YEAR = 0
               MOVE WS-STREAM-DATE(1:4) TO WS-TAX-YEAR
           END-IF.

       COLLECT-FEE-ITEMS.
      *> 逐月读审计归档取费用与利息，再扫过账流水取按笔计费与
      *> NSF 费；只收披露年度内的项目
           PERFORM VARYING WS-MONTH-NUMBER FROM 1 BY 1
                   UNTIL WS-MONTH-NUMBER > 12
               COMPUTE WS-ARCH-MONTH =
                   WS-TAX-YEAR * 100 + WS-MONTH-NUMBER
               PERFORM RELEASE-ONE-ARCHIVE
           END-PERFORM.

           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY "ACCOUNT_UPDATE_JOURNAL.DAT not available - "
                   "per-item and NSF fees not included."
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

       RELEASE-ONE-ARCHIVE.
      *> 缺档的月份照常往下读，控制报表上列明，财务据此判断核对
      *> 差异是否缘于缺档
           MOVE SPACES TO WS-AUDIT-ARCH-NAME.
           STRING 'AUDIT_ARCH_' WS-ARCH-MONTH '.DAT'
               DELIMITED BY SIZE INTO WS-AUDIT-ARCH-NAME
           END-STRING.
           MOVE 'N' TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               ADD 1 TO WS-ARCHIVES-MISSING
               DISPLAY "Audit archive " WS-AUDIT-ARCH-NAME
                   " not available."
               MOVE SPACES TO REPORT-LINE
               STRING "AUDIT ARCHIVE " WS-AUDIT-ARCH-NAME
                   " NOT AVAILABLE - MONTH NOT INCLUDED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ARCHIVES-READ.
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       PERFORM RELEASE-AUDIT-ITEMS
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       RELEASE-AUDIT-ITEMS.
           IF AUDIT-POSTING-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ITEM-YEAR = AUDIT-POSTING-DATE / 10000.
           IF WS-ITEM-YEAR NOT = WS-TAX-YEAR
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
               EVALUATE AUDIT-FEE-TYPE
                   WHEN 'M'
                   WHEN 'O'
                   WHEN 'D'
                       MOVE AUDIT-FEE-TYPE TO SW-ITEM-TYPE
                   WHEN OTHER
      *                旧版记录无类别：扣费前余额为负即透支费
                       ADD 1 TO WS-LEGACY-FEE-ITEMS
                       IF AUDIT-AFTER-BALANCE + AUDIT-FEE-AMOUNT < 0
                           MOVE 'O' TO SW-ITEM-TYPE
                       ELSE
                           MOVE 'M' TO SW-ITEM-TYPE
                       END-IF
               END-EVALUATE
               MOVE AUDIT-FEE-AMOUNT TO SW-AMOUNT
               RELEASE SORT-WORK-RECORD
               ADD 1 TO WS-AUDIT-ITEMS
           END-IF.

       RELEASE-JOURNAL-FEE.
      *> 只认带费用标志的扣收交易：'A' 按笔计费、'F' NSF 费
           IF JRN-BUSINESS-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ITEM-YEAR = JRN-BUSINESS-DATE / 10000.
           IF WS-ITEM-YEAR NOT = WS-TAX-YEAR
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

       TOTAL-ACCOUNT-ITEMS.
      *> 排序后按账户分组，组末归属持有人并写账户合计工作档
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CHARGES NOT ASSIGNED TO A STATEMENT' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXCEPTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE 0 TO WS-CURRENT-ACCOUNT.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SW-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT
                           IF WS-CURRENT-ACCOUNT NOT = 0
                               PERFORM FINISH-ONE-ACCOUNT
                           END-IF
                           MOVE SW-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
                           MOVE 0 TO WS-ACCT-MGMT WS-ACCT-OD
                               WS-ACCT-DEBIT-INT WS-ACCT-NSF
                               WS-ACCT-ITEM WS-ACCT-INTEREST
                       END-IF
                       EVALUATE SW-ITEM-TYPE
                           WHEN 'M'
                               ADD SW-AMOUNT TO WS-ACCT-MGMT
                           WHEN 'O'
                               ADD SW-AMOUNT TO WS-ACCT-OD
                           WHEN 'D'
                               ADD SW-AMOUNT TO WS-ACCT-DEBIT-INT
                           WHEN 'N'
                               ADD SW-AMOUNT TO WS-ACCT-NSF
                           WHEN 'A'
                               ADD SW-AMOUNT TO WS-ACCT-ITEM
                           WHEN OTHER
                               ADD SW-AMOUNT TO WS-ACCT-INTEREST
                       END-EVALUATE
               END-RETURN
           END-PERFORM.
           IF WS-CURRENT-ACCOUNT NOT = 0
               PERFORM FINISH-ONE-ACCOUNT
           END-IF.

       FINISH-ONE-ACCOUNT.
      *> 全行合计每账户计一次（无从归属的也计入，总账里有这笔收入）；
      *> 开户人一份，联名持有人各一份
           COMPUTE WS-ACCT-CHARGES = WS-ACCT-MGMT + WS-ACCT-OD +
               WS-ACCT-DEBIT-INT + WS-ACCT-NSF + WS-ACCT-ITEM.
           ADD 1 TO WS-ACCOUNTS-DISCLOSED.
           ADD WS-ACCT-MGMT TO WS-TOTAL-MGMT.
           ADD WS-ACCT-OD TO WS-TOTAL-OD.
           ADD WS-ACCT-DEBIT-INT TO WS-TOTAL-DEBIT-INT.
           ADD WS-ACCT-NSF TO WS-TOTAL-NSF.
           ADD WS-ACCT-ITEM TO WS-TOTAL-ITEM.
           ADD WS-ACCT-INTEREST TO WS-TOTAL-INTEREST.
           ADD WS-ACCT-CHARGES TO WS-TOTAL-CHARGES.

           PERFORM RESOLVE-ACCOUNT-OWNER.
           IF WS-ACCT-FOUND = 'N'
               MOVE 'NOT ON MASTER OR CLOSED REGISTER'
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-UNASSIGNED-ACCOUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACCT-CLOSED = 'Y'
               ADD 1 TO WS-CLOSED-ACCOUNTS
           END-IF.
           IF WS-ACCT-OWNER = 0
               MOVE 'NO CUSTOMER ON ACCOUNT' TO WS-EXCEPTION-TEXT
               PERFORM WRITE-UNASSIGNED-ACCOUNT
           ELSE
               MOVE WS-ACCT-OWNER TO FAW-CUSTOMER-ID
               MOVE 'P' TO FAW-HOLDER-ROLE
               WRITE ACCT-WORK-RECORD
           END-IF.
           IF WS-XREF-OPEN = 'Y'
               PERFORM WRITE-JOINT-HOLDER-COPIES
           END-IF.

       RESOLVE-ACCOUNT-OWNER.
      *> 先查主档，年内已销户的查销户登记册（销户账户无网点）
           MOVE 'N' TO WS-ACCT-FOUND.
           MOVE 'N' TO WS-ACCT-CLOSED.
           MOVE 0 TO WS-ACCT-OWNER.
           MOVE WS-CURRENT-ACCOUNT TO FAW-ACCOUNT-ID.
           MOVE WS-ACCT-MGMT TO FAW-MGMT-FEES.
           MOVE WS-ACCT-OD TO FAW-OD-FEES.
           MOVE WS-ACCT-DEBIT-INT TO FAW-DEBIT-INTEREST.
           MOVE WS-ACCT-NSF TO FAW-NSF-FEES.
           MOVE WS-ACCT-ITEM TO FAW-ITEM-CHARGES.
           MOVE WS-ACCT-INTEREST TO FAW-INTEREST-PAID.
           MOVE WS-CURRENT-ACCOUNT TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
                   MOVE ACCOUNT-NAME TO FAW-ACCOUNT-NAME
                   MOVE CURRENCY-CODE TO FAW-CURRENCY-CODE
                   MOVE BRANCH-CODE TO FAW-BRANCH-CODE
                   IF CUSTOMER-ID NUMERIC
                       MOVE CUSTOMER-ID TO WS-ACCT-OWNER
                   END-IF
           END-READ.
           IF WS-ACCT-FOUND = 'N' AND WS-CLOSED-REG-OPEN = 'Y'
               MOVE WS-CURRENT-ACCOUNT TO CLR-ACCOUNT-ID
               READ CLOSED-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCT-FOUND
                       MOVE 'Y' TO WS-ACCT-CLOSED
                       MOVE CLR-ACCOUNT-NAME TO FAW-ACCOUNT-NAME
                       MOVE CLR-CURRENCY-CODE TO FAW-CURRENCY-CODE
                       MOVE SPACES TO FAW-BRANCH-CODE
                       IF CLR-CUSTOMER-ID NUMERIC
                           MOVE CLR-CUSTOMER-ID TO WS-ACCT-OWNER
                       END-IF
               END-READ
           END-IF.
           IF FAW-CURRENCY-CODE = SPACES
               MOVE 'CNY' TO FAW-CURRENCY-CODE
           END-IF.

       WRITE-JOINT-HOLDER-COPIES.
           MOVE WS-CURRENT-ACCOUNT TO XRF-ACCOUNT-ID.
           MOVE 0 TO XRF-CUSTOMER-ID.
           MOVE 'N' TO WS-XREF-DONE.
           START XREF-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO XRF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-DONE
           END-START.
           PERFORM UNTIL WS-XREF-DONE = 'Y'
               READ XREF-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-DONE
                   NOT AT END
                       IF XRF-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT
                           MOVE 'Y' TO WS-XREF-DONE
                       ELSE
                           IF XRF-CUSTOMER-ID NOT = WS-ACCT-OWNER AND
                                   XRF-ROLE-CODE NOT = 'S'
                               MOVE XRF-CUSTOMER-ID TO FAW-CUSTOMER-ID
                               MOVE 'J' TO FAW-HOLDER-ROLE
                               WRITE ACCT-WORK-RECORD
                               ADD 1 TO WS-JOINT-COPIES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-UNASSIGNED-ACCOUNT.
           ADD 1 TO WS-UNASSIGNED-ACCOUNTS.
           ADD WS-ACCT-CHARGES TO WS-UNASSIGNED-CHARGES.
           MOVE WS-CURRENT-ACCOUNT TO EXL-ACCOUNT-ID.
           MOVE WS-ACCT-OWNER TO EXL-CUSTOMER-ID.
           MOVE WS-EXCEPTION-TEXT TO EXL-REASON.
           MOVE WS-ACCT-CHARGES TO EXL-CHARGES.
           MOVE WS-ACCT-INTEREST TO EXL-INTEREST.
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CUSTOMER-STATEMENTS.
      *> 按客户分组：组内账户明细先暂存，组末查客户主档写抬头与
      *> 明细
           MOVE 'N' TO WS-SORT-EOF.
           MOVE 0 TO WS-CURRENT-CUSTOMER.
           MOVE 0 TO WS-CUST-ACCOUNTS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN STMT-SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SS-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
                           IF WS-CUST-ACCOUNTS > 0
                               PERFORM EMIT-ONE-STATEMENT
                           END-IF
                           MOVE SS-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
                           MOVE 0 TO WS-CUST-ACCOUNTS
                       END-IF
                       PERFORM STORE-STATEMENT-ACCOUNT
               END-RETURN
           END-PERFORM.
           IF WS-CUST-ACCOUNTS > 0
               PERFORM EMIT-ONE-STATEMENT
           END-IF.

       STORE-STATEMENT-ACCOUNT.
           IF WS-CUST-ACCOUNTS NOT < WS-CAT-MAX
               ADD 1 TO WS-ACCOUNTS-TRUNCATED
               DISPLAY "*** Customer " SS-CUSTOMER-ID
                   " has more than " WS-CAT-MAX " accounts - account "
                   SS-ACCOUNT-ID " not on statement"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUST-ACCOUNTS.
           MOVE SS-ACCOUNT-ID    TO CAT-ACCOUNT-ID(WS-CUST-ACCOUNTS).
           MOVE SS-HOLDER-ROLE   TO CAT-HOLDER-ROLE(WS-CUST-ACCOUNTS).
           MOVE SS-ACCOUNT-NAME  TO CAT-ACCOUNT-NAME(WS-CUST-ACCOUNTS).
           MOVE SS-CURRENCY-CODE
               TO CAT-CURRENCY-CODE(WS-CUST-ACCOUNTS).
           MOVE SS-BRANCH-CODE   TO CAT-BRANCH-CODE(WS-CUST-ACCOUNTS).
           MOVE SS-MGMT-FEES     TO CAT-MGMT-FEES(WS-CUST-ACCOUNTS).
           MOVE SS-OD-FEES       TO CAT-OD-FEES(WS-CUST-ACCOUNTS).
           MOVE SS-DEBIT-INTEREST
               TO CAT-DEBIT-INTEREST(WS-CUST-ACCOUNTS).
           MOVE SS-NSF-FEES      TO CAT-NSF-FEES(WS-CUST-ACCOUNTS).
           MOVE SS-ITEM-CHARGES  TO CAT-ITEM-CHARGES(WS-CUST-ACCOUNTS).
           MOVE SS-INTEREST-PAID
               TO CAT-INTEREST-PAID(WS-CUST-ACCOUNTS).

       EMIT-ONE-STATEMENT.
      *> 客户主档查无的不出对账单，逐账户列入控制报表例外段；
      *> 邮寄标志 'R'/'H' 的整份对账单逐行落留存档，保管网点取
      *> 首个有网点的账户
           PERFORM RESOLVE-STATEMENT-CUSTOMER.
           IF WS-STMT-SKIP = 'Y'
               ADD 1 TO WS-HOLDERS-NOT-FOUND
               PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                       UNTIL WS-CAT-INDEX > WS-CUST-ACCOUNTS
                   PERFORM LIST-UNSENT-ACCOUNT
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-HELD-LINE-NO.
           MOVE SPACES TO HML-BRANCH-CODE.
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > WS-CUST-ACCOUNTS
               IF HML-BRANCH-CODE = SPACES
                   MOVE CAT-BRANCH-CODE(WS-CAT-INDEX)
                       TO HML-BRANCH-CODE
               END-IF
           END-PERFORM.

           MOVE SPACES TO STMT-RECORD.
           MOVE 'H' TO FDS-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO FDS-TAX-YEAR.
           MOVE WS-CURRENT-CUSTOMER TO FDS-CUSTOMER-ID.
           MOVE WS-STMT-LANGUAGE TO FDS-LANGUAGE-CODE.
           MOVE CM-CUSTOMER-NAME TO FDS-CUSTOMER-NAME.
           MOVE CM-ADDRESS-LINE-1 TO FDS-ADDRESS-LINE-1.
           MOVE CM-ADDRESS-LINE-2 TO FDS-ADDRESS-LINE-2.
           MOVE CM-ADDRESS-LINE-3 TO FDS-ADDRESS-LINE-3.
           MOVE WS-STREAM-DATE TO FDS-ISSUE-DATE.
           MOVE WS-CUST-ACCOUNTS TO FDS-ACCOUNT-COUNT.
           PERFORM EMIT-STATEMENT-LINE.

           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > WS-CUST-ACCOUNTS
               PERFORM BUILD-STATEMENT-DETAIL
               PERFORM EMIT-STATEMENT-LINE
           END-PERFORM.

           IF WS-STMT-HELD = 'Y'
               ADD 1 TO WS-STMTS-HELD
           END-IF.
           IF WS-STMT-LANGUAGE = 'EN'
               ADD 1 TO WS-STMTS-EN
           ELSE
               ADD 1 TO WS-STMTS-ZH
           END-IF.

       RESOLVE-STATEMENT-CUSTOMER.
      *> 函件语言只出中英两种：'EN' 出英文，其余（含空白）出中文
           MOVE 'N' TO WS-STMT-SKIP.
           MOVE 'N' TO WS-STMT-HELD.
           MOVE WS-CURRENT-CUSTOMER TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-STMT-SKIP
                   EXIT PARAGRAPH
           END-READ.
           IF CM-LANGUAGE-CODE = 'EN'
               MOVE 'EN' TO WS-STMT-LANGUAGE
           ELSE
               MOVE 'ZH' TO WS-STMT-LANGUAGE
           END-IF.
           IF CM-MAIL-FLAG = 'R' OR CM-MAIL-FLAG = 'H'
               MOVE 'Y' TO WS-STMT-HELD
               MOVE CM-MAIL-FLAG TO WS-HOLD-REASON
           END-IF.

       LIST-UNSENT-ACCOUNT.
           MOVE CAT-ACCOUNT-ID(WS-CAT-INDEX) TO EXL-ACCOUNT-ID.
           MOVE WS-CURRENT-CUSTOMER TO EXL-CUSTOMER-ID.
           MOVE 'CUSTOMER NOT ON CUSTOMER MASTER' TO EXL-REASON.
           COMPUTE EXL-CHARGES = CAT-MGMT-FEES(WS-CAT-INDEX) +
               CAT-OD-FEES(WS-CAT-INDEX) +
               CAT-DEBIT-INTEREST(WS-CAT-INDEX) +
               CAT-NSF-FEES(WS-CAT-INDEX) +
               CAT-ITEM-CHARGES(WS-CAT-INDEX).
           MOVE CAT-INTEREST-PAID(WS-CAT-INDEX) TO EXL-INTEREST.
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       BUILD-STATEMENT-DETAIL.
           MOVE SPACES TO STMT-RECORD.
           MOVE 'D' TO FDS-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO FDS-TAX-YEAR.
           MOVE WS-CURRENT-CUSTOMER TO FDS-CUSTOMER-ID.
           MOVE WS-STMT-LANGUAGE TO FDS-LANGUAGE-CODE.
           MOVE CAT-ACCOUNT-ID(WS-CAT-INDEX) TO FDS-ACCOUNT-ID.
           MOVE CAT-ACCOUNT-NAME(WS-CAT-INDEX) TO FDS-ACCOUNT-NAME.
           MOVE CAT-CURRENCY-CODE(WS-CAT-INDEX) TO FDS-CURRENCY-CODE.
           MOVE CAT-HOLDER-ROLE(WS-CAT-INDEX) TO FDS-HOLDER-ROLE.
           MOVE CAT-MGMT-FEES(WS-CAT-INDEX) TO FDS-MGMT-FEES.
           MOVE CAT-OD-FEES(WS-CAT-INDEX) TO FDS-OD-FEES.
           MOVE CAT-DEBIT-INTEREST(WS-CAT-INDEX)
               TO FDS-DEBIT-INTEREST.
           MOVE CAT-NSF-FEES(WS-CAT-INDEX) TO FDS-NSF-FEES.
           MOVE CAT-ITEM-CHARGES(WS-CAT-INDEX) TO FDS-ITEM-CHARGES.
           COMPUTE FDS-TOTAL-CHARGES = FDS-MGMT-FEES + FDS-OD-FEES +
               FDS-DEBIT-INTEREST + FDS-NSF-FEES + FDS-ITEM-CHARGES.
           MOVE CAT-INTEREST-PAID(WS-CAT-INDEX) TO FDS-INTEREST-PAID.
           COMPUTE FDS-NET-AMOUNT =
               FDS-INTEREST-PAID - FDS-TOTAL-CHARGES.

       EMIT-STATEMENT-LINE.
      *> 正常对账单写提取文件；转留存的逐行落留存档，函件日期取
      *> 披露年度末日，账户栏填零（一份对账单覆盖客户全部账户）
           IF WS-STMT-HELD = 'N'
               WRITE STMT-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HELD-LINE-NO.
           MOVE WS-CURRENT-CUSTOMER TO HML-CUSTOMER-ID.
           MOVE 'FE'               TO HML-DOC-TYPE.
           MOVE 0                  TO HML-ACCOUNT-ID.
           COMPUTE HML-DOC-DATE = WS-TAX-YEAR * 10000 + 1231.
           MOVE WS-HELD-LINE-NO    TO HML-LINE-NO.
           MOVE WS-HOLD-REASON     TO HML-HOLD-REASON.
           MOVE 'H'                TO HML-STATUS.
           MOVE 0                  TO HML-RELEASE-DATE.
           MOVE STMT-RECORD        TO HML-DOC-IMAGE.
           WRITE HELD-MAIL-RECORD
               INVALID KEY
                   REWRITE HELD-MAIL-RECORD
           END-WRITE.

       PRINT-CONTROL-TOTALS.
      *> 分类合计每账户计一次；管理费、透支费、透支罚息、按笔计费
      *> 四类入 FEEINC，NSF 费单入 NSFFEE
           COMPUTE WS-TOTAL-FEE-INCOME = WS-TOTAL-MGMT + WS-TOTAL-OD +
               WS-TOTAL-DEBIT-INT + WS-TOTAL-ITEM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CHARGES DISCLOSED FOR THE YEAR (EACH ACCOUNT ONCE)'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO AML-NOTE.
           MOVE 'MANAGEMENT FEES' TO AML-LABEL.
           MOVE WS-TOTAL-MGMT TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'OVERDRAFT FEES' TO AML-LABEL.
           MOVE WS-TOTAL-OD TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'DEBIT INTEREST' TO AML-LABEL.
           MOVE WS-TOTAL-DEBIT-INT TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'PER-ITEM CHARGES' TO AML-LABEL.
           MOVE WS-TOTAL-ITEM TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'SUBTOTAL - FEE INCOME' TO AML-LABEL.
           MOVE WS-TOTAL-FEE-INCOME TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'NSF FEES' TO AML-LABEL.
           MOVE WS-TOTAL-NSF TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'TOTAL CHARGES' TO AML-LABEL.
           MOVE WS-TOTAL-CHARGES TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'OF WHICH NOT ON A STATEMENT' TO AML-LABEL.
           MOVE WS-UNASSIGNED-CHARGES TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'INTEREST PAID TO CUSTOMERS' TO AML-LABEL.
           MOVE WS-TOTAL-INTEREST TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

       PRINT-GL-TIE-OUT.
      *> 与总账台账本年贷方核对。台账金额按记账币种原额累计，本表
      *> 合计同口径不折算；台账最后过账日期不在披露年度内（已开
      *> 新年度）的注明，核对结果仅供参考
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TIE-OUT TO GL_LEDGER.DAT (YEAR-TO-DATE CREDITS)'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE '  GL_LEDGER.DAT NOT AVAILABLE - TIE-OUT NOT DONE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FEE-INCOME-CODE TO GLL-ACCOUNT-CODE.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 0 TO WS-GL-FEEINC-CR
                   MOVE 0 TO WS-GL-FEEINC-POSTED
               NOT INVALID KEY
                   MOVE GLL-YTD-CR TO WS-GL-FEEINC-CR
                   MOVE GLL-LAST-POSTED TO WS-GL-FEEINC-POSTED
           END-READ.
           MOVE WS-NSF-INCOME-CODE TO GLL-ACCOUNT-CODE.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 0 TO WS-GL-NSFFEE-CR
                   MOVE 0 TO WS-GL-NSFFEE-POSTED
               NOT INVALID KEY
                   MOVE GLL-YTD-CR TO WS-GL-NSFFEE-CR
                   MOVE GLL-LAST-POSTED TO WS-GL-NSFFEE-POSTED
           END-READ.
           CLOSE LEDGER-FILE.

           MOVE SPACES TO AML-NOTE.
           MOVE 'FEEINC YTD CREDITS' TO AML-LABEL.
           MOVE WS-GL-FEEINC-CR TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'DISCLOSED FEE INCOME' TO AML-LABEL.
           MOVE WS-TOTAL-FEE-INCOME TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           COMPUTE WS-TIE-DIFFERENCE =
               WS-GL-FEEINC-CR - WS-TOTAL-FEE-INCOME.
           MOVE WS-GL-FEEINC-POSTED(1:4) TO WS-ITEM-YEAR.
           PERFORM WRITE-DIFFERENCE-LINE.

           MOVE 'NSFFEE YTD CREDITS' TO AML-LABEL.
           MOVE WS-GL-NSFFEE-CR TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'DISCLOSED NSF FEES' TO AML-LABEL.
           MOVE WS-TOTAL-NSF TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           COMPUTE WS-TIE-DIFFERENCE =
               WS-GL-NSFFEE-CR - WS-TOTAL-NSF.
           MOVE WS-GL-NSFFEE-POSTED(1:4) TO WS-ITEM-YEAR.
           PERFORM WRITE-DIFFERENCE-LINE.

       WRITE-DIFFERENCE-LINE.
      *> WS-ITEM-YEAR 带入台账该科目最后过账日期的年度
           MOVE 'DIFFERENCE (GL LESS DISCLOSED)' TO AML-LABEL.
           MOVE WS-TIE-DIFFERENCE TO AML-AMOUNT.
           IF WS-TIE-DIFFERENCE = 0
               MOVE 'AGREED' TO AML-NOTE
           ELSE
               MOVE 'OUT OF BALANCE - INVESTIGATE' TO AML-NOTE
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF.
           IF WS-ITEM-YEAR NOT = WS-TAX-YEAR
               MOVE 'GL NOT POSTED IN DISCLOSURE YEAR' TO AML-NOTE
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO AML-NOTE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-STATEMENT-COUNTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'STATEMENT PRODUCTION' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'AUDIT ARCHIVE MONTHS READ' TO CTL-LABEL.
           MOVE WS-ARCHIVES-READ TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'AUDIT ARCHIVE MONTHS MISSING' TO CTL-LABEL.
           MOVE WS-ARCHIVES-MISSING TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'AUDIT FEE/INTEREST ITEMS' TO CTL-LABEL.
           MOVE WS-AUDIT-ITEMS TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE '  FEES WITHOUT CATEGORY (DERIVED)' TO CTL-LABEL.
           MOVE WS-LEGACY-FEE-ITEMS TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'JOURNAL FEE ITEMS' TO CTL-LABEL.
           MOVE WS-JOURNAL-ITEMS TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'ACCOUNTS DISCLOSED' TO CTL-LABEL.
           MOVE WS-ACCOUNTS-DISCLOSED TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE '  CLOSED DURING THE YEAR' TO CTL-LABEL.
           MOVE WS-CLOSED-ACCOUNTS TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE '  NOT ASSIGNED TO A CUSTOMER' TO CTL-LABEL.
           MOVE WS-UNASSIGNED-ACCOUNTS TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'JOINT HOLDER COPIES' TO CTL-LABEL.
           MOVE WS-JOINT-COPIES TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'STATEMENTS - CHINESE' TO CTL-LABEL.
           MOVE WS-STMTS-ZH TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'STATEMENTS - ENGLISH' TO CTL-LABEL.
           MOVE WS-STMTS-EN TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE '  OF WHICH HELD AT BRANCH' TO CTL-LABEL.
           MOVE WS-STMTS-HELD TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'CUSTOMERS NOT ON CUSTOMER MASTER' TO CTL-LABEL.
           MOVE WS-HOLDERS-NOT-FOUND TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'ACCOUNTS OVER STATEMENT CAPACITY' TO CTL-LABEL.
           MOVE WS-ACCOUNTS-TRUNCATED TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
