       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. SafeBoxMaint.  *> 保管箱登记册的批量维护（设箱/出租/变更/退租/补缴）

      *> 保管箱维护：网点把保管箱的增设、出租、变更、退租和柜面
      *> 补缴租金录入 SAFEBOX_MAINT.TXT，本作业套用到
      *> SAFE_DEPOSIT_BOXES.DAT 索引登记册上：
      *>   'N' 增设——新箱登记为空置；年租金留空按箱型标准租金
      *>   'R' 出租——箱须空置；承租人须是扣租账户的开户人或交叉
      *>       引用档上的持有人；首期租金到期日留空取起租日，
      *>       由下一次 SafeBoxBilling 出账
      *>   'C' 变更——箱型/年租金/扣租账户/到期日，留空的不变
      *>   'T' 退租——箱恢复空置，承租信息清空；欠租未清的照退但
      *>       提示网点另行追收，钥匙押金由网点柜面退还
      *>   'P' 柜面补缴——欠租客户在柜面交清租金后解除欠租，已列
      *>       强制开箱的恢复出租中
      *> 箱只改状态不删记录。增改结构与提交人抬头、变更日志
      *> 沿用 HoldFileMaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAFEBOX-FILE ASSIGN TO "SAFE_DEPOSIT_BOXES.DAT"  *> 保管箱登记册
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SDB-KEY
               FILE STATUS IS WS-SAFEBOX-STATUS.

           SELECT SAFEBOX-MAINT-FILE ASSIGN TO "SAFEBOX_MAINT.TXT"  *> 保管箱维护交易
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，核对扣租账户与开户人
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT XREF-MASTER-FILE ASSIGN TO "ACCT_CUST_XREF.DAT"  *> 持有人交叉引用档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

      *>   参考数据变更日志：改前/改后映像，只追加
           SELECT CHANGE-LOG-FILE ASSIGN TO "REFDATA_CHANGE_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAFEBOX-FILE.
       01  SAFEBOX-RECORD.
           COPY SDBOX.

       FD  SAFEBOX-MAINT-FILE.
       01  SAFEBOX-MAINT-RECORD.
           05 SBM-CODE              PIC X.  *> 'N'=增设 'R'=出租 'C'=变更 'T'=退租 'P'=柜面补缴
           05 SBM-BRANCH-CODE       PIC X(4).  *> 网点号
           05 SBM-BOX-NUMBER        PIC X(6).  *> 箱号
           05 SBM-BOX-SIZE          PIC X.  *> 'N'/'C'：箱型，空白=不变
           05 SBM-ANNUAL-RENT       PIC 9(5)V99.  *> 'N'/'C'：年租金，0=标准/不变
           05 SBM-CUSTOMER-ID       PIC 9(6).  *> 'R'：承租客户号
           05 SBM-DEBIT-ACCOUNT     PIC 9(8).  *> 'R'/'C'：扣租账户ID，0=不变
           05 SBM-RENT-DUE-DATE     PIC 9(8).  *> 'R'/'C'：租金到期日，0=起租日/不变
           05 SBM-KEY-DEPOSIT       PIC 9(5)V99.  *> 'R'：收取的钥匙押金
       01  SAFEBOX-MAINT-HEADER.  *> 提交人抬头，动作码 'H'
           05 FILLER                PIC X.
           05 SBM-SUBMITTER-ID      PIC X(8).  *> 提交人柜员号

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY ACCTREC.

       FD  XREF-MASTER-FILE.
       01  XREF-RECORD.
           COPY CUSTXREF.

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  CHANGE-LOG-FILE.  *> 参考数据变更日志文件描述符
       01  CHANGE-LOG-RECORD.
           COPY REFCHG.

       WORKING-STORAGE SECTION.
       01  WS-SAFEBOX-STATUS       PIC XX VALUE '00'.
       01  WS-MAINT-STATUS         PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-XREF-STATUS          PIC XX VALUE '00'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.  *> 'Y'=交叉引用档可用
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用的维护数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 套用失败的维护数
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-CHGLOG-STATUS        PIC XX VALUE '00'.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'SDBMNT  '.  *> 本程序在批流里的作业名
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 业务日期，状态日期与变更日志都盖它
       01  WS-SUBMITTER-ID         PIC X(8) VALUE SPACES.  *> 当前抬头上的提交人
       01  WS-CHG-ACTION           PIC X VALUE SPACE.  *> 'A'=新增 'C'=改写 'D'=删除
       01  WS-CHG-BEFORE-IMAGE     PIC X(250) VALUE SPACES.  *> 改前映像
       01  WS-CHG-AFTER-IMAGE      PIC X(250) VALUE SPACES.  *> 改后映像
       01  WS-CHG-LOG-TIME         PIC 9(8) VALUE 0.
       01  WS-CHG-LOGGED           PIC 9(5) VALUE 0.  *> 记入变更日志的改动数
       01  WS-HOLDER-OK            PIC X VALUE 'N'.  *> 'Y'=承租人是扣租账户持有人

      *> 箱型标准年租金：增设时年租金留空取用
       01  WS-STD-RENT-LIST.
           05 FILLER                PIC X(8) VALUE 'S0030000'.
           05 FILLER                PIC X(8) VALUE 'M0050000'.
           05 FILLER                PIC X(8) VALUE 'L0080000'.
           05 FILLER                PIC X(8) VALUE 'X0120000'.
       01  WS-STD-RENT-TABLE REDEFINES WS-STD-RENT-LIST.
           05 WS-STD-RENT-ENTRY OCCURS 4 TIMES.
               10 WS-STD-SIZE       PIC X.
               10 WS-STD-RENT       PIC 9(5)V99.
       01  WS-STD-INDEX            PIC 9 VALUE 0.
       01  WS-SIZE-OK              PIC X VALUE 'N'.  *> 'Y'=箱型在标准表上

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
      *    首次运行时登记册还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O SAFEBOX-FILE.
           IF WS-SAFEBOX-STATUS NOT = '00'
               OPEN OUTPUT SAFEBOX-FILE
               CLOSE SAFEBOX-FILE
               OPEN I-O SAFEBOX-FILE
               IF WS-SAFEBOX-STATUS NOT = '00'
                   DISPLAY "Error opening safe deposit box register. "
                       "File Status: " WS-SAFEBOX-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
      *    交叉引用档可能尚未建立：缺档时只认开户人承租
           OPEN INPUT XREF-MASTER-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           END-IF.
           OPEN INPUT SAFEBOX-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "SAFEBOX_MAINT.TXT not available - nothing to "
                   "apply."
               PERFORM CLOSE-SAFEBOX-FILES
               STOP RUN
           END-IF.
           PERFORM READ-SUBMITTER-HEADER.
           PERFORM OPEN-CHANGE-LOG.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ SAFEBOX-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       IF SBM-CODE = 'H'
                           PERFORM TAKE-SUBMITTER-HEADER
                       ELSE
                           IF WS-SUBMITTER-ID = SPACES
                               DISPLAY "Safe box maintenance "
                                   "without submitter rejected: "
                                   SBM-BRANCH-CODE " " SBM-BOX-NUMBER
                               ADD 1 TO WS-ERROR-COUNT
                           ELSE
                               PERFORM APPLY-ONE-SAFEBOX-MAINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM CLOSE-SAFEBOX-FILES.
           CLOSE SAFEBOX-MAINT-FILE CHANGE-LOG-FILE.
           DISPLAY "===== SAFE BOX MAINT SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT.
           DISPLAY "Changes logged: " WS-CHG-LOGGED.
           STOP RUN.

       CLOSE-SAFEBOX-FILES.
           CLOSE SAFEBOX-FILE MASTER-FILE.
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-MASTER-FILE
           END-IF.

       APPLY-ONE-SAFEBOX-MAINT.
           IF SBM-BRANCH-CODE = SPACES OR SBM-BOX-NUMBER = SPACES
               DISPLAY "Safe box maintenance without branch/box "
                   "rejected, code " SBM-CODE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SBM-BRANCH-CODE TO SDB-BRANCH-CODE.
           MOVE SBM-BOX-NUMBER TO SDB-BOX-NUMBER.
           EVALUATE SBM-CODE
               WHEN 'N'
                   PERFORM ADD-SAFEBOX
               WHEN 'R'
                   PERFORM RENT-SAFEBOX
               WHEN 'C'
                   PERFORM CHANGE-SAFEBOX
               WHEN 'T'
                   PERFORM TERMINATE-SAFEBOX
               WHEN 'P'
                   PERFORM TAKE-COUNTER-PAYMENT
               WHEN OTHER
                   DISPLAY "Unknown safe box maintenance code: "
                       SBM-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       ADD-SAFEBOX.
      *> 增设：箱号在本网点不得重复；箱型须在标准表上
           PERFORM FIND-STANDARD-RENT.
           IF WS-SIZE-OK = 'N'
               DISPLAY "Safe box add rejected, unknown size "
                   SBM-BOX-SIZE ": " SBM-BRANCH-CODE " "
                   SBM-BOX-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SAFEBOX-RECORD.
           MOVE SBM-BRANCH-CODE TO SDB-BRANCH-CODE.
           MOVE SBM-BOX-NUMBER TO SDB-BOX-NUMBER.
           MOVE SBM-BOX-SIZE TO SDB-BOX-SIZE.
           MOVE 'V' TO SDB-STATUS.
           IF SBM-ANNUAL-RENT NUMERIC AND SBM-ANNUAL-RENT > 0
               MOVE SBM-ANNUAL-RENT TO SDB-ANNUAL-RENT
           ELSE
               MOVE WS-STD-RENT(WS-STD-INDEX) TO SDB-ANNUAL-RENT
           END-IF.
           PERFORM CLEAR-RENTAL-FIELDS.
           MOVE WS-BUSINESS-DATE TO SDB-STATUS-DATE.
           WRITE SAFEBOX-RECORD
               INVALID KEY
                   DISPLAY "Safe box add rejected, already on file: "
                       SBM-BRANCH-CODE " " SBM-BOX-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   MOVE SAFEBOX-RECORD TO WS-CHG-AFTER-IMAGE
                   MOVE 'A' TO WS-CHG-ACTION
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.

       RENT-SAFEBOX.
      *> 出租：箱须空置；扣租账户在主档上，承租人是其持有人
           PERFORM READ-MAINT-SAFEBOX.
           IF WS-SAFEBOX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           IF SDB-STATUS NOT = 'V'
               DISPLAY "Safe box rental rejected, box status "
                   SDB-STATUS ": " SBM-BRANCH-CODE " " SBM-BOX-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF SBM-CUSTOMER-ID NOT NUMERIC OR SBM-CUSTOMER-ID = 0
               DISPLAY "Safe box rental rejected, no customer: "
                   SBM-BRANCH-CODE " " SBM-BOX-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SBM-DEBIT-ACCOUNT TO ACCOUNT-ID.
           MOVE SBM-CUSTOMER-ID TO SDB-CUSTOMER-ID.
           PERFORM CHECK-RENTER-ACCOUNT.
           IF WS-HOLDER-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO SDB-STATUS.
           MOVE SBM-DEBIT-ACCOUNT TO SDB-DEBIT-ACCOUNT.
           MOVE WS-BUSINESS-DATE TO SDB-RENTAL-START.
           IF SBM-RENT-DUE-DATE NUMERIC AND SBM-RENT-DUE-DATE > 0
               MOVE SBM-RENT-DUE-DATE TO SDB-RENT-DUE-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO SDB-RENT-DUE-DATE
           END-IF.
           IF SBM-KEY-DEPOSIT NUMERIC
               MOVE SBM-KEY-DEPOSIT TO SDB-KEY-DEPOSIT
           ELSE
               MOVE 0 TO SDB-KEY-DEPOSIT
           END-IF.
           MOVE SPACE TO SDB-BILL-STATUS.
           MOVE 0 TO SDB-LAST-BILLED-DATE.
           MOVE 0 TO SDB-LAST-BILLED-AMOUNT.
           MOVE 0 TO SDB-UNPAID-SINCE.
           MOVE 0 TO SDB-DRILL-NOTICE-DATE.
           PERFORM REWRITE-MAINT-SAFEBOX.

       CHANGE-SAFEBOX.
      *> 变更：留空的栏位不变；改扣租账户须仍是承租人持有的账户
           PERFORM READ-MAINT-SAFEBOX.
           IF WS-SAFEBOX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           IF SBM-BOX-SIZE NOT = SPACE
               PERFORM FIND-STANDARD-RENT
               IF WS-SIZE-OK = 'N'
                   DISPLAY "Safe box change rejected, unknown size "
                       SBM-BOX-SIZE ": " SBM-BRANCH-CODE " "
                       SBM-BOX-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE SBM-BOX-SIZE TO SDB-BOX-SIZE
           END-IF.
           IF SBM-ANNUAL-RENT NUMERIC AND SBM-ANNUAL-RENT > 0
               MOVE SBM-ANNUAL-RENT TO SDB-ANNUAL-RENT
           END-IF.
           IF SBM-DEBIT-ACCOUNT NUMERIC AND SBM-DEBIT-ACCOUNT > 0
               IF SDB-STATUS = 'V'
                   DISPLAY "Safe box change rejected, box vacant: "
                       SBM-BRANCH-CODE " " SBM-BOX-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE SBM-DEBIT-ACCOUNT TO ACCOUNT-ID
               PERFORM CHECK-RENTER-ACCOUNT
               IF WS-HOLDER-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE SBM-DEBIT-ACCOUNT TO SDB-DEBIT-ACCOUNT
           END-IF.
           IF SBM-RENT-DUE-DATE NUMERIC AND SBM-RENT-DUE-DATE > 0
               MOVE SBM-RENT-DUE-DATE TO SDB-RENT-DUE-DATE
           END-IF.
           PERFORM REWRITE-MAINT-SAFEBOX.

       TERMINATE-SAFEBOX.
      *> 退租：出租中或欠租待开箱的箱恢复空置；欠租照退，提示网点
      *> 另行追收
           PERFORM READ-MAINT-SAFEBOX.
           IF WS-SAFEBOX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           IF SDB-STATUS = 'V'
               DISPLAY "Safe box termination rejected, box already "
                   "vacant: " SBM-BRANCH-CODE " " SBM-BOX-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF SDB-BILL-STATUS = 'U' OR SDB-BILL-STATUS = 'P'
               DISPLAY "*** Box " SBM-BRANCH-CODE " " SBM-BOX-NUMBER
                   " terminated with rent outstanding, customer "
                   SDB-CUSTOMER-ID " - branch to recover ***"
           END-IF.
           MOVE 'V' TO SDB-STATUS.
           PERFORM CLEAR-RENTAL-FIELDS.
           PERFORM REWRITE-MAINT-SAFEBOX.

       TAKE-COUNTER-PAYMENT.
      *> 柜面补缴：只对欠租的箱；退票项档上的在途重试由网点另行
      *> 撤销，否则重试扣到时须退还客户
           PERFORM READ-MAINT-SAFEBOX.
           IF WS-SAFEBOX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           IF SDB-BILL-STATUS NOT = 'U'
               DISPLAY "Safe box payment rejected, no rent "
                   "outstanding: " SBM-BRANCH-CODE " " SBM-BOX-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO SDB-BILL-STATUS.
           MOVE 0 TO SDB-UNPAID-SINCE.
           MOVE 0 TO SDB-DRILL-NOTICE-DATE.
           IF SDB-STATUS = 'D'
               MOVE 'R' TO SDB-STATUS
           END-IF.
           PERFORM REWRITE-MAINT-SAFEBOX.

       CLEAR-RENTAL-FIELDS.
           MOVE 0 TO SDB-CUSTOMER-ID.
           MOVE 0 TO SDB-DEBIT-ACCOUNT.
           MOVE 0 TO SDB-RENTAL-START.
           MOVE 0 TO SDB-RENT-DUE-DATE.
           MOVE 0 TO SDB-KEY-DEPOSIT.
           MOVE SPACE TO SDB-BILL-STATUS.
           MOVE 0 TO SDB-LAST-BILLED-DATE.
           MOVE 0 TO SDB-LAST-BILLED-AMOUNT.
           MOVE 0 TO SDB-UNPAID-SINCE.
           MOVE 0 TO SDB-DRILL-NOTICE-DATE.

       FIND-STANDARD-RENT.
           MOVE 'N' TO WS-SIZE-OK.
           PERFORM VARYING WS-STD-INDEX FROM 1 BY 1
                   UNTIL WS-STD-INDEX > 4 OR WS-SIZE-OK = 'Y'
               IF WS-STD-SIZE(WS-STD-INDEX) = SBM-BOX-SIZE
                   MOVE 'Y' TO WS-SIZE-OK
               END-IF
           END-PERFORM.
           IF WS-SIZE-OK = 'Y'
               SUBTRACT 1 FROM WS-STD-INDEX
           END-IF.

       CHECK-RENTER-ACCOUNT.
      *> 扣租账户须在主档上；承租人须是开户人或交叉引用档上的
      *> 持有人（SDB-CUSTOMER-ID 为承租人）
           MOVE 'N' TO WS-HOLDER-OK.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Safe box maintenance rejected, account "
                       "not on master: " ACCOUNT-ID
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-READ.
           IF SDB-CUSTOMER-ID = CUSTOMER-ID
               MOVE 'Y' TO WS-HOLDER-OK
           ELSE
               IF WS-XREF-OPEN = 'Y'
                   MOVE ACCOUNT-ID TO XRF-ACCOUNT-ID
                   MOVE SDB-CUSTOMER-ID TO XRF-CUSTOMER-ID
                   READ XREF-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-HOLDER-OK
                   END-READ
               END-IF
           END-IF.
           IF WS-HOLDER-OK = 'N'
               DISPLAY "Safe box maintenance rejected, customer "
                   SDB-CUSTOMER-ID " does not hold account "
                   ACCOUNT-ID
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       READ-MAINT-SAFEBOX.
           READ SAFEBOX-FILE
               INVALID KEY
                   DISPLAY "Safe box maintenance failed, box not "
                       "found: " SBM-BRANCH-CODE " " SBM-BOX-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
           END-READ.
           IF WS-SAFEBOX-STATUS = '00'
               MOVE SAFEBOX-RECORD TO WS-CHG-BEFORE-IMAGE
           END-IF.

       REWRITE-MAINT-SAFEBOX.
      *> 改动一律盖当天业务日期，改前映像已在读箱时留下
           MOVE WS-BUSINESS-DATE TO SDB-STATUS-DATE.
           REWRITE SAFEBOX-RECORD
               INVALID KEY
                   DISPLAY "Safe box rewrite failed: "
                       SDB-BRANCH-CODE " " SDB-BOX-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE SAFEBOX-RECORD TO WS-CHG-AFTER-IMAGE
                   MOVE 'C' TO WS-CHG-ACTION
                   PERFORM WRITE-CHANGE-LOG
           END-REWRITE.

       READ-SUBMITTER-HEADER.
      *> 维护文件首条须为提交人抬头：查不出谁提交的文件整份不套用
           READ SAFEBOX-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
               NOT AT END
                   IF SBM-CODE = 'H'
                       PERFORM TAKE-SUBMITTER-HEADER
                   END-IF
                   IF WS-SUBMITTER-ID = SPACES
                       DISPLAY "SAFEBOX_MAINT.TXT has no submitter "
                           "header - nothing applied."
                       PERFORM CLOSE-SAFEBOX-FILES
                       CLOSE SAFEBOX-MAINT-FILE
                       STOP RUN
                   END-IF
           END-READ.

       TAKE-SUBMITTER-HEADER.
      *> 多份维护文件拼在一起时各带抬头，其后的记录记在该提交人
      *> 名下；提交人为空的抬头之后的记录一律拒绝
           MOVE SBM-SUBMITTER-ID TO WS-SUBMITTER-ID.
           IF WS-SUBMITTER-ID = SPACES
               DISPLAY "Submitter header with blank submitter - "
                   "following records rejected."
           END-IF.

       READ-BUSINESS-DATE.
      *> 业务日期：中央业务日期控制档在则以其为准，控制档未建
      *> （转换期）按运行日
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       OPEN-CHANGE-LOG.
      *> 变更日志写不了就不套用：没有留痕的维护不做
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CHGLOG-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           IF WS-CHGLOG-STATUS NOT = '00'
               DISPLAY "Error opening reference data change log. "
                   "File Status: " WS-CHGLOG-STATUS
               PERFORM CLOSE-SAFEBOX-FILES
               CLOSE SAFEBOX-MAINT-FILE
               STOP RUN
           END-IF.

       WRITE-CHANGE-LOG.
      *> 一笔改动记改前/改后两条映像：新增只有改后；改写前后完全
      *> 相同的重复维护不算改动，不记
           IF WS-CHG-ACTION = 'C' AND
                   WS-CHG-BEFORE-IMAGE = WS-CHG-AFTER-IMAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'SDBOX' TO RCL-FILE-ID.
           MOVE SDB-KEY TO RCL-RECORD-KEY.
           MOVE WS-BUSINESS-DATE TO RCL-BUSINESS-DATE.
           ACCEPT WS-CHG-LOG-TIME FROM TIME.
           MOVE WS-CHG-LOG-TIME TO RCL-LOG-TIME.
           MOVE WS-THIS-JOB-NAME TO RCL-JOB-NAME.
           MOVE WS-SUBMITTER-ID TO RCL-SUBMITTER-ID.
           MOVE SBM-CODE TO RCL-MAINT-CODE.
           MOVE WS-CHG-ACTION TO RCL-ACTION.
           IF WS-CHG-ACTION NOT = 'A'
               MOVE 'B' TO RCL-IMAGE-TYPE
               MOVE WS-CHG-BEFORE-IMAGE TO RCL-RECORD-IMAGE
               WRITE CHANGE-LOG-RECORD
           END-IF.
           IF WS-CHG-ACTION NOT = 'D'
               MOVE 'A' TO RCL-IMAGE-TYPE
               MOVE WS-CHG-AFTER-IMAGE TO RCL-RECORD-IMAGE
               WRITE CHANGE-LOG-RECORD
           END-IF.
           ADD 1 TO WS-CHG-LOGGED.
