       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. AlertSubscriptionMaint.  *> 客户交易提醒订阅档的批量维护

      *> 提醒订阅维护：网点把客户的提醒订阅登记/修改/撤销录入
      *> ALERT_SUB_MAINT.TXT，本作业套用到 ALERT_SUBSCRIPTIONS.DAT
      *> 索引订阅档上。撤销不删记录而是改状态留痕。登记/修改前
      *> 逐项校验：
      *>   - 客户须在客户主档上且有效、未收到身故通知；
      *>   - 按账户订阅的，账户须在主档上，且客户是开户人或
      *>     在持有人交叉引用档上；
      *>   - 通道要的联系方式客户主档上须已登记（短信=电话、
      *>     邮件=电子邮箱、两者都要）；
      *>   - 至少订一种提醒；免打扰时段须为有效的 HHMM。
      *> 结构沿用 OdLimitMaint：维护文件首条为提交人抬头（'H' +
      *> 提交人号），每笔改动的改前/改后映像连同作业名、业务日期、
      *> 提交人追加到参考数据变更日志 REFDATA_CHANGE_LOG.DAT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   客户交易提醒订阅档
           SELECT SUBSCRIPTION-FILE ASSIGN TO "ALERT_SUBSCRIPTIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASB-KEY
               FILE STATUS IS WS-SUB-STATUS.

           SELECT SUB-MAINT-FILE ASSIGN TO "ALERT_SUB_MAINT.TXT"  *> 订阅维护交易
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

      *>   参考数据变更日志：改前/改后映像，只追加
           SELECT CHANGE-LOG-FILE ASSIGN TO "REFDATA_CHANGE_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档：状态/联系方式
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件：开户人
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT XREF-MASTER-FILE ASSIGN TO "ACCT_CUST_XREF.DAT"  *> 持有人交叉引用档：联名/共签
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBSCRIPTION-FILE.
       01  SUBSCRIPTION-RECORD.
           COPY ALERTSUB.

       FD  SUB-MAINT-FILE.
       01  SUB-MAINT-RECORD.
           05 ASM-CODE              PIC X.  *> 'A'=登记 'C'=修改 'R'=撤销
           05 ASM-ACCOUNT-ID        PIC 9(8).  *> 0=客户缺省订阅
           05 ASM-CUSTOMER-ID       PIC 9(6).
           05 ASM-CHANNEL           PIC X.  *> 'S'/'E'/'B'
           05 ASM-DEBIT-THRESHOLD   PIC 9(7)V99.
           05 ASM-LOW-BALANCE       PIC 9(7)V99.
           05 ASM-RETURN-ALERT      PIC X.  *> 'Y'=订阅，其余=不订
           05 ASM-HOLD-ALERT        PIC X.  *> 'Y'=订阅，其余=不订
           05 ASM-QUIET-START       PIC 9(4).
           05 ASM-QUIET-END         PIC 9(4).
       01  SUB-MAINT-HEADER.  *> 提交人抬头，动作码 'H'
           05 FILLER                PIC X.
           05 ASM-SUBMITTER-ID      PIC X(8).  *> 提交人柜员号

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  CHANGE-LOG-FILE.  *> 参考数据变更日志文件描述符
       01  CHANGE-LOG-RECORD.
           COPY REFCHG.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  XREF-MASTER-FILE.
       01  XREF-RECORD.
           COPY CUSTXREF.

       WORKING-STORAGE SECTION.
       01  WS-SUB-STATUS           PIC XX VALUE '00'.
       01  WS-MAINT-STATUS         PIC XX VALUE '00'.
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用的维护数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 套用失败的维护数
       01  WS-EDIT-REJECTS         PIC 9(5) VALUE 0.  *> 校验不过拒绝的维护数
       01  WS-CUST-STATUS          PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-XREF-STATUS          PIC XX VALUE '00'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.  *> 'Y' 表示交叉引用档可用
       01  WS-EDIT-OK              PIC X VALUE 'Y'.  *> 'N'=校验不过，拒绝本条维护
       01  WS-QUIET-TIME           PIC 9(4) VALUE 0.  *> 待校验的 HHMM
       01  WS-QUIET-PARTS REDEFINES WS-QUIET-TIME.
           05 WS-QUIET-HH          PIC 99.
           05 WS-QUIET-MM          PIC 99.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-CHGLOG-STATUS        PIC XX VALUE '00'.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'ALRTSMNT'.  *> 本程序在批流里的作业名
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 变更日志盖的业务日期
       01  WS-SUBMITTER-ID         PIC X(8) VALUE SPACES.  *> 当前抬头上的提交人
       01  WS-CHG-ACTION           PIC X VALUE SPACE.  *> 'A'=新增 'C'=改写 'D'=删除
       01  WS-CHG-BEFORE-IMAGE     PIC X(250) VALUE SPACES.  *> 改前映像
       01  WS-CHG-AFTER-IMAGE      PIC X(250) VALUE SPACES.  *> 改后映像
       01  WS-CHG-LOG-TIME         PIC 9(8) VALUE 0.
       01  WS-CHG-LOGGED           PIC 9(5) VALUE 0.  *> 记入变更日志的改动数

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
      *    首次运行时订阅档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O SUBSCRIPTION-FILE.
           IF WS-SUB-STATUS NOT = '00'
               OPEN OUTPUT SUBSCRIPTION-FILE
               CLOSE SUBSCRIPTION-FILE
               OPEN I-O SUBSCRIPTION-FILE
               IF WS-SUB-STATUS NOT = '00'
                   DISPLAY "Error opening alert subscription file. "
                       "File Status: " WS-SUB-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT SUB-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "ALERT_SUB_MAINT.TXT not available - nothing "
                   "to apply."
               CLOSE SUBSCRIPTION-FILE
               STOP RUN
           END-IF.
           PERFORM READ-SUBMITTER-HEADER.
           PERFORM OPEN-CHANGE-LOG.
      *    客户主档与账户主文件是登记校验的依据，缺一不套用；
      *    交叉引用档未建时只认开户人
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY "Error opening customer master. File Status: "
                   WS-CUST-STATUS
               CLOSE SUBSCRIPTION-FILE SUB-MAINT-FILE CHANGE-LOG-FILE
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               CLOSE SUBSCRIPTION-FILE SUB-MAINT-FILE CHANGE-LOG-FILE
                   CUSTOMER-MASTER-FILE
               STOP RUN
           END-IF.
           OPEN INPUT XREF-MASTER-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           ELSE
               DISPLAY "Holder cross-reference not available - only "
                   "primary owners may subscribe by account."
           END-IF.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ SUB-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       IF ASM-CODE = 'H'
                           PERFORM TAKE-SUBMITTER-HEADER
                       ELSE
                           IF WS-SUBMITTER-ID = SPACES
                               DISPLAY "Alert subscription "
                                   "maintenance without submitter "
                                   "rejected: " ASM-CUSTOMER-ID
                               ADD 1 TO WS-ERROR-COUNT
                           ELSE
                               PERFORM APPLY-ONE-SUB-MAINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-MASTER-FILE
           END-IF.
           CLOSE SUBSCRIPTION-FILE SUB-MAINT-FILE CHANGE-LOG-FILE
               CUSTOMER-MASTER-FILE MASTER-FILE.
           DISPLAY "===== ALERT SUBSCRIPTION MAINT SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT
               " edit rejects: " WS-EDIT-REJECTS.
           DISPLAY "Changes logged: " WS-CHG-LOGGED.
           STOP RUN.

       APPLY-ONE-SUB-MAINT.
           MOVE ASM-ACCOUNT-ID TO ASB-ACCOUNT-ID.
           MOVE ASM-CUSTOMER-ID TO ASB-CUSTOMER-ID.
           EVALUATE ASM-CODE
               WHEN 'A'
                   PERFORM EDIT-SUB-MAINT
                   IF WS-EDIT-OK = 'Y'
                       PERFORM ADD-SUBSCRIPTION-RECORD
                   END-IF
               WHEN 'C'
                   PERFORM EDIT-SUB-MAINT
                   IF WS-EDIT-OK = 'Y'
                       PERFORM CHANGE-SUBSCRIPTION-RECORD
                   END-IF
               WHEN 'R'
                   PERFORM REVOKE-SUBSCRIPTION-RECORD
               WHEN OTHER
                   DISPLAY "Unknown alert subscription maintenance "
                       "code: " ASM-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       EDIT-SUB-MAINT.
      *> 登记/修改的校验：客户、账户归属、通道联系方式、提醒
      *> 种类、免打扰时段；任一不过整条拒绝
           MOVE 'Y' TO WS-EDIT-OK.
           IF ASM-CHANNEL NOT = 'S' AND ASM-CHANNEL NOT = 'E' AND
                   ASM-CHANNEL NOT = 'B'
               DISPLAY "Alert subscription refused, bad channel "
                   ASM-CHANNEL ": " ASM-CUSTOMER-ID " "
                   ASM-ACCOUNT-ID
               PERFORM REJECT-SUB-MAINT
               EXIT PARAGRAPH
           END-IF.
           IF ASM-DEBIT-THRESHOLD NOT NUMERIC
               MOVE 0 TO ASM-DEBIT-THRESHOLD
           END-IF.
           IF ASM-LOW-BALANCE NOT NUMERIC
               MOVE 0 TO ASM-LOW-BALANCE
           END-IF.
           IF ASM-DEBIT-THRESHOLD = 0 AND ASM-LOW-BALANCE = 0 AND
                   ASM-RETURN-ALERT NOT = 'Y' AND
                   ASM-HOLD-ALERT NOT = 'Y'
               DISPLAY "Alert subscription refused, no alert "
                   "selected: " ASM-CUSTOMER-ID " " ASM-ACCOUNT-ID
               PERFORM REJECT-SUB-MAINT
               EXIT PARAGRAPH
           END-IF.
           IF ASM-QUIET-START NOT NUMERIC OR
                   ASM-QUIET-END NOT NUMERIC
               DISPLAY "Alert subscription refused, bad quiet "
                   "hours: " ASM-CUSTOMER-ID " " ASM-ACCOUNT-ID
               PERFORM REJECT-SUB-MAINT
               EXIT PARAGRAPH
           END-IF.
           MOVE ASM-QUIET-START TO WS-QUIET-TIME.
           IF WS-QUIET-HH > 23 OR WS-QUIET-MM > 59
               DISPLAY "Alert subscription refused, bad quiet "
                   "start: " ASM-CUSTOMER-ID " " ASM-ACCOUNT-ID
               PERFORM REJECT-SUB-MAINT
               EXIT PARAGRAPH
           END-IF.
           MOVE ASM-QUIET-END TO WS-QUIET-TIME.
           IF WS-QUIET-HH > 23 OR WS-QUIET-MM > 59
               DISPLAY "Alert subscription refused, bad quiet "
                   "end: " ASM-CUSTOMER-ID " " ASM-ACCOUNT-ID
               PERFORM REJECT-SUB-MAINT
               EXIT PARAGRAPH
           END-IF.
      *    客户须有效、未身故，通道要的联系方式须已登记
           MOVE ASM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Alert subscription refused, customer "
                       "not found: " ASM-CUSTOMER-ID
                   PERFORM REJECT-SUB-MAINT
                   EXIT PARAGRAPH
           END-READ.
           IF CM-STATUS = 'D' OR CM-DATE-OF-DEATH > 0
               DISPLAY "Alert subscription refused, customer not "
                   "active: " ASM-CUSTOMER-ID
               PERFORM REJECT-SUB-MAINT
               EXIT PARAGRAPH
           END-IF.
           IF (ASM-CHANNEL = 'S' OR ASM-CHANNEL = 'B') AND
                   CM-PHONE-NUMBER = SPACES
               DISPLAY "Alert subscription refused, no phone on "
                   "file: " ASM-CUSTOMER-ID
               PERFORM REJECT-SUB-MAINT
               EXIT PARAGRAPH
           END-IF.
           IF (ASM-CHANNEL = 'E' OR ASM-CHANNEL = 'B') AND
                   CM-EMAIL-ADDRESS = SPACES
               DISPLAY "Alert subscription refused, no email on "
                   "file: " ASM-CUSTOMER-ID
               PERFORM REJECT-SUB-MAINT
               EXIT PARAGRAPH
           END-IF.
           IF ASM-ACCOUNT-ID = 0
               EXIT PARAGRAPH
           END-IF.
      *    按账户订阅：开户人或交叉引用档上的持有人才可订
           MOVE ASM-ACCOUNT-ID TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Alert subscription refused, account not "
                       "found: " ASM-ACCOUNT-ID
                   PERFORM REJECT-SUB-MAINT
                   EXIT PARAGRAPH
           END-READ.
           IF CUSTOMER-ID = ASM-CUSTOMER-ID
               EXIT PARAGRAPH
           END-IF.
           IF WS-XREF-OPEN = 'Y'
               MOVE ASM-ACCOUNT-ID TO XRF-ACCOUNT-ID
               MOVE ASM-CUSTOMER-ID TO XRF-CUSTOMER-ID
               READ XREF-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           DISPLAY "Alert subscription refused, customer "
               ASM-CUSTOMER-ID " is not a holder of "
               ASM-ACCOUNT-ID.
           PERFORM REJECT-SUB-MAINT.

       REJECT-SUB-MAINT.
           MOVE 'N' TO WS-EDIT-OK.
           ADD 1 TO WS-EDIT-REJECTS.

       MOVE-MAINT-TO-MASTER.
           MOVE ASM-CHANNEL         TO ASB-CHANNEL.
           MOVE ASM-DEBIT-THRESHOLD TO ASB-DEBIT-THRESHOLD.
           MOVE ASM-LOW-BALANCE     TO ASB-LOW-BALANCE.
           IF ASM-RETURN-ALERT = 'Y'
               MOVE 'Y' TO ASB-RETURN-ALERT
           ELSE
               MOVE 'N' TO ASB-RETURN-ALERT
           END-IF.
           IF ASM-HOLD-ALERT = 'Y'
               MOVE 'Y' TO ASB-HOLD-ALERT
           ELSE
               MOVE 'N' TO ASB-HOLD-ALERT
           END-IF.
           MOVE ASM-QUIET-START     TO ASB-QUIET-START.
           MOVE ASM-QUIET-END       TO ASB-QUIET-END.
           MOVE 'A'                 TO ASB-STATUS.
           MOVE WS-BUSINESS-DATE    TO ASB-MAINT-DATE.

       ADD-SUBSCRIPTION-RECORD.
      *    同键已有记录（含已撤销留痕）的先读出改前映像，覆盖按
      *    改写留痕
           READ SUBSCRIPTION-FILE
               INVALID KEY
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE SUBSCRIPTION-RECORD TO WS-CHG-BEFORE-IMAGE
           END-READ.
           MOVE ASM-ACCOUNT-ID TO ASB-ACCOUNT-ID.
           MOVE ASM-CUSTOMER-ID TO ASB-CUSTOMER-ID.
           PERFORM MOVE-MAINT-TO-MASTER.
           WRITE SUBSCRIPTION-RECORD
               INVALID KEY
                   REWRITE SUBSCRIPTION-RECORD
                       INVALID KEY
                           DISPLAY "Alert subscription add failed: "
                               ASB-CUSTOMER-ID " " ASB-ACCOUNT-ID
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE SUBSCRIPTION-RECORD
                               TO WS-CHG-AFTER-IMAGE
                           MOVE 'C' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE SUBSCRIPTION-RECORD TO WS-CHG-AFTER-IMAGE
                   MOVE 'A' TO WS-CHG-ACTION
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.

       CHANGE-SUBSCRIPTION-RECORD.
           READ SUBSCRIPTION-FILE
               INVALID KEY
                   DISPLAY "Alert subscription change failed, not "
                       "found: " ASB-CUSTOMER-ID " " ASB-ACCOUNT-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE SUBSCRIPTION-RECORD TO WS-CHG-BEFORE-IMAGE
                   PERFORM MOVE-MAINT-TO-MASTER
                   REWRITE SUBSCRIPTION-RECORD
                       INVALID KEY
                           DISPLAY "Alert subscription rewrite "
                               "failed: " ASB-CUSTOMER-ID " "
                               ASB-ACCOUNT-ID
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE SUBSCRIPTION-RECORD
                               TO WS-CHG-AFTER-IMAGE
                           MOVE 'C' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                   END-REWRITE
           END-READ.

       REVOKE-SUBSCRIPTION-RECORD.
      *> 撤销不删记录：状态置 'C' 留痕
           READ SUBSCRIPTION-FILE
               INVALID KEY
                   DISPLAY "Alert subscription revoke failed, not "
                       "found: " ASB-CUSTOMER-ID " " ASB-ACCOUNT-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE SUBSCRIPTION-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE 'C' TO ASB-STATUS
                   MOVE WS-BUSINESS-DATE TO ASB-MAINT-DATE
                   REWRITE SUBSCRIPTION-RECORD
                       INVALID KEY
                           DISPLAY "Alert subscription revoke "
                               "rewrite failed: " ASB-CUSTOMER-ID
                               " " ASB-ACCOUNT-ID
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE SUBSCRIPTION-RECORD
                               TO WS-CHG-AFTER-IMAGE
                           MOVE 'C' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                   END-REWRITE
           END-READ.

       READ-SUBMITTER-HEADER.
      *> 维护文件首条须为提交人抬头：查不出谁提交的文件整份不套用
           READ SUB-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
               NOT AT END
                   IF ASM-CODE = 'H'
                       PERFORM TAKE-SUBMITTER-HEADER
                   END-IF
                   IF WS-SUBMITTER-ID = SPACES
                       DISPLAY "ALERT_SUB_MAINT.TXT has no submitter "
                           "header - nothing applied."
                       CLOSE SUBSCRIPTION-FILE SUB-MAINT-FILE
                       STOP RUN
                   END-IF
           END-READ.

       TAKE-SUBMITTER-HEADER.
      *> 多份维护文件拼在一起时各带抬头，其后的记录记在该提交人
      *> 名下；提交人为空的抬头之后的记录一律拒绝
           MOVE ASM-SUBMITTER-ID TO WS-SUBMITTER-ID.
           IF WS-SUBMITTER-ID = SPACES
               DISPLAY "Submitter header with blank submitter - "
                   "following records rejected."
           END-IF.

       READ-BUSINESS-DATE.
      *> 变更日志的业务日期：中央业务日期控制档在则以其为准，
      *> 控制档未建（转换期）按运行日
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
               CLOSE SUBSCRIPTION-FILE SUB-MAINT-FILE
               STOP RUN
           END-IF.

       WRITE-CHANGE-LOG.
      *> 一笔改动记改前/改后两条映像：新增只有改后，删除只有改前；
      *> 改写前后完全相同的重复维护不算改动，不记
           IF WS-CHG-ACTION = 'C' AND
                   WS-CHG-BEFORE-IMAGE = WS-CHG-AFTER-IMAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'ALERTSUB' TO RCL-FILE-ID.
           MOVE ASB-KEY TO RCL-RECORD-KEY.
           MOVE WS-BUSINESS-DATE TO RCL-BUSINESS-DATE.
           ACCEPT WS-CHG-LOG-TIME FROM TIME.
           MOVE WS-CHG-LOG-TIME TO RCL-LOG-TIME.
           MOVE WS-THIS-JOB-NAME TO RCL-JOB-NAME.
           MOVE WS-SUBMITTER-ID TO RCL-SUBMITTER-ID.
           MOVE ASM-CODE TO RCL-MAINT-CODE.
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
