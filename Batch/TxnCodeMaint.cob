       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. TxnCodeMaint.  *> 交易代码主档的批量维护

      *> 交易代码维护：运营把交易代码的增/改/删录入
      *> TXN_CODE_MAINT.TXT，本作业套用到 TXN_CODES.DAT 索引代码档
      *> 上（布局见 TXNCODE）。结构沿用 ChartOfAccountsLoad：维护
      *> 文件首条为提交人抬头（'H' + 提交人号），'A'=新增 'C'=变更
      *> 'D'=删除。对方科目须为科目表上启用的科目（按网点拼科目的
      *> 只是前缀，不查）；借贷方向只收 DR/CR/空白，计费、活动标志
      *> 只收 Y/N；摘要模板里的 '&' 至多一处。每笔改动的改前/改后
      *> 映像连同作业名、业务日期、提交人追加到参考数据变更日志
      *> REFDATA_CHANGE_LOG.DAT。新增一类交易只需在此加一个代码，
      *> 对账单、过账日报和总账分录即按表出说明与科目

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-CODE-FILE ASSIGN TO "TXN_CODES.DAT"  *> 交易代码主档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCD-CODE
               FILE STATUS IS WS-TXN-CODE-STATUS.

           SELECT TXN-CODE-MAINT-FILE ASSIGN TO "TXN_CODE_MAINT.TXT"  *> 代码维护交易
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT COA-MASTER-FILE ASSIGN TO "CHART_OF_ACCOUNTS.DAT"  *> 总账科目表，核对对方科目
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCOUNT-CODE
               FILE STATUS IS WS-COA-STATUS.

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
       FD  TXN-CODE-FILE.
       01  TXN-CODE-RECORD.
           COPY TXNCODE.

       FD  TXN-CODE-MAINT-FILE.
       01  TXN-CODE-MAINT-RECORD.
           05 TCM-CODE              PIC X.  *> 'A'=新增 'C'=变更 'D'=删除
           05 TCM-TXN-CODE.
               10 TCM-TXN-TYPE      PIC X.
               10 TCM-SUB-CODE      PIC X.
           05 TCM-DESC-EN           PIC X(30).
           05 TCM-DESC-ZH           PIC X(30).
           05 TCM-DEBIT-CREDIT      PIC X(2).
           05 TCM-GL-ACCOUNT        PIC X(10).
           05 TCM-GL-BY-BRANCH      PIC X.
           05 TCM-FEE-ELIGIBLE      PIC X.
           05 TCM-COUNTS-ACTIVITY   PIC X.
           05 TCM-NARRATIVE         PIC X(40).
       01  TXN-CODE-MAINT-HEADER.  *> 提交人抬头，动作码 'H'
           05 FILLER                PIC X.
           05 TCM-SUBMITTER-ID      PIC X(8).  *> 提交人柜员号

       FD  COA-MASTER-FILE.
       01  COA-RECORD.
           COPY COACODE.

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  CHANGE-LOG-FILE.  *> 参考数据变更日志文件描述符
       01  CHANGE-LOG-RECORD.
           COPY REFCHG.

       WORKING-STORAGE SECTION.
       01  WS-TXN-CODE-STATUS      PIC XX VALUE '00'.
       01  WS-MAINT-STATUS         PIC XX VALUE '00'.
       01  WS-COA-STATUS           PIC XX VALUE '00'.
       01  WS-COA-OPEN             PIC X VALUE 'N'.  *> 'Y'=科目表可用，对方科目逐笔核对
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用的维护数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 套用失败的维护数
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-CHGLOG-STATUS        PIC XX VALUE '00'.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'TXNCMNT '.  *> 本程序在批流里的作业名
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 变更日志盖的业务日期
       01  WS-SUBMITTER-ID         PIC X(8) VALUE SPACES.  *> 当前抬头上的提交人
       01  WS-MARKER-COUNT         PIC 9(2) VALUE 0.  *> 摘要模板里的代入标记数
       01  WS-CHG-ACTION           PIC X VALUE SPACE.  *> 'A'=新增 'C'=改写 'D'=删除
       01  WS-CHG-BEFORE-IMAGE     PIC X(250) VALUE SPACES.  *> 改前映像
       01  WS-CHG-AFTER-IMAGE      PIC X(250) VALUE SPACES.  *> 改后映像
       01  WS-CHG-LOG-TIME         PIC 9(8) VALUE 0.
       01  WS-CHG-LOGGED           PIC 9(5) VALUE 0.  *> 记入变更日志的改动数

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
      *    首次运行时代码档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O TXN-CODE-FILE.
           IF WS-TXN-CODE-STATUS NOT = '00'
               OPEN OUTPUT TXN-CODE-FILE
               CLOSE TXN-CODE-FILE
               OPEN I-O TXN-CODE-FILE
               IF WS-TXN-CODE-STATUS NOT = '00'
                   DISPLAY "Error opening transaction code master. "
                       "File Status: " WS-TXN-CODE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT TXN-CODE-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "TXN_CODE_MAINT.TXT not available - nothing "
                   "to apply."
               CLOSE TXN-CODE-FILE
               STOP RUN
           END-IF.
      *    科目表未建（转换期）时对方科目不核对，照常套用
           OPEN INPUT COA-MASTER-FILE.
           IF WS-COA-STATUS = '00'
               MOVE 'Y' TO WS-COA-OPEN
           ELSE
               DISPLAY "Chart of accounts not available - GL "
                   "accounts not verified."
           END-IF.
           PERFORM READ-SUBMITTER-HEADER.
           PERFORM OPEN-CHANGE-LOG.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ TXN-CODE-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       IF TCM-CODE = 'H'
                           PERFORM TAKE-SUBMITTER-HEADER
                       ELSE
                           IF WS-SUBMITTER-ID = SPACES
                               DISPLAY "Transaction code maintenance "
                                   "without submitter rejected: "
                                   TCM-TXN-CODE
                               ADD 1 TO WS-ERROR-COUNT
                           ELSE
                               PERFORM APPLY-ONE-CODE-MAINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TXN-CODE-FILE TXN-CODE-MAINT-FILE CHANGE-LOG-FILE.
           IF WS-COA-OPEN = 'Y'
               CLOSE COA-MASTER-FILE
           END-IF.
           DISPLAY "===== TRANSACTION CODE MAINTENANCE SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT.
           DISPLAY "Changes logged: " WS-CHG-LOGGED.
           STOP RUN.

       APPLY-ONE-CODE-MAINT.
           IF TCM-TXN-TYPE = SPACE
               DISPLAY "Transaction code with blank type rejected."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE TCM-TXN-CODE TO TCD-CODE.
           EVALUATE TCM-CODE
               WHEN 'A'
                   PERFORM ADD-CODE-RECORD
               WHEN 'C'
                   PERFORM CHANGE-CODE-RECORD
               WHEN 'D'
                   PERFORM DELETE-CODE-RECORD
               WHEN OTHER
                   DISPLAY "Unknown transaction code maintenance code: "
                       TCM-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       VALIDATE-CODE-ATTRIBUTES.
      *> 说明、方向、科目、标志是对账单和总账分录的根，不收坏值；
      *> 标志空白按 'N' 收
           IF TCM-DESC-EN = SPACES
               DISPLAY "Transaction code description required: "
                   TCM-TXN-CODE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACE TO TCM-CODE
           END-IF.
           IF TCM-DEBIT-CREDIT NOT = 'DR' AND
                   TCM-DEBIT-CREDIT NOT = 'CR' AND
                   TCM-DEBIT-CREDIT NOT = SPACES
               DISPLAY "Debit/credit must be DR, CR or blank: "
                   TCM-TXN-CODE " " TCM-DEBIT-CREDIT
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACE TO TCM-CODE
           END-IF.
           IF TCM-DEBIT-CREDIT NOT = SPACES AND
                   TCM-GL-ACCOUNT = SPACES
               DISPLAY "GL account required for money code: "
                   TCM-TXN-CODE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACE TO TCM-CODE
           END-IF.
           IF TCM-GL-BY-BRANCH = SPACE
               MOVE 'N' TO TCM-GL-BY-BRANCH
           END-IF.
           IF TCM-FEE-ELIGIBLE = SPACE
               MOVE 'N' TO TCM-FEE-ELIGIBLE
           END-IF.
           IF TCM-COUNTS-ACTIVITY = SPACE
               MOVE 'N' TO TCM-COUNTS-ACTIVITY
           END-IF.
           IF (TCM-GL-BY-BRANCH NOT = 'Y' AND
                   TCM-GL-BY-BRANCH NOT = 'N') OR
                   (TCM-FEE-ELIGIBLE NOT = 'Y' AND
                   TCM-FEE-ELIGIBLE NOT = 'N') OR
                   (TCM-COUNTS-ACTIVITY NOT = 'Y' AND
                   TCM-COUNTS-ACTIVITY NOT = 'N')
               DISPLAY "Branch/fee/activity flags must be Y or N: "
                   TCM-TXN-CODE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACE TO TCM-CODE
           END-IF.
           MOVE 0 TO WS-MARKER-COUNT.
           INSPECT TCM-NARRATIVE TALLYING WS-MARKER-COUNT FOR ALL '&'.
           IF WS-MARKER-COUNT > 1
               DISPLAY "Narrative may hold one '&' reference marker: "
                   TCM-TXN-CODE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACE TO TCM-CODE
           END-IF.
           IF TCM-CODE NOT = SPACE AND
                   TCM-GL-ACCOUNT NOT = SPACES AND
                   TCM-GL-BY-BRANCH = 'N' AND WS-COA-OPEN = 'Y'
               PERFORM VERIFY-GL-ACCOUNT
           END-IF.

       VERIFY-GL-ACCOUNT.
      *> 对方科目须在科目表上且启用：停用科目上的新分录总账
      *> 接口校验照样拒收，不如在维护时就挡下
           MOVE TCM-GL-ACCOUNT TO COA-ACCOUNT-CODE.
           READ COA-MASTER-FILE
               INVALID KEY
                   DISPLAY "GL account not in chart of accounts: "
                       TCM-TXN-CODE " " TCM-GL-ACCOUNT
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACE TO TCM-CODE
               NOT INVALID KEY
                   IF COA-ACTIVE NOT = 'A'
                       DISPLAY "GL account is deactivated: "
                           TCM-TXN-CODE " " TCM-GL-ACCOUNT
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACE TO TCM-CODE
                   END-IF
           END-READ.

       MOVE-MAINT-TO-MASTER.
           MOVE TCM-DESC-EN          TO TCD-DESC-EN.
           MOVE TCM-DESC-ZH          TO TCD-DESC-ZH.
           MOVE TCM-DEBIT-CREDIT     TO TCD-DEBIT-CREDIT.
           MOVE TCM-GL-ACCOUNT       TO TCD-GL-ACCOUNT.
           MOVE TCM-GL-BY-BRANCH     TO TCD-GL-BY-BRANCH.
           MOVE TCM-FEE-ELIGIBLE     TO TCD-FEE-ELIGIBLE.
           MOVE TCM-COUNTS-ACTIVITY  TO TCD-COUNTS-ACTIVITY.
           MOVE TCM-NARRATIVE        TO TCD-NARRATIVE.

       ADD-CODE-RECORD.
           PERFORM VALIDATE-CODE-ATTRIBUTES.
           IF TCM-CODE = 'A'
               PERFORM MOVE-MAINT-TO-MASTER
               WRITE TXN-CODE-RECORD
                   INVALID KEY
                       DISPLAY "Transaction code add failed, code "
                           "exists: " TCD-CODE
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE TXN-CODE-RECORD TO WS-CHG-AFTER-IMAGE
                       MOVE 'A' TO WS-CHG-ACTION
                       PERFORM WRITE-CHANGE-LOG
               END-WRITE
           END-IF.

       CHANGE-CODE-RECORD.
           PERFORM VALIDATE-CODE-ATTRIBUTES.
           IF TCM-CODE = 'C'
               READ TXN-CODE-FILE
                   INVALID KEY
                       DISPLAY "Transaction code change failed, not "
                           "found: " TCD-CODE
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       MOVE TXN-CODE-RECORD TO WS-CHG-BEFORE-IMAGE
                       PERFORM MOVE-MAINT-TO-MASTER
                       REWRITE TXN-CODE-RECORD
                           INVALID KEY
                               DISPLAY "Transaction code rewrite "
                                   "failed: " TCD-CODE
                               ADD 1 TO WS-ERROR-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-APPLIED-COUNT
                               MOVE TXN-CODE-RECORD
                                   TO WS-CHG-AFTER-IMAGE
                               MOVE 'C' TO WS-CHG-ACTION
                               PERFORM WRITE-CHANGE-LOG
                       END-REWRITE
               END-READ
           END-IF.

       DELETE-CODE-RECORD.
      *> 删除后流水上的该代码按各作业原口径处理；先读出改前映像
           READ TXN-CODE-FILE
               INVALID KEY
                   DISPLAY "Transaction code delete failed, not "
                       "found: " TCD-CODE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE TXN-CODE-RECORD TO WS-CHG-BEFORE-IMAGE
                   DELETE TXN-CODE-FILE RECORD
                       INVALID KEY
                           DISPLAY "Transaction code delete failed: "
                               TCD-CODE
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE 'D' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                   END-DELETE
           END-READ.

       READ-SUBMITTER-HEADER.
      *> 维护文件首条须为提交人抬头：查不出谁提交的文件整份不套用
           READ TXN-CODE-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
               NOT AT END
                   IF TCM-CODE = 'H'
                       PERFORM TAKE-SUBMITTER-HEADER
                   END-IF
                   IF WS-SUBMITTER-ID = SPACES
                       DISPLAY "TXN_CODE_MAINT.TXT has no submitter "
                           "header - nothing applied."
                       CLOSE TXN-CODE-FILE TXN-CODE-MAINT-FILE
                       STOP RUN
                   END-IF
           END-READ.

       TAKE-SUBMITTER-HEADER.
      *> 多份维护文件拼在一起时各带抬头，其后的记录记在该提交人
      *> 名下；提交人为空的抬头之后的记录一律拒绝
           MOVE TCM-SUBMITTER-ID TO WS-SUBMITTER-ID.
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
               CLOSE TXN-CODE-FILE TXN-CODE-MAINT-FILE
               STOP RUN
           END-IF.

       WRITE-CHANGE-LOG.
      *> 一笔改动记改前/改后两条映像：新增只有改后，删除只有改前；
      *> 改写前后完全相同的重复维护不算改动，不记
           IF WS-CHG-ACTION = 'C' AND
                   WS-CHG-BEFORE-IMAGE = WS-CHG-AFTER-IMAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'TXNCODE' TO RCL-FILE-ID.
           MOVE TCM-TXN-CODE TO RCL-RECORD-KEY.
           MOVE WS-BUSINESS-DATE TO RCL-BUSINESS-DATE.
           ACCEPT WS-CHG-LOG-TIME FROM TIME.
           MOVE WS-CHG-LOG-TIME TO RCL-LOG-TIME.
           MOVE WS-THIS-JOB-NAME TO RCL-JOB-NAME.
           MOVE WS-SUBMITTER-ID TO RCL-SUBMITTER-ID.
           MOVE TCM-CODE TO RCL-MAINT-CODE.
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
