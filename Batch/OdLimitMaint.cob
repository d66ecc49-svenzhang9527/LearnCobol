      *> 产品码查产品主档：产品透支政策（PRD-OD-ALLOWED）不是
      *> 'Y' 的一律拒绝——禁透支产品不得挂额度，过账端才不会
      *> 照着额度放款。结构沿用 UserMasterLoad
      *> 维护文件首条为提交人抬头（'H' + 提交人号），每笔改动的
      *> 改前/改后映像连同作业名、业务日期、提交人追加到参考数据
      *> 变更日志 REFDATA_CHANGE_LOG.DAT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件：取产品码
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05 OLM-LIMIT-AMOUNT      PIC 9(7)V99.
           05 OLM-EXPIRY-DATE       PIC 9(8).
           05 OLM-REVIEW-DATE       PIC 9(8).
       01  ODLIMIT-MAINT-HEADER.  *> 提交人抬头，动作码 'H'
           05 FILLER                PIC X.
           05 OLM-SUBMITTER-ID      PIC X(8).  *> 提交人柜员号

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  CHANGE-LOG-FILE.  *> 参考数据变更日志文件描述符
       01  CHANGE-LOG-RECORD.
           COPY REFCHG.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
       01  WS-PRODUCT-OPEN        PIC X VALUE 'N'.  *> 'Y' 表示产品主档可用
       01  WS-POLICY-OK            PIC X VALUE 'Y'.  *> 'N'=产品禁透支，拒绝本条维护
       01  WS-POLICY-REJECTS       PIC 9(5) VALUE 0.  *> 产品政策拒绝的维护数
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-CHGLOG-STATUS        PIC XX VALUE '00'.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'ODLIMMNT'.  *> 本程序在批流里的作业名
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
      *    首次运行时额度档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O ODLIMIT-MASTER-FILE.
           IF WS-ODLIMIT-STATUS NOT = '00'
               CLOSE ODLIMIT-MASTER-FILE
               STOP RUN
           END-IF.
           PERFORM READ-SUBMITTER-HEADER.
           PERFORM OPEN-CHANGE-LOG.
      *    产品透支政策检查用：两档开不出来时按无政策放行并提示
      *    （与过账端对冻结档不可用的口径一致）
           OPEN INPUT MASTER-FILE.
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       IF OLM-CODE = 'H'
                           PERFORM TAKE-SUBMITTER-HEADER
                       ELSE
                           IF WS-SUBMITTER-ID = SPACES
                               DISPLAY "OD limit maintenance "
                                   "without submitter rejected: "
                                   OLM-ACCOUNT-ID
                               ADD 1 TO WS-ERROR-COUNT
                           ELSE
                               PERFORM APPLY-ONE-ODLIMIT-MAINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PRODUCT-OPEN = 'Y'
               CLOSE PRODUCT-MASTER-FILE
           END-IF.
           CLOSE ODLIMIT-MASTER-FILE ODLIMIT-MAINT-FILE
               CHANGE-LOG-FILE.
           DISPLAY "===== OD LIMIT MAINT SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT
               " policy rejects: " WS-POLICY-REJECTS.
           DISPLAY "Changes logged: " WS-CHG-LOGGED.
           STOP RUN.

       APPLY-ONE-ODLIMIT-MAINT.
           MOVE 'A'              TO ODL-STATUS.

       ADD-ODLIMIT-RECORD.
      *    同户已有记录的先读出改前映像，覆盖按改写留痕
           READ ODLIMIT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE ODLIMIT-RECORD TO WS-CHG-BEFORE-IMAGE
           END-READ.
           MOVE OLM-ACCOUNT-ID TO ODL-ACCOUNT-ID.
           PERFORM MOVE-MAINT-TO-MASTER.
           WRITE ODLIMIT-RECORD
               INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE ODLIMIT-RECORD TO WS-CHG-AFTER-IMAGE
                           MOVE 'C' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE ODLIMIT-RECORD TO WS-CHG-AFTER-IMAGE
                   MOVE 'A' TO WS-CHG-ACTION
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.

       CHANGE-ODLIMIT-RECORD.
                       ODL-ACCOUNT-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE ODLIMIT-RECORD TO WS-CHG-BEFORE-IMAGE
                   PERFORM MOVE-MAINT-TO-MASTER
                   REWRITE ODLIMIT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE ODLIMIT-RECORD TO WS-CHG-AFTER-IMAGE
                           MOVE 'C' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                   END-REWRITE
           END-READ.

                       ODL-ACCOUNT-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE ODLIMIT-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE 'D' TO ODL-STATUS
                   REWRITE ODLIMIT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE ODLIMIT-RECORD TO WS-CHG-AFTER-IMAGE
                           MOVE 'C' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                   END-REWRITE
           END-READ.

       READ-SUBMITTER-HEADER.
      *> 维护文件首条须为提交人抬头：查不出谁提交的文件整份不套用
           READ ODLIMIT-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
               NOT AT END
                   IF OLM-CODE = 'H'
                       PERFORM TAKE-SUBMITTER-HEADER
                   END-IF
                   IF WS-SUBMITTER-ID = SPACES
                       DISPLAY "ODLIMIT_MAINT.TXT has no submitter "
                           "header - nothing applied."
                       CLOSE ODLIMIT-MASTER-FILE ODLIMIT-MAINT-FILE
                       STOP RUN
                   END-IF
           END-READ.

       TAKE-SUBMITTER-HEADER.
      *> 多份维护文件拼在一起时各带抬头，其后的记录记在该提交人
      *> 名下；提交人为空的抬头之后的记录一律拒绝
           MOVE OLM-SUBMITTER-ID TO WS-SUBMITTER-ID.
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
               CLOSE ODLIMIT-MASTER-FILE ODLIMIT-MAINT-FILE
               STOP RUN
           END-IF.

       WRITE-CHANGE-LOG.
      *> 一笔改动记改前/改后两条映像：新增只有改后，删除只有改前；
      *> 改写前后完全相同的重复维护不算改动，不记
           IF WS-CHG-ACTION = 'C' AND
                   WS-CHG-BEFORE-IMAGE = WS-CHG-AFTER-IMAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'ODLIMIT' TO RCL-FILE-ID.
           MOVE OLM-ACCOUNT-ID TO RCL-RECORD-KEY.
           MOVE WS-BUSINESS-DATE TO RCL-BUSINESS-DATE.
           ACCEPT WS-CHG-LOG-TIME FROM TIME.
           MOVE WS-CHG-LOG-TIME TO RCL-LOG-TIME.
           MOVE WS-THIS-JOB-NAME TO RCL-JOB-NAME.
           MOVE WS-SUBMITTER-ID TO RCL-SUBMITTER-ID.
           MOVE OLM-CODE TO RCL-MAINT-CODE.
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
