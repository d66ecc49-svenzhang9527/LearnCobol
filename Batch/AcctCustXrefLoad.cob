      *> 持有人交叉引用维护：网点把联名/共签持有人的登记与解除
      *> 录入 XREF_MAINT.TXT，本作业套用到 ACCT_CUST_XREF.DAT 索引
      *> 交叉引用档上。结构沿用 UserMasterLoad
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

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-MASTER-FILE.
           05 XRM-ACCOUNT-ID        PIC 9(8).
           05 XRM-CUSTOMER-ID       PIC 9(6).
           05 XRM-ROLE-CODE         PIC X.
       01  XREF-MAINT-HEADER.  *> 提交人抬头，动作码 'H'
           05 FILLER                PIC X.
           05 XRM-SUBMITTER-ID      PIC X(8).  *> 提交人柜员号

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  CHANGE-LOG-FILE.  *> 参考数据变更日志文件描述符
       01  CHANGE-LOG-RECORD.
           COPY REFCHG.

       WORKING-STORAGE SECTION.
       01  WS-XREF-STATUS          PIC XX VALUE '00'.
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用的维护数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 套用失败的维护数
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-CHGLOG-STATUS        PIC XX VALUE '00'.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'XREFLOAD'.  *> 本程序在批流里的作业名
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
      *    首次运行时交叉引用档还不存在，先建空文件再以 I-O 重开
           OPEN I-O XREF-MASTER-FILE.
           IF WS-XREF-STATUS NOT = '00'
               CLOSE XREF-MASTER-FILE
               STOP RUN
           END-IF.
           PERFORM READ-SUBMITTER-HEADER.
           PERFORM OPEN-CHANGE-LOG.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ XREF-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       IF XRM-CODE = 'H'
                           PERFORM TAKE-SUBMITTER-HEADER
                       ELSE
                           IF WS-SUBMITTER-ID = SPACES
                               DISPLAY "Xref maintenance without "
                                   "submitter rejected: "
                                   XRM-ACCOUNT-ID " " XRM-CUSTOMER-ID
                               ADD 1 TO WS-ERROR-COUNT
                           ELSE
                               PERFORM APPLY-ONE-XREF-MAINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE XREF-MASTER-FILE XREF-MAINT-FILE CHANGE-LOG-FILE.
           DISPLAY "===== HOLDER XREF LOAD SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT.
           DISPLAY "Changes logged: " WS-CHG-LOGGED.
           STOP RUN.

       APPLY-ONE-XREF-MAINT.
       ADD-XREF-RECORD.
           IF XRM-ROLE-CODE = 'P' OR XRM-ROLE-CODE = 'J' OR
                   XRM-ROLE-CODE = 'S'
      *        已登记的先读出改前映像，角色变更按改写留痕
               READ XREF-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   NOT INVALID KEY
                       MOVE XREF-RECORD TO WS-CHG-BEFORE-IMAGE
               END-READ
               MOVE XRM-ACCOUNT-ID  TO XRF-ACCOUNT-ID
               MOVE XRM-CUSTOMER-ID TO XRF-CUSTOMER-ID
               MOVE XRM-ROLE-CODE TO XRF-ROLE-CODE
               WRITE XREF-RECORD
                   INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-APPLIED-COUNT
                               MOVE XREF-RECORD TO WS-CHG-AFTER-IMAGE
                               MOVE 'C' TO WS-CHG-ACTION
                               PERFORM WRITE-CHANGE-LOG
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE XREF-RECORD TO WS-CHG-AFTER-IMAGE
                       MOVE 'A' TO WS-CHG-ACTION
                       PERFORM WRITE-CHANGE-LOG
               END-WRITE
           ELSE
               DISPLAY "Xref role must be P, J or S: " XRM-ROLE-CODE
           END-IF.

       DELETE-XREF-RECORD.
      *> 先读出改前映像再删
           READ XREF-MASTER-FILE
               INVALID KEY
                   DISPLAY "Xref delete failed, not found: "
                       XRF-ACCOUNT-ID " " XRF-CUSTOMER-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE XREF-RECORD TO WS-CHG-BEFORE-IMAGE
                   DELETE XREF-MASTER-FILE RECORD
                       INVALID KEY
                           DISPLAY "Xref delete failed: "
                               XRF-ACCOUNT-ID " " XRF-CUSTOMER-ID
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE 'D' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                   END-DELETE
           END-READ.

       READ-SUBMITTER-HEADER.
      *> 维护文件首条须为提交人抬头：查不出谁提交的文件整份不套用
           READ XREF-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
               NOT AT END
                   IF XRM-CODE = 'H'
                       PERFORM TAKE-SUBMITTER-HEADER
                   END-IF
                   IF WS-SUBMITTER-ID = SPACES
                       DISPLAY "XREF_MAINT.TXT has no submitter "
                           "header - nothing applied."
                       CLOSE XREF-MASTER-FILE XREF-MAINT-FILE
                       STOP RUN
                   END-IF
           END-READ.

       TAKE-SUBMITTER-HEADER.
      *> 多份维护文件拼在一起时各带抬头，其后的记录记在该提交人
      *> 名下；提交人为空的抬头之后的记录一律拒绝
           MOVE XRM-SUBMITTER-ID TO WS-SUBMITTER-ID.
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
               CLOSE XREF-MASTER-FILE XREF-MAINT-FILE
               STOP RUN
           END-IF.

       WRITE-CHANGE-LOG.
      *> 一笔改动记改前/改后两条映像：新增只有改后，删除只有改前；
      *> 改写前后完全相同的重复维护不算改动，不记
           IF WS-CHG-ACTION = 'C' AND
                   WS-CHG-BEFORE-IMAGE = WS-CHG-AFTER-IMAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE XRM-ACCOUNT-ID  TO XRF-ACCOUNT-ID.
           MOVE XRM-CUSTOMER-ID TO XRF-CUSTOMER-ID.
           MOVE 'CUSTXREF' TO RCL-FILE-ID.
           MOVE XRF-KEY TO RCL-RECORD-KEY.
           MOVE WS-BUSINESS-DATE TO RCL-BUSINESS-DATE.
           ACCEPT WS-CHG-LOG-TIME FROM TIME.
           MOVE WS-CHG-LOG-TIME TO RCL-LOG-TIME.
           MOVE WS-THIS-JOB-NAME TO RCL-JOB-NAME.
           MOVE WS-SUBMITTER-ID TO RCL-SUBMITTER-ID.
           MOVE XRM-CODE TO RCL-MAINT-CODE.
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
