       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. EntitlementLoad.  *> 角色功能授权档的批量维护

      *> 角色功能授权维护：安全管理员把角色可用的联机交易与动作
      *> 录入 ENTITLE_MAINT.TXT，本作业套用到主菜单与各交易入口
      *> 读取的 ENTITLEMENT.DAT 索引授权档上（一条 = 一个角色可用
      *> 一个功能）。增删结构沿用 UserMasterLoad：首条为提交人
      *> 抬头（'H' + 提交人号），'A'=授予 'D'=收回；功能码只收
      *> 联机交易码与动作码 APPR/OVRD，打错的码不落档。每笔改动
      *> 的改前/改后映像追加到参考数据变更日志
      *> REFDATA_CHANGE_LOG.DAT，季度权限复核与内审凭此追溯

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITLE-FILE ASSIGN TO "ENTITLEMENT.DAT"  *> 角色功能授权档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-KEY
               FILE STATUS IS WS-ENTITLE-STATUS.

           SELECT ENTITLE-MAINT-FILE ASSIGN TO "ENTITLE_MAINT.TXT"  *> 授权维护交易
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
       FD  ENTITLE-FILE.
       01  ENTITLEMENT-RECORD.
           COPY ENTITLE.

       FD  ENTITLE-MAINT-FILE.
       01  ENTITLE-MAINT-RECORD.
           05 EM-CODE               PIC X.  *> 'A'=授予 'D'=收回
           05 EM-ROLE-CODE          PIC X(4).
           05 EM-FUNCTION           PIC X(4).
       01  ENTITLE-MAINT-HEADER.  *> 提交人抬头，动作码 'H'
           05 FILLER                PIC X.
           05 EM-SUBMITTER-ID       PIC X(8).  *> 提交人柜员号

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  CHANGE-LOG-FILE.  *> 参考数据变更日志文件描述符
       01  CHANGE-LOG-RECORD.
           COPY REFCHG.

       WORKING-STORAGE SECTION.
       01  WS-ENTITLE-STATUS       PIC XX VALUE '00'.
       01  WS-MAINT-STATUS         PIC XX VALUE '00'.
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用的维护数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 套用失败的维护数
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-CHGLOG-STATUS        PIC XX VALUE '00'.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'ENTLLOAD'.  *> 本程序在批流里的作业名
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 授权日期及变更日志盖的业务日期
       01  WS-SUBMITTER-ID         PIC X(8) VALUE SPACES.  *> 当前抬头上的提交人
       01  WS-CHG-ACTION           PIC X VALUE SPACE.  *> 'A'=新增 'D'=删除
       01  WS-CHG-BEFORE-IMAGE     PIC X(250) VALUE SPACES.  *> 改前映像
       01  WS-CHG-AFTER-IMAGE      PIC X(250) VALUE SPACES.  *> 改后映像
       01  WS-CHG-LOG-TIME         PIC 9(8) VALUE 0.
       01  WS-CHG-LOGGED           PIC 9(5) VALUE 0.  *> 记入变更日志的改动数

      *> 可授予的功能码：联机交易码 + 动作码（APPR=复核批准，
      *> OVRD=主管超限加签）
       01  WS-FUNCTION-LIST.
           05 FILLER                PIC X(4) VALUE 'INQY'.
           05 FILLER                PIC X(4) VALUE 'HIST'.
           05 FILLER                PIC X(4) VALUE 'BRWS'.
           05 FILLER                PIC X(4) VALUE 'CAPT'.
           05 FILLER                PIC X(4) VALUE 'CUST'.
           05 FILLER                PIC X(4) VALUE 'SORD'.
           05 FILLER                PIC X(4) VALUE 'MANT'.
           05 FILLER                PIC X(4) VALUE 'GLNQ'.
           05 FILLER                PIC X(4) VALUE 'MAND'.
           05 FILLER                PIC X(4) VALUE 'DISP'.
           05 FILLER                PIC X(4) VALUE 'XFER'.
           05 FILLER                PIC X(4) VALUE 'CHQS'.
           05 FILLER                PIC X(4) VALUE 'CUMT'.
           05 FILLER                PIC X(4) VALUE 'TDEP'.
           05 FILLER                PIC X(4) VALUE 'FXCH'.
           05 FILLER                PIC X(4) VALUE 'AOPN'.
           05 FILLER                PIC X(4) VALUE 'APPR'.
           05 FILLER                PIC X(4) VALUE 'OVRD'.
       01  WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-LIST.
           05 WS-VALID-FUNCTION     PIC X(4) OCCURS 18 TIMES.
       01  WS-FUNC-INDEX           PIC 9(2) COMP VALUE 0.
       01  WS-FUNCTION-OK          PIC X VALUE 'N'.  *> 'Y'=功能码在可授予清单内

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
      *    首次运行时授权档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O ENTITLE-FILE.
           IF WS-ENTITLE-STATUS NOT = '00'
               OPEN OUTPUT ENTITLE-FILE
               CLOSE ENTITLE-FILE
               OPEN I-O ENTITLE-FILE
               IF WS-ENTITLE-STATUS NOT = '00'
                   DISPLAY "Error opening entitlement file. "
                       "File Status: " WS-ENTITLE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT ENTITLE-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "ENTITLE_MAINT.TXT not available - nothing "
                   "to apply."
               CLOSE ENTITLE-FILE
               STOP RUN
           END-IF.
           PERFORM READ-SUBMITTER-HEADER.
           PERFORM OPEN-CHANGE-LOG.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ ENTITLE-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       IF EM-CODE = 'H'
                           PERFORM TAKE-SUBMITTER-HEADER
                       ELSE
                           IF WS-SUBMITTER-ID = SPACES
                               DISPLAY "Entitlement maintenance "
                                   "without submitter rejected: "
                                   EM-ROLE-CODE " " EM-FUNCTION
                               ADD 1 TO WS-ERROR-COUNT
                           ELSE
                               PERFORM APPLY-ONE-ENTITLE-MAINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ENTITLE-FILE ENTITLE-MAINT-FILE CHANGE-LOG-FILE.
           DISPLAY "===== ENTITLEMENT LOAD SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT.
           DISPLAY "Changes logged: " WS-CHG-LOGGED.
           STOP RUN.

       APPLY-ONE-ENTITLE-MAINT.
           IF EM-ROLE-CODE = SPACES
               DISPLAY "Entitlement with blank role rejected: "
                   EM-FUNCTION
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-FUNCTION-CODE.
           IF WS-FUNCTION-OK = 'N'
               DISPLAY "Unknown function code rejected: "
                   EM-ROLE-CODE " " EM-FUNCTION
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE EM-ROLE-CODE TO ENT-ROLE-CODE.
           MOVE EM-FUNCTION TO ENT-FUNCTION.
           EVALUATE EM-CODE
               WHEN 'A'
                   PERFORM GRANT-ENTITLEMENT
               WHEN 'D'
                   PERFORM REVOKE-ENTITLEMENT
               WHEN OTHER
                   DISPLAY "Unknown entitlement maintenance code: "
                       EM-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       CHECK-FUNCTION-CODE.
           MOVE 'N' TO WS-FUNCTION-OK.
           PERFORM VARYING WS-FUNC-INDEX FROM 1 BY 1
                   UNTIL WS-FUNC-INDEX > 18 OR WS-FUNCTION-OK = 'Y'
               IF WS-VALID-FUNCTION(WS-FUNC-INDEX) = EM-FUNCTION
                   MOVE 'Y' TO WS-FUNCTION-OK
               END-IF
           END-PERFORM.

       GRANT-ENTITLEMENT.
           MOVE WS-BUSINESS-DATE TO ENT-GRANTED-DATE.
           MOVE WS-SUBMITTER-ID TO ENT-GRANTED-BY.
           WRITE ENTITLEMENT-RECORD
               INVALID KEY
                   DISPLAY "Entitlement already granted: "
                       ENT-ROLE-CODE " " ENT-FUNCTION
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE ENTITLEMENT-RECORD TO WS-CHG-AFTER-IMAGE
                   MOVE 'A' TO WS-CHG-ACTION
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.

       REVOKE-ENTITLEMENT.
      *> 先读出改前映像再删
           READ ENTITLE-FILE
               INVALID KEY
                   DISPLAY "Entitlement revoke failed, not found: "
                       ENT-ROLE-CODE " " ENT-FUNCTION
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE ENTITLEMENT-RECORD TO WS-CHG-BEFORE-IMAGE
                   DELETE ENTITLE-FILE RECORD
                       INVALID KEY
                           DISPLAY "Entitlement delete failed: "
                               ENT-ROLE-CODE " " ENT-FUNCTION
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE 'D' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                   END-DELETE
           END-READ.

       READ-SUBMITTER-HEADER.
      *> 维护文件首条须为提交人抬头：查不出谁提交的文件整份不套用
           READ ENTITLE-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
               NOT AT END
                   IF EM-CODE = 'H'
                       PERFORM TAKE-SUBMITTER-HEADER
                   END-IF
                   IF WS-SUBMITTER-ID = SPACES
                       DISPLAY "ENTITLE_MAINT.TXT has no submitter "
                           "header - nothing applied."
                       CLOSE ENTITLE-FILE ENTITLE-MAINT-FILE
                       STOP RUN
                   END-IF
           END-READ.

       TAKE-SUBMITTER-HEADER.
      *> 多份维护文件拼在一起时各带抬头，其后的记录记在该提交人
      *> 名下；提交人为空的抬头之后的记录一律拒绝
           MOVE EM-SUBMITTER-ID TO WS-SUBMITTER-ID.
           IF WS-SUBMITTER-ID = SPACES
               DISPLAY "Submitter header with blank submitter - "
                   "following records rejected."
           END-IF.

       READ-BUSINESS-DATE.
      *> 授权日期与变更日志的业务日期：中央业务日期控制档在则以
      *> 其为准，控制档未建（转换期）按运行日
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
      *> 变更日志写不了就不套用：没有留痕的授权改动不做
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CHGLOG-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           IF WS-CHGLOG-STATUS NOT = '00'
               DISPLAY "Error opening reference data change log. "
                   "File Status: " WS-CHGLOG-STATUS
               CLOSE ENTITLE-FILE ENTITLE-MAINT-FILE
               STOP RUN
           END-IF.

       WRITE-CHANGE-LOG.
      *> 授予只有改后映像，收回只有改前映像
           MOVE 'ENTITLE' TO RCL-FILE-ID.
           MOVE ENT-KEY TO RCL-RECORD-KEY.
           MOVE WS-BUSINESS-DATE TO RCL-BUSINESS-DATE.
           ACCEPT WS-CHG-LOG-TIME FROM TIME.
           MOVE WS-CHG-LOG-TIME TO RCL-LOG-TIME.
           MOVE WS-THIS-JOB-NAME TO RCL-JOB-NAME.
           MOVE WS-SUBMITTER-ID TO RCL-SUBMITTER-ID.
           MOVE EM-CODE TO RCL-MAINT-CODE.
           MOVE WS-CHG-ACTION TO RCL-ACTION.
           IF WS-CHG-ACTION = 'D'
               MOVE 'B' TO RCL-IMAGE-TYPE
               MOVE WS-CHG-BEFORE-IMAGE TO RCL-RECORD-IMAGE
           ELSE
               MOVE 'A' TO RCL-IMAGE-TYPE
               MOVE WS-CHG-AFTER-IMAGE TO RCL-RECORD-IMAGE
           END-IF.
           WRITE CHANGE-LOG-RECORD.
           ADD 1 TO WS-CHG-LOGGED.
