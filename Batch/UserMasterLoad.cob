      *> 'U'=主管解锁：连续失败被锁成 'L' 的柜员恢复 'A' 并清零
      *> 失败计数；改密经维护文件套用时同样滚动口令历史并盖
      *> 修改日期，签到的口令时效口径一致
      *> 维护文件首条为提交人抬头（'H' + 提交人号），每笔改动的
      *> 改前/改后映像连同作业名、业务日期、提交人追加到参考数据
      *> 变更日志 REFDATA_CHANGE_LOG.DAT
      *> 口令栏位不落明文，只记是否改过
      *> 增改同时维护角色码与直属主管：角色定菜单项和交易入口
      *> （角色功能授权档由 EntitlementLoad 维护），主管签核季度
      *> 权限复核报告 AccessRecertReport

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
       FD  USER-MASTER-FILE.
           05 UM-TXN-LIMIT          PIC 9(7)V99.  *> 单笔资金交易限额，0=不限
           05 UM-DAILY-LIMIT        PIC 9(9)V99.  *> 当日累计限额，0=不限
           05 UM-PWD-EXPIRED        PIC X.  *> 'A' 专用：'Y'=初始口令按已过期落档（修改日期 0），首次签到强制改密；空白=按当日盖章
           05 UM-ROLE-CODE          PIC X(4).  *> 角色码，对照角色功能授权档；空白=未分配（按权限级别把关）
           05 UM-MANAGER-ID         PIC X(8).  *> 直属主管柜员号，季度权限复核签核人
       01  USER-MAINT-HEADER.  *> 提交人抬头，动作码 'H'
           05 FILLER                PIC X.
           05 UM-SUBMITTER-ID       PIC X(8).  *> 提交人柜员号

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  CHANGE-LOG-FILE.  *> 参考数据变更日志文件描述符
       01  CHANGE-LOG-RECORD.
           COPY REFCHG.

       WORKING-STORAGE SECTION.
       01  WS-USER-STATUS          PIC XX VALUE '00'.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用的维护数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 套用失败的维护数
       01  WS-TODAY-DATE           PIC 9(8) VALUE 0.  *> 运行日，改密盖章用
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-CHGLOG-STATUS        PIC XX VALUE '00'.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'USERLOAD'.  *> 本程序在批流里的作业名
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 变更日志盖的业务日期
       01  WS-SUBMITTER-ID         PIC X(8) VALUE SPACES.  *> 当前抬头上的提交人
       01  WS-CHG-ACTION           PIC X VALUE SPACE.  *> 'A'=新增 'C'=改写 'D'=删除
       01  WS-CHG-BEFORE-IMAGE     PIC X(250) VALUE SPACES.  *> 改前映像
       01  WS-CHG-AFTER-IMAGE      PIC X(250) VALUE SPACES.  *> 改后映像
       01  WS-CHG-LOG-TIME         PIC 9(8) VALUE 0.
       01  WS-CHG-LOGGED           PIC 9(5) VALUE 0.  *> 记入变更日志的改动数

      *> 映像里口令栏位的起始位置：现行口令、上一个、上上个
       01  WS-PWD-OFFSET-LIST.
           05 FILLER                PIC 9(3) VALUE 9.
           05 FILLER                PIC 9(3) VALUE 27.
           05 FILLER                PIC 9(3) VALUE 35.
       01  WS-PWD-OFFSET-TABLE REDEFINES WS-PWD-OFFSET-LIST.
           05 WS-PWD-OFFSET         PIC 9(3) OCCURS 3 TIMES.
       01  WS-PWD-INDEX            PIC 9 VALUE 0.
       01  WS-PWD-POS              PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-BUSINESS-DATE.
      *    首次运行时用户主档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O USER-MASTER-FILE.
           IF WS-USER-STATUS NOT = '00'
               CLOSE USER-MASTER-FILE
               STOP RUN
           END-IF.
           PERFORM READ-SUBMITTER-HEADER.
           PERFORM OPEN-CHANGE-LOG.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ USER-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       IF UM-CODE = 'H'
                           PERFORM TAKE-SUBMITTER-HEADER
                       ELSE
                           IF WS-SUBMITTER-ID = SPACES
                               DISPLAY "User maintenance "
                                   "without submitter rejected: "
                                   UM-TELLER-ID
                               ADD 1 TO WS-ERROR-COUNT
                           ELSE
                               PERFORM APPLY-ONE-USER-MAINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE USER-MASTER-FILE USER-MAINT-FILE CHANGE-LOG-FILE.
           DISPLAY "===== USER MASTER LOAD SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT.
           DISPLAY "Changes logged: " WS-CHG-LOGGED.
           STOP RUN.

       APPLY-ONE-USER-MAINT.
           MOVE SPACES TO USR-PREV-PASSWORD-2.
           MOVE 0 TO USR-FAIL-COUNT.
           PERFORM MOVE-LIMITS-TO-MASTER.
           PERFORM MOVE-ROLE-TO-MASTER.
           WRITE USER-RECORD
               INVALID KEY
                   DISPLAY "User add failed, id exists: "
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE USER-RECORD TO WS-CHG-AFTER-IMAGE
                   MOVE 'A' TO WS-CHG-ACTION
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.

       CHANGE-USER-RECORD.
                       USR-TELLER-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE USER-RECORD TO WS-CHG-BEFORE-IMAGE
      *            维护文件改密同样滚动口令历史并盖修改日期
                   IF UM-PASSWORD NOT = USR-PASSWORD
                       MOVE USR-PREV-PASSWORD-1
                   MOVE UM-AUTH-LEVEL TO USR-AUTH-LEVEL
                   MOVE UM-STATUS TO USR-STATUS
                   PERFORM MOVE-LIMITS-TO-MASTER
                   PERFORM MOVE-ROLE-TO-MASTER
                   REWRITE USER-RECORD
                       INVALID KEY
                           DISPLAY "User rewrite failed: "
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE USER-RECORD TO WS-CHG-AFTER-IMAGE
                           MOVE 'C' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                   END-REWRITE
           END-READ.

               MOVE 0 TO USR-DAILY-LIMIT
           END-IF.

       MOVE-ROLE-TO-MASTER.
      *> 角色码与主管号照维护记录落档；旧格式维护记录两栏为空，
      *> 即未分配角色，签到后仍按权限级别把关
           MOVE UM-ROLE-CODE TO USR-ROLE-CODE.
           MOVE UM-MANAGER-ID TO USR-MANAGER-ID.

       UNLOCK-USER-RECORD.
      *> 主管解锁：仅对锁定状态生效，恢复有效并清零失败计数；
      *> 口令不动，柜员仍用原口令签到（超龄会被签到强制改密）
                           USR-TELLER-ID
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       MOVE USER-RECORD TO WS-CHG-BEFORE-IMAGE
                       MOVE 'A' TO USR-STATUS
                       MOVE 0 TO USR-FAIL-COUNT
                       REWRITE USER-RECORD
                               ADD 1 TO WS-ERROR-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-APPLIED-COUNT
                               MOVE USER-RECORD TO WS-CHG-AFTER-IMAGE
                               MOVE 'C' TO WS-CHG-ACTION
                               PERFORM WRITE-CHANGE-LOG
                       END-REWRITE
                   END-IF
           END-READ.

       DELETE-USER-RECORD.
      *> 先读出改前映像再删
           READ USER-MASTER-FILE
               INVALID KEY
                   DISPLAY "User delete failed, not found: "
                       USR-TELLER-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE USER-RECORD TO WS-CHG-BEFORE-IMAGE
                   DELETE USER-MASTER-FILE RECORD
                       INVALID KEY
                           DISPLAY "User delete failed: "
                               USR-TELLER-ID
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE 'D' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                   END-DELETE
           END-READ.

       READ-SUBMITTER-HEADER.
      *> 维护文件首条须为提交人抬头：查不出谁提交的文件整份不套用
           READ USER-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
               NOT AT END
                   IF UM-CODE = 'H'
                       PERFORM TAKE-SUBMITTER-HEADER
                   END-IF
                   IF WS-SUBMITTER-ID = SPACES
                       DISPLAY "USER_MAINT.TXT has no submitter "
                           "header - nothing applied."
                       CLOSE USER-MASTER-FILE USER-MAINT-FILE
                       STOP RUN
                   END-IF
           END-READ.

       TAKE-SUBMITTER-HEADER.
      *> 多份维护文件拼在一起时各带抬头，其后的记录记在该提交人
      *> 名下；提交人为空的抬头之后的记录一律拒绝
           MOVE UM-SUBMITTER-ID TO WS-SUBMITTER-ID.
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
               CLOSE USER-MASTER-FILE USER-MAINT-FILE
               STOP RUN
           END-IF.

       WRITE-CHANGE-LOG.
      *> 一笔改动记改前/改后两条映像：新增只有改后，删除只有改前；
      *> 改写前后完全相同的重复维护不算改动，不记
           IF WS-CHG-ACTION = 'C' AND
                   WS-CHG-BEFORE-IMAGE = WS-CHG-AFTER-IMAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM MASK-PASSWORD-IMAGES.
           MOVE 'USERMAST' TO RCL-FILE-ID.
           MOVE UM-TELLER-ID TO RCL-RECORD-KEY.
           MOVE WS-BUSINESS-DATE TO RCL-BUSINESS-DATE.
           ACCEPT WS-CHG-LOG-TIME FROM TIME.
           MOVE WS-CHG-LOG-TIME TO RCL-LOG-TIME.
           MOVE WS-THIS-JOB-NAME TO RCL-JOB-NAME.
           MOVE WS-SUBMITTER-ID TO RCL-SUBMITTER-ID.
           MOVE UM-CODE TO RCL-MAINT-CODE.
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

       MASK-PASSWORD-IMAGES.
      *> 口令栏位不落明文：改前一律记 MASKED；改后与改前相同（或
      *> 新增）记 MASKED，不同记 CHANGED
           PERFORM VARYING WS-PWD-INDEX FROM 1 BY 1
                   UNTIL WS-PWD-INDEX > 3
               MOVE WS-PWD-OFFSET(WS-PWD-INDEX) TO WS-PWD-POS
               IF WS-CHG-ACTION = 'A' OR
                       WS-CHG-AFTER-IMAGE(WS-PWD-POS:8) =
                       WS-CHG-BEFORE-IMAGE(WS-PWD-POS:8)
                   MOVE 'MASKED' TO WS-CHG-AFTER-IMAGE(WS-PWD-POS:8)
               ELSE
                   MOVE 'CHANGED' TO WS-CHG-AFTER-IMAGE(WS-PWD-POS:8)
               END-IF
               MOVE 'MASKED' TO WS-CHG-BEFORE-IMAGE(WS-PWD-POS:8)
           END-PERFORM.
