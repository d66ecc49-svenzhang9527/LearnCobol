       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. ProductActivation.  *> 产品参数变更的生效日提升

      *> 产品参数生效：每日在 BatchAccountProcessor 之前运行。逐笔
      *> 扫描产品参数待生效档 PRODUCT_PENDING.DAT，生效日期已到
      *> （不晚于业务日期）的已核准变更按生效日期顺序提升进
      *> PRODUCT_MASTER.DAT：原参数在产品参数历史档
      *> PRODUCT_HISTORY.DAT 里截止到前一天，新参数以业务日期起用；
      *> 删除的产品只截止不续。生效日期已到仍未核准的变更作过期
      *> 处理，不生效。补跑时晚于生效日期提升的，历史档按实际
      *> 提升的业务日期起用并告警，历史如实反映跑批用过的参数。
      *> 每笔改动的改前/改后映像追加到参考数据变更日志，提交人
      *> 记录入人。作业名 PRODACTV

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

      *>   产品参数待生效档
           SELECT PRODUCT-PENDING-FILE ASSIGN TO "PRODUCT_PENDING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPN-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODUCT_MASTER.DAT"  *> 产品主档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.

      *>   产品参数历史档：每套参数的起用/停用日期
           SELECT PRODUCT-HISTORY-FILE ASSIGN TO "PRODUCT_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      *>   参考数据变更日志：改前/改后映像，只追加
           SELECT CHANGE-LOG-FILE ASSIGN TO "REFDATA_CHANGE_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

           SELECT JOB-STATUS-FILE ASSIGN TO "JOB_STATUS.DAT"  *> 夜间批流作业状态文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS-FS.

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

       FD  PRODUCT-PENDING-FILE.
       01  PRODUCT-PENDING-RECORD.
           COPY PRODPEND.

       FD  PRODUCT-MASTER-FILE.
       01  PRODUCT-RECORD.
           COPY PRODMAST.

       FD  PRODUCT-HISTORY-FILE.
       01  PRODUCT-HISTORY-RECORD.
           COPY PRODHIST.

       FD  CHANGE-LOG-FILE.  *> 参考数据变更日志文件描述符
       01  CHANGE-LOG-RECORD.
           COPY REFCHG.

       FD  JOB-STATUS-FILE.  *> 作业状态文件描述符
       01  JOB-STATUS-RECORD.
           COPY JOBSTAT.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-PENDING-STATUS       PIC XX VALUE '00'.
       01  WS-PRODUCT-STATUS       PIC XX VALUE '00'.
       01  WS-HISTORY-STATUS       PIC XX VALUE '00'.
       01  WS-CHGLOG-STATUS        PIC XX VALUE '00'.
       01  WS-JOB-STATUS-FS        PIC XX VALUE '00'.
       01  WS-PENDING-EOF          PIC X VALUE 'N'.
       01  WS-HISTORY-EOF          PIC X VALUE 'N'.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'PRODACTV'.  *> 本程序在批流里的作业名
       01  WS-JOB-EVENT-STATUS     PIC X VALUE 'S'.
       01  WS-JOB-LOG-TIME         PIC 9(8) VALUE 0.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.  *> 业务日期：新参数的起用日期
       01  WS-DAY-BEFORE           PIC 9(8) VALUE 0.  *> 业务日期前一天：原参数的停用日期
       01  WS-PROMOTED-COUNT       PIC 9(5) VALUE 0.  *> 提升生效的变更数
       01  WS-LATE-COUNT           PIC 9(5) VALUE 0.  *> 晚于生效日期提升的变更数
       01  WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.  *> 到期未核准作废的变更数
       01  WS-REFUSED-COUNT        PIC 9(5) VALUE 0.  *> 提升时与主档现状不符被拒的变更数
       01  WS-PRODUCT-FOUND        PIC X VALUE 'N'.  *> 'Y'=产品主档上已有该产品
       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.

      *> 产品在历史档里的现状：有无任何一套参数、现行一套的起用日期
       01  WS-HISTORY-ANY          PIC X VALUE 'N'.
       01  WS-HISTORY-OPEN         PIC X VALUE 'N'.
       01  WS-OPEN-FROM            PIC 9(8) VALUE 0.

       01  WS-CHG-ACTION           PIC X VALUE SPACE.  *> 'A'=新增 'C'=改写 'D'=删除
       01  WS-CHG-BEFORE-IMAGE     PIC X(250) VALUE SPACES.  *> 改前映像
       01  WS-CHG-AFTER-IMAGE      PIC X(250) VALUE SPACES.  *> 改后映像
       01  WS-CHG-LOG-TIME         PIC 9(8) VALUE 0.
       01  WS-CHG-LOGGED           PIC 9(5) VALUE 0.  *> 记入变更日志的改动数

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE) - 1).
           MOVE 'S' TO WS-JOB-EVENT-STATUS.
           PERFORM RECORD-JOB-EVENT.

           OPEN I-O PRODUCT-PENDING-FILE.
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY "PRODUCT_PENDING.DAT not available - no "
                   "product changes to activate."
               PERFORM FINISH-ACTIVATION
           END-IF.
      *    首次运行时产品主档/历史档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-STATUS NOT = '00'
               OPEN OUTPUT PRODUCT-MASTER-FILE
               CLOSE PRODUCT-MASTER-FILE
               OPEN I-O PRODUCT-MASTER-FILE
               IF WS-PRODUCT-STATUS NOT = '00'
                   DISPLAY "Error opening product master. "
                       "File Status: " WS-PRODUCT-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O PRODUCT-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT PRODUCT-HISTORY-FILE
               CLOSE PRODUCT-HISTORY-FILE
               OPEN I-O PRODUCT-HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY "Error opening product history. "
                       "File Status: " WS-HISTORY-STATUS
                   STOP RUN
               END-IF
           END-IF.
           PERFORM OPEN-CHANGE-LOG.

           MOVE SPACES TO PPN-PRODUCT-CODE.
           MOVE 0 TO PPN-EFFECTIVE-DATE.
           START PRODUCT-PENDING-FILE
               KEY IS GREATER THAN OR EQUAL TO PPN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PENDING-EOF
           END-START.
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PRODUCT-PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-PENDING-CHANGE
               END-READ
           END-PERFORM.

           CLOSE PRODUCT-PENDING-FILE PRODUCT-MASTER-FILE
               PRODUCT-HISTORY-FILE CHANGE-LOG-FILE.
           PERFORM FINISH-ACTIVATION.

       FINISH-ACTIVATION.
           DISPLAY "===== PRODUCT ACTIVATION SUMMARY =====".
           DISPLAY "Business date: " WS-EFFECTIVE-DATE.
           DISPLAY "Promoted: " WS-PROMOTED-COUNT
               " (late: " WS-LATE-COUNT ")"
               " expired unapproved: " WS-EXPIRED-COUNT
               " refused: " WS-REFUSED-COUNT.
           DISPLAY "Changes logged: " WS-CHG-LOGGED.
           MOVE 'C' TO WS-JOB-EVENT-STATUS.
           PERFORM RECORD-JOB-EVENT.
           STOP RUN.

       CHECK-ONE-PENDING-CHANGE.
      *> 生效日期未到的不动；已到的已核准变更提升，待核准的作废
           IF PPN-EFFECTIVE-DATE > WS-EFFECTIVE-DATE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE PPN-STATUS
               WHEN 'V'
                   PERFORM PROMOTE-PENDING-CHANGE
               WHEN 'P'
                   MOVE 'E' TO PPN-STATUS
                   MOVE WS-EFFECTIVE-DATE TO PPN-ACTIVATION-DATE
                   PERFORM REWRITE-PENDING-RECORD
                   ADD 1 TO WS-EXPIRED-COUNT
                   DISPLAY "*** Product change " PPN-PRODUCT-CODE
                       " effective " PPN-EFFECTIVE-DATE
                       " not approved - expired"
           END-EVALUATE.

       PROMOTE-PENDING-CHANGE.
      *> 提升前再核一遍主档现状：录入以来主档可能已被更早生效的
      *> 变更改过，新增须仍无此产品、变更/删除须仍有
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE PPN-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           MOVE 'N' TO WS-PRODUCT-FOUND.
           MOVE SPACES TO WS-CHG-BEFORE-IMAGE WS-CHG-AFTER-IMAGE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRODUCT-FOUND
                   MOVE PRODUCT-RECORD TO WS-CHG-BEFORE-IMAGE
           END-READ.
           IF PPN-MAINT-CODE = 'A' AND WS-PRODUCT-FOUND = 'Y'
               MOVE 'PRODUCT CODE EXISTS' TO WS-REJECT-REASON
           END-IF.
           IF PPN-MAINT-CODE NOT = 'A' AND WS-PRODUCT-FOUND = 'N'
               MOVE 'PRODUCT NOT FOUND' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'R' TO PPN-STATUS
               MOVE WS-EFFECTIVE-DATE TO PPN-ACTIVATION-DATE
               PERFORM REWRITE-PENDING-RECORD
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "*** Product change " PPN-PRODUCT-CODE
                   " effective " PPN-EFFECTIVE-DATE " refused - "
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM CLOSE-CURRENT-HISTORY.
           EVALUATE PPN-MAINT-CODE
               WHEN 'A'
                   MOVE PPN-PARAMETERS TO PRODUCT-RECORD
                   WRITE PRODUCT-RECORD
                       INVALID KEY
                           DISPLAY "Product add failed: "
                               PRD-PRODUCT-CODE
                   END-WRITE
                   MOVE 'A' TO WS-CHG-ACTION
               WHEN 'C'
                   MOVE PPN-PARAMETERS TO PRODUCT-RECORD
                   REWRITE PRODUCT-RECORD
                       INVALID KEY
                           DISPLAY "Product rewrite failed: "
                               PRD-PRODUCT-CODE
                   END-REWRITE
                   MOVE 'C' TO WS-CHG-ACTION
               WHEN OTHER
                   DELETE PRODUCT-MASTER-FILE RECORD
                       INVALID KEY
                           DISPLAY "Product delete failed: "
                               PRD-PRODUCT-CODE
                   END-DELETE
                   MOVE 'D' TO WS-CHG-ACTION
           END-EVALUATE.
           IF WS-PRODUCT-STATUS NOT = '00'
               DISPLAY "*** Product master update failed for "
                   PPN-PRODUCT-CODE " - File Status: "
                   WS-PRODUCT-STATUS " - run stopped"
               STOP RUN
           END-IF.
           IF WS-CHG-ACTION NOT = 'D'
               PERFORM OPEN-NEW-HISTORY
               MOVE PRODUCT-RECORD TO WS-CHG-AFTER-IMAGE
           END-IF.
           PERFORM WRITE-CHANGE-LOG.

           MOVE 'F' TO PPN-STATUS.
           MOVE WS-EFFECTIVE-DATE TO PPN-ACTIVATION-DATE.
           PERFORM REWRITE-PENDING-RECORD.
           ADD 1 TO WS-PROMOTED-COUNT.
           IF PPN-EFFECTIVE-DATE < WS-EFFECTIVE-DATE
               ADD 1 TO WS-LATE-COUNT
               DISPLAY "*** Product change " PPN-PRODUCT-CODE
                   " effective " PPN-EFFECTIVE-DATE
                   " activated late on " WS-EFFECTIVE-DATE
           END-IF.

       CLOSE-CURRENT-HISTORY.
      *> 现行一套截止到前一天；同一业务日期里先后提升两笔时，前一
      *> 笔当日起用的那套一天也没用过，直接删掉。产品在历史档里
      *> 还没有记录（启用本档前的参数），把原参数以起用日期 0 补入
           PERFORM FIND-OPEN-HISTORY.
           IF WS-HISTORY-OPEN = 'Y'
               MOVE PPN-PRODUCT-CODE TO PHS-PRODUCT-CODE
               MOVE WS-OPEN-FROM TO PHS-EFFECTIVE-FROM
               READ PRODUCT-HISTORY-FILE
                   INVALID KEY
                       DISPLAY "*** Product history lost for "
                           PPN-PRODUCT-CODE
                   NOT INVALID KEY
                       IF PHS-EFFECTIVE-FROM >= WS-EFFECTIVE-DATE
                           DELETE PRODUCT-HISTORY-FILE RECORD
                               INVALID KEY
                                   PERFORM HISTORY-UPDATE-FAILED
                           END-DELETE
                       ELSE
                           MOVE WS-DAY-BEFORE TO PHS-EFFECTIVE-TO
                           REWRITE PRODUCT-HISTORY-RECORD
                               INVALID KEY
                                   PERFORM HISTORY-UPDATE-FAILED
                           END-REWRITE
                       END-IF
               END-READ
           ELSE
               IF WS-HISTORY-ANY = 'N' AND WS-PRODUCT-FOUND = 'Y'
                   MOVE PPN-PRODUCT-CODE TO PHS-PRODUCT-CODE
                   MOVE 0 TO PHS-EFFECTIVE-FROM
                   MOVE WS-DAY-BEFORE TO PHS-EFFECTIVE-TO
                   MOVE WS-CHG-BEFORE-IMAGE TO PHS-PARAMETERS
                   MOVE SPACES TO PHS-MAKER-ID PHS-APPROVER-ID
                   WRITE PRODUCT-HISTORY-RECORD
                       INVALID KEY
                           PERFORM HISTORY-UPDATE-FAILED
                   END-WRITE
               END-IF
           END-IF.

       HISTORY-UPDATE-FAILED.
      *> 历史档断档就查不出当日适用的参数：停批待查
           DISPLAY "*** Product history update failed for "
               PPN-PRODUCT-CODE " - File Status: "
               WS-HISTORY-STATUS " - run stopped".
           STOP RUN.

       FIND-OPEN-HISTORY.
      *> 按 产品+起用日期 顺序扫该产品的各套参数，记下现行一套
           MOVE 'N' TO WS-HISTORY-ANY.
           MOVE 'N' TO WS-HISTORY-OPEN.
           MOVE 'N' TO WS-HISTORY-EOF.
           MOVE PPN-PRODUCT-CODE TO PHS-PRODUCT-CODE.
           MOVE 0 TO PHS-EFFECTIVE-FROM.
           START PRODUCT-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO PHS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-EOF
           END-START.
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ PRODUCT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF PHS-PRODUCT-CODE NOT = PPN-PRODUCT-CODE
                           MOVE 'Y' TO WS-HISTORY-EOF
                       ELSE
                           MOVE 'Y' TO WS-HISTORY-ANY
                           IF PHS-EFFECTIVE-TO = 99999999
                               MOVE 'Y' TO WS-HISTORY-OPEN
                               MOVE PHS-EFFECTIVE-FROM TO WS-OPEN-FROM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       OPEN-NEW-HISTORY.
      *> 新参数以业务日期起用，停用日期 99999999 表示现行
           MOVE PPN-PRODUCT-CODE TO PHS-PRODUCT-CODE.
           MOVE WS-EFFECTIVE-DATE TO PHS-EFFECTIVE-FROM.
           MOVE 99999999 TO PHS-EFFECTIVE-TO.
           MOVE PRODUCT-RECORD TO PHS-PARAMETERS.
           MOVE PPN-MAKER-ID TO PHS-MAKER-ID.
           MOVE PPN-APPROVER-ID TO PHS-APPROVER-ID.
           WRITE PRODUCT-HISTORY-RECORD
               INVALID KEY
                   PERFORM HISTORY-UPDATE-FAILED
           END-WRITE.

       REWRITE-PENDING-RECORD.
           REWRITE PRODUCT-PENDING-RECORD
               INVALID KEY
                   DISPLAY "*** Product pending rewrite failed: "
                       PPN-PRODUCT-CODE " " PPN-EFFECTIVE-DATE
           END-REWRITE.

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

       RECORD-JOB-EVENT.
      *> 批流状态留痕：作业名 + 业务日期 + 'S'/'C'
           MOVE WS-THIS-JOB-NAME TO JS-JOB-NAME.
           MOVE WS-EFFECTIVE-DATE TO JS-BUSINESS-DATE.
           MOVE WS-JOB-EVENT-STATUS TO JS-RUN-STATUS.
           ACCEPT WS-JOB-LOG-TIME FROM TIME.
           MOVE WS-JOB-LOG-TIME TO JS-LOG-TIME.
           OPEN EXTEND JOB-STATUS-FILE.
           IF WS-JOB-STATUS-FS NOT = '00'
               OPEN OUTPUT JOB-STATUS-FILE
           END-IF.
           WRITE JOB-STATUS-RECORD.
           CLOSE JOB-STATUS-FILE.

       OPEN-CHANGE-LOG.
      *> 变更日志写不了就不提升：没有留痕的改动不做
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CHGLOG-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           IF WS-CHGLOG-STATUS NOT = '00'
               DISPLAY "Error opening reference data change log. "
                   "File Status: " WS-CHGLOG-STATUS
               CLOSE PRODUCT-PENDING-FILE PRODUCT-MASTER-FILE
                   PRODUCT-HISTORY-FILE
               STOP RUN
           END-IF.

       WRITE-CHANGE-LOG.
      *> 一笔改动记改前/改后两条映像：新增只有改后，删除只有改前；
      *> 改写前后完全相同的不算改动，不记。提交人记录入人
           IF WS-CHG-ACTION = 'C' AND
                   WS-CHG-BEFORE-IMAGE = WS-CHG-AFTER-IMAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'PRODMAST' TO RCL-FILE-ID.
           MOVE PPN-PRODUCT-CODE TO RCL-RECORD-KEY.
           MOVE WS-EFFECTIVE-DATE TO RCL-BUSINESS-DATE.
           ACCEPT WS-CHG-LOG-TIME FROM TIME.
           MOVE WS-CHG-LOG-TIME TO RCL-LOG-TIME.
           MOVE WS-THIS-JOB-NAME TO RCL-JOB-NAME.
           MOVE PPN-MAKER-ID TO RCL-SUBMITTER-ID.
           MOVE PPN-MAINT-CODE TO RCL-MAINT-CODE.
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
