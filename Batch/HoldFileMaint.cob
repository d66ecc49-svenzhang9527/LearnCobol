      *> HOLD_MAINT.TXT，本作业套用到 ACCOUNT_HOLDS.DAT 索引冻结档
      *> 上。解除（'R'）不删记录而是改状态留痕，文书编号必填。
      *> 增改删结构沿用 UserMasterLoad
      *> 维护文件首条为提交人抬头（'H' + 提交人号），每笔改动的
      *> 改前/改后映像连同作业名、业务日期、提交人追加到参考数据
      *> 变更日志 REFDATA_CHANGE_LOG.DAT
      *> 全额冻结（'F'/'I'）登记或变更生效时，该户名下的正常借记卡
      *> 一并止付（原因 'H'），卡的改前/改后映像同样记入变更日志；
      *> 解除冻结不自动解止付，由网点核实后经 CardMasterMaint 办理

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

      *>   借记卡主档与账户-卡索引：全额冻结时止付该户正常卡
           SELECT CARD-MASTER-FILE ASSIGN TO "CARD_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDM-CARD-TOKEN
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CARD-INDEX-FILE ASSIGN TO "CARD_ACCT_INDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAX-KEY
               FILE STATUS IS WS-CARD-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-MASTER-FILE.
           05 HLM-START-DATE        PIC 9(8).
           05 HLM-EXPIRY-DATE       PIC 9(8).
           05 HLM-ORDER-REF         PIC X(12).
       01  HOLD-MAINT-HEADER.  *> 提交人抬头，动作码 'H'
           05 FILLER                PIC X.
           05 HLM-SUBMITTER-ID      PIC X(8).  *> 提交人柜员号

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  CHANGE-LOG-FILE.  *> 参考数据变更日志文件描述符
       01  CHANGE-LOG-RECORD.
           COPY REFCHG.

       FD  CARD-MASTER-FILE.
       01  CARD-RECORD.
           COPY CARDMAST.

       FD  CARD-INDEX-FILE.
       01  CARD-INDEX-RECORD.
           COPY CARDXREF.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS          PIC XX VALUE '00'.
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用的维护数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 套用失败的维护数
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-CHGLOG-STATUS        PIC XX VALUE '00'.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'HOLDMNT '.  *> 本程序在批流里的作业名
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 变更日志盖的业务日期
       01  WS-SUBMITTER-ID         PIC X(8) VALUE SPACES.  *> 当前抬头上的提交人
       01  WS-CHG-ACTION           PIC X VALUE SPACE.  *> 'A'=新增 'C'=改写 'D'=删除
       01  WS-CHG-BEFORE-IMAGE     PIC X(250) VALUE SPACES.  *> 改前映像
       01  WS-CHG-AFTER-IMAGE      PIC X(250) VALUE SPACES.  *> 改后映像
       01  WS-CHG-LOG-TIME         PIC 9(8) VALUE 0.
       01  WS-CHG-LOGGED           PIC 9(5) VALUE 0.  *> 记入变更日志的改动数
       01  WS-CHG-FILE-ID          PIC X(8) VALUE 'ACCTHOLD'.  *> 变更日志档名：冻结档或卡主档
       01  WS-CARD-STATUS          PIC XX VALUE '00'.
       01  WS-CARD-INDEX-STATUS    PIC XX VALUE '00'.
       01  WS-CARD-FILES-OPEN      PIC X VALUE 'N'.  *> 'Y'=卡主档与卡索引均可用
       01  WS-CARD-INDEX-EOF       PIC X VALUE 'N'.
       01  WS-CARDS-BLOCKED        PIC 9(5) VALUE 0.  *> 因全额冻结止付的借记卡数

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
      *    首次运行时冻结档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O HOLD-MASTER-FILE.
           IF WS-HOLD-STATUS NOT = '00'
               CLOSE HOLD-MASTER-FILE
               STOP RUN
           END-IF.
           PERFORM READ-SUBMITTER-HEADER.
           PERFORM OPEN-CHANGE-LOG.
      *    尚未发过卡时卡主档/卡索引不存在，冻结照常套用
           OPEN I-O CARD-MASTER-FILE.
           IF WS-CARD-STATUS = '00'
               OPEN I-O CARD-INDEX-FILE
               IF WS-CARD-INDEX-STATUS = '00'
                   MOVE 'Y' TO WS-CARD-FILES-OPEN
               ELSE
                   CLOSE CARD-MASTER-FILE
               END-IF
           END-IF.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ HOLD-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       IF HLM-CODE = 'H'
                           PERFORM TAKE-SUBMITTER-HEADER
                       ELSE
                           IF WS-SUBMITTER-ID = SPACES
                               DISPLAY "Hold maintenance "
                                   "without submitter rejected: "
                                   HLM-ACCOUNT-ID
                               ADD 1 TO WS-ERROR-COUNT
                           ELSE
                               PERFORM APPLY-ONE-HOLD-MAINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLD-MASTER-FILE HOLD-MAINT-FILE CHANGE-LOG-FILE.
           IF WS-CARD-FILES-OPEN = 'Y'
               CLOSE CARD-MASTER-FILE CARD-INDEX-FILE
           END-IF.
           DISPLAY "===== HOLD FILE MAINT SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT.
           DISPLAY "Cards blocked: " WS-CARDS-BLOCKED.
           DISPLAY "Changes logged: " WS-CHG-LOGGED.
           STOP RUN.

       APPLY-ONE-HOLD-MAINT.
           MOVE 'A'             TO AHL-STATUS.

       ADD-HOLD-RECORD.
      *    同户已有记录的先读出改前映像，覆盖按改写留痕
           READ HOLD-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE HOLD-RECORD TO WS-CHG-BEFORE-IMAGE
           END-READ.
           MOVE HLM-ACCOUNT-ID TO AHL-ACCOUNT-ID.
           PERFORM MOVE-MAINT-TO-MASTER.
           WRITE HOLD-RECORD
               INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE HOLD-RECORD TO WS-CHG-AFTER-IMAGE
                           MOVE 'C' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                           PERFORM CHECK-FULL-HOLD-CARDS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE HOLD-RECORD TO WS-CHG-AFTER-IMAGE
                   MOVE 'A' TO WS-CHG-ACTION
                   PERFORM WRITE-CHANGE-LOG
                   PERFORM CHECK-FULL-HOLD-CARDS
           END-WRITE.

       CHANGE-HOLD-RECORD.
                       AHL-ACCOUNT-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE HOLD-RECORD TO WS-CHG-BEFORE-IMAGE
                   PERFORM MOVE-MAINT-TO-MASTER
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE HOLD-RECORD TO WS-CHG-AFTER-IMAGE
                           MOVE 'C' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                           PERFORM CHECK-FULL-HOLD-CARDS
                   END-REWRITE
           END-READ.

                       AHL-ACCOUNT-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE HOLD-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE 'R' TO AHL-STATUS
                   MOVE HLM-ORDER-REF TO AHL-ORDER-REF
                   REWRITE HOLD-RECORD
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE HOLD-RECORD TO WS-CHG-AFTER-IMAGE
                           MOVE 'C' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                   END-REWRITE
           END-READ.

       CHECK-FULL-HOLD-CARDS.
      *> 全额冻结生效（未设期满或期满日不早于业务日期）才止付卡；
      *> 金额冻结只圈存金额，卡照常可用
           IF WS-CARD-FILES-OPEN = 'N' OR AHL-STATUS NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           IF AHL-HOLD-TYPE NOT = 'F' AND AHL-HOLD-TYPE NOT = 'I'
               EXIT PARAGRAPH
           END-IF.
           IF AHL-EXPIRY-DATE NOT = 0 AND
                   AHL-EXPIRY-DATE < WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE AHL-ACCOUNT-ID TO CAX-ACCOUNT-ID.
           MOVE LOW-VALUES TO CAX-CARD-TOKEN.
           MOVE 'N' TO WS-CARD-INDEX-EOF.
           START CARD-INDEX-FILE KEY IS NOT LESS THAN CAX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CARD-INDEX-EOF
           END-START.
           PERFORM UNTIL WS-CARD-INDEX-EOF = 'Y'
               READ CARD-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CARD-INDEX-EOF
                   NOT AT END
                       IF CAX-ACCOUNT-ID NOT = AHL-ACCOUNT-ID
                           MOVE 'Y' TO WS-CARD-INDEX-EOF
                       ELSE
                           PERFORM BLOCK-HOLD-CARD
                       END-IF
               END-READ
           END-PERFORM.

       BLOCK-HOLD-CARD.
      *> 只止付正常卡；已止付、挂失、被换下的卡不动
           MOVE CAX-CARD-TOKEN TO CDM-CARD-TOKEN.
           READ CARD-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CDM-STATUS NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           MOVE CARD-RECORD TO WS-CHG-BEFORE-IMAGE.
           MOVE 'B' TO CDM-STATUS.
           MOVE 'H' TO CDM-BLOCK-REASON.
           MOVE WS-BUSINESS-DATE TO CDM-STATUS-DATE.
           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "Card block rewrite failed: "
                       CDM-CARD-TOKEN
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CARDS-BLOCKED
                   MOVE CARD-RECORD TO WS-CHG-AFTER-IMAGE
                   MOVE 'C' TO WS-CHG-ACTION
                   MOVE 'CARDMAST' TO WS-CHG-FILE-ID
                   PERFORM WRITE-CHANGE-LOG
                   MOVE 'ACCTHOLD' TO WS-CHG-FILE-ID
           END-REWRITE.

       READ-SUBMITTER-HEADER.
      *> 维护文件首条须为提交人抬头：查不出谁提交的文件整份不套用
           READ HOLD-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
               NOT AT END
                   IF HLM-CODE = 'H'
                       PERFORM TAKE-SUBMITTER-HEADER
                   END-IF
                   IF WS-SUBMITTER-ID = SPACES
                       DISPLAY "HOLD_MAINT.TXT has no submitter "
                           "header - nothing applied."
                       CLOSE HOLD-MASTER-FILE HOLD-MAINT-FILE
                       STOP RUN
                   END-IF
           END-READ.

       TAKE-SUBMITTER-HEADER.
      *> 多份维护文件拼在一起时各带抬头，其后的记录记在该提交人
      *> 名下；提交人为空的抬头之后的记录一律拒绝
           MOVE HLM-SUBMITTER-ID TO WS-SUBMITTER-ID.
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
               CLOSE HOLD-MASTER-FILE HOLD-MAINT-FILE
               STOP RUN
           END-IF.

       WRITE-CHANGE-LOG.
      *> 一笔改动记改前/改后两条映像：新增只有改后，删除只有改前；
      *> 改写前后完全相同的重复维护不算改动，不记
           IF WS-CHG-ACTION = 'C' AND
                   WS-CHG-BEFORE-IMAGE = WS-CHG-AFTER-IMAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHG-FILE-ID TO RCL-FILE-ID.
           IF WS-CHG-FILE-ID = 'CARDMAST'
               MOVE CDM-CARD-TOKEN TO RCL-RECORD-KEY
           ELSE
               MOVE HLM-ACCOUNT-ID TO RCL-RECORD-KEY
           END-IF.
           MOVE WS-BUSINESS-DATE TO RCL-BUSINESS-DATE.
           ACCEPT WS-CHG-LOG-TIME FROM TIME.
           MOVE WS-CHG-LOG-TIME TO RCL-LOG-TIME.
           MOVE WS-THIS-JOB-NAME TO RCL-JOB-NAME.
           MOVE WS-SUBMITTER-ID TO RCL-SUBMITTER-ID.
           MOVE HLM-CODE TO RCL-MAINT-CODE.
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
