       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. AccountRangeMaint.  *> 账号分配号段的批量维护

      *> 账号号段维护：运营把各网点（按产品）账号号段的增/改/删
      *> 录入 ACCOUNT_RANGE_MAINT.TXT，本作业套用到 ACCOUNT_RANGES.DAT
      *> 索引控制档上（布局见 ACCTRNG）。结构沿用 TxnCodeMaint：
      *> 维护文件首条为提交人抬头（'H' + 提交人号），'A'=新增
      *> 'C'=变更 'D'=删除。号段须满足：
      *>   - 起止基号在 1-9999999 之内，起始不大于终止；
      *>   - 与其他网点/产品的号段不重叠（同号不能两处发）；
      *>   - 已发过号的号段起始基号不改、不删，终止基号不能缩到
      *>     已发号码之内；
      *>   - 下一可用基号只能往前拨（跳过一段预留号码），不能
      *>     回拨到已发过的号码，且不超出号段。
      *> 已用尽（'X'）的号段放宽终止基号后自动恢复启用。每笔改动
      *> 的改前/改后映像连同作业名、业务日期、提交人追加到参考
      *> 数据变更日志 REFDATA_CHANGE_LOG.DAT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-FILE ASSIGN TO "ACCOUNT_RANGES.DAT"  *> 账号分配控制档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC  *> 重叠检查顺序扫描，套用时按键读写
               RECORD KEY IS ARG-KEY
               FILE STATUS IS WS-RANGE-STATUS.

           SELECT RANGE-MAINT-FILE ASSIGN TO "ACCOUNT_RANGE_MAINT.TXT"  *> 号段维护交易
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
       FD  RANGE-FILE.
       01  RANGE-RECORD.
           COPY ACCTRNG.

       FD  RANGE-MAINT-FILE.
       01  RANGE-MAINT-RECORD.
           05 ARM-CODE              PIC X.  *> 'A'=新增 'C'=变更 'D'=删除
           05 ARM-KEY.
               10 ARM-BRANCH-CODE   PIC X(4).
               10 ARM-PRODUCT-CODE  PIC X(2).  *> 空白=网点缺省号段
           05 ARM-RANGE-START       PIC 9(7).
           05 ARM-RANGE-END         PIC 9(7).
           05 ARM-NEXT-BASE         PIC 9(7).  *> 新增：0=从起始基号发；变更：0=不变
           05 ARM-WARN-PCT          PIC 9(3).  *> 0=按 80%
           05 ARM-STATUS            PIC X.  *> 'A'=启用 'S'=暂停；新增空白=启用，变更空白=不变
       01  RANGE-MAINT-HEADER.  *> 提交人抬头，动作码 'H'
           05 FILLER                PIC X.
           05 ARM-SUBMITTER-ID      PIC X(8).  *> 提交人柜员号

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  CHANGE-LOG-FILE.  *> 参考数据变更日志文件描述符
       01  CHANGE-LOG-RECORD.
           COPY REFCHG.

       WORKING-STORAGE SECTION.
       01  WS-RANGE-STATUS         PIC XX VALUE '00'.
       01  WS-MAINT-STATUS         PIC XX VALUE '00'.
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用的维护数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 套用失败的维护数
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-CHGLOG-STATUS        PIC XX VALUE '00'.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'ACRGMNT '.  *> 本程序在批流里的作业名
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 变更日志盖的业务日期
       01  WS-SUBMITTER-ID         PIC X(8) VALUE SPACES.  *> 当前抬头上的提交人
       01  WS-SCAN-EOF             PIC X VALUE 'N'.
       01  WS-OVERLAP-FOUND        PIC X VALUE 'N'.  *> 'Y'=与其他号段重叠
       01  WS-OVERLAP-KEY          PIC X(6) VALUE SPACES.  *> 重叠的号段键
       01  WS-CHECK-START          PIC 9(7) VALUE 0.  *> 待查重叠的区间
       01  WS-CHECK-END            PIC 9(7) VALUE 0.
       01  WS-NEW-START            PIC 9(7) VALUE 0.  *> 变更后的区间
       01  WS-NEW-END              PIC 9(7) VALUE 0.
       01  WS-USED-THROUGH         PIC 9(8) VALUE 0.  *> 已发过的最高基号（下一可用基号-1）
       01  WS-CHG-ACTION           PIC X VALUE SPACE.  *> 'A'=新增 'C'=改写 'D'=删除
       01  WS-CHG-BEFORE-IMAGE     PIC X(250) VALUE SPACES.  *> 改前映像
       01  WS-CHG-AFTER-IMAGE      PIC X(250) VALUE SPACES.  *> 改后映像
       01  WS-CHG-LOG-TIME         PIC 9(8) VALUE 0.
       01  WS-CHG-LOGGED           PIC 9(5) VALUE 0.  *> 记入变更日志的改动数

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
      *    首次运行时控制档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O RANGE-FILE.
           IF WS-RANGE-STATUS NOT = '00'
               OPEN OUTPUT RANGE-FILE
               CLOSE RANGE-FILE
               OPEN I-O RANGE-FILE
               IF WS-RANGE-STATUS NOT = '00'
                   DISPLAY "Error opening account range file. "
                       "File Status: " WS-RANGE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT RANGE-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "ACCOUNT_RANGE_MAINT.TXT not available - "
                   "nothing to apply."
               CLOSE RANGE-FILE
               STOP RUN
           END-IF.
           PERFORM READ-SUBMITTER-HEADER.
           PERFORM OPEN-CHANGE-LOG.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ RANGE-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       IF ARM-CODE = 'H'
                           PERFORM TAKE-SUBMITTER-HEADER
                       ELSE
                           IF WS-SUBMITTER-ID = SPACES
                               DISPLAY "Account range maintenance "
                                   "without submitter rejected: "
                                   ARM-KEY
                               ADD 1 TO WS-ERROR-COUNT
                           ELSE
                               PERFORM APPLY-ONE-RANGE-MAINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RANGE-FILE RANGE-MAINT-FILE CHANGE-LOG-FILE.
           DISPLAY "===== ACCOUNT RANGE MAINTENANCE SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT.
           DISPLAY "Changes logged: " WS-CHG-LOGGED.
           STOP RUN.

       APPLY-ONE-RANGE-MAINT.
           IF ARM-BRANCH-CODE = SPACES
               DISPLAY "Account range with blank branch rejected."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE ARM-CODE
               WHEN 'A'
                   PERFORM ADD-RANGE-RECORD
               WHEN 'C'
                   PERFORM CHANGE-RANGE-RECORD
               WHEN 'D'
                   PERFORM DELETE-RANGE-RECORD
               WHEN OTHER
                   DISPLAY "Unknown account range maintenance code: "
                       ARM-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       VALIDATE-RANGE-BOUNDS.
      *> 起止基号与预警比例的基本检查；基号 0 的账户ID 是 00000000，
      *> 不能发
           IF WS-NEW-START = 0 OR WS-NEW-END < WS-NEW-START
               DISPLAY "Account range start must be 1 or more and "
                   "not above end: " ARM-KEY
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACE TO ARM-CODE
           END-IF.
           IF ARM-WARN-PCT > 100
               DISPLAY "Capacity warning percentage above 100: "
                   ARM-KEY " " ARM-WARN-PCT
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACE TO ARM-CODE
           END-IF.
           IF ARM-STATUS NOT = SPACE AND
                   ARM-STATUS NOT = 'A' AND ARM-STATUS NOT = 'S'
               DISPLAY "Account range status must be A, S or blank: "
                   ARM-KEY " " ARM-STATUS
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACE TO ARM-CODE
           END-IF.
           IF ARM-CODE NOT = SPACE
               MOVE WS-NEW-START TO WS-CHECK-START
               MOVE WS-NEW-END TO WS-CHECK-END
               PERFORM CHECK-RANGE-OVERLAP
               IF WS-OVERLAP-FOUND = 'Y'
                   DISPLAY "Account range overlaps range "
                       WS-OVERLAP-KEY ": " ARM-KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACE TO ARM-CODE
               END-IF
           END-IF.

       CHECK-RANGE-OVERLAP.
      *> 整档顺序扫一遍，本号段自身（变更时）不算；两区间有任一
      *> 基号相同即重叠
           MOVE 'N' TO WS-OVERLAP-FOUND.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO ARG-KEY.
           START RANGE-FILE KEY IS NOT LESS THAN ARG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y' OR WS-OVERLAP-FOUND = 'Y'
               READ RANGE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF ARG-KEY NOT = ARM-KEY AND
                               ARG-RANGE-START <= WS-CHECK-END AND
                               ARG-RANGE-END >= WS-CHECK-START
                           MOVE 'Y' TO WS-OVERLAP-FOUND
                           MOVE ARG-KEY TO WS-OVERLAP-KEY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-RANGE-RECORD.
           MOVE ARM-RANGE-START TO WS-NEW-START.
           MOVE ARM-RANGE-END TO WS-NEW-END.
           PERFORM VALIDATE-RANGE-BOUNDS.
           IF ARM-CODE = 'A' AND ARM-NEXT-BASE NOT = 0 AND
                   (ARM-NEXT-BASE < ARM-RANGE-START OR
                   ARM-NEXT-BASE > ARM-RANGE-END)
               DISPLAY "Next available number outside the range: "
                   ARM-KEY " " ARM-NEXT-BASE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACE TO ARM-CODE
           END-IF.
           IF ARM-CODE NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           MOVE ARM-KEY TO ARG-KEY.
           MOVE ARM-RANGE-START TO ARG-RANGE-START.
           MOVE ARM-RANGE-END TO ARG-RANGE-END.
           IF ARM-NEXT-BASE = 0
               MOVE ARM-RANGE-START TO ARG-NEXT-BASE
           ELSE
               MOVE ARM-NEXT-BASE TO ARG-NEXT-BASE
           END-IF.
           MOVE 0 TO ARG-ALLOCATED-COUNT ARG-SKIPPED-COUNT.
           MOVE ARM-WARN-PCT TO ARG-WARN-PCT.
           IF ARM-STATUS = SPACE
               MOVE 'A' TO ARG-STATUS
           ELSE
               MOVE ARM-STATUS TO ARG-STATUS
           END-IF.
           MOVE 0 TO ARG-LAST-ALLOC-DATE ARG-LAST-ALLOC-ID.
           WRITE RANGE-RECORD
               INVALID KEY
                   DISPLAY "Account range add failed, range exists: "
                       ARG-KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE RANGE-RECORD TO WS-CHG-AFTER-IMAGE
                   MOVE 'A' TO WS-CHG-ACTION
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.

       CHANGE-RANGE-RECORD.
      *> 起止基号填 0 表示不变；先按键读出现值，再以变更后的区间
      *> 做重叠检查（扫描会挪动文件位置，检查完按键重读）
           MOVE ARM-KEY TO ARG-KEY.
           READ RANGE-FILE
               INVALID KEY
                   DISPLAY "Account range change failed, not found: "
                       ARM-KEY
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-READ.
           MOVE RANGE-RECORD TO WS-CHG-BEFORE-IMAGE.
           MOVE ARG-RANGE-START TO WS-NEW-START.
           MOVE ARG-RANGE-END TO WS-NEW-END.
           IF ARM-RANGE-START NOT = 0
               MOVE ARM-RANGE-START TO WS-NEW-START
           END-IF.
           IF ARM-RANGE-END NOT = 0
               MOVE ARM-RANGE-END TO WS-NEW-END
           END-IF.
           MOVE ARG-NEXT-BASE TO WS-USED-THROUGH.
           SUBTRACT 1 FROM WS-USED-THROUGH.
           IF ARG-ALLOCATED-COUNT > 0 AND
                   WS-NEW-START NOT = ARG-RANGE-START
               DISPLAY "Range start cannot change once numbers are "
                   "issued: " ARM-KEY
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACE TO ARM-CODE
           END-IF.
           IF ARG-NEXT-BASE > ARG-RANGE-START AND
                   WS-NEW-END < WS-USED-THROUGH
               DISPLAY "Range end below numbers already issued: "
                   ARM-KEY " " WS-NEW-END
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACE TO ARM-CODE
           END-IF.
           IF ARM-NEXT-BASE NOT = 0 AND
                   (ARM-NEXT-BASE < ARG-NEXT-BASE OR
                   ARM-NEXT-BASE < WS-NEW-START OR
                   ARM-NEXT-BASE > WS-NEW-END)
               DISPLAY "Next available number may only move forward "
                   "within the range: " ARM-KEY " " ARM-NEXT-BASE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACE TO ARM-CODE
           END-IF.
           IF ARM-CODE = 'C'
               PERFORM VALIDATE-RANGE-BOUNDS
           END-IF.
           IF ARM-CODE NOT = 'C'
               EXIT PARAGRAPH
           END-IF.
           MOVE ARM-KEY TO ARG-KEY.
           READ RANGE-FILE
               INVALID KEY
                   DISPLAY "Account range change failed, not found: "
                       ARM-KEY
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-READ.
      *    未发过号的号段改起始基号时，下一可用基号随之归位
           IF ARG-ALLOCATED-COUNT = 0 AND
                   ARG-NEXT-BASE = ARG-RANGE-START
               MOVE WS-NEW-START TO ARG-NEXT-BASE
           END-IF.
           MOVE WS-NEW-START TO ARG-RANGE-START.
           MOVE WS-NEW-END TO ARG-RANGE-END.
           IF ARM-NEXT-BASE NOT = 0
               MOVE ARM-NEXT-BASE TO ARG-NEXT-BASE
           END-IF.
           IF ARM-WARN-PCT NOT = 0
               MOVE ARM-WARN-PCT TO ARG-WARN-PCT
           END-IF.
           IF ARM-STATUS NOT = SPACE
               MOVE ARM-STATUS TO ARG-STATUS
           END-IF.
      *    已用尽的号段放宽终止基号后恢复启用；仍无余号的保持用尽
           IF ARG-NEXT-BASE > ARG-RANGE-END
               MOVE 'X' TO ARG-STATUS
           ELSE
               IF ARG-STATUS = 'X'
                   MOVE 'A' TO ARG-STATUS
               END-IF
           END-IF.
           REWRITE RANGE-RECORD
               INVALID KEY
                   DISPLAY "Account range rewrite failed: " ARG-KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE RANGE-RECORD TO WS-CHG-AFTER-IMAGE
                   MOVE 'C' TO WS-CHG-ACTION
                   PERFORM WRITE-CHANGE-LOG
           END-REWRITE.

       DELETE-RANGE-RECORD.
      *> 已发过号的号段不删：删了之后号段内的号码可能被新号段
      *> 再发一次；要停发改状态 'S'
           MOVE ARM-KEY TO ARG-KEY.
           READ RANGE-FILE
               INVALID KEY
                   DISPLAY "Account range delete failed, not found: "
                       ARM-KEY
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-READ.
           IF ARG-ALLOCATED-COUNT > 0 OR
                   ARG-NEXT-BASE NOT = ARG-RANGE-START
               DISPLAY "Account range with issued numbers cannot be "
                   "deleted - suspend it instead: " ARM-KEY
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE RANGE-RECORD TO WS-CHG-BEFORE-IMAGE.
           DELETE RANGE-FILE RECORD
               INVALID KEY
                   DISPLAY "Account range delete failed: " ARG-KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'D' TO WS-CHG-ACTION
                   PERFORM WRITE-CHANGE-LOG
           END-DELETE.

       READ-SUBMITTER-HEADER.
      *> 维护文件首条须为提交人抬头：查不出谁提交的文件整份不套用
           READ RANGE-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
               NOT AT END
                   IF ARM-CODE = 'H'
                       PERFORM TAKE-SUBMITTER-HEADER
                   END-IF
                   IF WS-SUBMITTER-ID = SPACES
                       DISPLAY "ACCOUNT_RANGE_MAINT.TXT has no "
                           "submitter header - nothing applied."
                       CLOSE RANGE-FILE RANGE-MAINT-FILE
                       STOP RUN
                   END-IF
           END-READ.

       TAKE-SUBMITTER-HEADER.
      *> 多份维护文件拼在一起时各带抬头，其后的记录记在该提交人
      *> 名下；提交人为空的抬头之后的记录一律拒绝
           MOVE ARM-SUBMITTER-ID TO WS-SUBMITTER-ID.
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
               CLOSE RANGE-FILE RANGE-MAINT-FILE
               STOP RUN
           END-IF.

       WRITE-CHANGE-LOG.
      *> 一笔改动记改前/改后两条映像：新增只有改后，删除只有改前；
      *> 改写前后完全相同的重复维护不算改动，不记
           IF WS-CHG-ACTION = 'C' AND
                   WS-CHG-BEFORE-IMAGE = WS-CHG-AFTER-IMAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'ACCTRNG' TO RCL-FILE-ID.
           MOVE ARM-KEY TO RCL-RECORD-KEY.
           MOVE WS-BUSINESS-DATE TO RCL-BUSINESS-DATE.
           ACCEPT WS-CHG-LOG-TIME FROM TIME.
           MOVE WS-CHG-LOG-TIME TO RCL-LOG-TIME.
           MOVE WS-THIS-JOB-NAME TO RCL-JOB-NAME.
           MOVE WS-SUBMITTER-ID TO RCL-SUBMITTER-ID.
           MOVE ARM-CODE TO RCL-MAINT-CODE.
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
