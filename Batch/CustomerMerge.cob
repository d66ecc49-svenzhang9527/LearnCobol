       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. CustomerMerge.  *> 核准的重复客户号合并与撤销

      *> 客户合并：DuplicateCustomerScan 列出的疑似对经复核核准后，
      *> 录入 CUSTOMER_MERGE.TXT，本作业一次受控套用：
      *>   'M'=合并：重复客户号并入保留客户号——
      *>       账户主档 CUSTOMER-ID 为重复客户号的改为保留客户号；
      *>       交叉引用档上重复客户号的持有人记录挪到保留客户号
      *>       （保留客户号已是该账户持有人的，只删除重复记录）；
      *>       客户主档上重复客户号置停用 'D'
      *>   'R'=撤销：按合并编号把 CUSTOMER_MERGE_LOG.DAT 里该次合并
      *>       的改动逐条还原；改后已被别的维护动过的项目不还原，
      *>       列冲突由网点人工处理
      *> 每一处改动都在日志里记改前/改后（布局见 CUSTMRG.CPY），
      *> 日志只追加。核准人与合并编号必填，同一编号只能合并一次、
      *> 撤销一次；同一次运行里一个客户号只要作为重复方出现，就
      *> 不能再出现在别的合并对里（不做链式合并）。
      *> 先读齐全部指令与日志做校验，再依次套用撤销与合并

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

           SELECT MERGE-INPUT-FILE ASSIGN TO "CUSTOMER_MERGE.TXT"  *> 核准的合并/撤销指令
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

      *>   合并前后对照日志，只追加
           SELECT MERGE-LOG-FILE ASSIGN TO "CUSTOMER_MERGE_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，I-O 回写客户号
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT XREF-MASTER-FILE ASSIGN TO "ACCT_CUST_XREF.DAT"  *> 持有人交叉引用档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

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

       FD  MERGE-INPUT-FILE.
       01  MERGE-INPUT-RECORD.
           05 CMI-ACTION            PIC X.  *> 'M'=合并 'R'=撤销
           05 CMI-MERGE-REF         PIC X(12).  *> 合并编号（核准单号），必填
           05 CMI-SURVIVOR-ID       PIC 9(6).  *> 'M' 保留客户号
           05 CMI-DUPLICATE-ID      PIC 9(6).  *> 'M' 并入（停用）的重复客户号
           05 CMI-APPROVER          PIC X(8).  *> 核准人，必填

       FD  MERGE-LOG-FILE.
       01  MERGE-LOG-RECORD.
           COPY CUSTMRG.

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
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-INPUT-STATUS         PIC XX VALUE '00'.
       01  WS-LOG-STATUS           PIC XX VALUE '00'.
       01  WS-CUST-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-XREF-STATUS          PIC XX VALUE '00'.
       01  WS-XREF-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-INPUT-EOF            PIC X VALUE 'N'.
       01  WS-SCAN-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.

      *> 本次指令表
       01  WS-REQ-COUNT            PIC 9(3) VALUE 0.
       01  WS-REQ-TABLE.
           05 WS-REQ OCCURS 200 TIMES.
               10 WS-RQ-ACTION       PIC X.
               10 WS-RQ-REF          PIC X(12).
               10 WS-RQ-SURVIVOR     PIC 9(6).
               10 WS-RQ-DUPLICATE    PIC 9(6).
               10 WS-RQ-APPROVER     PIC X(8).
               10 WS-RQ-OK           PIC X.  *> 'Y'=通过校验待套用
               10 WS-RQ-LOG-FOUND    PIC X.  *> 'R' 在日志里找到了合并抬头
       01  WS-RQ-IDX               PIC 9(3) VALUE 0.
       01  WS-RQ-IDX2              PIC 9(3) VALUE 0.

      *> 待撤销的合并改动（从日志读出）
       01  WS-UNDO-COUNT           PIC 9(4) VALUE 0.
       01  WS-UNDO-TABLE.
           05 WS-UNDO OCCURS 2000 TIMES.
               10 WS-UN-REQ          PIC 9(3).
               10 WS-UN-TYPE         PIC X.
               10 WS-UN-ACCOUNT      PIC 9(8).
               10 WS-UN-BEFORE-CUST  PIC 9(6).
               10 WS-UN-AFTER-CUST   PIC 9(6).
               10 WS-UN-ROLE         PIC X.
               10 WS-UN-BEFORE-STAT  PIC X.
               10 WS-UN-AFTER-STAT   PIC X.
       01  WS-UN-IDX               PIC 9(4) VALUE 0.

      *> 交叉引用档待挪动的持有人记录（扫描时收集，扫完再改键）
       01  WS-MOVE-COUNT           PIC 9(4) VALUE 0.
       01  WS-MOVE-TABLE.
           05 WS-MOVE OCCURS 2000 TIMES.
               10 WS-MV-REQ          PIC 9(3).
               10 WS-MV-ACCOUNT      PIC 9(8).
               10 WS-MV-ROLE         PIC X.
       01  WS-MV-IDX               PIC 9(4) VALUE 0.

       01  WS-MERGES-APPLIED       PIC 9(5) VALUE 0.
       01  WS-REVERSALS-APPLIED    PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 拒绝的指令数
       01  WS-CONFLICT-COUNT       PIC 9(5) VALUE 0.  *> 撤销时无法还原的项目数
       01  WS-ACCOUNTS-MOVED       PIC 9(7) VALUE 0.
       01  WS-XREF-MOVED           PIC 9(7) VALUE 0.
       01  WS-XREF-DELETED         PIC 9(7) VALUE 0.
       01  WS-LOG-WRITTEN          PIC 9(7) VALUE 0.
       01  WS-TABLE-OVERFLOW       PIC X VALUE 'N'.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT MERGE-INPUT-FILE.
           IF WS-INPUT-STATUS NOT = '00'
               DISPLAY "CUSTOMER_MERGE.TXT not available - nothing to "
                   "apply."
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ MERGE-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-INSTRUCTION
               END-READ
           END-PERFORM.
           CLOSE MERGE-INPUT-FILE.

           PERFORM SCAN-MERGE-LOG.
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY "Merge log holds more changes than can be "
                   "reversed in one run - run stopped, nothing applied."
               STOP RUN
           END-IF.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQ-COUNT
               IF WS-RQ-ACTION(WS-RQ-IDX) = 'R' AND
                       WS-RQ-OK(WS-RQ-IDX) = 'Y' AND
                       WS-RQ-LOG-FOUND(WS-RQ-IDX) NOT = 'Y'
                   DISPLAY "Reversal rejected, merge ref not in log: "
                       WS-RQ-REF(WS-RQ-IDX)
                   PERFORM REJECT-REQUEST
               END-IF
           END-PERFORM.
           PERFORM CHECK-OVERLAPPING-REQUESTS.

           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY "Error opening customer master. File Status: "
                   WS-CUST-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
      *    交叉引用档未建（转换期）时只改主档与客户主档
           OPEN I-O XREF-MASTER-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-FILE-OPEN
           END-IF.
           OPEN EXTEND MERGE-LOG-FILE.
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT MERGE-LOG-FILE
               IF WS-LOG-STATUS NOT = '00'
                   DISPLAY "Error opening merge log. File Status: "
                       WS-LOG-STATUS
                   STOP RUN
               END-IF
           END-IF.

           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQ-COUNT
               IF WS-RQ-ACTION(WS-RQ-IDX) = 'R' AND
                       WS-RQ-OK(WS-RQ-IDX) = 'Y'
                   PERFORM APPLY-ONE-REVERSAL
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQ-COUNT
               IF WS-RQ-ACTION(WS-RQ-IDX) = 'M' AND
                       WS-RQ-OK(WS-RQ-IDX) = 'Y'
                   PERFORM APPLY-CUSTOMER-MERGE
               END-IF
           END-PERFORM.
           IF WS-MERGES-APPLIED > 0
               PERFORM MOVE-MASTER-ACCOUNTS
               IF WS-XREF-FILE-OPEN = 'Y'
                   PERFORM MOVE-XREF-HOLDERS
               END-IF
           END-IF.

           CLOSE MERGE-LOG-FILE CUSTOMER-MASTER-FILE MASTER-FILE.
           IF WS-XREF-FILE-OPEN = 'Y'
               CLOSE XREF-MASTER-FILE
           END-IF.
           DISPLAY "===== CUSTOMER MERGE SUMMARY =====".
           DISPLAY "Merges applied    : " WS-MERGES-APPLIED.
           DISPLAY "Reversals applied : " WS-REVERSALS-APPLIED.
           DISPLAY "Rejected          : " WS-ERROR-COUNT.
           DISPLAY "Accounts moved    : " WS-ACCOUNTS-MOVED.
           DISPLAY "Holders moved     : " WS-XREF-MOVED
               " removed: " WS-XREF-DELETED.
           DISPLAY "Reversal conflicts: " WS-CONFLICT-COUNT.
           DISPLAY "Log records       : " WS-LOG-WRITTEN.
           STOP RUN.

       READ-EFFECTIVE-DATE.
           OPEN INPUT RATE-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "RATE_PARM.DAT not available - cannot "
                   "determine business date. Run stopped."
               STOP RUN
           END-IF.
           READ RATE-PARM-FILE
               AT END
                   DISPLAY "RATE_PARM.DAT empty - cannot determine "
                       "business date. Run stopped."
                   STOP RUN
           END-READ.
           MOVE PARM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           CLOSE RATE-PARM-FILE.

       LOAD-ONE-INSTRUCTION.
           IF WS-REQ-COUNT >= 200
               DISPLAY "Merge instruction table full, rejected: "
                   CMI-MERGE-REF
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REQ-COUNT.
           MOVE WS-REQ-COUNT     TO WS-RQ-IDX.
           MOVE CMI-ACTION       TO WS-RQ-ACTION(WS-RQ-IDX).
           MOVE CMI-MERGE-REF    TO WS-RQ-REF(WS-RQ-IDX).
           MOVE CMI-SURVIVOR-ID  TO WS-RQ-SURVIVOR(WS-RQ-IDX).
           MOVE CMI-DUPLICATE-ID TO WS-RQ-DUPLICATE(WS-RQ-IDX).
           MOVE CMI-APPROVER     TO WS-RQ-APPROVER(WS-RQ-IDX).
           MOVE 'Y'              TO WS-RQ-OK(WS-RQ-IDX).
           MOVE 'N'              TO WS-RQ-LOG-FOUND(WS-RQ-IDX).
      *    合并编号与核准人是撤销与审计的依据，缺一不收
           IF CMI-MERGE-REF = SPACES OR CMI-APPROVER = SPACES
               DISPLAY "Merge instruction without ref or approver "
                   "rejected: " CMI-SURVIVOR-ID " " CMI-DUPLICATE-ID
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF.
           IF CMI-ACTION NOT = 'M' AND CMI-ACTION NOT = 'R'
               DISPLAY "Unknown merge action: " CMI-ACTION
                   " ref " CMI-MERGE-REF
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF.
           IF CMI-ACTION = 'M'
               IF CMI-SURVIVOR-ID = 0 OR CMI-DUPLICATE-ID = 0 OR
                       CMI-SURVIVOR-ID = CMI-DUPLICATE-ID
                   DISPLAY "Merge rejected, bad customer pair: "
                       CMI-MERGE-REF
                   PERFORM REJECT-REQUEST
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 0 TO WS-RQ-SURVIVOR(WS-RQ-IDX)
               MOVE 0 TO WS-RQ-DUPLICATE(WS-RQ-IDX)
           END-IF.
      *    同一编号在本批里重复出现只收第一条
           PERFORM VARYING WS-RQ-IDX2 FROM 1 BY 1
                   UNTIL WS-RQ-IDX2 >= WS-RQ-IDX
               IF WS-RQ-REF(WS-RQ-IDX2) = CMI-MERGE-REF AND
                       WS-RQ-OK(WS-RQ-IDX) = 'Y'
                   DISPLAY "Merge ref repeated in input, rejected: "
                       CMI-MERGE-REF
                   PERFORM REJECT-REQUEST
               END-IF
           END-PERFORM.

       REJECT-REQUEST.
           IF WS-RQ-OK(WS-RQ-IDX) = 'Y'
               MOVE 'N' TO WS-RQ-OK(WS-RQ-IDX)
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       SCAN-MERGE-LOG.
      *> 日志不在即从未合并过：撤销指令全部找不到
           OPEN INPUT MERGE-LOG-FILE.
           IF WS-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ MERGE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                               UNTIL WS-RQ-IDX > WS-REQ-COUNT
                           IF WS-RQ-REF(WS-RQ-IDX) = MLG-MERGE-REF AND
                                   WS-RQ-OK(WS-RQ-IDX) = 'Y'
                               PERFORM CHECK-LOG-AGAINST-REQUEST
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE MERGE-LOG-FILE.

       CHECK-LOG-AGAINST-REQUEST.
           IF WS-RQ-ACTION(WS-RQ-IDX) = 'M'
               DISPLAY "Merge rejected, ref already used: "
                   MLG-MERGE-REF
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF.
           IF MLG-DIRECTION = 'R'
               DISPLAY "Reversal rejected, merge already reversed: "
                   MLG-MERGE-REF
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF.
           IF MLG-ENTRY-TYPE = 'H'
               MOVE 'Y' TO WS-RQ-LOG-FOUND(WS-RQ-IDX)
               MOVE MLG-SURVIVOR-ID  TO WS-RQ-SURVIVOR(WS-RQ-IDX)
               MOVE MLG-DUPLICATE-ID TO WS-RQ-DUPLICATE(WS-RQ-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-UNDO-COUNT >= 2000
               MOVE 'Y' TO WS-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-UNDO-COUNT.
           MOVE WS-RQ-IDX          TO WS-UN-REQ(WS-UNDO-COUNT).
           MOVE MLG-ENTRY-TYPE     TO WS-UN-TYPE(WS-UNDO-COUNT).
           MOVE MLG-ACCOUNT-ID     TO WS-UN-ACCOUNT(WS-UNDO-COUNT).
           MOVE MLG-BEFORE-CUSTOMER
               TO WS-UN-BEFORE-CUST(WS-UNDO-COUNT).
           MOVE MLG-AFTER-CUSTOMER TO WS-UN-AFTER-CUST(WS-UNDO-COUNT).
           MOVE MLG-XREF-ROLE      TO WS-UN-ROLE(WS-UNDO-COUNT).
           MOVE MLG-BEFORE-STATUS
               TO WS-UN-BEFORE-STAT(WS-UNDO-COUNT).
           MOVE MLG-AFTER-STATUS   TO WS-UN-AFTER-STAT(WS-UNDO-COUNT).

       CHECK-OVERLAPPING-REQUESTS.
      *> 作为重复方出现的客户号不能再出现在别的指令里；先到先得
           PERFORM VARYING WS-RQ-IDX FROM 2 BY 1
                   UNTIL WS-RQ-IDX > WS-REQ-COUNT
               PERFORM VARYING WS-RQ-IDX2 FROM 1 BY 1
                       UNTIL WS-RQ-IDX2 >= WS-RQ-IDX
                   IF WS-RQ-OK(WS-RQ-IDX) = 'Y' AND
                           WS-RQ-OK(WS-RQ-IDX2) = 'Y'
                       IF WS-RQ-DUPLICATE(WS-RQ-IDX) =
                               WS-RQ-SURVIVOR(WS-RQ-IDX2) OR
                          WS-RQ-DUPLICATE(WS-RQ-IDX) =
                               WS-RQ-DUPLICATE(WS-RQ-IDX2) OR
                          WS-RQ-DUPLICATE(WS-RQ-IDX2) =
                               WS-RQ-SURVIVOR(WS-RQ-IDX)
                           DISPLAY "Merge rejected, customer already "
                               "in ref " WS-RQ-REF(WS-RQ-IDX2) ": "
                               WS-RQ-REF(WS-RQ-IDX)
                           PERFORM REJECT-REQUEST
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       APPLY-ONE-REVERSAL.
           MOVE SPACES TO MERGE-LOG-RECORD.
           MOVE 'R' TO MLG-DIRECTION.
           MOVE 'H' TO MLG-ENTRY-TYPE.
           MOVE 0   TO MLG-ACCOUNT-ID MLG-BEFORE-CUSTOMER
                       MLG-AFTER-CUSTOMER.
           PERFORM WRITE-LOG-ENTRY.
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
                   UNTIL WS-UN-IDX > WS-UNDO-COUNT
               IF WS-UN-REQ(WS-UN-IDX) = WS-RQ-IDX
                   EVALUATE WS-UN-TYPE(WS-UN-IDX)
                       WHEN 'A'
                           PERFORM UNDO-ACCOUNT-CHANGE
                       WHEN 'X'
                           PERFORM UNDO-XREF-MOVE
                       WHEN 'D'
                           PERFORM UNDO-XREF-DELETE
                       WHEN 'C'
                           PERFORM UNDO-CUSTOMER-STATUS
                   END-EVALUATE
               END-IF
           END-PERFORM.
           ADD 1 TO WS-REVERSALS-APPLIED.
           DISPLAY "Merge " WS-RQ-REF(WS-RQ-IDX) " reversed: customer "
               WS-RQ-DUPLICATE(WS-RQ-IDX) " restored.".

       UNDO-ACCOUNT-CHANGE.
      *> 账户后来又被改挂别的客户（或已销户）的不动，列冲突
           MOVE WS-UN-ACCOUNT(WS-UN-IDX) TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Reversal conflict, account no longer on "
                       "master: " WS-UN-ACCOUNT(WS-UN-IDX)
                   ADD 1 TO WS-CONFLICT-COUNT
                   EXIT PARAGRAPH
           END-READ.
           IF CUSTOMER-ID NOT = WS-UN-AFTER-CUST(WS-UN-IDX)
               DISPLAY "Reversal conflict, account " ACCOUNT-ID
                   " now belongs to customer " CUSTOMER-ID
               ADD 1 TO WS-CONFLICT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-UN-BEFORE-CUST(WS-UN-IDX) TO CUSTOMER-ID.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Reversal failed on account " ACCOUNT-ID
                   ADD 1 TO WS-CONFLICT-COUNT
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE SPACES TO MERGE-LOG-RECORD.
           MOVE 'R' TO MLG-DIRECTION.
           MOVE 'A' TO MLG-ENTRY-TYPE.
           MOVE ACCOUNT-ID TO MLG-ACCOUNT-ID.
           MOVE WS-UN-AFTER-CUST(WS-UN-IDX)  TO MLG-BEFORE-CUSTOMER.
           MOVE WS-UN-BEFORE-CUST(WS-UN-IDX) TO MLG-AFTER-CUSTOMER.
           PERFORM WRITE-LOG-ENTRY.
           ADD 1 TO WS-ACCOUNTS-MOVED.

       UNDO-XREF-MOVE.
      *> 合并时挪过来的持有人记录删掉，按原角色挂回重复客户号
           IF WS-XREF-FILE-OPEN NOT = 'Y'
               DISPLAY "Reversal conflict, holder file not available "
                   "for account " WS-UN-ACCOUNT(WS-UN-IDX)
               ADD 1 TO WS-CONFLICT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-UN-ACCOUNT(WS-UN-IDX)    TO XRF-ACCOUNT-ID.
           MOVE WS-UN-AFTER-CUST(WS-UN-IDX) TO XRF-CUSTOMER-ID.
           DELETE XREF-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           PERFORM RESTORE-XREF-HOLDER.

       UNDO-XREF-DELETE.
      *> 合并时因保留客户号已是持有人而删掉的记录，原样补回
           IF WS-XREF-FILE-OPEN NOT = 'Y'
               DISPLAY "Reversal conflict, holder file not available "
                   "for account " WS-UN-ACCOUNT(WS-UN-IDX)
               ADD 1 TO WS-CONFLICT-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM RESTORE-XREF-HOLDER.

       RESTORE-XREF-HOLDER.
           MOVE WS-UN-ACCOUNT(WS-UN-IDX)     TO XRF-ACCOUNT-ID.
           MOVE WS-UN-BEFORE-CUST(WS-UN-IDX) TO XRF-CUSTOMER-ID.
           MOVE WS-UN-ROLE(WS-UN-IDX)        TO XRF-ROLE-CODE.
           WRITE XREF-RECORD
               INVALID KEY
                   DISPLAY "Reversal conflict, holder already on "
                       "account " XRF-ACCOUNT-ID ": " XRF-CUSTOMER-ID
                   ADD 1 TO WS-CONFLICT-COUNT
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE SPACES TO MERGE-LOG-RECORD.
           MOVE 'R' TO MLG-DIRECTION.
           MOVE WS-UN-TYPE(WS-UN-IDX) TO MLG-ENTRY-TYPE.
           MOVE XRF-ACCOUNT-ID TO MLG-ACCOUNT-ID.
           MOVE WS-UN-AFTER-CUST(WS-UN-IDX)  TO MLG-BEFORE-CUSTOMER.
           MOVE WS-UN-BEFORE-CUST(WS-UN-IDX) TO MLG-AFTER-CUSTOMER.
           MOVE XRF-ROLE-CODE  TO MLG-XREF-ROLE.
           PERFORM WRITE-LOG-ENTRY.
           ADD 1 TO WS-XREF-MOVED.

       UNDO-CUSTOMER-STATUS.
           MOVE WS-RQ-DUPLICATE(WS-RQ-IDX) TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Reversal conflict, customer not on master: "
                       WS-RQ-DUPLICATE(WS-RQ-IDX)
                   ADD 1 TO WS-CONFLICT-COUNT
                   EXIT PARAGRAPH
           END-READ.
           IF CM-STATUS NOT = WS-UN-AFTER-STAT(WS-UN-IDX)
               DISPLAY "Reversal conflict, customer " CM-CUSTOMER-ID
                   " status changed since merge: " CM-STATUS
               ADD 1 TO WS-CONFLICT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-UN-BEFORE-STAT(WS-UN-IDX) TO CM-STATUS.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Reversal failed on customer "
                       CM-CUSTOMER-ID
                   ADD 1 TO WS-CONFLICT-COUNT
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE SPACES TO MERGE-LOG-RECORD.
           MOVE 'R' TO MLG-DIRECTION.
           MOVE 'C' TO MLG-ENTRY-TYPE.
           MOVE 0 TO MLG-ACCOUNT-ID.
           MOVE CM-CUSTOMER-ID TO MLG-BEFORE-CUSTOMER.
           MOVE CM-CUSTOMER-ID TO MLG-AFTER-CUSTOMER.
           MOVE WS-UN-AFTER-STAT(WS-UN-IDX)  TO MLG-BEFORE-STATUS.
           MOVE WS-UN-BEFORE-STAT(WS-UN-IDX) TO MLG-AFTER-STATUS.
           PERFORM WRITE-LOG-ENTRY.

       APPLY-CUSTOMER-MERGE.
      *> 两个客户号都须在客户主档且在用；遗产冻结中的客户不合并
           MOVE WS-RQ-SURVIVOR(WS-RQ-IDX) TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Merge rejected, survivor not on customer "
                       "master: " WS-RQ-REF(WS-RQ-IDX)
                   PERFORM REJECT-REQUEST
                   EXIT PARAGRAPH
           END-READ.
           IF CM-STATUS = 'D' OR CM-ESTATE-STATUS = 'N'
               DISPLAY "Merge rejected, survivor inactive or under "
                   "estate freeze: " WS-RQ-REF(WS-RQ-IDX)
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RQ-DUPLICATE(WS-RQ-IDX) TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Merge rejected, duplicate not on customer "
                       "master: " WS-RQ-REF(WS-RQ-IDX)
                   PERFORM REJECT-REQUEST
                   EXIT PARAGRAPH
           END-READ.
           IF CM-STATUS = 'D' OR CM-ESTATE-STATUS = 'N'
               DISPLAY "Merge rejected, duplicate inactive or under "
                   "estate freeze: " WS-RQ-REF(WS-RQ-IDX)
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO MERGE-LOG-RECORD.
           MOVE 'M' TO MLG-DIRECTION.
           MOVE 'H' TO MLG-ENTRY-TYPE.
           MOVE 0   TO MLG-ACCOUNT-ID MLG-BEFORE-CUSTOMER
                       MLG-AFTER-CUSTOMER.
           PERFORM WRITE-LOG-ENTRY.

           MOVE SPACES TO MERGE-LOG-RECORD.
           MOVE 'M' TO MLG-DIRECTION.
           MOVE 'C' TO MLG-ENTRY-TYPE.
           MOVE 0 TO MLG-ACCOUNT-ID.
           MOVE CM-CUSTOMER-ID TO MLG-BEFORE-CUSTOMER.
           MOVE CM-CUSTOMER-ID TO MLG-AFTER-CUSTOMER.
           MOVE CM-STATUS TO MLG-BEFORE-STATUS.
           MOVE 'D' TO CM-STATUS.
           MOVE CM-STATUS TO MLG-AFTER-STATUS.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Merge failed on customer " CM-CUSTOMER-ID
                   PERFORM REJECT-REQUEST
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM WRITE-LOG-ENTRY.
           ADD 1 TO WS-MERGES-APPLIED.
           DISPLAY "Merge " WS-RQ-REF(WS-RQ-IDX) ": customer "
               WS-RQ-DUPLICATE(WS-RQ-IDX) " into "
               WS-RQ-SURVIVOR(WS-RQ-IDX).

       MOVE-MASTER-ACCOUNTS.
      *> 主档整档扫一遍，开户人为本次任一重复客户号的改挂保留客户号
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE 0 TO ACCOUNT-ID.
           START MASTER-FILE KEY IS GREATER THAN OR EQUAL TO ACCOUNT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                               UNTIL WS-RQ-IDX > WS-REQ-COUNT
                           IF WS-RQ-ACTION(WS-RQ-IDX) = 'M' AND
                                   WS-RQ-OK(WS-RQ-IDX) = 'Y' AND
                                   CUSTOMER-ID =
                                   WS-RQ-DUPLICATE(WS-RQ-IDX)
                               PERFORM MOVE-ONE-ACCOUNT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

       MOVE-ONE-ACCOUNT.
           MOVE WS-RQ-SURVIVOR(WS-RQ-IDX) TO CUSTOMER-ID.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Merge failed on account " ACCOUNT-ID
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE SPACES TO MERGE-LOG-RECORD.
           MOVE 'M' TO MLG-DIRECTION.
           MOVE 'A' TO MLG-ENTRY-TYPE.
           MOVE ACCOUNT-ID TO MLG-ACCOUNT-ID.
           MOVE WS-RQ-DUPLICATE(WS-RQ-IDX) TO MLG-BEFORE-CUSTOMER.
           MOVE WS-RQ-SURVIVOR(WS-RQ-IDX)  TO MLG-AFTER-CUSTOMER.
           PERFORM WRITE-LOG-ENTRY.
           ADD 1 TO WS-ACCOUNTS-MOVED.

       MOVE-XREF-HOLDERS.
      *> 持有人记录的键里含客户号，不能就地改：先扫出要挪的记录，
      *> 扫完再逐条删旧键、写新键
           MOVE 0 TO WS-MOVE-COUNT.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO XRF-KEY.
           START XREF-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO XRF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ XREF-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                               UNTIL WS-RQ-IDX > WS-REQ-COUNT
                           IF WS-RQ-ACTION(WS-RQ-IDX) = 'M' AND
                                   WS-RQ-OK(WS-RQ-IDX) = 'Y' AND
                                   XRF-CUSTOMER-ID =
                                   WS-RQ-DUPLICATE(WS-RQ-IDX)
                               PERFORM COLLECT-XREF-MOVE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MOVE-COUNT
               PERFORM MOVE-ONE-HOLDER
           END-PERFORM.

       COLLECT-XREF-MOVE.
           IF WS-MOVE-COUNT >= 2000
               DISPLAY "Holder move table full, account left for "
                   "manual update: " XRF-ACCOUNT-ID
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MOVE-COUNT.
           MOVE WS-RQ-IDX      TO WS-MV-REQ(WS-MOVE-COUNT).
           MOVE XRF-ACCOUNT-ID TO WS-MV-ACCOUNT(WS-MOVE-COUNT).
           MOVE XRF-ROLE-CODE  TO WS-MV-ROLE(WS-MOVE-COUNT).

       MOVE-ONE-HOLDER.
           MOVE WS-MV-REQ(WS-MV-IDX) TO WS-RQ-IDX.
           MOVE WS-MV-ACCOUNT(WS-MV-IDX)   TO XRF-ACCOUNT-ID.
           MOVE WS-RQ-DUPLICATE(WS-RQ-IDX) TO XRF-CUSTOMER-ID.
           DELETE XREF-MASTER-FILE
               INVALID KEY
                   DISPLAY "Merge failed on holder record "
                       XRF-ACCOUNT-ID
                   EXIT PARAGRAPH
           END-DELETE.
           MOVE SPACES TO MERGE-LOG-RECORD.
           MOVE 'M' TO MLG-DIRECTION.
           MOVE WS-MV-ACCOUNT(WS-MV-IDX)   TO MLG-ACCOUNT-ID.
           MOVE WS-RQ-DUPLICATE(WS-RQ-IDX) TO MLG-BEFORE-CUSTOMER.
           MOVE WS-RQ-SURVIVOR(WS-RQ-IDX)  TO MLG-AFTER-CUSTOMER.
           MOVE WS-MV-ROLE(WS-MV-IDX)      TO MLG-XREF-ROLE.
           MOVE WS-MV-ACCOUNT(WS-MV-IDX)   TO XRF-ACCOUNT-ID.
           MOVE WS-RQ-SURVIVOR(WS-RQ-IDX)  TO XRF-CUSTOMER-ID.
           MOVE WS-MV-ROLE(WS-MV-IDX)      TO XRF-ROLE-CODE.
           WRITE XREF-RECORD
               INVALID KEY
      *            保留客户号已是该账户持有人：重复记录删掉即可
                   MOVE 'D' TO MLG-ENTRY-TYPE
                   ADD 1 TO WS-XREF-DELETED
               NOT INVALID KEY
                   MOVE 'X' TO MLG-ENTRY-TYPE
                   ADD 1 TO WS-XREF-MOVED
           END-WRITE.
           PERFORM WRITE-LOG-ENTRY.

       WRITE-LOG-ENTRY.
      *> 调用前已填好方向、类型与改前改后；公共栏位在这里补齐
           MOVE WS-RQ-REF(WS-RQ-IDX)       TO MLG-MERGE-REF.
           MOVE WS-EFFECTIVE-DATE          TO MLG-RUN-DATE.
           MOVE WS-RQ-SURVIVOR(WS-RQ-IDX)  TO MLG-SURVIVOR-ID.
           MOVE WS-RQ-DUPLICATE(WS-RQ-IDX) TO MLG-DUPLICATE-ID.
           MOVE WS-RQ-APPROVER(WS-RQ-IDX)  TO MLG-APPROVER.
           WRITE MERGE-LOG-RECORD.
           ADD 1 TO WS-LOG-WRITTEN.

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
