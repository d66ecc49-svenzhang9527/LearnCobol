       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. ProductMasterLoad.  *> 产品参数变更的录入与核准

      *> 产品主档维护：产品部门把产品参数的增/改/删连同生效日期
      *> 录入 PROD_MAINT.TXT。变更不直接改 PRODUCT_MASTER.DAT，而是
      *> 落产品参数待生效档 PRODUCT_PENDING.DAT 待核准；核准（'V'）
      *> 与退回（'X'）也走同一份维护文件，核准人取抬头上的提交人，
      *> 不得是录入人本人，用户主档可用时还须是在职的主管级（3 级）
      *> 柜员。已核准的变更由 ProductActivation 在生效日提升进
      *> 产品主档。增改删结构沿用 UserMasterLoad
      *> 维护文件首条为提交人抬头（'H' + 提交人号）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODUCT_MASTER.DAT"  *> 产品主档：核对产品现状
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *>   产品参数待生效档：录入待核准、已核准待生效的变更
           SELECT PRODUCT-PENDING-FILE ASSIGN TO "PRODUCT_PENDING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPN-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO "USER_MASTER.DAT"  *> 柜员用户主档：核准人权限
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-TELLER-ID
               FILE STATUS IS WS-USER-STATUS.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.

       FD  PROD-MAINT-FILE.
       01  PROD-MAINT-RECORD.
           05 PDM-CODE              PIC X.  *> 'A'=新增 'C'=变更 'D'=删除 'V'=核准 'X'=退回
           05 PDM-PRODUCT-CODE      PIC X(2).
           05 PDM-DESCRIPTION       PIC X(20).
           05 PDM-TIER1-LIMIT       PIC 9(7)V99.
           05 PDM-OVERDRAFT-FEE     PIC 9(2)V99.
           05 PDM-OD-ALLOWED        PIC X.
           05 PDM-STATUS            PIC X.
           05 PDM-FREE-WITHDRAWALS  PIC 9(3).
           05 PDM-WITHDRAWAL-FEE    PIC 9(2)V99.
           05 PDM-FREE-TRANSFERS    PIC 9(3).
           05 PDM-TRANSFER-FEE      PIC 9(2)V99.
           05 PDM-EFFECTIVE-DATE    PIC 9(8).  *> 生效日期；核准/退回时指明哪一笔待生效变更
       01  PROD-MAINT-HEADER.  *> 提交人抬头，动作码 'H'
           05 FILLER                PIC X.
           05 PDM-SUBMITTER-ID      PIC X(8).  *> 提交人柜员号

       FD  PRODUCT-PENDING-FILE.
       01  PRODUCT-PENDING-RECORD.
           COPY PRODPEND.

       FD  USER-MASTER-FILE.
       01  USER-RECORD.
           COPY USERREC.

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS       PIC XX VALUE '00'.
       01  WS-MAINT-STATUS         PIC XX VALUE '00'.
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-PENDING-STATUS       PIC XX VALUE '00'.
       01  WS-USER-STATUS          PIC XX VALUE '00'.
       01  WS-USER-OPEN            PIC X VALUE 'N'.  *> 'Y' 表示用户主档可用
       01  WS-QUEUED-COUNT         PIC 9(5) VALUE 0.  *> 落待生效档待核准的变更数
       01  WS-APPROVED-COUNT       PIC 9(5) VALUE 0.  *> 核准的变更数
       01  WS-WITHDRAWN-COUNT      PIC 9(5) VALUE 0.  *> 退回的变更数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 被拒的维护数
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 录入/核准盖的业务日期
       01  WS-SUBMITTER-ID         PIC X(8) VALUE SPACES.  *> 当前抬头上的提交人
       01  WS-PRODUCT-FOUND        PIC X VALUE 'N'.  *> 'Y'=产品主档上已有该产品
       01  WS-PENDING-FOUND        PIC X VALUE 'N'.  *> 'Y'=同产品同生效日期已有待生效记录
       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
      *    首次运行时产品主档还不存在，先建空文件再以输入方式重开
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-STATUS NOT = '00'
               OPEN OUTPUT PRODUCT-MASTER-FILE
               CLOSE PRODUCT-MASTER-FILE
               OPEN INPUT PRODUCT-MASTER-FILE
               IF WS-PRODUCT-STATUS NOT = '00'
                   DISPLAY "Error opening product master. "
                       "File Status: " WS-PRODUCT-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O PRODUCT-PENDING-FILE.
           IF WS-PENDING-STATUS NOT = '00'
               OPEN OUTPUT PRODUCT-PENDING-FILE
               CLOSE PRODUCT-PENDING-FILE
               OPEN I-O PRODUCT-PENDING-FILE
               IF WS-PENDING-STATUS NOT = '00'
                   DISPLAY "Error opening product pending file. "
                       "File Status: " WS-PENDING-STATUS
                   CLOSE PRODUCT-MASTER-FILE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT PROD-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "PROD_MAINT.TXT not available - nothing to "
                   "apply."
               CLOSE PRODUCT-MASTER-FILE PRODUCT-PENDING-FILE
               STOP RUN
           END-IF.
      *    用户主档开不出来时跳过核准人级别核对并提示，
      *    录入与核准不得同人这一条始终执行
           OPEN INPUT USER-MASTER-FILE.
           IF WS-USER-STATUS = '00'
               MOVE 'Y' TO WS-USER-OPEN
           ELSE
               DISPLAY "User master not available - approver "
                   "authority not checked."
           END-IF.
           PERFORM READ-SUBMITTER-HEADER.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ PROD-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       IF PDM-CODE = 'H'
                           PERFORM TAKE-SUBMITTER-HEADER
                       ELSE
                           IF WS-SUBMITTER-ID = SPACES
                               DISPLAY "Product maintenance without "
                                   "submitter rejected: "
                                   PDM-PRODUCT-CODE
                               ADD 1 TO WS-ERROR-COUNT
                           ELSE
                               PERFORM APPLY-ONE-PROD-MAINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-USER-OPEN = 'Y'
               CLOSE USER-MASTER-FILE
           END-IF.
           CLOSE PRODUCT-MASTER-FILE PRODUCT-PENDING-FILE
               PROD-MAINT-FILE.
           DISPLAY "===== PRODUCT MASTER LOAD SUMMARY =====".
           DISPLAY "Queued: " WS-QUEUED-COUNT
               " approved: " WS-APPROVED-COUNT
               " withdrawn: " WS-WITHDRAWN-COUNT
               " errors: " WS-ERROR-COUNT.
           STOP RUN.

       APPLY-ONE-PROD-MAINT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF PDM-EFFECTIVE-DATE NOT NUMERIC OR
                   PDM-EFFECTIVE-DATE = 0
               MOVE 'EFFECTIVE DATE REQUIRED' TO WS-REJECT-REASON
               PERFORM REJECT-PROD-MAINT
               EXIT PARAGRAPH
           END-IF.
           MOVE PDM-PRODUCT-CODE TO PPN-PRODUCT-CODE.
           MOVE PDM-EFFECTIVE-DATE TO PPN-EFFECTIVE-DATE.
           MOVE 'N' TO WS-PENDING-FOUND.
           READ PRODUCT-PENDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PENDING-FOUND
           END-READ.
           EVALUATE PDM-CODE
               WHEN 'A'
               WHEN 'C'
               WHEN 'D'
                   PERFORM QUEUE-PRODUCT-CHANGE
               WHEN 'V'
                   PERFORM APPROVE-PRODUCT-CHANGE
               WHEN 'X'
                   PERFORM WITHDRAW-PRODUCT-CHANGE
               WHEN OTHER
                   DISPLAY "Unknown product maintenance code: "
                       PDM-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       QUEUE-PRODUCT-CHANGE.
      *> 录入：生效日期不得早于业务日期；新增须主档上尚无该产品，
      *> 变更/删除须已有。同产品同生效日期待核准的可由录入人本人
      *> 重录覆盖（改错），已核准或已生效的不得覆盖
           IF PDM-EFFECTIVE-DATE < WS-BUSINESS-DATE
               MOVE 'EFFECTIVE DATE BEFORE BUSINESS DATE'
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES AND WS-PENDING-FOUND = 'Y'
               EVALUATE TRUE
                   WHEN PPN-STATUS = 'V'
                       MOVE 'ALREADY APPROVED - WITHDRAW FIRST'
                           TO WS-REJECT-REASON
                   WHEN PPN-STATUS = 'F'
                       MOVE 'ALREADY IN EFFECT' TO WS-REJECT-REASON
                   WHEN PPN-STATUS = 'P' AND
                           PPN-MAKER-ID NOT = WS-SUBMITTER-ID
                       MOVE 'PENDING CHANGE ENTERED BY ANOTHER USER'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE PDM-PRODUCT-CODE TO PRD-PRODUCT-CODE
               MOVE 'N' TO WS-PRODUCT-FOUND
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PRODUCT-FOUND
               END-READ
               IF PDM-CODE = 'A' AND WS-PRODUCT-FOUND = 'Y'
                   MOVE 'PRODUCT CODE EXISTS' TO WS-REJECT-REASON
               END-IF
               IF PDM-CODE NOT = 'A' AND WS-PRODUCT-FOUND = 'N'
                   MOVE 'PRODUCT NOT FOUND' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-PROD-MAINT
               EXIT PARAGRAPH
           END-IF.
      *    删除带原记录备查；新增/变更带拟生效的整条参数
           IF PDM-CODE NOT = 'D'
               MOVE PDM-PRODUCT-CODE TO PRD-PRODUCT-CODE
               PERFORM MOVE-MAINT-TO-MASTER
           END-IF.
           MOVE PDM-PRODUCT-CODE TO PPN-PRODUCT-CODE.
           MOVE PDM-EFFECTIVE-DATE TO PPN-EFFECTIVE-DATE.
           MOVE PDM-CODE TO PPN-MAINT-CODE.
           MOVE PRODUCT-RECORD TO PPN-PARAMETERS.
           MOVE WS-SUBMITTER-ID TO PPN-MAKER-ID.
           MOVE WS-BUSINESS-DATE TO PPN-ENTRY-DATE.
           MOVE SPACES TO PPN-APPROVER-ID.
           MOVE 0 TO PPN-APPROVAL-DATE.
           MOVE 'P' TO PPN-STATUS.
           MOVE 0 TO PPN-ACTIVATION-DATE.
           IF WS-PENDING-FOUND = 'Y'
               REWRITE PRODUCT-PENDING-RECORD
                   INVALID KEY
                       DISPLAY "Product pending rewrite failed: "
                           PPN-PRODUCT-CODE " " PPN-EFFECTIVE-DATE
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-QUEUED-COUNT
               END-REWRITE
           ELSE
               WRITE PRODUCT-PENDING-RECORD
                   INVALID KEY
                       DISPLAY "Product pending write failed: "
                           PPN-PRODUCT-CODE " " PPN-EFFECTIVE-DATE
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-QUEUED-COUNT
               END-WRITE
           END-IF.

       APPROVE-PRODUCT-CHANGE.
      *> 核准：须有待核准记录；核准人不得是录入人，用户主档可用时
      *> 须为在职（'A'）主管级（3 级）柜员
           IF WS-PENDING-FOUND = 'N'
               MOVE 'NO PENDING CHANGE FOR DATE' TO WS-REJECT-REASON
           ELSE
               IF PPN-STATUS NOT = 'P'
                   MOVE 'CHANGE NOT AWAITING APPROVAL'
                       TO WS-REJECT-REASON
               ELSE
                   IF PPN-MAKER-ID = WS-SUBMITTER-ID
                       MOVE 'APPROVER SAME AS MAKER'
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-USER-OPEN = 'Y'
                           MOVE WS-SUBMITTER-ID TO USR-TELLER-ID
                           READ USER-MASTER-FILE
                               INVALID KEY
                                   MOVE 'APPROVER NOT ON USER MASTER'
                                       TO WS-REJECT-REASON
                               NOT INVALID KEY
                                   IF USR-STATUS NOT = 'A' OR
                                           USR-AUTH-LEVEL < 3
                                       MOVE 'APPROVER NOT SUPERVISOR'
                                           TO WS-REJECT-REASON
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-PROD-MAINT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUBMITTER-ID TO PPN-APPROVER-ID.
           MOVE WS-BUSINESS-DATE TO PPN-APPROVAL-DATE.
           MOVE 'V' TO PPN-STATUS.
           REWRITE PRODUCT-PENDING-RECORD
               INVALID KEY
                   DISPLAY "Product approval rewrite failed: "
                       PPN-PRODUCT-CODE " " PPN-EFFECTIVE-DATE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPROVED-COUNT
           END-REWRITE.

       WITHDRAW-PRODUCT-CHANGE.
      *> 退回：待核准或已核准未生效的均可退回（录入人撤回或复核
      *> 驳回），记录留档不删
           IF WS-PENDING-FOUND = 'N'
               MOVE 'NO PENDING CHANGE FOR DATE' TO WS-REJECT-REASON
           ELSE
               IF PPN-STATUS NOT = 'P' AND PPN-STATUS NOT = 'V'
                   MOVE 'CHANGE NOT PENDING' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-PROD-MAINT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUBMITTER-ID TO PPN-APPROVER-ID.
           MOVE WS-BUSINESS-DATE TO PPN-APPROVAL-DATE.
           MOVE 'X' TO PPN-STATUS.
           REWRITE PRODUCT-PENDING-RECORD
               INVALID KEY
                   DISPLAY "Product withdrawal rewrite failed: "
                       PPN-PRODUCT-CODE " " PPN-EFFECTIVE-DATE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WITHDRAWN-COUNT
           END-REWRITE.

       REJECT-PROD-MAINT.
           ADD 1 TO WS-ERROR-COUNT.
           DISPLAY "Product maintenance " PDM-CODE " refused for "
               PDM-PRODUCT-CODE " " PDM-EFFECTIVE-DATE " - "
               WS-REJECT-REASON.

       MOVE-MAINT-TO-MASTER.
           MOVE PDM-DESCRIPTION    TO PRD-DESCRIPTION.
           MOVE PDM-TIER1-LIMIT    TO PRD-TIER1-LIMIT.
           MOVE PDM-MANAGEMENT-FEE TO PRD-MANAGEMENT-FEE.
           MOVE PDM-OVERDRAFT-FEE  TO PRD-OVERDRAFT-FEE.
           MOVE PDM-OD-ALLOWED     TO PRD-OD-ALLOWED.
      *    按笔计费栏为后加栏位，旧格式维护行此处为空白，按零处理
           IF PDM-FREE-WITHDRAWALS NUMERIC
               MOVE PDM-FREE-WITHDRAWALS TO PRD-FREE-WITHDRAWALS
           ELSE
               MOVE 0 TO PRD-FREE-WITHDRAWALS
           END-IF.
           IF PDM-WITHDRAWAL-FEE NUMERIC
               MOVE PDM-WITHDRAWAL-FEE TO PRD-WITHDRAWAL-FEE
           ELSE
               MOVE 0 TO PRD-WITHDRAWAL-FEE
           END-IF.
           IF PDM-FREE-TRANSFERS NUMERIC
               MOVE PDM-FREE-TRANSFERS TO PRD-FREE-TRANSFERS
           ELSE
               MOVE 0 TO PRD-FREE-TRANSFERS
           END-IF.
           IF PDM-TRANSFER-FEE NUMERIC
               MOVE PDM-TRANSFER-FEE TO PRD-TRANSFER-FEE
           ELSE
               MOVE 0 TO PRD-TRANSFER-FEE
           END-IF.
           IF PDM-STATUS = 'A' OR PDM-STATUS = 'D'
               MOVE PDM-STATUS TO PRD-STATUS
           ELSE
               MOVE 'A' TO PRD-STATUS
           END-IF.

       READ-SUBMITTER-HEADER.
      *> 维护文件首条须为提交人抬头：查不出谁提交的文件整份不套用
           READ PROD-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
               NOT AT END
                   IF PDM-CODE = 'H'
                       PERFORM TAKE-SUBMITTER-HEADER
                   END-IF
                   IF WS-SUBMITTER-ID = SPACES
                       DISPLAY "PROD_MAINT.TXT has no submitter "
                           "header - nothing applied."
                       CLOSE PRODUCT-MASTER-FILE PROD-MAINT-FILE
                           PRODUCT-PENDING-FILE
                       STOP RUN
                   END-IF
           END-READ.

       TAKE-SUBMITTER-HEADER.
      *> 多份维护文件拼在一起时各带抬头，其后的记录记在该提交人
      *> 名下；提交人为空的抬头之后的记录一律拒绝
           MOVE PDM-SUBMITTER-ID TO WS-SUBMITTER-ID.
           IF WS-SUBMITTER-ID = SPACES
               DISPLAY "Submitter header with blank submitter - "
                   "following records rejected."
           END-IF.

       READ-BUSINESS-DATE.
      *> 录入/核准的业务日期：中央业务日期控制档在则以其为准，
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
