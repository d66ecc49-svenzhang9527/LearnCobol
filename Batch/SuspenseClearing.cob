       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. SuspenseClearing.  *> 暂收暂付挂账项的清理销账

      *> 挂账清理：运营查明挂账款项的去向后，把清理指令录入
      *> SUSPENSE_CLEAR.TXT，本作业逐条套用到 SUSPENSE_ITEMS.DAT：
      *>   'R'=改挂正确账户：按原交易类型（'P' 存入/'W' 支取）对
      *>       指令上的正确账户生成交易，起息日取挂账日期（超出
      *>       追溯上限按业务日期），按账户排序写交易批
      *>       SUSPENSE_REAPPLY.DAT（批次号 SUSPC1，带批头/批尾
      *>       控制）交 AccountMasterUpdate 过账；挂账项改记 'R'；
      *>   'T'=退回汇款方/原网点：款项经网点清算退出，挂账项
      *>       改记 'T'。
      *> 每条指令须有核准人，规则同 RateOverrideMaint：核准人不得
      *> 是经办本人，用户主档可用时还须是在职的主管级（3 级）
      *> 柜员；挂账项须在档且仍为 'O'，改挂账户须在主档。
      *> 销账分录（GL_INTERFACE.DAT 同布局）写 SUSPENSE_CLEAR_GL.DAT：
      *>   改挂暂收 借 SUSPNS 贷 DEPLIA  改挂暂付 借 DEPLIA 贷 SUSPNS
      *>   退回暂收 借 SUSPNS 贷 BRCLEAR 退回暂付 借 BRCLEAR 贷 SUSPNS
      *> 改挂交易过账再转异常的，由 SuspenseBooking 照常重新挂账

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

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE_ITEMS.DAT"  *> 暂收暂付挂账项档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUS-ITEM-NO
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT CLEAR-MAINT-FILE ASSIGN TO "SUSPENSE_CLEAR.TXT"  *> 挂账清理指令
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，核对改挂账户在档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO "USER_MASTER.DAT"  *> 柜员用户主档：核准人权限
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-TELLER-ID
               FILE STATUS IS WS-USER-STATUS.

      *>   生成的改挂交易批（ACCTTXN 布局），单独落档由运维
      *>   作为独立批次交给 AccountMasterUpdate
           SELECT TXN-OUTPUT-FILE ASSIGN TO "SUSPENSE_REAPPLY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-OUT-STATUS.

           SELECT CLEAR-GL-FILE ASSIGN TO "SUSPENSE_CLEAR_GL.DAT"  *> 销账分录，与 GL_INTERFACE.DAT 同布局
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT SORT-WORK ASSIGN TO "SUSPWORK.TMP".  *> 改挂交易按账户排序用

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

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY SUSPITEM.

       FD  CLEAR-MAINT-FILE.
       01  CLEAR-MAINT-RECORD.
           05 SCM-CODE              PIC X.  *> 'R'=改挂正确账户 'T'=退回汇款方
           05 SCM-ITEM-NO           PIC 9(8).  *> 挂账项号
           05 SCM-TARGET-ACCOUNT    PIC 9(8).  *> 'R' 的正确账户ID，'T' 填零
           05 SCM-REQUESTED-BY      PIC X(8).  *> 经办
           05 SCM-APPROVER-ID       PIC X(8).  *> 核准主管
           05 SCM-NOTE              PIC X(30).  *> 清理说明

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  USER-MASTER-FILE.
       01  USER-RECORD.
           COPY USERREC.

       FD  TXN-OUTPUT-FILE.  *> 与 AccountMasterUpdate 共用同一份交易布局
       01  TRANSACTION-RECORD.
           COPY ACCTTXN.

       FD  CLEAR-GL-FILE.  *> 与 BatchAccountProcessor 的总账接口同布局
       01  GL-RECORD.
           05 GL-JE-DATE            PIC 9(8).
           05 GL-ACCOUNT-CODE       PIC X(10).
           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-ACCOUNT-ID         PIC 9(8).
           05 SW-ITEM-NO            PIC 9(8).
           05 SW-TXN-TYPE           PIC X.
           05 SW-AMOUNT             PIC 9(7)V99.
           05 SW-VALUE-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-SUSPENSE-STATUS      PIC XX VALUE '00'.
       01  WS-MAINT-STATUS         PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-USER-STATUS          PIC XX VALUE '00'.
       01  WS-USER-OPEN            PIC X VALUE 'N'.  *> 'Y' 表示用户主档可用
       01  WS-TXN-OUT-STATUS       PIC XX VALUE '00'.
       01  WS-GL-STATUS            PIC XX VALUE '00'.
       01  WS-MAINT-OPEN           PIC X VALUE 'N'.
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-TODAY-INTEGER        PIC 9(7) VALUE 0.  *> 业务日期的整数日
       01  WS-BACKVALUE-DAYS       PIC 9(3) VALUE 366.  *> 倒起息追溯上限，再早按业务日期起息
       01  WS-MAINT-OK             PIC X VALUE 'Y'.  *> 'N'=本条指令被拒绝
       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.

       01  WS-MAINT-READ           PIC 9(5) VALUE 0.
       01  WS-REAPPLIED-COUNT      PIC 9(5) VALUE 0.  *> 改挂销账项数
       01  WS-RETURNED-COUNT       PIC 9(5) VALUE 0.  *> 退回销账项数
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.  *> 被拒绝的指令数
      *> 销账金额按清理方式与挂账方向分开累计，分录逐对生成
       01  WS-REAPPLY-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.  *> 改挂暂收
       01  WS-REAPPLY-DEBIT-TOTAL  PIC 9(9)V99 VALUE 0.  *> 改挂暂付
       01  WS-RETURN-CREDIT-TOTAL  PIC 9(9)V99 VALUE 0.  *> 退回暂收
       01  WS-RETURN-DEBIT-TOTAL   PIC 9(9)V99 VALUE 0.  *> 退回暂付
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.  *> 交易批明细笔数
       01  WS-HASH-TOTAL           PIC 9(9) VALUE 0.  *> 交易批账户ID哈希
       01  WS-NET-AMOUNT           PIC S9(9)V99 VALUE 0.  *> 交易批净额

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).

           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY "SUSPENSE_ITEMS.DAT not available - nothing "
                   "to clear."
               STOP RUN
           END-IF.
      *    指令文件不在照常写空批与空分录档，下游批次清单不缺档
           OPEN INPUT CLEAR-MAINT-FILE.
           IF WS-MAINT-STATUS = '00'
               MOVE 'Y' TO WS-MAINT-OPEN
           ELSE
               DISPLAY "SUSPENSE_CLEAR.TXT not available - no "
                   "clearings this run."
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT USER-MASTER-FILE.
           IF WS-USER-STATUS = '00'
               MOVE 'Y' TO WS-USER-OPEN
           ELSE
               DISPLAY "User master not available - approver "
                   "authority not checked."
           END-IF.
           OPEN OUTPUT TXN-OUTPUT-FILE.
           OPEN OUTPUT CLEAR-GL-FILE.
           IF WS-TXN-OUT-STATUS NOT = '00' OR
                   WS-GL-STATUS NOT = '00'
               DISPLAY "Error opening suspense clearing output "
                   "files: " WS-TXN-OUT-STATUS " " WS-GL-STATUS
               STOP RUN
           END-IF.

           PERFORM WRITE-TXN-BATCH-HEADER.
           SORT SORT-WORK
               ON ASCENDING KEY SW-ACCOUNT-ID SW-ITEM-NO
               INPUT PROCEDURE IS APPLY-ALL-CLEARINGS
               OUTPUT PROCEDURE IS WRITE-SORTED-REAPPLIES.
           PERFORM WRITE-TXN-BATCH-TRAILER.
           PERFORM WRITE-CLEAR-GL-ENTRIES.

           IF WS-MAINT-OPEN = 'Y'
               CLOSE CLEAR-MAINT-FILE
           END-IF.
           IF WS-USER-OPEN = 'Y'
               CLOSE USER-MASTER-FILE
           END-IF.
           CLOSE SUSPENSE-FILE MASTER-FILE TXN-OUTPUT-FILE
               CLEAR-GL-FILE.
           DISPLAY "===== SUSPENSE CLEARING SUMMARY =====".
           DISPLAY "Instructions read   : " WS-MAINT-READ.
           DISPLAY "Reapplied           : " WS-REAPPLIED-COUNT.
           DISPLAY "Returned to sender  : " WS-RETURNED-COUNT.
           DISPLAY "Refused             : " WS-REJECT-COUNT.
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

       APPLY-ALL-CLEARINGS.
      *> 排序输入：逐条套用清理指令，改挂的放出交易
           IF WS-MAINT-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ CLEAR-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       ADD 1 TO WS-MAINT-READ
                       PERFORM APPLY-ONE-CLEARING
               END-READ
           END-PERFORM.

       APPLY-ONE-CLEARING.
           PERFORM CHECK-CLEARING-APPROVAL.
           IF WS-MAINT-OK = 'Y'
               PERFORM CHECK-CLEARING-ITEM
           END-IF.
           IF WS-MAINT-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           EVALUATE SCM-CODE
               WHEN 'R'
                   PERFORM REAPPLY-SUSPENSE-ITEM
               WHEN 'T'
                   PERFORM RETURN-SUSPENSE-ITEM
           END-EVALUATE.

       CHECK-CLEARING-APPROVAL.
      *> 核准：经办与核准人必填且不得同人；用户主档可用时核准人
      *> 须为在职（'A'）主管级（3 级）柜员
           MOVE 'Y' TO WS-MAINT-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           IF SCM-REQUESTED-BY = SPACES OR SCM-APPROVER-ID = SPACES
               MOVE 'REQUESTER AND APPROVER REQUIRED'
                   TO WS-REJECT-REASON
           ELSE
               IF SCM-REQUESTED-BY = SCM-APPROVER-ID
                   MOVE 'APPROVER SAME AS REQUESTER'
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-USER-OPEN = 'Y'
                       MOVE SCM-APPROVER-ID TO USR-TELLER-ID
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
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-CLEARING
           END-IF.

       CHECK-CLEARING-ITEM.
      *> 内容校验：动作码合法、挂账项在档且未清、说明必填；
      *> 改挂的正确账户须在主档（已销户的不在主档）
           IF SCM-CODE NOT = 'R' AND SCM-CODE NOT = 'T'
               MOVE 'UNKNOWN CLEARING CODE' TO WS-REJECT-REASON
           ELSE
           IF SCM-ITEM-NO NOT NUMERIC OR SCM-ITEM-NO = 0
               MOVE 'ITEM NUMBER MISSING' TO WS-REJECT-REASON
           ELSE
           IF SCM-NOTE = SPACES
               MOVE 'CLEARING NOTE REQUIRED' TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE SCM-ITEM-NO TO SUS-ITEM-NO
               READ SUSPENSE-FILE
                   INVALID KEY
                       MOVE 'ITEM NOT ON SUSPENSE FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF SUS-STATUS NOT = 'O'
                           MOVE 'ITEM ALREADY CLEARED'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES AND SCM-CODE = 'R'
               IF SCM-TARGET-ACCOUNT NOT NUMERIC OR
                       SCM-TARGET-ACCOUNT = 0
                   MOVE 'TARGET ACCOUNT MISSING' TO WS-REJECT-REASON
               ELSE
                   MOVE SCM-TARGET-ACCOUNT TO ACCOUNT-ID
                   READ MASTER-FILE
                       INVALID KEY
                           MOVE 'TARGET ACCOUNT NOT ON MASTER'
                               TO WS-REJECT-REASON
                   END-READ
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-CLEARING
           END-IF.

       REJECT-CLEARING.
           MOVE 'N' TO WS-MAINT-OK.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "Suspense clearing refused for item "
               SCM-ITEM-NO " - " WS-REJECT-REASON.

       REAPPLY-SUSPENSE-ITEM.
      *> 起息日取挂账日期，超出追溯上限的按业务日期起息
           MOVE SCM-TARGET-ACCOUNT TO SW-ACCOUNT-ID.
           MOVE SUS-ITEM-NO TO SW-ITEM-NO.
           MOVE SUS-TXN-TYPE TO SW-TXN-TYPE.
           MOVE SUS-AMOUNT TO SW-AMOUNT.
           MOVE 0 TO SW-VALUE-DATE.
           IF SUS-OPEN-DATE > 0 AND SUS-OPEN-DATE < WS-EFFECTIVE-DATE
               IF WS-TODAY-INTEGER -
                       FUNCTION INTEGER-OF-DATE(SUS-OPEN-DATE)
                       <= WS-BACKVALUE-DAYS
                   MOVE SUS-OPEN-DATE TO SW-VALUE-DATE
               END-IF
           END-IF.
           RELEASE SORT-WORK-RECORD.
           IF SUS-DIRECTION = 'C'
               ADD SUS-AMOUNT TO WS-REAPPLY-CREDIT-TOTAL
           ELSE
               ADD SUS-AMOUNT TO WS-REAPPLY-DEBIT-TOTAL
           END-IF.
           MOVE 'R' TO SUS-STATUS.
           MOVE SCM-TARGET-ACCOUNT TO SUS-CLEAR-ACCOUNT.
           PERFORM CLOSE-SUSPENSE-ITEM.
           ADD 1 TO WS-REAPPLIED-COUNT.
           DISPLAY "Suspense item " SUS-ITEM-NO " reapplied to "
               "account " SCM-TARGET-ACCOUNT " amount " SUS-AMOUNT.

       RETURN-SUSPENSE-ITEM.
           IF SUS-DIRECTION = 'C'
               ADD SUS-AMOUNT TO WS-RETURN-CREDIT-TOTAL
           ELSE
               ADD SUS-AMOUNT TO WS-RETURN-DEBIT-TOTAL
           END-IF.
           MOVE 'T' TO SUS-STATUS.
           MOVE 0 TO SUS-CLEAR-ACCOUNT.
           PERFORM CLOSE-SUSPENSE-ITEM.
           ADD 1 TO WS-RETURNED-COUNT.
           DISPLAY "Suspense item " SUS-ITEM-NO " returned to "
               "sender, batch " SUS-BATCH-ID " branch " SUS-BRANCH-ID
               " amount " SUS-AMOUNT.

       CLOSE-SUSPENSE-ITEM.
           MOVE WS-EFFECTIVE-DATE TO SUS-CLEAR-DATE.
           MOVE SCM-REQUESTED-BY TO SUS-CLEARED-BY.
           MOVE SCM-APPROVER-ID TO SUS-APPROVED-BY.
           MOVE SCM-NOTE TO SUS-CLEAR-NOTE.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "Suspense item rewrite failed: "
                       SUS-ITEM-NO
           END-REWRITE.

       WRITE-SORTED-REAPPLIES.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM WRITE-REAPPLY-TXN
               END-RETURN
           END-PERFORM.

       WRITE-REAPPLY-TXN.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE SW-ACCOUNT-ID TO TXN-ACCOUNT-ID.
           MOVE SW-TXN-TYPE TO TXN-TYPE.
           MOVE SPACES TO TXN-ACCOUNT-NAME.
           MOVE 0 TO TXN-ACCOUNT-BALANCE.
           MOVE 'N' TO TXN-BALANCE-PRESENT.
           MOVE SW-AMOUNT TO TXN-AMOUNT.
           MOVE 0 TO TXN-TO-ACCOUNT-ID.
           MOVE SW-VALUE-DATE TO TXN-VALUE-DATE.
           MOVE 0 TO TXN-CUSTOMER-ID.
           MOVE 0 TO TXN-CHEQUE-NUMBER.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD SW-ACCOUNT-ID TO WS-HASH-TOTAL.
           IF SW-TXN-TYPE = 'P'
               ADD SW-AMOUNT TO WS-NET-AMOUNT
           ELSE
               SUBTRACT SW-AMOUNT FROM WS-NET-AMOUNT
           END-IF.

       WRITE-TXN-BATCH-HEADER.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 0 TO BCH-SORT-KEY.
           MOVE 'H' TO BCH-RECORD-TYPE.
           MOVE 'SUSPC1' TO BCH-BATCH-ID.
           MOVE 'HQ01' TO BCH-BRANCH-ID.
           MOVE WS-EFFECTIVE-DATE TO BCH-BATCH-DATE.
           WRITE TRANSACTION-RECORD.

       WRITE-TXN-BATCH-TRAILER.
      *> 批尾笔数/哈希/净额口径与 AccountMasterUpdate 的批控制
      *> 核对一致：净额为改挂存入减改挂支取
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 99999999 TO BCT-SORT-KEY.
           MOVE 'Z' TO BCT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO BCT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BCT-HASH-TOTAL.
           MOVE WS-NET-AMOUNT TO BCT-NET-AMOUNT.
           WRITE TRANSACTION-RECORD.
           DISPLAY "Transaction batch SUSPC1 written: "
               WS-DETAIL-COUNT " reapplied items.".

       WRITE-CLEAR-GL-ENTRIES.
      *> 销账分录：改挂的对客户存款，退回的对网点清算，见程序头
           IF WS-REAPPLY-CREDIT-TOTAL > 0
               MOVE 'SUSPNS' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               MOVE WS-REAPPLY-CREDIT-TOTAL TO GL-AMOUNT
               MOVE 'Suspense credits reapplied' TO GL-DESCRIPTION
               PERFORM WRITE-CLEAR-GL-RECORD
               MOVE 'DEPLIA' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               MOVE WS-REAPPLY-CREDIT-TOTAL TO GL-AMOUNT
               MOVE 'Customer deposits - suspense' TO GL-DESCRIPTION
               PERFORM WRITE-CLEAR-GL-RECORD
           END-IF.
           IF WS-REAPPLY-DEBIT-TOTAL > 0
               MOVE 'DEPLIA' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               MOVE WS-REAPPLY-DEBIT-TOTAL TO GL-AMOUNT
               MOVE 'Customer deposits - suspense' TO GL-DESCRIPTION
               PERFORM WRITE-CLEAR-GL-RECORD
               MOVE 'SUSPNS' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               MOVE WS-REAPPLY-DEBIT-TOTAL TO GL-AMOUNT
               MOVE 'Suspense debits reapplied' TO GL-DESCRIPTION
               PERFORM WRITE-CLEAR-GL-RECORD
           END-IF.
           IF WS-RETURN-CREDIT-TOTAL > 0
               MOVE 'SUSPNS' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               MOVE WS-RETURN-CREDIT-TOTAL TO GL-AMOUNT
               MOVE 'Suspense credits returned' TO GL-DESCRIPTION
               PERFORM WRITE-CLEAR-GL-RECORD
               MOVE 'BRCLEAR' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               MOVE WS-RETURN-CREDIT-TOTAL TO GL-AMOUNT
               MOVE 'Branch clearing - returns' TO GL-DESCRIPTION
               PERFORM WRITE-CLEAR-GL-RECORD
           END-IF.
           IF WS-RETURN-DEBIT-TOTAL > 0
               MOVE 'BRCLEAR' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               MOVE WS-RETURN-DEBIT-TOTAL TO GL-AMOUNT
               MOVE 'Branch clearing - returns' TO GL-DESCRIPTION
               PERFORM WRITE-CLEAR-GL-RECORD
               MOVE 'SUSPNS' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               MOVE WS-RETURN-DEBIT-TOTAL TO GL-AMOUNT
               MOVE 'Suspense debits returned' TO GL-DESCRIPTION
               PERFORM WRITE-CLEAR-GL-RECORD
           END-IF.

       WRITE-CLEAR-GL-RECORD.
           MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE.
           WRITE GL-RECORD.

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
