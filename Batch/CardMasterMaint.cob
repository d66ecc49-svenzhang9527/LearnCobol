       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. CardMasterMaint.  *> 借记卡主档的批量维护（发卡/止付/挂失/换卡）

      *> 借记卡维护：卡部把发卡、止付、解止付、挂失、被盗、换卡
      *> 录入 CARD_MAINT.TXT，本作业套用到 CARD_MASTER.DAT 索引卡
      *> 主档上，发卡和换卡同时登记账户-卡索引 CARD_ACCT_INDEX.DAT，
      *> 销户/全额冻结凭它找出账户名下的卡自动止付：
      *>   'I' 发卡——账户须在主档上且无生效全额冻结；持卡人须是
      *>       开户人或交叉引用档上的持有人；有效期/限额缺省按
      *>       本作业的标准值；待制卡（新发卡）
      *>   'B' 止付（人工）  'U' 解止付——销户止付的不能解，全额
      *>       冻结仍生效的不能解
      *>   'L' 挂失  'S' 被盗——终局状态，只能换卡
      *>   'P' 换卡——旧卡作废（'R'）并指向新卡，新卡继承账户、
      *>       持卡人、限额与止付状态，换卡次数加一，待制卡（换卡）
      *> 卡只改状态不删记录，换卡链即换卡历史。
      *> 增改结构与提交人抬头、变更日志沿用 HoldFileMaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE ASSIGN TO "CARD_MASTER.DAT"  *> 借记卡主档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDM-CARD-TOKEN
               FILE STATUS IS WS-CARD-STATUS.

      *>   账户-卡索引：发卡/换卡登记，销户与冻结按账户找卡
           SELECT CARD-INDEX-FILE ASSIGN TO "CARD_ACCT_INDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAX-KEY
               FILE STATUS IS WS-CARD-INDEX-STATUS.

           SELECT CARD-MAINT-FILE ASSIGN TO "CARD_MAINT.TXT"  *> 借记卡维护交易
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，核对账户与开户人
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HOLD-MASTER-FILE ASSIGN TO "ACCOUNT_HOLDS.DAT"  *> 司法冻结/止付档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AHL-ACCOUNT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档，取卡面姓名
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT XREF-MASTER-FILE ASSIGN TO "ACCT_CUST_XREF.DAT"  *> 持有人交叉引用档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

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
       FD  CARD-MASTER-FILE.
       01  CARD-RECORD.
           COPY CARDMAST.

       FD  CARD-INDEX-FILE.
       01  CARD-INDEX-RECORD.
           COPY CARDXREF.

       FD  CARD-MAINT-FILE.
       01  CARD-MAINT-RECORD.
           05 CMT-CODE              PIC X.  *> 'I'=发卡 'B'=止付 'U'=解止付 'L'=挂失 'S'=被盗 'P'=换卡
           05 CMT-CARD-TOKEN        PIC X(16).  *> 卡号令牌（换卡时为旧卡）
           05 CMT-ACCOUNT-ID        PIC 9(8).  *> 'I'：扣款账户ID
           05 CMT-CUSTOMER-ID       PIC 9(6).  *> 'I'：持卡客户号，0=开户人
           05 CMT-EXPIRY-DATE       PIC 9(6).  *> 'I'：有效期 CCYYMM，0=标准有效期
           05 CMT-ATM-LIMIT         PIC 9(7)V99.  *> 'I'：ATM 单日限额，0=标准限额
           05 CMT-POS-LIMIT         PIC 9(7)V99.  *> 'I'：POS 单日限额，0=标准限额
           05 CMT-NEW-TOKEN         PIC X(16).  *> 'P'：新卡令牌
       01  CARD-MAINT-HEADER.  *> 提交人抬头，动作码 'H'
           05 FILLER                PIC X.
           05 CMT-SUBMITTER-ID      PIC X(8).  *> 提交人柜员号

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY ACCTREC.

       FD  HOLD-MASTER-FILE.
       01  HOLD-RECORD.
           COPY ACCTHOLD.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  XREF-MASTER-FILE.
       01  XREF-RECORD.
           COPY CUSTXREF.

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  CHANGE-LOG-FILE.  *> 参考数据变更日志文件描述符
       01  CHANGE-LOG-RECORD.
           COPY REFCHG.

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS          PIC XX VALUE '00'.
       01  WS-CARD-INDEX-STATUS    PIC XX VALUE '00'.
       01  WS-MAINT-STATUS         PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-HOLD-STATUS          PIC XX VALUE '00'.
       01  WS-CUST-STATUS          PIC XX VALUE '00'.
       01  WS-XREF-STATUS          PIC XX VALUE '00'.
       01  WS-HOLD-FILE-OPEN       PIC X VALUE 'N'.  *> 'Y'=冻结档可用
       01  WS-CUST-MASTER-OPEN     PIC X VALUE 'N'.  *> 'Y'=客户主档可用
       01  WS-XREF-OPEN            PIC X VALUE 'N'.  *> 'Y'=交叉引用档可用
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用的维护数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 套用失败的维护数
       01  WS-ISSUED-COUNT         PIC 9(5) VALUE 0.  *> 新发卡数
       01  WS-REPLACED-COUNT       PIC 9(5) VALUE 0.  *> 换卡数
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-CHGLOG-STATUS        PIC XX VALUE '00'.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'CARDMNT '.  *> 本程序在批流里的作业名
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 业务日期，状态日期与变更日志都盖它
       01  WS-BUSINESS-MONTH       PIC 9(6) VALUE 0.  *> 业务日期的 CCYYMM
       01  WS-SUBMITTER-ID         PIC X(8) VALUE SPACES.  *> 当前抬头上的提交人
       01  WS-CHG-ACTION           PIC X VALUE SPACE.  *> 'A'=新增 'C'=改写 'D'=删除
       01  WS-CHG-KEY              PIC X(20) VALUE SPACES.  *> 变更日志主键（卡号令牌）
       01  WS-CHG-BEFORE-IMAGE     PIC X(250) VALUE SPACES.  *> 改前映像
       01  WS-CHG-AFTER-IMAGE      PIC X(250) VALUE SPACES.  *> 改后映像
       01  WS-CHG-LOG-TIME         PIC 9(8) VALUE 0.
       01  WS-CHG-LOGGED           PIC 9(5) VALUE 0.  *> 记入变更日志的改动数

      *> 标准发卡参数：有效期年数与单日限额，维护记录留空时取用
       01  WS-CARD-VALIDITY-YEARS  PIC 9 VALUE 3.
       01  WS-STD-ATM-LIMIT        PIC 9(7)V99 VALUE 5000.00.
       01  WS-STD-POS-LIMIT        PIC 9(7)V99 VALUE 20000.00.

       01  WS-ACCOUNT-FOUND        PIC X VALUE 'N'.  *> 'Y'=账户在主档上
       01  WS-FULL-HOLD            PIC X VALUE 'N'.  *> 'Y'=账户有生效的全额冻结
       01  WS-HOLDER-OK            PIC X VALUE 'N'.  *> 'Y'=持卡人是账户持有人
       01  WS-OLD-CARD-RECORD      PIC X(142) VALUE SPACES.  *> 换卡时暂存的旧卡记录

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
      *    首次运行时卡主档/账户-卡索引还不存在，先建空文件再以
      *    I-O 方式重开
           OPEN I-O CARD-MASTER-FILE.
           IF WS-CARD-STATUS NOT = '00'
               OPEN OUTPUT CARD-MASTER-FILE
               CLOSE CARD-MASTER-FILE
               OPEN I-O CARD-MASTER-FILE
               IF WS-CARD-STATUS NOT = '00'
                   DISPLAY "Error opening card master. File Status: "
                       WS-CARD-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O CARD-INDEX-FILE.
           IF WS-CARD-INDEX-STATUS NOT = '00'
               OPEN OUTPUT CARD-INDEX-FILE
               CLOSE CARD-INDEX-FILE
               OPEN I-O CARD-INDEX-FILE
               IF WS-CARD-INDEX-STATUS NOT = '00'
                   DISPLAY "Error opening card account index. "
                       "File Status: " WS-CARD-INDEX-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
      *    冻结档/客户主档/交叉引用档可能尚未建立：冻结档缺按无
      *    冻结处理，客户主档缺卡面取账户名称，交叉引用档缺只认
      *    开户人持卡
           OPEN INPUT HOLD-MASTER-FILE.
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-FILE-OPEN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-STATUS = '00'
               MOVE 'Y' TO WS-CUST-MASTER-OPEN
           END-IF.
           OPEN INPUT XREF-MASTER-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           END-IF.
           OPEN INPUT CARD-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "CARD_MAINT.TXT not available - nothing to "
                   "apply."
               PERFORM CLOSE-CARD-FILES
               STOP RUN
           END-IF.
           PERFORM READ-SUBMITTER-HEADER.
           PERFORM OPEN-CHANGE-LOG.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ CARD-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       IF CMT-CODE = 'H'
                           PERFORM TAKE-SUBMITTER-HEADER
                       ELSE
                           IF WS-SUBMITTER-ID = SPACES
                               DISPLAY "Card maintenance "
                                   "without submitter rejected: "
                                   CMT-CARD-TOKEN
                               ADD 1 TO WS-ERROR-COUNT
                           ELSE
                               PERFORM APPLY-ONE-CARD-MAINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM CLOSE-CARD-FILES.
           CLOSE CARD-MAINT-FILE CHANGE-LOG-FILE.
           DISPLAY "===== CARD MASTER MAINT SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT.
           DISPLAY "Cards issued: " WS-ISSUED-COUNT
               " replaced: " WS-REPLACED-COUNT.
           DISPLAY "Changes logged: " WS-CHG-LOGGED.
           STOP RUN.

       CLOSE-CARD-FILES.
           CLOSE CARD-MASTER-FILE CARD-INDEX-FILE MASTER-FILE.
           IF WS-HOLD-FILE-OPEN = 'Y'
               CLOSE HOLD-MASTER-FILE
           END-IF.
           IF WS-CUST-MASTER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-MASTER-FILE
           END-IF.

       APPLY-ONE-CARD-MAINT.
           IF CMT-CARD-TOKEN = SPACES
               DISPLAY "Card maintenance without card token "
                   "rejected, code " CMT-CODE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE CMT-CARD-TOKEN TO WS-CHG-KEY.
           EVALUATE CMT-CODE
               WHEN 'I'
                   PERFORM ISSUE-CARD
               WHEN 'B'
                   PERFORM BLOCK-CARD
               WHEN 'U'
                   PERFORM UNBLOCK-CARD
               WHEN 'L'
                   PERFORM REPORT-CARD-LOST
               WHEN 'S'
                   PERFORM REPORT-CARD-LOST
               WHEN 'P'
                   PERFORM REPLACE-CARD
               WHEN OTHER
                   DISPLAY "Unknown card maintenance code: "
                       CMT-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       ISSUE-CARD.
      *> 发卡：令牌不得重复；账户在档、无全额冻结；持卡人是账户
      *> 持有人。卡面姓名取客户主档姓名，客户主档缺时取账户名称
           MOVE CMT-CARD-TOKEN TO CDM-CARD-TOKEN.
           READ CARD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Card issue rejected, token already on "
                       "file: " CMT-CARD-TOKEN
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-READ.
           MOVE CMT-ACCOUNT-ID TO ACCOUNT-ID.
           PERFORM CHECK-CARD-ACCOUNT.
           IF WS-ACCOUNT-FOUND = 'N'
               DISPLAY "Card issue rejected, account not on master: "
                   CMT-ACCOUNT-ID
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-FULL-HOLD = 'Y'
               DISPLAY "Card issue rejected, account under full "
                   "hold: " CMT-ACCOUNT-ID
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CARD-RECORD.
           MOVE CMT-CARD-TOKEN TO CDM-CARD-TOKEN.
           MOVE ACCOUNT-ID TO CDM-ACCOUNT-ID.
           IF CMT-CUSTOMER-ID NUMERIC AND CMT-CUSTOMER-ID > 0
               MOVE CMT-CUSTOMER-ID TO CDM-CUSTOMER-ID
           ELSE
               MOVE CUSTOMER-ID TO CDM-CUSTOMER-ID
           END-IF.
           PERFORM CHECK-CARDHOLDER.
           IF WS-HOLDER-OK = 'N'
               DISPLAY "Card issue rejected, customer " CDM-CUSTOMER-ID
                   " does not hold account " CMT-ACCOUNT-ID
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCOUNT-NAME TO CDM-EMBOSS-NAME.
           IF WS-CUST-MASTER-OPEN = 'Y' AND CDM-CUSTOMER-ID > 0
               MOVE CDM-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO CDM-EMBOSS-NAME
               END-READ
           END-IF.
           MOVE 'A' TO CDM-STATUS.
           MOVE SPACE TO CDM-BLOCK-REASON.
           MOVE WS-BUSINESS-DATE TO CDM-ISSUE-DATE.
           IF CMT-EXPIRY-DATE NUMERIC AND
                   CMT-EXPIRY-DATE > WS-BUSINESS-MONTH
               MOVE CMT-EXPIRY-DATE TO CDM-EXPIRY-DATE
           ELSE
               COMPUTE CDM-EXPIRY-DATE =
                   WS-BUSINESS-MONTH + WS-CARD-VALIDITY-YEARS * 100
           END-IF.
           IF CMT-ATM-LIMIT NUMERIC AND CMT-ATM-LIMIT > 0
               MOVE CMT-ATM-LIMIT TO CDM-ATM-DAILY-LIMIT
           ELSE
               MOVE WS-STD-ATM-LIMIT TO CDM-ATM-DAILY-LIMIT
           END-IF.
           IF CMT-POS-LIMIT NUMERIC AND CMT-POS-LIMIT > 0
               MOVE CMT-POS-LIMIT TO CDM-POS-DAILY-LIMIT
           ELSE
               MOVE WS-STD-POS-LIMIT TO CDM-POS-DAILY-LIMIT
           END-IF.
           MOVE WS-BUSINESS-DATE TO CDM-STATUS-DATE.
           MOVE 0 TO CDM-REPLACE-COUNT.
           MOVE 'P' TO CDM-EMBOSS-STATUS.
           MOVE 'N' TO CDM-EMBOSS-REASON.
           MOVE 0 TO CDM-EMBOSS-DATE.
           PERFORM WRITE-NEW-CARD.
           IF WS-CARD-STATUS = '00'
               ADD 1 TO WS-ISSUED-COUNT
           END-IF.

       WRITE-NEW-CARD.
      *> 新卡（发卡或换卡的新卡）落卡主档并登记账户-卡索引
           WRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "Card write failed: " CDM-CARD-TOKEN
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE CDM-ACCOUNT-ID TO CAX-ACCOUNT-ID.
           MOVE CDM-CARD-TOKEN TO CAX-CARD-TOKEN.
           WRITE CARD-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE CDM-CARD-TOKEN TO WS-CHG-KEY.
           MOVE SPACES TO WS-CHG-BEFORE-IMAGE.
           MOVE CARD-RECORD TO WS-CHG-AFTER-IMAGE.
           MOVE 'A' TO WS-CHG-ACTION.
           PERFORM WRITE-CHANGE-LOG.

       BLOCK-CARD.
      *> 人工止付：只对正常卡
           PERFORM READ-MAINT-CARD.
           IF WS-CARD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           IF CDM-STATUS NOT = 'A'
               DISPLAY "Card block rejected, card status "
                   CDM-STATUS ": " CDM-CARD-TOKEN
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'B' TO CDM-STATUS.
           MOVE 'M' TO CDM-BLOCK-REASON.
           PERFORM REWRITE-MAINT-CARD.

       UNBLOCK-CARD.
      *> 解止付：销户止付的卡随账户作废，不能解；账户已不在主档
      *> 或全额冻结仍生效的，解了也会被下一次冻结检查拦下，一并拒绝
           PERFORM READ-MAINT-CARD.
           IF WS-CARD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           IF CDM-STATUS NOT = 'B' OR CDM-BLOCK-REASON = 'X'
               DISPLAY "Card unblock rejected, card status "
                   CDM-STATUS CDM-BLOCK-REASON ": " CDM-CARD-TOKEN
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE CDM-ACCOUNT-ID TO ACCOUNT-ID.
           PERFORM CHECK-CARD-ACCOUNT.
           IF WS-ACCOUNT-FOUND = 'N' OR WS-FULL-HOLD = 'Y'
               DISPLAY "Card unblock rejected, account closed or "
                   "under full hold: " CDM-ACCOUNT-ID
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO CDM-STATUS.
           MOVE SPACE TO CDM-BLOCK-REASON.
           PERFORM REWRITE-MAINT-CARD.

       REPORT-CARD-LOST.
      *> 挂失/被盗：正常卡与止付卡都可报，报后为终局状态，只能换卡
           PERFORM READ-MAINT-CARD.
           IF WS-CARD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           IF CDM-STATUS NOT = 'A' AND CDM-STATUS NOT = 'B'
               DISPLAY "Lost/stolen report rejected, card status "
                   CDM-STATUS ": " CDM-CARD-TOKEN
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE CMT-CODE TO CDM-STATUS.
           MOVE SPACE TO CDM-BLOCK-REASON.
           PERFORM REWRITE-MAINT-CARD.

       REPLACE-CARD.
      *> 换卡：旧卡须未作废、账户仍在主档；新令牌不得重复。旧卡
      *> 置 'R' 指向新卡，新卡继承旧卡的账户/持卡人/卡面/限额，
      *> 止付中的卡换出来仍是止付（原因不变），挂失/被盗的换出
      *> 正常卡；有效期按换卡日重起
           IF CMT-NEW-TOKEN = SPACES OR
                   CMT-NEW-TOKEN = CMT-CARD-TOKEN
               DISPLAY "Card replace rejected, new token missing: "
                   CMT-CARD-TOKEN
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-MAINT-CARD.
           IF WS-CARD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           IF CDM-STATUS = 'R' OR CDM-BLOCK-REASON = 'X'
               DISPLAY "Card replace rejected, card status "
                   CDM-STATUS CDM-BLOCK-REASON ": " CDM-CARD-TOKEN
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE CARD-RECORD TO WS-OLD-CARD-RECORD.
           MOVE CDM-ACCOUNT-ID TO ACCOUNT-ID.
           PERFORM CHECK-CARD-ACCOUNT.
           IF WS-ACCOUNT-FOUND = 'N'
               DISPLAY "Card replace rejected, account not on "
                   "master: " CDM-ACCOUNT-ID
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE CMT-NEW-TOKEN TO CDM-CARD-TOKEN.
           READ CARD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Card replace rejected, new token already "
                       "on file: " CMT-NEW-TOKEN
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-READ.
      *    先出新卡，新卡落不了档旧卡不动
           MOVE WS-OLD-CARD-RECORD TO CARD-RECORD.
           MOVE CMT-NEW-TOKEN TO CDM-CARD-TOKEN.
           IF CDM-STATUS NOT = 'B'
               MOVE 'A' TO CDM-STATUS
               MOVE SPACE TO CDM-BLOCK-REASON
           END-IF.
           MOVE WS-BUSINESS-DATE TO CDM-ISSUE-DATE.
           COMPUTE CDM-EXPIRY-DATE =
               WS-BUSINESS-MONTH + WS-CARD-VALIDITY-YEARS * 100.
           MOVE WS-BUSINESS-DATE TO CDM-STATUS-DATE.
           MOVE CMT-CARD-TOKEN TO CDM-REPLACES-TOKEN.
           MOVE SPACES TO CDM-REPLACED-BY-TOKEN.
           IF CDM-REPLACE-COUNT < 99
               ADD 1 TO CDM-REPLACE-COUNT
           END-IF.
           MOVE 'P' TO CDM-EMBOSS-STATUS.
           MOVE 'R' TO CDM-EMBOSS-REASON.
           MOVE 0 TO CDM-EMBOSS-DATE.
           PERFORM WRITE-NEW-CARD.
           IF WS-CARD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REPLACED-COUNT.
           MOVE CMT-CARD-TOKEN TO WS-CHG-KEY.
           MOVE WS-OLD-CARD-RECORD TO CARD-RECORD.
           MOVE WS-OLD-CARD-RECORD TO WS-CHG-BEFORE-IMAGE.
           MOVE 'R' TO CDM-STATUS.
           MOVE CMT-NEW-TOKEN TO CDM-REPLACED-BY-TOKEN.
           PERFORM REWRITE-MAINT-CARD-IMAGE.

       READ-MAINT-CARD.
           MOVE CMT-CARD-TOKEN TO CDM-CARD-TOKEN.
           READ CARD-MASTER-FILE
               INVALID KEY
                   DISPLAY "Card maintenance failed, card not found: "
                       CMT-CARD-TOKEN
                   ADD 1 TO WS-ERROR-COUNT
           END-READ.
           IF WS-CARD-STATUS = '00'
               MOVE CARD-RECORD TO WS-CHG-BEFORE-IMAGE
           END-IF.

       REWRITE-MAINT-CARD.
           MOVE CMT-CARD-TOKEN TO WS-CHG-KEY.
           PERFORM REWRITE-MAINT-CARD-IMAGE.

       REWRITE-MAINT-CARD-IMAGE.
      *> 状态变动一律盖当天业务日期，改前映像已在读卡时留下
           MOVE WS-BUSINESS-DATE TO CDM-STATUS-DATE.
           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "Card rewrite failed: " CDM-CARD-TOKEN
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE CARD-RECORD TO WS-CHG-AFTER-IMAGE
                   MOVE 'C' TO WS-CHG-ACTION
                   PERFORM WRITE-CHANGE-LOG
           END-REWRITE.

       CHECK-CARD-ACCOUNT.
      *> 按 ACCOUNT-ID 读主档，并查该户有无生效的全额冻结（'F'/'I'，
      *> 未解除且未过期）；冻结档不可用按无冻结处理
           MOVE 'N' TO WS-ACCOUNT-FOUND.
           MOVE 'N' TO WS-FULL-HOLD.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
           END-READ.
           IF WS-ACCOUNT-FOUND = 'Y' AND WS-HOLD-FILE-OPEN = 'Y'
               MOVE ACCOUNT-ID TO AHL-ACCOUNT-ID
               READ HOLD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AHL-STATUS = 'A' AND
                               (AHL-HOLD-TYPE = 'F' OR
                                AHL-HOLD-TYPE = 'I') AND
                               (AHL-EXPIRY-DATE = 0 OR
                                AHL-EXPIRY-DATE >= WS-BUSINESS-DATE)
                           MOVE 'Y' TO WS-FULL-HOLD
                       END-IF
               END-READ
           END-IF.

       CHECK-CARDHOLDER.
      *> 持卡人须是开户人，或登记在交叉引用档上的联名/共签持有人
           MOVE 'N' TO WS-HOLDER-OK.
           IF CDM-CUSTOMER-ID = CUSTOMER-ID
               MOVE 'Y' TO WS-HOLDER-OK
           ELSE
               IF WS-XREF-OPEN = 'Y'
                   MOVE ACCOUNT-ID TO XRF-ACCOUNT-ID
                   MOVE CDM-CUSTOMER-ID TO XRF-CUSTOMER-ID
                   READ XREF-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-HOLDER-OK
                   END-READ
               END-IF
           END-IF.

       READ-SUBMITTER-HEADER.
      *> 维护文件首条须为提交人抬头：查不出谁提交的文件整份不套用
           READ CARD-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
               NOT AT END
                   IF CMT-CODE = 'H'
                       PERFORM TAKE-SUBMITTER-HEADER
                   END-IF
                   IF WS-SUBMITTER-ID = SPACES
                       DISPLAY "CARD_MAINT.TXT has no submitter "
                           "header - nothing applied."
                       PERFORM CLOSE-CARD-FILES
                       CLOSE CARD-MAINT-FILE
                       STOP RUN
                   END-IF
           END-READ.

       TAKE-SUBMITTER-HEADER.
      *> 多份维护文件拼在一起时各带抬头，其后的记录记在该提交人
      *> 名下；提交人为空的抬头之后的记录一律拒绝
           MOVE CMT-SUBMITTER-ID TO WS-SUBMITTER-ID.
           IF WS-SUBMITTER-ID = SPACES
               DISPLAY "Submitter header with blank submitter - "
                   "following records rejected."
           END-IF.

       READ-BUSINESS-DATE.
      *> 业务日期：中央业务日期控制档在则以其为准，控制档未建
      *> （转换期）按运行日
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
           DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-BUSINESS-MONTH.

       OPEN-CHANGE-LOG.
      *> 变更日志写不了就不套用：没有留痕的维护不做
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CHGLOG-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           IF WS-CHGLOG-STATUS NOT = '00'
               DISPLAY "Error opening reference data change log. "
                   "File Status: " WS-CHGLOG-STATUS
               PERFORM CLOSE-CARD-FILES
               CLOSE CARD-MAINT-FILE
               STOP RUN
           END-IF.

       WRITE-CHANGE-LOG.
      *> 一笔改动记改前/改后两条映像：新增只有改后；改写前后完全
      *> 相同的重复维护不算改动，不记
           IF WS-CHG-ACTION = 'C' AND
                   WS-CHG-BEFORE-IMAGE = WS-CHG-AFTER-IMAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'CARDMAST' TO RCL-FILE-ID.
           MOVE WS-CHG-KEY TO RCL-RECORD-KEY.
           MOVE WS-BUSINESS-DATE TO RCL-BUSINESS-DATE.
           ACCEPT WS-CHG-LOG-TIME FROM TIME.
           MOVE WS-CHG-LOG-TIME TO RCL-LOG-TIME.
           MOVE WS-THIS-JOB-NAME TO RCL-JOB-NAME.
           MOVE WS-SUBMITTER-ID TO RCL-SUBMITTER-ID.
           MOVE CMT-CODE TO RCL-MAINT-CODE.
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
