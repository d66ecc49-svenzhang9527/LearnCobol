       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. EstateSettlement.  *> 遗产账户按执行人结算指令放款

      *> 遗产放款：遗嘱执行人/继承人办妥手续后，网点按其结算指令
      *> 逐户录入 ESTATE_SETTLE.TXT，本作业对遗产账户登记册上已冻结
      *> 待结算（'F'）的独有账户放款：
      *>   'T'=全部余额转入本行指定账户
      *>   'O'=全部余额汇往他行（收款行/账号/户名必填，限本币户）
      *>   'X'=销户付现（应计利息由销户交易一并结清）
      *> 放款前解除本遗产冻结（冻结档上文书编号须是身故通知编号；
      *> 另有法院文书冻结的不放款，转网点处理），生成带批头/批尾
      *> 控制记录的交易批 ESTATE_TRANSACTIONS.DAT，由运维作为独立
      *> 批次交给 AccountMasterUpdate 过账（套路同委托扣款生成批）；
      *> 账户上暂停的委托扣款随之置失效。客户名下独有账户全部结清
      *> 后客户主档遗产状态置 'S'

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

           SELECT SETTLE-INPUT-FILE ASSIGN TO "ESTATE_SETTLE.TXT"  *> 执行人结算指令
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT ESTATE-FILE ASSIGN TO "ESTATE_ACCOUNTS.DAT"  *> 遗产账户登记册
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-KEY
               FILE STATUS IS WS-ESTATE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档，回写遗产状态
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，取放款时余额
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HOLD-MASTER-FILE ASSIGN TO "ACCOUNT_HOLDS.DAT"  *> 司法冻结/止付档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AHL-ACCOUNT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT SO-MASTER-FILE ASSIGN TO "STANDING_ORDERS.DAT"  *> 委托扣款主档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-SO-MASTER-STATUS.

      *>   生成的放款交易批（ACCTTXN 布局）：单独落档作为独立批次
           SELECT TXN-OUTPUT-FILE ASSIGN TO "ESTATE_TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-OUT-STATUS.

           SELECT SORT-WORK ASSIGN TO "ESTWORK.TMP".  *> 放款交易按账户ID排序用

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

       FD  SETTLE-INPUT-FILE.
       01  SETTLE-INPUT-RECORD.
           05 ESI-CUSTOMER-ID       PIC 9(6).  *> 身故客户号
           05 ESI-ACCOUNT-ID        PIC 9(8).  *> 遗产账户
           05 ESI-METHOD            PIC X.  *> 'T'/'O'/'X'，见上
           05 ESI-TARGET-ACCOUNT    PIC 9(8).  *> 'T' 的本行收款账户
           05 ESI-BENE-BANK-CODE    PIC X(6).  *> 'O' 收款行行号
           05 ESI-BENE-ACCOUNT      PIC X(20).  *> 'O' 收款人在他行的账号
           05 ESI-BENE-NAME         PIC X(30).  *> 'O' 收款人名称
           05 ESI-SETTLE-REF        PIC X(12).  *> 结算指令编号，必填

       FD  ESTATE-FILE.
       01  ESTATE-RECORD.
           COPY ESTACCT.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  HOLD-MASTER-FILE.
       01  HOLD-RECORD.
           COPY ACCTHOLD.

       FD  SO-MASTER-FILE.  *> 与 StandingOrderGenerator 同一布局
       01  SO-MASTER-RECORD.
           05 SO-ORDER-ID           PIC 9(6).  *> 委托编号，主键
           05 SO-FROM-ACCOUNT       PIC 9(8).  *> 委托扣款账户
           05 SO-TO-ACCOUNT         PIC 9(8).  *> 对方收款账户
           05 SO-AMOUNT             PIC 9(7)V99.  *> 每期划转金额
           05 SO-FREQUENCY          PIC X.  *> 'M'=按月 'W'=按周
           05 SO-NEXT-DUE-DATE      PIC 9(8).  *> 下一到期日 CCYYMMDD
           05 SO-EXPIRY-DATE        PIC 9(8).  *> 委托失效日，0=长期有效
           05 SO-STATUS             PIC X.  *> 'A'=生效 'E'=已失效 'S'=身故暂停

       FD  TXN-OUTPUT-FILE.  *> 与 AccountMasterUpdate 共用同一份交易布局
       01  TRANSACTION-RECORD.
           COPY ACCTTXN.

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-ACCOUNT-ID         PIC 9(8).
           05 SW-TXN-TYPE           PIC X.
           05 SW-AMOUNT             PIC 9(7)V99.
           05 SW-TO-ACCOUNT         PIC 9(8).
           05 SW-BENE-BANK-CODE     PIC X(6).
           05 SW-BENE-ACCOUNT       PIC X(20).
           05 SW-BENE-NAME          PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-INPUT-STATUS         PIC XX VALUE '00'.
       01  WS-ESTATE-STATUS        PIC XX VALUE '00'.
       01  WS-CUST-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-HOLD-STATUS          PIC XX VALUE '00'.
       01  WS-SO-MASTER-STATUS     PIC XX VALUE '00'.
       01  WS-TXN-OUT-STATUS       PIC XX VALUE '00'.
       01  WS-HOLD-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-INPUT-EOF            PIC X VALUE 'N'.
       01  WS-SCAN-EOF             PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-INSTRUCTION-OK       PIC X VALUE 'Y'.
       01  WS-SETTLE-AMOUNT        PIC 9(7)V99 VALUE 0.

       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已放款的指令数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 拒绝的指令数
       01  WS-ESTATES-CLOSED       PIC 9(5) VALUE 0.  *> 全部结清的客户数
       01  WS-ORDERS-EXPIRED       PIC 9(5) VALUE 0.
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.  *> 写出的明细交易笔数
       01  WS-HASH-TOTAL           PIC 9(9) VALUE 0.  *> 明细账户ID哈希累计（低9位自然溢出）
       01  WS-NET-AMOUNT           PIC S9(9)V99 VALUE 0.  *> 批尾净额：汇出计负
       01  WS-SETTLED-TOTAL        PIC 9(9)V99 VALUE 0.

      *> 本次放款的账户与涉及的客户：委托失效与遗产结清判定用
       01  WS-SETTLED-COUNT        PIC 9(3) VALUE 0.
       01  WS-SETTLED-TABLE.
           05 WS-SETTLED-ENTRY OCCURS 500 TIMES.
               10 WS-ST-CUSTOMER-ID  PIC 9(6).
               10 WS-ST-ACCOUNT-ID   PIC 9(8).
       01  WS-ST-IDX               PIC 9(3) VALUE 0.
       01  WS-CHECK-CUSTOMER       PIC 9(6) VALUE 0.
       01  WS-ESTATE-OPEN-ITEMS    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT SETTLE-INPUT-FILE.
           IF WS-INPUT-STATUS NOT = '00'
               DISPLAY "ESTATE_SETTLE.TXT not available - nothing to "
                   "settle."
               STOP RUN
           END-IF.
           OPEN I-O ESTATE-FILE.
           IF WS-ESTATE-STATUS NOT = '00'
               DISPLAY "Error opening estate register. File Status: "
                   WS-ESTATE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY "Error opening customer master. File Status: "
                   WS-CUST-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN I-O HOLD-MASTER-FILE.
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-FILE-OPEN
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SW-ACCOUNT-ID
               INPUT PROCEDURE IS APPLY-SETTLE-INSTRUCTIONS
               OUTPUT PROCEDURE IS WRITE-TRANSACTION-BATCH.

           CLOSE SETTLE-INPUT-FILE MASTER-FILE.
           IF WS-HOLD-FILE-OPEN = 'Y'
               CLOSE HOLD-MASTER-FILE
           END-IF.
           PERFORM EXPIRE-SETTLED-ORDERS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-SETTLED-COUNT
               PERFORM CHECK-ESTATE-COMPLETE
           END-PERFORM.
           CLOSE ESTATE-FILE CUSTOMER-MASTER-FILE.

           DISPLAY "===== ESTATE SETTLEMENT SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT.
           DISPLAY "Amount released : " WS-SETTLED-TOTAL.
           DISPLAY "Orders expired  : " WS-ORDERS-EXPIRED.
           DISPLAY "Estates closed  : " WS-ESTATES-CLOSED.
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

       APPLY-SETTLE-INSTRUCTIONS.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ SETTLE-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-INSTRUCTION
               END-READ
           END-PERFORM.

       APPLY-ONE-INSTRUCTION.
           PERFORM VALIDATE-INSTRUCTION.
           IF WS-INSTRUCTION-OK = 'N'
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM RELEASE-ESTATE-HOLD.
           IF WS-INSTRUCTION-OK = 'N'
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES         TO SORT-WORK-RECORD.
           MOVE ESI-ACCOUNT-ID TO SW-ACCOUNT-ID.
           MOVE ESI-METHOD     TO SW-TXN-TYPE.
           MOVE 0              TO SW-TO-ACCOUNT.
           IF ESI-METHOD = 'X'
               MOVE 0 TO SW-AMOUNT
           ELSE
               MOVE WS-SETTLE-AMOUNT TO SW-AMOUNT
           END-IF.
           IF ESI-METHOD = 'T'
               MOVE ESI-TARGET-ACCOUNT TO SW-TO-ACCOUNT
           END-IF.
           IF ESI-METHOD = 'O'
               MOVE ESI-BENE-BANK-CODE TO SW-BENE-BANK-CODE
               MOVE ESI-BENE-ACCOUNT   TO SW-BENE-ACCOUNT
               MOVE ESI-BENE-NAME      TO SW-BENE-NAME
           END-IF.
           RELEASE SORT-WORK-RECORD.

           MOVE 'S'               TO EST-STATUS.
           MOVE ESI-METHOD        TO EST-SETTLE-METHOD.
           MOVE WS-EFFECTIVE-DATE TO EST-SETTLE-DATE.
           MOVE ESI-SETTLE-REF    TO EST-SETTLE-REF.
           MOVE WS-SETTLE-AMOUNT  TO EST-SETTLE-AMOUNT.
           REWRITE ESTATE-RECORD
               INVALID KEY
                   DISPLAY "Estate register rewrite failed: "
                       EST-CUSTOMER-ID " " EST-ACCOUNT-ID
           END-REWRITE.
           IF WS-SETTLED-COUNT < 500
               ADD 1 TO WS-SETTLED-COUNT
               MOVE ESI-CUSTOMER-ID
                   TO WS-ST-CUSTOMER-ID(WS-SETTLED-COUNT)
               MOVE ESI-ACCOUNT-ID
                   TO WS-ST-ACCOUNT-ID(WS-SETTLED-COUNT)
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD WS-SETTLE-AMOUNT TO WS-SETTLED-TOTAL.
           DISPLAY "Estate account " ESI-ACCOUNT-ID " released by "
               ESI-METHOD " ref " ESI-SETTLE-REF.

       VALIDATE-INSTRUCTION.
      *> 指令编号必填；账户须是登记册上冻结待结算的独有账户
           MOVE 'Y' TO WS-INSTRUCTION-OK.
           IF ESI-SETTLE-REF = SPACES
               DISPLAY "Settlement without instruction ref rejected: "
                   ESI-ACCOUNT-ID
               MOVE 'N' TO WS-INSTRUCTION-OK
               EXIT PARAGRAPH
           END-IF.
           IF ESI-METHOD NOT = 'T' AND ESI-METHOD NOT = 'O' AND
                   ESI-METHOD NOT = 'X'
               DISPLAY "Unknown settlement method: " ESI-METHOD
                   " account " ESI-ACCOUNT-ID
               MOVE 'N' TO WS-INSTRUCTION-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE ESI-CUSTOMER-ID TO EST-CUSTOMER-ID.
           MOVE ESI-ACCOUNT-ID  TO EST-ACCOUNT-ID.
           READ ESTATE-FILE
               INVALID KEY
                   DISPLAY "Settlement rejected, not an estate "
                       "account: " ESI-CUSTOMER-ID " " ESI-ACCOUNT-ID
                   MOVE 'N' TO WS-INSTRUCTION-OK
                   EXIT PARAGRAPH
           END-READ.
           IF EST-STATUS NOT = 'F'
               DISPLAY "Settlement rejected, account not frozen for "
                   "estate (status " EST-STATUS "): " ESI-ACCOUNT-ID
               MOVE 'N' TO WS-INSTRUCTION-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE ESI-ACCOUNT-ID TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Settlement rejected, account not on "
                       "master: " ESI-ACCOUNT-ID
                   MOVE 'N' TO WS-INSTRUCTION-OK
                   EXIT PARAGRAPH
           END-READ.
           IF ACCOUNT-BALANCE > 0
               MOVE ACCOUNT-BALANCE TO WS-SETTLE-AMOUNT
           ELSE
               MOVE 0 TO WS-SETTLE-AMOUNT
           END-IF.
           EVALUATE ESI-METHOD
               WHEN 'T'
                   IF ESI-TARGET-ACCOUNT = 0 OR
                           ESI-TARGET-ACCOUNT = ESI-ACCOUNT-ID
                       DISPLAY "Settlement rejected, bad target "
                           "account: " ESI-ACCOUNT-ID
                       MOVE 'N' TO WS-INSTRUCTION-OK
                   END-IF
               WHEN 'O'
                   IF ESI-BENE-BANK-CODE = SPACES OR
                           ESI-BENE-ACCOUNT = SPACES OR
                           ESI-BENE-NAME = SPACES
                       DISPLAY "Settlement rejected, payee details "
                           "missing: " ESI-ACCOUNT-ID
                       MOVE 'N' TO WS-INSTRUCTION-OK
                   END-IF
                   IF CURRENCY-CODE NOT = SPACES AND
                           CURRENCY-CODE NOT = 'CNY'
                       DISPLAY "Settlement rejected, foreign currency "
                           "account cannot pay out interbank: "
                           ESI-ACCOUNT-ID
                       MOVE 'N' TO WS-INSTRUCTION-OK
                   END-IF
           END-EVALUATE.
           IF ESI-METHOD NOT = 'X' AND WS-SETTLE-AMOUNT = 0
               DISPLAY "Settlement rejected, no balance to release - "
                   "use X to close: " ESI-ACCOUNT-ID
               MOVE 'N' TO WS-INSTRUCTION-OK
           END-IF.

       RELEASE-ESTATE-HOLD.
      *> 只解除本遗产的冻结；另有文书的生效冻结不放款
           IF WS-HOLD-FILE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE ESI-ACCOUNT-ID TO AHL-ACCOUNT-ID.
           READ HOLD-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF AHL-STATUS NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           IF AHL-ORDER-REF NOT = EST-NOTICE-REF
               DISPLAY "Settlement rejected, account under another "
                   "hold " AHL-ORDER-REF ": " ESI-ACCOUNT-ID
               MOVE 'N' TO WS-INSTRUCTION-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO AHL-STATUS.
           MOVE ESI-SETTLE-REF TO AHL-ORDER-REF.
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "Estate hold release failed: "
                       AHL-ACCOUNT-ID
                   MOVE 'N' TO WS-INSTRUCTION-OK
           END-REWRITE.

       WRITE-TRANSACTION-BATCH.
      *> 批头 + 排序后的放款明细 + 批尾；批尾笔数/哈希/净额口径
      *> 与 AccountMasterUpdate 的批控制核对一致（汇出计负，转账与
      *> 销户不计净额）
           OPEN OUTPUT TXN-OUTPUT-FILE.
           IF WS-TXN-OUT-STATUS NOT = '00'
               DISPLAY "Error opening transaction output. "
                   "File Status: " WS-TXN-OUT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 0 TO BCH-SORT-KEY.
           MOVE 'H' TO BCH-RECORD-TYPE.
           MOVE 'ESTAT1' TO BCH-BATCH-ID.
           MOVE 'HQ01' TO BCH-BRANCH-ID.
           MOVE WS-EFFECTIVE-DATE TO BCH-BATCH-DATE.
           WRITE TRANSACTION-RECORD.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM WRITE-ONE-SETTLEMENT-TXN
               END-RETURN
           END-PERFORM.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 99999999 TO BCT-SORT-KEY.
           MOVE 'Z' TO BCT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO BCT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BCT-HASH-TOTAL.
           MOVE WS-NET-AMOUNT TO BCT-NET-AMOUNT.
           WRITE TRANSACTION-RECORD.
           CLOSE TXN-OUTPUT-FILE.
           DISPLAY "Transaction batch ESTAT1 written: "
               WS-DETAIL-COUNT " settlements.".

       WRITE-ONE-SETTLEMENT-TXN.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE SW-ACCOUNT-ID TO TXN-ACCOUNT-ID.
           MOVE SW-TXN-TYPE TO TXN-TYPE.
           MOVE 0 TO TXN-ACCOUNT-BALANCE.
           MOVE 'N' TO TXN-BALANCE-PRESENT.
           MOVE SW-AMOUNT TO TXN-AMOUNT.
           MOVE SW-TO-ACCOUNT TO TXN-TO-ACCOUNT-ID.
           MOVE 0 TO TXN-VALUE-DATE.
           IF SW-TXN-TYPE = 'O'
               MOVE SW-BENE-BANK-CODE TO TXN-BENE-BANK-CODE
               MOVE SW-BENE-ACCOUNT   TO TXN-BENE-ACCOUNT
               MOVE SW-BENE-NAME      TO TXN-BENE-NAME
               SUBTRACT SW-AMOUNT FROM WS-NET-AMOUNT
           END-IF.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD SW-ACCOUNT-ID TO WS-HASH-TOTAL.

       EXPIRE-SETTLED-ORDERS.
      *> 已放款账户上暂停的委托扣款置失效，不再等人恢复
           IF WS-SETTLED-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O SO-MASTER-FILE.
           IF WS-SO-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ SO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF SO-STATUS = 'S'
                           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                                   UNTIL WS-ST-IDX > WS-SETTLED-COUNT
                               IF WS-ST-ACCOUNT-ID(WS-ST-IDX) =
                                       SO-FROM-ACCOUNT AND
                                       SO-STATUS = 'S'
                                   MOVE 'E' TO SO-STATUS
                                   REWRITE SO-MASTER-RECORD
                                       INVALID KEY
                                           CONTINUE
                                       NOT INVALID KEY
                                           ADD 1 TO WS-ORDERS-EXPIRED
                                   END-REWRITE
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SO-MASTER-FILE.

       CHECK-ESTATE-COMPLETE.
      *> 登记册上该客户已无冻结待结算的账户即遗产结清
           MOVE WS-ST-CUSTOMER-ID(WS-ST-IDX) TO WS-CHECK-CUSTOMER.
           MOVE WS-CHECK-CUSTOMER TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CM-ESTATE-STATUS = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ESTATE-OPEN-ITEMS.
           MOVE WS-CHECK-CUSTOMER TO EST-CUSTOMER-ID.
           MOVE 0 TO EST-ACCOUNT-ID.
           MOVE 'N' TO WS-SCAN-EOF.
           START ESTATE-FILE KEY IS GREATER THAN OR EQUAL TO EST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ESTATE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF EST-CUSTOMER-ID NOT = WS-CHECK-CUSTOMER
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF EST-STATUS = 'F'
                               ADD 1 TO WS-ESTATE-OPEN-ITEMS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ESTATE-OPEN-ITEMS = 0
               MOVE 'S' TO CM-ESTATE-STATUS
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ESTATES-CLOSED
                       DISPLAY "Estate of customer " CM-CUSTOMER-ID
                           " fully settled."
               END-REWRITE
           END-IF.

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
