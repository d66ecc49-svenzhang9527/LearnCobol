      *> 格式：发起行、账户、借贷方向、金额、起息日、参考号）
      *> 不再人工补录。本作业逐笔校验：
      *>   CHKD = 账户号校验位不符；NOAC = 主档无此账户；
      *>   CLSD = 账户已销户；HELD = 账户全额冻结；
      *>   KYCR = 借记项的账户所属客户 KYC 逾期受限（客户主档
      *>          CM-KYC-STATUS = 'R'），与主档更新的借记限制一致。
      *> 带收款方编号的借记项是收款方发起的直接借记，另按扣款
      *> 授权档（DD_MANDATES.DAT）核对：
      *>   MNDT = 无此授权；MCNL = 授权已撤销；
      *>   MEXP = 未到生效日或已过到期日；MLIM = 超授权单笔上限。
      *> 校验不通过的项按网络格式写回退文件
      *> （CLEARING_RETURNS.DAT，附退票理由码）退回清算所；
      *> 通过的项按发起行分组，转换成 ACCTTXN 布局的交易批——
      *> 每个发起行单独一档 CLEARING_BATCH_<行号>.DAT，各带自己
      *> 的批头/批尾控制（批次号=发起行号），由运维逐批交给
      *> AccountMasterUpdate 过账。明细按 发起行+账户 排序。
      *> 记录类型 '2' 是收款行经清算所退回的我行他行汇出：按参考号
      *> 核对汇出登记册（OUTBOUND_PAYMENTS.DAT），账户与金额一致
      *> 的回标 'R'，原额以原过账日起息回存付款客户——回存项同样
      *> 进排序，单独成批 CLEARING_BATCH_OBREJ1.DAT（批次号
      *> OBREJ1）；回存合计写 OUTWARD_REJECT_GL.DAT（借汇出待
      *> 清算/贷存款）冲回过账时的分录。对不上的退回逐笔报告，
      *> 由清算岗人工查明。
      *> 接受入账的入站项与回存的汇出退回另按参考号逐笔写入
      *> CLEARING_ACCEPTED.DAT，供清算备付金对账与清算所结算单
      *> 逐笔勾对

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AHL-ACCOUNT-ID
               FILE STATUS IS WS-HOLD-STATUS.

      *>   客户信息主档：借记项查账户所属客户的 KYC 限制
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

      *>   扣款授权档：直接借记核对授权，扣款成功回写最近扣款日
           SELECT MANDATE-FILE ASSIGN TO "DD_MANDATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MDT-KEY
               FILE STATUS IS WS-MANDATE-STATUS.

      *>   汇出登记册：退回的他行汇出按参考号核对并回标
           SELECT OUTPAY-REGISTER-FILE ASSIGN TO "OUTBOUND_PAYMENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OBP-REFERENCE
               FILE STATUS IS WS-OUTPAY-REG-STATUS.

      *>   汇出退回回存的分录，与 GL_INTERFACE.DAT 同布局
           SELECT OUTWARD-GL-FILE ASSIGN TO "OUTWARD_REJECT_GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTWARD-GL-STATUS.

      *>   已接受入账的清算项（带参考号），清算备付金对账用
           SELECT ACCEPTED-FILE ASSIGN TO "CLEARING_ACCEPTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPTED-STATUS.

           SELECT RATE-PARM-FILE ASSIGN TO "RATE_PARM.DAT"  *> 业务日期取参数文件生效日期
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       FD  CLEARING-FILE.
       01  CLEARING-RECORD.
           05 CLG-RECORD-TYPE       PIC X.  *> '1'=明细 '2'=我行汇出被退回，其余记录照读跳过
           05 CLG-ORIG-BANK         PIC X(6).  *> 发起行行号
           05 CLG-ACCOUNT-ID        PIC 9(8).  *> 我行账户ID（8位，含校验位）
           05 CLG-DC-FLAG           PIC X.  *> 'C'=贷记（存入）'D'=借记（支取）
           05 CLG-AMOUNT            PIC 9(7)V99.  *> 金额
           05 CLG-VALUE-DATE        PIC 9(8).  *> 起息日 CCYYMMDD
           05 CLG-REFERENCE         PIC X(12).  *> 清算参考号（'2' 为我行汇出参考号）
           05 CLG-CREDITOR-ID       PIC X(10).  *> 收款方编号，直接借记才有，其余空白
           05 CLG-REJECT-REASON     PIC X(4).  *> '2' 收款行退回理由码

       FD  MASTER-FILE.
       01  MASTER-RECORD.
       01  HOLD-RECORD.
           COPY ACCTHOLD.

       FD  CUSTOMER-MASTER-FILE.  *> 客户信息主档文件描述符
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  MANDATE-FILE.  *> 扣款授权档文件描述符
       01  MANDATE-RECORD.
           COPY DDMANDT.

       FD  OUTPAY-REGISTER-FILE.  *> 汇出登记册文件描述符
       01  OUTPAY-REGISTER-RECORD.
           COPY OUTPAY.

       FD  OUTWARD-GL-FILE.  *> 与 BatchAccountProcessor 的总账接口同布局
       01  GL-RECORD.
           05 GL-JE-DATE            PIC 9(8).
           05 GL-ACCOUNT-CODE       PIC X(10).
           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).

       FD  ACCEPTED-FILE.
       01  ACCEPTED-RECORD.
           05 CLA-BUSINESS-DATE     PIC 9(8).  *> 接受入账的业务日期
           05 CLA-ITEM-TYPE         PIC X.  *> '1'=入站明细 '2'=汇出退回回存
           05 CLA-ORIG-BANK         PIC X(6).  *> 发起行/退回行行号
           05 CLA-ACCOUNT-ID        PIC 9(8).  *> 我行账户ID
           05 CLA-DC-FLAG           PIC X.  *> 对客户：'C'=贷记 'D'=借记
           05 CLA-AMOUNT            PIC 9(7)V99.  *> 金额
           05 CLA-REFERENCE         PIC X(12).  *> 清算参考号

       FD  RATE-PARM-FILE.  *> 只取生效日期，其余参数字段本作业不使用
       01  RATE-PARM-RECORD.
           05 FILLER                PIC X(9).  *> 利率 9V9(4) + 管理费 9(2)V99
           05 RTN-AMOUNT            PIC 9(7)V99.
           05 RTN-VALUE-DATE        PIC 9(8).
           05 RTN-REFERENCE         PIC X(12).
           05 RTN-REASON-CODE       PIC X(4).  *> CHKD/NOAC/CLSD/HELD/MNDT/MCNL/MEXP/MLIM
           05 RTN-CREDITOR-ID       PIC X(10).  *> 原样带回收款方编号

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-DC-FLAG            PIC X.
           05 SW-AMOUNT             PIC 9(7)V99.
           05 SW-VALUE-DATE         PIC 9(8).
           05 SW-REFERENCE          PIC X(12).  *> 清算参考号，带到交易参考号上对账单

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-CLOSED-REG-STATUS    PIC XX VALUE '00'.
       01  WS-HOLD-STATUS          PIC XX VALUE '00'.
       01  WS-MANDATE-STATUS       PIC XX VALUE '00'.
       01  WS-CUST-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-OUTPAY-REG-STATUS    PIC XX VALUE '00'.
       01  WS-OUTWARD-GL-STATUS    PIC XX VALUE '00'.
       01  WS-ACCEPTED-STATUS      PIC XX VALUE '00'.
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-TXN-OUT-STATUS       PIC XX VALUE '00'.
       01  WS-RETURN-STATUS        PIC XX VALUE '00'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-CLOSED-REG-OPEN      PIC X VALUE 'N'.
       01  WS-HOLD-OPEN            PIC X VALUE 'N'.
       01  WS-MANDATE-OPEN         PIC X VALUE 'N'.
       01  WS-CUST-MASTER-OPEN     PIC X VALUE 'N'.
       01  WS-OUTPAY-REG-OPEN      PIC X VALUE 'N'.
       01  WS-RECREDIT-BATCH-ID    PIC X(6) VALUE 'OBREJ1'.  *> 汇出退回回存批的批次号（占发起行栏）
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-BATCH-FILE-NAME      PIC X(30) VALUE SPACES.  *> 当前发起行的批档文件名
       01  WS-ITEMS-READ           PIC 9(7) VALUE 0.  *> 入站明细笔数
       01  WS-ITEMS-CONVERTED      PIC 9(7) VALUE 0.  *> 转换成功笔数
       01  WS-ITEMS-RETURNED       PIC 9(7) VALUE 0.  *> 退票笔数
       01  WS-MANDATE-RETURNS      PIC 9(7) VALUE 0.  *> 其中授权核对退回的笔数
       01  WS-BANKS-SEEN           PIC 9(3) VALUE 0.  *> 发起行数
       01  WS-OUTWARD-REJECTS      PIC 9(7) VALUE 0.  *> 收到的汇出退回笔数
       01  WS-OUTWARD-RECREDITS    PIC 9(7) VALUE 0.  *> 其中核对一致回存的笔数
       01  WS-RECREDIT-TOTAL       PIC 9(9)V99 VALUE 0.  *> 回存金额合计
       01  WS-OUTWARD-UNMATCHED    PIC 9(7) VALUE 0.  *> 对不上登记册的退回笔数
       01  WS-REJECT-REASON        PIC X(4) VALUE SPACES.  *> 本笔退票理由

      *> 当前发起行批的控制累计
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-OPEN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CUST-MASTER-OPEN
           END-IF.
      *    扣款授权档同样缺档不阻塞，但直接借记此时无从核对
           OPEN I-O MANDATE-FILE.
           IF WS-MANDATE-STATUS = '00'
               MOVE 'Y' TO WS-MANDATE-OPEN
           ELSE
               DISPLAY "*** DD_MANDATES.DAT not available - direct "
                   "debits not checked against mandates ***"
           END-IF.
      *    汇出登记册未建（尚未发过汇出）时退回一律按对不上报告
           OPEN I-O OUTPAY-REGISTER-FILE.
           IF WS-OUTPAY-REG-STATUS = '00'
               MOVE 'Y' TO WS-OUTPAY-REG-OPEN
           END-IF.
           OPEN OUTPUT OUTWARD-GL-FILE.
           IF WS-OUTWARD-GL-STATUS NOT = '00'
               DISPLAY "Error opening outward reject GL feed. "
                   "File Status: " WS-OUTWARD-GL-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ACCEPTED-FILE.
           IF WS-ACCEPTED-STATUS NOT = '00'
               DISPLAY "Error opening accepted-item file. "
                   "File Status: " WS-ACCEPTED-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT RETURN-FILE.
           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY "Error opening return file. File Status: "
               PERFORM CLOSE-CURRENT-BANK-BATCH
           END-IF.

           CLOSE MASTER-FILE RETURN-FILE ACCEPTED-FILE.
           IF WS-CLOSED-REG-OPEN = 'Y'
               CLOSE CLOSED-REGISTER-FILE
           END-IF.
           IF WS-HOLD-OPEN = 'Y'
               CLOSE HOLD-MASTER-FILE
           END-IF.
           IF WS-CUST-MASTER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-MANDATE-OPEN = 'Y'
               CLOSE MANDATE-FILE
           END-IF.
           IF WS-OUTPAY-REG-OPEN = 'Y'
               CLOSE OUTPAY-REGISTER-FILE
           END-IF.
           PERFORM WRITE-RECREDIT-GL-ENTRIES.
           CLOSE OUTWARD-GL-FILE.
           DISPLAY "===== CLEARING INBOUND SUMMARY =====".
           DISPLAY "Items read     : " WS-ITEMS-READ.
           DISPLAY "Items converted: " WS-ITEMS-CONVERTED.
           DISPLAY "Items returned : " WS-ITEMS-RETURNED.
           DISPLAY "  of which mandate: " WS-MANDATE-RETURNS.
           DISPLAY "Banks          : " WS-BANKS-SEEN.
           DISPLAY "Outward rejects: " WS-OUTWARD-REJECTS.
           DISPLAY "  re-credited  : " WS-OUTWARD-RECREDITS
               " total " WS-RECREDIT-TOTAL.
           DISPLAY "  unmatched    : " WS-OUTWARD-UNMATCHED.
           STOP RUN.

       READ-EFFECTIVE-DATE.
                               ADD 1 TO WS-ITEMS-READ
                               PERFORM VALIDATE-ONE-ITEM
                           END-IF
                           IF CLG-RECORD-TYPE = '2'
                               ADD 1 TO WS-OUTWARD-REJECTS
                               PERFORM MATCH-OUTWARD-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEARING-FILE
           END-IF.

       VALIDATE-ONE-ITEM.
      *> 校验顺序：校验位 -> 在档 -> 未销户 -> 未全额冻结 ->
      *> 借记的 KYC 限制 -> 直接借记的扣款授权；
      *> 任一不过按网络格式写回退文件并附理由码
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE CLG-ACCOUNT-ID TO WS-CHECK-ACCOUNT.
                       END-IF
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES AND CLG-DC-FLAG = 'D' AND
                   WS-CUST-MASTER-OPEN = 'Y' AND CUSTOMER-ID > 0
               MOVE CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-KYC-STATUS = 'R'
                           MOVE 'KYCR' TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES AND CLG-DC-FLAG = 'D' AND
                   CLG-CREDITOR-ID NOT = SPACES AND
                   WS-MANDATE-OPEN = 'Y'
               PERFORM CHECK-DEBIT-MANDATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM WRITE-ACCEPTED-ITEM
               MOVE CLG-ORIG-BANK  TO SW-ORIG-BANK
               MOVE CLG-ACCOUNT-ID TO SW-ACCOUNT-ID
               MOVE CLG-DC-FLAG    TO SW-DC-FLAG
               MOVE CLG-AMOUNT     TO SW-AMOUNT
               MOVE CLG-VALUE-DATE TO SW-VALUE-DATE
               MOVE CLG-REFERENCE  TO SW-REFERENCE
               RELEASE SORT-WORK-RECORD
           ELSE
               PERFORM WRITE-RETURN-ITEM
               END-READ
           END-IF.

       CHECK-DEBIT-MANDATE.
      *> 直接借记须有本账户对该收款方的生效授权，起息日落在授权
      *> 有效期内且不超单笔上限；通过的回写最近扣款日，一次性
      *> 授权扣过即置撤销，同一授权不得二次扣款
           MOVE CLG-ACCOUNT-ID  TO MDT-ACCOUNT-ID.
           MOVE CLG-CREDITOR-ID TO MDT-CREDITOR-ID.
           READ MANDATE-FILE
               INVALID KEY
                   MOVE 'MNDT' TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN MDT-STATUS = 'C'
                       MOVE 'MCNL' TO WS-REJECT-REASON
                   WHEN MDT-STATUS NOT = 'A'
                       MOVE 'MNDT' TO WS-REJECT-REASON
                   WHEN CLG-VALUE-DATE < MDT-START-DATE
                       MOVE 'MEXP' TO WS-REJECT-REASON
                   WHEN MDT-END-DATE NOT = 0 AND
                           CLG-VALUE-DATE > MDT-END-DATE
                       MOVE 'MEXP' TO WS-REJECT-REASON
                   WHEN MDT-MAX-AMOUNT NOT = 0 AND
                           CLG-AMOUNT > MDT-MAX-AMOUNT
                       MOVE 'MLIM' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-MANDATE-RETURNS
           ELSE
               MOVE WS-EFFECTIVE-DATE TO MDT-LAST-COLLECT-DATE
               IF MDT-FREQUENCY = 'O'
                   MOVE 'C' TO MDT-STATUS
                   MOVE WS-EFFECTIVE-DATE TO MDT-CANCEL-DATE
               END-IF
               REWRITE MANDATE-RECORD
                   INVALID KEY
                       DISPLAY "*** Unable to update mandate "
                           MDT-ACCOUNT-ID " " MDT-CREDITOR-ID
               END-REWRITE
           END-IF.

       MATCH-OUTWARD-REJECT.
      *> 退回的汇出须在登记册上、状态仍为已发送，且付款账户与
      *> 金额与登记一致才回存；已回标 'R' 的重复退回不再回存
           IF WS-OUTPAY-REG-OPEN NOT = 'Y'
               PERFORM REPORT-UNMATCHED-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE CLG-REFERENCE TO OBP-REFERENCE.
           READ OUTPAY-REGISTER-FILE
               INVALID KEY
                   PERFORM REPORT-UNMATCHED-REJECT
                   EXIT PARAGRAPH
           END-READ.
           IF OBP-STATUS NOT = 'S' OR
                   OBP-ACCOUNT-ID NOT = CLG-ACCOUNT-ID OR
                   OBP-AMOUNT NOT = CLG-AMOUNT
               PERFORM REPORT-UNMATCHED-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO OBP-STATUS.
           MOVE WS-EFFECTIVE-DATE TO OBP-REJECT-DATE.
           MOVE CLG-REJECT-REASON TO OBP-REJECT-REASON.
           REWRITE OUTPAY-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "*** Unable to mark outbound payment "
                       OBP-REFERENCE " rejected"
                   EXIT PARAGRAPH
           END-REWRITE.
      *    回存按原过账日起息，倒起息回调把被划走期间的计息补回
           MOVE WS-RECREDIT-BATCH-ID TO SW-ORIG-BANK.
           MOVE OBP-ACCOUNT-ID       TO SW-ACCOUNT-ID.
           MOVE 'C'                  TO SW-DC-FLAG.
           MOVE OBP-AMOUNT           TO SW-AMOUNT.
           MOVE OBP-POST-DATE        TO SW-VALUE-DATE.
           MOVE OBP-REFERENCE        TO SW-REFERENCE.
           RELEASE SORT-WORK-RECORD.
           PERFORM WRITE-ACCEPTED-ITEM.
           ADD 1 TO WS-OUTWARD-RECREDITS.
           ADD OBP-AMOUNT TO WS-RECREDIT-TOTAL.

       WRITE-ACCEPTED-ITEM.
           MOVE WS-EFFECTIVE-DATE TO CLA-BUSINESS-DATE.
           MOVE CLG-RECORD-TYPE   TO CLA-ITEM-TYPE.
           MOVE CLG-ORIG-BANK     TO CLA-ORIG-BANK.
           MOVE CLG-ACCOUNT-ID    TO CLA-ACCOUNT-ID.
           IF CLG-RECORD-TYPE = '2'
      *        汇出退回一律贷记回存付款客户
               MOVE 'C'           TO CLA-DC-FLAG
           ELSE
               MOVE CLG-DC-FLAG   TO CLA-DC-FLAG
           END-IF.
           MOVE CLG-AMOUNT        TO CLA-AMOUNT.
           MOVE CLG-REFERENCE     TO CLA-REFERENCE.
           WRITE ACCEPTED-RECORD.

       REPORT-UNMATCHED-REJECT.
           ADD 1 TO WS-OUTWARD-UNMATCHED.
           DISPLAY "*** Outward reject not matched to register: ref "
               CLG-REFERENCE " account " CLG-ACCOUNT-ID
               " amount " CLG-AMOUNT.

       WRITE-RECREDIT-GL-ENTRIES.
      *> 回存冲回汇出过账分录：借记汇出待清算、贷记客户存款
           IF WS-RECREDIT-TOTAL > 0
               MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE
               MOVE 'CLROUT' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               MOVE WS-RECREDIT-TOTAL TO GL-AMOUNT
               MOVE 'Outbound payment rejects' TO GL-DESCRIPTION
               WRITE GL-RECORD
               MOVE 'DEPLIA' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               WRITE GL-RECORD
           END-IF.

       WRITE-RETURN-ITEM.
           MOVE CLG-RECORD-TYPE TO RTN-RECORD-TYPE.
           MOVE CLG-ORIG-BANK   TO RTN-ORIG-BANK.
           MOVE CLG-VALUE-DATE  TO RTN-VALUE-DATE.
           MOVE CLG-REFERENCE   TO RTN-REFERENCE.
           MOVE WS-REJECT-REASON TO RTN-REASON-CODE.
           MOVE CLG-CREDITOR-ID TO RTN-CREDITOR-ID.
           WRITE RETURN-RECORD.
           ADD 1 TO WS-ITEMS-RETURNED.

           MOVE 0 TO TXN-TO-ACCOUNT-ID.
           MOVE SW-VALUE-DATE TO TXN-VALUE-DATE.
           MOVE 0 TO TXN-CHEQUE-NUMBER.
           MOVE SW-REFERENCE TO TXN-REFERENCE.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD SW-ACCOUNT-ID TO WS-HASH-TOTAL.
