       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. SwitchSettlement.  *> 卡交换中心日终结算文件入账转换

      *> 卡交换结算：交换中心每日送来 SWITCH_SETTLEMENT.DAT（'0' 文件
      *> 头、'1' 明细、'9' 文件尾），明细为我行借记卡的 ATM 取现
      *> （'A'）、POS 消费（'P'）、冲正（'R'，全额或部分）及交换手续
      *> 费（'F'）。文件尾笔数/金额与明细累计不符的整份不处理，请
      *> 交换中心重发。明细逐笔校验：
      *>   AMNT = 金额为零；BADT = 明细类型不认识；
      *>   DUPL = 参考号已结算过（登记册 SWITCH_ITEMS.DAT 在档）；
      *>   NOCD = 卡不在卡主档；CACC = 卡不属于该账户；
      *>   CINA = 交易日卡已不在正常状态（交易日后才止付/挂失/
      *>          换卡的不算）；CEXP = 交易月份已过卡有效期；
      *>   NOAC = 账户不在主档；
      *>   ATML/POSL = 同卡同日 ATM/POS 累计超卡上日限额；
      *>   RORG = 冲正找不到原交易或原交易不是取现/消费；
      *>   RCRD = 冲正的卡/账户与原交易不符；
      *>   RAMT = 冲正金额超过原交易尚未冲正的余额。
      *> 通过的取现/消费转成 'W' 借记、冲正转成 'P' 贷记（起息日取
      *> 交易日），写成一个带批头/批尾控制的交易批
      *> SWITCH_BATCH.DAT（批次号 SWITCH），由运维交给
      *> AccountMasterUpdate 过账；接受的明细记入登记册。
      *> 交换手续费不入客户账，只入总账：应付记费用、应收记收入。
      *> 结算分录写 SWITCH_SETTLE_GL.DAT（总账接口同布局），对方
      *> 均为交换结算往来 SWSETL：
      *>   借 DEPLIA / 贷 SWSETL  接受的取现+消费
      *>   借 SWSETL / 贷 DEPLIA  接受的冲正
      *>   借 IXCHEXP / 贷 SWSETL 应付交换手续费
      *>   借 SWSETL / 贷 IXCHINC 应收交换手续费
      *> 不通过的明细按原格式附理由码写 SWITCH_EXCEPTIONS.DAT，
      *> 退交换中心走差错争议流程

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

      *>   交换中心日终结算文件
           SELECT SWITCH-FILE ASSIGN TO "SWITCH_SETTLEMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWITCH-STATUS.

           SELECT CARD-MASTER-FILE ASSIGN TO "CARD_MASTER.DAT"  *> 借记卡主档：卡状态/归属/限额
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDM-CARD-TOKEN
               FILE STATUS IS WS-CARD-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，随机校验账户在档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *>   卡交换结算明细登记册：查重、冲正找原交易
           SELECT SWITCH-REGISTER-FILE ASSIGN TO "SWITCH_ITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SWI-SWITCH-REF
               FILE STATUS IS WS-REGISTER-STATUS.

      *>   转换出的交易批，与 ACCOUNT_TRANSACTIONS.DAT 同布局
           SELECT TXN-OUTPUT-FILE ASSIGN TO "SWITCH_BATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-OUT-STATUS.

      *>   结算分录，与 GL_INTERFACE.DAT 同布局
           SELECT SETTLE-GL-FILE ASSIGN TO "SWITCH_SETTLE_GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-GL-STATUS.

      *>   退交换中心的差错明细（原格式+理由码）
           SELECT EXCEPTION-FILE ASSIGN TO "SWITCH_EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

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

       FD  SWITCH-FILE.
       01  SWITCH-RECORD.
           05 SWS-RECORD-TYPE       PIC X.  *> '0'=文件头 '1'=明细 '9'=文件尾
           05 SWS-ITEM-TYPE         PIC X.  *> 'A'=ATM 取现 'P'=POS 消费 'R'=冲正 'F'=交换手续费
           05 SWS-SWITCH-REF        PIC X(12).  *> 交换中心参考号
           05 SWS-CARD-TOKEN        PIC X(16).  *> 卡号令牌（'F' 空白）
           05 SWS-ACCOUNT-ID        PIC 9(8).  *> 卡关联账户ID（'F' 为零）
           05 SWS-AMOUNT            PIC 9(7)V99.  *> 金额
           05 SWS-DC-FLAG           PIC X.  *> 'F' 方向：'D'=我行应付 'C'=我行应收
           05 SWS-TXN-DATE          PIC 9(8).  *> 交易日期 CCYYMMDD
           05 SWS-ORIG-REF          PIC X(12).  *> 'R' 被冲正的原交易参考号
           05 SWS-TERMINAL-ID       PIC X(8).  *> 受理终端号
       01  SWITCH-HEADER REDEFINES SWITCH-RECORD.  *> '0' 文件头视图
           05 FILLER                PIC X.
           05 SWH-SWITCH-ID         PIC X(6).  *> 交换中心代码
           05 SWH-SETTLE-DATE       PIC 9(8).  *> 结算日期
           05 FILLER                PIC X(61).
       01  SWITCH-TRAILER REDEFINES SWITCH-RECORD.  *> '9' 文件尾视图
           05 FILLER                PIC X.
           05 SWT-ITEM-COUNT        PIC 9(7).  *> 明细笔数
           05 SWT-AMOUNT-TOTAL      PIC 9(11)V99.  *> 明细金额合计（不分方向）
           05 FILLER                PIC X(55).

       FD  CARD-MASTER-FILE.
       01  CARD-RECORD.
           COPY CARDMAST.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY ACCTREC.

       FD  SWITCH-REGISTER-FILE.
       01  SWITCH-REGISTER-RECORD.
           COPY SWITMREG.

       FD  TXN-OUTPUT-FILE.  *> 与 AccountMasterUpdate 共用同一份交易布局
       01  TRANSACTION-RECORD.
           COPY ACCTTXN.

       FD  SETTLE-GL-FILE.  *> 与 BatchAccountProcessor 的总账接口同布局
       01  GL-RECORD.
           05 GL-JE-DATE            PIC 9(8).
           05 GL-ACCOUNT-CODE       PIC X(10).
           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05 SWX-DETAIL            PIC X(76).  *> 原明细原样带回
           05 SWX-REASON-CODE       PIC X(4).  *> 退回理由码
           05 SWX-BUSINESS-DATE     PIC 9(8).  *> 退回的业务日期

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-SWITCH-STATUS        PIC XX VALUE '00'.
       01  WS-CARD-STATUS          PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-REGISTER-STATUS      PIC XX VALUE '00'.
       01  WS-TXN-OUT-STATUS       PIC XX VALUE '00'.
       01  WS-SETTLE-GL-STATUS     PIC XX VALUE '00'.
       01  WS-EXCEPTION-STATUS     PIC XX VALUE '00'.
       01  WS-SWITCH-EOF           PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-SWITCH-BATCH-ID      PIC X(6) VALUE 'SWITCH'.  *> 交易批的批次号
       01  WS-SWITCH-BRANCH        PIC X(4) VALUE 'CARD'.  *> 交易批批头上的发送网点
       01  WS-REJECT-REASON        PIC X(4) VALUE SPACES.  *> 本笔退回理由

      *> 文件尾控制核对
       01  WS-TRAILER-SEEN         PIC X VALUE 'N'.
       01  WS-CONTROL-COUNT        PIC 9(7) VALUE 0.  *> 明细累计笔数
       01  WS-CONTROL-AMOUNT       PIC 9(11)V99 VALUE 0.  *> 明细累计金额
       01  WS-TRAILER-COUNT        PIC 9(7) VALUE 0.
       01  WS-TRAILER-AMOUNT       PIC 9(11)V99 VALUE 0.
       01  WS-SETTLE-DATE          PIC 9(8) VALUE 0.  *> 文件头结算日期

      *> 交易批控制累计
       01  WS-BATCH-OPEN           PIC X VALUE 'N'.
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
       01  WS-HASH-TOTAL           PIC 9(9) VALUE 0.
       01  WS-NET-AMOUNT           PIC S9(9)V99 VALUE 0.

      *> 同卡同日累计，校验卡日限额（本文件内）
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 2000 TIMES.
               10 WS-DAY-CARD       PIC X(16).
               10 WS-DAY-DATE       PIC 9(8).
               10 WS-DAY-ATM-TOTAL  PIC 9(9)V99.
               10 WS-DAY-POS-TOTAL  PIC 9(9)V99.
       01  WS-DAY-COUNT            PIC 9(4) VALUE 0.
       01  WS-DAY-INDEX            PIC 9(4) VALUE 0.
       01  WS-DAY-FOUND            PIC 9(4) VALUE 0.  *> 命中的表项，0=未命中
       01  WS-DAY-NEW-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-TXN-MONTH            PIC 9(6) VALUE 0.  *> 交易日期的 CCYYMM

       01  WS-ITEMS-READ           PIC 9(7) VALUE 0.  *> 明细笔数
       01  WS-ITEMS-ACCEPTED       PIC 9(7) VALUE 0.  *> 接受入账笔数（客户明细）
       01  WS-ITEMS-EXCEPTION      PIC 9(7) VALUE 0.  *> 退回笔数
       01  WS-FEE-ITEMS            PIC 9(7) VALUE 0.  *> 交换手续费笔数
       01  WS-PARTIAL-REVERSALS    PIC 9(7) VALUE 0.  *> 其中部分冲正笔数
       01  WS-DEBIT-TOTAL          PIC 9(9)V99 VALUE 0.  *> 接受的取现+消费合计
       01  WS-REVERSAL-TOTAL       PIC 9(9)V99 VALUE 0.  *> 接受的冲正合计
       01  WS-FEE-PAYABLE          PIC 9(9)V99 VALUE 0.  *> 应付交换手续费合计
       01  WS-FEE-RECEIVABLE       PIC 9(9)V99 VALUE 0.  *> 应收交换手续费合计
       01  WS-NET-DUE-SWITCH       PIC S9(9)V99 VALUE 0.  *> 我行应付交换中心净额
       01  WS-ORIG-REMAINING       PIC 9(7)V99 VALUE 0.  *> 原交易尚未冲正的余额
       01  WS-DAY-TABLE-FULL       PIC X VALUE 'N'.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM CHECK-FILE-CONTROLS.

           OPEN INPUT CARD-MASTER-FILE.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY "CARD_MASTER.DAT not available - switch "
                   "settlement cannot be validated. Run stopped."
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
      *    首次运行时登记册还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O SWITCH-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = '00'
               OPEN OUTPUT SWITCH-REGISTER-FILE
               CLOSE SWITCH-REGISTER-FILE
               OPEN I-O SWITCH-REGISTER-FILE
               IF WS-REGISTER-STATUS NOT = '00'
                   DISPLAY "Error opening SWITCH_ITEMS.DAT. "
                       "File Status: " WS-REGISTER-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF WS-EXCEPTION-STATUS NOT = '00'
               DISPLAY "Error opening exception file. File Status: "
                   WS-EXCEPTION-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT SETTLE-GL-FILE.
           IF WS-SETTLE-GL-STATUS NOT = '00'
               DISPLAY "Error opening switch settlement GL feed. "
                   "File Status: " WS-SETTLE-GL-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT SWITCH-FILE.
           MOVE 'N' TO WS-SWITCH-EOF.
           PERFORM UNTIL WS-SWITCH-EOF = 'Y'
               READ SWITCH-FILE
                   AT END
                       MOVE 'Y' TO WS-SWITCH-EOF
                   NOT AT END
                       IF SWS-RECORD-TYPE = '1'
                           ADD 1 TO WS-ITEMS-READ
                           PERFORM VALIDATE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SWITCH-FILE.

           IF WS-BATCH-OPEN = 'Y'
               PERFORM CLOSE-SWITCH-BATCH
           END-IF.
           PERFORM WRITE-SETTLEMENT-GL.

           CLOSE CARD-MASTER-FILE MASTER-FILE SWITCH-REGISTER-FILE
               EXCEPTION-FILE SETTLE-GL-FILE.
           COMPUTE WS-NET-DUE-SWITCH = WS-DEBIT-TOTAL
               - WS-REVERSAL-TOTAL + WS-FEE-PAYABLE
               - WS-FEE-RECEIVABLE.
           DISPLAY "===== SWITCH SETTLEMENT SUMMARY =====".
           DISPLAY "Settlement date  : " WS-SETTLE-DATE.
           DISPLAY "Items read       : " WS-ITEMS-READ.
           DISPLAY "Items posted     : " WS-ITEMS-ACCEPTED.
           DISPLAY "  partial revs   : " WS-PARTIAL-REVERSALS.
           DISPLAY "Fee items        : " WS-FEE-ITEMS.
           DISPLAY "Exceptions       : " WS-ITEMS-EXCEPTION.
           DISPLAY "Debits           : " WS-DEBIT-TOTAL.
           DISPLAY "Reversals        : " WS-REVERSAL-TOTAL.
           DISPLAY "Fees payable     : " WS-FEE-PAYABLE.
           DISPLAY "Fees receivable  : " WS-FEE-RECEIVABLE.
           DISPLAY "Net due to switch: " WS-NET-DUE-SWITCH.
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
                   DISPLAY "RATE_PARM.DAT empty - run stopped."
                   STOP RUN
           END-READ.
           MOVE PARM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           CLOSE RATE-PARM-FILE.
           DISPLAY "Switch settlement for " WS-EFFECTIVE-DATE.

       READ-BUSINESS-DATE.
      *> 中央业务日期核对：控制档在则以其为准——参数文件自带的
      *> 日期与之不一致即停批；控制档未建（转换期）沿用参数日期
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

       CHECK-FILE-CONTROLS.
      *> 先通读一遍核对文件尾：没有文件尾或笔数/金额对不上说明
      *> 文件传输不完整，整份不处理，什么都不产生
           OPEN INPUT SWITCH-FILE.
           IF WS-SWITCH-STATUS NOT = '00'
               DISPLAY "SWITCH_SETTLEMENT.DAT not available - "
                   "nothing to settle."
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SWITCH-EOF = 'Y'
               READ SWITCH-FILE
                   AT END
                       MOVE 'Y' TO WS-SWITCH-EOF
                   NOT AT END
                       EVALUATE SWS-RECORD-TYPE
                           WHEN '0'
                               MOVE SWH-SETTLE-DATE TO WS-SETTLE-DATE
                           WHEN '1'
                               ADD 1 TO WS-CONTROL-COUNT
                               ADD SWS-AMOUNT TO WS-CONTROL-AMOUNT
                           WHEN '9'
                               MOVE 'Y' TO WS-TRAILER-SEEN
                               MOVE SWT-ITEM-COUNT TO WS-TRAILER-COUNT
                               MOVE SWT-AMOUNT-TOTAL
                                   TO WS-TRAILER-AMOUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE SWITCH-FILE.
           IF WS-TRAILER-SEEN = 'N'
               DISPLAY "*** SWITCH_SETTLEMENT.DAT has no trailer - "
                   "file incomplete, nothing processed ***"
               STOP RUN
           END-IF.
           IF WS-TRAILER-COUNT NOT = WS-CONTROL-COUNT OR
                   WS-TRAILER-AMOUNT NOT = WS-CONTROL-AMOUNT
               DISPLAY "*** Switch file controls do not agree: "
                   "trailer " WS-TRAILER-COUNT " / "
                   WS-TRAILER-AMOUNT " vs details "
                   WS-CONTROL-COUNT " / " WS-CONTROL-AMOUNT
                   " - nothing processed ***"
               STOP RUN
           END-IF.

       VALIDATE-ONE-ITEM.
      *> 手续费只入总账；取现/消费、冲正各走各的校验，任一不过
      *> 写差错文件附理由码
           MOVE SPACES TO WS-REJECT-REASON.
           IF SWS-AMOUNT = 0
               MOVE 'AMNT' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               EVALUATE SWS-ITEM-TYPE
                   WHEN 'A'
                   WHEN 'P'
                       PERFORM VALIDATE-CARD-DEBIT
                   WHEN 'R'
                       PERFORM VALIDATE-REVERSAL
                   WHEN 'F'
                       PERFORM TAKE-INTERCHANGE-FEE
                   WHEN OTHER
                       MOVE 'BADT' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-ITEM
           END-IF.

       VALIDATE-CARD-DEBIT.
      *> 校验顺序：查重 -> 卡在档 -> 卡属该账户 -> 交易日卡正常 ->
      *> 未过有效期 -> 账户在档 -> 卡日限额
           MOVE SWS-SWITCH-REF TO SWI-SWITCH-REF.
           READ SWITCH-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'DUPL' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           MOVE SWS-CARD-TOKEN TO CDM-CARD-TOKEN.
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'NOCD' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF CDM-ACCOUNT-ID NOT = SWS-ACCOUNT-ID
               MOVE 'CACC' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
      *    交易日之后才止付/挂失/换卡的，交易发生时卡仍正常
           IF CDM-STATUS NOT = 'A' AND
                   CDM-STATUS-DATE NOT > SWS-TXN-DATE
               MOVE 'CINA' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           DIVIDE SWS-TXN-DATE BY 100 GIVING WS-TXN-MONTH.
           IF WS-TXN-MONTH > CDM-EXPIRY-DATE
               MOVE 'CEXP' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE SWS-ACCOUNT-ID TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'NOAC' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CHECK-DAILY-LIMIT.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SWITCH-REGISTER-RECORD.
           MOVE SWS-SWITCH-REF  TO SWI-SWITCH-REF.
           MOVE SWS-ITEM-TYPE   TO SWI-ITEM-TYPE.
           MOVE SWS-CARD-TOKEN  TO SWI-CARD-TOKEN.
           MOVE SWS-ACCOUNT-ID  TO SWI-ACCOUNT-ID.
           MOVE SWS-TXN-DATE    TO SWI-TXN-DATE.
           MOVE SWS-AMOUNT      TO SWI-AMOUNT.
           MOVE 0               TO SWI-REVERSED-AMOUNT.
           MOVE 'S'             TO SWI-STATUS.
           MOVE WS-EFFECTIVE-DATE TO SWI-SETTLE-DATE.
           MOVE SWS-TERMINAL-ID TO SWI-TERMINAL-ID.
           WRITE SWITCH-REGISTER-RECORD
               INVALID KEY
                   MOVE 'DUPL' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-WRITE.
           ADD SWS-AMOUNT TO WS-DEBIT-TOTAL.
           PERFORM WRITE-SWITCH-TXN.

       CHECK-DAILY-LIMIT.
      *> 同卡同交易日的取现、消费分别累计，加上本笔超卡上日限额
      *> 即退回；表满后不再累计新卡，按单笔对限额核对
           MOVE 0 TO WS-DAY-FOUND.
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
                      OR WS-DAY-FOUND > 0
               IF WS-DAY-CARD(WS-DAY-INDEX) = SWS-CARD-TOKEN AND
                       WS-DAY-DATE(WS-DAY-INDEX) = SWS-TXN-DATE
                   MOVE WS-DAY-INDEX TO WS-DAY-FOUND
               END-IF
           END-PERFORM.
           IF WS-DAY-FOUND = 0
               IF WS-DAY-COUNT < 2000
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DAY-COUNT TO WS-DAY-FOUND
                   MOVE SWS-CARD-TOKEN TO WS-DAY-CARD(WS-DAY-FOUND)
                   MOVE SWS-TXN-DATE TO WS-DAY-DATE(WS-DAY-FOUND)
                   MOVE 0 TO WS-DAY-ATM-TOTAL(WS-DAY-FOUND)
                   MOVE 0 TO WS-DAY-POS-TOTAL(WS-DAY-FOUND)
               ELSE
                   IF WS-DAY-TABLE-FULL = 'N'
                       DISPLAY "*** Card day table full - limits "
                           "checked per item from here ***"
                       MOVE 'Y' TO WS-DAY-TABLE-FULL
                   END-IF
               END-IF
           END-IF.
           IF SWS-ITEM-TYPE = 'A'
               MOVE SWS-AMOUNT TO WS-DAY-NEW-TOTAL
               IF WS-DAY-FOUND > 0
                   ADD WS-DAY-ATM-TOTAL(WS-DAY-FOUND)
                       TO WS-DAY-NEW-TOTAL
               END-IF
               IF WS-DAY-NEW-TOTAL > CDM-ATM-DAILY-LIMIT
                   MOVE 'ATML' TO WS-REJECT-REASON
               ELSE
                   IF WS-DAY-FOUND > 0
                       MOVE WS-DAY-NEW-TOTAL
                           TO WS-DAY-ATM-TOTAL(WS-DAY-FOUND)
                   END-IF
               END-IF
           ELSE
               MOVE SWS-AMOUNT TO WS-DAY-NEW-TOTAL
               IF WS-DAY-FOUND > 0
                   ADD WS-DAY-POS-TOTAL(WS-DAY-FOUND)
                       TO WS-DAY-NEW-TOTAL
               END-IF
               IF WS-DAY-NEW-TOTAL > CDM-POS-DAILY-LIMIT
                   MOVE 'POSL' TO WS-REJECT-REASON
               ELSE
                   IF WS-DAY-FOUND > 0
                       MOVE WS-DAY-NEW-TOTAL
                           TO WS-DAY-POS-TOTAL(WS-DAY-FOUND)
                   END-IF
               END-IF
           END-IF.

       VALIDATE-REVERSAL.
      *> 冲正按原参考号找回原取现/消费：卡与账户须一致，本笔加已
      *> 冲正累计不超原金额；冲正退款不查卡状态（卡已止付照退）
           MOVE SWS-SWITCH-REF TO SWI-SWITCH-REF.
           READ SWITCH-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'DUPL' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           MOVE SWS-ORIG-REF TO SWI-SWITCH-REF.
           READ SWITCH-REGISTER-FILE
               INVALID KEY
                   MOVE 'RORG' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF SWI-ITEM-TYPE NOT = 'A' AND SWI-ITEM-TYPE NOT = 'P'
               MOVE 'RORG' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF SWI-CARD-TOKEN NOT = SWS-CARD-TOKEN OR
                   SWI-ACCOUNT-ID NOT = SWS-ACCOUNT-ID
               MOVE 'RCRD' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ORIG-REMAINING =
               SWI-AMOUNT - SWI-REVERSED-AMOUNT.
           IF SWS-AMOUNT > WS-ORIG-REMAINING
               MOVE 'RAMT' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE SWS-ACCOUNT-ID TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'NOAC' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
      *    原交易回写累计冲正金额，冲满为全额冲正
           ADD SWS-AMOUNT TO SWI-REVERSED-AMOUNT.
           IF SWI-REVERSED-AMOUNT = SWI-AMOUNT
               MOVE 'R' TO SWI-STATUS
           ELSE
               MOVE 'P' TO SWI-STATUS
               ADD 1 TO WS-PARTIAL-REVERSALS
           END-IF.
           REWRITE SWITCH-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "*** Unable to update switch item "
                       SWI-SWITCH-REF
           END-REWRITE.
           MOVE SPACES TO SWITCH-REGISTER-RECORD.
           MOVE SWS-SWITCH-REF  TO SWI-SWITCH-REF.
           MOVE 'R'             TO SWI-ITEM-TYPE.
           MOVE SWS-CARD-TOKEN  TO SWI-CARD-TOKEN.
           MOVE SWS-ACCOUNT-ID  TO SWI-ACCOUNT-ID.
           MOVE SWS-TXN-DATE    TO SWI-TXN-DATE.
           MOVE SWS-AMOUNT      TO SWI-AMOUNT.
           MOVE 0               TO SWI-REVERSED-AMOUNT.
           MOVE 'S'             TO SWI-STATUS.
           MOVE SWS-ORIG-REF    TO SWI-ORIG-REF.
           MOVE WS-EFFECTIVE-DATE TO SWI-SETTLE-DATE.
           MOVE SWS-TERMINAL-ID TO SWI-TERMINAL-ID.
           WRITE SWITCH-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "*** Unable to register switch reversal "
                       SWS-SWITCH-REF
           END-WRITE.
           ADD SWS-AMOUNT TO WS-REVERSAL-TOTAL.
           PERFORM WRITE-SWITCH-TXN.

       TAKE-INTERCHANGE-FEE.
      *> 交换手续费按方向累计：'D' 我行应付，'C' 我行应收
           EVALUATE SWS-DC-FLAG
               WHEN 'D'
                   ADD SWS-AMOUNT TO WS-FEE-PAYABLE
                   ADD 1 TO WS-FEE-ITEMS
               WHEN 'C'
                   ADD SWS-AMOUNT TO WS-FEE-RECEIVABLE
                   ADD 1 TO WS-FEE-ITEMS
               WHEN OTHER
                   MOVE 'BADT' TO WS-REJECT-REASON
           END-EVALUATE.

       WRITE-SWITCH-TXN.
      *> 取现/消费转 'W' 借记，冲正转 'P' 贷记，起息日取交易日
           IF WS-BATCH-OPEN = 'N'
               PERFORM OPEN-SWITCH-BATCH
           END-IF.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE SWS-ACCOUNT-ID TO TXN-ACCOUNT-ID.
           IF SWS-ITEM-TYPE = 'R'
               MOVE 'P' TO TXN-TYPE
               ADD SWS-AMOUNT TO WS-NET-AMOUNT
           ELSE
               MOVE 'W' TO TXN-TYPE
               SUBTRACT SWS-AMOUNT FROM WS-NET-AMOUNT
           END-IF.
           MOVE 0 TO TXN-ACCOUNT-BALANCE.
           MOVE 'N' TO TXN-BALANCE-PRESENT.
           MOVE SWS-AMOUNT TO TXN-AMOUNT.
           MOVE 0 TO TXN-TO-ACCOUNT-ID.
           MOVE SWS-TXN-DATE TO TXN-VALUE-DATE.
           MOVE 0 TO TXN-CUSTOMER-ID.
           MOVE 0 TO TXN-CHEQUE-NUMBER.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD SWS-ACCOUNT-ID TO WS-HASH-TOTAL.
           ADD 1 TO WS-ITEMS-ACCEPTED.

       OPEN-SWITCH-BATCH.
           OPEN OUTPUT TXN-OUTPUT-FILE.
           IF WS-TXN-OUT-STATUS NOT = '00'
               DISPLAY "Error opening SWITCH_BATCH.DAT. File Status: "
                   WS-TXN-OUT-STATUS
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-BATCH-OPEN.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 0 TO BCH-SORT-KEY.
           MOVE 'H' TO BCH-RECORD-TYPE.
           MOVE WS-SWITCH-BATCH-ID TO BCH-BATCH-ID.
           MOVE WS-SWITCH-BRANCH TO BCH-BRANCH-ID.
           MOVE WS-EFFECTIVE-DATE TO BCH-BATCH-DATE.
           WRITE TRANSACTION-RECORD.

       CLOSE-SWITCH-BATCH.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 99999999 TO BCT-SORT-KEY.
           MOVE 'Z' TO BCT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO BCT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BCT-HASH-TOTAL.
           MOVE WS-NET-AMOUNT TO BCT-NET-AMOUNT.
           WRITE TRANSACTION-RECORD.
           CLOSE TXN-OUTPUT-FILE.
           DISPLAY "Switch batch written: " WS-DETAIL-COUNT
               " details.".
           MOVE 'N' TO WS-BATCH-OPEN.

       WRITE-EXCEPTION-ITEM.
           MOVE SWITCH-RECORD TO SWX-DETAIL.
           MOVE WS-REJECT-REASON TO SWX-REASON-CODE.
           MOVE WS-EFFECTIVE-DATE TO SWX-BUSINESS-DATE.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-ITEMS-EXCEPTION.

       WRITE-SETTLEMENT-GL.
      *> 客户借记、冲正、手续费各出一对分录，对方均为交换结算
      *> 往来；金额为零的不出
           MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE.
           IF WS-DEBIT-TOTAL > 0
               MOVE 'DEPLIA' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               MOVE WS-DEBIT-TOTAL TO GL-AMOUNT
               MOVE 'Card switch ATM/POS debits' TO GL-DESCRIPTION
               WRITE GL-RECORD
               MOVE 'SWSETL' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               WRITE GL-RECORD
           END-IF.
           IF WS-REVERSAL-TOTAL > 0
               MOVE 'SWSETL' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               MOVE WS-REVERSAL-TOTAL TO GL-AMOUNT
               MOVE 'Card switch reversals' TO GL-DESCRIPTION
               WRITE GL-RECORD
               MOVE 'DEPLIA' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               WRITE GL-RECORD
           END-IF.
           IF WS-FEE-PAYABLE > 0
               MOVE 'IXCHEXP' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               MOVE WS-FEE-PAYABLE TO GL-AMOUNT
               MOVE 'Interchange fees payable' TO GL-DESCRIPTION
               WRITE GL-RECORD
               MOVE 'SWSETL' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               WRITE GL-RECORD
           END-IF.
           IF WS-FEE-RECEIVABLE > 0
               MOVE 'SWSETL' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               MOVE WS-FEE-RECEIVABLE TO GL-AMOUNT
               MOVE 'Interchange fees receivable' TO GL-DESCRIPTION
               WRITE GL-RECORD
               MOVE 'IXCHINC' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               WRITE GL-RECORD
           END-IF.
