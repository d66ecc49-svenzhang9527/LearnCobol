       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. SweepGenerator.  *> 日终目标余额归集：生成上划/下拨转账交易

      *> 资金归集：日终在 AccountMasterUpdate 出新主档之后运行，
      *> 顺序扫描归集协议档，逐条按过账后余额判定：
      *>   - 源账户余额超出目标余额（方向 O/B）：超额部分从源账户
      *>     转入挂钩账户；
      *>   - 源账户透支（方向 I/B）：从挂钩账户补足到零，挂钩账户
      *>     余额不够补足的，有多少补多少；
      *>   - 划转金额不足协议的最低归集金额不划。
      *> 生成的 'T' 转账批（批次号 SWEEP1）交下一轮
      *> AccountMasterUpdate 过账，起息日取本业务日；逐条协议写
      *> 归集报告。利息处置只划利息，不动本金，不在本作业范围

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT SWEEP-MASTER-FILE ASSIGN TO "SWEEP_AGREEMENTS.DAT"  *> 归集协议档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SWP-SOURCE-ACCOUNT
               FILE STATUS IS WS-SWEEP-MASTER-STATUS.

      *>   过账后的新账户主文件：按键随机读源账户与挂钩账户余额
           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT_NEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RATE-PARM-FILE ASSIGN TO "RATE_PARM.DAT"  *> 业务日期取参数文件生效日期
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *>   生成的归集交易批（ACCTTXN 布局），单独落档由运维作为
      *>   独立批次交给下一轮 AccountMasterUpdate
           SELECT TXN-OUTPUT-FILE ASSIGN TO "SWEEP_TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-OUT-STATUS.

           SELECT SWEEP-REPORT-FILE ASSIGN TO "SWEEP_REPORT.DAT"  *> 逐条协议归集报告
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWORK.TMP".  *> 生成交易按转出账户排序用

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  SWEEP-MASTER-FILE.
       01  SWEEP-MASTER-RECORD.
           COPY SWEEPAGR.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  RATE-PARM-FILE.  *> 只取生效日期，其余参数字段本作业不使用
       01  RATE-PARM-RECORD.
           05 FILLER                PIC X(9).  *> 利率 9V9(4) + 管理费 9(2)V99
           05 PARM-EFFECTIVE-DATE   PIC 9(8).
           05 FILLER                PIC X(16).

       FD  TXN-OUTPUT-FILE.  *> 与 AccountMasterUpdate 共用同一份交易布局
       01  TRANSACTION-RECORD.
           COPY ACCTTXN.

       FD  SWEEP-REPORT-FILE.
       01  SWEEP-REPORT-RECORD.
           05 SWR-SOURCE-ACCOUNT    PIC 9(8).  *> 源活期账户
           05 SWR-LINKED-ACCOUNT    PIC 9(8).  *> 挂钩储蓄账户
           05 SWR-SOURCE-BALANCE    PIC S9(7)V99.  *> 源账户过账后余额
           05 SWR-TARGET-BALANCE    PIC 9(7)V99.  *> 目标余额
           05 SWR-SWEEP-AMOUNT      PIC 9(7)V99.  *> 本次划转金额
           05 SWR-RESULT-CODE       PIC X(4).  *> OUT=上划 IN=下拨 PART=挂钩户不足部分补
      *>                                          NONE=无需归集 BELO=不足最低金额
      *>                                          NOAC=账户不在档 DORM=账户静止
      *>                                          CCY=两户币种不同 NSF=挂钩户无余额
      *>                                          SUSP=协议暂停

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-FROM-ACCOUNT       PIC 9(8).
           05 SW-TO-ACCOUNT         PIC 9(8).
           05 SW-AMOUNT             PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-SWEEP-MASTER-STATUS  PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-TXN-OUT-STATUS       PIC XX VALUE '00'.
       01  WS-SWEEP-REPORT-STATUS  PIC XX VALUE '00'.
       01  WS-SWEEP-EOF            PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.  *> 本次运行的业务日期
       01  WS-AGREEMENTS-READ      PIC 9(5) VALUE 0.  *> 扫描的协议数
       01  WS-SWEEPS-OUT           PIC 9(5) VALUE 0.  *> 上划笔数
       01  WS-SWEEPS-IN            PIC 9(5) VALUE 0.  *> 下拨笔数
       01  WS-SWEEPS-SKIPPED       PIC 9(5) VALUE 0.  *> 校验不过未归集的协议数
       01  WS-OUT-TOTAL            PIC 9(9)V99 VALUE 0.  *> 上划金额合计
       01  WS-IN-TOTAL             PIC 9(9)V99 VALUE 0.  *> 下拨金额合计
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.  *> 写出的明细交易笔数
       01  WS-HASH-TOTAL           PIC 9(9) VALUE 0.  *> 明细账户ID哈希累计（低9位自然溢出）

      *> 当前协议两户的过账后状态
       01  WS-SOURCE-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-SOURCE-CURRENCY      PIC X(3) VALUE SPACES.
       01  WS-LINKED-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-SWEEP-AMOUNT         PIC 9(7)V99 VALUE 0.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT SWEEP-MASTER-FILE.
           IF WS-SWEEP-MASTER-STATUS NOT = '00'
               DISPLAY "SWEEP_AGREEMENTS.DAT not available - no "
                   "sweeps this run."
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening updated account master. "
                   "File Status: " WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT SWEEP-REPORT-FILE.
           IF WS-SWEEP-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening sweep report. File Status: "
                   WS-SWEEP-REPORT-STATUS
               STOP RUN
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SW-FROM-ACCOUNT
               INPUT PROCEDURE IS SELECT-SWEEPS
               OUTPUT PROCEDURE IS WRITE-TRANSACTION-BATCH.

           CLOSE SWEEP-MASTER-FILE MASTER-FILE SWEEP-REPORT-FILE.
           DISPLAY "===== SWEEP RUN SUMMARY =====".
           DISPLAY "Agreements scanned: " WS-AGREEMENTS-READ.
           DISPLAY "Swept out         : " WS-SWEEPS-OUT
               " total " WS-OUT-TOTAL.
           DISPLAY "Topped up         : " WS-SWEEPS-IN
               " total " WS-IN-TOTAL.
           DISPLAY "Skipped           : " WS-SWEEPS-SKIPPED.
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
           DISPLAY "Sweep run for " WS-EFFECTIVE-DATE.

       SELECT-SWEEPS.
      *> 顺序扫描协议档，需要划转的 RELEASE 进排序
           PERFORM UNTIL WS-SWEEP-EOF = 'Y'
               READ SWEEP-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SWEEP-EOF
                   NOT AT END
                       ADD 1 TO WS-AGREEMENTS-READ
                       PERFORM PROCESS-ONE-AGREEMENT
               END-READ
           END-PERFORM.

       PROCESS-ONE-AGREEMENT.
           MOVE SWP-SOURCE-ACCOUNT TO SWR-SOURCE-ACCOUNT.
           MOVE SWP-LINKED-ACCOUNT TO SWR-LINKED-ACCOUNT.
           MOVE 0                  TO SWR-SOURCE-BALANCE.
           MOVE SWP-TARGET-BALANCE TO SWR-TARGET-BALANCE.
           MOVE 0                  TO SWR-SWEEP-AMOUNT.
           MOVE SPACES             TO SWR-RESULT-CODE.
           IF SWP-STATUS NOT = 'A'
               MOVE 'SUSP' TO SWR-RESULT-CODE
           ELSE
               PERFORM READ-AGREEMENT-ACCOUNTS
           END-IF.
           IF SWR-RESULT-CODE = SPACES
               MOVE WS-SOURCE-BALANCE TO SWR-SOURCE-BALANCE
               PERFORM DETERMINE-SWEEP
           ELSE
               ADD 1 TO WS-SWEEPS-SKIPPED
           END-IF.
           WRITE SWEEP-REPORT-RECORD.

       READ-AGREEMENT-ACCOUNTS.
      *> 两户须在档、未静止且同币种，否则本日不归集
           MOVE SWP-SOURCE-ACCOUNT TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'NOAC' TO SWR-RESULT-CODE
                   EXIT PARAGRAPH
           END-READ.
           IF DORMANT-FLAG = 'Y'
               MOVE 'DORM' TO SWR-RESULT-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCOUNT-BALANCE TO WS-SOURCE-BALANCE.
           MOVE CURRENCY-CODE TO WS-SOURCE-CURRENCY.
           IF WS-SOURCE-CURRENCY = SPACES
               MOVE 'CNY' TO WS-SOURCE-CURRENCY
           END-IF.
           MOVE SWP-LINKED-ACCOUNT TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'NOAC' TO SWR-RESULT-CODE
                   EXIT PARAGRAPH
           END-READ.
           IF DORMANT-FLAG = 'Y'
               MOVE 'DORM' TO SWR-RESULT-CODE
               EXIT PARAGRAPH
           END-IF.
           IF CURRENCY-CODE = SPACES
               MOVE 'CNY' TO CURRENCY-CODE
           END-IF.
           IF CURRENCY-CODE NOT = WS-SOURCE-CURRENCY
               MOVE 'CCY ' TO SWR-RESULT-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCOUNT-BALANCE TO WS-LINKED-BALANCE.

       DETERMINE-SWEEP.
      *> 超额上划优先判定；透支时目标余额不起作用，只补到零
           MOVE 0 TO WS-SWEEP-AMOUNT.
           EVALUATE TRUE
               WHEN WS-SOURCE-BALANCE > SWP-TARGET-BALANCE AND
                       (SWP-DIRECTION = 'O' OR SWP-DIRECTION = 'B')
                   COMPUTE WS-SWEEP-AMOUNT =
                       WS-SOURCE-BALANCE - SWP-TARGET-BALANCE
                   MOVE 'OUT ' TO SWR-RESULT-CODE
               WHEN WS-SOURCE-BALANCE < 0 AND
                       (SWP-DIRECTION = 'I' OR SWP-DIRECTION = 'B')
                   IF WS-LINKED-BALANCE <= 0
                       MOVE 'NSF ' TO SWR-RESULT-CODE
                   ELSE
                       COMPUTE WS-SWEEP-AMOUNT = 0 - WS-SOURCE-BALANCE
                       MOVE 'IN  ' TO SWR-RESULT-CODE
                       IF WS-SWEEP-AMOUNT > WS-LINKED-BALANCE
                           MOVE WS-LINKED-BALANCE TO WS-SWEEP-AMOUNT
                           MOVE 'PART' TO SWR-RESULT-CODE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'NONE' TO SWR-RESULT-CODE
           END-EVALUATE.
           IF WS-SWEEP-AMOUNT > 0 AND WS-SWEEP-AMOUNT < SWP-MIN-SWEEP
               MOVE 0 TO WS-SWEEP-AMOUNT
               MOVE 'BELO' TO SWR-RESULT-CODE
           END-IF.
           MOVE WS-SWEEP-AMOUNT TO SWR-SWEEP-AMOUNT.
           IF WS-SWEEP-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.
           IF SWR-RESULT-CODE = 'OUT '
               MOVE SWP-SOURCE-ACCOUNT TO SW-FROM-ACCOUNT
               MOVE SWP-LINKED-ACCOUNT TO SW-TO-ACCOUNT
               ADD 1 TO WS-SWEEPS-OUT
               ADD WS-SWEEP-AMOUNT TO WS-OUT-TOTAL
           ELSE
               MOVE SWP-LINKED-ACCOUNT TO SW-FROM-ACCOUNT
               MOVE SWP-SOURCE-ACCOUNT TO SW-TO-ACCOUNT
               ADD 1 TO WS-SWEEPS-IN
               ADD WS-SWEEP-AMOUNT TO WS-IN-TOTAL
           END-IF.
           MOVE WS-SWEEP-AMOUNT TO SW-AMOUNT.
           RELEASE SORT-WORK-RECORD.

       WRITE-TRANSACTION-BATCH.
      *> 批头 + 排序后的转账明细 + 批尾；批尾笔数/哈希/净额口径
      *> 与 AccountMasterUpdate 的批控制核对一致（转账不计净额）
           OPEN OUTPUT TXN-OUTPUT-FILE.
           IF WS-TXN-OUT-STATUS NOT = '00'
               DISPLAY "Error opening transaction output. "
                   "File Status: " WS-TXN-OUT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 0 TO BCH-SORT-KEY.
           MOVE 'H' TO BCH-RECORD-TYPE.
           MOVE 'SWEEP1' TO BCH-BATCH-ID.
           MOVE 'HQ01' TO BCH-BRANCH-ID.
           MOVE WS-EFFECTIVE-DATE TO BCH-BATCH-DATE.
           WRITE TRANSACTION-RECORD.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM WRITE-ONE-SWEEP-TXN
               END-RETURN
           END-PERFORM.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 99999999 TO BCT-SORT-KEY.
           MOVE 'Z' TO BCT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO BCT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BCT-HASH-TOTAL.
           MOVE 0 TO BCT-NET-AMOUNT.
           WRITE TRANSACTION-RECORD.
           CLOSE TXN-OUTPUT-FILE.
           DISPLAY "Transaction batch SWEEP1 written: "
               WS-DETAIL-COUNT " transfers.".

       WRITE-ONE-SWEEP-TXN.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE SW-FROM-ACCOUNT TO TXN-ACCOUNT-ID.
           MOVE 'T' TO TXN-TYPE.
           MOVE SPACES TO TXN-ACCOUNT-NAME.
           MOVE 0 TO TXN-ACCOUNT-BALANCE.
           MOVE 'N' TO TXN-BALANCE-PRESENT.
           MOVE SW-AMOUNT TO TXN-AMOUNT.
           MOVE SW-TO-ACCOUNT TO TXN-TO-ACCOUNT-ID.
           MOVE WS-EFFECTIVE-DATE TO TXN-VALUE-DATE.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD SW-FROM-ACCOUNT TO WS-HASH-TOTAL.

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
