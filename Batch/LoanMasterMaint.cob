       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. LoanMasterMaint.  *> 分期贷款合约档的批量维护

      *> 贷款合约维护：信贷部把新放款/变更/销记的贷款合约录入
      *> LOAN_MAINT.TXT，本作业套用到 LOAN_MASTER.DAT 索引合约档
      *> 上。新增时贷款账户与还款账户都先过账户号校验位；期供
      *> 留零则按等额本息公式由本金、月利率、期数算出。变更只
      *> 改利率/期数/期供/还款账户，还款进度与逾期栏不动，并把
      *> 还款计划标回待生成，当夜由还款作业按新条件重出。
      *> 增改删结构沿用 TermDepositMaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOAN_MASTER.DAT"  *> 分期贷款合约档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

           SELECT LOAN-MAINT-FILE ASSIGN TO "LOAN_MAINT.TXT"  *> 贷款合约维护交易
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       01  LOAN-MASTER-RECORD.
           COPY LOANMAST.

       FD  LOAN-MAINT-FILE.
       01  LOAN-MAINT-RECORD.
           05 LNM-CODE              PIC X.  *> 'A'=新增 'C'=变更 'D'=删除
           05 LNM-LOAN-ID           PIC 9(8).
           05 LNM-CUSTOMER-ID       PIC 9(6).
           05 LNM-PRINCIPAL         PIC 9(7)V99.
           05 LNM-CONTRACT-RATE     PIC 9V9(4).
           05 LNM-TERM-MONTHS       PIC 9(3).
           05 LNM-INSTALMENT        PIC 9(7)V99.  *> 零=按等额本息自动计算
           05 LNM-START-DATE        PIC 9(8).
           05 LNM-FIRST-DUE-DATE    PIC 9(8).
           05 LNM-REPAY-ACCOUNT     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-MASTER-STATUS   PIC XX VALUE '00'.
       01  WS-MAINT-STATUS         PIC XX VALUE '00'.
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用的维护数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 套用失败的维护数

      *> 等额本息期供计算：期供 = P x r x (1+r)^n / ((1+r)^n - 1)，
      *> r 为月利率；零利率贷款按本金均摊
       01  WS-MONTHLY-RATE          PIC 9V9(8) VALUE 0.
       01  WS-GROWTH-FACTOR         PIC 9(5)V9(8) VALUE 0.
       01  WS-REMAINING-TERM        PIC 9(3) VALUE 0.
       01  WS-CALC-BASE             PIC 9(7)V99 VALUE 0.
       01  WS-CALC-OVERFLOW         PIC X VALUE 'N'.

      *> 账户号校验位：与 AccountMasterUpdate 同一算法
       01  WS-CHECK-ACCOUNT         PIC 9(8) VALUE 0.
       01  WS-CHECK-DIGITS REDEFINES WS-CHECK-ACCOUNT.
           05 WS-CHK-DIGIT          PIC 9 OCCURS 8 TIMES.
       01  WS-CHECK-WEIGHTS.
           05 FILLER                PIC X(7) VALUE '7317317'.
       01  WS-CHECK-WEIGHT-TABLE REDEFINES WS-CHECK-WEIGHTS.
           05 WS-CHK-WEIGHT         PIC 9 OCCURS 7 TIMES.
       01  WS-CHECK-SUM             PIC 9(4) VALUE 0.
       01  WS-CHECK-EXPECTED        PIC 9 VALUE 0.
       01  WS-CHECK-INDEX           PIC 9 VALUE 0.
       01  WS-CHECK-DIGIT-OK        PIC X VALUE 'Y'.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
      *    首次运行时合约档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O LOAN-MASTER-FILE.
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               OPEN OUTPUT LOAN-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               OPEN I-O LOAN-MASTER-FILE
               IF WS-LOAN-MASTER-STATUS NOT = '00'
                   DISPLAY "Error opening loan master. "
                       "File Status: " WS-LOAN-MASTER-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT LOAN-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "LOAN_MAINT.TXT not available - nothing to "
                   "apply."
               CLOSE LOAN-MASTER-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ LOAN-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-LOAN-MAINT
               END-READ
           END-PERFORM.

           CLOSE LOAN-MASTER-FILE LOAN-MAINT-FILE.
           DISPLAY "===== LOAN MASTER MAINT SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT.
           STOP RUN.

       APPLY-ONE-LOAN-MAINT.
           MOVE LNM-LOAN-ID TO LN-LOAN-ID.
           EVALUATE LNM-CODE
               WHEN 'A'
                   PERFORM ADD-LOAN-RECORD
               WHEN 'C'
                   PERFORM CHANGE-LOAN-RECORD
               WHEN 'D'
                   PERFORM DELETE-LOAN-RECORD
               WHEN OTHER
                   DISPLAY "Unknown loan maintenance code: "
                       LNM-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       VALIDATE-MAINT-ACCOUNTS.
      *> 贷款账户与还款账户都须带合法校验位
           MOVE LNM-LOAN-ID TO WS-CHECK-ACCOUNT.
           PERFORM VALIDATE-ACCOUNT-CHECK-DIGIT.
           IF WS-CHECK-DIGIT-OK = 'Y'
               MOVE LNM-REPAY-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM VALIDATE-ACCOUNT-CHECK-DIGIT
           END-IF.

       ADD-LOAN-RECORD.
           PERFORM VALIDATE-MAINT-ACCOUNTS.
           IF WS-CHECK-DIGIT-OK = 'N'
               DISPLAY "Loan add failed, bad check digit: "
                   LNM-LOAN-ID " / " LNM-REPAY-ACCOUNT
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF LNM-PRINCIPAL = 0 OR LNM-TERM-MONTHS = 0
               DISPLAY "Loan add failed, zero principal or term: "
                   LNM-LOAN-ID
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE LNM-CUSTOMER-ID     TO LN-CUSTOMER-ID.
           MOVE LNM-PRINCIPAL       TO LN-PRINCIPAL.
           MOVE LNM-CONTRACT-RATE   TO LN-CONTRACT-RATE.
           MOVE LNM-TERM-MONTHS     TO LN-TERM-MONTHS.
           MOVE LNM-START-DATE      TO LN-START-DATE.
           MOVE LNM-FIRST-DUE-DATE  TO LN-NEXT-DUE-DATE.
           COMPUTE LN-DUE-DAY = FUNCTION MOD(LNM-FIRST-DUE-DATE, 100).
           MOVE LNM-REPAY-ACCOUNT   TO LN-REPAY-ACCOUNT.
           MOVE LNM-PRINCIPAL       TO LN-OUTSTANDING.
           MOVE 0                   TO LN-INSTALMENTS-BILLED.
           MOVE 0                   TO LN-ARREARS-COUNT.
           MOVE 0                   TO LN-ARREARS-AMOUNT.
           MOVE 0                   TO LN-ARREARS-DATE.
           MOVE '0'                 TO LN-ARREARS-BUCKET.
           MOVE 'N'                 TO LN-SCHEDULE-FLAG.
           MOVE 'A'                 TO LN-STATUS.
           IF LNM-INSTALMENT > 0
               MOVE LNM-INSTALMENT TO LN-INSTALMENT
           ELSE
               MOVE LN-OUTSTANDING TO WS-CALC-BASE
               MOVE LN-TERM-MONTHS TO WS-REMAINING-TERM
               PERFORM COMPUTE-LEVEL-INSTALMENT
               IF WS-CALC-OVERFLOW = 'Y'
                   DISPLAY "Loan add failed, instalment overflow: "
                       LNM-LOAN-ID
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Loan add failed, id exists: "
                       LN-LOAN-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-WRITE.

       CHANGE-LOAN-RECORD.
      *> 重定条件：期数为剩余期数起算的新总期数，期供留零时按
      *> 剩余本金和剩余期数重算；已出账期数与逾期栏原样保留
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "Loan change failed, not found: "
                       LN-LOAN-ID
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-READ.
           PERFORM VALIDATE-MAINT-ACCOUNTS.
           IF WS-CHECK-DIGIT-OK = 'N'
               DISPLAY "Loan change failed, bad check digit: "
                   LNM-REPAY-ACCOUNT
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF LNM-TERM-MONTHS NOT > LN-INSTALMENTS-BILLED
               DISPLAY "Loan change failed, term not beyond "
                   "instalments billed: " LN-LOAN-ID
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE LNM-CONTRACT-RATE TO LN-CONTRACT-RATE.
           MOVE LNM-TERM-MONTHS   TO LN-TERM-MONTHS.
           MOVE LNM-REPAY-ACCOUNT TO LN-REPAY-ACCOUNT.
           IF LNM-INSTALMENT > 0
               MOVE LNM-INSTALMENT TO LN-INSTALMENT
           ELSE
               MOVE LN-OUTSTANDING TO WS-CALC-BASE
               COMPUTE WS-REMAINING-TERM =
                   LN-TERM-MONTHS - LN-INSTALMENTS-BILLED
               PERFORM COMPUTE-LEVEL-INSTALMENT
               IF WS-CALC-OVERFLOW = 'Y'
                   DISPLAY "Loan change failed, instalment "
                       "overflow: " LN-LOAN-ID
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'N' TO LN-SCHEDULE-FLAG.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Loan rewrite failed: " LN-LOAN-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-REWRITE.

       DELETE-LOAN-RECORD.
           DELETE LOAN-MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY "Loan delete failed, not found: "
                       LN-LOAN-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-DELETE.

       COMPUTE-LEVEL-INSTALMENT.
      *> 按 WS-CALC-BASE 本金、WS-REMAINING-TERM 期数求等额期供
           MOVE 'N' TO WS-CALC-OVERFLOW.
           COMPUTE WS-MONTHLY-RATE ROUNDED = LN-CONTRACT-RATE / 12.
           IF WS-MONTHLY-RATE = 0
               COMPUTE LN-INSTALMENT ROUNDED =
                   WS-CALC-BASE / WS-REMAINING-TERM
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-CALC-OVERFLOW
               END-COMPUTE
           ELSE
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** WS-REMAINING-TERM
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-CALC-OVERFLOW
               END-COMPUTE
               IF WS-CALC-OVERFLOW = 'N'
                   COMPUTE LN-INSTALMENT ROUNDED =
                       WS-CALC-BASE * WS-MONTHLY-RATE *
                       WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1)
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-CALC-OVERFLOW
                   END-COMPUTE
               END-IF
           END-IF.

       VALIDATE-ACCOUNT-CHECK-DIGIT.
      *> WS-CHECK-ACCOUNT 的第8位必须等于前7位按 7-3-1 循环权重
      *> 加权求和后的模10补数
           MOVE 0 TO WS-CHECK-SUM.
           PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
                   UNTIL WS-CHECK-INDEX > 7
               COMPUTE WS-CHECK-SUM = WS-CHECK-SUM +
                   WS-CHK-DIGIT(WS-CHECK-INDEX) *
                   WS-CHK-WEIGHT(WS-CHECK-INDEX)
           END-PERFORM.
           COMPUTE WS-CHECK-EXPECTED =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CHECK-SUM, 10), 10).
           IF WS-CHK-DIGIT(8) = WS-CHECK-EXPECTED
               MOVE 'Y' TO WS-CHECK-DIGIT-OK
           ELSE
               MOVE 'N' TO WS-CHECK-DIGIT-OK
           END-IF.
