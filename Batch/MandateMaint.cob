       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. MandateMaint.  *> 直接借记授权档的批量维护

      *> 扣款授权维护：网点把客户新签/变更/撤销的扣款授权录入
      *> MANDATE_MAINT.TXT，本作业套用到 DD_MANDATES.DAT 索引授权
      *> 档上。'A' 新增、'C' 变更授权要素、'X' 撤销（保留记录、
      *> 置撤销状态与撤销日期，清算核对凭此回 MCNL）、'D' 物理删除
      *> 录错的授权。新增时付款账户先过账户号校验位；增改删结构
      *> 沿用 TermDepositMaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "DD_MANDATES.DAT"  *> 扣款授权档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-KEY
               FILE STATUS IS WS-MANDATE-STATUS.

           SELECT MANDATE-MAINT-FILE ASSIGN TO "MANDATE_MAINT.TXT"  *> 扣款授权维护交易
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           COPY DDMANDT.

       FD  MANDATE-MAINT-FILE.
       01  MANDATE-MAINT-RECORD.
           05 MDM-CODE              PIC X.  *> 'A'=新增 'C'=变更 'X'=撤销 'D'=删除
           05 MDM-ACCOUNT-ID        PIC 9(8).
           05 MDM-CREDITOR-ID       PIC X(10).
           05 MDM-MAX-AMOUNT        PIC 9(7)V99.
           05 MDM-FREQUENCY         PIC X.
           05 MDM-START-DATE        PIC 9(8).
           05 MDM-END-DATE          PIC 9(8).
           05 MDM-CANCEL-DATE       PIC 9(8).  *> 只对 'X' 有意义

       WORKING-STORAGE SECTION.
       01  WS-MANDATE-STATUS       PIC XX VALUE '00'.
       01  WS-MAINT-STATUS         PIC XX VALUE '00'.
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用的维护数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 套用失败的维护数
       01  WS-MAINT-VALID          PIC X VALUE 'Y'.  *> 维护行栏位校验结果

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
      *    首次运行时授权档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O MANDATE-FILE.
           IF WS-MANDATE-STATUS NOT = '00'
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
               IF WS-MANDATE-STATUS NOT = '00'
                   DISPLAY "Error opening mandate file. "
                       "File Status: " WS-MANDATE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT MANDATE-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "MANDATE_MAINT.TXT not available - nothing "
                   "to apply."
               CLOSE MANDATE-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ MANDATE-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-MANDATE-MAINT
               END-READ
           END-PERFORM.

           CLOSE MANDATE-FILE MANDATE-MAINT-FILE.
           DISPLAY "===== MANDATE MAINT SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT.
           STOP RUN.

       APPLY-ONE-MANDATE-MAINT.
           MOVE MDM-ACCOUNT-ID  TO MDT-ACCOUNT-ID.
           MOVE MDM-CREDITOR-ID TO MDT-CREDITOR-ID.
           EVALUATE MDM-CODE
               WHEN 'A'
                   PERFORM ADD-MANDATE-RECORD
               WHEN 'C'
                   PERFORM CHANGE-MANDATE-RECORD
               WHEN 'X'
                   PERFORM CANCEL-MANDATE-RECORD
               WHEN 'D'
                   PERFORM DELETE-MANDATE-RECORD
               WHEN OTHER
                   DISPLAY "Unknown mandate maintenance code: "
                       MDM-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       VALIDATE-MANDATE-MAINT.
      *> 付款账户校验位合法，收款方编号不空，周期取值合法，
      *> 日期为数字且到期日不早于生效日
           MOVE 'Y' TO WS-MAINT-VALID.
           MOVE MDM-ACCOUNT-ID TO WS-CHECK-ACCOUNT.
           PERFORM VALIDATE-ACCOUNT-CHECK-DIGIT.
           IF WS-CHECK-DIGIT-OK = 'N'
               DISPLAY "Mandate maintenance rejected, bad check "
                   "digit: " MDM-ACCOUNT-ID
               MOVE 'N' TO WS-MAINT-VALID
               EXIT PARAGRAPH
           END-IF.
           IF MDM-CREDITOR-ID = SPACES
               DISPLAY "Mandate maintenance rejected, no creditor: "
                   MDM-ACCOUNT-ID
               MOVE 'N' TO WS-MAINT-VALID
               EXIT PARAGRAPH
           END-IF.
           IF MDM-FREQUENCY NOT = 'O' AND MDM-FREQUENCY NOT = 'W'
                   AND MDM-FREQUENCY NOT = 'M'
                   AND MDM-FREQUENCY NOT = 'Q'
                   AND MDM-FREQUENCY NOT = 'A'
                   AND MDM-FREQUENCY NOT = 'V'
               DISPLAY "Mandate maintenance rejected, bad frequency: "
                   MDM-ACCOUNT-ID " " MDM-CREDITOR-ID
               MOVE 'N' TO WS-MAINT-VALID
               EXIT PARAGRAPH
           END-IF.
           IF MDM-MAX-AMOUNT NOT NUMERIC OR
                   MDM-START-DATE NOT NUMERIC OR
                   MDM-END-DATE NOT NUMERIC
               DISPLAY "Mandate maintenance rejected, bad amount "
                   "or date: " MDM-ACCOUNT-ID " " MDM-CREDITOR-ID
               MOVE 'N' TO WS-MAINT-VALID
               EXIT PARAGRAPH
           END-IF.
           IF MDM-END-DATE NOT = 0 AND
                   MDM-END-DATE < MDM-START-DATE
               DISPLAY "Mandate maintenance rejected, end before "
                   "start: " MDM-ACCOUNT-ID " " MDM-CREDITOR-ID
               MOVE 'N' TO WS-MAINT-VALID
           END-IF.

       MOVE-MAINT-TO-MASTER.
           MOVE MDM-MAX-AMOUNT  TO MDT-MAX-AMOUNT.
           MOVE MDM-FREQUENCY   TO MDT-FREQUENCY.
           MOVE MDM-START-DATE  TO MDT-START-DATE.
           MOVE MDM-END-DATE    TO MDT-END-DATE.

       ADD-MANDATE-RECORD.
           PERFORM VALIDATE-MANDATE-MAINT.
           IF WS-MAINT-VALID = 'N'
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM MOVE-MAINT-TO-MASTER
               MOVE 'A' TO MDT-STATUS
               MOVE 0 TO MDT-CANCEL-DATE
               MOVE 0 TO MDT-LAST-COLLECT-DATE
               WRITE MANDATE-RECORD
                   INVALID KEY
                       DISPLAY "Mandate add failed, exists: "
                           MDT-ACCOUNT-ID " " MDT-CREDITOR-ID
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
               END-WRITE
           END-IF.

       CHANGE-MANDATE-RECORD.
      *> 变更只改授权要素，状态与扣款记录保留；已撤销的授权
      *> 须重新签订（先删后增），不得靠变更复活
           READ MANDATE-FILE
               INVALID KEY
                   DISPLAY "Mandate change failed, not found: "
                       MDT-ACCOUNT-ID " " MDT-CREDITOR-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM VALIDATE-MANDATE-MAINT
                   IF WS-MAINT-VALID = 'N'
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       IF MDT-STATUS = 'C'
                           DISPLAY "Mandate change failed, already "
                               "cancelled: " MDT-ACCOUNT-ID " "
                               MDT-CREDITOR-ID
                           ADD 1 TO WS-ERROR-COUNT
                       ELSE
                           PERFORM MOVE-MAINT-TO-MASTER
                           PERFORM REWRITE-MANDATE-RECORD
                       END-IF
                   END-IF
           END-READ.

       CANCEL-MANDATE-RECORD.
           READ MANDATE-FILE
               INVALID KEY
                   DISPLAY "Mandate cancel failed, not found: "
                       MDT-ACCOUNT-ID " " MDT-CREDITOR-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   IF MDT-STATUS = 'C'
      *                联机已撤销过的，批量再撤一次不算错
                       ADD 1 TO WS-APPLIED-COUNT
                   ELSE
                       MOVE 'C' TO MDT-STATUS
                       IF MDM-CANCEL-DATE NUMERIC
                           MOVE MDM-CANCEL-DATE TO MDT-CANCEL-DATE
                       ELSE
                           MOVE 0 TO MDT-CANCEL-DATE
                       END-IF
                       PERFORM REWRITE-MANDATE-RECORD
                   END-IF
           END-READ.

       REWRITE-MANDATE-RECORD.
           REWRITE MANDATE-RECORD
               INVALID KEY
                   DISPLAY "Mandate rewrite failed: "
                       MDT-ACCOUNT-ID " " MDT-CREDITOR-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-REWRITE.

       DELETE-MANDATE-RECORD.
           DELETE MANDATE-FILE RECORD
               INVALID KEY
                   DISPLAY "Mandate delete failed, not found: "
                       MDT-ACCOUNT-ID " " MDT-CREDITOR-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-DELETE.

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
