       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. SweepAgreementMaint.  *> 目标余额归集协议档的批量维护

      *> 归集协议维护：网点把新签/变更/解约/暂停的归集协议录入
      *> SWEEP_MAINT.TXT，本作业套用到 SWEEP_AGREEMENTS.DAT 索引
      *> 协议档上。新增和变更时源账户与挂钩账户都先过账户号校验
      *> 位，两户不得同号，归集方向只收 O/I/B；增改删结构沿用
      *> TermDepositMaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-MASTER-FILE ASSIGN TO "SWEEP_AGREEMENTS.DAT"  *> 归集协议档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWP-SOURCE-ACCOUNT
               FILE STATUS IS WS-SWEEP-MASTER-STATUS.

           SELECT SWEEP-MAINT-FILE ASSIGN TO "SWEEP_MAINT.TXT"  *> 归集协议维护交易
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-MASTER-FILE.
       01  SWEEP-MASTER-RECORD.
           COPY SWEEPAGR.

       FD  SWEEP-MAINT-FILE.
       01  SWEEP-MAINT-RECORD.
           05 SWM-CODE              PIC X.  *> 'A'=新增 'C'=变更 'D'=删除
           05 SWM-SOURCE-ACCOUNT    PIC 9(8).
           05 SWM-LINKED-ACCOUNT    PIC 9(8).
           05 SWM-TARGET-BALANCE    PIC 9(7)V99.
           05 SWM-MIN-SWEEP         PIC 9(7)V99.
           05 SWM-DIRECTION         PIC X.
           05 SWM-STATUS            PIC X.  *> 'A'=生效 'S'=暂停，空白按生效

       WORKING-STORAGE SECTION.
       01  WS-SWEEP-MASTER-STATUS  PIC XX VALUE '00'.
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
      *    首次运行时协议档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O SWEEP-MASTER-FILE.
           IF WS-SWEEP-MASTER-STATUS NOT = '00'
               OPEN OUTPUT SWEEP-MASTER-FILE
               CLOSE SWEEP-MASTER-FILE
               OPEN I-O SWEEP-MASTER-FILE
               IF WS-SWEEP-MASTER-STATUS NOT = '00'
                   DISPLAY "Error opening sweep agreement master. "
                       "File Status: " WS-SWEEP-MASTER-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT SWEEP-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "SWEEP_MAINT.TXT not available - nothing to "
                   "apply."
               CLOSE SWEEP-MASTER-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ SWEEP-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-SWEEP-MAINT
               END-READ
           END-PERFORM.

           CLOSE SWEEP-MASTER-FILE SWEEP-MAINT-FILE.
           DISPLAY "===== SWEEP AGREEMENT MAINT SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT.
           STOP RUN.

       APPLY-ONE-SWEEP-MAINT.
           MOVE SWM-SOURCE-ACCOUNT TO SWP-SOURCE-ACCOUNT.
           EVALUATE SWM-CODE
               WHEN 'A'
                   PERFORM ADD-SWEEP-RECORD
               WHEN 'C'
                   PERFORM CHANGE-SWEEP-RECORD
               WHEN 'D'
                   PERFORM DELETE-SWEEP-RECORD
               WHEN OTHER
                   DISPLAY "Unknown sweep maintenance code: "
                       SWM-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       VALIDATE-SWEEP-MAINT.
      *> 两户校验位合法、不同号，方向与状态取值合法，金额为数字
           MOVE 'Y' TO WS-MAINT-VALID.
           MOVE SWM-SOURCE-ACCOUNT TO WS-CHECK-ACCOUNT.
           PERFORM VALIDATE-ACCOUNT-CHECK-DIGIT.
           IF WS-CHECK-DIGIT-OK = 'Y'
               MOVE SWM-LINKED-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM VALIDATE-ACCOUNT-CHECK-DIGIT
           END-IF.
           IF WS-CHECK-DIGIT-OK = 'N'
               DISPLAY "Sweep maintenance rejected, bad check digit: "
                   SWM-SOURCE-ACCOUNT " / " SWM-LINKED-ACCOUNT
               MOVE 'N' TO WS-MAINT-VALID
               EXIT PARAGRAPH
           END-IF.
           IF SWM-SOURCE-ACCOUNT = SWM-LINKED-ACCOUNT
               DISPLAY "Sweep maintenance rejected, account linked "
                   "to itself: " SWM-SOURCE-ACCOUNT
               MOVE 'N' TO WS-MAINT-VALID
               EXIT PARAGRAPH
           END-IF.
           IF SWM-DIRECTION NOT = 'O' AND SWM-DIRECTION NOT = 'I'
                   AND SWM-DIRECTION NOT = 'B'
               DISPLAY "Sweep maintenance rejected, bad direction: "
                   SWM-SOURCE-ACCOUNT " " SWM-DIRECTION
               MOVE 'N' TO WS-MAINT-VALID
               EXIT PARAGRAPH
           END-IF.
           IF SWM-STATUS NOT = 'A' AND SWM-STATUS NOT = 'S'
                   AND SWM-STATUS NOT = SPACE
               DISPLAY "Sweep maintenance rejected, bad status: "
                   SWM-SOURCE-ACCOUNT " " SWM-STATUS
               MOVE 'N' TO WS-MAINT-VALID
               EXIT PARAGRAPH
           END-IF.
           IF SWM-TARGET-BALANCE NOT NUMERIC OR
                   SWM-MIN-SWEEP NOT NUMERIC
               DISPLAY "Sweep maintenance rejected, bad amount: "
                   SWM-SOURCE-ACCOUNT
               MOVE 'N' TO WS-MAINT-VALID
           END-IF.

       MOVE-MAINT-TO-MASTER.
           MOVE SWM-LINKED-ACCOUNT TO SWP-LINKED-ACCOUNT.
           MOVE SWM-TARGET-BALANCE TO SWP-TARGET-BALANCE.
           MOVE SWM-MIN-SWEEP      TO SWP-MIN-SWEEP.
           MOVE SWM-DIRECTION      TO SWP-DIRECTION.
           IF SWM-STATUS = SPACE
               MOVE 'A' TO SWP-STATUS
           ELSE
               MOVE SWM-STATUS TO SWP-STATUS
           END-IF.

       ADD-SWEEP-RECORD.
           PERFORM VALIDATE-SWEEP-MAINT.
           IF WS-MAINT-VALID = 'N'
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM MOVE-MAINT-TO-MASTER
               WRITE SWEEP-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Sweep agreement add failed, exists: "
                           SWP-SOURCE-ACCOUNT
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
               END-WRITE
           END-IF.

       CHANGE-SWEEP-RECORD.
           READ SWEEP-MASTER-FILE
               INVALID KEY
                   DISPLAY "Sweep agreement change failed, not found: "
                       SWP-SOURCE-ACCOUNT
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM VALIDATE-SWEEP-MAINT
                   IF WS-MAINT-VALID = 'N'
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       PERFORM MOVE-MAINT-TO-MASTER
                       REWRITE SWEEP-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "Sweep agreement rewrite "
                                   "failed: " SWP-SOURCE-ACCOUNT
                               ADD 1 TO WS-ERROR-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-APPLIED-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

       DELETE-SWEEP-RECORD.
           DELETE SWEEP-MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY "Sweep agreement delete failed, not found: "
                       SWP-SOURCE-ACCOUNT
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
