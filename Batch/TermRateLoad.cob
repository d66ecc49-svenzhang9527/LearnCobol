       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. TermRateLoad.  *> 定期存款挂牌利率档的批量维护

      *> 定期挂牌利率维护：产品部门把定期产品各存期挂牌利率的
      *> 增/改/删录入 TD_RATE_MAINT.TXT，本作业套用到
      *> TERM_RATES.DAT 索引利率档上，柜面定期开户当场按此报价。
      *> 增改删结构沿用 ProductMasterLoad

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-RATE-FILE ASSIGN TO "TERM_RATES.DAT"  *> 定期挂牌利率档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT RATE-MAINT-FILE ASSIGN TO "TD_RATE_MAINT.TXT"  *> 挂牌利率维护交易
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-RATE-FILE.
       01  TERM-RATE-RECORD.
           COPY TDRATE.

       FD  RATE-MAINT-FILE.
       01  RATE-MAINT-RECORD.
           05 TRM-CODE              PIC X.  *> 'A'=新增 'C'=变更 'D'=删除
           05 TRM-PRODUCT-CODE      PIC X(2).
           05 TRM-TERM-MONTHS       PIC 9(3).
           05 TRM-DESCRIPTION       PIC X(20).
           05 TRM-RATE              PIC 9V9(4).
           05 TRM-MIN-PRINCIPAL     PIC 9(7)V99.
           05 TRM-EFFECTIVE-DATE    PIC 9(8).
           05 TRM-STATUS            PIC X.

       WORKING-STORAGE SECTION.
       01  WS-RATE-STATUS          PIC XX VALUE '00'.
       01  WS-MAINT-STATUS         PIC XX VALUE '00'.
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用的维护数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 套用失败的维护数
       01  WS-RATE-VALID           PIC X VALUE 'Y'.  *> 'N' 表示维护行栏位键错

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
      *    首次运行时利率档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O TERM-RATE-FILE.
           IF WS-RATE-STATUS NOT = '00'
               OPEN OUTPUT TERM-RATE-FILE
               CLOSE TERM-RATE-FILE
               OPEN I-O TERM-RATE-FILE
               IF WS-RATE-STATUS NOT = '00'
                   DISPLAY "Error opening term rate file. "
                       "File Status: " WS-RATE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT RATE-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "TD_RATE_MAINT.TXT not available - nothing to "
                   "apply."
               CLOSE TERM-RATE-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ RATE-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-RATE-MAINT
               END-READ
           END-PERFORM.

           CLOSE TERM-RATE-FILE RATE-MAINT-FILE.
           DISPLAY "===== TERM RATE LOAD SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT.
           STOP RUN.

       APPLY-ONE-RATE-MAINT.
           MOVE TRM-PRODUCT-CODE TO TR-PRODUCT-CODE.
           MOVE TRM-TERM-MONTHS  TO TR-TERM-MONTHS.
           EVALUATE TRM-CODE
               WHEN 'A'
                   PERFORM ADD-RATE-RECORD
               WHEN 'C'
                   PERFORM CHANGE-RATE-RECORD
               WHEN 'D'
                   PERFORM DELETE-RATE-RECORD
               WHEN OTHER
                   DISPLAY "Unknown term rate maintenance code: "
                       TRM-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       VALIDATE-RATE-MAINT.
      *> 存期须为正数月、利率与生效日须为数字，键错的挂牌不进档
           MOVE 'Y' TO WS-RATE-VALID.
           IF TRM-TERM-MONTHS NOT NUMERIC OR TRM-TERM-MONTHS = 0 OR
                   TRM-RATE NOT NUMERIC OR
                   TRM-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'N' TO WS-RATE-VALID
               DISPLAY "Term rate rejected, bad term/rate/date: "
                   TRM-PRODUCT-CODE " " TRM-TERM-MONTHS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       MOVE-MAINT-TO-MASTER.
           MOVE TRM-DESCRIPTION    TO TR-DESCRIPTION.
           MOVE TRM-RATE           TO TR-RATE.
           IF TRM-MIN-PRINCIPAL NUMERIC
               MOVE TRM-MIN-PRINCIPAL TO TR-MIN-PRINCIPAL
           ELSE
               MOVE 0 TO TR-MIN-PRINCIPAL
           END-IF.
           MOVE TRM-EFFECTIVE-DATE TO TR-EFFECTIVE-DATE.
           IF TRM-STATUS = 'A' OR TRM-STATUS = 'D'
               MOVE TRM-STATUS TO TR-STATUS
           ELSE
               MOVE 'A' TO TR-STATUS
           END-IF.

       ADD-RATE-RECORD.
           PERFORM VALIDATE-RATE-MAINT.
           IF WS-RATE-VALID = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOVE-MAINT-TO-MASTER.
           WRITE TERM-RATE-RECORD
               INVALID KEY
                   DISPLAY "Term rate add failed, exists: "
                       TR-PRODUCT-CODE " " TR-TERM-MONTHS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-WRITE.

       CHANGE-RATE-RECORD.
           READ TERM-RATE-FILE
               INVALID KEY
                   DISPLAY "Term rate change failed, not found: "
                       TR-PRODUCT-CODE " " TR-TERM-MONTHS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM VALIDATE-RATE-MAINT
                   IF WS-RATE-VALID = 'Y'
                       PERFORM MOVE-MAINT-TO-MASTER
                       REWRITE TERM-RATE-RECORD
                           INVALID KEY
                               DISPLAY "Term rate rewrite failed: "
                                   TR-PRODUCT-CODE " " TR-TERM-MONTHS
                               ADD 1 TO WS-ERROR-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-APPLIED-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

       DELETE-RATE-RECORD.
           DELETE TERM-RATE-FILE RECORD
               INVALID KEY
                   DISPLAY "Term rate delete failed, not found: "
                       TR-PRODUCT-CODE " " TR-TERM-MONTHS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-DELETE.
