       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. AuditConfirmReply.  *> 审计询证回函套用与不符例外报告

      *> 审计师收回的询证函回执整理成 AUDIT_CONFIRM_REPLIES.DAT，
      *> 本作业逐条套进询证登记档 AUDIT_CONFIRM_REGISTER.DAT：
      *>   'A' 客户确认相符——回执上另填了余额且与账面不同的，
      *>       按不认可处理；
      *>   'D' 客户不认可，回执上所称余额及说明一并登记。
      *> 登记档里查不到的、回函代码不对的拒收，列在报告前部交审计
      *> 师核对。套用完毕后按参数档的审计基准日浏览登记档，出例外
      *> 报告 AUDIT_CONFIRM_EXCEPTIONS.RPT：逐户列出不认可余额的
      *> 客户（账面余额、客户所称余额、差额、说明），末尾汇总相符、
      *> 不符、未回函及未寄出的份数。回函可分批多次套用，后到的
      *> 回执覆盖先到的

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRM-PARM-FILE ASSIGN TO "AUDIT_CONFIRM_PARM.DAT"  *> 询证参数，取基准日
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPLY-FILE ASSIGN TO "AUDIT_CONFIRM_REPLIES.DAT"  *> 回函整理文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLY-STATUS.

           SELECT CONFIRM-REGISTER-FILE
               ASSIGN TO "AUDIT_CONFIRM_REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACF-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "AUDIT_CONFIRM_EXCEPTIONS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRM-PARM-FILE.  *> 与 AuditConfirmation 的参数同布局
       01  CONFIRM-PARM-RECORD.
           05 PARM-AUDIT-DATE       PIC 9(8).
           05 PARM-SAMPLE-MODE      PIC X.
           05 PARM-THRESHOLD        PIC 9(9)V99.
           05 PARM-RANDOM-RATE      PIC 9(3).
           05 PARM-RANDOM-SEED      PIC 9(9).
           05 PARM-BALANCE-SOURCE   PIC X.

       FD  REPLY-FILE.
       01  REPLY-RECORD.
           05 ACR-AUDIT-DATE        PIC 9(8).  *> 询证基准日，0=取参数档
           05 ACR-ACCOUNT-ID        PIC 9(8).  *> 被询证账户
           05 ACR-REPLY-CODE        PIC X.  *> 'A'=确认相符 'D'=不认可
           05 ACR-REPLY-DATE        PIC 9(8).  *> 回函收到日期
           05 ACR-STATED-BALANCE    PIC S9(9)V99.  *> 客户所称余额
           05 ACR-REPLY-NOTE        PIC X(30).  *> 客户说明

       FD  CONFIRM-REGISTER-FILE.
       01  CONFIRM-REGISTER-RECORD.
           COPY AUDCONF.

       FD  EXCEPTION-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-REPLY-STATUS         PIC XX VALUE '00'.
       01  WS-REGISTER-STATUS      PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-AUDIT-DATE           PIC 9(8) VALUE 0.
       01  WS-REJECT-REASON        PIC X(4) VALUE SPACES.
       01  WS-DIFFERENCE           PIC S9(9)V99 VALUE 0.

       01  WS-REPLY-COUNT          PIC 9(5) VALUE 0.  *> 读入回执
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.  *> 拒收
       01  WS-REGISTER-COUNT       PIC 9(5) VALUE 0.  *> 本基准日登记份数
       01  WS-AGREED-COUNT         PIC 9(5) VALUE 0.  *> 相符
       01  WS-DISPUTED-COUNT       PIC 9(5) VALUE 0.  *> 不符
       01  WS-OUTSTANDING-COUNT    PIC 9(5) VALUE 0.  *> 已寄出未回函
       01  WS-UNMAILED-COUNT       PIC 9(5) VALUE 0.  *> 留存/无地址未寄出
       01  WS-DISPUTED-TOTAL       PIC S9(13)V99 VALUE 0.  *> 不符差额合计

      *> 例外报告打印行
       01  EXCEPTION-HEADER-LINE.
           05 FILLER                PIC X(36)
               VALUE 'AUDIT CONFIRMATION EXCEPTIONS AS AT '.
           05 EH-AUDIT-DATE         PIC 9(8).
       01  REJECT-HEADER-LINE.
           05 FILLER                PIC X(36)
               VALUE 'REPLIES REJECTED (NOTF/CODE/DATE)   '.
       01  REJECT-DETAIL-LINE.
           05 RJ-AUDIT-DATE         PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RJ-ACCOUNT-ID         PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RJ-REPLY-CODE         PIC X.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RJ-REASON             PIC X(4).
       01  EXCEPTION-COLUMN-LINE.
           05 FILLER                PIC X(41) VALUE
               'ACCOUNT   CUSTOMER  CCY  BANK BALANCE    '.
           05 FILLER                PIC X(42) VALUE
               ' STATED BAL     DIFFERENCE  REPLIED   NOTE'.
       01  EXCEPTION-DETAIL-LINE.
           05 EX-ACCOUNT-ID         PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 EX-CUSTOMER-ID        PIC 9(6).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 EX-CURRENCY           PIC X(3).
           05 EX-BANK-BALANCE       PIC ---,---,--9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 EX-STATED-BALANCE     PIC ---,---,--9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 EX-DIFFERENCE         PIC ---,---,--9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 EX-REPLY-DATE         PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 EX-REPLY-NOTE         PIC X(21).
       01  EXCEPTION-TOTAL-LINE-1.
           05 FILLER                PIC X(18)
               VALUE 'LETTERS REGISTERED'.
           05 ET-REGISTER           PIC ZZ,ZZ9.
           05 FILLER                PIC X(9) VALUE '  AGREED '.
           05 ET-AGREED             PIC ZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE '  DISPUTED '.
           05 ET-DISPUTED           PIC ZZ,ZZ9.
           05 FILLER                PIC X(14) VALUE '  OUTSTANDING '.
           05 ET-OUTSTANDING        PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  NOT MAILED'.
           05 FILLER                PIC X VALUE SPACE.
           05 ET-UNMAILED           PIC ZZ,ZZ9.
       01  EXCEPTION-TOTAL-LINE-2.
           05 FILLER                PIC X(18)
               VALUE 'REPLIES READ      '.
           05 ET-REPLIES            PIC ZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE '  APPLIED '.
           05 ET-APPLIED            PIC ZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE '  REJECTED '.
           05 ET-REJECTED           PIC ZZ,ZZ9.
           05 FILLER                PIC X(19)
               VALUE '  DIFFERENCE TOTAL '.
           05 ET-DISPUTED-TOTAL     PIC -,---,---,---,--9.99.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-AUDIT-DATE.
           PERFORM OPEN-REPLY-FILES.
           PERFORM APPLY-REPLIES.
           PERFORM LIST-DISPUTED-CONFIRMATIONS.
           PERFORM PRINT-EXCEPTION-TOTALS.
           CLOSE CONFIRM-REGISTER-FILE EXCEPTION-REPORT-FILE.
           DISPLAY "===== AUDIT CONFIRMATION REPLIES =====".
           DISPLAY "Audit date: " WS-AUDIT-DATE.
           DISPLAY "Replies read: " WS-REPLY-COUNT
               " applied: " WS-APPLIED-COUNT
               " rejected: " WS-REJECTED-COUNT.
           DISPLAY "Agreed: " WS-AGREED-COUNT
               " disputed: " WS-DISPUTED-COUNT
               " outstanding: " WS-OUTSTANDING-COUNT.
           STOP RUN.

       READ-AUDIT-DATE.
           OPEN INPUT CONFIRM-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "AUDIT_CONFIRM_PARM.DAT not available - run "
                   "stopped."
               STOP RUN
           END-IF.
           READ CONFIRM-PARM-FILE
               AT END
                   DISPLAY "AUDIT_CONFIRM_PARM.DAT empty - run "
                       "stopped."
                   STOP RUN
           END-READ.
           CLOSE CONFIRM-PARM-FILE.
           MOVE PARM-AUDIT-DATE TO WS-AUDIT-DATE.

       OPEN-REPLY-FILES.
           OPEN I-O CONFIRM-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "Confirmation register not available. "
                   "File Status: " WS-REGISTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening exceptions report. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-AUDIT-DATE TO EH-AUDIT-DATE.
           MOVE EXCEPTION-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REJECT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       APPLY-REPLIES.
      *    本批没有回执时只出报告
           OPEN INPUT REPLY-FILE.
           IF WS-REPLY-STATUS NOT = '00'
               DISPLAY "No reply file - exceptions report only."
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REPLY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-REPLY-COUNT
                           PERFORM APPLY-ONE-REPLY
                   END-READ
               END-PERFORM
               CLOSE REPLY-FILE
           END-IF.

       APPLY-ONE-REPLY.
           IF ACR-AUDIT-DATE = 0
               MOVE WS-AUDIT-DATE TO ACR-AUDIT-DATE
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON.
           IF ACR-REPLY-CODE NOT = 'A' AND ACR-REPLY-CODE NOT = 'D'
               MOVE 'CODE' TO WS-REJECT-REASON
           ELSE
               IF ACR-REPLY-DATE = 0
                   MOVE 'DATE' TO WS-REJECT-REASON
               ELSE
                   MOVE ACR-AUDIT-DATE TO ACF-AUDIT-DATE
                   MOVE ACR-ACCOUNT-ID TO ACF-ACCOUNT-ID
                   READ CONFIRM-REGISTER-FILE
                       INVALID KEY
                           MOVE 'NOTF' TO WS-REJECT-REASON
                   END-READ
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE ACR-AUDIT-DATE TO RJ-AUDIT-DATE
               MOVE ACR-ACCOUNT-ID TO RJ-ACCOUNT-ID
               MOVE ACR-REPLY-CODE TO RJ-REPLY-CODE
               MOVE WS-REJECT-REASON TO RJ-REASON
               MOVE REJECT-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
      *        确认相符而所称余额与账面不同的，按不认可登记；
      *        相符且未填余额的视同账面余额
               MOVE ACR-REPLY-CODE TO ACF-REPLY-STATUS
               MOVE ACR-STATED-BALANCE TO ACF-STATED-BALANCE
               IF ACR-REPLY-CODE = 'A'
                   IF ACR-STATED-BALANCE = 0
                       MOVE ACF-BALANCE TO ACF-STATED-BALANCE
                   ELSE
                       IF ACR-STATED-BALANCE NOT = ACF-BALANCE
                           MOVE 'D' TO ACF-REPLY-STATUS
                       END-IF
                   END-IF
               END-IF
               MOVE ACR-REPLY-DATE TO ACF-REPLY-DATE
               MOVE ACR-REPLY-NOTE TO ACF-REPLY-NOTE
               REWRITE CONFIRM-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "*** Unable to update register for "
                           ACR-ACCOUNT-ID
               END-REWRITE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       LIST-DISPUTED-CONFIRMATIONS.
      *> 浏览本基准日全部登记，不认可的逐户列出
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EXCEPTION-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AUDIT-DATE TO ACF-AUDIT-DATE.
           MOVE 0 TO ACF-ACCOUNT-ID.
           MOVE 'N' TO WS-EOF.
           START CONFIRM-REGISTER-FILE
               KEY IS GREATER THAN OR EQUAL TO ACF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONFIRM-REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACF-AUDIT-DATE NOT = WS-AUDIT-DATE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM TALLY-CONFIRMATION
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-CONFIRMATION.
           ADD 1 TO WS-REGISTER-COUNT.
           EVALUATE TRUE
               WHEN ACF-REPLY-STATUS = 'A'
                   ADD 1 TO WS-AGREED-COUNT
               WHEN ACF-REPLY-STATUS = 'D'
                   ADD 1 TO WS-DISPUTED-COUNT
                   COMPUTE WS-DIFFERENCE =
                       ACF-STATED-BALANCE - ACF-BALANCE
                   ADD WS-DIFFERENCE TO WS-DISPUTED-TOTAL
                   MOVE ACF-ACCOUNT-ID TO EX-ACCOUNT-ID
                   MOVE ACF-CUSTOMER-ID TO EX-CUSTOMER-ID
                   MOVE ACF-CURRENCY-CODE TO EX-CURRENCY
                   MOVE ACF-BALANCE TO EX-BANK-BALANCE
                   MOVE ACF-STATED-BALANCE TO EX-STATED-BALANCE
                   MOVE WS-DIFFERENCE TO EX-DIFFERENCE
                   MOVE ACF-REPLY-DATE TO EX-REPLY-DATE
                   MOVE ACF-REPLY-NOTE TO EX-REPLY-NOTE
                   MOVE EXCEPTION-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN ACF-MAIL-STATUS = 'S'
                   ADD 1 TO WS-OUTSTANDING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNMAILED-COUNT
           END-EVALUATE.

       PRINT-EXCEPTION-TOTALS.
           MOVE WS-REGISTER-COUNT TO ET-REGISTER.
           MOVE WS-AGREED-COUNT TO ET-AGREED.
           MOVE WS-DISPUTED-COUNT TO ET-DISPUTED.
           MOVE WS-OUTSTANDING-COUNT TO ET-OUTSTANDING.
           MOVE WS-UNMAILED-COUNT TO ET-UNMAILED.
           MOVE WS-REPLY-COUNT TO ET-REPLIES.
           MOVE WS-APPLIED-COUNT TO ET-APPLIED.
           MOVE WS-REJECTED-COUNT TO ET-REJECTED.
           MOVE WS-DISPUTED-TOTAL TO ET-DISPUTED-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EXCEPTION-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EXCEPTION-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
