       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. ScreeningDisposition.  *> 名单筛查命中的处置套用与自动冻结

      *> 命中处置：合规专员按 SCREENING_QUEUE.RPT 逐条复核后把处置
      *> 录入 SCREEN_DISP.TXT，本作业套用到 SCREENING_HITS.DAT：
      *>   'E'=已上报待定  'F'=误报已排除  'C'=确认命中
      *> 确认命中是终局处置，同时对涉及账户在 ACCOUNT_HOLDS.DAT
      *> 登记全额冻结（类型 'F'，文书编号 'SANC'+名单条目号）：
      *>   - 客户命中：主档上开户人为该客户的全部账户，加上交叉
      *>     引用档上该客户为联名/共签持有人的账户；
      *>   - 开户/汇出命中：对象账户本身。
      *> 账户已有生效的全额冻结（'F'/'I'）的保持原文书不动；金额
      *> 止付或已解除的留痕记录覆盖为全额冻结。
      *> 套用结构沿用 HoldFileMaint

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

           SELECT HITS-FILE ASSIGN TO "SCREENING_HITS.DAT"  *> 命中复核队列
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HITS-STATUS.

           SELECT DISP-MAINT-FILE ASSIGN TO "SCREEN_DISP.TXT"  *> 合规专员录入的处置
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT HOLD-MASTER-FILE ASSIGN TO "ACCOUNT_HOLDS.DAT"  *> 司法冻结/止付档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHL-ACCOUNT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，找客户名下的账户
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT XREF-MASTER-FILE ASSIGN TO "ACCT_CUST_XREF.DAT"  *> 持有人交叉引用档，找联名账户
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

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

       FD  HITS-FILE.
       01  HITS-RECORD.
           COPY SCRNHIT.

       FD  DISP-MAINT-FILE.
       01  DISP-MAINT-RECORD.
           05 SDM-SUBJECT-TYPE      PIC X.  *> 对象类型 'C'/'A'/'O'
           05 SDM-SUBJECT-ID        PIC 9(8).  *> 对象号，客户号右对齐
           05 SDM-ENTRY-ID          PIC X(12).  *> 名单条目号
           05 SDM-DISPOSITION       PIC X.  *> 'E'/'F'/'C'
           05 SDM-REVIEWER          PIC X(8).  *> 处置的合规专员

       FD  HOLD-MASTER-FILE.
       01  HOLD-RECORD.
           COPY ACCTHOLD.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  XREF-MASTER-FILE.
       01  XREF-RECORD.
           COPY CUSTXREF.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-HITS-STATUS          PIC XX VALUE '00'.
       01  WS-MAINT-STATUS         PIC XX VALUE '00'.
       01  WS-HOLD-STATUS          PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-XREF-STATUS          PIC XX VALUE '00'.
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-SCAN-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用的处置数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 套用失败的处置数
       01  WS-CONFIRMED-COUNT      PIC 9(5) VALUE 0.  *> 其中确认命中数
       01  WS-HOLDS-TOTAL          PIC 9(5) VALUE 0.  *> 本次新登记的冻结户数
       01  WS-HOLDS-FOR-HIT        PIC 9(3) VALUE 0.  *> 当前命中登记的冻结户数
       01  WS-HOLD-ACCOUNT         PIC 9(8) VALUE 0.  *> 待冻结的账户ID
       01  WS-HOLD-CUSTOMER        PIC 9(6) VALUE 0.  *> 客户命中的客户号
       01  WS-HOLD-REF             PIC X(12) VALUE SPACES.  *> 'SANC'+名单条目号

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT DISP-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "SCREEN_DISP.TXT not available - nothing to "
                   "apply."
               STOP RUN
           END-IF.
           OPEN I-O HITS-FILE.
           IF WS-HITS-STATUS NOT = '00'
               DISPLAY "Error opening screening hits file. "
                   "File Status: " WS-HITS-STATUS
               STOP RUN
           END-IF.
      *    首次运行时冻结档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O HOLD-MASTER-FILE.
           IF WS-HOLD-STATUS NOT = '00'
               OPEN OUTPUT HOLD-MASTER-FILE
               CLOSE HOLD-MASTER-FILE
               OPEN I-O HOLD-MASTER-FILE
               IF WS-HOLD-STATUS NOT = '00'
                   DISPLAY "Error opening hold file. File Status: "
                       WS-HOLD-STATUS
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ DISP-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-DISPOSITION
               END-READ
           END-PERFORM.

           CLOSE DISP-MAINT-FILE HITS-FILE HOLD-MASTER-FILE.
           DISPLAY "===== SCREENING DISPOSITION SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT.
           DISPLAY "Confirmed matches: " WS-CONFIRMED-COUNT
               " holds placed: " WS-HOLDS-TOTAL.
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

       APPLY-ONE-DISPOSITION.
           IF SDM-REVIEWER = SPACES
      *        没有复核人的处置一律不收：这是合规留痕的根
               DISPLAY "Disposition without reviewer rejected: "
                   SDM-SUBJECT-TYPE " " SDM-SUBJECT-ID " "
                   SDM-ENTRY-ID
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF SDM-DISPOSITION NOT = 'E' AND SDM-DISPOSITION NOT = 'F'
                   AND SDM-DISPOSITION NOT = 'C'
               DISPLAY "Unknown disposition code: " SDM-DISPOSITION
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SDM-SUBJECT-TYPE TO SH-SUBJECT-TYPE.
           MOVE SDM-SUBJECT-ID   TO SH-SUBJECT-ID.
           MOVE SDM-ENTRY-ID     TO SH-ENTRY-ID.
           READ HITS-FILE
               INVALID KEY
                   DISPLAY "Disposition failed, hit not found: "
                       SDM-SUBJECT-TYPE " " SDM-SUBJECT-ID " "
                       SDM-ENTRY-ID
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-READ.
           IF SH-DISPOSITION = 'C'
      *        确认命中是终局：冻结的解除须走 HoldFileMaint 文书
               DISPLAY "Disposition rejected, hit already confirmed: "
                   SH-SUBJECT-TYPE " " SH-SUBJECT-ID " " SH-ENTRY-ID
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-HOLDS-FOR-HIT.
           IF SDM-DISPOSITION = 'C'
               PERFORM PLACE-CONFIRMED-HOLDS
               ADD 1 TO WS-CONFIRMED-COUNT
           END-IF.
           MOVE SDM-DISPOSITION   TO SH-DISPOSITION.
           MOVE WS-EFFECTIVE-DATE TO SH-DISP-DATE.
           MOVE SDM-REVIEWER      TO SH-REVIEWER.
           IF SDM-DISPOSITION = 'C'
               MOVE WS-HOLDS-FOR-HIT TO SH-HOLDS-PLACED
           END-IF.
           REWRITE HITS-RECORD
               INVALID KEY
                   DISPLAY "Hit rewrite failed: " SH-SUBJECT-TYPE " "
                       SH-SUBJECT-ID " " SH-ENTRY-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-REWRITE.

       PLACE-CONFIRMED-HOLDS.
           MOVE SPACES TO WS-HOLD-REF.
           STRING 'SANC' DELIMITED BY SIZE
                  SH-ENTRY-ID(1:8) DELIMITED BY SIZE
               INTO WS-HOLD-REF
           END-STRING.
           IF SH-SUBJECT-TYPE = 'C'
               MOVE SH-SUBJECT-ID TO WS-HOLD-CUSTOMER
               PERFORM HOLD-CUSTOMER-ACCOUNTS
               PERFORM HOLD-JOINT-ACCOUNTS
           ELSE
               MOVE SH-SUBJECT-ID TO WS-HOLD-ACCOUNT
               PERFORM PLACE-ONE-HOLD
           END-IF.
           DISPLAY "Confirmed match " SH-SUBJECT-TYPE " "
               SH-SUBJECT-ID " list entry " SH-ENTRY-ID
               " - accounts held: " WS-HOLDS-FOR-HIT.

       HOLD-CUSTOMER-ACCOUNTS.
      *> 顺序扫账户主档，开户人为该客户的账户逐户冻结
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CUSTOMER-ID = WS-HOLD-CUSTOMER
                           MOVE ACCOUNT-ID TO WS-HOLD-ACCOUNT
                           PERFORM PLACE-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.

       HOLD-JOINT-ACCOUNTS.
      *> 交叉引用档未建时只按主档开户人冻结
           OPEN INPUT XREF-MASTER-FILE.
           IF WS-XREF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ XREF-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF XRF-CUSTOMER-ID = WS-HOLD-CUSTOMER
                           MOVE XRF-ACCOUNT-ID TO WS-HOLD-ACCOUNT
                           PERFORM PLACE-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-MASTER-FILE.

       PLACE-ONE-HOLD.
      *> 已有生效的全额冻结保持原文书（同户经主档与交叉引用两次
      *> 走到这里也只登记一次）；其余情况登记/覆盖为全额冻结
           MOVE WS-HOLD-ACCOUNT TO AHL-ACCOUNT-ID.
           READ HOLD-MASTER-FILE
               INVALID KEY
                   PERFORM MOVE-SANCTION-HOLD
                   WRITE HOLD-RECORD
                       INVALID KEY
                           DISPLAY "Sanction hold add failed: "
                               AHL-ACCOUNT-ID
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-HOLDS-FOR-HIT
                           ADD 1 TO WS-HOLDS-TOTAL
                   END-WRITE
               NOT INVALID KEY
                   IF AHL-STATUS = 'A' AND
                           (AHL-HOLD-TYPE = 'F' OR AHL-HOLD-TYPE = 'I')
                       CONTINUE
                   ELSE
                       PERFORM MOVE-SANCTION-HOLD
                       REWRITE HOLD-RECORD
                           INVALID KEY
                               DISPLAY "Sanction hold rewrite failed: "
                                   AHL-ACCOUNT-ID
                               ADD 1 TO WS-ERROR-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-HOLDS-FOR-HIT
                               ADD 1 TO WS-HOLDS-TOTAL
                       END-REWRITE
                   END-IF
           END-READ.

       MOVE-SANCTION-HOLD.
           MOVE WS-HOLD-ACCOUNT   TO AHL-ACCOUNT-ID.
           MOVE 'F'               TO AHL-HOLD-TYPE.
           MOVE 0                 TO AHL-HOLD-AMOUNT.
           MOVE WS-EFFECTIVE-DATE TO AHL-START-DATE.
           MOVE 0                 TO AHL-EXPIRY-DATE.
           MOVE WS-HOLD-REF       TO AHL-ORDER-REF.
           MOVE 'A'               TO AHL-STATUS.

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
