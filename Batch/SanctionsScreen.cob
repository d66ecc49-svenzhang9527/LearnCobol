       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. SanctionsScreen.  *> 客户/开户/汇出收款人的制裁名单筛查

      *> 名单筛查：每日在主档更新（AccountMasterUpdate）之前运行，
      *> 把 WATCHLIST.DAT 在册条目整表装入后逐一比对：
      *>   - 客户主档：筛查控制档带全量重筛标志（WatchlistLoad 刚
      *>     装入新名单）时全部有效客户重筛，否则只筛 CM-SCREEN-DATE
      *>     为 0 的新增/改名客户；筛过即盖业务日期；
      *>   - 当日交易文件：'A' 开户交易的账户名称、'O' 他行汇出的
      *>     收款人名称同样比对；
      *> 比对口径：姓名按 WatchlistLoad 同一算法规范化后全等即命中
      *> （NAME）；名单带证件号的，客户证件号规范化后全等亦命中
      *> （IDNO），两者都中记 BOTH。
      *> 命中登记进 SCREENING_HITS.DAT 复核队列（处置码 'P'），同一
      *> 对象对同一条目不重复登记、不改已有处置；待复核与已上报
      *> 的条目打印在 SCREENING_QUEUE.RPT 供合规专员逐条处置，处置
      *> 由 ScreeningDisposition 套用

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

           SELECT JOB-STATUS-FILE ASSIGN TO "JOB_STATUS.DAT"  *> 夜间批流作业状态文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS-FS.

           SELECT WATCHLIST-FILE ASSIGN TO "WATCHLIST.DAT"  *> 制裁/关注名单档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WL-ENTRY-ID
               FILE STATUS IS WS-WATCHLIST-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档，回写筛查日期
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "ACCOUNT_TRANSACTIONS.DAT"  *> 当日待过账的交易文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT HITS-FILE ASSIGN TO "SCREENING_HITS.DAT"  *> 命中复核队列
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HITS-STATUS.

      *>   筛查控制档：全量重筛标志与最近装入/全量重筛日期
           SELECT CONTROL-FILE ASSIGN TO "SANCTIONS_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT QUEUE-REPORT-FILE ASSIGN TO "SCREENING_QUEUE.RPT"  *> 待复核命中清单
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

       FD  JOB-STATUS-FILE.  *> 作业状态文件描述符
       01  JOB-STATUS-RECORD.
           COPY JOBSTAT.

       FD  WATCHLIST-FILE.
       01  WATCHLIST-RECORD.
           COPY WATCHLST.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  TRANSACTION-FILE.  *> 与 AccountMasterUpdate 共用同一份交易布局
       01  TRANSACTION-RECORD.
           COPY ACCTTXN.

       FD  HITS-FILE.
       01  HITS-RECORD.
           COPY SCRNHIT.

       FD  CONTROL-FILE.  *> 与 WatchlistLoad 同一布局
       01  CONTROL-RECORD.
           05 SCC-RESCREEN-FLAG     PIC X.  *> 'Y'=已装入新名单，待全量重筛
           05 SCC-LAST-LOAD-DATE    PIC 9(8).  *> 最近一次装入名单的业务日期
           05 SCC-LAST-FULL-DATE    PIC 9(8).  *> 最近一次全量重筛的业务日期

       FD  QUEUE-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-JOB-STATUS-FS        PIC XX VALUE '00'.
       01  WS-WATCHLIST-STATUS     PIC XX VALUE '00'.
       01  WS-CUST-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-TXN-STATUS           PIC XX VALUE '00'.
       01  WS-HITS-STATUS          PIC XX VALUE '00'.
       01  WS-CONTROL-STATUS       PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-INPUT-EOF            PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'SANCSCRN'.  *> 本程序在批流里的作业名
       01  WS-JOB-EVENT-STATUS     PIC X VALUE 'S'.
       01  WS-JOB-LOG-TIME         PIC 9(8) VALUE 0.

      *> 筛查控制档内容
       01  WS-FULL-RESCREEN        PIC X VALUE 'N'.  *> 'Y'=本次对客户主档全量重筛
       01  WS-LAST-LOAD-DATE       PIC 9(8) VALUE 0.
       01  WS-LAST-FULL-DATE       PIC 9(8) VALUE 0.

      *> 在册名单条目整表：比对只用条目号、规范化姓名与证件号
       01  WS-ENTRY-COUNT          PIC 9(5) VALUE 0.
       01  WS-ENTRY-TABLE.
           05 WS-ENTRY OCCURS 5000 TIMES.
               10 WS-ENT-ID          PIC X(12).
               10 WS-ENT-NORM-NAME   PIC X(40).
               10 WS-ENT-ID-DOC      PIC X(18).
       01  WS-ENT-IDX              PIC 9(5) VALUE 0.

      *> 当前被筛对象
       01  WS-SUBJECT-TYPE         PIC X VALUE SPACE.
       01  WS-SUBJECT-ID           PIC 9(8) VALUE 0.
       01  WS-SUBJECT-NAME         PIC X(30) VALUE SPACES.
       01  WS-SUBJECT-CUSTOMER     PIC 9(6) VALUE 0.
       01  WS-SUBJECT-ACCOUNT      PIC 9(8) VALUE 0.
       01  WS-SUBJECT-NORM-NAME    PIC X(40) VALUE SPACES.
       01  WS-SUBJECT-NORM-ID      PIC X(18) VALUE SPACES.
       01  WS-NAME-MATCH           PIC X VALUE 'N'.
       01  WS-ID-MATCH             PIC X VALUE 'N'.

       01  WS-CUSTOMERS-SCREENED   PIC 9(7) VALUE 0.
       01  WS-ACCOUNTS-SCREENED    PIC 9(7) VALUE 0.  *> 'A' 开户交易
       01  WS-PAYEES-SCREENED      PIC 9(7) VALUE 0.  *> 'O' 汇出收款人
       01  WS-NEW-HITS             PIC 9(7) VALUE 0.
       01  WS-REPEAT-HITS          PIC 9(7) VALUE 0.  *> 已在队列，不重复登记
       01  WS-QUEUE-LINES          PIC 9(7) VALUE 0.

      *> 姓名规范化工作区：与 WatchlistLoad 同一口径
       01  WS-NORM-INPUT           PIC X(40) VALUE SPACES.
       01  WS-NORM-WORK            PIC X(40) VALUE SPACES.
       01  WS-NORM-OUTPUT          PIC X(40) VALUE SPACES.
       01  WS-NORM-TOKEN-TABLE.
           05 WS-NORM-TOKEN         PIC X(20) OCCURS 8 TIMES.
       01  WS-NORM-SWAP            PIC X(20) VALUE SPACES.
       01  WS-NORM-I               PIC 9(2) COMP VALUE 0.
       01  WS-NORM-J               PIC 9(2) COMP VALUE 0.
       01  WS-NORM-POINTER         PIC 9(2) COMP VALUE 1.
       01  WS-ID-INPUT             PIC X(18) VALUE SPACES.
       01  WS-ID-OUTPUT            PIC X(18) VALUE SPACES.
       01  WS-ID-OUT-LEN           PIC 9(2) COMP VALUE 0.

      *> 报告打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(32)
               VALUE 'SANCTIONS SCREENING REVIEW QUEUE'.
           05 FILLER                PIC X(10) VALUE ' RUN DATE '.
           05 RH-RUN-DATE           PIC 9(8).
       01  COLUMN-HEADER-LINE.
           05 FILLER                PIC X(50) VALUE
               'T SUBJECT  ENTRY-ID     MTCH NAME                 '.
           05 FILLER                PIC X(40) VALUE
               '         CUSTNO ACCOUNT  HIT-DATE D     '.
       01  QUEUE-DETAIL-LINE.
           05 QD-SUBJECT-TYPE       PIC X.
           05 FILLER                PIC X VALUE SPACE.
           05 QD-SUBJECT-ID         PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 QD-ENTRY-ID           PIC X(12).
           05 FILLER                PIC X VALUE SPACE.
           05 QD-MATCH-TYPE         PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 QD-SCREENED-NAME      PIC X(30).
           05 FILLER                PIC X VALUE SPACE.
           05 QD-CUSTOMER-ID        PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 QD-ACCOUNT-ID         PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 QD-HIT-DATE           PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 QD-DISPOSITION        PIC X.
       01  QUEUE-TOTAL-LINE.
           05 FILLER                PIC X(22)
               VALUE 'HITS AWAITING REVIEW: '.
           05 QT-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-SCREENING-CONTROL.

      *    名单档不在就没有可比对的条目，不登记作业状态，主档更新
      *    按可选前置照常放行
           OPEN INPUT WATCHLIST-FILE.
           IF WS-WATCHLIST-STATUS NOT = '00'
               DISPLAY "WATCHLIST.DAT not available - run "
                   "WatchlistLoad first. Screening not performed."
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-JOB-EVENT-STATUS.
           PERFORM RECORD-JOB-EVENT.
           PERFORM LOAD-WATCHLIST-TABLE.
           CLOSE WATCHLIST-FILE.

      *    首次运行时队列档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O HITS-FILE.
           IF WS-HITS-STATUS NOT = '00'
               OPEN OUTPUT HITS-FILE
               CLOSE HITS-FILE
               OPEN I-O HITS-FILE
               IF WS-HITS-STATUS NOT = '00'
                   DISPLAY "Error opening screening hits file. "
                       "File Status: " WS-HITS-STATUS
                   STOP RUN
               END-IF
           END-IF.

           PERFORM SCREEN-CUSTOMER-MASTER.
           PERFORM SCREEN-DAILY-TRANSACTIONS.
           IF WS-FULL-RESCREEN = 'Y'
               PERFORM CLEAR-RESCREEN-FLAG
           END-IF.
           PERFORM PRINT-REVIEW-QUEUE.
           CLOSE HITS-FILE.

           DISPLAY "===== SANCTIONS SCREENING SUMMARY =====".
           IF WS-FULL-RESCREEN = 'Y'
               DISPLAY "Mode                : full customer rescreen"
           ELSE
               DISPLAY "Mode                : new/changed customers"
           END-IF.
           DISPLAY "List entries loaded : " WS-ENTRY-COUNT.
           DISPLAY "Customers screened  : " WS-CUSTOMERS-SCREENED.
           DISPLAY "New accounts        : " WS-ACCOUNTS-SCREENED.
           DISPLAY "Outbound payees     : " WS-PAYEES-SCREENED.
           DISPLAY "New hits queued     : " WS-NEW-HITS.
           DISPLAY "Hits already queued : " WS-REPEAT-HITS.
           DISPLAY "Awaiting review     : " WS-QUEUE-LINES.
           MOVE 'C' TO WS-JOB-EVENT-STATUS.
           PERFORM RECORD-JOB-EVENT.
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

       RECORD-JOB-EVENT.
           MOVE WS-THIS-JOB-NAME TO JS-JOB-NAME.
           MOVE WS-EFFECTIVE-DATE TO JS-BUSINESS-DATE.
           MOVE WS-JOB-EVENT-STATUS TO JS-RUN-STATUS.
           ACCEPT WS-JOB-LOG-TIME FROM TIME.
           MOVE WS-JOB-LOG-TIME TO JS-LOG-TIME.
           OPEN EXTEND JOB-STATUS-FILE.
           IF WS-JOB-STATUS-FS NOT = '00'
               OPEN OUTPUT JOB-STATUS-FILE
           END-IF.
           WRITE JOB-STATUS-RECORD.
           CLOSE JOB-STATUS-FILE.

       READ-SCREENING-CONTROL.
      *> 控制档不在（尚未装入过名单）按增量筛查处理
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCC-RESCREEN-FLAG = 'Y'
                           MOVE 'Y' TO WS-FULL-RESCREEN
                       END-IF
                       IF SCC-LAST-LOAD-DATE NUMERIC
                           MOVE SCC-LAST-LOAD-DATE
                               TO WS-LAST-LOAD-DATE
                       END-IF
                       IF SCC-LAST-FULL-DATE NUMERIC
                           MOVE SCC-LAST-FULL-DATE
                               TO WS-LAST-FULL-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       CLEAR-RESCREEN-FLAG.
           OPEN OUTPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY "Error opening sanctions control file. "
                   "File Status: " WS-CONTROL-STATUS
               STOP RUN
           END-IF.
           MOVE 'N'               TO SCC-RESCREEN-FLAG.
           MOVE WS-LAST-LOAD-DATE TO SCC-LAST-LOAD-DATE.
           MOVE WS-EFFECTIVE-DATE TO SCC-LAST-FULL-DATE.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

       LOAD-WATCHLIST-TABLE.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ WATCHLIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       IF WL-STATUS = 'A'
                           IF WS-ENTRY-COUNT >= 5000
                               DISPLAY "*** Watchlist table full at "
                                   "5000 entries - run stopped ***"
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ENTRY-COUNT
                           MOVE WL-ENTRY-ID
                               TO WS-ENT-ID(WS-ENTRY-COUNT)
                           MOVE WL-NORM-NAME
                               TO WS-ENT-NORM-NAME(WS-ENTRY-COUNT)
                           MOVE WL-ID-DOC-NUMBER
                               TO WS-ENT-ID-DOC(WS-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       SCREEN-CUSTOMER-MASTER.
      *> 停用客户不筛；增量模式只筛筛查日期为 0 的客户
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY "Customer master not available - customer "
                   "screening skipped."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       IF CM-STATUS NOT = 'D' AND
                               (WS-FULL-RESCREEN = 'Y' OR
                                CM-SCREEN-DATE NOT NUMERIC OR
                                CM-SCREEN-DATE = 0)
                           PERFORM SCREEN-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.

       SCREEN-ONE-CUSTOMER.
           MOVE 'C'              TO WS-SUBJECT-TYPE.
           MOVE CM-CUSTOMER-ID   TO WS-SUBJECT-ID.
           MOVE CM-CUSTOMER-NAME TO WS-SUBJECT-NAME.
           MOVE CM-CUSTOMER-ID   TO WS-SUBJECT-CUSTOMER.
           MOVE 0                TO WS-SUBJECT-ACCOUNT.
           MOVE CM-ID-DOC-NUMBER TO WS-ID-INPUT.
           PERFORM NORMALIZE-ID-NUMBER.
           MOVE WS-ID-OUTPUT     TO WS-SUBJECT-NORM-ID.
           PERFORM SCREEN-ONE-SUBJECT.
           ADD 1 TO WS-CUSTOMERS-SCREENED.
           MOVE WS-EFFECTIVE-DATE TO CM-SCREEN-DATE.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Screen date rewrite failed for customer "
                       CM-CUSTOMER-ID
           END-REWRITE.

       SCREEN-DAILY-TRANSACTIONS.
      *> 开户交易筛账户名称，他行汇出筛收款人名称；交易文件不在
      *> （当日无交易）只做客户筛查
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY "No transaction file found - new account and "
                   "payee screening skipped."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       EVALUATE TXN-TYPE
                           WHEN 'A'
                               PERFORM SCREEN-NEW-ACCOUNT
                           WHEN 'O'
                               PERFORM SCREEN-OUTBOUND-PAYEE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.

       SCREEN-NEW-ACCOUNT.
           IF TXN-ACCOUNT-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A'              TO WS-SUBJECT-TYPE.
           MOVE TXN-ACCOUNT-ID   TO WS-SUBJECT-ID.
           MOVE TXN-ACCOUNT-NAME TO WS-SUBJECT-NAME.
           IF TXN-CUSTOMER-ID NUMERIC
               MOVE TXN-CUSTOMER-ID TO WS-SUBJECT-CUSTOMER
           ELSE
               MOVE 0 TO WS-SUBJECT-CUSTOMER
           END-IF.
           MOVE TXN-ACCOUNT-ID   TO WS-SUBJECT-ACCOUNT.
           MOVE SPACES           TO WS-SUBJECT-NORM-ID.
           PERFORM SCREEN-ONE-SUBJECT.
           ADD 1 TO WS-ACCOUNTS-SCREENED.

       SCREEN-OUTBOUND-PAYEE.
           IF TXN-BENE-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O'              TO WS-SUBJECT-TYPE.
           MOVE TXN-ACCOUNT-ID   TO WS-SUBJECT-ID.
           MOVE TXN-BENE-NAME    TO WS-SUBJECT-NAME.
           MOVE 0                TO WS-SUBJECT-CUSTOMER.
           MOVE TXN-ACCOUNT-ID   TO WS-SUBJECT-ACCOUNT.
           MOVE SPACES           TO WS-SUBJECT-NORM-ID.
           PERFORM SCREEN-ONE-SUBJECT.
           ADD 1 TO WS-PAYEES-SCREENED.

       SCREEN-ONE-SUBJECT.
      *> 姓名规范化后与每个在册条目比对；条目带证件号且对象有
      *> 证件号的同时比对证件号
           MOVE WS-SUBJECT-NAME TO WS-NORM-INPUT.
           PERFORM NORMALIZE-NAME.
           MOVE WS-NORM-OUTPUT TO WS-SUBJECT-NORM-NAME.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENTRY-COUNT
               MOVE 'N' TO WS-NAME-MATCH
               MOVE 'N' TO WS-ID-MATCH
               IF WS-SUBJECT-NORM-NAME NOT = SPACES AND
                       WS-SUBJECT-NORM-NAME =
                       WS-ENT-NORM-NAME(WS-ENT-IDX)
                   MOVE 'Y' TO WS-NAME-MATCH
               END-IF
               IF WS-SUBJECT-NORM-ID NOT = SPACES AND
                       WS-SUBJECT-NORM-ID = WS-ENT-ID-DOC(WS-ENT-IDX)
                   MOVE 'Y' TO WS-ID-MATCH
               END-IF
               IF WS-NAME-MATCH = 'Y' OR WS-ID-MATCH = 'Y'
                   PERFORM REGISTER-ONE-HIT
               END-IF
           END-PERFORM.

       REGISTER-ONE-HIT.
      *> 已在队列的命中保持原处置不动：误报排除过的不再重新
      *> 打回待复核，确认过的也不重登
           MOVE WS-SUBJECT-TYPE       TO SH-SUBJECT-TYPE.
           MOVE WS-SUBJECT-ID         TO SH-SUBJECT-ID.
           MOVE WS-ENT-ID(WS-ENT-IDX) TO SH-ENTRY-ID.
           READ HITS-FILE
               INVALID KEY
                   IF WS-NAME-MATCH = 'Y' AND WS-ID-MATCH = 'Y'
                       MOVE 'BOTH' TO SH-MATCH-TYPE
                   ELSE
                       IF WS-ID-MATCH = 'Y'
                           MOVE 'IDNO' TO SH-MATCH-TYPE
                       ELSE
                           MOVE 'NAME' TO SH-MATCH-TYPE
                       END-IF
                   END-IF
                   MOVE WS-SUBJECT-NAME     TO SH-SCREENED-NAME
                   MOVE WS-SUBJECT-CUSTOMER TO SH-CUSTOMER-ID
                   MOVE WS-SUBJECT-ACCOUNT  TO SH-ACCOUNT-ID
                   MOVE WS-EFFECTIVE-DATE   TO SH-HIT-DATE
                   MOVE 'P'                 TO SH-DISPOSITION
                   MOVE 0                   TO SH-DISP-DATE
                   MOVE SPACES              TO SH-REVIEWER
                   MOVE 0                   TO SH-HOLDS-PLACED
                   WRITE HITS-RECORD
                       INVALID KEY
                           DISPLAY "Screening hit write failed: "
                               SH-SUBJECT-TYPE " " SH-SUBJECT-ID
                               " " SH-ENTRY-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-NEW-HITS
                           DISPLAY "Screening hit: " SH-SUBJECT-TYPE
                               " " SH-SUBJECT-ID " list entry "
                               SH-ENTRY-ID " (" SH-MATCH-TYPE ")"
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-REPEAT-HITS
           END-READ.

       PRINT-REVIEW-QUEUE.
      *> 整档顺序读队列，待复核 'P' 与已上报 'E' 的条目都打印
           OPEN OUTPUT QUEUE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening screening queue report. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO RH-RUN-DATE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE LOW-VALUES TO SH-KEY.
           MOVE 'N' TO WS-INPUT-EOF.
           START HITS-FILE KEY IS GREATER THAN OR EQUAL TO SH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INPUT-EOF
           END-START.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ HITS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       IF SH-DISPOSITION = 'P' OR SH-DISPOSITION = 'E'
                           MOVE SH-SUBJECT-TYPE  TO QD-SUBJECT-TYPE
                           MOVE SH-SUBJECT-ID    TO QD-SUBJECT-ID
                           MOVE SH-ENTRY-ID      TO QD-ENTRY-ID
                           MOVE SH-MATCH-TYPE    TO QD-MATCH-TYPE
                           MOVE SH-SCREENED-NAME TO QD-SCREENED-NAME
                           MOVE SH-CUSTOMER-ID   TO QD-CUSTOMER-ID
                           MOVE SH-ACCOUNT-ID    TO QD-ACCOUNT-ID
                           MOVE SH-HIT-DATE      TO QD-HIT-DATE
                           MOVE SH-DISPOSITION   TO QD-DISPOSITION
                           MOVE QUEUE-DETAIL-LINE TO REPORT-LINE
                           WRITE REPORT-LINE
                           ADD 1 TO WS-QUEUE-LINES
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-QUEUE-LINES TO QT-COUNT.
           MOVE QUEUE-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE QUEUE-REPORT-FILE.

       NORMALIZE-NAME.
      *> 规范化口径：转大写，标点换空格，按空格拆成至多8个词，
      *> 词按字母序排好后连写——"Smith, John" 与 "JOHN SMITH"
      *> 得到同一结果（与 WatchlistLoad 同一算法）
           MOVE WS-NORM-INPUT TO WS-NORM-WORK.
           INSPECT WS-NORM-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NORM-WORK CONVERTING
               '.,-''/&()' TO '        '.
           MOVE SPACES TO WS-NORM-TOKEN-TABLE.
           UNSTRING WS-NORM-WORK DELIMITED BY ALL SPACE
               INTO WS-NORM-TOKEN(1) WS-NORM-TOKEN(2)
                    WS-NORM-TOKEN(3) WS-NORM-TOKEN(4)
                    WS-NORM-TOKEN(5) WS-NORM-TOKEN(6)
                    WS-NORM-TOKEN(7) WS-NORM-TOKEN(8)
           END-UNSTRING.
           PERFORM VARYING WS-NORM-I FROM 1 BY 1 UNTIL WS-NORM-I > 7
               PERFORM VARYING WS-NORM-J FROM 1 BY 1
                       UNTIL WS-NORM-J > 8 - WS-NORM-I
                   IF WS-NORM-TOKEN(WS-NORM-J) >
                           WS-NORM-TOKEN(WS-NORM-J + 1)
                       MOVE WS-NORM-TOKEN(WS-NORM-J) TO WS-NORM-SWAP
                       MOVE WS-NORM-TOKEN(WS-NORM-J + 1)
                           TO WS-NORM-TOKEN(WS-NORM-J)
                       MOVE WS-NORM-SWAP
                           TO WS-NORM-TOKEN(WS-NORM-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-NORM-OUTPUT.
           MOVE 1 TO WS-NORM-POINTER.
           PERFORM VARYING WS-NORM-I FROM 1 BY 1 UNTIL WS-NORM-I > 8
               IF WS-NORM-TOKEN(WS-NORM-I) NOT = SPACES
                   STRING WS-NORM-TOKEN(WS-NORM-I) DELIMITED BY SPACE
                       INTO WS-NORM-OUTPUT
                       WITH POINTER WS-NORM-POINTER
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

       NORMALIZE-ID-NUMBER.
      *> 证件号转大写并去掉空格与连字符（与 WatchlistLoad 同一算法）
           INSPECT WS-ID-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-ID-OUTPUT.
           MOVE 0 TO WS-ID-OUT-LEN.
           PERFORM VARYING WS-NORM-I FROM 1 BY 1 UNTIL WS-NORM-I > 18
               IF WS-ID-INPUT(WS-NORM-I:1) NOT = SPACE AND
                       WS-ID-INPUT(WS-NORM-I:1) NOT = '-'
                   ADD 1 TO WS-ID-OUT-LEN
                   MOVE WS-ID-INPUT(WS-NORM-I:1)
                       TO WS-ID-OUTPUT(WS-ID-OUT-LEN:1)
               END-IF
           END-PERFORM.

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
