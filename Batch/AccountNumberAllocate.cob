       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. AccountNumberAllocate.  *> 批量开户交易的中央发号

      *> 中央发号：网点不再自选新开账户的 8 位账户ID、自算校验位。
      *> 网点（及柜台补录、认领以外的各开户来源）在 'A' 交易上把
      *> 账户ID 填 0，本作业在 AccountMasterUpdate 之前运行：
      *>   1. 从已销户登记册 CLOSED_ACCOUNTS.DAT 和上缴登记册
      *>      ESCHEATED_REGISTER.DAT 重建保留账号档
      *>      ACCOUNT_NUMBER_RESERVE.DAT（见 ACCTRSV），柜台发号也查它；
      *>   2. 逐笔 'A' 交易按 开户网点（空白取批头网点）+ 产品代码
      *>      查号段控制档 ACCOUNT_RANGES.DAT，查不到用网点缺省号段
      *>      （产品代码空白），从下一可用基号起逐号试：算校验位，
      *>      主档在用、保留档上有、本批网点自带的 'A' 账户ID 一律
      *>      跳过，第一个空号发给该交易；
      *>   3. 账户ID 变了，交易文件按账户ID 重新排序写回原档，批尾
      *>      哈希加上新发号码（低 9 位），批次控制照样对得上。
      *> 已带账户ID 的 'A'（上缴认领按原号重开等）原样放过，重跑
      *> 不会重复发号。发不出号的（无号段/暂停/用尽）账户ID 留 0，
      *> 由 AccountMasterUpdate 以 NOAN 拒绝。发号明细写
      *> ACCOUNT_ALLOCATION.RPT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "ACCOUNT_TRANSACTIONS.DAT"  *> 当日交易，发号后按账户ID重排写回
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT RANGE-FILE ASSIGN TO "ACCOUNT_RANGES.DAT"  *> 账号分配控制档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARG-KEY
               FILE STATUS IS WS-RANGE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，查号码是否在用
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CLOSED-REGISTER-FILE ASSIGN TO "CLOSED_ACCOUNTS.DAT"  *> 已销户登记册
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLR-ACCOUNT-ID
               FILE STATUS IS WS-CLOSED-REG-STATUS.

           SELECT ESCHEAT-REGISTER-FILE
               ASSIGN TO "ESCHEATED_REGISTER.DAT"  *> 永久上缴登记册
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-REG-STATUS.

      *>   保留账号档：每次运行从两个登记册整档重建
           SELECT RESERVE-FILE
               ASSIGN TO "ACCOUNT_NUMBER_RESERVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ANR-ACCOUNT-ID
               FILE STATUS IS WS-RESERVE-STATUS.

           SELECT RATE-PARM-FILE ASSIGN TO "RATE_PARM.DAT"  *> 业务日期取参数文件生效日期
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT JOB-STATUS-FILE ASSIGN TO "JOB_STATUS.DAT"  *> 夜间批流作业状态文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS-FS.

           SELECT ALLOC-REPORT-FILE ASSIGN TO "ACCOUNT_ALLOCATION.RPT"  *> 发号明细报表
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT TXN-SORT-WORK ASSIGN TO "ALOCWORK.TMP".  *> 发号后交易按账户ID重排用

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.  *> 与 AccountMasterUpdate 共用同一份交易布局
       01  TRANSACTION-RECORD.
           COPY ACCTTXN.

       FD  RANGE-FILE.
       01  RANGE-RECORD.
           COPY ACCTRNG.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  CLOSED-REGISTER-FILE.
       01  CLOSED-REGISTER-RECORD.
           COPY CLOSEREG.

       FD  ESCHEAT-REGISTER-FILE.  *> 与 EscheatmentProcessor 的登记册同布局
       01  ESCHEAT-REGISTER-RECORD.
           05 REG-ACCOUNT-ID        PIC 9(8).
           05 REG-ACCOUNT-NAME      PIC X(10).
           05 REG-AMOUNT            PIC S9(7)V99.
           05 REG-FIRST-SEEN-DATE   PIC 9(8).
           05 REG-REMIT-DATE        PIC 9(8).
           05 REG-CLAIM-STATUS      PIC X.  *> 'R'=已上缴 'C'=原主已认领
           05 REG-CUSTOMER-ID       PIC X(6).

       FD  RESERVE-FILE.
       01  RESERVE-RECORD.
           COPY ACCTRSV.

       FD  RATE-PARM-FILE.
       01  RATE-PARM-RECORD.
           COPY RATEPARM.

       FD  JOB-STATUS-FILE.  *> 作业状态文件描述符
       01  JOB-STATUS-RECORD.
           COPY JOBSTAT.

       FD  ALLOC-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       SD  TXN-SORT-WORK.
       01  TXN-SORT-RECORD.
           05 TSR-ACCOUNT-ID        PIC 9(8).  *> 排序键，同 TXN-ACCOUNT-ID
           05 FILLER                PIC X(145).

       WORKING-STORAGE SECTION.
       01  WS-TXN-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-RANGE-STATUS         PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-CLOSED-REG-STATUS    PIC XX VALUE '00'.
       01  WS-ESCHEAT-REG-STATUS   PIC XX VALUE '00'.
       01  WS-RESERVE-STATUS       PIC XX VALUE '00'.
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-JOB-STATUS-FS        PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'ACCTALOC'.  *> 本程序在批流里的作业名
       01  WS-STREAM-DATE          PIC 9(8) VALUE 0.  *> 本批流的业务日期
       01  WS-JOB-EVENT-STATUS     PIC X VALUE SPACE.
       01  WS-JOB-LOG-TIME         PIC 9(8) VALUE 0.
       01  WS-TXN-EOF              PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-REG-EOF              PIC X VALUE 'N'.
       01  WS-MASTER-OPEN          PIC X VALUE 'N'.  *> 'Y'=主档可查（首日无主档时不查）
       01  WS-HEADER-BRANCH        PIC X(4) VALUE SPACES.  *> 批头网点号
       01  WS-TRAILER-HELD         PIC X VALUE 'N'.  *> 'Y'=批尾已读到，待最后送排序
       01  WS-HELD-TRAILER         PIC X(153) VALUE SPACES.  *> 暂存的批尾记录
       01  WS-ALLOC-HASH           PIC 9(10) VALUE 0.  *> 本次新发号码合计
       01  WS-HASH-WORK            PIC 9(10) VALUE 0.
      *>   本批网点自带账户ID 的 'A'：发号时同样跳过，免得两笔开户
      *>   撞同一个号
       01  WS-BATCH-ADD-COUNT      PIC 9(4) VALUE 0.
       01  WS-BATCH-ADD-TABLE.
           05 WS-BATCH-ADD-ID       PIC 9(8) OCCURS 2000 TIMES.
       01  WS-BATCH-ADD-INDEX      PIC 9(4) COMP VALUE 0.
       01  WS-RESERVED-COUNT       PIC 9(7) VALUE 0.  *> 保留档记录数
       01  WS-ADD-SEEN             PIC 9(5) VALUE 0.  *> 待发号的 'A' 笔数
       01  WS-ALLOC-COUNT          PIC 9(5) VALUE 0.  *> 发出的号码数
       01  WS-FAIL-COUNT           PIC 9(5) VALUE 0.  *> 发不出号的笔数
       01  WS-SKIP-COUNT           PIC 9(7) VALUE 0.  *> 本次跳过的号码数
       01  WS-ALLOC-BRANCH         PIC X(4) VALUE SPACES.  *> 本笔开户网点
       01  WS-ALLOC-RESULT         PIC X VALUE SPACE.  *> 'Y'=已发号 'N'=无号段 'S'=暂停 'X'=用尽
       01  WS-CANDIDATE-FREE       PIC X VALUE 'N'.  *> 'Y'=候选号码空闲
      *> 账户号校验位：8位账户号 = 7位号码 + 1位加权模10校验位，
      *> 权重 7-3-1 循环，与 AccountMasterUpdate 校验口径一致
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

       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(30)
               VALUE 'ACCOUNT NUMBER ALLOCATION    '.
           05 FILLER                PIC X(15) VALUE 'BUSINESS DATE '.
           05 RH-DATE               PIC 9(8).
       01  REPORT-COLUMN-LINE.
           05 FILLER                PIC X(24)
               VALUE 'BRANCH PRODUCT CUSTOMER '.
           05 FILLER                PIC X(21)
               VALUE 'NAME       ACCOUNT   '.
           05 FILLER                PIC X(6) VALUE 'RESULT'.
       01  DETAIL-LINE.
           05 DL-BRANCH             PIC X(4).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 DL-PRODUCT            PIC X(2).
           05 FILLER                PIC X(6) VALUE SPACES.
           05 DL-CUSTOMER           PIC 9(6).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 DL-NAME               PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 DL-ACCOUNT            PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 DL-RESULT             PIC X(30).
       01  TOTAL-LINE.
           05 FILLER                PIC X(12) VALUE 'ALLOCATED: '.
           05 TL-ALLOCATED          PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE '  FAILED: '.
           05 TL-FAILED             PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE '  SKIPPED: '.
           05 TL-SKIPPED            PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-STREAM-DATE.
           MOVE 'S' TO WS-JOB-EVENT-STATUS.
           PERFORM RECORD-JOB-EVENT.
           PERFORM REBUILD-RESERVE-FILE.
           OPEN INPUT RESERVE-FILE.
           IF WS-RESERVE-STATUS NOT = '00'
               DISPLAY "Error opening account number reserve. "
                   "File Status: " WS-RESERVE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O RANGE-FILE.
           IF WS-RANGE-STATUS NOT = '00'
               DISPLAY "ACCOUNT_RANGES.DAT not available - no "
                   "account numbers can be allocated. File Status: "
                   WS-RANGE-STATUS
               STOP RUN
           END-IF.
      *    首日（尚无主档）不查在用号码，只查保留档
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY "Account master not available - numbers "
                   "checked against reserve only."
           END-IF.
           OPEN OUTPUT ALLOC-REPORT-FILE.
           MOVE WS-STREAM-DATE TO RH-DATE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPORT-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM COLLECT-BATCH-ADD-IDS.

           SORT TXN-SORT-WORK
               ON ASCENDING KEY TSR-ACCOUNT-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS ALLOCATE-AND-RELEASE
               OUTPUT PROCEDURE IS REWRITE-TRANSACTION-FILE.

           MOVE WS-ALLOC-COUNT TO TL-ALLOCATED.
           MOVE WS-FAIL-COUNT TO TL-FAILED.
           MOVE WS-SKIP-COUNT TO TL-SKIPPED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE RANGE-FILE RESERVE-FILE ALLOC-REPORT-FILE.
           IF WS-MASTER-OPEN = 'Y'
               CLOSE MASTER-FILE
           END-IF.
           MOVE 'C' TO WS-JOB-EVENT-STATUS.
           PERFORM RECORD-JOB-EVENT.
           DISPLAY "===== ACCOUNT NUMBER ALLOCATION SUMMARY =====".
           DISPLAY "Reserved numbers : " WS-RESERVED-COUNT.
           DISPLAY "Opening requests : " WS-ADD-SEEN.
           DISPLAY "Allocated        : " WS-ALLOC-COUNT.
           DISPLAY "Not allocated    : " WS-FAIL-COUNT.
           DISPLAY "Numbers skipped  : " WS-SKIP-COUNT.
           STOP RUN.

       READ-STREAM-DATE.
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
           MOVE PARM-EFFECTIVE-DATE TO WS-STREAM-DATE.
           CLOSE RATE-PARM-FILE.

       RECORD-JOB-EVENT.
           MOVE WS-THIS-JOB-NAME TO JS-JOB-NAME.
           MOVE WS-STREAM-DATE TO JS-BUSINESS-DATE.
           MOVE WS-JOB-EVENT-STATUS TO JS-RUN-STATUS.
           ACCEPT WS-JOB-LOG-TIME FROM TIME.
           MOVE WS-JOB-LOG-TIME TO JS-LOG-TIME.
           OPEN EXTEND JOB-STATUS-FILE.
           IF WS-JOB-STATUS-FS NOT = '00'
               OPEN OUTPUT JOB-STATUS-FILE
           END-IF.
           WRITE JOB-STATUS-RECORD.
           CLOSE JOB-STATUS-FILE.

       REBUILD-RESERVE-FILE.
      *> 保留档整档重建：先已销户登记册，再上缴登记册；同一号码
      *> 两册都有（上缴后又走过销户）只留先到的一条
           OPEN OUTPUT RESERVE-FILE.
           IF WS-RESERVE-STATUS NOT = '00'
               DISPLAY "Error creating account number reserve. "
                   "File Status: " WS-RESERVE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CLOSED-REGISTER-FILE.
           IF WS-CLOSED-REG-STATUS = '00'
               MOVE 'N' TO WS-REG-EOF
               PERFORM UNTIL WS-REG-EOF = 'Y'
                   READ CLOSED-REGISTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REG-EOF
                       NOT AT END
                           MOVE CLR-ACCOUNT-ID TO ANR-ACCOUNT-ID
                           MOVE 'C' TO ANR-SOURCE
                           MOVE CLR-CLOSE-DATE TO ANR-EVENT-DATE
                           PERFORM WRITE-RESERVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CLOSED-REGISTER-FILE
           ELSE
               DISPLAY "CLOSED_ACCOUNTS.DAT not available - no "
                   "closed account numbers reserved."
           END-IF.
           OPEN INPUT ESCHEAT-REGISTER-FILE.
           IF WS-ESCHEAT-REG-STATUS = '00'
               MOVE 'N' TO WS-REG-EOF
               PERFORM UNTIL WS-REG-EOF = 'Y'
                   READ ESCHEAT-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-REG-EOF
                       NOT AT END
                           MOVE REG-ACCOUNT-ID TO ANR-ACCOUNT-ID
                           MOVE 'E' TO ANR-SOURCE
                           MOVE REG-REMIT-DATE TO ANR-EVENT-DATE
                           PERFORM WRITE-RESERVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ESCHEAT-REGISTER-FILE
           ELSE
               DISPLAY "ESCHEATED_REGISTER.DAT not available - no "
                   "escheated account numbers reserved."
           END-IF.
           CLOSE RESERVE-FILE.

       WRITE-RESERVE-RECORD.
           WRITE RESERVE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-RESERVED-COUNT
           END-WRITE.

       COLLECT-BATCH-ADD-IDS.
      *> 先整读一遍交易文件，记下网点自带账户ID 的 'A' 交易
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS NOT = '00'
               DISPLAY "ACCOUNT_TRANSACTIONS.DAT not available - "
                   "nothing to allocate. File Status: "
                   WS-TXN-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-TXN-EOF.
           PERFORM UNTIL WS-TXN-EOF = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-TXN-EOF
                   NOT AT END
                       IF TXN-TYPE = 'A' AND TXN-ACCOUNT-ID NOT = 0
                           IF WS-BATCH-ADD-COUNT >= 2000
                               DISPLAY "*** Opening table full at 2000 "
                                   "entries - run stopped ***"
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-BATCH-ADD-COUNT
                           MOVE TXN-ACCOUNT-ID
                               TO WS-BATCH-ADD-ID(WS-BATCH-ADD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.

       ALLOCATE-AND-RELEASE.
      *> 逐笔送排序；待发号的 'A' 先发号。批尾留到最后，加上新发
      *> 号码后再送
           OPEN INPUT TRANSACTION-FILE.
           MOVE 'N' TO WS-TXN-EOF.
           PERFORM UNTIL WS-TXN-EOF = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-TXN-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TXN-TYPE = 'H'
                               MOVE BCH-BRANCH-ID TO WS-HEADER-BRANCH
                               MOVE TRANSACTION-RECORD
                                   TO TXN-SORT-RECORD
                               RELEASE TXN-SORT-RECORD
                           WHEN TXN-TYPE = 'Z'
                               MOVE 'Y' TO WS-TRAILER-HELD
                               MOVE TRANSACTION-RECORD
                                   TO WS-HELD-TRAILER
                           WHEN TXN-TYPE = 'A' AND TXN-ACCOUNT-ID = 0
                               ADD 1 TO WS-ADD-SEEN
                               PERFORM ALLOCATE-ONE-ACCOUNT
                               MOVE TRANSACTION-RECORD
                                   TO TXN-SORT-RECORD
                               RELEASE TXN-SORT-RECORD
                           WHEN OTHER
                               MOVE TRANSACTION-RECORD
                                   TO TXN-SORT-RECORD
                               RELEASE TXN-SORT-RECORD
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
           IF WS-TRAILER-HELD = 'Y'
               MOVE WS-HELD-TRAILER TO TRANSACTION-RECORD
      *        哈希约定为账户ID合计的低9位，溢出位丢弃
               COMPUTE WS-HASH-WORK = BCT-HASH-TOTAL + WS-ALLOC-HASH
               MOVE WS-HASH-WORK TO BCT-HASH-TOTAL
               MOVE TRANSACTION-RECORD TO TXN-SORT-RECORD
               RELEASE TXN-SORT-RECORD
           END-IF.

       ALLOCATE-ONE-ACCOUNT.
      *> 开户网点空白取批头网点；先找 网点+产品 号段，没有再找
      *> 网点缺省号段
           IF TXN-BRANCH-CODE = SPACES
               MOVE WS-HEADER-BRANCH TO WS-ALLOC-BRANCH
           ELSE
               MOVE TXN-BRANCH-CODE TO WS-ALLOC-BRANCH
           END-IF.
           MOVE 'N' TO WS-ALLOC-RESULT.
           MOVE WS-ALLOC-BRANCH TO ARG-BRANCH-CODE.
           MOVE TXN-PRODUCT-CODE TO ARG-PRODUCT-CODE.
           READ RANGE-FILE
               INVALID KEY
                   MOVE SPACES TO ARG-PRODUCT-CODE
                   READ RANGE-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-ALLOC-RESULT
                       NOT INVALID KEY
                           PERFORM ALLOCATE-FROM-RANGE
                   END-READ
               NOT INVALID KEY
                   PERFORM ALLOCATE-FROM-RANGE
           END-READ.
           MOVE WS-ALLOC-BRANCH TO DL-BRANCH.
           MOVE TXN-PRODUCT-CODE TO DL-PRODUCT.
           MOVE TXN-CUSTOMER-ID TO DL-CUSTOMER.
           MOVE TXN-ACCOUNT-NAME TO DL-NAME.
           MOVE TXN-ACCOUNT-ID TO DL-ACCOUNT.
           EVALUATE WS-ALLOC-RESULT
               WHEN 'Y'
                   ADD 1 TO WS-ALLOC-COUNT
                   ADD TXN-ACCOUNT-ID TO WS-ALLOC-HASH
                   MOVE 'ALLOCATED' TO DL-RESULT
               WHEN 'S'
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE 'NOT ALLOCATED - RANGE SUSPENDED' TO DL-RESULT
               WHEN 'X'
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE 'NOT ALLOCATED - RANGE EXHAUSTED' TO DL-RESULT
               WHEN OTHER
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE 'NOT ALLOCATED - NO RANGE' TO DL-RESULT
           END-EVALUATE.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       ALLOCATE-FROM-RANGE.
      *> 从下一可用基号起逐号试，跳过的号码同样消耗号段；发出或
      *> 试到号段尽头都回写控制档
           IF ARG-STATUS = 'S'
               MOVE 'S' TO WS-ALLOC-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CANDIDATE-FREE.
           PERFORM UNTIL WS-CANDIDATE-FREE = 'Y' OR
                   ARG-NEXT-BASE > ARG-RANGE-END
               COMPUTE WS-CHECK-ACCOUNT = ARG-NEXT-BASE * 10
               PERFORM COMPUTE-CHECK-DIGIT
               MOVE WS-CHECK-EXPECTED TO WS-CHK-DIGIT(8)
               ADD 1 TO ARG-NEXT-BASE
               PERFORM CHECK-CANDIDATE-FREE
               IF WS-CANDIDATE-FREE = 'N'
                   ADD 1 TO ARG-SKIPPED-COUNT
                   ADD 1 TO WS-SKIP-COUNT
               END-IF
           END-PERFORM.
           IF WS-CANDIDATE-FREE = 'Y'
               MOVE WS-CHECK-ACCOUNT TO TXN-ACCOUNT-ID
               ADD 1 TO ARG-ALLOCATED-COUNT
               MOVE WS-STREAM-DATE TO ARG-LAST-ALLOC-DATE
               MOVE WS-CHECK-ACCOUNT TO ARG-LAST-ALLOC-ID
               MOVE 'Y' TO WS-ALLOC-RESULT
           ELSE
               MOVE 'X' TO WS-ALLOC-RESULT
           END-IF.
           IF ARG-NEXT-BASE > ARG-RANGE-END
               MOVE 'X' TO ARG-STATUS
           END-IF.
           REWRITE RANGE-RECORD
               INVALID KEY
                   DISPLAY "Account range rewrite failed: " ARG-KEY
           END-REWRITE.

       CHECK-CANDIDATE-FREE.
      *> 主档在用、保留档（已销户/已上缴）有、本批网点自带的号码
      *> 都不能发
           MOVE 'Y' TO WS-CANDIDATE-FREE.
           IF WS-MASTER-OPEN = 'Y'
               MOVE WS-CHECK-ACCOUNT TO ACCOUNT-ID
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-CANDIDATE-FREE
               END-READ
           END-IF.
           IF WS-CANDIDATE-FREE = 'Y'
               MOVE WS-CHECK-ACCOUNT TO ANR-ACCOUNT-ID
               READ RESERVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-CANDIDATE-FREE
               END-READ
           END-IF.
           IF WS-CANDIDATE-FREE = 'Y'
               PERFORM VARYING WS-BATCH-ADD-INDEX FROM 1 BY 1
                       UNTIL WS-BATCH-ADD-INDEX > WS-BATCH-ADD-COUNT
                   IF WS-BATCH-ADD-ID(WS-BATCH-ADD-INDEX) =
                           WS-CHECK-ACCOUNT
                       MOVE 'N' TO WS-CANDIDATE-FREE
                   END-IF
               END-PERFORM
           END-IF.

       COMPUTE-CHECK-DIGIT.
      *> 前7位按 7-3-1 循环权重加权求和，取模10补数为校验位
           MOVE 0 TO WS-CHECK-SUM.
           PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
                   UNTIL WS-CHECK-INDEX > 7
               COMPUTE WS-CHECK-SUM = WS-CHECK-SUM +
                   WS-CHK-DIGIT(WS-CHECK-INDEX) *
                   WS-CHK-WEIGHT(WS-CHECK-INDEX)
           END-PERFORM.
           COMPUTE WS-CHECK-EXPECTED =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CHECK-SUM, 10), 10).

       REWRITE-TRANSACTION-FILE.
      *> 按账户ID 排好的交易写回原档：批头 00000000 在前，同键
      *> 按原顺序，批尾 99999999 在后
           OPEN OUTPUT TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS NOT = '00'
               DISPLAY "Error rewriting transaction file. "
                   "File Status: " WS-TXN-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN TXN-SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       MOVE TXN-SORT-RECORD TO TRANSACTION-RECORD
                       WRITE TRANSACTION-RECORD
               END-RETURN
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
