      *>   - 回写主档 YTD-INTEREST-PAID，年度报税单口径保持正确；
      *>   - 逐户打印调整报告（含所属客户号）供客户沟通。
      *> 历史档按 账户+日期 键顺序扫描，调整批天然按账户升序
      *> 参数带产品代码时为产品利率更正：只重算该产品的账户，
      *> 每笔过账的错用利率和判档档限取产品参数历史档
      *> PRODUCT_HISTORY.DAT 里过账当日实际适用的那套参数（产品
      *> 从未改动过则取产品主档现值），参数里的错用利率不用；
      *> 更正利率仍取参数。落在生效中议价期内的过账不重算

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODUCT_MASTER.DAT"  *> 产品主档：从未改动过的产品取现值
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.

      *>   产品参数历史档：过账当日实际适用的产品参数
           SELECT PRODUCT-HISTORY-FILE ASSIGN TO "PRODUCT_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-KEY
               FILE STATUS IS WS-PRODHIST-STATUS.

           SELECT RATE-OVERRIDE-FILE ASSIGN TO "RATE_OVERRIDES.DAT"  *> 议价利率档：议价期内的利息不按产品参数
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ROV-ACCOUNT-ID
               FILE STATUS IS WS-OVERRIDE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           05 PARM-NEW-TIER2-RATE   PIC 9V9(4).  *> 更正后的中档利率
           05 PARM-NEW-TIER3-RATE   PIC 9V9(4).  *> 更正后的高档利率
           05 PARM-ADJUST-DATE      PIC 9(8).  *> 调整批业务日期
           05 PARM-PRODUCT-CODE     PIC X(2).  *> 产品利率更正的产品代码，空白=全局档次利率更正

       FD  TXN-OUTPUT-FILE.  *> 与 AccountMasterUpdate 共用同一份交易布局
       01  TRANSACTION-RECORD.
           05 ADJ-DIFFERENCE        PIC S9(9)V99.  *> 差额（正=补付客户，负=追回）
           05 ADJ-ACTION-CODE       PIC X(4).  *> CRDT=补付 DRDT=追回 NONE=无差额

       FD  PRODUCT-MASTER-FILE.  *> 产品主档文件描述符
       01  PRODUCT-RECORD.
           COPY PRODMAST.

       FD  PRODUCT-HISTORY-FILE.  *> 产品参数历史档文件描述符
       01  PRODUCT-HISTORY-RECORD.
           COPY PRODHIST.

       FD  RATE-OVERRIDE-FILE.  *> 议价利率档文件描述符
       01  OVERRIDE-RECORD.
           COPY RATEOVR.

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS       PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-ACCT-DIFFERENCE      PIC S9(9)V99 VALUE 0.
       01  WS-ADJUST-AMOUNT        PIC 9(7)V99 VALUE 0.  *> 调整交易金额（差额绝对值）

      *> 产品利率更正：本次更正的产品、当前账户的产品码，以及
      *> 按过账日期查到的那套产品参数（缓存其起用/停用区间）
       01  WS-PRODUCT-STATUS       PIC XX VALUE '00'.
       01  WS-PRODHIST-STATUS      PIC XX VALUE '00'.
       01  WS-PRODHIST-EOF         PIC X VALUE 'N'.
       01  WS-RECALC-PRODUCT       PIC X(2) VALUE SPACES.  *> 空白=全局档次利率更正
       01  WS-ACCT-PRODUCT-CODE    PIC X(2) VALUE SPACES.  *> 当前账户主档上的产品码
       01  WS-PRODUCT-HAS-HISTORY  PIC X VALUE 'N'.  *> 'Y'=产品在历史档里有记录
       01  WS-PARMS-LOADED         PIC X VALUE 'N'.  *> 'Y'=缓存里有一套参数
       01  WS-PARMS-FROM           PIC 9(8) VALUE 0.  *> 缓存那套参数的起用日期
       01  WS-PARMS-TO             PIC 9(8) VALUE 0.  *> 缓存那套参数的停用日期
       01  WS-RATE-SELECTED        PIC X VALUE 'N'.  *> 'Y'=本笔过账参与重算
       01  WS-PRODUCT-NO-PARMS     PIC 9(7) VALUE 0.  *> 查不到当日适用参数而跳过的过账数
       01  WS-OVERRIDE-STATUS      PIC XX VALUE '00'.
       01  WS-OVERRIDE-OPEN        PIC X VALUE 'N'.  *> 'Y' 表示议价利率档可用
       01  WS-ACCT-OVERRIDE        PIC X VALUE 'N'.  *> 'Y'=当前账户有生效中的议价
       01  WS-ACCT-OVR-START       PIC 9(8) VALUE 0.
       01  WS-ACCT-OVR-EXPIRY      PIC 9(8) VALUE 0.
       01  WS-OVERRIDE-SKIPPED     PIC 9(7) VALUE 0.  *> 议价期内而跳过的过账数
       01  WS-APPLIED-PARMS.
           COPY PRODMAST
               REPLACING LEADING ==PRD-== BY ==APP-==.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           IF WS-RECALC-PRODUCT NOT = SPACES
               PERFORM OPEN-PRODUCT-PARAMETERS
           END-IF.
           OPEN OUTPUT TXN-OUTPUT-FILE.
           OPEN OUTPUT ADJ-GL-FILE.
           OPEN OUTPUT ADJ-REPORT-FILE.

           CLOSE HISTORY-FILE MASTER-FILE TXN-OUTPUT-FILE
               ADJ-GL-FILE ADJ-REPORT-FILE.
           IF WS-RECALC-PRODUCT NOT = SPACES
               CLOSE PRODUCT-MASTER-FILE PRODUCT-HISTORY-FILE
           END-IF.
           IF WS-OVERRIDE-OPEN = 'Y'
               CLOSE RATE-OVERRIDE-FILE
           END-IF.
           DISPLAY "===== INTEREST RECALC SUMMARY =====".
           DISPLAY "History scanned : " WS-RECORDS-SCANNED.
           DISPLAY "In range        : " WS-RECORDS-IN-RANGE.
           DISPLAY "Accounts adjusted: " WS-ACCOUNTS-ADJUSTED.
           DISPLAY "Product-priced accounts referred: "
               WS-PRODUCT-SKIPPED.
           IF WS-RECALC-PRODUCT NOT = SPACES
               DISPLAY "Postings without product parameters: "
                   WS-PRODUCT-NO-PARMS
               DISPLAY "Postings under rate override skipped: "
                   WS-OVERRIDE-SKIPPED
           END-IF.
           DISPLAY "Credits to pay  : " WS-CREDIT-TOTAL.
           DISPLAY "Debits to recover: " WS-DEBIT-TOTAL.
           STOP RUN.
           MOVE PARM-NEW-TIER1-RATE TO WS-NEW-TIER1-RATE.
           MOVE PARM-NEW-TIER2-RATE TO WS-NEW-TIER2-RATE.
           MOVE PARM-NEW-TIER3-RATE TO WS-NEW-TIER3-RATE.
      *    产品代码栏为后加栏位，旧格式参数行此处为空白，按全局更正
           MOVE PARM-PRODUCT-CODE TO WS-RECALC-PRODUCT.
           IF WS-RECALC-PRODUCT = LOW-VALUES
               MOVE SPACES TO WS-RECALC-PRODUCT
           END-IF.
           CLOSE RECALC-PARM-FILE.
           DISPLAY "Interest recalc " WS-FROM-DATE " - " WS-TO-DATE
               ", adjustments dated " WS-ADJUST-DATE.
           IF WS-RECALC-PRODUCT NOT = SPACES
               DISPLAY "Product rate correction for product "
                   WS-RECALC-PRODUCT
           END-IF.

       REPLAY-ONE-HISTORY.
      *> 区间内带利息的历史记录按过账前余额判档取新旧利率，
           IF WS-FIRST-ACCOUNT = 'Y'
               MOVE HIST-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
               MOVE 'N' TO WS-FIRST-ACCOUNT
               PERFORM LOAD-ACCOUNT-PRODUCT
           ELSE
               IF HIST-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT
                   PERFORM FLUSH-ACCOUNT-ADJUSTMENT
                   MOVE HIST-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
                   PERFORM LOAD-ACCOUNT-PRODUCT
               END-IF
           END-IF.
           MOVE 'N' TO WS-RATE-SELECTED.
           IF HIST-POSTING-DATE >= WS-FROM-DATE AND
                   HIST-POSTING-DATE <= WS-TO-DATE AND
                   HIST-INTEREST-AMOUNT > 0
               IF WS-RECALC-PRODUCT = SPACES
                   PERFORM SELECT-GLOBAL-TIER-RATES
               ELSE
                   PERFORM SELECT-PRODUCT-TIER-RATES
               END-IF
           END-IF.
           IF WS-RATE-SELECTED = 'Y'
               ADD 1 TO WS-RECORDS-IN-RANGE
               IF WS-OLD-RATE = 0
                   DISPLAY "*** Old rate zero for account "
                       HIST-ACCOUNT-ID " on " HIST-POSTING-DATE
               END-IF
           END-IF.

       SELECT-GLOBAL-TIER-RATES.
           MOVE 'Y' TO WS-RATE-SELECTED.
           EVALUATE TRUE
               WHEN HIST-BEFORE-BALANCE < 1000.00
                   MOVE WS-OLD-TIER1-RATE TO WS-OLD-RATE
                   MOVE WS-NEW-TIER1-RATE TO WS-NEW-RATE
               WHEN HIST-BEFORE-BALANCE < 10000.00
                   MOVE WS-OLD-TIER2-RATE TO WS-OLD-RATE
                   MOVE WS-NEW-TIER2-RATE TO WS-NEW-RATE
               WHEN OTHER
                   MOVE WS-OLD-TIER3-RATE TO WS-OLD-RATE
                   MOVE WS-NEW-TIER3-RATE TO WS-NEW-RATE
           END-EVALUATE.

       SELECT-PRODUCT-TIER-RATES.
      *> 产品利率更正：只取本产品的账户；过账当日适用的那套参数
      *> 定档限和错用利率，与跑批按产品档限判档同口径
           IF WS-ACCT-PRODUCT-CODE NOT = WS-RECALC-PRODUCT
               EXIT PARAGRAPH
           END-IF.
      *    议价期内按议价利率计息，产品参数的错与它无关
           IF WS-ACCT-OVERRIDE = 'Y' AND
                   HIST-POSTING-DATE >= WS-ACCT-OVR-START AND
                   HIST-POSTING-DATE <= WS-ACCT-OVR-EXPIRY
               ADD 1 TO WS-OVERRIDE-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PARMS-AT-DATE.
           IF WS-PARMS-LOADED = 'N'
               ADD 1 TO WS-PRODUCT-NO-PARMS
               DISPLAY "*** No product " WS-RECALC-PRODUCT
                   " parameters for " HIST-POSTING-DATE
                   " - account " HIST-ACCOUNT-ID " posting skipped"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RATE-SELECTED.
           EVALUATE TRUE
               WHEN HIST-BEFORE-BALANCE < APP-TIER1-LIMIT
                   MOVE APP-TIER1-RATE TO WS-OLD-RATE
                   MOVE WS-NEW-TIER1-RATE TO WS-NEW-RATE
               WHEN HIST-BEFORE-BALANCE < APP-TIER2-LIMIT
                   MOVE APP-TIER2-RATE TO WS-OLD-RATE
                   MOVE WS-NEW-TIER2-RATE TO WS-NEW-RATE
               WHEN OTHER
                   MOVE APP-TIER3-RATE TO WS-OLD-RATE
                   MOVE WS-NEW-TIER3-RATE TO WS-NEW-RATE
           END-EVALUATE.

       LOAD-ACCOUNT-PRODUCT.
      *> 产品利率更正时账户断点取主档产品码；账户已不在档的按
      *> 无产品处理，不在本次更正范围
           MOVE SPACES TO WS-ACCT-PRODUCT-CODE.
           MOVE 'N' TO WS-ACCT-OVERRIDE.
           IF WS-RECALC-PRODUCT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURRENT-ACCOUNT TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRODUCT-CODE TO WS-ACCT-PRODUCT-CODE
           END-READ.
           IF WS-OVERRIDE-OPEN = 'Y'
               MOVE WS-CURRENT-ACCOUNT TO ROV-ACCOUNT-ID
               READ RATE-OVERRIDE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ROV-STATUS = 'A'
                           MOVE 'Y' TO WS-ACCT-OVERRIDE
                           MOVE ROV-START-DATE TO WS-ACCT-OVR-START
                           MOVE ROV-EXPIRY-DATE TO WS-ACCT-OVR-EXPIRY
                       END-IF
               END-READ
           END-IF.

       OPEN-PRODUCT-PARAMETERS.
      *> 产品在历史档里有记录就按历史查；没有即从未改动过，整个
      *> 区间都按产品主档现值。两处都查不到该产品则停批
           OPEN INPUT PRODUCT-MASTER-FILE.
           OPEN INPUT PRODUCT-HISTORY-FILE.
           OPEN INPUT RATE-OVERRIDE-FILE.
           IF WS-OVERRIDE-STATUS = '00'
               MOVE 'Y' TO WS-OVERRIDE-OPEN
           END-IF.
           IF WS-PRODHIST-STATUS = '00'
               MOVE WS-RECALC-PRODUCT TO PHS-PRODUCT-CODE
               MOVE 0 TO PHS-EFFECTIVE-FROM
               START PRODUCT-HISTORY-FILE
                   KEY IS GREATER THAN OR EQUAL TO PHS-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PRODUCT-HISTORY-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PHS-PRODUCT-CODE = WS-RECALC-PRODUCT
                                   MOVE 'Y' TO WS-PRODUCT-HAS-HISTORY
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF WS-PRODUCT-HAS-HISTORY = 'N'
               MOVE 'N' TO WS-PARMS-LOADED
               IF WS-PRODUCT-STATUS = '00'
                   MOVE WS-RECALC-PRODUCT TO PRD-PRODUCT-CODE
                   READ PRODUCT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PRODUCT-RECORD TO WS-APPLIED-PARMS
                           MOVE 0 TO WS-PARMS-FROM
                           MOVE 99999999 TO WS-PARMS-TO
                           MOVE 'Y' TO WS-PARMS-LOADED
                   END-READ
               END-IF
               IF WS-PARMS-LOADED = 'N'
                   DISPLAY "Product " WS-RECALC-PRODUCT
                       " not on product master or history - run "
                       "stopped."
                   STOP RUN
               END-IF
           END-IF.

       FIND-PARMS-AT-DATE.
      *> 过账日期落在缓存那套参数的起止日期内直接用；否则按
      *> 产品+起用日期顺序扫历史档找覆盖该日的一套
           IF WS-PARMS-LOADED = 'Y' AND
                   HIST-POSTING-DATE >= WS-PARMS-FROM AND
                   HIST-POSTING-DATE <= WS-PARMS-TO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PARMS-LOADED.
           IF WS-PRODUCT-HAS-HISTORY = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PRODHIST-EOF.
           MOVE WS-RECALC-PRODUCT TO PHS-PRODUCT-CODE.
           MOVE 0 TO PHS-EFFECTIVE-FROM.
           START PRODUCT-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO PHS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRODHIST-EOF
           END-START.
           PERFORM UNTIL WS-PRODHIST-EOF = 'Y'
               READ PRODUCT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRODHIST-EOF
                   NOT AT END
                       IF PHS-PRODUCT-CODE NOT = WS-RECALC-PRODUCT OR
                               PHS-EFFECTIVE-FROM > HIST-POSTING-DATE
                           MOVE 'Y' TO WS-PRODHIST-EOF
                       ELSE
                           IF PHS-EFFECTIVE-TO >= HIST-POSTING-DATE
                               MOVE PHS-PARAMETERS TO WS-APPLIED-PARMS
                               MOVE PHS-EFFECTIVE-FROM TO WS-PARMS-FROM
                               MOVE PHS-EFFECTIVE-TO TO WS-PARMS-TO
                               MOVE 'Y' TO WS-PARMS-LOADED
                               MOVE 'Y' TO WS-PRODHIST-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FLUSH-ACCOUNT-ADJUSTMENT.
      *> 账户断点：区间累计的新旧利息差额出一笔调整交易并回写
      *> 主档 YTD 累计；无差额不出交易也不出报告行。带产品码的
           COMPUTE WS-ACCT-DIFFERENCE =
               WS-ACCT-NEW-INTEREST - WS-ACCT-OLD-INTEREST.
           IF WS-ACCT-DIFFERENCE NOT = 0
      *        产品利率更正本就只算该产品的账户，不转人工
               IF WS-RECALC-PRODUCT = SPACES
                   PERFORM CHECK-ACCOUNT-PRODUCT
               ELSE
                   MOVE 'N' TO WS-PRODUCT-PRICED
               END-IF
               IF WS-PRODUCT-PRICED = 'Y'
                   ADD 1 TO WS-PRODUCT-SKIPPED
                   MOVE WS-CURRENT-ACCOUNT TO ADJ-ACCOUNT-ID
