      *> 数据放进同一份排序：
      *>   阶段1 当日采集留痕档（CAPTURE_DAYFILE.DAT，柜员采集）
      *>   阶段2 当日成批留痕档（CAPTURE_BATCH_DAYFILE.DAT，汇集成批）
      *>   阶段3 过账流水（ACCOUNT_UPDATE_JOURNAL.DAT，'P'/'W' 及
      *>         'T' 借记腿已过账）
      *> 按 账户+类型+金额 分组数三个阶段的笔数：采集>成批 即
      *> 采集了没成批，成批>过账 即成批了没过账，成批>采集 即
      *> 批里多出无采集来源的明细，全部上对账单（柜员号/采集
      *> 时间随采集留痕带出，查到缺项能落到人）。过账流水里
      *> 网点批/委托扣款等其他来源的 'P'/'W'/'T' 只会让过账笔数
      *> 偏多，不会误报缺项；同户同类型同金额恰好撞上其他来源时个别
      *> 缺项可能被盖住，金额合计栏可供复核。
      *> 当日过账的冲正（'R'）另起一节：每笔冲正按其带的原流水
      *> 引用列出 原交易/冲正 一对，柜面错账的更正一目了然

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-DAY-STATUS.

      *>   当日过账流水（含各日内班次），只取 'P'/'W'/'T' 交易
           SELECT JOURNAL-FILE ASSIGN TO "ACCOUNT_UPDATE_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           05 CDF-CAPTURE-DATE      PIC 9(8).
           05 CDF-CAPTURE-TIME      PIC 9(8).
           05 CDF-CYCLE-NUMBER      PIC 9(3).
           05 CDF-INSTRUMENT        PIC X.  *> 存入工具，本作业不使用
           05 CDF-OVERRIDE-TELLER   PIC X(8).  *> 超限加签主管，本作业不使用
           05 CDF-TO-ACCOUNT-ID     PIC 9(8).  *> 'T' 的转入账户，本作业不使用

       FD  BATCH-DAYFILE.  *> 与 TellerCaptureBatch 的成批留痕档同布局
       01  BATCH-DAYFILE-RECORD.
           05 JRN-CYCLE-NUMBER      PIC 9(3).
           05 FILLER                PIC X(11).  *> 跨币种折算金额，本作业不使用
           05 JRN-BUSINESS-DATE     PIC 9(8).  *> 流水业务日期——流水逐日追加，按日对账凭此过滤
           05 FILLER                PIC X.  *> 费用标志，本作业不使用
           05 JRN-ENTRY-SEQ         PIC 9(7).  *> 流水在其运行内的顺序号
           05 JRN-VALUE-DATE        PIC 9(8).  *> 起息日
           05 JRN-RVS-BUSINESS-DATE PIC 9(8).  *> 'R' 冲正：原流水业务日期
           05 JRN-RVS-CYCLE         PIC 9(3).  *> 'R' 冲正：原流水日内批次序号
           05 JRN-RVS-ENTRY-SEQ     PIC 9(7).  *> 'R' 冲正：原流水顺序号
           05 JRN-RVS-ORIG-TYPE     PIC X.  *> 'R' 冲正：原交易类型 'P'/'W'
           05 FILLER                PIC X(16).  *> 交易参考号，本作业不使用

       FD  RECON-REPORT-FILE.
       01  REPORT-LINE              PIC X(110).

       01  WS-CAPTURED-COUNT       PIC 9(7) VALUE 0.  *> 采集留痕笔数
       01  WS-BATCHED-COUNT        PIC 9(7) VALUE 0.  *> 成批留痕笔数
       01  WS-POSTED-COUNT         PIC 9(7) VALUE 0.  *> 过账流水 'P'/'W'/'T' 笔数
       01  WS-NOT-BATCHED-COUNT    PIC 9(7) VALUE 0.  *> 采集了没成批的笔数
       01  WS-NOT-POSTED-COUNT     PIC 9(7) VALUE 0.  *> 成批了没过账的笔数
       01  WS-NO-CAPTURE-COUNT     PIC 9(7) VALUE 0.  *> 批里无采集来源的笔数
       01  WS-NOT-BATCHED-AMOUNT   PIC 9(11)V99 VALUE 0.  *> 采集了没成批的金额合计
       01  WS-NOT-POSTED-AMOUNT    PIC 9(11)V99 VALUE 0.  *> 成批了没过账的金额合计
       01  WS-EXCEPTION-COUNT      PIC 9(7) VALUE 0.  *> 上对账单的异常笔数合计
       01  WS-REVERSAL-PAIR-COUNT  PIC 9(7) VALUE 0.  *> 当日冲正配对笔数
       01  WS-REVERSAL-PAIR-AMOUNT PIC 9(11)V99 VALUE 0.  *> 当日冲正金额合计

      *> 当前分组（账户+类型+金额）的保持区
       01  WS-SORTED-AVAIL         PIC X VALUE 'N'.  *> 'Y'=排序流上还有记录
           05 RD-DIFF-COUNT         PIC ZZZZ9.
           05 FILLER                PIC XX VALUE SPACES.
           05 RD-EXCEPTION-TEXT     PIC X(24).
       01  REVERSAL-SECTION-LINE.
           05 FILLER                PIC X(44) VALUE
               'REVERSALS POSTED - ORIGINAL AND REVERSAL    '.
       01  REVERSAL-COLUMN-LINE.
           05 FILLER                PIC X(50) VALUE
               '          ACCOUNT   TYPE        AMOUNT  BUS DATE  '.
           05 FILLER                PIC X(16) VALUE
               'CYC  ENTRY SEQ  '.
       01  REVERSAL-PAIR-LINE.
           05 RP-TAG                PIC X(10).
           05 RP-ACCOUNT-ID         PIC 9(8).
           05 FILLER                PIC XX VALUE SPACES.
           05 RP-TXN-TYPE           PIC X.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 RP-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC XX VALUE SPACES.
           05 RP-BUSINESS-DATE      PIC 9(8).
           05 FILLER                PIC XX VALUE SPACES.
           05 RP-CYCLE              PIC 9(3).
           05 FILLER                PIC XX VALUE SPACES.
           05 RP-ENTRY-SEQ          PIC 9(7).
       01  SUMMARY-LINE.
           05 SUM-LABEL             PIC X(34).
           05 SUM-COUNT             PIC ZZZZZZ9.
                                SR-STAGE
               INPUT PROCEDURE IS RELEASE-ALL-STAGES
               OUTPUT PROCEDURE IS MATCH-STAGE-GROUPS.
           PERFORM PRINT-REVERSAL-PAIRS.
           PERFORM PRINT-RECON-SUMMARY.
           CLOSE RECON-REPORT-FILE.
           DISPLAY "===== CAPTURE RECONCILIATION SUMMARY =====".
           DISPLAY "Captured items     : " WS-CAPTURED-COUNT.
           DISPLAY "Batched details    : " WS-BATCHED-COUNT.
           DISPLAY "Posted P/W/T journal: " WS-POSTED-COUNT.
           DISPLAY "Captured not batched: " WS-NOT-BATCHED-COUNT.
           DISPLAY "Batched not posted : " WS-NOT-POSTED-COUNT.
           DISPLAY "Batched no capture : " WS-NO-CAPTURE-COUNT.
           DISPLAY "Reversal pairs     : " WS-REVERSAL-PAIR-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "*** " WS-EXCEPTION-COUNT " CAPTURE CHAIN "
                   "EXCEPTIONS - SEE CAPTURE_RECON.RPT BEFORE "
       RELEASE-POSTED-ITEMS.
      *> 过账流水取当日全部 'P'/'W'（流水逐日追加不清档，先按
      *> 业务日期过滤掉历史日）：柜面批之外的来源只会让过账笔数
      *> 偏多，分组比对按 成批笔数<=过账笔数 放行，不会误报。
      *> 'T' 只取借记腿（账户栏=转出户、转入栏为另一户），与
      *> 采集/成批按转出户记的口径一致；贷记腿账户栏与转入栏
      *> 同为转入户、金额是合计，不进比对
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY "No update journal this run. File Status: "
                           MOVE 'Y' TO WS-JOURNAL-EOF
                       NOT AT END
                           IF (JRN-TXN-TYPE = 'P' OR
                                   JRN-TXN-TYPE = 'W' OR
                                   (JRN-TXN-TYPE = 'T' AND
                                    JRN-TO-ACCOUNT-ID NOT =
                                        JRN-ACCOUNT-ID)) AND
                                   JRN-BUSINESS-DATE =
                                       WS-EFFECTIVE-DATE
                               ADD 1 TO WS-POSTED-COUNT
           MOVE WS-GROUP-DIFF TO RD-DIFF-COUNT.
           WRITE REPORT-LINE FROM RECON-DETAIL-LINE.

       PRINT-REVERSAL-PAIRS.
      *> 再读一遍过账流水，当日每笔 'R' 冲正连同它引用的原流水
      *> 配对列示：原交易行取冲正流水上带的原业务日期/班次/顺序号
      *> 与原类型（金额必与冲正相等，更新作业已核过），冲正行取
      *> 冲正流水本身的日期/班次/顺序号
           MOVE 'N' TO WS-JOURNAL-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REVERSAL-SECTION-LINE.
           WRITE REPORT-LINE FROM REVERSAL-COLUMN-LINE.
           PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JOURNAL-EOF
                   NOT AT END
                       IF JRN-TXN-TYPE = 'R' AND
                               JRN-BUSINESS-DATE = WS-EFFECTIVE-DATE
                           PERFORM WRITE-REVERSAL-PAIR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       WRITE-REVERSAL-PAIR.
           ADD 1 TO WS-REVERSAL-PAIR-COUNT.
           ADD JRN-TXN-AMOUNT TO WS-REVERSAL-PAIR-AMOUNT.
           MOVE 'ORIGINAL  ' TO RP-TAG.
           MOVE JRN-ACCOUNT-ID TO RP-ACCOUNT-ID.
           MOVE JRN-RVS-ORIG-TYPE TO RP-TXN-TYPE.
           MOVE JRN-TXN-AMOUNT TO RP-AMOUNT.
           MOVE JRN-RVS-BUSINESS-DATE TO RP-BUSINESS-DATE.
           MOVE JRN-RVS-CYCLE TO RP-CYCLE.
           MOVE JRN-RVS-ENTRY-SEQ TO RP-ENTRY-SEQ.
           WRITE REPORT-LINE FROM REVERSAL-PAIR-LINE.
           MOVE '  REVERSAL' TO RP-TAG.
           MOVE JRN-TXN-TYPE TO RP-TXN-TYPE.
           MOVE JRN-BUSINESS-DATE TO RP-BUSINESS-DATE.
           MOVE JRN-CYCLE-NUMBER TO RP-CYCLE.
           MOVE JRN-ENTRY-SEQ TO RP-ENTRY-SEQ.
           WRITE REPORT-LINE FROM REVERSAL-PAIR-LINE.

       PRINT-RECON-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BATCHED-COUNT TO SUM-COUNT.
           MOVE 0 TO SUM-AMOUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'P/W/T ITEMS ON UPDATE JOURNAL     ' TO SUM-LABEL.
           MOVE WS-POSTED-COUNT TO SUM-COUNT.
           MOVE 0 TO SUM-AMOUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE WS-NO-CAPTURE-COUNT TO SUM-COUNT.
           MOVE 0 TO SUM-AMOUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'REVERSALS PAIRED TO THEIR ORIGINAL' TO SUM-LABEL.
           MOVE WS-REVERSAL-PAIR-COUNT TO SUM-COUNT.
           MOVE WS-REVERSAL-PAIR-AMOUNT TO SUM-AMOUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
