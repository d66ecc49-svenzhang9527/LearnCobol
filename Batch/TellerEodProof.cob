      *> （TELLER_DECLARED_CASH.DAT）逐柜员比对，打印轧账单并把
      *> 长短款落进按 柜员+日期 键控的长短款历史档，网点经理翻
      *> 历史就能看出惯犯。未申报的柜员照常上轧账单（NODC），
      *> 申报了却无采集的柜员同样列出（NOCA）。柜面转账（'T'）
      *> 不经手现金，不进轧账
      *> 柜面外币现钞兑换的人民币现金收付不走采集：FxCashPosition
      *> 先跑、把当日入头寸的成交置 'P'，本作业再读外汇成交档
      *> FX_DEALS.DAT，入账日期为本业务日期的现金结算成交按经办
      *> 柜员计入——银行买入外币付出人民币记付出，卖出外币收入
      *> 人民币记收入；账户结算的采集项（存入工具 'X'）不经手
      *> 人民币现金，不进轧账

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *>   外汇成交档：现金结算的人民币收付计入经办柜员
           SELECT FX-DEAL-FILE ASSIGN TO "FX_DEALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXD-KEY
               FILE STATUS IS WS-DEAL-STATUS.

      *>   长短款历史档：柜员+日期 键控跨日滚存
           SELECT OVERSHORT-FILE ASSIGN TO "TELLER_OVERSHORT.DAT"
               ORGANIZATION IS INDEXED
       FD  CAPTURE-FILE.  *> 与 TellerCaptureBatch 的采集留痕档同布局
       01  CAPTURE-RECORD.
           05 TC-ACCOUNT-ID         PIC 9(8).
           05 TC-TXN-TYPE           PIC X.  *> 'P'=存入 'W'=支取 'T'=转账
           05 TC-AMOUNT             PIC 9(7)V99.
           05 TC-TELLER-ID          PIC X(8).
           05 TC-CAPTURE-DATE       PIC 9(8).
           05 TC-CAPTURE-TIME       PIC 9(8).
           05 TC-CYCLE-NUMBER       PIC 9(3).  *> 汇入的日内班次序号，轧账不区分班次
           05 TC-INSTRUMENT         PIC X.  *> 'P' 存入工具：空白/'C'=现金 'B'/'O'=支票，轧账只算现金；'P'/'W' 为 'X'=外币兑换的人民币账户结算，不进轧账
           05 TC-OVERRIDE-TELLER    PIC X(8).  *> 超限加签主管，本作业不使用
           05 TC-TO-ACCOUNT-ID      PIC 9(8).  *> 'T' 的转入账户，本作业不使用

       FD  FX-DEAL-FILE.
       01  FX-DEAL-RECORD.
           COPY FXDEAL.

       FD  DECLARED-FILE.
       01  DECLARED-RECORD.
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-OVERSHORT-STATUS     PIC XX VALUE '00'.
       01  WS-DEAL-STATUS          PIC XX VALUE '00'.
       01  WS-DEAL-EOF             PIC X VALUE 'N'.
       01  WS-FX-DEALS-READ        PIC 9(7) VALUE 0.  *> 计入轧账的现金结算兑换笔数
       01  WS-CAPTURE-EOF          PIC X VALUE 'N'.
       01  WS-DECLARED-EOF         PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
               CLOSE CAPTURE-FILE
           END-IF.

           PERFORM TALLY-FX-CASH-DEALS.
           PERFORM LOAD-DECLARED-CASH.
           PERFORM PRINT-PROOF-SHEET.

           CLOSE OVERSHORT-FILE.
           DISPLAY "===== TELLER EOD PROOF SUMMARY =====".
           DISPLAY "Items captured : " WS-ITEMS-READ.
           DISPLAY "FX cash deals  : " WS-FX-DEALS-READ.
           DISPLAY "Tellers proved : " WS-TELLERS-PROVED.
           DISPLAY "Over/short     : " WS-OVERSHORT-COUNT.
           STOP RUN.
           END-IF.

       TALLY-ONE-CAPTURE.
           IF TC-TXN-TYPE = 'T'
               EXIT PARAGRAPH
           END-IF.
      *    支票存入不进尾箱，不计入现金
           IF TC-TXN-TYPE = 'P'
               AND TC-INSTRUMENT NOT = SPACE AND TC-INSTRUMENT NOT = 'C'
               EXIT PARAGRAPH
           END-IF.
      *    外币兑换的人民币账户结算不经手现金
           IF TC-INSTRUMENT = 'X'
               EXIT PARAGRAPH
           END-IF.
           MOVE TC-TELLER-ID TO WS-LOOKUP-TELLER.
           PERFORM FIND-TELLER-SLOT.
           IF WS-TELLER-SLOT > 0
               END-IF
           END-IF.

       TALLY-FX-CASH-DEALS.
      *> 成交档按成交日期领头键控，读到业务日期之后的成交即止；
      *> 只算本业务日期入头寸的现金结算成交，与 FxCashPosition
      *> 出的网点现金分录同一口径。成交档未建即当日无兑换
           OPEN INPUT FX-DEAL-FILE.
           IF WS-DEAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DEAL-EOF.
           PERFORM UNTIL WS-DEAL-EOF = 'Y'
               READ FX-DEAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DEAL-EOF
                   NOT AT END
                       IF FXD-DEAL-DATE > WS-EFFECTIVE-DATE
                           MOVE 'Y' TO WS-DEAL-EOF
                       ELSE
                           IF FXD-STATUS = 'P' AND
                                   FXD-POSTED-DATE = WS-EFFECTIVE-DATE
                                   AND FXD-SETTLE-METHOD = 'C'
                               PERFORM TALLY-ONE-FX-DEAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FX-DEAL-FILE.

       TALLY-ONE-FX-DEAL.
      *    银行买入外币付出人民币，卖出外币收入人民币
           ADD 1 TO WS-FX-DEALS-READ.
           MOVE FXD-TELLER-ID TO WS-LOOKUP-TELLER.
           PERFORM FIND-TELLER-SLOT.
           IF WS-TELLER-SLOT > 0
               IF FXD-DIRECTION = 'S'
                   ADD 1 TO TP-DEPOSIT-COUNT(WS-TELLER-SLOT)
                   ADD FXD-CNY-AMOUNT
                       TO TP-DEPOSIT-TOTAL(WS-TELLER-SLOT)
               ELSE
                   ADD 1 TO TP-WDRAWAL-COUNT(WS-TELLER-SLOT)
                   ADD FXD-CNY-AMOUNT
                       TO TP-WDRAWAL-TOTAL(WS-TELLER-SLOT)
               END-IF
           END-IF.

       LOAD-DECLARED-CASH.
           OPEN INPUT DECLARED-FILE.
           IF WS-DECLARED-STATUS NOT = '00'
