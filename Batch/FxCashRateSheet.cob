       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. FxCashRateSheet.  *> 外币现钞买卖挂牌价（按财资中间价加点差）

      *> 外币现钞挂牌：财资只送收盘中间价（FX_CLOSING_RATES.DAT），
      *> 柜台买卖外币现钞一直拿计算器加减点差。本作业每个营业日
      *> 晨间（BusinessDateRoll 之后、联机开门之前）运行：
      *>   1. 每币种取生效日期不晚于业务日期的最新中间价（与
      *>      FxRevaluation 同一口径）；
      *>   2. 按现钞点差参数 FX_CASH_SPREAD.DAT 算现钞买入价 =
      *>      中间价 x (1 - 买入点差)、卖出价 = 中间价 x (1 + 卖出
      *>      点差)；参数档按币种一行，币种 '***' 为其余币种的
      *>      缺省，缺档或无缺省行时买卖各 1.5%；
      *>   3. 写回 FX_CASH_RATES.DAT（币种键控，联机 ACCTFXEX 按此
      *>      报价），中间价生效日期距业务日期超过陈旧天数的挂
      *>      'S' 暂停报价；档上有而当日收盘价档已没有的币种同样
      *>      置 'S'，柜台不会拿着昨天的价成交；
      *>   4. 打印当日现钞牌价表 FX_CASH_RATES.RPT 供网点张挂

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

           SELECT CLOSING-RATE-FILE ASSIGN TO "FX_CLOSING_RATES.DAT"  *> 财资维护的中间价档
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT SPREAD-FILE ASSIGN TO "FX_CASH_SPREAD.DAT"  *> 现钞点差参数（可选）
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPREAD-STATUS.

           SELECT CASH-RATE-FILE ASSIGN TO "FX_CASH_RATES.DAT"  *> 现钞买卖挂牌价
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXC-CURRENCY-CODE
               FILE STATUS IS WS-CASH-RATE-STATUS.

           SELECT RATE-BOARD-FILE ASSIGN TO "FX_CASH_RATES.RPT"  *> 当日现钞牌价表
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

       FD  CLOSING-RATE-FILE.  *> 与外币利率档共用同一份费率记录布局
       01  CLOSING-RATE-RECORD.
           COPY FXRATE.

       FD  SPREAD-FILE.
       01  SPREAD-RECORD.
           05 SPR-CURRENCY-CODE     PIC X(3).  *> 币种，'***'=其余币种缺省
           05 SPR-BUY-SPREAD        PIC 9V9(4).  *> 现钞买入点差，如 0.0150
           05 SPR-SELL-SPREAD       PIC 9V9(4).  *> 现钞卖出点差

       FD  CASH-RATE-FILE.
       01  CASH-RATE-RECORD.
           COPY FXCRATE.

       FD  RATE-BOARD-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-RATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-SPREAD-STATUS        PIC XX VALUE '00'.
       01  WS-CASH-RATE-STATUS     PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-RATE-EOF             PIC X VALUE 'N'.
       01  WS-SPREAD-EOF           PIC X VALUE 'N'.
       01  WS-CASH-RATE-EOF        PIC X VALUE 'N'.
       01  WS-RATE-ON-FILE         PIC X VALUE 'N'.  *> 'Y'=挂牌价档上已有该币种
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.  *> 本次挂牌的业务日期
       01  WS-STALE-LIMIT-DAYS     PIC 9(3) VALUE 5.  *> 中间价超过本天数即暂停报价（跨周末/短假期不误停）
       01  WS-RATE-AGE-DAYS        PIC S9(5) VALUE 0.
       01  WS-MAX-SPREAD           PIC 9V9(4) VALUE 0.2000.  *> 点差上限，参数键错超过即不采用

      *> 缺省点差：参数档无 '***' 行时取此值
       01  WS-DEFAULT-BUY-SPREAD   PIC 9V9(4) VALUE 0.0150.
       01  WS-DEFAULT-SELL-SPREAD  PIC 9V9(4) VALUE 0.0150.

      *> 中间价表：每币种保留生效日期不晚于业务日期的最新一条
       01  CLOSING-RATE-TABLE.
           05 CRT-ENTRY OCCURS 20 TIMES.
               10 CRT-CURRENCY      PIC X(3).
               10 CRT-RATE          PIC 9(3)V9(6).
               10 CRT-EFFECTIVE     PIC 9(8).
       01  WS-CRT-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-CRT-INDEX            PIC 9(2) COMP VALUE 0.
       01  WS-CRT-SLOT             PIC 9(2) COMP VALUE 0.

      *> 按币种的点差表
       01  SPREAD-TABLE.
           05 SPT-ENTRY OCCURS 20 TIMES.
               10 SPT-CURRENCY      PIC X(3).
               10 SPT-BUY-SPREAD    PIC 9V9(4).
               10 SPT-SELL-SPREAD   PIC 9V9(4).
       01  WS-SPT-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-SPT-INDEX            PIC 9(2) COMP VALUE 0.

      *> 单币种挂牌的工作字段
       01  WS-BUY-SPREAD           PIC 9V9(4) VALUE 0.
       01  WS-SELL-SPREAD          PIC 9V9(4) VALUE 0.

       01  WS-RATES-QUOTED         PIC 9(3) VALUE 0.  *> 可报价币种数
       01  WS-RATES-SUSPENDED      PIC 9(3) VALUE 0.  *> 陈旧暂停的币种数
       01  WS-RATES-DROPPED        PIC 9(3) VALUE 0.  *> 当日收盘价档已无、置暂停的币种数
       01  WS-SPREADS-REJECTED     PIC 9(3) VALUE 0.  *> 键错未采用的点差行数

      *> 牌价表打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(30)
               VALUE 'FOREIGN CASH RATE BOARD       '.
           05 FILLER                PIC X(9) VALUE 'FOR DATE '.
           05 RH-RUN-DATE           PIC 9(8).
       01  COLUMN-HEADER-LINE.
           05 FILLER                PIC X(50) VALUE
               'CCY     MID RATE    CASH BUY   CASH SELL  BUY SP  '.
           05 FILLER                PIC X(30) VALUE
               ' SELL SP  MID DATE  STATUS'.
       01  RATE-DETAIL-LINE.
           05 RD-CURRENCY           PIC X(3).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 RD-MID-RATE           PIC ZZ9.9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RD-BUY-RATE           PIC ZZ9.9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RD-SELL-RATE          PIC ZZ9.9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RD-BUY-SPREAD         PIC 9.9(4).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 RD-SELL-SPREAD        PIC 9.9(4).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 RD-MID-DATE           PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RD-STATUS             PIC X(9).  *> QUOTED / SUSPENDED / NO RATE

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-CLOSING-RATES.
           PERFORM LOAD-CASH-SPREADS.
           PERFORM OPEN-CASH-RATE-FILE.

           OPEN OUTPUT RATE-BOARD-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening FX_CASH_RATES.RPT. File Status: "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO RH-RUN-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADER-LINE.

           PERFORM VARYING WS-CRT-INDEX FROM 1 BY 1
                   UNTIL WS-CRT-INDEX > WS-CRT-COUNT
               PERFORM PUBLISH-ONE-CURRENCY
           END-PERFORM.
           PERFORM SUSPEND-DROPPED-CURRENCIES.

           CLOSE CASH-RATE-FILE RATE-BOARD-FILE.
           DISPLAY "===== FX CASH RATE SHEET SUMMARY =====".
           DISPLAY "Treasury mid rates : " WS-CRT-COUNT.
           DISPLAY "Spread lines used  : " WS-SPT-COUNT.
           DISPLAY "Spread lines bad   : " WS-SPREADS-REJECTED.
           DISPLAY "Currencies quoted  : " WS-RATES-QUOTED.
           DISPLAY "Suspended (stale)  : " WS-RATES-SUSPENDED.
           DISPLAY "Suspended (no rate): " WS-RATES-DROPPED.
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
                   DISPLAY "RATE_PARM.DAT empty - run stopped."
                   STOP RUN
           END-READ.
           MOVE PARM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           CLOSE RATE-PARM-FILE.
           DISPLAY "FX cash rate sheet for " WS-EFFECTIVE-DATE.

       READ-BUSINESS-DATE.
      *> 中央业务日期核对：控制档在则以其为准——参数文件自带的
      *> 日期与之不一致即停批；控制档未建（转换期）沿用参数日期
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

       LOAD-CLOSING-RATES.
      *> 每币种取生效日期不晚于业务日期的最新一条（与
      *> FxRevaluation 同一口径）；中间价档不在则无价可挂，停批
           OPEN INPUT CLOSING-RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY "FX_CLOSING_RATES.DAT not available - "
                   "run stopped."
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-RATE-EOF = 'Y'
               READ CLOSING-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-RATE-EOF
                   NOT AT END
                       IF FXR-EFFECTIVE-DATE <= WS-EFFECTIVE-DATE
                               AND FXR-RATE NUMERIC
                               AND FXR-RATE > 0
                           PERFORM KEEP-LATEST-RATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOSING-RATE-FILE.
           DISPLAY "Treasury mid rates loaded: " WS-CRT-COUNT.

       KEEP-LATEST-RATE.
           MOVE 0 TO WS-CRT-SLOT.
           PERFORM VARYING WS-CRT-INDEX FROM 1 BY 1
                   UNTIL WS-CRT-INDEX > WS-CRT-COUNT
                   OR WS-CRT-SLOT > 0
               IF CRT-CURRENCY(WS-CRT-INDEX) = FXR-CURRENCY-CODE
                   MOVE WS-CRT-INDEX TO WS-CRT-SLOT
               END-IF
           END-PERFORM.
           IF WS-CRT-SLOT = 0
               IF WS-CRT-COUNT >= 20
                   DISPLAY "*** Mid rate table full at 20 "
                       "currencies - run stopped ***"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CRT-COUNT
               MOVE WS-CRT-COUNT TO WS-CRT-SLOT
               MOVE FXR-CURRENCY-CODE TO CRT-CURRENCY(WS-CRT-SLOT)
               MOVE FXR-RATE TO CRT-RATE(WS-CRT-SLOT)
               MOVE FXR-EFFECTIVE-DATE TO CRT-EFFECTIVE(WS-CRT-SLOT)
           ELSE
               IF FXR-EFFECTIVE-DATE > CRT-EFFECTIVE(WS-CRT-SLOT)
                   MOVE FXR-RATE TO CRT-RATE(WS-CRT-SLOT)
                   MOVE FXR-EFFECTIVE-DATE
                       TO CRT-EFFECTIVE(WS-CRT-SLOT)
               END-IF
           END-IF.

       LOAD-CASH-SPREADS.
      *> 点差参数可选：缺档全部按缺省；栏位键错或超过上限的行
      *> 不采用（该币种落到缺省），'***' 行改写缺省值
           OPEN INPUT SPREAD-FILE.
           IF WS-SPREAD-STATUS NOT = '00'
               DISPLAY "FX_CASH_SPREAD.DAT not available - default "
                   "spreads used."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SPREAD-EOF = 'Y'
               READ SPREAD-FILE
                   AT END
                       MOVE 'Y' TO WS-SPREAD-EOF
                   NOT AT END
                       PERFORM KEEP-ONE-SPREAD
               END-READ
           END-PERFORM.
           CLOSE SPREAD-FILE.

       KEEP-ONE-SPREAD.
           IF SPR-BUY-SPREAD NOT NUMERIC OR SPR-SELL-SPREAD NOT NUMERIC
                   OR SPR-BUY-SPREAD > WS-MAX-SPREAD
                   OR SPR-SELL-SPREAD > WS-MAX-SPREAD
               DISPLAY "*** Spread line for " SPR-CURRENCY-CODE
                   " invalid - not used ***"
               ADD 1 TO WS-SPREADS-REJECTED
               EXIT PARAGRAPH
           END-IF.
           IF SPR-CURRENCY-CODE = '***'
               MOVE SPR-BUY-SPREAD TO WS-DEFAULT-BUY-SPREAD
               MOVE SPR-SELL-SPREAD TO WS-DEFAULT-SELL-SPREAD
               EXIT PARAGRAPH
           END-IF.
           IF WS-SPT-COUNT >= 20
               DISPLAY "*** Spread table full at 20 currencies - "
                   SPR-CURRENCY-CODE " takes the default ***"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SPT-COUNT.
           MOVE SPR-CURRENCY-CODE TO SPT-CURRENCY(WS-SPT-COUNT).
           MOVE SPR-BUY-SPREAD TO SPT-BUY-SPREAD(WS-SPT-COUNT).
           MOVE SPR-SELL-SPREAD TO SPT-SELL-SPREAD(WS-SPT-COUNT).

       OPEN-CASH-RATE-FILE.
      *> 首次运行时挂牌价档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O CASH-RATE-FILE.
           IF WS-CASH-RATE-STATUS NOT = '00'
               OPEN OUTPUT CASH-RATE-FILE
               CLOSE CASH-RATE-FILE
               OPEN I-O CASH-RATE-FILE
               IF WS-CASH-RATE-STATUS NOT = '00'
                   DISPLAY "Error opening FX_CASH_RATES.DAT. File "
                       "Status: " WS-CASH-RATE-STATUS
                   STOP RUN
               END-IF
           END-IF.

       PUBLISH-ONE-CURRENCY.
      *> 取该币种点差（无专行取缺省），算买卖价写回挂牌价档；
      *> 中间价陈旧的照挂但置 'S'，牌价表上注明暂停
           MOVE WS-DEFAULT-BUY-SPREAD TO WS-BUY-SPREAD.
           MOVE WS-DEFAULT-SELL-SPREAD TO WS-SELL-SPREAD.
           PERFORM VARYING WS-SPT-INDEX FROM 1 BY 1
                   UNTIL WS-SPT-INDEX > WS-SPT-COUNT
               IF SPT-CURRENCY(WS-SPT-INDEX) =
                       CRT-CURRENCY(WS-CRT-INDEX)
                   MOVE SPT-BUY-SPREAD(WS-SPT-INDEX) TO WS-BUY-SPREAD
                   MOVE SPT-SELL-SPREAD(WS-SPT-INDEX)
                       TO WS-SELL-SPREAD
               END-IF
           END-PERFORM.

           MOVE CRT-CURRENCY(WS-CRT-INDEX) TO FXC-CURRENCY-CODE.
           READ CASH-RATE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RATE-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RATE-ON-FILE
           END-READ.
           MOVE CRT-CURRENCY(WS-CRT-INDEX) TO FXC-CURRENCY-CODE.
           MOVE WS-EFFECTIVE-DATE TO FXC-RATE-DATE.
           MOVE CRT-RATE(WS-CRT-INDEX) TO FXC-MID-RATE.
           COMPUTE FXC-BUY-RATE ROUNDED =
               CRT-RATE(WS-CRT-INDEX) * (1 - WS-BUY-SPREAD).
           COMPUTE FXC-SELL-RATE ROUNDED =
               CRT-RATE(WS-CRT-INDEX) * (1 + WS-SELL-SPREAD).
           MOVE WS-BUY-SPREAD TO FXC-BUY-SPREAD.
           MOVE WS-SELL-SPREAD TO FXC-SELL-SPREAD.
           MOVE CRT-EFFECTIVE(WS-CRT-INDEX) TO FXC-MID-EFFECTIVE.
           COMPUTE WS-RATE-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE) -
               FUNCTION INTEGER-OF-DATE(CRT-EFFECTIVE(WS-CRT-INDEX)).
           IF WS-RATE-AGE-DAYS > WS-STALE-LIMIT-DAYS
               MOVE 'S' TO FXC-STATUS
               MOVE 'SUSPENDED' TO RD-STATUS
               ADD 1 TO WS-RATES-SUSPENDED
               DISPLAY "*** Stale mid rate for " FXC-CURRENCY-CODE
                   " effective " FXC-MID-EFFECTIVE
                   " - cash quotes suspended ***"
           ELSE
               MOVE 'A' TO FXC-STATUS
               MOVE 'QUOTED' TO RD-STATUS
               ADD 1 TO WS-RATES-QUOTED
           END-IF.
           IF WS-RATE-ON-FILE = 'Y'
               REWRITE CASH-RATE-RECORD
                   INVALID KEY
                       DISPLAY "*** Cash rate rewrite failed: "
                           FXC-CURRENCY-CODE
               END-REWRITE
           ELSE
               WRITE CASH-RATE-RECORD
                   INVALID KEY
                       DISPLAY "*** Cash rate write failed: "
                           FXC-CURRENCY-CODE
               END-WRITE
           END-IF.
           PERFORM PRINT-RATE-LINE.

       SUSPEND-DROPPED-CURRENCIES.
      *> 档上挂牌日期不是本业务日的币种（当日收盘价档已没有）一律
      *> 置暂停，联机只认当日挂牌，此处置 'S' 是给牌价表留痕
           MOVE LOW-VALUES TO FXC-CURRENCY-CODE.
           START CASH-RATE-FILE KEY IS NOT LESS THAN FXC-CURRENCY-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE 'N' TO WS-CASH-RATE-EOF.
           PERFORM UNTIL WS-CASH-RATE-EOF = 'Y'
               READ CASH-RATE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CASH-RATE-EOF
                   NOT AT END
                       IF FXC-RATE-DATE NOT = WS-EFFECTIVE-DATE
                           PERFORM SUSPEND-ONE-CURRENCY
                       END-IF
               END-READ
           END-PERFORM.

       SUSPEND-ONE-CURRENCY.
           IF FXC-STATUS NOT = 'S'
               MOVE 'S' TO FXC-STATUS
               REWRITE CASH-RATE-RECORD
                   INVALID KEY
                       DISPLAY "*** Cash rate rewrite failed: "
                           FXC-CURRENCY-CODE
               END-REWRITE
           END-IF.
           ADD 1 TO WS-RATES-DROPPED.
           MOVE 'NO RATE' TO RD-STATUS.
           PERFORM PRINT-RATE-LINE.

       PRINT-RATE-LINE.
           MOVE FXC-CURRENCY-CODE TO RD-CURRENCY.
           MOVE FXC-MID-RATE TO RD-MID-RATE.
           MOVE FXC-BUY-RATE TO RD-BUY-RATE.
           MOVE FXC-SELL-RATE TO RD-SELL-RATE.
           MOVE FXC-BUY-SPREAD TO RD-BUY-SPREAD.
           MOVE FXC-SELL-SPREAD TO RD-SELL-SPREAD.
           MOVE FXC-MID-EFFECTIVE TO RD-MID-DATE.
           WRITE REPORT-LINE FROM RATE-DETAIL-LINE.
