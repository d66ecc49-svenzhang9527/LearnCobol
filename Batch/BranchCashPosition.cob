       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. BranchCashPosition.  *> 网点日终现金头寸、轧总账及调款建议

      *> 网点现金头寸：日终在 TellerCaptureBatch 末班与
      *> VaultCashMaint 之后运行，做四件事：
      *>   1. 按柜员汇总当日采集留痕档（CAPTURE_DAYFILE.DAT）的
      *>      收付现金，尾箱应有余额 = 期初 + 领入 - 缴回 + 收 - 付，
      *>      写回尾箱档（TELLER_DRAWER.DAT）作次日期初；
      *>   2. 柜员收付现金出分录（收：借网点现金 CASH+网点号、贷
      *>      DEPLIA；付反向），以 GL-RECORD 布局写
      *>      BRANCH_CASH_GL.DAT；无尾箱的柜员挂 CASHSUSP 待查；
      *>   3. 逐网点 金库（VAULT_POSITION.DAT）+ 尾箱 对 总账现金
      *>      科目余额（GL_LEDGER.DAT 本年借-贷；台账还没过本日
      *>      分录时加上本日调拨与收付的待过账分录），不平的标 DIFF；
      *>   4. 当日收付按网点落现金流水历史档，取最近若干营业日的
      *>      平均付现量乘备付天数，与库存比较给出调款建议：不足
      *>      则建议向现金中心请调（按整捆取整），超出一倍以上的
      *>      提示缴回。
      *> 可选参数 CASH_ORDER_PARM.DAT：备付天数、回看营业日数、
      *> 取整单位；缺省 2 天、5 日、10000.00
      *> 柜面外币现钞兑换的人民币现金收付不走采集：在 FxCashPosition
      *> 之后运行，外汇成交档 FX_DEALS.DAT 中本业务日期入头寸的
      *> 现金结算成交按经办柜员计入尾箱收付与网点收付（卖出外币
      *> 收现、买入外币付现）；其网点现金分录已由 FxCashPosition
      *> 写入 FX_CASH_GL.DAT，此处不重出，只计入待过账分录参与
      *> 轧总账。账户结算的采集项（存入工具 'X'）不经手现金

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

           SELECT ORDER-PARM-FILE ASSIGN TO "CASH_ORDER_PARM.DAT"  *> 调款建议参数（可选）
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-PARM-STATUS.

      *>   当日采集留痕档：TellerCaptureBatch 逐班追加、换日清零
           SELECT CAPTURE-FILE ASSIGN TO "CAPTURE_DAYFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-STATUS.

           SELECT VAULT-FILE ASSIGN TO "VAULT_POSITION.DAT"  *> 网点金库券别头寸
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VP-KEY
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT DRAWER-FILE ASSIGN TO "TELLER_DRAWER.DAT"  *> 柜员尾箱
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDR-TELLER-ID
               FILE STATUS IS WS-DRAWER-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "GL_LEDGER.DAT"  *> 按科目代码累计的台账
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLL-ACCOUNT-CODE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT VAULT-GL-FILE ASSIGN TO "VAULT_CASH_GL.DAT"  *> 本日调拨分录（待过账）
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-GL-STATUS.

           SELECT CASH-GL-FILE ASSIGN TO "BRANCH_CASH_GL.DAT"  *> 柜员收付现金分录，与 GL_INTERFACE.DAT 同布局
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-GL-STATUS.

      *>   外汇成交档：现金结算的人民币收付计入经办柜员尾箱
           SELECT FX-DEAL-FILE ASSIGN TO "FX_DEALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXD-KEY
               FILE STATUS IS WS-DEAL-STATUS.

      *>   网点现金流水历史：网点+日期 键控跨日滚存，调款建议取均值
           SELECT CASH-HISTORY-FILE ASSIGN TO "BRANCH_CASH_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      *>   网点现金头寸表
           SELECT POSITION-REPORT-FILE
               ASSIGN TO "BRANCH_CASH_POSITION.RPT"
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

       FD  ORDER-PARM-FILE.
       01  ORDER-PARM-RECORD.
           05 OPM-COVER-DAYS        PIC 9(2).  *> 备付天数（到下次送款）
           05 OPM-LOOKBACK-DAYS     PIC 9(2).  *> 平均付现回看营业日数，最多 20
           05 OPM-ROUNDING-UNIT     PIC 9(7)V99.  *> 请调金额取整单位（一捆）

       FD  CAPTURE-FILE.  *> 与 TellerCaptureBatch 的采集留痕档同布局
       01  CAPTURE-RECORD.
           05 TC-ACCOUNT-ID         PIC 9(8).
           05 TC-TXN-TYPE           PIC X.  *> 'P'=存入 'W'=支取 'T'=转账
           05 TC-AMOUNT             PIC 9(7)V99.
           05 TC-TELLER-ID          PIC X(8).
           05 TC-CAPTURE-DATE       PIC 9(8).
           05 TC-CAPTURE-TIME       PIC 9(8).
           05 TC-CYCLE-NUMBER       PIC 9(3).
           05 TC-INSTRUMENT         PIC X.  *> 'P' 存入工具：空白/'C'=现金 'B'/'O'=支票，头寸只算现金；'P'/'W' 为 'X'=外币兑换的人民币账户结算，不计现金
           05 TC-OVERRIDE-TELLER    PIC X(8).  *> 超限加签主管，本作业不使用
           05 TC-TO-ACCOUNT-ID      PIC 9(8).  *> 'T' 的转入账户，本作业不使用

       FD  FX-DEAL-FILE.
       01  FX-DEAL-RECORD.
           COPY FXDEAL.

       FD  VAULT-FILE.
       01  VAULT-RECORD.
           COPY VAULTPOS.

       FD  DRAWER-FILE.
       01  DRAWER-RECORD.
           COPY TDRAWER.

       FD  LEDGER-FILE.  *> 与 GlLedgerPost 的台账同布局
       01  LEDGER-RECORD.
           05 GLL-ACCOUNT-CODE      PIC X(10).
           05 GLL-PERIOD-DR         PIC S9(13)V99 COMP-3.
           05 GLL-PERIOD-CR         PIC S9(13)V99 COMP-3.
           05 GLL-YTD-DR            PIC S9(13)V99 COMP-3.
           05 GLL-YTD-CR            PIC S9(13)V99 COMP-3.
           05 GLL-LAST-POSTED       PIC 9(8).

       FD  VAULT-GL-FILE.  *> 与 BatchAccountProcessor 的总账接口同布局
       01  VAULT-GL-RECORD.
           05 VGL-JE-DATE           PIC 9(8).
           05 VGL-ACCOUNT-CODE      PIC X(10).
           05 VGL-DEBIT-CREDIT      PIC X(2).
           05 VGL-AMOUNT            PIC S9(9)V99.
           05 VGL-DESCRIPTION       PIC X(30).

       FD  CASH-GL-FILE.  *> 与 BatchAccountProcessor 的总账接口同布局
       01  GL-RECORD.
           05 GL-JE-DATE            PIC 9(8).
           05 GL-ACCOUNT-CODE       PIC X(10).
           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).

       FD  CASH-HISTORY-FILE.
       01  CASH-HISTORY-RECORD.
           05 BCH-KEY.
               10 BCH-BRANCH-ID     PIC X(4).  *> 网点号
               10 BCH-BUSINESS-DATE PIC 9(8).  *> 业务日期
           05 BCH-DEPOSITS          PIC 9(11)V99.  *> 当日收现合计
           05 BCH-WDRAWALS          PIC 9(11)V99.  *> 当日付现合计
           05 BCH-CLOSING-CASH      PIC S9(11)V99.  *> 日终金库+尾箱

       FD  POSITION-REPORT-FILE.
       01  REPORT-LINE              PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-ORDER-PARM-STATUS    PIC XX VALUE '00'.
       01  WS-CAPTURE-STATUS       PIC XX VALUE '00'.
       01  WS-VAULT-STATUS         PIC XX VALUE '00'.
       01  WS-DRAWER-STATUS        PIC XX VALUE '00'.
       01  WS-LEDGER-STATUS        PIC XX VALUE '00'.
       01  WS-VAULT-GL-STATUS      PIC XX VALUE '00'.
       01  WS-CASH-GL-STATUS       PIC XX VALUE '00'.
       01  WS-HISTORY-STATUS       PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-CAPTURE-EOF          PIC X VALUE 'N'.
       01  WS-DEAL-STATUS          PIC XX VALUE '00'.
       01  WS-DEAL-EOF             PIC X VALUE 'N'.
       01  WS-FX-DEALS-READ        PIC 9(7) VALUE 0.  *> 计入尾箱的现金结算兑换笔数
       01  WS-FILE-EOF             PIC X VALUE 'N'.  *> 顺读金库/尾箱/调拨/历史共用
       01  WS-LEDGER-OPEN          PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-ITEMS-READ           PIC 9(7) VALUE 0.  *> 采集项数
       01  WS-DRAWERS-CLOSED       PIC 9(5) VALUE 0.  *> 轧出期末的尾箱数
       01  WS-SUSPENSE-TELLERS     PIC 9(3) VALUE 0.  *> 无尾箱挂待查的柜员数
       01  WS-DIFF-COUNT           PIC 9(3) VALUE 0.  *> 与总账不平的网点数
       01  WS-ORDER-COUNT          PIC 9(3) VALUE 0.  *> 建议请调的网点数
       01  WS-GL-ENTRIES           PIC 9(5) VALUE 0.

      *> 调款建议参数（CASH_ORDER_PARM.DAT 缺省时取此值）
       01  WS-COVER-DAYS           PIC 9(2) VALUE 2.
       01  WS-LOOKBACK-DAYS        PIC 9(2) VALUE 5.
       01  WS-ROUNDING-UNIT        PIC 9(7)V99 VALUE 10000.00.

       01  WS-CASH-ACCOUNT         PIC X(10) VALUE SPACES.  *> CASH+网点号
       01  WS-LOOKUP-TELLER        PIC X(8) VALUE SPACES.
       01  WS-LOOKUP-BRANCH        PIC X(4) VALUE SPACES.
       01  WS-GL-BALANCE           PIC S9(13)V99 VALUE 0.
       01  WS-BOOK-CASH            PIC S9(13)V99 VALUE 0.  *> 金库+尾箱
       01  WS-DRAWER-IN            PIC 9(11)V99 VALUE 0.  *> 尾箱当日收现（采集+兑换）
       01  WS-DRAWER-OUT           PIC 9(11)V99 VALUE 0.  *> 尾箱当日付现（采集+兑换）
       01  WS-DIFFERENCE           PIC S9(13)V99 VALUE 0.
       01  WS-AVG-WDRAWAL          PIC 9(11)V99 VALUE 0.
       01  WS-CASH-NEED            PIC 9(13)V99 VALUE 0.
       01  WS-ORDER-AMOUNT         PIC 9(13)V99 VALUE 0.
       01  WS-EXCESS-AMOUNT        PIC 9(13)V99 VALUE 0.
       01  WS-ORDER-UNITS          PIC 9(9) VALUE 0.
       01  WS-HIST-SUM             PIC 9(13)V99 VALUE 0.
       01  WS-HIST-USED            PIC 9(2) COMP VALUE 0.

      *> 按柜员的当日收付现金累计表
       01  TELLER-TABLE.
           05 TELLER-ENTRY OCCURS 200 TIMES.
               10 TL-TELLER-ID      PIC X(8).
               10 TL-DEPOSIT-TOTAL  PIC 9(9)V99.
               10 TL-WDRAWAL-TOTAL  PIC 9(9)V99.
               10 TL-FX-CASH-IN     PIC 9(9)V99.  *> 卖出外币收入人民币现金
               10 TL-FX-CASH-OUT    PIC 9(9)V99.  *> 买入外币付出人民币现金
               10 TL-DRAWER-SEEN    PIC X.  *> 'Y'=尾箱档中已对上
       01  WS-TELLER-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-TELLER-INDEX         PIC 9(3) COMP VALUE 0.
       01  WS-TELLER-SLOT          PIC 9(3) COMP VALUE 0.

      *> 按网点的头寸累计表
       01  BRANCH-TABLE.
           05 BRANCH-ENTRY OCCURS 100 TIMES.
               10 BC-BRANCH-ID      PIC X(4).
               10 BC-VAULT-VALUE    PIC S9(11)V99.
               10 BC-DRAWER-CASH    PIC S9(11)V99.
               10 BC-DEPOSITS       PIC 9(11)V99.
               10 BC-WDRAWALS       PIC 9(11)V99.
               10 BC-GL-PENDING     PIC S9(11)V99.  *> 本日待过账现金分录（借-贷）
       01  WS-BRANCH-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-BRANCH-INDEX         PIC 9(3) COMP VALUE 0.
       01  WS-BRANCH-SLOT          PIC 9(3) COMP VALUE 0.

      *> 最近营业日付现量（按日期顺读，保留最后 N 日）
       01  HISTORY-WINDOW.
           05 HW-WDRAWALS          PIC 9(11)V99 OCCURS 20 TIMES.
       01  WS-HIST-COUNT           PIC 9(2) COMP VALUE 0.
       01  WS-HIST-INDEX           PIC 9(2) COMP VALUE 0.

      *> 头寸表打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(30)
               VALUE 'BRANCH CASH POSITION          '.
           05 FILLER                PIC X(9) VALUE 'FOR DATE '.
           05 RH-RUN-DATE           PIC 9(8).
       01  SECTION-HEADER-LINE.
           05 SH-TITLE              PIC X(40).
       01  DRAWER-COLUMN-LINE.
           05 FILLER                PIC X(54) VALUE
             'TELLER   BRCH      OPENING       BOUGHT         SOLD  '.
           05 FILLER                PIC X(42) VALUE
               '    DEPOSITS   WITHDRAWALS       CLOSING  '.
       01  DRAWER-DETAIL-LINE.
           05 DD-TELLER-ID          PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 DD-BRANCH-ID          PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 DD-OPENING            PIC ZZZ,ZZZ,ZZ9.99-.
           05 DD-BOUGHT             PIC ZZ,ZZZ,ZZ9.99.
           05 DD-SOLD               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 DD-DEPOSITS           PIC ZZZ,ZZZ,ZZ9.99.
           05 DD-WDRAWALS           PIC ZZZ,ZZZ,ZZ9.99.
           05 DD-CLOSING            PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X VALUE SPACE.
           05 DD-FLAG               PIC X(4).  *> NEG=尾箱为负
       01  VAULT-COLUMN-LINE.
           05 FILLER                PIC X(48) VALUE
               'BRCH   DENOMINATION       PIECES           VALUE'.
       01  VAULT-DETAIL-LINE.
           05 VD-BRANCH-ID          PIC X(4).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 VD-DENOMINATION       PIC Z,ZZ9.99.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 VD-PIECES             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 VD-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  RECON-COLUMN-LINE.
           05 FILLER                PIC X(50) VALUE
               'BRCH            VAULT          DRAWERS     BOOK CA'.
           05 FILLER                PIC X(50) VALUE
               'SH          GL CASH       DIFFERENCE              '.
       01  RECON-DETAIL-LINE.
           05 RD-BRANCH-ID          PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 RD-VAULT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 RD-DRAWERS            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 RD-BOOK-CASH          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 RD-GL-CASH            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 RD-DIFFERENCE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X VALUE SPACE.
           05 RD-FLAG               PIC X(4).  *> DIFF=与总账不平
       01  ORDER-COLUMN-LINE.
           05 FILLER                PIC X(50) VALUE
               'BRCH  DAYS     AVG WITHDRAWAL        CASH NEEDED  '.
           05 FILLER                PIC X(44) VALUE
               '      ORDER AMOUNT     EXCESS TO RETURN     '.
       01  ORDER-DETAIL-LINE.
           05 OD-BRANCH-ID          PIC X(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 OD-DAYS               PIC Z9.
           05 FILLER                PIC X VALUE SPACE.
           05 OD-AVG-WDRAWAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 OD-CASH-NEED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 OD-ORDER              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 OD-EXCESS             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-ORDER-PARM.
           PERFORM OPEN-POSITION-FILES.
           PERFORM TALLY-TELLER-CAPTURES.
           PERFORM TALLY-FX-CASH-DEALS.

           MOVE WS-EFFECTIVE-DATE TO RH-RUN-DATE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM CLOSE-TELLER-DRAWERS.
           PERFORM POST-SUSPENSE-TELLERS.
           PERFORM LIST-VAULT-POSITIONS.
           PERFORM LOAD-PENDING-SHIPMENTS.
           PERFORM RECONCILE-BRANCHES.
           PERFORM SUGGEST-CASH-ORDERS.

           CLOSE VAULT-FILE DRAWER-FILE CASH-GL-FILE CASH-HISTORY-FILE
               POSITION-REPORT-FILE.
           IF WS-LEDGER-OPEN = 'Y'
               CLOSE LEDGER-FILE
           END-IF.
           DISPLAY "===== BRANCH CASH POSITION SUMMARY =====".
           DISPLAY "Items captured     : " WS-ITEMS-READ.
           DISPLAY "FX cash deals      : " WS-FX-DEALS-READ.
           DISPLAY "Drawers closed     : " WS-DRAWERS-CLOSED.
           DISPLAY "Tellers to suspense: " WS-SUSPENSE-TELLERS.
           DISPLAY "GL entries written : " WS-GL-ENTRIES.
           DISPLAY "Branches with diff : " WS-DIFF-COUNT.
           DISPLAY "Cash orders        : " WS-ORDER-COUNT.
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
           DISPLAY "Branch cash position for " WS-EFFECTIVE-DATE.

       READ-ORDER-PARM.
      *> 参数文件不在或栏位键错时沿用缺省值
           OPEN INPUT ORDER-PARM-FILE.
           IF WS-ORDER-PARM-STATUS = '00'
               READ ORDER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPM-COVER-DAYS NUMERIC AND
                               OPM-COVER-DAYS > 0
                           MOVE OPM-COVER-DAYS TO WS-COVER-DAYS
                       END-IF
                       IF OPM-LOOKBACK-DAYS NUMERIC AND
                               OPM-LOOKBACK-DAYS > 0 AND
                               OPM-LOOKBACK-DAYS <= 20
                           MOVE OPM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                       END-IF
                       IF OPM-ROUNDING-UNIT NUMERIC AND
                               OPM-ROUNDING-UNIT > 0
                           MOVE OPM-ROUNDING-UNIT TO WS-ROUNDING-UNIT
                       END-IF
               END-READ
               CLOSE ORDER-PARM-FILE
           END-IF.

       OPEN-POSITION-FILES.
      *> 金库档、尾箱档、历史档首次运行时还不存在，先建空文件再
      *> 以 I-O 重开；台账不在（总账尚未开账）时总账余额按零列示
           OPEN INPUT VAULT-FILE.
           IF WS-VAULT-STATUS NOT = '00'
               OPEN OUTPUT VAULT-FILE
               CLOSE VAULT-FILE
               OPEN INPUT VAULT-FILE
               IF WS-VAULT-STATUS NOT = '00'
                   DISPLAY "Error opening vault position file. "
                       "File Status: " WS-VAULT-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O DRAWER-FILE.
           IF WS-DRAWER-STATUS NOT = '00'
               OPEN OUTPUT DRAWER-FILE
               CLOSE DRAWER-FILE
               OPEN I-O DRAWER-FILE
               IF WS-DRAWER-STATUS NOT = '00'
                   DISPLAY "Error opening teller drawer file. "
                       "File Status: " WS-DRAWER-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O CASH-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT CASH-HISTORY-FILE
               CLOSE CASH-HISTORY-FILE
               OPEN I-O CASH-HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY "Error opening branch cash history. "
                       "File Status: " WS-HISTORY-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '00'
               MOVE 'Y' TO WS-LEDGER-OPEN
           ELSE
               DISPLAY "GL_LEDGER.DAT not available - GL cash "
                   "shown from today's entries only."
           END-IF.
           OPEN OUTPUT CASH-GL-FILE.
           IF WS-CASH-GL-STATUS NOT = '00'
               DISPLAY "Error opening BRANCH_CASH_GL.DAT. File "
                   "Status: " WS-CASH-GL-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT POSITION-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening cash position report. File "
                   "Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.

       TALLY-TELLER-CAPTURES.
           OPEN INPUT CAPTURE-FILE.
           IF WS-CAPTURE-STATUS NOT = '00'
               DISPLAY "No teller capture file this day. File "
                   "Status: " WS-CAPTURE-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CAPTURE-EOF = 'Y'
               READ CAPTURE-FILE
                   AT END
                       MOVE 'Y' TO WS-CAPTURE-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM TALLY-ONE-CAPTURE
               END-READ
           END-PERFORM.
           CLOSE CAPTURE-FILE.

       TALLY-ONE-CAPTURE.
      *    柜面转账（'T'）不经手现金
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
           PERFORM ADD-TELLER-SLOT.
           IF WS-TELLER-SLOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF TC-TXN-TYPE = 'P'
               ADD TC-AMOUNT TO TL-DEPOSIT-TOTAL(WS-TELLER-SLOT)
           ELSE
               ADD TC-AMOUNT TO TL-WDRAWAL-TOTAL(WS-TELLER-SLOT)
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
           ADD 1 TO WS-FX-DEALS-READ.
           MOVE FXD-TELLER-ID TO WS-LOOKUP-TELLER.
           PERFORM ADD-TELLER-SLOT.
           IF WS-TELLER-SLOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF FXD-DIRECTION = 'S'
               ADD FXD-CNY-AMOUNT TO TL-FX-CASH-IN(WS-TELLER-SLOT)
           ELSE
               ADD FXD-CNY-AMOUNT TO TL-FX-CASH-OUT(WS-TELLER-SLOT)
           END-IF.

       ADD-TELLER-SLOT.
      *> 找柜员累计格，没有则新开；表满返回 0
           PERFORM FIND-TELLER-SLOT.
           IF WS-TELLER-SLOT = 0
               IF WS-TELLER-COUNT >= 200
                   DISPLAY "*** Teller table full at 200 entries - "
                       "teller " WS-LOOKUP-TELLER " not counted ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TELLER-COUNT
               MOVE WS-TELLER-COUNT TO WS-TELLER-SLOT
               MOVE WS-LOOKUP-TELLER TO TL-TELLER-ID(WS-TELLER-SLOT)
               MOVE 0 TO TL-DEPOSIT-TOTAL(WS-TELLER-SLOT)
               MOVE 0 TO TL-WDRAWAL-TOTAL(WS-TELLER-SLOT)
               MOVE 0 TO TL-FX-CASH-IN(WS-TELLER-SLOT)
               MOVE 0 TO TL-FX-CASH-OUT(WS-TELLER-SLOT)
               MOVE 'N' TO TL-DRAWER-SEEN(WS-TELLER-SLOT)
           END-IF.

       FIND-TELLER-SLOT.
           MOVE 0 TO WS-TELLER-SLOT.
           PERFORM VARYING WS-TELLER-INDEX FROM 1 BY 1
                   UNTIL WS-TELLER-INDEX > WS-TELLER-COUNT
                   OR WS-TELLER-SLOT > 0
               IF TL-TELLER-ID(WS-TELLER-INDEX) = WS-LOOKUP-TELLER
                   MOVE WS-TELLER-INDEX TO WS-TELLER-SLOT
               END-IF
           END-PERFORM.

       FIND-BRANCH-SLOT.
           MOVE 0 TO WS-BRANCH-SLOT.
           PERFORM VARYING WS-BRANCH-INDEX FROM 1 BY 1
                   UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT
                   OR WS-BRANCH-SLOT > 0
               IF BC-BRANCH-ID(WS-BRANCH-INDEX) = WS-LOOKUP-BRANCH
                   MOVE WS-BRANCH-INDEX TO WS-BRANCH-SLOT
               END-IF
           END-PERFORM.
           IF WS-BRANCH-SLOT = 0
               IF WS-BRANCH-COUNT >= 100
                   DISPLAY "*** Branch table full at 100 entries - "
                       "branch " WS-LOOKUP-BRANCH " not reported ***"
               ELSE
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-BRANCH-SLOT
                   MOVE WS-LOOKUP-BRANCH
                       TO BC-BRANCH-ID(WS-BRANCH-SLOT)
                   MOVE 0 TO BC-VAULT-VALUE(WS-BRANCH-SLOT)
                   MOVE 0 TO BC-DRAWER-CASH(WS-BRANCH-SLOT)
                   MOVE 0 TO BC-DEPOSITS(WS-BRANCH-SLOT)
                   MOVE 0 TO BC-WDRAWALS(WS-BRANCH-SLOT)
                   MOVE 0 TO BC-GL-PENDING(WS-BRANCH-SLOT)
               END-IF
           END-IF.

       CLOSE-TELLER-DRAWERS.
      *> 顺读全部尾箱：滚到本业务日、加上当日收付轧出期末写回
           MOVE 'TELLER DRAWERS' TO SH-TITLE.
           MOVE SECTION-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE DRAWER-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-FILE-EOF.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ DRAWER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       PERFORM CLOSE-ONE-DRAWER
               END-READ
           END-PERFORM.

       CLOSE-ONE-DRAWER.
           PERFORM ROLL-DRAWER-DAY.
           MOVE TDR-TELLER-ID TO WS-LOOKUP-TELLER.
           PERFORM FIND-TELLER-SLOT.
           MOVE TDR-BRANCH-ID TO WS-LOOKUP-BRANCH.
           PERFORM FIND-BRANCH-SLOT.
           MOVE TDR-TELLER-ID TO DD-TELLER-ID.
           MOVE TDR-BRANCH-ID TO DD-BRANCH-ID.
           MOVE TDR-OPENING-CASH TO DD-OPENING.
           MOVE TDR-BOUGHT TO DD-BOUGHT.
           MOVE TDR-SOLD TO DD-SOLD.
           COMPUTE TDR-CLOSING-CASH =
               TDR-OPENING-CASH + TDR-BOUGHT - TDR-SOLD.
           IF WS-TELLER-SLOT > 0
               MOVE 'Y' TO TL-DRAWER-SEEN(WS-TELLER-SLOT)
               COMPUTE WS-DRAWER-IN = TL-DEPOSIT-TOTAL(WS-TELLER-SLOT)
                   + TL-FX-CASH-IN(WS-TELLER-SLOT)
               COMPUTE WS-DRAWER-OUT = TL-WDRAWAL-TOTAL(WS-TELLER-SLOT)
                   + TL-FX-CASH-OUT(WS-TELLER-SLOT)
               ADD WS-DRAWER-IN TO TDR-CLOSING-CASH
               SUBTRACT WS-DRAWER-OUT FROM TDR-CLOSING-CASH
               MOVE WS-DRAWER-IN TO DD-DEPOSITS
               MOVE WS-DRAWER-OUT TO DD-WDRAWALS
               MOVE SPACES TO WS-CASH-ACCOUNT
               STRING 'CASH' TDR-BRANCH-ID
                   DELIMITED BY SIZE INTO WS-CASH-ACCOUNT
               END-STRING
               PERFORM WRITE-TELLER-CASH-GL
      *        兑换现金收付的网点现金分录在 FX_CASH_GL.DAT，
      *        与柜员收付分录同样计入待过账
               IF WS-BRANCH-SLOT > 0
                   ADD WS-DRAWER-IN TO BC-DEPOSITS(WS-BRANCH-SLOT)
                   ADD WS-DRAWER-OUT TO BC-WDRAWALS(WS-BRANCH-SLOT)
                   COMPUTE BC-GL-PENDING(WS-BRANCH-SLOT) =
                       BC-GL-PENDING(WS-BRANCH-SLOT) +
                       WS-DRAWER-IN - WS-DRAWER-OUT
               END-IF
           ELSE
               MOVE 0 TO DD-DEPOSITS
               MOVE 0 TO DD-WDRAWALS
           END-IF.
           IF WS-BRANCH-SLOT > 0
               ADD TDR-CLOSING-CASH TO BC-DRAWER-CASH(WS-BRANCH-SLOT)
           END-IF.
           MOVE TDR-CLOSING-CASH TO DD-CLOSING.
           IF TDR-CLOSING-CASH < 0
               MOVE 'NEG' TO DD-FLAG
           ELSE
               MOVE SPACES TO DD-FLAG
           END-IF.
           MOVE DRAWER-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EFFECTIVE-DATE TO TDR-CLOSED-DATE.
           REWRITE DRAWER-RECORD
               INVALID KEY
                   DISPLAY "*** Drawer rewrite failed: " TDR-TELLER-ID
               NOT INVALID KEY
                   ADD 1 TO WS-DRAWERS-CLOSED
           END-REWRITE.

       ROLL-DRAWER-DAY.
      *> 与 VaultCashMaint 同一结转口径：尾箱还停在以前的业务日时，
      *> 日终轧过的取期末为期初，没轧过的按领缴后在手结转
           IF TDR-BUSINESS-DATE < WS-EFFECTIVE-DATE
               IF TDR-CLOSED-DATE = TDR-BUSINESS-DATE
                   MOVE TDR-CLOSING-CASH TO TDR-OPENING-CASH
               ELSE
                   COMPUTE TDR-OPENING-CASH =
                       TDR-OPENING-CASH + TDR-BOUGHT - TDR-SOLD
               END-IF
               MOVE 0 TO TDR-BOUGHT
               MOVE 0 TO TDR-SOLD
               MOVE WS-EFFECTIVE-DATE TO TDR-BUSINESS-DATE
           END-IF.

       WRITE-TELLER-CASH-GL.
      *> 收现借网点现金、贷存款负债；付现反向。金额为零的不出
           MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE.
           MOVE SPACES TO GL-DESCRIPTION.
           IF TL-DEPOSIT-TOTAL(WS-TELLER-SLOT) > 0
               STRING 'Teller cash in ' TL-TELLER-ID(WS-TELLER-SLOT)
                   DELIMITED BY SIZE INTO GL-DESCRIPTION
               END-STRING
               MOVE TL-DEPOSIT-TOTAL(WS-TELLER-SLOT) TO GL-AMOUNT
               MOVE WS-CASH-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               WRITE GL-RECORD
               MOVE 'DEPLIA' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               WRITE GL-RECORD
               ADD 2 TO WS-GL-ENTRIES
           END-IF.
           MOVE SPACES TO GL-DESCRIPTION.
           IF TL-WDRAWAL-TOTAL(WS-TELLER-SLOT) > 0
               STRING 'Teller cash out ' TL-TELLER-ID(WS-TELLER-SLOT)
                   DELIMITED BY SIZE INTO GL-DESCRIPTION
               END-STRING
               MOVE TL-WDRAWAL-TOTAL(WS-TELLER-SLOT) TO GL-AMOUNT
               MOVE 'DEPLIA' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               WRITE GL-RECORD
               MOVE WS-CASH-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               WRITE GL-RECORD
               ADD 2 TO WS-GL-ENTRIES
           END-IF.

       POST-SUSPENSE-TELLERS.
      *> 有采集却没有尾箱的柜员（从未向金库领现）归不了网点，
      *> 收付现金挂现金待查科目，由网点补开尾箱后调账
           PERFORM VARYING WS-TELLER-SLOT FROM 1 BY 1
                   UNTIL WS-TELLER-SLOT > WS-TELLER-COUNT
               IF TL-DRAWER-SEEN(WS-TELLER-SLOT) = 'N'
                   DISPLAY "*** Teller " TL-TELLER-ID(WS-TELLER-SLOT)
                       " has cash items but no drawer - posted to "
                       "CASHSUSP ***"
                   ADD 1 TO WS-SUSPENSE-TELLERS
                   MOVE 'CASHSUSP' TO WS-CASH-ACCOUNT
                   PERFORM WRITE-TELLER-CASH-GL
               END-IF
           END-PERFORM.

       LIST-VAULT-POSITIONS.
           MOVE 'VAULT POSITIONS BY DENOMINATION' TO SH-TITLE.
           MOVE SECTION-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE VAULT-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-FILE-EOF.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ VAULT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       MOVE VP-BRANCH-ID TO WS-LOOKUP-BRANCH
                       PERFORM FIND-BRANCH-SLOT
                       IF WS-BRANCH-SLOT > 0
                           ADD VP-VALUE
                               TO BC-VAULT-VALUE(WS-BRANCH-SLOT)
                       END-IF
                       IF VP-PIECES > 0
                           MOVE VP-BRANCH-ID TO VD-BRANCH-ID
                           MOVE VP-DENOMINATION TO VD-DENOMINATION
                           MOVE VP-PIECES TO VD-PIECES
                           MOVE VP-VALUE TO VD-VALUE
                           MOVE VAULT-DETAIL-LINE TO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-PENDING-SHIPMENTS.
      *> 本日调入调出的网点现金分录还在 VAULT_CASH_GL.DAT 里待过账
           OPEN INPUT VAULT-GL-FILE.
           IF WS-VAULT-GL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FILE-EOF.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ VAULT-GL-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF VGL-ACCOUNT-CODE(1:4) = 'CASH' AND
                               VGL-ACCOUNT-CODE(9:2) = SPACES AND
                               VGL-ACCOUNT-CODE NOT = 'CASHCTR'
                           MOVE VGL-ACCOUNT-CODE(5:4)
                               TO WS-LOOKUP-BRANCH
                           PERFORM FIND-BRANCH-SLOT
                           IF WS-BRANCH-SLOT > 0
                               IF VGL-DEBIT-CREDIT = 'DR'
                                   ADD VGL-AMOUNT TO
                                       BC-GL-PENDING(WS-BRANCH-SLOT)
                               ELSE
                                   SUBTRACT VGL-AMOUNT FROM
                                       BC-GL-PENDING(WS-BRANCH-SLOT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VAULT-GL-FILE.

       RECONCILE-BRANCHES.
      *> 金库 + 尾箱 对 总账现金科目：台账最后过账日早于本业务日
      *> 的，本日分录还没进台账，加上待过账分录再比
           MOVE 'VAULT AND DRAWERS TO CASH GL' TO SH-TITLE.
           MOVE SECTION-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RECON-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-BRANCH-INDEX FROM 1 BY 1
                   UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT
               PERFORM RECONCILE-ONE-BRANCH
           END-PERFORM.

       RECONCILE-ONE-BRANCH.
           MOVE SPACES TO WS-CASH-ACCOUNT.
           STRING 'CASH' BC-BRANCH-ID(WS-BRANCH-INDEX)
               DELIMITED BY SIZE INTO WS-CASH-ACCOUNT
           END-STRING.
           MOVE BC-GL-PENDING(WS-BRANCH-INDEX) TO WS-GL-BALANCE.
           IF WS-LEDGER-OPEN = 'Y'
               MOVE WS-CASH-ACCOUNT TO GLL-ACCOUNT-CODE
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GLL-LAST-POSTED >= WS-EFFECTIVE-DATE
                           COMPUTE WS-GL-BALANCE =
                               GLL-YTD-DR - GLL-YTD-CR
                       ELSE
                           COMPUTE WS-GL-BALANCE =
                               GLL-YTD-DR - GLL-YTD-CR +
                               BC-GL-PENDING(WS-BRANCH-INDEX)
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-BOOK-CASH = BC-VAULT-VALUE(WS-BRANCH-INDEX) +
               BC-DRAWER-CASH(WS-BRANCH-INDEX).
           COMPUTE WS-DIFFERENCE = WS-BOOK-CASH - WS-GL-BALANCE.
           MOVE BC-BRANCH-ID(WS-BRANCH-INDEX) TO RD-BRANCH-ID.
           MOVE BC-VAULT-VALUE(WS-BRANCH-INDEX) TO RD-VAULT.
           MOVE BC-DRAWER-CASH(WS-BRANCH-INDEX) TO RD-DRAWERS.
           MOVE WS-BOOK-CASH TO RD-BOOK-CASH.
           MOVE WS-GL-BALANCE TO RD-GL-CASH.
           MOVE WS-DIFFERENCE TO RD-DIFFERENCE.
           IF WS-DIFFERENCE NOT = 0
               MOVE 'DIFF' TO RD-FLAG
               ADD 1 TO WS-DIFF-COUNT
           ELSE
               MOVE SPACES TO RD-FLAG
           END-IF.
           MOVE RECON-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       SUGGEST-CASH-ORDERS.
           MOVE 'CASH ORDER SUGGESTION' TO SH-TITLE.
           MOVE SECTION-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ORDER-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-BRANCH-INDEX FROM 1 BY 1
                   UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT
               PERFORM STORE-BRANCH-HISTORY
               PERFORM SUGGEST-ONE-ORDER
           END-PERFORM.

       STORE-BRANCH-HISTORY.
      *> 当日收付落历史，同日重跑以最后一次为准
           MOVE BC-BRANCH-ID(WS-BRANCH-INDEX) TO BCH-BRANCH-ID.
           MOVE WS-EFFECTIVE-DATE TO BCH-BUSINESS-DATE.
           MOVE BC-DEPOSITS(WS-BRANCH-INDEX) TO BCH-DEPOSITS.
           MOVE BC-WDRAWALS(WS-BRANCH-INDEX) TO BCH-WDRAWALS.
           COMPUTE BCH-CLOSING-CASH = BC-VAULT-VALUE(WS-BRANCH-INDEX)
               + BC-DRAWER-CASH(WS-BRANCH-INDEX).
           WRITE CASH-HISTORY-RECORD
               INVALID KEY
                   REWRITE CASH-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "*** Unable to store cash history "
                               "for branch " BCH-BRANCH-ID
                   END-REWRITE
           END-WRITE.

       SUGGEST-ONE-ORDER.
      *> 顺读该网点历史（日期升序），窗口只留最后 N 个营业日
           MOVE 0 TO WS-HIST-COUNT.
           MOVE BC-BRANCH-ID(WS-BRANCH-INDEX) TO BCH-BRANCH-ID.
           MOVE 0 TO BCH-BUSINESS-DATE.
           MOVE 'N' TO WS-FILE-EOF.
           START CASH-HISTORY-FILE KEY IS NOT LESS THAN BCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FILE-EOF
           END-START.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ CASH-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF BCH-BRANCH-ID NOT =
                               BC-BRANCH-ID(WS-BRANCH-INDEX) OR
                               BCH-BUSINESS-DATE > WS-EFFECTIVE-DATE
                           MOVE 'Y' TO WS-FILE-EOF
                       ELSE
                           PERFORM ADD-TO-HISTORY-WINDOW
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 0 TO WS-HIST-SUM.
           PERFORM VARYING WS-HIST-INDEX FROM 1 BY 1
                   UNTIL WS-HIST-INDEX > WS-HIST-COUNT
               ADD HW-WDRAWALS(WS-HIST-INDEX) TO WS-HIST-SUM
           END-PERFORM.
           MOVE 0 TO WS-AVG-WDRAWAL.
           IF WS-HIST-COUNT > 0
               COMPUTE WS-AVG-WDRAWAL ROUNDED =
                   WS-HIST-SUM / WS-HIST-COUNT
           END-IF.
           COMPUTE WS-CASH-NEED = WS-AVG-WDRAWAL * WS-COVER-DAYS.
           COMPUTE WS-BOOK-CASH = BC-VAULT-VALUE(WS-BRANCH-INDEX) +
               BC-DRAWER-CASH(WS-BRANCH-INDEX).
           MOVE 0 TO WS-ORDER-AMOUNT.
           MOVE 0 TO WS-EXCESS-AMOUNT.
      *    不足按整捆向上取整请调；超出需要一倍以上的提示缴回超出部分
           IF WS-BOOK-CASH < WS-CASH-NEED
               COMPUTE WS-ORDER-UNITS =
                   (WS-CASH-NEED - WS-BOOK-CASH + WS-ROUNDING-UNIT
                    - 0.01) / WS-ROUNDING-UNIT
               COMPUTE WS-ORDER-AMOUNT =
                   WS-ORDER-UNITS * WS-ROUNDING-UNIT
               ADD 1 TO WS-ORDER-COUNT
           ELSE
               IF WS-BOOK-CASH > WS-CASH-NEED * 2
                   COMPUTE WS-EXCESS-AMOUNT =
                       WS-BOOK-CASH - WS-CASH-NEED * 2
               END-IF
           END-IF.
           MOVE BC-BRANCH-ID(WS-BRANCH-INDEX) TO OD-BRANCH-ID.
           MOVE WS-HIST-COUNT TO OD-DAYS.
           MOVE WS-AVG-WDRAWAL TO OD-AVG-WDRAWAL.
           MOVE WS-CASH-NEED TO OD-CASH-NEED.
           MOVE WS-ORDER-AMOUNT TO OD-ORDER.
           MOVE WS-EXCESS-AMOUNT TO OD-EXCESS.
           MOVE ORDER-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       ADD-TO-HISTORY-WINDOW.
      *> 窗口满则整体前移一格，丢掉最早的一天
           IF WS-HIST-COUNT >= WS-LOOKBACK-DAYS
               PERFORM VARYING WS-HIST-INDEX FROM 1 BY 1
                       UNTIL WS-HIST-INDEX >= WS-HIST-COUNT
                   MOVE HW-WDRAWALS(WS-HIST-INDEX + 1)
                       TO HW-WDRAWALS(WS-HIST-INDEX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-HIST-COUNT
           END-IF.
           MOVE BCH-WDRAWALS TO HW-WDRAWALS(WS-HIST-COUNT).

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
