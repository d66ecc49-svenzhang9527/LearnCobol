       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. FxCashPosition.  *> 柜面外币现钞兑换日终：头寸滚动、兑换收益分录与头寸报表

      *> 外币现钞兑换日终：最后一轮 TellerCaptureBatch 之后、
      *> TellerEodProof 与 BranchCashPosition 之前跑一次。
      *>   - 顺序读外汇成交档 FX_DEALS.DAT，成交日期不晚于业务日期
      *>     且尚未入头寸（'D'）的成交按网点+币种累计外币买入/卖出
      *>     额、按中间价折人民币的账面额、人民币一腿的现金/账户
      *>     结算额与兑换收益，逐笔置 'P' 并记入账业务日期；
      *>   - 按累计滚网点外币现钞头寸 FX_VAULT_POSITION.DAT（缺档
      *>     新建）：外币余额买入加卖出减，人民币账面按中间价同向
      *>     增减，账面合计即总账 FXNOTES 科目余额；
      *>   - 分录按网点/币种写 FX_CASH_GL.DAT（总账接口同布局，
      *>     成本中心=网点号）：买入 借 FXNOTES（中间价）/ 贷
      *>     CASH+网点（现金付出）/ 贷 DEPLIA（入客户账）/ 贷
      *>     FXCASHINC（收益）；卖出 借 CASH+网点 / 借 DEPLIA / 贷
      *>     FXNOTES / 贷 FXCASHINC。收益为负（中间价在买卖价之外
      *>     的异常报价）记借方。账户结算的客户账一腿由
      *>     TellerCaptureBatch 过账，DEPLIA 在此对冲；现金结算的
      *>     尾箱收付由轧账与网点头寸从成交档计入；
      *>   - 顺序读头寸档出 FX_CASH_POSITION.RPT：每个网点每个币种
      *>     一行（含当日无成交的），列当日买入、卖出、收益与滚动后
      *>     余额，余额为负（卖出超过库存，须查点钞或补录）标 NEG

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

           SELECT FX-DEAL-FILE ASSIGN TO "FX_DEALS.DAT"  *> 外汇成交档，入头寸后回写 'P'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXD-KEY
               FILE STATUS IS WS-DEAL-STATUS.

      *>   网点外币现钞头寸，缺档新建
           SELECT FX-VAULT-FILE ASSIGN TO "FX_VAULT_POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FVP-KEY
               FILE STATUS IS WS-FX-VAULT-STATUS.

      *>   兑换收益与头寸分录，与 GL_INTERFACE.DAT 同布局
           SELECT FX-GL-FILE ASSIGN TO "FX_CASH_GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

      *>   网点外币现钞头寸报表
           SELECT REPORT-FILE ASSIGN TO "FX_CASH_POSITION.RPT"
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

       FD  FX-DEAL-FILE.
       01  FX-DEAL-RECORD.
           COPY FXDEAL.

       FD  FX-VAULT-FILE.
       01  FX-VAULT-RECORD.
           COPY FXVAULT.

       FD  FX-GL-FILE.  *> 与 BatchAccountProcessor 的总账接口同布局
       01  GL-RECORD.
           05 GL-JE-DATE            PIC 9(8).
           05 GL-ACCOUNT-CODE       PIC X(10).
           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).
           05 GL-COST-CENTRE        PIC X(6).  *> 成本中心：成交网点号

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-DEAL-STATUS          PIC XX VALUE '00'.
       01  WS-FX-VAULT-STATUS      PIC XX VALUE '00'.
       01  WS-GL-STATUS            PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-DEAL-OPEN            PIC X VALUE 'N'.  *> 'Y'=成交档可用
       01  WS-DEAL-EOF             PIC X VALUE 'N'.
       01  WS-FX-VAULT-EOF         PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.  *> 本次运行的业务日期
       01  WS-MID-VALUE            PIC 9(9)V99 VALUE 0.  *> 本笔外币按中间价折人民币
       01  WS-GL-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-GL-DC                PIC X(2) VALUE SPACES.
       01  WS-GL-AMOUNT            PIC S9(11)V99 VALUE 0.
       01  WS-GL-DESC              PIC X(30) VALUE SPACES.
       01  WS-GL-BRANCH            PIC X(4) VALUE SPACES.
       01  WS-CASH-ACCOUNT         PIC X(10) VALUE SPACES.  *> 网点现金科目 CASH+网点号

      *> 当日成交按网点+币种累计，分录与头寸逐格出
       01  FX-ACTIVITY-TABLE.
           05 FXA-ENTRY OCCURS 500 TIMES.
               10 FXA-BRANCH-ID     PIC X(4).
               10 FXA-CURRENCY-CODE PIC X(3).
               10 FXA-DEAL-COUNT    PIC 9(5).
               10 FXA-FC-BOUGHT     PIC 9(11)V99.  *> 银行买入外币
               10 FXA-FC-SOLD       PIC 9(11)V99.  *> 银行卖出外币
               10 FXA-MID-BOUGHT    PIC 9(11)V99.  *> 买入外币按中间价折人民币
               10 FXA-MID-SOLD      PIC 9(11)V99.  *> 卖出外币按中间价折人民币
               10 FXA-CASH-PAID     PIC 9(11)V99.  *> 买入以现金付出人民币
               10 FXA-ACCT-CREDITED PIC 9(11)V99.  *> 买入以人民币入客户账
               10 FXA-CASH-RECEIVED PIC 9(11)V99.  *> 卖出收入人民币现金
               10 FXA-ACCT-DEBITED  PIC 9(11)V99.  *> 卖出从客户账扣人民币
               10 FXA-INCOME        PIC S9(11)V99.  *> 兑换收益净额
       01  WS-FXA-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-FXA-INDEX            PIC 9(3) COMP VALUE 0.
       01  WS-FXA-SLOT             PIC 9(3) COMP VALUE 0.

       01  WS-DEALS-READ           PIC 9(7) VALUE 0.  *> 读到的成交笔数
       01  WS-DEALS-POSTED         PIC 9(7) VALUE 0.  *> 本次入头寸笔数
       01  WS-TABLE-FULL-COUNT     PIC 9(7) VALUE 0.  *> 累计表满未入的笔数
       01  WS-TOTAL-INCOME         PIC S9(11)V99 VALUE 0.  *> 本次兑换收益合计
       01  WS-POSITIONS-LISTED     PIC 9(5) VALUE 0.
       01  WS-NEGATIVE-COUNT       PIC 9(5) VALUE 0.  *> 余额为负的头寸数
       01  WS-GL-LINES             PIC 9(7) VALUE 0.

      *> 头寸报表打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(34)
               VALUE 'FOREIGN CASH POSITION BY BRANCH  '.
           05 FILLER                PIC X(9) VALUE 'FOR DATE '.
           05 RH-RUN-DATE           PIC 9(8).
       01  COLUMN-HEADER-LINE.
           05 FILLER                PIC X(44) VALUE
               'BRCH CCY DEALS      FC BOUGHT       FC SOLD '.
           05 FILLER                PIC X(33) VALUE
               '    INCOME (CNY)       FC BALANCE'.
           05 FILLER                PIC X(25) VALUE
               '     BOOK VALUE (CNY) FLG'.
       01  POSITION-DETAIL-LINE.
           05 PD-BRANCH-ID          PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 PD-CURRENCY-CODE      PIC X(3).
           05 FILLER                PIC X VALUE SPACE.
           05 PD-DEAL-COUNT         PIC ZZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 PD-FC-BOUGHT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 PD-FC-SOLD            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 PD-INCOME             PIC -,---,---,--9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 PD-FC-BALANCE         PIC -,---,---,--9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 PD-BOOK-VALUE         PIC -,---,---,---,--9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 PD-FLAG               PIC X(3).
       01  SUMMARY-LINE.
           05 SUM-LABEL             PIC X(34).
           05 SUM-COUNT             PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

      *    成交档未建（尚无网点做过兑换）不算错：只出头寸报表
           OPEN I-O FX-DEAL-FILE.
           IF WS-DEAL-STATUS = '00'
               MOVE 'Y' TO WS-DEAL-OPEN
           ELSE
               DISPLAY "FX_DEALS.DAT not available - no deals to "
                   "post."
           END-IF.
           OPEN I-O FX-VAULT-FILE.
           IF WS-FX-VAULT-STATUS NOT = '00'
               OPEN OUTPUT FX-VAULT-FILE
               CLOSE FX-VAULT-FILE
               OPEN I-O FX-VAULT-FILE
               IF WS-FX-VAULT-STATUS NOT = '00'
                   DISPLAY "Error opening FX_VAULT_POSITION.DAT. "
                       "File Status: " WS-FX-VAULT-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT FX-GL-FILE.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY "Error opening FX_CASH_GL.DAT. File Status: "
                   WS-GL-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening FX_CASH_POSITION.RPT. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.

      *    成交档按成交日期领头键控：读到业务日期之后的成交即止
           IF WS-DEAL-OPEN = 'Y'
               MOVE 'N' TO WS-DEAL-EOF
               PERFORM UNTIL WS-DEAL-EOF = 'Y'
                   READ FX-DEAL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DEAL-EOF
                       NOT AT END
                           IF FXD-DEAL-DATE > WS-EFFECTIVE-DATE
                               MOVE 'Y' TO WS-DEAL-EOF
                           ELSE
                               ADD 1 TO WS-DEALS-READ
                               IF FXD-STATUS = 'D'
                                   PERFORM POST-ONE-DEAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-DEAL-FILE
           END-IF.

           PERFORM VARYING WS-FXA-INDEX FROM 1 BY 1
                   UNTIL WS-FXA-INDEX > WS-FXA-COUNT
               PERFORM ROLL-VAULT-POSITION
               PERFORM WRITE-FX-GL-ENTRIES
           END-PERFORM.

           PERFORM PRINT-POSITION-REPORT.

           CLOSE FX-VAULT-FILE FX-GL-FILE REPORT-FILE.
           DISPLAY "===== FX CASH POSITION SUMMARY =====".
           DISPLAY "Deals read       : " WS-DEALS-READ.
           DISPLAY "Deals posted     : " WS-DEALS-POSTED.
           DISPLAY "Table full, held : " WS-TABLE-FULL-COUNT.
           DISPLAY "Exchange income  : " WS-TOTAL-INCOME.
           DISPLAY "GL lines written : " WS-GL-LINES.
           DISPLAY "Positions listed : " WS-POSITIONS-LISTED.
           DISPLAY "Negative position: " WS-NEGATIVE-COUNT.
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
           DISPLAY "FX cash position for " WS-EFFECTIVE-DATE.

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

       POST-ONE-DEAL.
      *> 中间价账面由成交记录反推（买入 = 人民币 + 收益，卖出 =
      *> 人民币 - 收益），与联机记下的收益分毫一致，分录必平。
      *> 累计表满的成交留 'D' 不回写，下一次日终再入
           PERFORM FIND-ACTIVITY-SLOT.
           IF WS-FXA-SLOT = 0
               ADD 1 TO WS-TABLE-FULL-COUNT
               DISPLAY "FX activity table full - deal held: "
                   FXD-DEAL-DATE " " FXD-TELLER-ID " " FXD-DEAL-TIME
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FXA-DEAL-COUNT(WS-FXA-SLOT).
           ADD FXD-SPREAD-INCOME TO FXA-INCOME(WS-FXA-SLOT).
           ADD FXD-SPREAD-INCOME TO WS-TOTAL-INCOME.
           IF FXD-DIRECTION = 'B'
               COMPUTE WS-MID-VALUE =
                   FXD-CNY-AMOUNT + FXD-SPREAD-INCOME
               ADD FXD-FC-AMOUNT TO FXA-FC-BOUGHT(WS-FXA-SLOT)
               ADD WS-MID-VALUE TO FXA-MID-BOUGHT(WS-FXA-SLOT)
               IF FXD-SETTLE-METHOD = 'A'
                   ADD FXD-CNY-AMOUNT TO FXA-ACCT-CREDITED(WS-FXA-SLOT)
               ELSE
                   ADD FXD-CNY-AMOUNT TO FXA-CASH-PAID(WS-FXA-SLOT)
               END-IF
           ELSE
               COMPUTE WS-MID-VALUE =
                   FXD-CNY-AMOUNT - FXD-SPREAD-INCOME
               ADD FXD-FC-AMOUNT TO FXA-FC-SOLD(WS-FXA-SLOT)
               ADD WS-MID-VALUE TO FXA-MID-SOLD(WS-FXA-SLOT)
               IF FXD-SETTLE-METHOD = 'A'
                   ADD FXD-CNY-AMOUNT TO FXA-ACCT-DEBITED(WS-FXA-SLOT)
               ELSE
                   ADD FXD-CNY-AMOUNT TO FXA-CASH-RECEIVED(WS-FXA-SLOT)
               END-IF
           END-IF.
           MOVE 'P' TO FXD-STATUS.
           MOVE WS-EFFECTIVE-DATE TO FXD-POSTED-DATE.
           REWRITE FX-DEAL-RECORD.
           IF WS-DEAL-STATUS NOT = '00'
               DISPLAY "Error rewriting FX deal " FXD-DEAL-DATE " "
                   FXD-TELLER-ID " Status: " WS-DEAL-STATUS
           END-IF.
           ADD 1 TO WS-DEALS-POSTED.

       FIND-ACTIVITY-SLOT.
      *> 按网点+币种找累计格，没有则新开；表满返回 0
           MOVE 0 TO WS-FXA-SLOT.
           PERFORM VARYING WS-FXA-INDEX FROM 1 BY 1
                   UNTIL WS-FXA-INDEX > WS-FXA-COUNT
                   OR WS-FXA-SLOT > 0
               IF FXA-BRANCH-ID(WS-FXA-INDEX) = FXD-BRANCH-ID AND
                       FXA-CURRENCY-CODE(WS-FXA-INDEX) =
                           FXD-CURRENCY-CODE
                   MOVE WS-FXA-INDEX TO WS-FXA-SLOT
               END-IF
           END-PERFORM.
           IF WS-FXA-SLOT = 0 AND WS-FXA-COUNT < 500
               ADD 1 TO WS-FXA-COUNT
               MOVE WS-FXA-COUNT TO WS-FXA-SLOT
               INITIALIZE FXA-ENTRY(WS-FXA-SLOT)
               MOVE FXD-BRANCH-ID TO FXA-BRANCH-ID(WS-FXA-SLOT)
               MOVE FXD-CURRENCY-CODE
                   TO FXA-CURRENCY-CODE(WS-FXA-SLOT)
           END-IF.

       ROLL-VAULT-POSITION.
      *> 当日累计滚进网点外币头寸：首次做该币种的网点新建记录
           MOVE FXA-BRANCH-ID(WS-FXA-INDEX) TO FVP-BRANCH-ID.
           MOVE FXA-CURRENCY-CODE(WS-FXA-INDEX) TO FVP-CURRENCY-CODE.
           READ FX-VAULT-FILE
               INVALID KEY
                   MOVE 0 TO FVP-FC-BALANCE
                   MOVE 0 TO FVP-BOOK-VALUE
                   MOVE 0 TO FVP-LAST-MOVE-DATE
           END-READ.
           COMPUTE FVP-FC-BALANCE = FVP-FC-BALANCE
               + FXA-FC-BOUGHT(WS-FXA-INDEX)
               - FXA-FC-SOLD(WS-FXA-INDEX).
           COMPUTE FVP-BOOK-VALUE = FVP-BOOK-VALUE
               + FXA-MID-BOUGHT(WS-FXA-INDEX)
               - FXA-MID-SOLD(WS-FXA-INDEX).
           MOVE WS-EFFECTIVE-DATE TO FVP-LAST-MOVE-DATE.
           IF WS-FX-VAULT-STATUS = '00'
               REWRITE FX-VAULT-RECORD
           ELSE
               WRITE FX-VAULT-RECORD
           END-IF.
           IF WS-FX-VAULT-STATUS NOT = '00'
               DISPLAY "Error updating FX position " FVP-BRANCH-ID
                   " " FVP-CURRENCY-CODE " Status: "
                   WS-FX-VAULT-STATUS
           END-IF.

       WRITE-FX-GL-ENTRIES.
      *> 一个网点一个币种出一组分录，金额为零的腿不出
           MOVE FXA-BRANCH-ID(WS-FXA-INDEX) TO WS-GL-BRANCH.
           MOVE SPACES TO WS-CASH-ACCOUNT.
           STRING 'CASH' WS-GL-BRANCH DELIMITED BY SIZE
               INTO WS-CASH-ACCOUNT.

      *    买入外币：外币现钞按中间价入库，人民币付现或入客户账
           MOVE 'FXNOTES' TO WS-GL-ACCOUNT.
           MOVE 'DR' TO WS-GL-DC.
           MOVE FXA-MID-BOUGHT(WS-FXA-INDEX) TO WS-GL-AMOUNT.
           MOVE 'FX notes bought' TO WS-GL-DESC.
           PERFORM WRITE-FX-GL-LINE.
           MOVE WS-CASH-ACCOUNT TO WS-GL-ACCOUNT.
           MOVE 'CR' TO WS-GL-DC.
           MOVE FXA-CASH-PAID(WS-FXA-INDEX) TO WS-GL-AMOUNT.
           MOVE 'FX notes bought - CNY cash' TO WS-GL-DESC.
           PERFORM WRITE-FX-GL-LINE.
           MOVE 'DEPLIA' TO WS-GL-ACCOUNT.
           MOVE 'CR' TO WS-GL-DC.
           MOVE FXA-ACCT-CREDITED(WS-FXA-INDEX) TO WS-GL-AMOUNT.
           MOVE 'FX notes bought - to account' TO WS-GL-DESC.
           PERFORM WRITE-FX-GL-LINE.

      *    卖出外币：收现或扣客户账，外币现钞按中间价出库
           MOVE WS-CASH-ACCOUNT TO WS-GL-ACCOUNT.
           MOVE 'DR' TO WS-GL-DC.
           MOVE FXA-CASH-RECEIVED(WS-FXA-INDEX) TO WS-GL-AMOUNT.
           MOVE 'FX notes sold - CNY cash' TO WS-GL-DESC.
           PERFORM WRITE-FX-GL-LINE.
           MOVE 'DEPLIA' TO WS-GL-ACCOUNT.
           MOVE 'DR' TO WS-GL-DC.
           MOVE FXA-ACCT-DEBITED(WS-FXA-INDEX) TO WS-GL-AMOUNT.
           MOVE 'FX notes sold - from account' TO WS-GL-DESC.
           PERFORM WRITE-FX-GL-LINE.
           MOVE 'FXNOTES' TO WS-GL-ACCOUNT.
           MOVE 'CR' TO WS-GL-DC.
           MOVE FXA-MID-SOLD(WS-FXA-INDEX) TO WS-GL-AMOUNT.
           MOVE 'FX notes sold' TO WS-GL-DESC.
           PERFORM WRITE-FX-GL-LINE.

      *    兑换收益净额：正记贷方，负记借方
           MOVE 'FXCASHINC' TO WS-GL-ACCOUNT.
           MOVE 'FX cash exchange income' TO WS-GL-DESC.
           IF FXA-INCOME(WS-FXA-INDEX) < 0
               MOVE 'DR' TO WS-GL-DC
               COMPUTE WS-GL-AMOUNT = 0 - FXA-INCOME(WS-FXA-INDEX)
           ELSE
               MOVE 'CR' TO WS-GL-DC
               MOVE FXA-INCOME(WS-FXA-INDEX) TO WS-GL-AMOUNT
           END-IF.
           PERFORM WRITE-FX-GL-LINE.

       WRITE-FX-GL-LINE.
      *> 描述带币种，同一网点多币种的分录在总账明细里分得开
           IF WS-GL-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE.
           MOVE WS-GL-ACCOUNT TO GL-ACCOUNT-CODE.
           MOVE WS-GL-DC TO GL-DEBIT-CREDIT.
           MOVE WS-GL-AMOUNT TO GL-AMOUNT.
           MOVE SPACES TO GL-DESCRIPTION.
           STRING WS-GL-DESC DELIMITED BY '  '
               ' ' FXA-CURRENCY-CODE(WS-FXA-INDEX) DELIMITED BY SIZE
               INTO GL-DESCRIPTION.
           MOVE SPACES TO GL-COST-CENTRE.
           MOVE WS-GL-BRANCH TO GL-COST-CENTRE(1:4).
           WRITE GL-RECORD.
           ADD 1 TO WS-GL-LINES.

       PRINT-POSITION-REPORT.
      *> 头寸档按网点+币种键序顺读，当日成交从累计表取
           MOVE WS-EFFECTIVE-DATE TO RH-RUN-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADER-LINE.
           MOVE LOW-VALUES TO FVP-KEY.
           START FX-VAULT-FILE KEY IS NOT LESS THAN FVP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FX-VAULT-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-FX-VAULT-EOF
           END-START.
           PERFORM UNTIL WS-FX-VAULT-EOF = 'Y'
               READ FX-VAULT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FX-VAULT-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-POSITION
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEALS POSTED THIS RUN             ' TO SUM-LABEL.
           MOVE WS-DEALS-POSTED TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'POSITIONS LISTED                  ' TO SUM-LABEL.
           MOVE WS-POSITIONS-LISTED TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'NEGATIVE POSITIONS (NEG)          ' TO SUM-LABEL.
           MOVE WS-NEGATIVE-COUNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.

       PRINT-ONE-POSITION.
           MOVE 0 TO WS-FXA-SLOT.
           PERFORM VARYING WS-FXA-INDEX FROM 1 BY 1
                   UNTIL WS-FXA-INDEX > WS-FXA-COUNT
                   OR WS-FXA-SLOT > 0
               IF FXA-BRANCH-ID(WS-FXA-INDEX) = FVP-BRANCH-ID AND
                       FXA-CURRENCY-CODE(WS-FXA-INDEX) =
                           FVP-CURRENCY-CODE
                   MOVE WS-FXA-INDEX TO WS-FXA-SLOT
               END-IF
           END-PERFORM.
           MOVE FVP-BRANCH-ID TO PD-BRANCH-ID.
           MOVE FVP-CURRENCY-CODE TO PD-CURRENCY-CODE.
           IF WS-FXA-SLOT > 0
               MOVE FXA-DEAL-COUNT(WS-FXA-SLOT) TO PD-DEAL-COUNT
               MOVE FXA-FC-BOUGHT(WS-FXA-SLOT) TO PD-FC-BOUGHT
               MOVE FXA-FC-SOLD(WS-FXA-SLOT) TO PD-FC-SOLD
               MOVE FXA-INCOME(WS-FXA-SLOT) TO PD-INCOME
           ELSE
               MOVE 0 TO PD-DEAL-COUNT
               MOVE 0 TO PD-FC-BOUGHT
               MOVE 0 TO PD-FC-SOLD
               MOVE 0 TO PD-INCOME
           END-IF.
           MOVE FVP-FC-BALANCE TO PD-FC-BALANCE.
           MOVE FVP-BOOK-VALUE TO PD-BOOK-VALUE.
           IF FVP-FC-BALANCE < 0
               MOVE 'NEG' TO PD-FLAG
               ADD 1 TO WS-NEGATIVE-COUNT
           ELSE
               MOVE SPACES TO PD-FLAG
           END-IF.
           WRITE REPORT-LINE FROM POSITION-DETAIL-LINE.
           ADD 1 TO WS-POSITIONS-LISTED.
