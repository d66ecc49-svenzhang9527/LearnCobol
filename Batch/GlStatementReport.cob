      *> DailyPostingJournal 的页版式）。末页用本年口径验证
      *> 资产 = 负债 + 权益 + 本年净损益，对不平的报表直接把
      *> 红字打在纸上。净额方向：资产/费用按借-贷，负债/权益/
      *> 收入按贷-借。
      *> 其后另起页出网点利润表：取 GlLedgerPost 的成本中心台账
      *> （GL_CC_LEDGER.DAT），收入/费用科目按网点分组、网点内按
      *> 科目与产品列本期与本年净额，网点小计收入、费用与净损益，
      *> 末尾全行合计——利息支出、费用收入、NSF 费收入不再由财务
      *> 每季度在表格里手工分摊到网点。成本中心台账只收带成本
      *> 中心的分录，全行口径分录（结账分录等）不进网点利润表

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS GLP-SNAP-CODE
               FILE STATUS IS WS-SNAPSHOT-STATUS.

      *>   成本中心台账：网点利润表取数
           SELECT CC-LEDGER-FILE ASSIGN TO "GL_CC_LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLC-KEY
               FILE STATUS IS WS-CC-LEDGER-STATUS.

           SELECT BRANCH-SORT-WORK ASSIGN TO "SORTWORK.TMP".  *> 网点利润表按网点/类型/科目排序用

           SELECT RATE-PARM-FILE ASSIGN TO "RATE_PARM.DAT"  *> 运行日期取参数文件生效日期
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           05 GLP-SNAP-DR           PIC S9(13)V99 COMP-3.
           05 GLP-SNAP-CR           PIC S9(13)V99 COMP-3.

       FD  CC-LEDGER-FILE.  *> 与 GlLedgerPost 的成本中心台账同布局
       01  CC-LEDGER-RECORD.
           05 GLC-KEY.
               10 GLC-ACCOUNT-CODE  PIC X(10).
               10 GLC-COST-CENTRE.
                   15 GLC-BRANCH-CODE  PIC X(4).
                   15 GLC-PRODUCT-CODE PIC X(2).
           05 GLC-PERIOD-DR         PIC S9(13)V99 COMP-3.
           05 GLC-PERIOD-CR         PIC S9(13)V99 COMP-3.
           05 GLC-YTD-DR            PIC S9(13)V99 COMP-3.
           05 GLC-YTD-CR            PIC S9(13)V99 COMP-3.
           05 GLC-LAST-POSTED       PIC 9(8).

       SD  BRANCH-SORT-WORK.
       01  BRANCH-SORT-RECORD.
           05 BSW-BRANCH-CODE       PIC X(4).  *> 网点号
           05 BSW-TYPE              PIC X.  *> 科目类型 'I'/'E'
           05 BSW-ACCOUNT-CODE      PIC X(10).  *> 科目代码
           05 BSW-PRODUCT-CODE      PIC X(2).  *> 产品代码
           05 BSW-DESCRIPTION       PIC X(30).  *> 科目说明
           05 BSW-PERIOD-NET        PIC S9(13)V99.  *> 本期净额
           05 BSW-YTD-NET           PIC S9(13)V99.  *> 本年净额

       FD  RATE-PARM-FILE.  *> 只取生效日期，其余参数字段本作业不使用
       01  RATE-PARM-RECORD.
           05 FILLER                PIC X(9).  *> 利率 9V9(4) + 管理费 9(2)V99
       01  WS-NET-INCOME           PIC S9(13)V99 VALUE 0.  *> 本年净损益
       01  WS-FOOT-RIGHT           PIC S9(13)V99 VALUE 0.  *> 负债+权益+净损益
       01  WS-CODES-PRINTED        PIC 9(5) VALUE 0.
       01  WS-CC-LEDGER-STATUS     PIC XX VALUE '00'.
       01  WS-CC-LEDGER-EOF        PIC X VALUE 'N'.
       01  WS-BRANCH-SORT-EOF      PIC X VALUE 'N'.
       01  WS-STATEMENT-PART       PIC X VALUE 'G'.  *> 'G'=全行报表 'B'=网点利润表，决定栏头
       01  WS-CURRENT-BRANCH       PIC X(4) VALUE SPACES.  *> 网点利润表当前网点
       01  WS-CURRENT-TYPE         PIC X VALUE SPACE.  *> 网点内当前科目类型
       01  WS-FIRST-BRANCH         PIC X VALUE 'Y'.  *> 'Y'=尚未出过网点
       01  WS-BRANCHES-PRINTED     PIC 9(5) VALUE 0.
       01  WS-BR-INCOME-PERIOD     PIC S9(13)V99 VALUE 0.  *> 网点收入本期小计
       01  WS-BR-INCOME-YTD        PIC S9(13)V99 VALUE 0.  *> 网点收入本年小计
       01  WS-BR-EXPENSE-PERIOD    PIC S9(13)V99 VALUE 0.  *> 网点费用本期小计
       01  WS-BR-EXPENSE-YTD       PIC S9(13)V99 VALUE 0.  *> 网点费用本年小计
       01  WS-ALL-INCOME-PERIOD    PIC S9(13)V99 VALUE 0.  *> 全部网点收入本期合计
       01  WS-ALL-INCOME-YTD       PIC S9(13)V99 VALUE 0.  *> 全部网点收入本年合计
       01  WS-ALL-EXPENSE-PERIOD   PIC S9(13)V99 VALUE 0.  *> 全部网点费用本期合计
       01  WS-ALL-EXPENSE-YTD      PIC S9(13)V99 VALUE 0.  *> 全部网点费用本年合计

      *> 页眉/栏头/明细/小计打印行
       01  PAGE-HEADER-LINE.
           05 FT-LABEL              PIC X(42).
           05 FT-AMOUNT             PIC Z(12)9.99-.

      *> 网点利润表打印行
       01  BRANCH-COLUMN-HEADER-LINE.
           05 FILLER                PIC X(44) VALUE
               'CODE       PRD    DESCRIPTION               '.
           05 FILLER                PIC X(40) VALUE
               '          PERIOD NET          YTD NET   '.
       01  BRANCH-TITLE-LINE.
           05 FILLER                PIC X(7) VALUE 'BRANCH '.
           05 BTL-BRANCH-CODE       PIC X(11).
       01  BRANCH-DETAIL-LINE.
           05 BD-ACCOUNT-CODE       PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 BD-PRODUCT-CODE       PIC X(2).
           05 FILLER                PIC X(5) VALUE SPACES.
           05 BD-DESCRIPTION        PIC X(30).
           05 FILLER                PIC X VALUE SPACE.
           05 BD-PERIOD-NET         PIC Z(12)9.99-.
           05 FILLER                PIC X VALUE SPACE.
           05 BD-YTD-NET            PIC Z(12)9.99-.
       01  BRANCH-TOTAL-LINE.
           05 BT-LABEL              PIC X(49).
           05 BT-PERIOD-NET         PIC Z(12)9.99-.
           05 FILLER                PIC X VALUE SPACE.
           05 BT-YTD-NET            PIC Z(12)9.99-.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.

           PERFORM PRINT-BALANCE-FOOTING.

           PERFORM PRINT-BRANCH-STATEMENT.

           CLOSE LEDGER-FILE COA-MASTER-FILE STATEMENT-FILE.
           IF WS-SNAPSHOT-OPEN = 'Y'
               CLOSE PRIOR-SNAPSHOT-FILE
           END-IF.
           DISPLAY "GL statements printed: " WS-CODES-PRINTED
               " ledger codes.".
           DISPLAY "Branch income statements: " WS-BRANCHES-PRINTED
               " branches.".
           STOP RUN.

       READ-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO PH-PAGE-NUMBER.
           MOVE PAGE-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-STATEMENT-PART = 'B'
               MOVE BRANCH-COLUMN-HEADER-LINE TO REPORT-LINE
           ELSE
               MOVE COLUMN-HEADER-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
                   TO REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       PRINT-BRANCH-STATEMENT.
      *> 网点利润表另起页；成本中心台账尚未建立（还没有带成本
      *> 中心的分录过过账）时只打一行说明
           MOVE 'B' TO WS-STATEMENT-PART.
           MOVE 99 TO WS-LINE-COUNT.
           MOVE 'BRANCH INCOME STATEMENT' TO SH-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT CC-LEDGER-FILE.
           IF WS-CC-LEDGER-STATUS NOT = '00'
               MOVE 'COST-CENTRE LEDGER NOT AVAILABLE - NO BRANCH '
                   TO REPORT-LINE
               MOVE 'STATEMENT' TO REPORT-LINE(46:9)
               PERFORM WRITE-REPORT-LINE
               DISPLAY "Cost-centre ledger not available, branch "
                   "statement skipped."
               EXIT PARAGRAPH
           END-IF.
           SORT BRANCH-SORT-WORK
               ON ASCENDING KEY BSW-BRANCH-CODE
               ON DESCENDING KEY BSW-TYPE
               ON ASCENDING KEY BSW-ACCOUNT-CODE
               ON ASCENDING KEY BSW-PRODUCT-CODE
               INPUT PROCEDURE IS RELEASE-BRANCH-ITEMS
               OUTPUT PROCEDURE IS WRITE-BRANCH-STATEMENT.
           CLOSE CC-LEDGER-FILE.

       RELEASE-BRANCH-ITEMS.
      *> 成本中心台账逐条取收入（I）/费用（E）科目，净额方向同
      *> 全行利润表：收入贷-借，费用借-贷；资产负债类科目不进
           MOVE 'N' TO WS-CC-LEDGER-EOF.
           MOVE LOW-VALUES TO GLC-KEY.
           START CC-LEDGER-FILE
               KEY IS GREATER THAN OR EQUAL TO GLC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CC-LEDGER-EOF
           END-START.
           PERFORM UNTIL WS-CC-LEDGER-EOF = 'Y'
               READ CC-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CC-LEDGER-EOF
                   NOT AT END
                       PERFORM RELEASE-ONE-CC-ITEM
               END-READ
           END-PERFORM.

       RELEASE-ONE-CC-ITEM.
           MOVE GLC-ACCOUNT-CODE TO COA-ACCOUNT-CODE.
           READ COA-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF COA-TYPE NOT = 'I' AND COA-TYPE NOT = 'E'
               EXIT PARAGRAPH
           END-IF.
           MOVE GLC-BRANCH-CODE TO BSW-BRANCH-CODE.
           MOVE COA-TYPE TO BSW-TYPE.
           MOVE GLC-ACCOUNT-CODE TO BSW-ACCOUNT-CODE.
           MOVE GLC-PRODUCT-CODE TO BSW-PRODUCT-CODE.
           MOVE COA-DESCRIPTION TO BSW-DESCRIPTION.
           IF COA-TYPE = 'E'
               COMPUTE BSW-PERIOD-NET = GLC-PERIOD-DR - GLC-PERIOD-CR
               COMPUTE BSW-YTD-NET = GLC-YTD-DR - GLC-YTD-CR
           ELSE
               COMPUTE BSW-PERIOD-NET = GLC-PERIOD-CR - GLC-PERIOD-DR
               COMPUTE BSW-YTD-NET = GLC-YTD-CR - GLC-YTD-DR
           END-IF.
           RELEASE BRANCH-SORT-RECORD.

       WRITE-BRANCH-STATEMENT.
      *> 网点换号出上一网点小计并另起页，网点内收入在前、费用
      *> 在后；末尾出全部网点合计
           MOVE 'N' TO WS-BRANCH-SORT-EOF.
           MOVE 'Y' TO WS-FIRST-BRANCH.
           PERFORM UNTIL WS-BRANCH-SORT-EOF = 'Y'
               RETURN BRANCH-SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-BRANCH-SORT-EOF
                   NOT AT END
                       IF WS-FIRST-BRANCH = 'Y' OR
                               BSW-BRANCH-CODE NOT = WS-CURRENT-BRANCH
                           IF WS-FIRST-BRANCH = 'N'
                               PERFORM PRINT-BRANCH-TOTALS
                           END-IF
                           PERFORM START-BRANCH
                       END-IF
                       IF BSW-TYPE NOT = WS-CURRENT-TYPE
                           MOVE BSW-TYPE TO WS-CURRENT-TYPE
                           MOVE SPACES TO REPORT-LINE
                           IF BSW-TYPE = 'I'
                               MOVE 'INCOME' TO REPORT-LINE
                           ELSE
                               MOVE 'EXPENSES' TO REPORT-LINE
                           END-IF
                           PERFORM WRITE-REPORT-LINE
                       END-IF
                       PERFORM PRINT-BRANCH-DETAIL
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-BRANCH = 'Y'
               MOVE 'NO COST-CENTRED INCOME OR EXPENSE POSTED'
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM PRINT-BRANCH-TOTALS
               PERFORM PRINT-ALL-BRANCH-TOTALS
           END-IF.

       START-BRANCH.
           MOVE 'N' TO WS-FIRST-BRANCH.
           MOVE BSW-BRANCH-CODE TO WS-CURRENT-BRANCH.
           MOVE SPACE TO WS-CURRENT-TYPE.
           MOVE 0 TO WS-BR-INCOME-PERIOD.
           MOVE 0 TO WS-BR-INCOME-YTD.
           MOVE 0 TO WS-BR-EXPENSE-PERIOD.
           MOVE 0 TO WS-BR-EXPENSE-YTD.
           ADD 1 TO WS-BRANCHES-PRINTED.
      *    首个网点紧接报表标题，其后每个网点另起页
           IF WS-BRANCHES-PRINTED > 1
               MOVE 99 TO WS-LINE-COUNT
           END-IF.
           IF WS-CURRENT-BRANCH = SPACES
               MOVE '(NONE)' TO BTL-BRANCH-CODE
           ELSE
               MOVE WS-CURRENT-BRANCH TO BTL-BRANCH-CODE
           END-IF.
           MOVE BRANCH-TITLE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-BRANCH-DETAIL.
           MOVE BSW-ACCOUNT-CODE TO BD-ACCOUNT-CODE.
           MOVE BSW-PRODUCT-CODE TO BD-PRODUCT-CODE.
           MOVE BSW-DESCRIPTION TO BD-DESCRIPTION.
           MOVE BSW-PERIOD-NET TO BD-PERIOD-NET.
           MOVE BSW-YTD-NET TO BD-YTD-NET.
           MOVE BRANCH-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF BSW-TYPE = 'I'
               ADD BSW-PERIOD-NET TO WS-BR-INCOME-PERIOD
               ADD BSW-YTD-NET TO WS-BR-INCOME-YTD
           ELSE
               ADD BSW-PERIOD-NET TO WS-BR-EXPENSE-PERIOD
               ADD BSW-YTD-NET TO WS-BR-EXPENSE-YTD
           END-IF.

       PRINT-BRANCH-TOTALS.
      *> 网点小计：收入、费用、净损益（收入 - 费用）
           ADD WS-BR-INCOME-PERIOD TO WS-ALL-INCOME-PERIOD.
           ADD WS-BR-INCOME-YTD TO WS-ALL-INCOME-YTD.
           ADD WS-BR-EXPENSE-PERIOD TO WS-ALL-EXPENSE-PERIOD.
           ADD WS-BR-EXPENSE-YTD TO WS-ALL-EXPENSE-YTD.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BRANCH-TOTAL-LINE.
           MOVE 'BRANCH TOTAL INCOME' TO BT-LABEL.
           MOVE WS-BR-INCOME-PERIOD TO BT-PERIOD-NET.
           MOVE WS-BR-INCOME-YTD TO BT-YTD-NET.
           MOVE BRANCH-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'BRANCH TOTAL EXPENSES' TO BT-LABEL.
           MOVE WS-BR-EXPENSE-PERIOD TO BT-PERIOD-NET.
           MOVE WS-BR-EXPENSE-YTD TO BT-YTD-NET.
           MOVE BRANCH-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'BRANCH NET INCOME' TO BT-LABEL.
           COMPUTE WS-NET-PERIOD =
               WS-BR-INCOME-PERIOD - WS-BR-EXPENSE-PERIOD.
           COMPUTE WS-NET-YTD = WS-BR-INCOME-YTD - WS-BR-EXPENSE-YTD.
           MOVE WS-NET-PERIOD TO BT-PERIOD-NET.
           MOVE WS-NET-YTD TO BT-YTD-NET.
           MOVE BRANCH-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-ALL-BRANCH-TOTALS.
           MOVE 99 TO WS-LINE-COUNT.
           MOVE 'ALL BRANCHES' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BRANCH-TOTAL-LINE.
           MOVE 'TOTAL INCOME' TO BT-LABEL.
           MOVE WS-ALL-INCOME-PERIOD TO BT-PERIOD-NET.
           MOVE WS-ALL-INCOME-YTD TO BT-YTD-NET.
           MOVE BRANCH-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'TOTAL EXPENSES' TO BT-LABEL.
           MOVE WS-ALL-EXPENSE-PERIOD TO BT-PERIOD-NET.
           MOVE WS-ALL-EXPENSE-YTD TO BT-YTD-NET.
           MOVE BRANCH-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'NET INCOME' TO BT-LABEL.
           COMPUTE WS-NET-PERIOD =
               WS-ALL-INCOME-PERIOD - WS-ALL-EXPENSE-PERIOD.
           COMPUTE WS-NET-YTD = WS-ALL-INCOME-YTD - WS-ALL-EXPENSE-YTD.
           MOVE WS-NET-PERIOD TO BT-PERIOD-NET.
           MOVE WS-NET-YTD TO BT-YTD-NET.
           MOVE BRANCH-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
