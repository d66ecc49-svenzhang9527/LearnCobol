       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. SafeBoxReport.  *> 保管箱分网点空置率与租金收入报表

      *> 保管箱分网点报表：登记册按网点号+箱号排，顺序通读一遍
      *> 按网点控制断点累计：箱数、出租中、空置、欠租待强制开箱
      *> 箱数与空置率；年租金台账（出租中与待开箱箱的年租金
      *> 合计）；本年已出账租金（最近出账日在业务日期当年）及
      *> 其中已收妥、欠租的金额。已出账待过账结果的只计入出账。
      *> 印成 SAFEBOX_BRANCH.RPT，末行全行合计。年内退租的箱
      *> 出账信息已随退租清空，不再计入本年出账

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

           SELECT SAFEBOX-FILE ASSIGN TO "SAFE_DEPOSIT_BOXES.DAT"  *> 保管箱登记册，按网点顺序通读
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SDB-KEY
               FILE STATUS IS WS-SAFEBOX-STATUS.

           SELECT SAFEBOX-REPORT-FILE ASSIGN TO "SAFEBOX_BRANCH.RPT"  *> 分网点空置与租金一览
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

       FD  SAFEBOX-FILE.
       01  SAFEBOX-RECORD.
           COPY SDBOX.

       FD  SAFEBOX-REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-SAFEBOX-STATUS       PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-SAFEBOX-EOF          PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.  *> 本次运行的业务日期
       01  WS-REPORT-YEAR          PIC 9(4) VALUE 0.  *> 业务日期所在年份
       01  WS-BILLED-YEAR          PIC 9(4) VALUE 0.  *> 当前箱最近出账日的年份
       01  WS-CURRENT-BRANCH       PIC X(4) VALUE SPACES.  *> 控制断点：当前网点号
       01  WS-BRANCH-COUNT         PIC 9(5) VALUE 0.  *> 列出的网点数

      *> 网点累计与全行累计同一布局
       01  WS-BRANCH-TOTALS.
           05 WS-BR-BOXES           PIC 9(7).
           05 WS-BR-RENTED          PIC 9(7).
           05 WS-BR-VACANT          PIC 9(7).
           05 WS-BR-DRILL           PIC 9(7).
           05 WS-BR-RENT-ROLL       PIC 9(11)V99.
           05 WS-BR-BILLED          PIC 9(11)V99.
           05 WS-BR-COLLECTED       PIC 9(11)V99.
           05 WS-BR-UNPAID          PIC 9(11)V99.
       01  WS-GRAND-TOTALS.
           05 WS-GT-BOXES           PIC 9(7) VALUE 0.
           05 WS-GT-RENTED          PIC 9(7) VALUE 0.
           05 WS-GT-VACANT          PIC 9(7) VALUE 0.
           05 WS-GT-DRILL           PIC 9(7) VALUE 0.
           05 WS-GT-RENT-ROLL       PIC 9(11)V99 VALUE 0.
           05 WS-GT-BILLED          PIC 9(11)V99 VALUE 0.
           05 WS-GT-COLLECTED       PIC 9(11)V99 VALUE 0.
           05 WS-GT-UNPAID          PIC 9(11)V99 VALUE 0.
       01  WS-VACANCY-PCT          PIC 9(3)V9 VALUE 0.

      *> 报表打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(36)
               VALUE 'SAFE DEPOSIT BOX VACANCY AND RENT  '.
           05 FILLER                PIC X(9) VALUE 'FOR DATE '.
           05 RH-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(12) VALUE '  RENT YEAR '.
           05 RH-REPORT-YEAR        PIC 9(4).
       01  COLUMN-HEADER-LINE.
           05 FILLER                PIC X(7) VALUE 'BRANCH'.
           05 FILLER                PIC X(7) VALUE '  BOXES'.
           05 FILLER                PIC X(8) VALUE '  RENTED'.
           05 FILLER                PIC X(8) VALUE '  VACANT'.
           05 FILLER                PIC X(8) VALUE '   DRILL'.
           05 FILLER                PIC X(8) VALUE '   VAC %'.
           05 FILLER                PIC X(17) VALUE '        RENT ROLL'.
           05 FILLER                PIC X(17) VALUE '       BILLED YTD'.
           05 FILLER                PIC X(17) VALUE '        COLLECTED'.
           05 FILLER                PIC X(17) VALUE '           UNPAID'.
       01  BRANCH-DETAIL-LINE.
           05 BD-BRANCH-CODE        PIC X(4).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 BD-BOXES              PIC ZZZZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 BD-RENTED             PIC ZZZZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 BD-VACANT             PIC ZZZZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 BD-DRILL              PIC ZZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 BD-VACANCY-PCT        PIC ZZ9.9.
           05 FILLER                PIC X VALUE SPACE.
           05 BD-RENT-ROLL          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 BD-BILLED             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 BD-COLLECTED          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 BD-UNPAID             PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-REPORT-YEAR = WS-EFFECTIVE-DATE / 10000.

           OPEN INPUT SAFEBOX-FILE.
           IF WS-SAFEBOX-STATUS NOT = '00'
               DISPLAY "SAFE_DEPOSIT_BOXES.DAT not available - no "
                   "boxes to report."
               STOP RUN
           END-IF.
           OPEN OUTPUT SAFEBOX-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening SAFEBOX_BRANCH.RPT. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO RH-RUN-DATE.
           MOVE WS-REPORT-YEAR TO RH-REPORT-YEAR.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADER-LINE.

           MOVE SPACES TO WS-CURRENT-BRANCH.
           MOVE 'N' TO WS-SAFEBOX-EOF.
           PERFORM UNTIL WS-SAFEBOX-EOF = 'Y'
               READ SAFEBOX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SAFEBOX-EOF
                   NOT AT END
                       IF SDB-BRANCH-CODE NOT = WS-CURRENT-BRANCH
                           IF WS-CURRENT-BRANCH NOT = SPACES
                               PERFORM PRINT-ONE-BRANCH
                           END-IF
                           PERFORM START-NEW-BRANCH
                       END-IF
                       PERFORM ACCUMULATE-ONE-BOX
               END-READ
           END-PERFORM.
           IF WS-CURRENT-BRANCH NOT = SPACES
               PERFORM PRINT-ONE-BRANCH
           END-IF.
           PERFORM PRINT-GRAND-TOTAL.

           CLOSE SAFEBOX-FILE SAFEBOX-REPORT-FILE.
           DISPLAY "===== SAFE BOX BRANCH REPORT SUMMARY =====".
           DISPLAY "Branches listed  : " WS-BRANCH-COUNT.
           DISPLAY "Boxes            : " WS-GT-BOXES.
           DISPLAY "Rented           : " WS-GT-RENTED.
           DISPLAY "Vacant           : " WS-GT-VACANT.
           DISPLAY "Drill pending    : " WS-GT-DRILL.
           DISPLAY "Rent roll        : " WS-GT-RENT-ROLL.
           DISPLAY "Billed this year : " WS-GT-BILLED.
           DISPLAY "Collected        : " WS-GT-COLLECTED.
           DISPLAY "Unpaid           : " WS-GT-UNPAID.
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

       START-NEW-BRANCH.
           MOVE SDB-BRANCH-CODE TO WS-CURRENT-BRANCH.
           MOVE 0 TO WS-BR-BOXES.
           MOVE 0 TO WS-BR-RENTED.
           MOVE 0 TO WS-BR-VACANT.
           MOVE 0 TO WS-BR-DRILL.
           MOVE 0 TO WS-BR-RENT-ROLL.
           MOVE 0 TO WS-BR-BILLED.
           MOVE 0 TO WS-BR-COLLECTED.
           MOVE 0 TO WS-BR-UNPAID.

       ACCUMULATE-ONE-BOX.
           ADD 1 TO WS-BR-BOXES.
           EVALUATE SDB-STATUS
               WHEN 'V'
                   ADD 1 TO WS-BR-VACANT
               WHEN 'R'
                   ADD 1 TO WS-BR-RENTED
                   ADD SDB-ANNUAL-RENT TO WS-BR-RENT-ROLL
               WHEN 'D'
                   ADD 1 TO WS-BR-DRILL
                   ADD SDB-ANNUAL-RENT TO WS-BR-RENT-ROLL
           END-EVALUATE.
      *    本年出账：按最近出账日的年份归属
           IF SDB-LAST-BILLED-DATE > 0
               COMPUTE WS-BILLED-YEAR = SDB-LAST-BILLED-DATE / 10000
               IF WS-BILLED-YEAR = WS-REPORT-YEAR
                   ADD SDB-LAST-BILLED-AMOUNT TO WS-BR-BILLED
                   IF SDB-BILL-STATUS = 'C'
                       ADD SDB-LAST-BILLED-AMOUNT TO WS-BR-COLLECTED
                   END-IF
                   IF SDB-BILL-STATUS = 'U'
                       ADD SDB-LAST-BILLED-AMOUNT TO WS-BR-UNPAID
                   END-IF
               END-IF
           END-IF.

       PRINT-ONE-BRANCH.
           ADD 1 TO WS-BRANCH-COUNT.
           MOVE WS-CURRENT-BRANCH TO BD-BRANCH-CODE.
           PERFORM PRINT-TOTALS-LINE.
           ADD WS-BR-BOXES TO WS-GT-BOXES.
           ADD WS-BR-RENTED TO WS-GT-RENTED.
           ADD WS-BR-VACANT TO WS-GT-VACANT.
           ADD WS-BR-DRILL TO WS-GT-DRILL.
           ADD WS-BR-RENT-ROLL TO WS-GT-RENT-ROLL.
           ADD WS-BR-BILLED TO WS-GT-BILLED.
           ADD WS-BR-COLLECTED TO WS-GT-COLLECTED.
           ADD WS-BR-UNPAID TO WS-GT-UNPAID.

       PRINT-GRAND-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GRAND-TOTALS TO WS-BRANCH-TOTALS.
           MOVE 'ALL ' TO BD-BRANCH-CODE.
           PERFORM PRINT-TOTALS-LINE.

       PRINT-TOTALS-LINE.
      *> 网点行与合计行共用：累计先放进网点累计区再印
           MOVE WS-BR-BOXES TO BD-BOXES.
           MOVE WS-BR-RENTED TO BD-RENTED.
           MOVE WS-BR-VACANT TO BD-VACANT.
           MOVE WS-BR-DRILL TO BD-DRILL.
           IF WS-BR-BOXES > 0
               COMPUTE WS-VACANCY-PCT ROUNDED =
                   WS-BR-VACANT * 100 / WS-BR-BOXES
           ELSE
               MOVE 0 TO WS-VACANCY-PCT
           END-IF.
           MOVE WS-VACANCY-PCT TO BD-VACANCY-PCT.
           MOVE WS-BR-RENT-ROLL TO BD-RENT-ROLL.
           MOVE WS-BR-BILLED TO BD-BILLED.
           MOVE WS-BR-COLLECTED TO BD-COLLECTED.
           MOVE WS-BR-UNPAID TO BD-UNPAID.
           WRITE REPORT-LINE FROM BRANCH-DETAIL-LINE.
