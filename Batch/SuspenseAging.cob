       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. SuspenseAging.  *> 暂收暂付挂账项账龄清单与总账核对

      *> 挂账账龄：顺序读 SUSPENSE_ITEMS.DAT，未清（'O'）挂账项按
      *> 理由码、来源批次排序列入 SUSPENSE_AGING.RPT：逐项列账户、
      *> 方向、金额、挂账日期、来源网点与账龄天数，账龄分
      *> 0-7/8-30/31-90/90 天以上四档；每个来源批次小计笔数与净额
      *> （暂收减暂付），每个理由码与全部未清项按四档合计金额。
      *> 清单末尾做暂收暂付科目核对：未清项净额与 GL_LEDGER.DAT
      *> 上 SUSPNS 科目的余额（本年贷方减借方，与资产负债表同口径）
      *> 比较，差额非零即报不平。参数文件运行类型为 'MONTH-END'
      *> 的月末运行，不平时另在作业日志报警，须查明后才能结账。
      *> 本作业排在当日挂账/销账分录由 GlLedgerPost 落账之后

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RATE-PARM-FILE ASSIGN TO "RATE_PARM.DAT"  *> 取生效日期与运行类型
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE_ITEMS.DAT"  *> 暂收暂付挂账项档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUS-ITEM-NO
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "GL_LEDGER.DAT"  *> 按科目代码累计的台账
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLL-ACCOUNT-CODE
               FILE STATUS IS WS-LEDGER-STATUS.

      *>   未清挂账项账龄清单与科目核对
           SELECT AGING-REPORT-FILE ASSIGN TO "SUSPENSE_AGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SUSAWORK.TMP".  *> 按理由码/来源批次排序用

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  RATE-PARM-FILE.  *> 只取生效日期与运行类型，其余参数字段本作业不使用
       01  RATE-PARM-RECORD.
           05 FILLER                PIC X(9).  *> 利率 9V9(4) + 管理费 9(2)V99
           05 PARM-EFFECTIVE-DATE   PIC 9(8).
           05 PARM-RUN-TYPE         PIC X(9).  *> 'DAILY' 或 'MONTH-END'
           05 FILLER                PIC X(7).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY SUSPITEM.

       FD  LEDGER-FILE.  *> 与 GlLedgerPost 的台账同布局
       01  LEDGER-RECORD.
           05 GLL-ACCOUNT-CODE      PIC X(10).
           05 GLL-PERIOD-DR         PIC S9(13)V99 COMP-3.
           05 GLL-PERIOD-CR         PIC S9(13)V99 COMP-3.
           05 GLL-YTD-DR            PIC S9(13)V99 COMP-3.
           05 GLL-YTD-CR            PIC S9(13)V99 COMP-3.
           05 GLL-LAST-POSTED       PIC 9(8).

       FD  AGING-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-REASON-CODE        PIC X(4).
           05 SW-BATCH-ID           PIC X(6).
           05 SW-ITEM-NO            PIC 9(8).
           05 SW-ACCOUNT-ID         PIC 9(8).
           05 SW-TXN-TYPE           PIC X.
           05 SW-DIRECTION          PIC X.
           05 SW-AMOUNT             PIC 9(7)V99.
           05 SW-BRANCH-ID          PIC X(4).
           05 SW-OPEN-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-SUSPENSE-STATUS      PIC XX VALUE '00'.
       01  WS-LEDGER-STATUS        PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-SUSPENSE-OPEN        PIC X VALUE 'N'.
       01  WS-SUSPENSE-EOF         PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-RUN-TYPE             PIC X(9) VALUE 'DAILY'.
       01  WS-TODAY-INTEGER        PIC 9(7) VALUE 0.  *> 业务日期的整数日
       01  WS-AGE-DAYS             PIC S9(7) VALUE 0.
       01  WS-BUCKET               PIC 9 VALUE 0.  *> 账龄档 1-4
       01  WS-BUCKET-INDEX         PIC 9 VALUE 0.

      *> 控制间断
       01  WS-FIRST-ITEM           PIC X VALUE 'Y'.
       01  WS-CURRENT-REASON       PIC X(4) VALUE SPACES.
       01  WS-CURRENT-BATCH        PIC X(6) VALUE SPACES.

       01  WS-ITEMS-READ           PIC 9(7) VALUE 0.
       01  WS-BATCH-ITEMS          PIC 9(5) VALUE 0.
       01  WS-BATCH-NET            PIC S9(11)V99 VALUE 0.
       01  WS-REASON-ITEMS         PIC 9(5) VALUE 0.
       01  WS-REASON-NET           PIC S9(11)V99 VALUE 0.
       01  WS-OPEN-ITEMS           PIC 9(7) VALUE 0.
       01  WS-OPEN-NET             PIC S9(13)V99 VALUE 0.  *> 未清项净额：暂收减暂付
      *> 账龄四档金额：理由码小计与全部合计
       01  WS-REASON-BUCKETS.
           05 WS-REASON-BUCKET-AMT  PIC S9(11)V99 OCCURS 4 TIMES.
       01  WS-ALL-BUCKETS.
           05 WS-ALL-BUCKET-AMT     PIC S9(13)V99 OCCURS 4 TIMES.

      *> 科目核对
       01  WS-LEDGER-FOUND         PIC X VALUE 'N'.
       01  WS-LEDGER-BALANCE       PIC S9(13)V99 VALUE 0.  *> SUSPNS 本年贷方减借方
       01  WS-RECON-DIFFERENCE     PIC S9(13)V99 VALUE 0.

      *> 报告打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(32)
               VALUE 'OPEN SUSPENSE ITEMS AGING       '.
           05 FILLER                PIC X(10) VALUE ' RUN DATE '.
           05 RH-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 RH-RUN-TYPE           PIC X(9).
       01  COLUMN-HEADER-LINE.
           05 FILLER                PIC X(40) VALUE
               'ITEM NO  ACCOUNT  T D       AMOUNT OPENE'.
           05 FILLER                PIC X(32) VALUE
               'D   BATCH  BRCH     AGE BUCKET  '.
       01  AGING-DETAIL-LINE.
           05 AD-ITEM-NO            PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AD-ACCOUNT-ID         PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AD-TXN-TYPE           PIC X.
           05 FILLER                PIC X VALUE SPACE.
           05 AD-DIRECTION          PIC X.
           05 FILLER                PIC X VALUE SPACE.
           05 AD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 AD-OPEN-DATE          PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AD-BATCH-ID           PIC X(6).
           05 FILLER                PIC X VALUE SPACE.
           05 AD-BRANCH-ID          PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 AD-AGE-DAYS           PIC ZZZ,ZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 AD-BUCKET             PIC X(7).
       01  BATCH-TOTAL-LINE.
           05 FILLER                PIC X(11) VALUE '   BATCH   '.
           05 BT-BATCH-ID           PIC X(6).
           05 FILLER                PIC X(8) VALUE '  ITEMS '.
           05 BT-ITEMS              PIC ZZ,ZZ9.
           05 FILLER                PIC X(6) VALUE '  NET '.
           05 BT-NET                PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  REASON-TOTAL-LINE.
           05 FILLER                PIC X(7) VALUE 'REASON '.
           05 RT-REASON-CODE        PIC X(4).
           05 FILLER                PIC X(8) VALUE '  ITEMS '.
           05 RT-ITEMS              PIC ZZ,ZZ9.
           05 FILLER                PIC X(6) VALUE '  NET '.
           05 RT-NET                PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  BUCKET-TOTAL-LINE.
           05 FILLER                PIC X(9) VALUE '   0-7   '.
           05 BK-AMOUNT-1           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(8) VALUE '  8-30  '.
           05 BK-AMOUNT-2           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(9) VALUE '  31-90  '.
           05 BK-AMOUNT-3           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(9) VALUE '  OVER 90'.
           05 BK-AMOUNT-4           PIC ZZZ,ZZZ,ZZ9.99-.
       01  GRAND-TOTAL-LINE.
           05 FILLER                PIC X(19)
               VALUE 'ALL OPEN ITEMS    '.
           05 GT-ITEMS              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(6) VALUE '  NET '.
           05 GT-NET                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RECON-LINE.
           05 RC-LABEL              PIC X(32).
           05 RC-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RECON-RESULT-LINE.
           05 FILLER                PIC X(32)
               VALUE '  RESULT                        '.
           05 RR-RESULT             PIC X(30).

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).
           INITIALIZE WS-REASON-BUCKETS WS-ALL-BUCKETS.

      *    挂账项档未建（尚无挂账）照常出清单与核对
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = '00'
               MOVE 'Y' TO WS-SUSPENSE-OPEN
           ELSE
               DISPLAY "SUSPENSE_ITEMS.DAT not available - no "
                   "suspense items."
           END-IF.
           OPEN OUTPUT AGING-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening SUSPENSE_AGING.RPT. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO RH-RUN-DATE.
           MOVE WS-RUN-TYPE TO RH-RUN-TYPE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SW-REASON-CODE SW-BATCH-ID SW-ITEM-NO
               INPUT PROCEDURE IS RELEASE-OPEN-ITEMS
               OUTPUT PROCEDURE IS PRINT-SORTED-ITEMS.

           PERFORM PRINT-GRAND-TOTALS.
           PERFORM RECONCILE-SUSPENSE-LEDGER.

           IF WS-SUSPENSE-OPEN = 'Y'
               CLOSE SUSPENSE-FILE
           END-IF.
           CLOSE AGING-REPORT-FILE.
           DISPLAY "===== SUSPENSE AGING SUMMARY =====".
           DISPLAY "Suspense items read : " WS-ITEMS-READ.
           DISPLAY "Open items          : " WS-OPEN-ITEMS.
           DISPLAY "Open items net      : " WS-OPEN-NET.
           DISPLAY "GL SUSPNS balance   : " WS-LEDGER-BALANCE.
           DISPLAY "Difference          : " WS-RECON-DIFFERENCE.
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
           IF PARM-RUN-TYPE = 'MONTH-END'
               MOVE 'MONTH-END' TO WS-RUN-TYPE
           END-IF.
           CLOSE RATE-PARM-FILE.

       RELEASE-OPEN-ITEMS.
      *> 排序输入：控制记录和已清项不列
           IF WS-SUSPENSE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SUSPENSE-EOF = 'Y'
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUSPENSE-EOF
                   NOT AT END
                       IF SUS-ITEM-NO NOT = 0
                           ADD 1 TO WS-ITEMS-READ
                           IF SUS-STATUS = 'O'
                               MOVE SUS-REASON-CODE TO SW-REASON-CODE
                               MOVE SUS-BATCH-ID TO SW-BATCH-ID
                               MOVE SUS-ITEM-NO TO SW-ITEM-NO
                               MOVE SUS-ACCOUNT-ID TO SW-ACCOUNT-ID
                               MOVE SUS-TXN-TYPE TO SW-TXN-TYPE
                               MOVE SUS-DIRECTION TO SW-DIRECTION
                               MOVE SUS-AMOUNT TO SW-AMOUNT
                               MOVE SUS-BRANCH-ID TO SW-BRANCH-ID
                               MOVE SUS-OPEN-DATE TO SW-OPEN-DATE
                               RELEASE SORT-WORK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-SORTED-ITEMS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-ITEM
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-ITEM = 'N'
               PERFORM PRINT-BATCH-TOTAL
               PERFORM PRINT-REASON-TOTAL
           END-IF.

       PRINT-ONE-ITEM.
      *> 理由码或来源批次变了先出上一组小计
           IF WS-FIRST-ITEM = 'Y'
               MOVE 'N' TO WS-FIRST-ITEM
               MOVE SW-REASON-CODE TO WS-CURRENT-REASON
               MOVE SW-BATCH-ID TO WS-CURRENT-BATCH
           ELSE
               IF SW-REASON-CODE NOT = WS-CURRENT-REASON
                   PERFORM PRINT-BATCH-TOTAL
                   PERFORM PRINT-REASON-TOTAL
                   MOVE SW-REASON-CODE TO WS-CURRENT-REASON
                   MOVE SW-BATCH-ID TO WS-CURRENT-BATCH
               ELSE
                   IF SW-BATCH-ID NOT = WS-CURRENT-BATCH
                       PERFORM PRINT-BATCH-TOTAL
                       MOVE SW-BATCH-ID TO WS-CURRENT-BATCH
                   END-IF
               END-IF
           END-IF.

           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER -
               FUNCTION INTEGER-OF-DATE(SW-OPEN-DATE).
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   MOVE 1 TO WS-BUCKET
                   MOVE '0-7' TO AD-BUCKET
               WHEN WS-AGE-DAYS <= 30
                   MOVE 2 TO WS-BUCKET
                   MOVE '8-30' TO AD-BUCKET
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET
                   MOVE '31-90' TO AD-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
                   MOVE 'OVER 90' TO AD-BUCKET
           END-EVALUATE.
           MOVE SW-ITEM-NO TO AD-ITEM-NO.
           MOVE SW-ACCOUNT-ID TO AD-ACCOUNT-ID.
           MOVE SW-TXN-TYPE TO AD-TXN-TYPE.
           MOVE SW-DIRECTION TO AD-DIRECTION.
           MOVE SW-AMOUNT TO AD-AMOUNT.
           MOVE SW-OPEN-DATE TO AD-OPEN-DATE.
           MOVE SW-BATCH-ID TO AD-BATCH-ID.
           MOVE SW-BRANCH-ID TO AD-BRANCH-ID.
           MOVE WS-AGE-DAYS TO AD-AGE-DAYS.
           MOVE AGING-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *    净额按暂收为正、暂付为负，与 SUSPNS 贷方余额同向
           ADD 1 TO WS-BATCH-ITEMS WS-REASON-ITEMS WS-OPEN-ITEMS.
           IF SW-DIRECTION = 'C'
               ADD SW-AMOUNT TO WS-BATCH-NET WS-REASON-NET WS-OPEN-NET
                   WS-REASON-BUCKET-AMT(WS-BUCKET)
                   WS-ALL-BUCKET-AMT(WS-BUCKET)
           ELSE
               SUBTRACT SW-AMOUNT FROM WS-BATCH-NET WS-REASON-NET
                   WS-OPEN-NET WS-REASON-BUCKET-AMT(WS-BUCKET)
                   WS-ALL-BUCKET-AMT(WS-BUCKET)
           END-IF.

       PRINT-BATCH-TOTAL.
           MOVE WS-CURRENT-BATCH TO BT-BATCH-ID.
           MOVE WS-BATCH-ITEMS TO BT-ITEMS.
           MOVE WS-BATCH-NET TO BT-NET.
           MOVE BATCH-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-BATCH-ITEMS.
           MOVE 0 TO WS-BATCH-NET.

       PRINT-REASON-TOTAL.
           MOVE WS-CURRENT-REASON TO RT-REASON-CODE.
           MOVE WS-REASON-ITEMS TO RT-ITEMS.
           MOVE WS-REASON-NET TO RT-NET.
           MOVE REASON-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REASON-BUCKET-AMT(1) TO BK-AMOUNT-1.
           MOVE WS-REASON-BUCKET-AMT(2) TO BK-AMOUNT-2.
           MOVE WS-REASON-BUCKET-AMT(3) TO BK-AMOUNT-3.
           MOVE WS-REASON-BUCKET-AMT(4) TO BK-AMOUNT-4.
           MOVE BUCKET-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-REASON-ITEMS.
           MOVE 0 TO WS-REASON-NET.
           INITIALIZE WS-REASON-BUCKETS.

       PRINT-GRAND-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OPEN-ITEMS TO GT-ITEMS.
           MOVE WS-OPEN-NET TO GT-NET.
           MOVE GRAND-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ALL-BUCKET-AMT(1) TO BK-AMOUNT-1.
           MOVE WS-ALL-BUCKET-AMT(2) TO BK-AMOUNT-2.
           MOVE WS-ALL-BUCKET-AMT(3) TO BK-AMOUNT-3.
           MOVE WS-ALL-BUCKET-AMT(4) TO BK-AMOUNT-4.
           MOVE BUCKET-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       RECONCILE-SUSPENSE-LEDGER.
      *> 未清项净额对 SUSPNS 科目余额；台账未建或无该科目按零
      *> 余额核对
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '00'
               MOVE 'SUSPNS' TO GLL-ACCOUNT-CODE
               READ LEDGER-FILE
                   INVALID KEY
                       MOVE 0 TO WS-LEDGER-BALANCE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LEDGER-FOUND
                       COMPUTE WS-LEDGER-BALANCE =
                           GLL-YTD-CR - GLL-YTD-DR
               END-READ
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY "GL_LEDGER.DAT not available - suspense "
                   "balance taken as zero."
           END-IF.
           COMPUTE WS-RECON-DIFFERENCE =
               WS-OPEN-NET - WS-LEDGER-BALANCE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RUN-TYPE = 'MONTH-END'
               MOVE 'MONTH-END SUSPENSE RECONCILIATION' TO REPORT-LINE
           ELSE
               MOVE 'SUSPENSE RECONCILIATION' TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE '  OPEN ITEMS NET (CR - DR)' TO RC-LABEL.
           MOVE WS-OPEN-NET TO RC-AMOUNT.
           MOVE RECON-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '  GL SUSPNS BALANCE (CR - DR)' TO RC-LABEL.
           MOVE WS-LEDGER-BALANCE TO RC-AMOUNT.
           MOVE RECON-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '  DIFFERENCE' TO RC-LABEL.
           MOVE WS-RECON-DIFFERENCE TO RC-AMOUNT.
           MOVE RECON-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RECON-DIFFERENCE = 0
               MOVE 'RECONCILED' TO RR-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RR-RESULT
           END-IF.
           IF WS-LEDGER-FOUND NOT = 'Y'
               MOVE 'SUSPNS NOT ON LEDGER' TO RR-RESULT
               IF WS-RECON-DIFFERENCE NOT = 0
                   MOVE 'OUT OF BALANCE - NO SUSPNS' TO RR-RESULT
               END-IF
           END-IF.
           MOVE RECON-RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RUN-TYPE = 'MONTH-END' AND WS-RECON-DIFFERENCE NOT = 0
               DISPLAY "*** Month-end suspense reconciliation out of "
                   "balance: open items " WS-OPEN-NET " vs GL "
                   WS-LEDGER-BALANCE " ***"
           END-IF.

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
