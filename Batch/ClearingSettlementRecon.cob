       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. ClearingSettlementRecon.  *> 清算备付金账户与清算所结算单逐笔对账

      *> 清算备付金对账：清算所每日结算单（CLEARING_SETTLEMENT.DAT）
      *> 列出当日借记/贷记我行备付金账户的逐笔清算项。本作业排在
      *> ClearingInbound 与 OutboundPaymentFile 之后，把我方当日
      *> 清算项与结算单按 参考号+方向+金额 逐笔勾对。我方项取自：
      *>   - CLEARING_ACCEPTED.DAT：接受入账的入站项（客户贷记=
      *>     备付金贷方，客户借记=备付金借方）及汇出退回回存；
      *>   - CLEARING_RETURNS.DAT：退回清算所的入站项（方向与原项
      *>     相反）；
      *>   - CLEARING_OUTWARD.DAT：当日发出的他行汇出（备付金借方）。
      *> 上日未勾上的两边悬项从 CLEARING_RECON_OPEN.DAT 带入一起
      *> 重新勾对，仍勾不上的连同起始日期写回悬项档，按账龄
      *> （0-1/2-5/6-30/31+ 天）逐笔列入对账报告
      *> CLEARING_RECON.RPT，运维在月末前追查，不再等审计发现。
      *> 报告尾另列双方当日净额与结算单自报净额

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

           SELECT STATEMENT-FILE ASSIGN TO "CLEARING_SETTLEMENT.DAT"  *> 清算所当日结算单
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT ACCEPTED-FILE ASSIGN TO "CLEARING_ACCEPTED.DAT"  *> 当日接受入账的清算项
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPTED-STATUS.

           SELECT RETURN-FILE ASSIGN TO "CLEARING_RETURNS.DAT"  *> 当日退回清算所的入站项
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT OUTWARD-FILE ASSIGN TO "CLEARING_OUTWARD.DAT"  *> 当日发出的他行汇出
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTWARD-STATUS.

      *>   两边未勾上的悬项：读入上日结转，写出本日结转
           SELECT OPEN-ITEM-FILE ASSIGN TO "CLEARING_RECON_OPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "CLEARING_RECON.RPT"  *> 对账报告
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "RECNWORK.TMP".  *> 按参考号+方向+金额排序用

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

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD.
           05 STM-RECORD-TYPE       PIC X.  *> 'H'=单头 'D'=明细 'T'=单尾
           05 STM-REFERENCE         PIC X(12).  *> 清算参考号
           05 STM-DC-FLAG           PIC X.  *> 对备付金账户：'C'=贷记 'D'=借记
           05 STM-AMOUNT            PIC 9(7)V99.  *> 金额
           05 STM-COUNTER-BANK      PIC X(6).  *> 对手行行号
           05 STM-ITEM-CODE         PIC X(2).  *> 清算所项目类别，仅供参考
           05 FILLER                PIC X(20).
       01  STATEMENT-HEADER REDEFINES STATEMENT-RECORD.  *> 'H' 单头视图
           05 STH-RECORD-TYPE       PIC X.
           05 STH-SETTLE-DATE       PIC 9(8).  *> 结算日期
           05 STH-BANK-CODE         PIC X(6).  *> 被结算行（本行）行号
           05 STH-NET-AMOUNT        PIC S9(11)V99.  *> 结算单自报当日净额（贷-借）
           05 FILLER                PIC X(23).

       FD  ACCEPTED-FILE.  *> 与 ClearingInbound 的接受项同布局
       01  ACCEPTED-RECORD.
           05 CLA-BUSINESS-DATE     PIC 9(8).
           05 CLA-ITEM-TYPE         PIC X.
           05 CLA-ORIG-BANK         PIC X(6).
           05 CLA-ACCOUNT-ID        PIC 9(8).
           05 CLA-DC-FLAG           PIC X.
           05 CLA-AMOUNT            PIC 9(7)V99.
           05 CLA-REFERENCE         PIC X(12).

       FD  RETURN-FILE.  *> 与 ClearingInbound 的退票文件同布局
       01  RETURN-RECORD.
           05 RTN-RECORD-TYPE       PIC X.
           05 RTN-ORIG-BANK         PIC X(6).
           05 RTN-ACCOUNT-ID        PIC 9(8).
           05 RTN-DC-FLAG           PIC X.
           05 RTN-AMOUNT            PIC 9(7)V99.
           05 RTN-VALUE-DATE        PIC 9(8).
           05 RTN-REFERENCE         PIC X(12).
           05 RTN-REASON-CODE       PIC X(4).
           05 RTN-CREDITOR-ID       PIC X(10).

       FD  OUTWARD-FILE.  *> 与 OutboundPaymentFile 的出站文件同布局
       01  OUTWARD-RECORD.
           05 OUT-RECORD-TYPE       PIC X.
           05 OUT-BENE-BANK         PIC X(6).
           05 OUT-BENE-ACCOUNT      PIC X(20).
           05 OUT-BENE-NAME         PIC X(30).
           05 OUT-ORIG-ACCOUNT      PIC 9(8).
           05 OUT-DC-FLAG           PIC X.
           05 OUT-AMOUNT            PIC 9(7)V99.
           05 OUT-VALUE-DATE        PIC 9(8).
           05 OUT-REFERENCE         PIC X(12).
       01  OUTWARD-HEADER REDEFINES OUTWARD-RECORD.
           05 OUH-RECORD-TYPE       PIC X.
           05 OUH-SENDER-BANK       PIC X(6).
           05 OUH-FILE-DATE         PIC 9(8).
           05 FILLER                PIC X(80).

       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05 ROI-REFERENCE         PIC X(12).  *> 清算参考号
           05 ROI-DC-FLAG           PIC X.  *> 对备付金账户：'C'/'D'
           05 ROI-AMOUNT            PIC 9(7)V99.  *> 金额
           05 ROI-SIDE              PIC X.  *> 'B'=我方账面 'S'=清算所结算单
           05 ROI-SOURCE            PIC X(4).  *> INBD=入站 RETN=退回 OUTB=汇出
      *>                                          ORJT=汇出退回回存 STMT=结算单
           05 ROI-ORIGIN-DATE       PIC 9(8).  *> 悬项起始业务日期，账龄起算
           05 ROI-ACCOUNT-ID        PIC 9(8).  *> 我方项的客户账户，结算单项填零
           05 ROI-BANK-CODE         PIC X(6).  *> 对手行行号

       FD  RECON-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-REFERENCE          PIC X(12).
           05 SW-DC-FLAG            PIC X.
           05 SW-AMOUNT             PIC 9(7)V99.
           05 SW-SIDE               PIC X.
           05 SW-SOURCE             PIC X(4).
           05 SW-ORIGIN-DATE        PIC 9(8).
           05 SW-ACCOUNT-ID         PIC 9(8).
           05 SW-BANK-CODE          PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-STATEMENT-STATUS     PIC XX VALUE '00'.
       01  WS-ACCEPTED-STATUS      PIC XX VALUE '00'.
       01  WS-RETURN-STATUS        PIC XX VALUE '00'.
       01  WS-OUTWARD-STATUS       PIC XX VALUE '00'.
       01  WS-OPEN-ITEM-STATUS     PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-INPUT-EOF            PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-OUTWARD-CURRENT      PIC X VALUE 'N'.  *> 'Y'=出站文件是本业务日生成的
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-STATEMENT-NET        PIC S9(11)V99 VALUE 0.  *> 结算单自报净额
       01  WS-STATEMENT-ITEM-NET   PIC S9(11)V99 VALUE 0.  *> 结算单明细累计净额
       01  WS-BOOK-ITEM-NET        PIC S9(11)V99 VALUE 0.  *> 我方当日项累计净额
       01  WS-BOOK-ITEMS           PIC 9(7) VALUE 0.  *> 我方当日项笔数
       01  WS-STATEMENT-ITEMS      PIC 9(7) VALUE 0.  *> 结算单当日明细笔数
       01  WS-CARRIED-IN           PIC 9(7) VALUE 0.  *> 上日结转悬项笔数
       01  WS-MATCHED-PAIRS        PIC 9(7) VALUE 0.  *> 勾上的笔数（对）
       01  WS-BOOK-BREAKS          PIC 9(7) VALUE 0.  *> 我方未勾上
       01  WS-STATEMENT-BREAKS     PIC 9(7) VALUE 0.  *> 结算单未勾上
       01  WS-BOOK-BREAK-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-STATEMENT-BREAK-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-SIGNED-AMOUNT        PIC S9(9)V99 VALUE 0.
       01  WS-AGE-DAYS             PIC 9(5) VALUE 0.
       01  WS-AGE-BUCKET           PIC X(4) VALUE SPACES.

      *> 账龄分档计数：0-1 / 2-5 / 6-30 / 31+ 天
       01  AGE-BUCKET-TABLE.
           05 AGE-BUCKET-COUNT      PIC 9(7) OCCURS 4 TIMES.
       01  WS-BUCKET-INDEX         PIC 9 COMP VALUE 0.

      *> 当前勾对组（参考号+方向+金额相同）里尚未勾上的我方项；
      *> 排序把我方项排在结算单项之前，结算单项逐笔消费
       01  WS-GROUP-REFERENCE      PIC X(12) VALUE SPACES.
       01  WS-GROUP-DC-FLAG        PIC X VALUE SPACE.
       01  WS-GROUP-AMOUNT         PIC 9(7)V99 VALUE 0.
       01  WS-GROUP-ACTIVE         PIC X VALUE 'N'.
       01  GROUP-BOOK-TABLE.
           05 GROUP-BOOK-ENTRY OCCURS 50 TIMES.
               10 GB-SOURCE         PIC X(4).
               10 GB-ORIGIN-DATE    PIC 9(8).
               10 GB-ACCOUNT-ID     PIC 9(8).
               10 GB-BANK-CODE      PIC X(6).
               10 GB-MATCHED        PIC X.
       01  WS-GB-COUNT             PIC 9(2) COMP VALUE 0.
       01  WS-GB-INDEX             PIC 9(2) COMP VALUE 0.
       01  WS-GB-HIT               PIC 9(2) COMP VALUE 0.

      *> 报告打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(34)
               VALUE 'CLEARING SETTLEMENT RECONCILIATION'.
           05 FILLER                PIC X(10) VALUE ' RUN DATE '.
           05 RH-RUN-DATE           PIC 9(8).
       01  COLUMN-HEADER-LINE.
           05 FILLER                PIC X(50) VALUE
               'SIDE SRC  REFERENCE    DC       AMOUNT ORIGIN   AC'.
           05 FILLER                PIC X(31) VALUE
               'COUNT  BANK     AGE BUCKET     '.
       01  BREAK-DETAIL-LINE.
           05 BD-SIDE               PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 BD-SOURCE             PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 BD-REFERENCE          PIC X(12).
           05 FILLER                PIC X VALUE SPACE.
           05 BD-DC-FLAG            PIC X(2).
           05 FILLER                PIC X VALUE SPACE.
           05 BD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 BD-ORIGIN-DATE        PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 BD-ACCOUNT-ID         PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 BD-BANK-CODE          PIC X(6).
           05 FILLER                PIC X VALUE SPACE.
           05 BD-AGE-DAYS           PIC ZZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 BD-AGE-BUCKET         PIC X(4).
       01  TOTAL-LINE.
           05 TL-LABEL              PIC X(30).
           05 TL-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X VALUE SPACE.
           05 TL-COUNT              PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT STATEMENT-FILE.
           IF WS-STATEMENT-STATUS NOT = '00'
               DISPLAY "CLEARING_SETTLEMENT.DAT not available - "
                   "reconciliation not run, open items unchanged."
               STOP RUN
           END-IF.
           CLOSE STATEMENT-FILE.
           OPEN OUTPUT RECON-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening reconciliation report. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO RH-RUN-DATE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO AGE-BUCKET-COUNT(1) AGE-BUCKET-COUNT(2)
               AGE-BUCKET-COUNT(3) AGE-BUCKET-COUNT(4).

           SORT SORT-WORK
               ON ASCENDING KEY SW-REFERENCE SW-DC-FLAG SW-AMOUNT
                   SW-SIDE SW-ORIGIN-DATE
               INPUT PROCEDURE IS RELEASE-RECON-ITEMS
               OUTPUT PROCEDURE IS MATCH-RECON-ITEMS.

           PERFORM WRITE-RECON-TOTALS.
           CLOSE RECON-REPORT-FILE.
           DISPLAY "===== CLEARING SETTLEMENT RECON SUMMARY =====".
           DISPLAY "Book items today     : " WS-BOOK-ITEMS.
           DISPLAY "Statement items today: " WS-STATEMENT-ITEMS.
           DISPLAY "Carried-in open items: " WS-CARRIED-IN.
           DISPLAY "Matched              : " WS-MATCHED-PAIRS.
           DISPLAY "Book breaks          : " WS-BOOK-BREAKS.
           DISPLAY "Statement breaks     : " WS-STATEMENT-BREAKS.
           IF WS-BOOK-ITEM-NET NOT = WS-STATEMENT-NET
               DISPLAY "*** Book net " WS-BOOK-ITEM-NET
                   " differs from statement net " WS-STATEMENT-NET
                   " ***"
           END-IF.
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
           CLOSE RATE-PARM-FILE.
           DISPLAY "Clearing settlement recon for " WS-EFFECTIVE-DATE.

       RELEASE-RECON-ITEMS.
      *> 两边当日项 + 上日结转悬项全部 RELEASE 进排序
           PERFORM RELEASE-STATEMENT-ITEMS.
           PERFORM RELEASE-ACCEPTED-ITEMS.
           PERFORM RELEASE-RETURNED-ITEMS.
           PERFORM RELEASE-OUTWARD-ITEMS.
           PERFORM RELEASE-CARRIED-ITEMS.

       RELEASE-STATEMENT-ITEMS.
      *> 单头结算日期须是本业务日，旧单不能拿来勾对
           OPEN INPUT STATEMENT-FILE.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       EVALUATE STM-RECORD-TYPE
                           WHEN 'H'
                               IF STH-SETTLE-DATE NOT =
                                       WS-EFFECTIVE-DATE
                                   DISPLAY "*** Settlement statement "
                                       "dated " STH-SETTLE-DATE
                                       " not for " WS-EFFECTIVE-DATE
                                       " - run stopped ***"
                                   STOP RUN
                               END-IF
                               MOVE STH-NET-AMOUNT TO WS-STATEMENT-NET
                           WHEN 'D'
                               PERFORM RELEASE-ONE-STATEMENT-ITEM
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.

       RELEASE-ONE-STATEMENT-ITEM.
           MOVE STM-REFERENCE     TO SW-REFERENCE.
           MOVE STM-DC-FLAG       TO SW-DC-FLAG.
           MOVE STM-AMOUNT        TO SW-AMOUNT.
           MOVE 'S'               TO SW-SIDE.
           MOVE 'STMT'            TO SW-SOURCE.
           MOVE WS-EFFECTIVE-DATE TO SW-ORIGIN-DATE.
           MOVE 0                 TO SW-ACCOUNT-ID.
           MOVE STM-COUNTER-BANK  TO SW-BANK-CODE.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO WS-STATEMENT-ITEMS.
           IF STM-DC-FLAG = 'C'
               ADD STM-AMOUNT TO WS-STATEMENT-ITEM-NET
           ELSE
               SUBTRACT STM-AMOUNT FROM WS-STATEMENT-ITEM-NET
           END-IF.

       RELEASE-ACCEPTED-ITEMS.
      *> 客户贷记即清算所贷记备付金，客户借记即借记备付金
           OPEN INPUT ACCEPTED-FILE.
           IF WS-ACCEPTED-STATUS NOT = '00'
               DISPLAY "CLEARING_ACCEPTED.DAT not available - no "
                   "inbound items on the book side."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ ACCEPTED-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       IF CLA-BUSINESS-DATE = WS-EFFECTIVE-DATE
                           MOVE CLA-REFERENCE  TO SW-REFERENCE
                           MOVE CLA-DC-FLAG    TO SW-DC-FLAG
                           MOVE CLA-AMOUNT     TO SW-AMOUNT
                           IF CLA-ITEM-TYPE = '2'
                               MOVE 'ORJT' TO SW-SOURCE
                           ELSE
                               MOVE 'INBD' TO SW-SOURCE
                           END-IF
                           MOVE CLA-ACCOUNT-ID TO SW-ACCOUNT-ID
                           MOVE CLA-ORIG-BANK  TO SW-BANK-CODE
                           PERFORM RELEASE-ONE-BOOK-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCEPTED-FILE.

       RELEASE-RETURNED-ITEMS.
      *> 退回项把原项资金还给清算所，方向与原项相反；退票文件
      *> 每次入站转换重写，即为本业务日的退回
           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ RETURN-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       MOVE RTN-REFERENCE TO SW-REFERENCE
                       IF RTN-DC-FLAG = 'C'
                           MOVE 'D' TO SW-DC-FLAG
                       ELSE
                           MOVE 'C' TO SW-DC-FLAG
                       END-IF
                       MOVE RTN-AMOUNT     TO SW-AMOUNT
                       MOVE 'RETN'         TO SW-SOURCE
                       MOVE RTN-ACCOUNT-ID TO SW-ACCOUNT-ID
                       MOVE RTN-ORIG-BANK  TO SW-BANK-CODE
                       PERFORM RELEASE-ONE-BOOK-ITEM
               END-READ
           END-PERFORM.
           CLOSE RETURN-FILE.

       RELEASE-OUTWARD-ITEMS.
      *> 出站文件只在有汇出的日子重写，文件头日期不是本业务日
      *> 的是旧文件，整档跳过
           OPEN INPUT OUTWARD-FILE.
           IF WS-OUTWARD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF.
           MOVE 'N' TO WS-OUTWARD-CURRENT.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ OUTWARD-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       IF OUT-RECORD-TYPE = '0' AND
                               OUH-FILE-DATE = WS-EFFECTIVE-DATE
                           MOVE 'Y' TO WS-OUTWARD-CURRENT
                       END-IF
                       IF OUT-RECORD-TYPE = '1' AND
                               WS-OUTWARD-CURRENT = 'Y'
                           MOVE OUT-REFERENCE    TO SW-REFERENCE
                           MOVE 'D'              TO SW-DC-FLAG
                           MOVE OUT-AMOUNT       TO SW-AMOUNT
                           MOVE 'OUTB'           TO SW-SOURCE
                           MOVE OUT-ORIG-ACCOUNT TO SW-ACCOUNT-ID
                           MOVE OUT-BENE-BANK    TO SW-BANK-CODE
                           PERFORM RELEASE-ONE-BOOK-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OUTWARD-FILE.

       RELEASE-ONE-BOOK-ITEM.
           MOVE 'B'               TO SW-SIDE.
           MOVE WS-EFFECTIVE-DATE TO SW-ORIGIN-DATE.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO WS-BOOK-ITEMS.
           IF SW-DC-FLAG = 'C'
               ADD SW-AMOUNT TO WS-BOOK-ITEM-NET
           ELSE
               SUBTRACT SW-AMOUNT FROM WS-BOOK-ITEM-NET
           END-IF.

       RELEASE-CARRIED-ITEMS.
      *> 上日结转悬项保留原起始日期，账龄连续累计
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       MOVE ROI-REFERENCE   TO SW-REFERENCE
                       MOVE ROI-DC-FLAG     TO SW-DC-FLAG
                       MOVE ROI-AMOUNT      TO SW-AMOUNT
                       MOVE ROI-SIDE        TO SW-SIDE
                       MOVE ROI-SOURCE      TO SW-SOURCE
                       MOVE ROI-ORIGIN-DATE TO SW-ORIGIN-DATE
                       MOVE ROI-ACCOUNT-ID  TO SW-ACCOUNT-ID
                       MOVE ROI-BANK-CODE   TO SW-BANK-CODE
                       RELEASE SORT-WORK-RECORD
                       ADD 1 TO WS-CARRIED-IN
               END-READ
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.

       MATCH-RECON-ITEMS.
      *> 参考号+方向+金额相同为一组：组内我方项先进表，结算单项
      *> 逐笔与表内最早的未勾我方项配对；换组时收尾上一组，剩下
      *> 的两边项即悬项，写回悬项档并列入报告
           OPEN OUTPUT OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS NOT = '00'
               DISPLAY "Error opening open-item file. File Status: "
                   WS-OPEN-ITEM-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-GROUP-ACTIVE = 'Y' AND
                               (SW-REFERENCE NOT = WS-GROUP-REFERENCE
                                OR SW-DC-FLAG NOT = WS-GROUP-DC-FLAG
                                OR SW-AMOUNT NOT = WS-GROUP-AMOUNT)
                           PERFORM CLOSE-MATCH-GROUP
                       END-IF
                       IF WS-GROUP-ACTIVE = 'N'
                           MOVE SW-REFERENCE TO WS-GROUP-REFERENCE
                           MOVE SW-DC-FLAG   TO WS-GROUP-DC-FLAG
                           MOVE SW-AMOUNT    TO WS-GROUP-AMOUNT
                           MOVE 0 TO WS-GB-COUNT
                           MOVE 'Y' TO WS-GROUP-ACTIVE
                       END-IF
                       IF SW-SIDE = 'B'
                           PERFORM HOLD-BOOK-ITEM
                       ELSE
                           PERFORM MATCH-STATEMENT-ITEM
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-GROUP-ACTIVE = 'Y'
               PERFORM CLOSE-MATCH-GROUP
           END-IF.
           CLOSE OPEN-ITEM-FILE.

       HOLD-BOOK-ITEM.
      *> 同组我方项超出表长（同号同额50笔以上）的直接作悬项
           IF WS-GB-COUNT >= 50
               PERFORM WRITE-BREAK-FROM-SORT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GB-COUNT.
           MOVE SW-SOURCE      TO GB-SOURCE(WS-GB-COUNT).
           MOVE SW-ORIGIN-DATE TO GB-ORIGIN-DATE(WS-GB-COUNT).
           MOVE SW-ACCOUNT-ID  TO GB-ACCOUNT-ID(WS-GB-COUNT).
           MOVE SW-BANK-CODE   TO GB-BANK-CODE(WS-GB-COUNT).
           MOVE 'N'            TO GB-MATCHED(WS-GB-COUNT).

       MATCH-STATEMENT-ITEM.
           MOVE 0 TO WS-GB-HIT.
           PERFORM VARYING WS-GB-INDEX FROM 1 BY 1
                   UNTIL WS-GB-INDEX > WS-GB-COUNT OR WS-GB-HIT > 0
               IF GB-MATCHED(WS-GB-INDEX) = 'N'
                   MOVE WS-GB-INDEX TO WS-GB-HIT
               END-IF
           END-PERFORM.
           IF WS-GB-HIT > 0
               MOVE 'Y' TO GB-MATCHED(WS-GB-HIT)
               ADD 1 TO WS-MATCHED-PAIRS
           ELSE
               PERFORM WRITE-BREAK-FROM-SORT
           END-IF.

       CLOSE-MATCH-GROUP.
           PERFORM VARYING WS-GB-INDEX FROM 1 BY 1
                   UNTIL WS-GB-INDEX > WS-GB-COUNT
               IF GB-MATCHED(WS-GB-INDEX) = 'N'
                   MOVE WS-GROUP-REFERENCE TO ROI-REFERENCE
                   MOVE WS-GROUP-DC-FLAG   TO ROI-DC-FLAG
                   MOVE WS-GROUP-AMOUNT    TO ROI-AMOUNT
                   MOVE 'B'                TO ROI-SIDE
                   MOVE GB-SOURCE(WS-GB-INDEX) TO ROI-SOURCE
                   MOVE GB-ORIGIN-DATE(WS-GB-INDEX)
                       TO ROI-ORIGIN-DATE
                   MOVE GB-ACCOUNT-ID(WS-GB-INDEX) TO ROI-ACCOUNT-ID
                   MOVE GB-BANK-CODE(WS-GB-INDEX) TO ROI-BANK-CODE
                   PERFORM WRITE-OPEN-ITEM
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-GROUP-ACTIVE.

       WRITE-BREAK-FROM-SORT.
           MOVE SW-REFERENCE   TO ROI-REFERENCE.
           MOVE SW-DC-FLAG     TO ROI-DC-FLAG.
           MOVE SW-AMOUNT      TO ROI-AMOUNT.
           MOVE SW-SIDE        TO ROI-SIDE.
           MOVE SW-SOURCE      TO ROI-SOURCE.
           MOVE SW-ORIGIN-DATE TO ROI-ORIGIN-DATE.
           MOVE SW-ACCOUNT-ID  TO ROI-ACCOUNT-ID.
           MOVE SW-BANK-CODE   TO ROI-BANK-CODE.
           PERFORM WRITE-OPEN-ITEM.

       WRITE-OPEN-ITEM.
      *> 悬项结转并按账龄列入报告
           WRITE OPEN-ITEM-RECORD.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE) -
               FUNCTION INTEGER-OF-DATE(ROI-ORIGIN-DATE).
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   MOVE '0-1 ' TO WS-AGE-BUCKET
                   MOVE 1 TO WS-BUCKET-INDEX
               WHEN WS-AGE-DAYS <= 5
                   MOVE '2-5 ' TO WS-AGE-BUCKET
                   MOVE 2 TO WS-BUCKET-INDEX
               WHEN WS-AGE-DAYS <= 30
                   MOVE '6-30' TO WS-AGE-BUCKET
                   MOVE 3 TO WS-BUCKET-INDEX
               WHEN OTHER
                   MOVE '31+ ' TO WS-AGE-BUCKET
                   MOVE 4 TO WS-BUCKET-INDEX
           END-EVALUATE.
           ADD 1 TO AGE-BUCKET-COUNT(WS-BUCKET-INDEX).
           IF ROI-DC-FLAG = 'C'
               MOVE ROI-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = 0 - ROI-AMOUNT
           END-IF.
           IF ROI-SIDE = 'B'
               MOVE 'BOOK' TO BD-SIDE
               ADD 1 TO WS-BOOK-BREAKS
               ADD WS-SIGNED-AMOUNT TO WS-BOOK-BREAK-TOTAL
           ELSE
               MOVE 'STMT' TO BD-SIDE
               ADD 1 TO WS-STATEMENT-BREAKS
               ADD WS-SIGNED-AMOUNT TO WS-STATEMENT-BREAK-TOTAL
           END-IF.
           MOVE ROI-SOURCE      TO BD-SOURCE.
           MOVE ROI-REFERENCE   TO BD-REFERENCE.
           MOVE ROI-DC-FLAG     TO BD-DC-FLAG.
           MOVE ROI-AMOUNT      TO BD-AMOUNT.
           MOVE ROI-ORIGIN-DATE TO BD-ORIGIN-DATE.
           MOVE ROI-ACCOUNT-ID  TO BD-ACCOUNT-ID.
           MOVE ROI-BANK-CODE   TO BD-BANK-CODE.
           MOVE WS-AGE-DAYS     TO BD-AGE-DAYS.
           MOVE WS-AGE-BUCKET   TO BD-AGE-BUCKET.
           MOVE BREAK-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-RECON-TOTALS.
      *> 报告尾：双方当日净额、结算单自报净额、两边悬项合计与
      *> 账龄分档笔数
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BOOK NET TODAY' TO TL-LABEL.
           MOVE WS-BOOK-ITEM-NET TO TL-AMOUNT.
           MOVE WS-BOOK-ITEMS TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'STATEMENT ITEM NET TODAY' TO TL-LABEL.
           MOVE WS-STATEMENT-ITEM-NET TO TL-AMOUNT.
           MOVE WS-STATEMENT-ITEMS TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'STATEMENT BOOKED NET' TO TL-LABEL.
           MOVE WS-STATEMENT-NET TO TL-AMOUNT.
           MOVE 0 TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'MATCHED PAIRS' TO TL-LABEL.
           MOVE 0 TO TL-AMOUNT.
           MOVE WS-MATCHED-PAIRS TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'OPEN BOOK ITEMS' TO TL-LABEL.
           MOVE WS-BOOK-BREAK-TOTAL TO TL-AMOUNT.
           MOVE WS-BOOK-BREAKS TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'OPEN STATEMENT ITEMS' TO TL-LABEL.
           MOVE WS-STATEMENT-BREAK-TOTAL TO TL-AMOUNT.
           MOVE WS-STATEMENT-BREAKS TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 0 TO TL-AMOUNT.
           MOVE 'OPEN ITEMS AGED 0-1 DAYS' TO TL-LABEL.
           MOVE AGE-BUCKET-COUNT(1) TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'OPEN ITEMS AGED 2-5 DAYS' TO TL-LABEL.
           MOVE AGE-BUCKET-COUNT(2) TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'OPEN ITEMS AGED 6-30 DAYS' TO TL-LABEL.
           MOVE AGE-BUCKET-COUNT(3) TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'OPEN ITEMS AGED OVER 30 DAYS' TO TL-LABEL.
           MOVE AGE-BUCKET-COUNT(4) TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

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
