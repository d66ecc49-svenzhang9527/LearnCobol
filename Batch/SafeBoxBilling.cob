       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. SafeBoxBilling.  *> 保管箱年租金出账、欠租跟踪与强制开箱通知

      *> 保管箱租金：每个营业日跑一次，顺序读保管箱登记册
      *> SAFE_DEPOSIT_BOXES.DAT 逐箱处理：
      *>   - 上次出账待过账结果（'P'）或欠租（'U'）的箱先查退票项
      *>     档：同账户、同金额、首次退票日期即出账日的 'W' 退票项
      *>     在途或重试用尽即欠租，已重试过账即收妥；'P' 查不到
      *>     退票项说明首次过账已扣到，收妥；
      *>   - 欠租天数（业务日期 - 欠租起算日）超过宽限期
      *>     SAFEBOX_PARM.DAT（缺档 90 天）的出租中箱置欠租待强制
      *>     开箱，列入 SAFEBOX_DRILL_NOTICES.RPT 交网点发通知、
      *>     约期开箱；
      *>   - 出租中、租金到期日已到且上期已收妥（或从未出账）的
      *>     箱出本年租金：对扣租账户生成一笔 'W'（费用标志 'S'，
      *>     起息日取到期日），到期日顺延一年（2 月 29 日顺延为
      *>     2 月 28 日）。欠租的箱不再出下一年，交清后再出。
      *> 租金扣收写成一个带批头/批尾控制的交易批
      *> SAFEBOX_TRANSACTIONS.DAT（批次号 SDBOX1），由运维交给
      *> AccountMasterUpdate 过账；扣不到的由更新作业落退票项档，
      *> 随 ReturnedItemRetry 重试并计 NSF 费。租金收入分录按网点
      *> 写 SAFEBOX_GL.DAT（总账接口同布局，成本中心=网点号）：
      *> 借 FEERCV / 贷 SDBRENT。扣租账户已不在主档的不出账，
      *> 直接置欠租交网点跟进

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

           SELECT SAFEBOX-PARM-FILE ASSIGN TO "SAFEBOX_PARM.DAT"  *> 欠租宽限天数参数
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDB-PARM-STATUS.

           SELECT SAFEBOX-FILE ASSIGN TO "SAFE_DEPOSIT_BOXES.DAT"  *> 保管箱登记册，出账/欠租回写
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SDB-KEY
               FILE STATUS IS WS-SAFEBOX-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，核对扣租账户仍在
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RETURNED-ITEM-FILE ASSIGN TO "RETURNED_ITEMS.DAT"  *> 退票项档，查租金扣收结果
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTI-KEY
               FILE STATUS IS WS-RETITEM-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档，取承租人姓名
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

      *>   租金扣收交易批，与 ACCOUNT_TRANSACTIONS.DAT 同布局
           SELECT TXN-OUTPUT-FILE ASSIGN TO "SAFEBOX_TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-OUT-STATUS.

      *>   租金收入分录，与 GL_INTERFACE.DAT 同布局
           SELECT SAFEBOX-GL-FILE ASSIGN TO "SAFEBOX_GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

      *>   强制开箱通知清单
           SELECT DRILL-FILE ASSIGN TO "SAFEBOX_DRILL_NOTICES.RPT"
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

       FD  SAFEBOX-PARM-FILE.
       01  SAFEBOX-PARM-RECORD.
           05 PARM-GRACE-DAYS       PIC 9(3).  *> 欠租超过本天数即列强制开箱

       FD  SAFEBOX-FILE.
       01  SAFEBOX-RECORD.
           COPY SDBOX.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY ACCTREC.

       FD  RETURNED-ITEM-FILE.
       01  RETURNED-ITEM-RECORD.
           COPY RETITEM.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  TXN-OUTPUT-FILE.  *> 与 AccountMasterUpdate 共用同一份交易布局
       01  TRANSACTION-RECORD.
           COPY ACCTTXN.

       FD  SAFEBOX-GL-FILE.  *> 与 BatchAccountProcessor 的总账接口同布局
       01  GL-RECORD.
           05 GL-JE-DATE            PIC 9(8).
           05 GL-ACCOUNT-CODE       PIC X(10).
           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).
           05 GL-COST-CENTRE        PIC X(6).  *> 成本中心：保管箱所在网点号

       FD  DRILL-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-SDB-PARM-STATUS      PIC XX VALUE '00'.
       01  WS-SAFEBOX-STATUS       PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-RETITEM-STATUS       PIC XX VALUE '00'.
       01  WS-CUST-STATUS          PIC XX VALUE '00'.
       01  WS-TXN-OUT-STATUS       PIC XX VALUE '00'.
       01  WS-GL-STATUS            PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-RETITEM-OPEN         PIC X VALUE 'N'.  *> 'Y'=退票项档可用
       01  WS-CUST-MASTER-OPEN     PIC X VALUE 'N'.  *> 'Y'=客户主档可用
       01  WS-SAFEBOX-EOF          PIC X VALUE 'N'.
       01  WS-RETITEM-EOF          PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.  *> 本次运行的业务日期
       01  WS-GRACE-DAYS           PIC 9(3) VALUE 90.  *> 取不到参数时的缺省宽限天数
       01  WS-SDB-BATCH-ID         PIC X(6) VALUE 'SDBOX1'.  *> 交易批的批次号
       01  WS-SDB-BRANCH           PIC X(4) VALUE 'SDBX'.  *> 交易批批头上的发送网点
       01  WS-BOX-CHANGED          PIC X VALUE 'N'.  *> 'Y'=本箱须回写
       01  WS-RETURN-MATCH         PIC X VALUE SPACE.  *> 命中退票项的状态，空白=未命中
       01  WS-DAYS-UNPAID          PIC S9(7) VALUE 0.  *> 欠租天数
       01  WS-NEXT-DUE-DATE.
           05 WS-NEXT-DUE-YEAR     PIC 9(4).
           05 WS-NEXT-DUE-MMDD     PIC 9(4).
       01  WS-NEXT-DUE-DATE-N REDEFINES WS-NEXT-DUE-DATE PIC 9(8).

      *> 交易批控制累计
       01  WS-BATCH-OPEN           PIC X VALUE 'N'.
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
       01  WS-HASH-TOTAL           PIC 9(9) VALUE 0.
       01  WS-NET-AMOUNT           PIC S9(9)V99 VALUE 0.

      *> 租金收入按网点合计，收入分录逐网点出对
       01  SDB-BRANCH-RENT-TABLE.
           05 SBR-ENTRY OCCURS 200 TIMES.
               10 SBR-BRANCH-CODE   PIC X(4).
               10 SBR-RENT-TOTAL    PIC 9(9)V99.
       01  WS-SBR-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-SBR-INDEX            PIC 9(3) COMP VALUE 0.
       01  WS-SBR-SLOT             PIC 9(3) COMP VALUE 0.

       01  WS-BOXES-READ           PIC 9(7) VALUE 0.  *> 读到的箱数
       01  WS-BOXES-BILLED         PIC 9(7) VALUE 0.  *> 本次出账箱数
       01  WS-BILLED-TOTAL         PIC 9(9)V99 VALUE 0.  *> 本次出账租金合计
       01  WS-NO-ACCOUNT-COUNT     PIC 9(7) VALUE 0.  *> 扣租账户不在主档直接欠租的箱数
       01  WS-COLLECTED-COUNT      PIC 9(7) VALUE 0.  *> 本次确认收妥的箱数
       01  WS-UNPAID-COUNT         PIC 9(7) VALUE 0.  *> 本次新转欠租的箱数
       01  WS-DRILL-COUNT          PIC 9(7) VALUE 0.  *> 本次列入强制开箱的箱数

      *> 通知清单打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(36)
               VALUE 'SAFE DEPOSIT BOX DRILL-OPEN NOTICES '.
           05 FILLER                PIC X(9) VALUE 'FOR DATE '.
           05 RH-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(14) VALUE '  GRACE DAYS '.
           05 RH-GRACE-DAYS         PIC ZZ9.
       01  COLUMN-HEADER-LINE.
           05 FILLER                PIC X(50) VALUE
               'BRCH BOX    CUST   NAME                          '.
           05 FILLER                PIC X(37) VALUE
               'ACCOUNT  UNPAID    RENT DUE      DAYS'.
       01  DRILL-DETAIL-LINE.
           05 DN-BRANCH-CODE        PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 DN-BOX-NUMBER         PIC X(6).
           05 FILLER                PIC X VALUE SPACE.
           05 DN-CUSTOMER-ID        PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 DN-CUSTOMER-NAME      PIC X(30).
           05 FILLER                PIC X VALUE SPACE.
           05 DN-ACCOUNT-ID         PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 DN-UNPAID-SINCE       PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 DN-RENT-DUE           PIC ZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 DN-DAYS               PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE.
           05 SUM-LABEL             PIC X(34).
           05 SUM-COUNT             PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-SAFEBOX-PARAMETERS.

           OPEN I-O SAFEBOX-FILE.
           IF WS-SAFEBOX-STATUS NOT = '00'
               DISPLAY "SAFE_DEPOSIT_BOXES.DAT not available - no "
                   "boxes to bill."
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
      *    退票项档/客户主档可能尚未建立：退票项档缺按全部扣到处理，
      *    客户主档缺通知清单不带姓名
           OPEN INPUT RETURNED-ITEM-FILE.
           IF WS-RETITEM-STATUS = '00'
               MOVE 'Y' TO WS-RETITEM-OPEN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-STATUS = '00'
               MOVE 'Y' TO WS-CUST-MASTER-OPEN
           END-IF.
           OPEN OUTPUT SAFEBOX-GL-FILE.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY "Error opening SAFEBOX_GL.DAT. File Status: "
                   WS-GL-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT DRILL-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening SAFEBOX_DRILL_NOTICES.RPT. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO RH-RUN-DATE.
           MOVE WS-GRACE-DAYS TO RH-GRACE-DAYS.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADER-LINE.

           MOVE 'N' TO WS-SAFEBOX-EOF.
           PERFORM UNTIL WS-SAFEBOX-EOF = 'Y'
               READ SAFEBOX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SAFEBOX-EOF
                   NOT AT END
                       ADD 1 TO WS-BOXES-READ
                       PERFORM PROCESS-ONE-BOX
               END-READ
           END-PERFORM.

           IF WS-BATCH-OPEN = 'Y'
               PERFORM CLOSE-SAFEBOX-BATCH
           END-IF.
           PERFORM WRITE-RENT-GL-ENTRIES.
           PERFORM PRINT-BILLING-SUMMARY.

           CLOSE SAFEBOX-FILE MASTER-FILE SAFEBOX-GL-FILE
               DRILL-FILE.
           IF WS-RETITEM-OPEN = 'Y'
               CLOSE RETURNED-ITEM-FILE
           END-IF.
           IF WS-CUST-MASTER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           DISPLAY "===== SAFE BOX BILLING SUMMARY =====".
           DISPLAY "Boxes read       : " WS-BOXES-READ.
           DISPLAY "Boxes billed     : " WS-BOXES-BILLED.
           DISPLAY "Rent billed      : " WS-BILLED-TOTAL.
           DISPLAY "Rent collected   : " WS-COLLECTED-COUNT.
           DISPLAY "Now unpaid       : " WS-UNPAID-COUNT.
           DISPLAY "No debit account : " WS-NO-ACCOUNT-COUNT.
           DISPLAY "Drill notices    : " WS-DRILL-COUNT.
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
           DISPLAY "Safe deposit box billing for " WS-EFFECTIVE-DATE.

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

       READ-SAFEBOX-PARAMETERS.
           OPEN INPUT SAFEBOX-PARM-FILE.
           IF WS-SDB-PARM-STATUS NOT = '00'
               DISPLAY "SAFEBOX_PARM.DAT not available, using "
                   "defaults."
           ELSE
               READ SAFEBOX-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-GRACE-DAYS NUMERIC AND
                               PARM-GRACE-DAYS > 0
                           MOVE PARM-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE SAFEBOX-PARM-FILE
           END-IF.
           DISPLAY "Drill-open grace days " WS-GRACE-DAYS.

       PROCESS-ONE-BOX.
      *> 先定上期扣收结果，再看欠租是否过宽限期，最后看是否到期
      *> 出本期；三步任一改了箱就回写
           MOVE 'N' TO WS-BOX-CHANGED.
           IF (SDB-STATUS = 'R' OR SDB-STATUS = 'D') AND
                   (SDB-BILL-STATUS = 'P' OR SDB-BILL-STATUS = 'U')
               PERFORM CHECK-RENT-COLLECTION
           END-IF.
           IF SDB-STATUS = 'R' AND SDB-BILL-STATUS = 'U' AND
                   SDB-UNPAID-SINCE > 0
               PERFORM CHECK-DRILL-GRACE
           END-IF.
           IF SDB-STATUS = 'R' AND SDB-RENT-DUE-DATE > 0 AND
                   SDB-RENT-DUE-DATE <= WS-EFFECTIVE-DATE AND
                   (SDB-BILL-STATUS = SPACE OR SDB-BILL-STATUS = 'C')
               PERFORM BILL-ONE-BOX
           END-IF.
           IF WS-BOX-CHANGED = 'Y'
               MOVE WS-EFFECTIVE-DATE TO SDB-STATUS-DATE
               REWRITE SAFEBOX-RECORD
                   INVALID KEY
                       DISPLAY "*** Unable to update safe box "
                           SDB-BRANCH-CODE " " SDB-BOX-NUMBER
               END-REWRITE
           END-IF.

       CHECK-RENT-COLLECTION.
      *> 今天刚出的账还没过账，不查；其余按退票项档定结果
           IF SDB-LAST-BILLED-DATE = WS-EFFECTIVE-DATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-RENT-RETURNED-ITEM.
           EVALUATE TRUE
               WHEN WS-RETURN-MATCH = 'O' OR WS-RETURN-MATCH = 'X'
                   IF SDB-BILL-STATUS = 'P'
                       MOVE 'U' TO SDB-BILL-STATUS
                       MOVE SDB-LAST-BILLED-DATE TO SDB-UNPAID-SINCE
                       MOVE 'Y' TO WS-BOX-CHANGED
                       ADD 1 TO WS-UNPAID-COUNT
                   END-IF
               WHEN WS-RETURN-MATCH = 'C'
                   PERFORM MARK-RENT-COLLECTED
               WHEN OTHER
                   IF SDB-BILL-STATUS = 'P'
                       PERFORM MARK-RENT-COLLECTED
                   END-IF
           END-EVALUATE.

       MARK-RENT-COLLECTED.
      *> 收妥即解除欠租；已列强制开箱后才重试扣到的恢复出租中
           MOVE 'C' TO SDB-BILL-STATUS.
           MOVE 0 TO SDB-UNPAID-SINCE.
           MOVE 0 TO SDB-DRILL-NOTICE-DATE.
           IF SDB-STATUS = 'D'
               MOVE 'R' TO SDB-STATUS
           END-IF.
           MOVE 'Y' TO WS-BOX-CHANGED.
           ADD 1 TO WS-COLLECTED-COUNT.

       FIND-RENT-RETURNED-ITEM.
      *> 退票项档按账户ID+序号排：定位到本账户第一条，逐条比对
      *> 支取类型、金额和首次退票日期（即出账日批头日期）
           MOVE SPACE TO WS-RETURN-MATCH.
           IF WS-RETITEM-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE SDB-DEBIT-ACCOUNT TO RTI-ACCOUNT-ID.
           MOVE 0 TO RTI-SEQUENCE.
           MOVE 'N' TO WS-RETITEM-EOF.
           START RETURNED-ITEM-FILE
               KEY IS GREATER THAN OR EQUAL TO RTI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RETITEM-EOF
           END-START.
           PERFORM UNTIL WS-RETITEM-EOF = 'Y'
               READ RETURNED-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RETITEM-EOF
                   NOT AT END
                       IF RTI-ACCOUNT-ID NOT = SDB-DEBIT-ACCOUNT
                           MOVE 'Y' TO WS-RETITEM-EOF
                       ELSE
                           IF RTI-TXN-TYPE = 'W' AND
                                   RTI-AMOUNT = SDB-LAST-BILLED-AMOUNT
                                   AND RTI-FIRST-DATE =
                                   SDB-LAST-BILLED-DATE
                               MOVE RTI-STATUS TO WS-RETURN-MATCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-DRILL-GRACE.
           COMPUTE WS-DAYS-UNPAID =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE) -
               FUNCTION INTEGER-OF-DATE(SDB-UNPAID-SINCE).
           IF WS-DAYS-UNPAID <= WS-GRACE-DAYS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'D' TO SDB-STATUS.
           MOVE WS-EFFECTIVE-DATE TO SDB-DRILL-NOTICE-DATE.
           MOVE 'Y' TO WS-BOX-CHANGED.
           ADD 1 TO WS-DRILL-COUNT.
           MOVE SPACES TO DRILL-DETAIL-LINE.
           MOVE SDB-BRANCH-CODE TO DN-BRANCH-CODE.
           MOVE SDB-BOX-NUMBER TO DN-BOX-NUMBER.
           MOVE SDB-CUSTOMER-ID TO DN-CUSTOMER-ID.
           IF WS-CUST-MASTER-OPEN = 'Y'
               MOVE SDB-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE '*** NOT ON CUSTOMER MASTER' TO
                           DN-CUSTOMER-NAME
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO DN-CUSTOMER-NAME
               END-READ
           END-IF.
           MOVE SDB-DEBIT-ACCOUNT TO DN-ACCOUNT-ID.
           MOVE SDB-UNPAID-SINCE TO DN-UNPAID-SINCE.
           MOVE SDB-LAST-BILLED-AMOUNT TO DN-RENT-DUE.
           MOVE WS-DAYS-UNPAID TO DN-DAYS.
           WRITE REPORT-LINE FROM DRILL-DETAIL-LINE.

       BILL-ONE-BOX.
      *> 扣租账户已不在主档的不出账，直接转欠租交网点跟进
           MOVE SDB-DEBIT-ACCOUNT TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "*** Box " SDB-BRANCH-CODE " "
                       SDB-BOX-NUMBER " debit account "
                       SDB-DEBIT-ACCOUNT " not on master - unpaid ***"
                   MOVE 'U' TO SDB-BILL-STATUS
                   MOVE WS-EFFECTIVE-DATE TO SDB-LAST-BILLED-DATE
                   MOVE SDB-ANNUAL-RENT TO SDB-LAST-BILLED-AMOUNT
                   MOVE WS-EFFECTIVE-DATE TO SDB-UNPAID-SINCE
                   MOVE 'Y' TO WS-BOX-CHANGED
                   ADD 1 TO WS-NO-ACCOUNT-COUNT
                   EXIT PARAGRAPH
           END-READ.
           PERFORM WRITE-RENT-TXN.
           PERFORM ADD-BRANCH-RENT.
           MOVE 'P' TO SDB-BILL-STATUS.
           MOVE WS-EFFECTIVE-DATE TO SDB-LAST-BILLED-DATE.
           MOVE SDB-ANNUAL-RENT TO SDB-LAST-BILLED-AMOUNT.
      *    到期日顺延一年；闰年 2 月 29 日的次年没有 29 日
           MOVE SDB-RENT-DUE-DATE TO WS-NEXT-DUE-DATE-N.
           ADD 1 TO WS-NEXT-DUE-YEAR.
           IF WS-NEXT-DUE-MMDD = 0229
               MOVE 0228 TO WS-NEXT-DUE-MMDD
           END-IF.
           MOVE WS-NEXT-DUE-DATE-N TO SDB-RENT-DUE-DATE.
           MOVE 'Y' TO WS-BOX-CHANGED.
           ADD 1 TO WS-BOXES-BILLED.
           ADD SDB-ANNUAL-RENT TO WS-BILLED-TOTAL.

       WRITE-RENT-TXN.
      *> 租金作为带费用标志 'S' 的 'W' 过账，起息日取到期日；
      *> 扣不到的由更新作业落退票项档重试
           IF WS-BATCH-OPEN = 'N'
               PERFORM OPEN-SAFEBOX-BATCH
           END-IF.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE SDB-DEBIT-ACCOUNT TO TXN-ACCOUNT-ID.
           MOVE 'W' TO TXN-TYPE.
           MOVE 0 TO TXN-ACCOUNT-BALANCE.
           MOVE 'N' TO TXN-BALANCE-PRESENT.
           MOVE SDB-ANNUAL-RENT TO TXN-AMOUNT.
           MOVE 0 TO TXN-TO-ACCOUNT-ID.
           MOVE SDB-RENT-DUE-DATE TO TXN-VALUE-DATE.
           MOVE 0 TO TXN-CUSTOMER-ID.
           MOVE 0 TO TXN-CHEQUE-NUMBER.
           MOVE 'S' TO TXN-FEE-FLAG.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD SDB-DEBIT-ACCOUNT TO WS-HASH-TOTAL.
           SUBTRACT SDB-ANNUAL-RENT FROM WS-NET-AMOUNT.

       OPEN-SAFEBOX-BATCH.
           OPEN OUTPUT TXN-OUTPUT-FILE.
           IF WS-TXN-OUT-STATUS NOT = '00'
               DISPLAY "Error opening SAFEBOX_TRANSACTIONS.DAT. "
                   "File Status: " WS-TXN-OUT-STATUS
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-BATCH-OPEN.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 0 TO BCH-SORT-KEY.
           MOVE 'H' TO BCH-RECORD-TYPE.
           MOVE WS-SDB-BATCH-ID TO BCH-BATCH-ID.
           MOVE WS-SDB-BRANCH TO BCH-BRANCH-ID.
           MOVE WS-EFFECTIVE-DATE TO BCH-BATCH-DATE.
           WRITE TRANSACTION-RECORD.

       CLOSE-SAFEBOX-BATCH.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 99999999 TO BCT-SORT-KEY.
           MOVE 'Z' TO BCT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO BCT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BCT-HASH-TOTAL.
           MOVE WS-NET-AMOUNT TO BCT-NET-AMOUNT.
           WRITE TRANSACTION-RECORD.
           CLOSE TXN-OUTPUT-FILE.
           DISPLAY "Safe box rent batch written: " WS-DETAIL-COUNT
               " details.".
           MOVE 'N' TO WS-BATCH-OPEN.

       ADD-BRANCH-RENT.
      *> 网点表满时并入第 1 格
           MOVE 0 TO WS-SBR-SLOT.
           PERFORM VARYING WS-SBR-INDEX FROM 1 BY 1
                   UNTIL WS-SBR-INDEX > WS-SBR-COUNT
                   OR WS-SBR-SLOT > 0
               IF SBR-BRANCH-CODE(WS-SBR-INDEX) = SDB-BRANCH-CODE
                   MOVE WS-SBR-INDEX TO WS-SBR-SLOT
               END-IF
           END-PERFORM.
           IF WS-SBR-SLOT = 0
               IF WS-SBR-COUNT >= 200
                   MOVE 1 TO WS-SBR-SLOT
               ELSE
                   ADD 1 TO WS-SBR-COUNT
                   MOVE WS-SBR-COUNT TO WS-SBR-SLOT
                   MOVE SDB-BRANCH-CODE TO SBR-BRANCH-CODE(WS-SBR-SLOT)
                   MOVE 0 TO SBR-RENT-TOTAL(WS-SBR-SLOT)
               END-IF
           END-IF.
           ADD SDB-ANNUAL-RENT TO SBR-RENT-TOTAL(WS-SBR-SLOT).

       WRITE-RENT-GL-ENTRIES.
      *> 租金收入分录对：借记费用应收、贷记保管箱租金收入，逐网点
      *> 各出一对，网点利润表据此分得租金收入
           PERFORM VARYING WS-SBR-INDEX FROM 1 BY 1
                   UNTIL WS-SBR-INDEX > WS-SBR-COUNT
               IF SBR-RENT-TOTAL(WS-SBR-INDEX) > 0
                   MOVE SPACES TO GL-COST-CENTRE
                   MOVE SBR-BRANCH-CODE(WS-SBR-INDEX)
                       TO GL-COST-CENTRE(1:4)
                   MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE
                   MOVE 'FEERCV' TO GL-ACCOUNT-CODE
                   MOVE 'DR' TO GL-DEBIT-CREDIT
                   MOVE SBR-RENT-TOTAL(WS-SBR-INDEX) TO GL-AMOUNT
                   MOVE 'Safe box rent receivable' TO GL-DESCRIPTION
                   WRITE GL-RECORD
                   MOVE 'SDBRENT' TO GL-ACCOUNT-CODE
                   MOVE 'CR' TO GL-DEBIT-CREDIT
                   MOVE 'Safe box rent income' TO GL-DESCRIPTION
                   WRITE GL-RECORD
               END-IF
           END-PERFORM.

       PRINT-BILLING-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BOXES BILLED THIS RUN             ' TO SUM-LABEL.
           MOVE WS-BOXES-BILLED TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'BOXES NOW UNPAID                  ' TO SUM-LABEL.
           MOVE WS-UNPAID-COUNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'BOXES WITH NO DEBIT ACCOUNT       ' TO SUM-LABEL.
           MOVE WS-NO-ACCOUNT-COUNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'DRILL-OPEN NOTICES ISSUED         ' TO SUM-LABEL.
           MOVE WS-DRILL-COUNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
