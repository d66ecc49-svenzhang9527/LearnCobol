       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. DisputeCaseAging.  *> 争议案件夜间账龄清单与更正贷记生成

      *> 争议案件夜间处理：顺序读 DISPUTE_CASES.DAT（联机 ACCTDISP
      *> 立案/更新），按业务日期：
      *>   - 未结案件（'O'/'I'）过了监管答复时限的列入账龄清单
      *>     DISPUTE_AGING.RPT，带逾期天数与承办人，合规据此催办；
      *>     过了目标解决日期的只计数；
      *>   - 已裁定支持客户（'F'）的案件生成更正贷记：'P' 存入交易
      *>     （费用标志 'D'，按笔计费不计入；起息日取被争议过账的
      *>     日期，一年内的倒起息由过账自动补偿利息），按账户排序
      *>     写交易批 DISPUTE_CREDITS.DAT（批次号 DISPT1，带批头/
      *>     批尾控制）交 AccountMasterUpdate 过账；案件改记 'C'
      *>     并记贷记生成日期；
      *>   - 更正分录（借记争议更正支出、贷记客户存款）与
      *>     GL_INTERFACE.DAT 同布局单独落档。
      *> 账户已不在主档的 'F' 案件不生成贷记、保持 'F' 报出，由
      *> 网点另行处理

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

           SELECT DISPUTE-CASE-FILE ASSIGN TO "DISPUTE_CASES.DAT"  *> 争议案件档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-CASE-NO
               FILE STATUS IS WS-CASE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，核对贷记账户在档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *>   逾期未结案件账龄清单
           SELECT AGING-REPORT-FILE ASSIGN TO "DISPUTE_AGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *>   生成的更正贷记交易批（ACCTTXN 布局），单独落档由运维
      *>   作为独立批次交给 AccountMasterUpdate
           SELECT TXN-OUTPUT-FILE ASSIGN TO "DISPUTE_CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-OUT-STATUS.

           SELECT CREDIT-GL-FILE ASSIGN TO "DISPUTE_CREDIT_GL.DAT"  *> 更正分录，与 GL_INTERFACE.DAT 同布局
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT SORT-WORK ASSIGN TO "DISPWORK.TMP".  *> 更正贷记按账户排序用

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

       FD  DISPUTE-CASE-FILE.
       01  DISPUTE-CASE-RECORD.
           COPY DISPCASE.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  AGING-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       FD  TXN-OUTPUT-FILE.  *> 与 AccountMasterUpdate 共用同一份交易布局
       01  TRANSACTION-RECORD.
           COPY ACCTTXN.

       FD  CREDIT-GL-FILE.  *> 与 BatchAccountProcessor 的总账接口同布局
       01  GL-RECORD.
           05 GL-JE-DATE            PIC 9(8).
           05 GL-ACCOUNT-CODE       PIC X(10).
           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-ACCOUNT-ID         PIC 9(8).
           05 SW-CASE-NO            PIC 9(8).
           05 SW-AMOUNT             PIC 9(7)V99.
           05 SW-VALUE-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-CASE-STATUS          PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-TXN-OUT-STATUS       PIC XX VALUE '00'.
       01  WS-GL-STATUS            PIC XX VALUE '00'.
       01  WS-CASE-OPEN            PIC X VALUE 'N'.
       01  WS-CASE-EOF             PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-TODAY-INTEGER        PIC 9(7) VALUE 0.  *> 业务日期的整数日
       01  WS-DAYS-OVERDUE         PIC S9(7) VALUE 0.
       01  WS-BACKVALUE-DAYS       PIC 9(3) VALUE 366.  *> 倒起息追溯上限，再早按业务日期起息

       01  WS-CASES-READ           PIC 9(7) VALUE 0.
       01  WS-CASES-UNRESOLVED     PIC 9(7) VALUE 0.  *> 'O'/'I' 未结案件数
       01  WS-CASES-PAST-DEADLINE  PIC 9(7) VALUE 0.  *> 过了监管答复时限的未结案件
       01  WS-CASES-PAST-TARGET    PIC 9(7) VALUE 0.  *> 过了目标解决日期的未结案件
       01  WS-CREDITS-GENERATED    PIC 9(7) VALUE 0.
       01  WS-CREDITS-REJECTED     PIC 9(7) VALUE 0.  *> 账户不在主档、保持 'F' 的案件
       01  WS-CREDIT-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.  *> 交易批明细笔数
       01  WS-HASH-TOTAL           PIC 9(9) VALUE 0.  *> 交易批账户ID哈希
       01  WS-NET-AMOUNT           PIC S9(9)V99 VALUE 0.  *> 交易批净额

      *> 报告打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(32)
               VALUE 'DISPUTE CASES PAST DEADLINE     '.
           05 FILLER                PIC X(10) VALUE ' RUN DATE '.
           05 RH-RUN-DATE           PIC 9(8).
       01  COLUMN-HEADER-LINE.
           05 FILLER                PIC X(50) VALUE
               'CASE NO  ACCOUNT  CT     DISPUTED S OPENED   DEADL'.
           05 FILLER                PIC X(30) VALUE
               'INE OVERDUE  ASSIGNEE TARGET  '.
       01  AGING-DETAIL-LINE.
           05 AD-CASE-NO            PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AD-ACCOUNT-ID         PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AD-CATEGORY           PIC X(2).
           05 FILLER                PIC X VALUE SPACE.
           05 AD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 AD-STATUS             PIC X.
           05 FILLER                PIC X VALUE SPACE.
           05 AD-OPEN-DATE          PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AD-DEADLINE-DATE      PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AD-DAYS-OVERDUE       PIC ZZZ,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 AD-ASSIGNEE           PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AD-TARGET-DATE        PIC 9(8).
       01  REPORT-TOTAL-LINE.
           05 FILLER                PIC X(24)
               VALUE '  CASES PAST DEADLINE   '.
           05 RT-CASES              PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).

      *    案件档未建（尚无立案）照常写空批，下游批次清单不缺档
           OPEN I-O DISPUTE-CASE-FILE.
           IF WS-CASE-STATUS = '00'
               MOVE 'Y' TO WS-CASE-OPEN
           ELSE
               DISPLAY "DISPUTE_CASES.DAT not available - no cases "
                   "this run."
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT AGING-REPORT-FILE.
           OPEN OUTPUT TXN-OUTPUT-FILE.
           OPEN OUTPUT CREDIT-GL-FILE.
           IF WS-REPORT-STATUS NOT = '00' OR
                   WS-TXN-OUT-STATUS NOT = '00' OR
                   WS-GL-STATUS NOT = '00'
               DISPLAY "Error opening dispute output files: "
                   WS-REPORT-STATUS " " WS-TXN-OUT-STATUS " "
                   WS-GL-STATUS
               STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO RH-RUN-DATE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM WRITE-TXN-BATCH-HEADER.
           SORT SORT-WORK
               ON ASCENDING KEY SW-ACCOUNT-ID SW-CASE-NO
               INPUT PROCEDURE IS REVIEW-ALL-CASES
               OUTPUT PROCEDURE IS WRITE-SORTED-CREDITS.
           PERFORM WRITE-TXN-BATCH-TRAILER.
           PERFORM WRITE-CREDIT-GL-ENTRIES.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CASES-PAST-DEADLINE TO RT-CASES.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-CASE-OPEN = 'Y'
               CLOSE DISPUTE-CASE-FILE
           END-IF.
           CLOSE MASTER-FILE AGING-REPORT-FILE TXN-OUTPUT-FILE
               CREDIT-GL-FILE.
           DISPLAY "===== DISPUTE CASE AGING SUMMARY =====".
           DISPLAY "Cases read          : " WS-CASES-READ.
           DISPLAY "Unresolved cases    : " WS-CASES-UNRESOLVED.
           DISPLAY "Past deadline       : " WS-CASES-PAST-DEADLINE.
           DISPLAY "Past target date    : " WS-CASES-PAST-TARGET.
           DISPLAY "Credits generated   : " WS-CREDITS-GENERATED
               " total " WS-CREDIT-TOTAL.
           DISPLAY "Credits not posted  : " WS-CREDITS-REJECTED.
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

       REVIEW-ALL-CASES.
      *> 排序输入：逐案件看账龄，'F' 案件放出更正贷记并改记 'C'
           IF WS-CASE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CASE-EOF = 'Y'
               READ DISPUTE-CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CASE-EOF
                   NOT AT END
                       IF DSP-CASE-NO NOT = 0
                           ADD 1 TO WS-CASES-READ
                           PERFORM REVIEW-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM.

       REVIEW-ONE-CASE.
           EVALUATE DSP-STATUS
               WHEN 'O'
               WHEN 'I'
                   PERFORM AGE-UNRESOLVED-CASE
               WHEN 'F'
                   PERFORM RELEASE-CASE-CREDIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AGE-UNRESOLVED-CASE.
           ADD 1 TO WS-CASES-UNRESOLVED.
           IF DSP-TARGET-DATE > 0 AND
                   DSP-TARGET-DATE < WS-EFFECTIVE-DATE
               ADD 1 TO WS-CASES-PAST-TARGET
           END-IF.
           IF DSP-DEADLINE-DATE = 0 OR
                   DSP-DEADLINE-DATE >= WS-EFFECTIVE-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CASES-PAST-DEADLINE.
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INTEGER -
               FUNCTION INTEGER-OF-DATE(DSP-DEADLINE-DATE).
           MOVE DSP-CASE-NO TO AD-CASE-NO.
           MOVE DSP-ACCOUNT-ID TO AD-ACCOUNT-ID.
           MOVE DSP-CATEGORY TO AD-CATEGORY.
           MOVE DSP-AMOUNT TO AD-AMOUNT.
           MOVE DSP-STATUS TO AD-STATUS.
           MOVE DSP-OPEN-DATE TO AD-OPEN-DATE.
           MOVE DSP-DEADLINE-DATE TO AD-DEADLINE-DATE.
           MOVE WS-DAYS-OVERDUE TO AD-DAYS-OVERDUE.
           MOVE DSP-ASSIGNEE TO AD-ASSIGNEE.
           MOVE DSP-TARGET-DATE TO AD-TARGET-DATE.
           MOVE AGING-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       RELEASE-CASE-CREDIT.
      *> 贷记账户须在主档；起息日取被争议过账日期，超出追溯上限
      *> 或晚于业务日期的按业务日期起息
           MOVE DSP-ACCOUNT-ID TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Dispute case " DSP-CASE-NO
                       " not credited, account not on master: "
                       DSP-ACCOUNT-ID
                   ADD 1 TO WS-CREDITS-REJECTED
                   EXIT PARAGRAPH
           END-READ.
           MOVE DSP-ACCOUNT-ID TO SW-ACCOUNT-ID.
           MOVE DSP-CASE-NO TO SW-CASE-NO.
           MOVE DSP-RESOLVED-AMOUNT TO SW-AMOUNT.
           MOVE 0 TO SW-VALUE-DATE.
           IF DSP-REF-DATE > 0 AND DSP-REF-DATE < WS-EFFECTIVE-DATE
               IF WS-TODAY-INTEGER -
                       FUNCTION INTEGER-OF-DATE(DSP-REF-DATE)
                       <= WS-BACKVALUE-DAYS
                   MOVE DSP-REF-DATE TO SW-VALUE-DATE
               END-IF
           END-IF.
           RELEASE SORT-WORK-RECORD.
           MOVE 'C' TO DSP-STATUS.
           MOVE WS-EFFECTIVE-DATE TO DSP-CREDIT-DATE.
           MOVE 'DISPAGE' TO DSP-UPDATED-BY.
           MOVE WS-EFFECTIVE-DATE TO DSP-UPDATE-DATE.
           REWRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   DISPLAY "Dispute case rewrite failed: " DSP-CASE-NO
           END-REWRITE.

       WRITE-SORTED-CREDITS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM WRITE-CREDIT-TXN
               END-RETURN
           END-PERFORM.

       WRITE-CREDIT-TXN.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE SW-ACCOUNT-ID TO TXN-ACCOUNT-ID.
           MOVE 'P' TO TXN-TYPE.
           MOVE SPACES TO TXN-ACCOUNT-NAME.
           MOVE 0 TO TXN-ACCOUNT-BALANCE.
           MOVE 'N' TO TXN-BALANCE-PRESENT.
           MOVE SW-AMOUNT TO TXN-AMOUNT.
           MOVE 0 TO TXN-TO-ACCOUNT-ID.
           MOVE SW-VALUE-DATE TO TXN-VALUE-DATE.
           MOVE 0 TO TXN-CUSTOMER-ID.
           MOVE 0 TO TXN-CHEQUE-NUMBER.
           MOVE 'D' TO TXN-FEE-FLAG.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD SW-ACCOUNT-ID TO WS-HASH-TOTAL.
           ADD SW-AMOUNT TO WS-NET-AMOUNT.
           ADD SW-AMOUNT TO WS-CREDIT-TOTAL.
           ADD 1 TO WS-CREDITS-GENERATED.
           DISPLAY "Dispute case " SW-CASE-NO " credit " SW-AMOUNT
               " to account " SW-ACCOUNT-ID.

       WRITE-TXN-BATCH-HEADER.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 0 TO BCH-SORT-KEY.
           MOVE 'H' TO BCH-RECORD-TYPE.
           MOVE 'DISPT1' TO BCH-BATCH-ID.
           MOVE 'HQ01' TO BCH-BRANCH-ID.
           MOVE WS-EFFECTIVE-DATE TO BCH-BATCH-DATE.
           WRITE TRANSACTION-RECORD.

       WRITE-TXN-BATCH-TRAILER.
      *> 批尾笔数/哈希/净额口径与 AccountMasterUpdate 的批控制
      *> 核对一致：更正贷记为存入，净额为正
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 99999999 TO BCT-SORT-KEY.
           MOVE 'Z' TO BCT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO BCT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BCT-HASH-TOTAL.
           MOVE WS-NET-AMOUNT TO BCT-NET-AMOUNT.
           WRITE TRANSACTION-RECORD.
           DISPLAY "Transaction batch DISPT1 written: "
               WS-DETAIL-COUNT " dispute credits.".

       WRITE-CREDIT-GL-ENTRIES.
      *> 借记争议更正支出、贷记客户存款，金额为本次更正贷记合计
           IF WS-CREDIT-TOTAL > 0
               MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE
               MOVE 'DISPEXP' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               MOVE WS-CREDIT-TOTAL TO GL-AMOUNT
               MOVE 'Dispute correction credits' TO GL-DESCRIPTION
               WRITE GL-RECORD
               MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE
               MOVE 'DEPLIA' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               MOVE WS-CREDIT-TOTAL TO GL-AMOUNT
               MOVE 'Customer deposits - disputes' TO GL-DESCRIPTION
               WRITE GL-RECORD
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
