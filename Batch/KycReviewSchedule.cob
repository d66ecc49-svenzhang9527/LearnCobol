       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. KycReviewSchedule.  *> 月度 KYC 定期复核排程与证件到期管控

      *> KYC 定期复核：客户主档上的风险等级、最近复核日与证件到期
      *> 日决定客户何时须重新核实身份。本作业每月跑一次：
      *>   - 第一遍顺序读客户主档，按风险等级复核周期（H=1年
      *>     M=3年 L=5年）算出复核到期日，与证件到期日一起对照
      *>     业务日期重算 CM-KYC-STATUS 并回写：
      *>       'D' 60天内到期或从未复核，'O' 已逾期但在30天宽限期
      *>       内，'R' 逾期超过宽限期——AccountMasterUpdate 据此拒绝
      *>       客户主动借记，'C' 其余；
      *>     停用客户（CM-STATUS = 'D'）不重算；
      *>   - 第二遍顺序读账户主档，客户名下有账户的网点都列出该
      *>     客户，按 网点+状态严重度+客户号 排序打印复核清单
      *>     KYC_REVIEW.RPT，合规与网点直接按清单约客户补件，不再
      *>     靠审计抽查才发现逾期。
      *> 名下无账户的待复核客户不进网点清单，只计入汇总

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

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档，回写 KYC 状态
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，取客户名下账户的网点
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO "KYC_REVIEW.RPT"  *> 按网点的 KYC 复核清单
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "KYCWORK.TMP".  *> 按网点+严重度+客户号排序用

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

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  REVIEW-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-BRANCH-CODE        PIC X(4).
           05 SW-SEVERITY           PIC 9.  *> 1=R 2=O 3=D，严重的排前
           05 SW-CUSTOMER-ID        PIC 9(6).
           05 SW-ACCOUNT-ID         PIC 9(8).
           05 SW-CUSTOMER-NAME      PIC X(20).
           05 SW-RISK-RATING        PIC X.
           05 SW-LAST-REVIEW-DATE   PIC 9(8).
           05 SW-REVIEW-DUE-DATE    PIC 9(8).
           05 SW-ID-EXPIRY-DATE     PIC 9(8).
           05 SW-KYC-STATUS         PIC X.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-CUST-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-INPUT-EOF            PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-TODAY-INTEGER        PIC 9(7) VALUE 0.  *> 业务日期的整数日
       01  WS-DUE-SOON-DAYS        PIC 9(3) VALUE 60.  *> 提前提示的天数
       01  WS-GRACE-DAYS           PIC 9(3) VALUE 30.  *> 逾期后的宽限天数，过后限制借记

      *> 复核到期日：最近复核日加复核周期年数；2月29日加年后
      *> 落在平年的按2月28日
       01  WS-REVIEW-DUE-DATE      PIC 9(8) VALUE 0.
       01  WS-REVIEW-DUE-PARTS REDEFINES WS-REVIEW-DUE-DATE.
           05 WS-DUE-YEAR           PIC 9(4).
           05 WS-DUE-MONTH-DAY      PIC 9(4).
       01  WS-REVIEW-YEARS         PIC 9 VALUE 0.
       01  WS-LEAP-REMAINDER       PIC 9(3) VALUE 0.
       01  WS-LEAP-QUOTIENT        PIC 9(4) VALUE 0.
       01  WS-DAYS-OVERDUE         PIC S9(7) VALUE 0.  *> 复核与证件两者中逾期最久的天数
       01  WS-ITEM-DAYS            PIC S9(7) VALUE 0.
       01  WS-DUE-SOON             PIC X VALUE 'N'.  *> 'Y'=提示期内到期或从未复核
       01  WS-NEW-KYC-STATUS       PIC X VALUE SPACE.

       01  WS-CUSTOMERS-READ       PIC 9(7) VALUE 0.
       01  WS-STATUS-CHANGED       PIC 9(7) VALUE 0.  *> 状态有变、已回写的客户数
       01  WS-COUNT-CURRENT        PIC 9(7) VALUE 0.
       01  WS-COUNT-DUE            PIC 9(7) VALUE 0.
       01  WS-COUNT-OVERDUE        PIC 9(7) VALUE 0.
       01  WS-COUNT-RESTRICTED     PIC 9(7) VALUE 0.
       01  WS-COUNT-INACTIVE       PIC 9(7) VALUE 0.  *> 停用客户，不重算
       01  WS-LINES-PRINTED        PIC 9(7) VALUE 0.

      *> 网点分组与同客户去重
       01  WS-CURRENT-BRANCH       PIC X(4) VALUE SPACES.
       01  WS-BRANCH-ACTIVE        PIC X VALUE 'N'.
       01  WS-BRANCH-CUSTOMERS     PIC 9(5) VALUE 0.
       01  WS-LAST-CUSTOMER        PIC 9(6) VALUE 0.
       01  WS-CUSTOMER-ACCOUNTS    PIC 9(3) VALUE 0.
       01  WS-PENDING-LINE         PIC X VALUE 'N'.  *> 'Y'=明细行已备妥待打印

      *> 报告打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(32)
               VALUE 'KYC PERIODIC REVIEW SCHEDULE    '.
           05 FILLER                PIC X(10) VALUE ' RUN DATE '.
           05 RH-RUN-DATE           PIC 9(8).
       01  BRANCH-HEADER-LINE.
           05 FILLER                PIC X(7) VALUE 'BRANCH '.
           05 BH-BRANCH-CODE        PIC X(4).
       01  COLUMN-HEADER-LINE.
           05 FILLER                PIC X(50) VALUE
               'CUSTNO NAME                 R LAST-REV REVW-DUE ID'.
           05 FILLER                PIC X(30) VALUE
               '-EXPRY ST FIRST-AC ACCTS      '.
       01  KYC-DETAIL-LINE.
           05 KD-CUSTOMER-ID        PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 KD-CUSTOMER-NAME      PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 KD-RISK-RATING        PIC X.
           05 FILLER                PIC X VALUE SPACE.
           05 KD-LAST-REVIEW-DATE   PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 KD-REVIEW-DUE-DATE    PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 KD-ID-EXPIRY-DATE     PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 KD-KYC-STATUS         PIC X(2).
           05 FILLER                PIC X VALUE SPACE.
           05 KD-ACCOUNT-ID         PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 KD-ACCOUNT-COUNT      PIC ZZ9.
       01  BRANCH-TOTAL-LINE.
           05 FILLER                PIC X(16) VALUE '  BRANCH TOTAL  '.
           05 BT-CUSTOMERS          PIC ZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE ' CUSTOMERS'.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).

           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY "Error opening customer master. File Status: "
                   WS-CUST-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening KYC review report. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO RH-RUN-DATE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM REVIEW-ALL-CUSTOMERS.

           SORT SORT-WORK
               ON ASCENDING KEY SW-BRANCH-CODE SW-SEVERITY
                   SW-CUSTOMER-ID SW-ACCOUNT-ID
               INPUT PROCEDURE IS RELEASE-BRANCH-ITEMS
               OUTPUT PROCEDURE IS PRINT-BRANCH-SCHEDULE.

           CLOSE CUSTOMER-MASTER-FILE REVIEW-REPORT-FILE.
           DISPLAY "===== KYC REVIEW SCHEDULE SUMMARY =====".
           DISPLAY "Customers reviewed : " WS-CUSTOMERS-READ.
           DISPLAY "Current            : " WS-COUNT-CURRENT.
           DISPLAY "Due within 60 days : " WS-COUNT-DUE.
           DISPLAY "Overdue (in grace) : " WS-COUNT-OVERDUE.
           DISPLAY "Restricted         : " WS-COUNT-RESTRICTED.
           DISPLAY "Inactive skipped   : " WS-COUNT-INACTIVE.
           DISPLAY "Status changed     : " WS-STATUS-CHANGED.
           DISPLAY "Branch lines       : " WS-LINES-PRINTED.
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
           DISPLAY "KYC review schedule for " WS-EFFECTIVE-DATE.

       REVIEW-ALL-CUSTOMERS.
      *> 第一遍：逐个客户重算 KYC 状态，有变化的回写
           MOVE 0 TO CM-CUSTOMER-ID.
           START CUSTOMER-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO CM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-INPUT-EOF
           END-START.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       ADD 1 TO WS-CUSTOMERS-READ
                       PERFORM REVIEW-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       REVIEW-ONE-CUSTOMER.
           IF CM-STATUS = 'D'
               ADD 1 TO WS-COUNT-INACTIVE
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-KYC-STATUS.
           EVALUATE WS-NEW-KYC-STATUS
               WHEN 'R'
                   ADD 1 TO WS-COUNT-RESTRICTED
               WHEN 'O'
                   ADD 1 TO WS-COUNT-OVERDUE
               WHEN 'D'
                   ADD 1 TO WS-COUNT-DUE
               WHEN OTHER
                   ADD 1 TO WS-COUNT-CURRENT
           END-EVALUATE.
           IF WS-NEW-KYC-STATUS NOT = CM-KYC-STATUS
               MOVE WS-NEW-KYC-STATUS TO CM-KYC-STATUS
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "*** Unable to update KYC status for "
                           "customer " CM-CUSTOMER-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-STATUS-CHANGED
               END-REWRITE
           END-IF.

       COMPUTE-KYC-STATUS.
      *> 复核到期日与证件到期日各自对照业务日期，取逾期最久的
      *> 天数定状态；两者都未到期时看是否在提示期内
           MOVE 0 TO WS-DAYS-OVERDUE.
           MOVE 'N' TO WS-DUE-SOON.
           MOVE 0 TO WS-REVIEW-DUE-DATE.
           IF CM-LAST-REVIEW-DATE NOT NUMERIC OR
                   CM-LAST-REVIEW-DATE = 0
               MOVE 'Y' TO WS-DUE-SOON
           ELSE
               PERFORM COMPUTE-REVIEW-DUE-DATE
               COMPUTE WS-ITEM-DAYS = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-REVIEW-DUE-DATE)
               PERFORM NOTE-ITEM-DAYS
           END-IF.
           IF CM-ID-EXPIRY-DATE NUMERIC AND CM-ID-EXPIRY-DATE > 0
               COMPUTE WS-ITEM-DAYS = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(CM-ID-EXPIRY-DATE)
               PERFORM NOTE-ITEM-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-OVERDUE > WS-GRACE-DAYS
                   MOVE 'R' TO WS-NEW-KYC-STATUS
               WHEN WS-DAYS-OVERDUE > 0
                   MOVE 'O' TO WS-NEW-KYC-STATUS
               WHEN WS-DUE-SOON = 'Y'
                   MOVE 'D' TO WS-NEW-KYC-STATUS
               WHEN OTHER
                   MOVE 'C' TO WS-NEW-KYC-STATUS
           END-EVALUATE.

       NOTE-ITEM-DAYS.
      *> WS-ITEM-DAYS 为正即已过到期日；在提示期内的记提示
           IF WS-ITEM-DAYS > WS-DAYS-OVERDUE
               MOVE WS-ITEM-DAYS TO WS-DAYS-OVERDUE
           END-IF.
           IF WS-ITEM-DAYS + WS-DUE-SOON-DAYS >= 0
               MOVE 'Y' TO WS-DUE-SOON
           END-IF.

       COMPUTE-REVIEW-DUE-DATE.
           EVALUATE CM-RISK-RATING
               WHEN 'H'
                   MOVE 1 TO WS-REVIEW-YEARS
               WHEN 'L'
                   MOVE 5 TO WS-REVIEW-YEARS
               WHEN OTHER
                   MOVE 3 TO WS-REVIEW-YEARS
           END-EVALUATE.
           MOVE CM-LAST-REVIEW-DATE TO WS-REVIEW-DUE-DATE.
           ADD WS-REVIEW-YEARS TO WS-DUE-YEAR.
           IF WS-DUE-MONTH-DAY = 0229
               DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = 0
                   MOVE 0228 TO WS-DUE-MONTH-DAY
               END-IF
           END-IF.

       RELEASE-BRANCH-ITEMS.
      *> 第二遍：客户名下每个账户带出开户网点，待复核/逾期/受限
      *> 的客户按网点逐账户 RELEASE，输出时同网点同客户并成一行
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       IF CUSTOMER-ID NUMERIC AND CUSTOMER-ID > 0
                           PERFORM RELEASE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.

       RELEASE-ONE-ACCOUNT.
           MOVE CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CM-STATUS = 'D'
               EXIT PARAGRAPH
           END-IF.
           EVALUATE CM-KYC-STATUS
               WHEN 'R'
                   MOVE 1 TO SW-SEVERITY
               WHEN 'O'
                   MOVE 2 TO SW-SEVERITY
               WHEN 'D'
                   MOVE 3 TO SW-SEVERITY
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF BRANCH-CODE = SPACES
               MOVE '????' TO SW-BRANCH-CODE
           ELSE
               MOVE BRANCH-CODE TO SW-BRANCH-CODE
           END-IF.
           MOVE CM-CUSTOMER-ID      TO SW-CUSTOMER-ID.
           MOVE ACCOUNT-ID          TO SW-ACCOUNT-ID.
           MOVE CM-CUSTOMER-NAME    TO SW-CUSTOMER-NAME.
           MOVE CM-RISK-RATING      TO SW-RISK-RATING.
           MOVE CM-KYC-STATUS       TO SW-KYC-STATUS.
           IF CM-LAST-REVIEW-DATE NUMERIC AND
                   CM-LAST-REVIEW-DATE > 0
               MOVE CM-LAST-REVIEW-DATE TO SW-LAST-REVIEW-DATE
               PERFORM COMPUTE-REVIEW-DUE-DATE
               MOVE WS-REVIEW-DUE-DATE TO SW-REVIEW-DUE-DATE
           ELSE
               MOVE 0 TO SW-LAST-REVIEW-DATE
               MOVE 0 TO SW-REVIEW-DUE-DATE
           END-IF.
           IF CM-ID-EXPIRY-DATE NUMERIC
               MOVE CM-ID-EXPIRY-DATE TO SW-ID-EXPIRY-DATE
           ELSE
               MOVE 0 TO SW-ID-EXPIRY-DATE
           END-IF.
           RELEASE SORT-WORK-RECORD.

       PRINT-BRANCH-SCHEDULE.
      *> 换网点打印网点小计与新网点抬头；同网点同客户只打一行，
      *> 显示首个账户与该网点下的账户数
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-BRANCH-ACTIVE = 'Y' AND
                               SW-BRANCH-CODE NOT = WS-CURRENT-BRANCH
                           PERFORM FLUSH-CUSTOMER-LINE
                           PERFORM WRITE-BRANCH-TOTAL
                       END-IF
                       IF WS-BRANCH-ACTIVE = 'N'
                           PERFORM START-BRANCH-GROUP
                       END-IF
                       IF WS-PENDING-LINE = 'Y' AND
                               SW-CUSTOMER-ID = WS-LAST-CUSTOMER
                           ADD 1 TO WS-CUSTOMER-ACCOUNTS
                       ELSE
                           PERFORM FLUSH-CUSTOMER-LINE
                           PERFORM PREPARE-CUSTOMER-LINE
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-BRANCH-ACTIVE = 'Y'
               PERFORM FLUSH-CUSTOMER-LINE
               PERFORM WRITE-BRANCH-TOTAL
           END-IF.

       START-BRANCH-GROUP.
           MOVE SW-BRANCH-CODE TO WS-CURRENT-BRANCH.
           MOVE 'Y' TO WS-BRANCH-ACTIVE.
           MOVE 0 TO WS-BRANCH-CUSTOMERS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SW-BRANCH-CODE TO BH-BRANCH-CODE.
           MOVE BRANCH-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PREPARE-CUSTOMER-LINE.
           MOVE SW-CUSTOMER-ID      TO KD-CUSTOMER-ID.
           MOVE SW-CUSTOMER-NAME    TO KD-CUSTOMER-NAME.
           MOVE SW-RISK-RATING      TO KD-RISK-RATING.
           MOVE SW-LAST-REVIEW-DATE TO KD-LAST-REVIEW-DATE.
           MOVE SW-REVIEW-DUE-DATE  TO KD-REVIEW-DUE-DATE.
           MOVE SW-ID-EXPIRY-DATE   TO KD-ID-EXPIRY-DATE.
           MOVE SW-KYC-STATUS       TO KD-KYC-STATUS.
           MOVE SW-ACCOUNT-ID       TO KD-ACCOUNT-ID.
           MOVE SW-CUSTOMER-ID      TO WS-LAST-CUSTOMER.
           MOVE 1 TO WS-CUSTOMER-ACCOUNTS.
           MOVE 'Y' TO WS-PENDING-LINE.

       FLUSH-CUSTOMER-LINE.
           IF WS-PENDING-LINE = 'Y'
               MOVE WS-CUSTOMER-ACCOUNTS TO KD-ACCOUNT-COUNT
               MOVE KYC-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-BRANCH-CUSTOMERS
               ADD 1 TO WS-LINES-PRINTED
               MOVE 'N' TO WS-PENDING-LINE
           END-IF.

       WRITE-BRANCH-TOTAL.
           MOVE WS-BRANCH-CUSTOMERS TO BT-CUSTOMERS.
           MOVE BRANCH-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-BRANCH-ACTIVE.

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
