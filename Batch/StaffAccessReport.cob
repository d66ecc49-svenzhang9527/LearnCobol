       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. StaffAccessReport.  *> 员工查询访问的隐私监控日报

      *> 员工隐私监控日报：联机查询（INQY/BRWS/HIST/CUST，以及
      *> TDEP/CUMT/CHQS/MAND/SORD/DISP 的查询回显）凡向柜员显示
      *> 了账户或客户数据都写 ALOG 访问日志（落地 ACCESS_LOG.DAT）。本
      *> 作业取业务日期当天的访问记录，列出合规岗须过目的访问：
      *>   OUTB=查看非本网点账户——柜员网点取尾箱档
      *>        （TELLER_DRAWER.DAT），无尾箱的后台柜员不作此判断；
      *>   SELF=查看本人持有的账户；
      *>   COLL=查看同事持有的账户——持有关系取员工持有账户关联
      *>        档（STAFF_ACCOUNTS.DAT，StaffAccountLink 每晚重建）；
      *>   VOLM=当日查看次数异常——达到最低次数且超过其余柜员
      *>        人均次数的倍数（见下方参数）。
      *> 按柜员汇总查看次数及各类标记次数，客户投诉时可按柜员、
      *> 账户在访问日志里顺查

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

           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESS_LOG.DAT"  *> ALOG 队列的落地文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，取账户网点与客户号
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DRAWER-FILE ASSIGN TO "TELLER_DRAWER.DAT"  *> 柜员尾箱，取柜员所在网点
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TDR-TELLER-ID
               FILE STATUS IS WS-DRAWER-STATUS.

           SELECT STAFF-ACCOUNT-FILE ASSIGN TO "STAFF_ACCOUNTS.DAT"  *> 员工持有账户关联档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SFA-KEY
               FILE STATUS IS WS-STAFF-STATUS.

           SELECT ACCESS-REPORT-FILE ASSIGN TO "STAFF_ACCESS.RPT"  *> 员工访问监控日报
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

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD.
           COPY ACCSLOG.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  DRAWER-FILE.
       01  DRAWER-RECORD.
           COPY TDRAWER.

       FD  STAFF-ACCOUNT-FILE.
       01  STAFF-ACCOUNT-RECORD.
           COPY STAFFACC.

       FD  ACCESS-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-ACCESS-STATUS        PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-DRAWER-STATUS        PIC XX VALUE '00'.
       01  WS-STAFF-STATUS         PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-STAFF-EOF            PIC X VALUE 'N'.
       01  WS-DRAWER-OPEN          PIC X VALUE 'N'.
       01  WS-STAFF-OPEN           PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.

      *> 查看量异常的口径：当日查看次数达到最低次数，且超过其余
      *> 柜员人均次数的倍数
       01  WS-VOLUME-MINIMUM       PIC 9(5) VALUE 50.
       01  WS-VOLUME-FACTOR        PIC 9(2) VALUE 3.
       01  WS-PEER-AVERAGE         PIC 9(7)V99 VALUE 0.
       01  WS-PEER-TOTAL           PIC 9(9) VALUE 0.

      *> 本条访问的账户要素
       01  WS-ACCT-BRANCH          PIC X(4) VALUE SPACES.
       01  WS-ACCT-CUSTOMER        PIC 9(6) VALUE 0.
       01  WS-HOLDER-ID            PIC X(8) VALUE SPACES.

       01  WS-ACCESS-READ          PIC 9(7) VALUE 0.  *> 当日访问记录数
       01  WS-EXCEPTIONS           PIC 9(5) VALUE 0.  *> 例外行数
       01  WS-OUTB-COUNT           PIC 9(5) VALUE 0.
       01  WS-SELF-COUNT           PIC 9(5) VALUE 0.
       01  WS-COLL-COUNT           PIC 9(5) VALUE 0.
       01  WS-VOLM-COUNT           PIC 9(5) VALUE 0.

      *> 按柜员的访问累计表
       01  TELLER-TABLE.
           05 TELLER-ENTRY OCCURS 200 TIMES.
               10 TA-TELLER-ID      PIC X(8).
               10 TA-BRANCH         PIC X(4).
               10 TA-VIEWS          PIC 9(5).
               10 TA-OUTSIDE        PIC 9(5).
               10 TA-OWN            PIC 9(5).
               10 TA-COLLEAGUE      PIC 9(5).
       01  WS-TELLER-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-TELLER-INDEX         PIC 9(3) COMP VALUE 0.
       01  WS-TELLER-SLOT          PIC 9(3) COMP VALUE 0.

      *> 日报打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(34)
               VALUE 'STAFF ACCOUNT ACCESS MONITORING   '.
           05 FILLER                PIC X(9) VALUE 'FOR DATE '.
           05 RH-RUN-DATE           PIC 9(8).
       01  DETAIL-COLUMN-LINE.
           05 FILLER                PIC X(38) VALUE
               'FLAG  TELLER    BRCH  TRAN  ACCOUNT   '.
           05 FILLER                PIC X(32) VALUE
               'CUSTOMER  A.BR    HOLDER    TIME'.
       01  ACCESS-DETAIL-LINE.
           05 AD-FLAG               PIC X(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 AD-TELLER-ID          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 AD-TELLER-BRANCH      PIC X(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 AD-TRAN-CODE          PIC X(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 AD-ACCOUNT-ID         PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 AD-CUSTOMER-ID        PIC 9(6).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 AD-ACCT-BRANCH        PIC X(4).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 AD-HOLDER-ID          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 AD-LOG-TIME           PIC 9(8).
       01  SUMMARY-COLUMN-LINE.
           05 FILLER                PIC X(53) VALUE
               'TELLER    BRCH  VIEWS  OUTSIDE   OWN  COLLEAGUE  FLAG'.
       01  TELLER-SUMMARY-LINE.
           05 TS-TELLER-ID          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 TS-BRANCH             PIC X(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 TS-VIEWS              PIC ZZZZ9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 TS-OUTSIDE            PIC ZZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 TS-OWN                PIC ZZZZ9.
           05 FILLER                PIC X(6) VALUE SPACES.
           05 TS-COLLEAGUE          PIC ZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 TS-VOLUME-FLAG        PIC X(4).
           05 FILLER                PIC X(12) VALUE '  PEER AVG  '.
           05 TS-PEER-AVERAGE       PIC ZZ,ZZ9.99.
       01  SUMMARY-LINE.
           05 FILLER                PIC X(14) VALUE 'ACCESS RECORDS'.
           05 SM-ACCESS-READ        PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(7) VALUE '  OUTB '.
           05 SM-OUTB-COUNT         PIC ZZ,ZZ9.
           05 FILLER                PIC X(7) VALUE '  SELF '.
           05 SM-SELF-COUNT         PIC ZZ,ZZ9.
           05 FILLER                PIC X(7) VALUE '  COLL '.
           05 SM-COLL-COUNT         PIC ZZ,ZZ9.
           05 FILLER                PIC X(7) VALUE '  VOLM '.
           05 SM-VOLM-COUNT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. "
                   "File Status: " WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT DRAWER-FILE.
           IF WS-DRAWER-STATUS = '00'
               MOVE 'Y' TO WS-DRAWER-OPEN
           ELSE
               DISPLAY "TELLER_DRAWER.DAT not available - branch "
                   "check skipped."
           END-IF.
           OPEN INPUT STAFF-ACCOUNT-FILE.
           IF WS-STAFF-STATUS = '00'
               MOVE 'Y' TO WS-STAFF-OPEN
           ELSE
               DISPLAY "STAFF_ACCOUNTS.DAT not available - staff "
                   "holder check skipped."
           END-IF.
           OPEN OUTPUT ACCESS-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening staff access report. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO RH-RUN-DATE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACCESSES FOR COMPLIANCE REVIEW' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE DETAIL-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACCESS-STATUS NOT = '00'
               DISPLAY "ACCESS_LOG.DAT not available - nothing to "
                   "report."
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACCESS-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AL-LOG-DATE = WS-EFFECTIVE-DATE
                               ADD 1 TO WS-ACCESS-READ
                               PERFORM CHECK-ONE-ACCESS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-LOG-FILE
           END-IF.
           IF WS-EXCEPTIONS = 0
               MOVE '  (NO FLAGGED ACCESSES TODAY)' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM PRINT-TELLER-SUMMARY.
           MOVE WS-ACCESS-READ TO SM-ACCESS-READ.
           MOVE WS-OUTB-COUNT TO SM-OUTB-COUNT.
           MOVE WS-SELF-COUNT TO SM-SELF-COUNT.
           MOVE WS-COLL-COUNT TO SM-COLL-COUNT.
           MOVE WS-VOLM-COUNT TO SM-VOLM-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE MASTER-FILE ACCESS-REPORT-FILE.
           IF WS-DRAWER-OPEN = 'Y'
               CLOSE DRAWER-FILE
           END-IF.
           IF WS-STAFF-OPEN = 'Y'
               CLOSE STAFF-ACCOUNT-FILE
           END-IF.
           DISPLAY "===== STAFF ACCESS REPORT SUMMARY =====".
           DISPLAY "Access records: " WS-ACCESS-READ
               " tellers: " WS-TELLER-COUNT.
           DISPLAY "OUTB: " WS-OUTB-COUNT " SELF: " WS-SELF-COUNT
               " COLL: " WS-COLL-COUNT " VOLM: " WS-VOLM-COUNT.
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
           DISPLAY "Staff access report for " WS-EFFECTIVE-DATE.

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

       CHECK-ONE-ACCESS.
           PERFORM FIND-TELLER-SLOT.
           IF WS-TELLER-SLOT = 0
               CONTINUE
           ELSE
               ADD 1 TO TA-VIEWS(WS-TELLER-SLOT)
      *        名下无账户的客户查看只计次数，无账户可判
               IF AL-ACCOUNT-ID > 0
                   PERFORM RESOLVE-ACCOUNT-BRANCH
                   IF TA-BRANCH(WS-TELLER-SLOT) NOT = SPACES AND
                           WS-ACCT-BRANCH NOT = SPACES AND
                           WS-ACCT-BRANCH NOT =
                               TA-BRANCH(WS-TELLER-SLOT)
                       ADD 1 TO TA-OUTSIDE(WS-TELLER-SLOT)
                       ADD 1 TO WS-OUTB-COUNT
                       MOVE SPACES TO WS-HOLDER-ID
                       MOVE 'OUTB' TO AD-FLAG
                       PERFORM PRINT-ACCESS-ITEM
                   END-IF
                   IF WS-STAFF-OPEN = 'Y'
                       PERFORM SCAN-STAFF-HOLDERS
                   END-IF
               END-IF
           END-IF.

       RESOLVE-ACCOUNT-BRANCH.
      *> 账户网点与客户号取主档；已销户不在主档的不判网点
           MOVE SPACES TO WS-ACCT-BRANCH.
           MOVE AL-CUSTOMER-ID TO WS-ACCT-CUSTOMER.
           MOVE AL-ACCOUNT-ID TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BRANCH-CODE TO WS-ACCT-BRANCH
                   IF WS-ACCT-CUSTOMER = 0
                       MOVE CUSTOMER-ID TO WS-ACCT-CUSTOMER
                   END-IF
           END-READ.

       SCAN-STAFF-HOLDERS.
      *> 按账户前缀浏览关联档：持有人是查询柜员本人记 SELF，
      *> 是其他员工记 COLL，每个持有人一行
           MOVE AL-ACCOUNT-ID TO SFA-ACCOUNT-ID.
           MOVE LOW-VALUES TO SFA-TELLER-ID.
           MOVE 'N' TO WS-STAFF-EOF.
           START STAFF-ACCOUNT-FILE
               KEY IS GREATER THAN OR EQUAL TO SFA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STAFF-EOF
           END-START.
           PERFORM UNTIL WS-STAFF-EOF = 'Y'
               READ STAFF-ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STAFF-EOF
                   NOT AT END
                       IF SFA-ACCOUNT-ID NOT = AL-ACCOUNT-ID
                           MOVE 'Y' TO WS-STAFF-EOF
                       ELSE
                           MOVE SFA-TELLER-ID TO WS-HOLDER-ID
                           IF SFA-TELLER-ID = AL-TELLER-ID
                               ADD 1 TO TA-OWN(WS-TELLER-SLOT)
                               ADD 1 TO WS-SELF-COUNT
                               MOVE 'SELF' TO AD-FLAG
                           ELSE
                               ADD 1 TO TA-COLLEAGUE(WS-TELLER-SLOT)
                               ADD 1 TO WS-COLL-COUNT
                               MOVE 'COLL' TO AD-FLAG
                           END-IF
                           PERFORM PRINT-ACCESS-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-ACCESS-ITEM.
           MOVE AL-TELLER-ID TO AD-TELLER-ID.
           MOVE TA-BRANCH(WS-TELLER-SLOT) TO AD-TELLER-BRANCH.
           MOVE AL-TRAN-CODE TO AD-TRAN-CODE.
           MOVE AL-ACCOUNT-ID TO AD-ACCOUNT-ID.
           MOVE WS-ACCT-CUSTOMER TO AD-CUSTOMER-ID.
           MOVE WS-ACCT-BRANCH TO AD-ACCT-BRANCH.
           MOVE WS-HOLDER-ID TO AD-HOLDER-ID.
           MOVE AL-LOG-TIME TO AD-LOG-TIME.
           MOVE ACCESS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-EXCEPTIONS.

       FIND-TELLER-SLOT.
           MOVE 0 TO WS-TELLER-SLOT.
           PERFORM VARYING WS-TELLER-INDEX FROM 1 BY 1
                   UNTIL WS-TELLER-INDEX > WS-TELLER-COUNT
                   OR WS-TELLER-SLOT > 0
               IF TA-TELLER-ID(WS-TELLER-INDEX) = AL-TELLER-ID
                   MOVE WS-TELLER-INDEX TO WS-TELLER-SLOT
               END-IF
           END-PERFORM.
           IF WS-TELLER-SLOT = 0
               IF WS-TELLER-COUNT >= 200
                   DISPLAY "*** Teller table full at 200 entries - "
                       "teller " AL-TELLER-ID " not summarized"
               ELSE
                   ADD 1 TO WS-TELLER-COUNT
                   MOVE WS-TELLER-COUNT TO WS-TELLER-SLOT
                   MOVE AL-TELLER-ID
                       TO TA-TELLER-ID(WS-TELLER-SLOT)
                   MOVE SPACES TO TA-BRANCH(WS-TELLER-SLOT)
                   MOVE 0 TO TA-VIEWS(WS-TELLER-SLOT)
                   MOVE 0 TO TA-OUTSIDE(WS-TELLER-SLOT)
                   MOVE 0 TO TA-OWN(WS-TELLER-SLOT)
                   MOVE 0 TO TA-COLLEAGUE(WS-TELLER-SLOT)
                   PERFORM LOOKUP-TELLER-BRANCH
               END-IF
           END-IF.

       LOOKUP-TELLER-BRANCH.
      *> 柜员所在网点取尾箱档；无尾箱（后台/主管）留空不判网点
           IF WS-DRAWER-OPEN = 'Y'
               MOVE AL-TELLER-ID TO TDR-TELLER-ID
               READ DRAWER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TDR-BRANCH-ID
                           TO TA-BRANCH(WS-TELLER-SLOT)
               END-READ
           END-IF.

       PRINT-TELLER-SUMMARY.
      *> 人均按其余柜员计算，避免大量查看者抬高自己的比较基数
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACCESS VOLUME BY TELLER' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SUMMARY-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-TELLER-INDEX FROM 1 BY 1
                   UNTIL WS-TELLER-INDEX > WS-TELLER-COUNT
               MOVE SPACES TO TS-VOLUME-FLAG
               MOVE 0 TO WS-PEER-AVERAGE
               IF WS-TELLER-COUNT > 1
                   COMPUTE WS-PEER-TOTAL =
                       WS-ACCESS-READ - TA-VIEWS(WS-TELLER-INDEX)
                   COMPUTE WS-PEER-AVERAGE ROUNDED =
                       WS-PEER-TOTAL / (WS-TELLER-COUNT - 1)
                   IF TA-VIEWS(WS-TELLER-INDEX) >= WS-VOLUME-MINIMUM
                      AND TA-VIEWS(WS-TELLER-INDEX) >
                          WS-PEER-AVERAGE * WS-VOLUME-FACTOR
                       MOVE 'VOLM' TO TS-VOLUME-FLAG
                       ADD 1 TO WS-VOLM-COUNT
                   END-IF
               END-IF
               MOVE TA-TELLER-ID(WS-TELLER-INDEX) TO TS-TELLER-ID
               MOVE TA-BRANCH(WS-TELLER-INDEX) TO TS-BRANCH
               MOVE TA-VIEWS(WS-TELLER-INDEX) TO TS-VIEWS
               MOVE TA-OUTSIDE(WS-TELLER-INDEX) TO TS-OUTSIDE
               MOVE TA-OWN(WS-TELLER-INDEX) TO TS-OWN
               MOVE TA-COLLEAGUE(WS-TELLER-INDEX) TO TS-COLLEAGUE
               MOVE WS-PEER-AVERAGE TO TS-PEER-AVERAGE
               MOVE TELLER-SUMMARY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
