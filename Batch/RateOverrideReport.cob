       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. RateOverrideReport.  *> 账户议价利率成本与到期清单月报

      *> 议价利率月报：月末过账后运行。第一部分读过账审计明细，
      *> 按议价计息的账户逐户列出实付利息、按常规定价应付利息及
      *> 两者差额（正数=议价多付的成本），并出合计；第二部分扫
      *> 议价档，列出业务日期起 30 天内到期的生效议价，客户经理
      *> 据此提前与客户重新议价。报表 RATE_OVERRIDE.RPT

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

           SELECT AUDIT-FILE ASSIGN TO "ACCOUNT_AUDIT.DAT"  *> 过账审计明细
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RATE-OVERRIDE-FILE
               ASSIGN TO "RATE_OVERRIDES.DAT"  *> 账户议价利率档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROV-ACCOUNT-ID
               FILE STATUS IS WS-RATE-OVR-STATUS.

           SELECT OVERRIDE-REPORT-FILE
               ASSIGN TO "RATE_OVERRIDE.RPT"  *> 议价成本与到期清单
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

       FD  AUDIT-FILE.  *> 与 BatchAccountProcessor 共用同一份审计记录布局
       01  AUDIT-RECORD.
           COPY ACCTAUD.

       FD  RATE-OVERRIDE-FILE.  *> 与 RateOverrideMaint 同一份议价布局
       01  RATE-OVERRIDE-RECORD.
           COPY RATEOVR.

       FD  OVERRIDE-REPORT-FILE.
       01  REPORT-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS         PIC XX VALUE '00'.
       01  WS-RATE-OVR-STATUS      PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-AUDIT-EOF            PIC X VALUE 'N'.
       01  WS-OVERRIDE-EOF         PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-WARN-DAYS            PIC 9(3) VALUE 30.  *> 到期提醒的自然日窗口
       01  WS-WARN-UNTIL           PIC 9(8) VALUE 0.  *> 窗口截止日期（含）
       01  WS-DAYS-LEFT            PIC 9(3) VALUE 0.
       01  WS-AUDIT-RECORDS        PIC 9(7) VALUE 0.  *> 审计明细笔数
       01  WS-OVERRIDE-POSTINGS    PIC 9(7) VALUE 0.  *> 按议价计息的明细笔数
       01  WS-TOTAL-PAID           PIC 9(9)V99 VALUE 0.  *> 议价实付利息合计
       01  WS-TOTAL-STANDARD       PIC 9(9)V99 VALUE 0.  *> 常规定价应付利息合计
       01  WS-TOTAL-COST           PIC S9(9)V99 VALUE 0.  *> 议价成本合计（实付-常规）
       01  WS-LINE-COST            PIC S9(9)V99 VALUE 0.
       01  WS-EXPIRING-COUNT       PIC 9(5) VALUE 0.  *> 30 天内到期的议价数

      *> 报表打印行
       01  WS-COST-LINE.
           05 RCL-ACCOUNT-ID        PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RCL-POSTING-DATE      PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RCL-RATE              PIC 9.9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RCL-PAID              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RCL-STANDARD          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RCL-COST              PIC -,---,--9.99.
       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(26) VALUE 'TOTAL'.
           05 RTL-PAID              PIC ZZZ,ZZZ,ZZ9.99.
           05 RTL-STANDARD          PIC ZZZ,ZZZ,ZZ9.99.
           05 RTL-COST              PIC ---,---,--9.99.
       01  WS-EXPIRY-LINE.
           05 REL-ACCOUNT-ID        PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 REL-RATE              PIC 9.9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 REL-EXPIRY-DATE       PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 REL-DAYS-LEFT         PIC ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 REL-REQUESTED-BY      PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 REL-APPROVER-ID       PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 REL-REASON            PIC X(30).

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-WARN-UNTIL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE)
               + WS-WARN-DAYS).

           OPEN INPUT RATE-OVERRIDE-FILE.
           IF WS-RATE-OVR-STATUS NOT = '00'
               DISPLAY "RATE_OVERRIDES.DAT not available - no "
                   "overrides to report."
               STOP RUN
           END-IF.
           OPEN OUTPUT OVERRIDE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening RATE_OVERRIDE.RPT. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "RATE OVERRIDE COST REPORT  BUSINESS DATE "
               WS-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNT   POSTED    RATE        INT PAID  "
               "STANDARD INT      OVR COST"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    审计明细开不出来（当月尚未过账）时只出到期清单
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "ACCOUNT_AUDIT.DAT not available - cost "
                   "section skipped."
           ELSE
               PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-AUDIT-EOF
                       NOT AT END
                           ADD 1 TO WS-AUDIT-RECORDS
                           IF AUDIT-RATE-OVERRIDE = 'Y' AND
                                   AUDIT-INTEREST-AMOUNT NUMERIC AND
                                   AUDIT-STD-INTEREST NUMERIC AND
                                   AUDIT-INTEREST-AMOUNT > 0
                               PERFORM REPORT-OVERRIDE-COST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           MOVE WS-TOTAL-PAID TO RTL-PAID.
           MOVE WS-TOTAL-STANDARD TO RTL-STANDARD.
           MOVE WS-TOTAL-COST TO RTL-COST.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OVERRIDES EXPIRING ON OR BEFORE " WS-WARN-UNTIL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNT   RATE    EXPIRES   DAYS REQUEST   "
               "APPROVER  REASON"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO ROV-ACCOUNT-ID.
           START RATE-OVERRIDE-FILE
               KEY IS GREATER THAN OR EQUAL TO ROV-ACCOUNT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-OVERRIDE-EOF
           END-START.
           PERFORM UNTIL WS-OVERRIDE-EOF = 'Y'
               READ RATE-OVERRIDE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OVERRIDE-EOF
                   NOT AT END
                       IF ROV-STATUS = 'A' AND
                               ROV-EXPIRY-DATE >= WS-EFFECTIVE-DATE AND
                               ROV-EXPIRY-DATE <= WS-WARN-UNTIL
                           PERFORM REPORT-EXPIRING-OVERRIDE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RATE-OVERRIDE-FILE OVERRIDE-REPORT-FILE.
           DISPLAY "===== RATE OVERRIDE REPORT SUMMARY =====".
           DISPLAY "Audit records     : " WS-AUDIT-RECORDS.
           DISPLAY "Override postings : " WS-OVERRIDE-POSTINGS.
           DISPLAY "Interest paid     : " WS-TOTAL-PAID.
           DISPLAY "Standard interest : " WS-TOTAL-STANDARD.
           DISPLAY "Override cost     : " WS-TOTAL-COST.
           DISPLAY "Expiring in " WS-WARN-DAYS " days: "
               WS-EXPIRING-COUNT.
           STOP RUN.

       REPORT-OVERRIDE-COST.
      *> 议价利率取档上当前值；档上已无此户（极少见）时利率列空
           ADD 1 TO WS-OVERRIDE-POSTINGS.
           ADD AUDIT-INTEREST-AMOUNT TO WS-TOTAL-PAID.
           ADD AUDIT-STD-INTEREST TO WS-TOTAL-STANDARD.
           COMPUTE WS-LINE-COST =
               AUDIT-INTEREST-AMOUNT - AUDIT-STD-INTEREST.
           ADD WS-LINE-COST TO WS-TOTAL-COST.
           MOVE AUDIT-ACCOUNT-ID TO RCL-ACCOUNT-ID.
           MOVE AUDIT-POSTING-DATE TO RCL-POSTING-DATE.
           MOVE 0 TO RCL-RATE.
           MOVE AUDIT-ACCOUNT-ID TO ROV-ACCOUNT-ID.
           READ RATE-OVERRIDE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ROV-RATE TO RCL-RATE
           END-READ.
           MOVE AUDIT-INTEREST-AMOUNT TO RCL-PAID.
           MOVE AUDIT-STD-INTEREST TO RCL-STANDARD.
           MOVE WS-LINE-COST TO RCL-COST.
           MOVE WS-COST-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       REPORT-EXPIRING-OVERRIDE.
           ADD 1 TO WS-EXPIRING-COUNT.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(ROV-EXPIRY-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).
           MOVE ROV-ACCOUNT-ID   TO REL-ACCOUNT-ID.
           MOVE ROV-RATE         TO REL-RATE.
           MOVE ROV-EXPIRY-DATE  TO REL-EXPIRY-DATE.
           MOVE WS-DAYS-LEFT     TO REL-DAYS-LEFT.
           MOVE ROV-REQUESTED-BY TO REL-REQUESTED-BY.
           MOVE ROV-APPROVER-ID  TO REL-APPROVER-ID.
           MOVE ROV-REASON       TO REL-REASON.
           MOVE WS-EXPIRY-LINE   TO REPORT-LINE.
           WRITE REPORT-LINE.

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
