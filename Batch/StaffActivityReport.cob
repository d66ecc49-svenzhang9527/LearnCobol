       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. StaffActivityReport.  *> 员工账户当日经手的合规日报

      *> 员工自办业务合规日报：联机 ACCTCAPT/ACCTMNT 已按员工持有
      *> 账户关联档（STAFF_ACCOUNTS.DAT，StaffAccountLink 每晚重建）
      *> 拒绝员工经手本人账户；本作业把当天落到员工账户上的全部
      *> 经手列给合规岗复核：
      *>   - 柜面采集：读当日采集留痕档 CAPTURE_DAYFILE.DAT，账户
      *>     （转账另查转入账户）有员工持有的逐持有人列出；
      *>   - 非财务维护：读当日已复核维护 MAINT_CAPTURE.DAT，须在
      *>     日切 MaintCaptureBatch 清档之前运行；
      *>   - 被拦截的自办企图：安全日志 SECURITY_LOG.DAT 当日的
      *>     STAF 事件。
      *> 标记：SELF=经办/发起人即持有人（关联档建立前或未及重建
      *> 的漏网项）；SUPV=加签主管/复核人即持有人；OVRD=员工账户
      *> 上的超限主管加签；空白=同事经手员工账户，供抽查

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

      *>   当日采集留痕档：TellerCaptureBatch 逐班追加、换日清零
           SELECT CAPTURE-FILE ASSIGN TO "CAPTURE_DAYFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-STATUS.

           SELECT MAINT-CAPTURE-FILE ASSIGN TO "MAINT_CAPTURE.DAT"  *> MNTQ 队列的落地文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECURITY_LOG.DAT"  *> SLOG 队列的落地文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT STAFF-ACCOUNT-FILE ASSIGN TO "STAFF_ACCOUNTS.DAT"  *> 员工持有账户关联档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SFA-KEY
               FILE STATUS IS WS-STAFF-STATUS.

           SELECT STAFF-REPORT-FILE ASSIGN TO "STAFF_ACTIVITY.RPT"  *> 员工账户经手日报
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

       FD  CAPTURE-FILE.  *> 与 TellerCaptureBatch 的采集留痕档同布局
       01  CAPTURE-RECORD.
           05 CDF-ACCOUNT-ID        PIC 9(8).
           05 CDF-TXN-TYPE          PIC X.  *> 'P'=存入 'W'=支取 'T'=转账
           05 CDF-AMOUNT            PIC 9(7)V99.
           05 CDF-TELLER-ID         PIC X(8).
           05 CDF-CAPTURE-DATE      PIC 9(8).
           05 CDF-CAPTURE-TIME      PIC 9(8).
           05 CDF-CYCLE-NUMBER      PIC 9(3).
           05 CDF-INSTRUMENT        PIC X.
           05 CDF-OVERRIDE-TELLER   PIC X(8).  *> 超限加签的主管柜员号
           05 CDF-TO-ACCOUNT-ID     PIC 9(8).  *> 'T' 的转入账户ID

       FD  MAINT-CAPTURE-FILE.  *> 与维护屏共用同一份采集记录布局
       01  MAINT-CAPTURE-RECORD.
           COPY MNTCAP.

       FD  SECURITY-LOG-FILE.  *> 与签到交易同布局
       01  SECURITY-LOG-RECORD.
           05 SL-TELLER-ID          PIC X(8).
           05 SL-EVENT-CODE         PIC X(4).
           05 SL-LOG-DATE           PIC 9(8).
           05 SL-LOG-TIME           PIC 9(8).

       FD  STAFF-ACCOUNT-FILE.
       01  STAFF-ACCOUNT-RECORD.
           COPY STAFFACC.

       FD  STAFF-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-CAPTURE-STATUS       PIC XX VALUE '00'.
       01  WS-MAINT-STATUS         PIC XX VALUE '00'.
       01  WS-SECLOG-STATUS        PIC XX VALUE '00'.
       01  WS-STAFF-STATUS         PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-STAFF-EOF            PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.

      *> 本次按账户浏览关联档的经手要素
       01  WS-SCAN-SOURCE          PIC X(4) VALUE SPACES.  *> 'CAPT'=柜面采集 'MANT'=非财务维护
       01  WS-SCAN-ACCOUNT-ID      PIC 9(8) VALUE 0.
       01  WS-SCAN-TYPE            PIC X VALUE SPACE.
       01  WS-SCAN-AMOUNT          PIC 9(7)V99 VALUE 0.
       01  WS-SCAN-TELLER          PIC X(8) VALUE SPACES.  *> 经办柜员/维护发起人
       01  WS-SCAN-OVERRIDE        PIC X(8) VALUE SPACES.  *> 加签主管/维护复核人
       01  WS-FLAG                 PIC X(4) VALUE SPACES.

       01  WS-CAPTURES-READ        PIC 9(7) VALUE 0.  *> 读入采集项数
       01  WS-MAINTS-READ          PIC 9(5) VALUE 0.  *> 读入已复核维护数
       01  WS-STAFF-ITEMS          PIC 9(5) VALUE 0.  *> 落到员工账户的经手行数
       01  WS-SELF-COUNT           PIC 9(5) VALUE 0.  *> SELF 行数
       01  WS-SUPV-COUNT           PIC 9(5) VALUE 0.  *> SUPV 行数
       01  WS-OVRD-COUNT           PIC 9(5) VALUE 0.  *> OVRD 行数
       01  WS-REFUSED-COUNT        PIC 9(5) VALUE 0.  *> 当日被拦截的自办企图

      *> 日报打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(30)
               VALUE 'STAFF ACCOUNT ACTIVITY REPORT '.
           05 FILLER                PIC X(9) VALUE 'FOR DATE '.
           05 RH-RUN-DATE           PIC 9(8).
       01  COLUMN-HEADER-LINE.
           05 FILLER                PIC X(52) VALUE
               'SRCE  ACCOUNT   T         AMOUNT  TELLER    OVERRIDE'.
           05 FILLER                PIC X(40) VALUE
               '  HOLDER    HOLDER NAME          R  FLAG'.
       01  STAFF-DETAIL-LINE.
           05 SD-SOURCE             PIC X(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 SD-ACCOUNT-ID         PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 SD-TXN-TYPE           PIC X.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 SD-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 SD-TELLER-ID          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 SD-OVERRIDE-ID        PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 SD-HOLDER-ID          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 SD-HOLDER-NAME        PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 SD-HOLDER-ROLE        PIC X.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 SD-FLAG               PIC X(4).
       01  REFUSED-SECTION-LINE.
           05 FILLER                PIC X(40)
               VALUE 'REFUSED SELF-SERVICE ATTEMPTS (STAF)    '.
       01  REFUSED-DETAIL-LINE.
           05 FILLER                PIC X(8) VALUE 'TELLER  '.
           05 RD-TELLER-ID          PIC X(8).
           05 FILLER                PIC X(6) VALUE '  AT  '.
           05 RD-LOG-TIME           PIC 9(8).
       01  SUMMARY-LINE.
           05 FILLER                PIC X(20)
               VALUE 'STAFF ACCOUNT ITEMS '.
           05 SM-STAFF-ITEMS        PIC ZZ,ZZ9.
           05 FILLER                PIC X(7) VALUE '  SELF '.
           05 SM-SELF-COUNT         PIC ZZ,ZZ9.
           05 FILLER                PIC X(7) VALUE '  SUPV '.
           05 SM-SUPV-COUNT         PIC ZZ,ZZ9.
           05 FILLER                PIC X(7) VALUE '  OVRD '.
           05 SM-OVRD-COUNT         PIC ZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE '  REFUSED '.
           05 SM-REFUSED-COUNT      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT STAFF-ACCOUNT-FILE.
           IF WS-STAFF-STATUS NOT = '00'
               DISPLAY "Error opening staff account link file. "
                   "File Status: " WS-STAFF-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT STAFF-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening staff activity report. "
                   "File Status: " WS-REPORT-STATUS
               CLOSE STAFF-ACCOUNT-FILE
               STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO RH-RUN-DATE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM SCAN-CAPTURE-DAYFILE.
           PERFORM SCAN-MAINT-CAPTURES.
           PERFORM LIST-REFUSED-ATTEMPTS.

           MOVE WS-STAFF-ITEMS TO SM-STAFF-ITEMS.
           MOVE WS-SELF-COUNT TO SM-SELF-COUNT.
           MOVE WS-SUPV-COUNT TO SM-SUPV-COUNT.
           MOVE WS-OVRD-COUNT TO SM-OVRD-COUNT.
           MOVE WS-REFUSED-COUNT TO SM-REFUSED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE STAFF-ACCOUNT-FILE STAFF-REPORT-FILE.
           DISPLAY "===== STAFF ACTIVITY REPORT SUMMARY =====".
           DISPLAY "Captures read: " WS-CAPTURES-READ
               " maintenance read: " WS-MAINTS-READ.
           DISPLAY "Staff account items: " WS-STAFF-ITEMS.
           DISPLAY "SELF: " WS-SELF-COUNT " SUPV: " WS-SUPV-COUNT
               " OVRD: " WS-OVRD-COUNT.
           DISPLAY "Refused attempts: " WS-REFUSED-COUNT.
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
           DISPLAY "Staff activity report for " WS-EFFECTIVE-DATE.

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

       SCAN-CAPTURE-DAYFILE.
           OPEN INPUT CAPTURE-FILE.
           IF WS-CAPTURE-STATUS NOT = '00'
               DISPLAY "No teller capture file this day. File "
                   "Status: " WS-CAPTURE-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'CAPT' TO WS-SCAN-SOURCE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAPTURE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAPTURES-READ
                       MOVE CDF-TXN-TYPE TO WS-SCAN-TYPE
                       MOVE CDF-AMOUNT TO WS-SCAN-AMOUNT
                       MOVE CDF-TELLER-ID TO WS-SCAN-TELLER
                       MOVE CDF-OVERRIDE-TELLER TO WS-SCAN-OVERRIDE
                       MOVE CDF-ACCOUNT-ID TO WS-SCAN-ACCOUNT-ID
                       PERFORM SCAN-STAFF-HOLDERS
      *                转账的转入账户同样查员工持有
                       IF CDF-TXN-TYPE = 'T' AND CDF-TO-ACCOUNT-ID > 0
                           MOVE CDF-TO-ACCOUNT-ID TO WS-SCAN-ACCOUNT-ID
                           PERFORM SCAN-STAFF-HOLDERS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAPTURE-FILE.

       SCAN-MAINT-CAPTURES.
           OPEN INPUT MAINT-CAPTURE-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "No maintenance capture file this day. "
                   "File Status: " WS-MAINT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'MANT' TO WS-SCAN-SOURCE.
           MOVE 0 TO WS-SCAN-AMOUNT.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MAINT-CAPTURE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-MAINTS-READ
                       MOVE MCP-REQUEST-TYPE TO WS-SCAN-TYPE
                       MOVE MCP-MAKER-ID TO WS-SCAN-TELLER
                       MOVE MCP-CHECKER-ID TO WS-SCAN-OVERRIDE
                       MOVE MCP-ACCOUNT-ID TO WS-SCAN-ACCOUNT-ID
                       PERFORM SCAN-STAFF-HOLDERS
               END-READ
           END-PERFORM.
           CLOSE MAINT-CAPTURE-FILE.

       SCAN-STAFF-HOLDERS.
      *> 按账户前缀浏览关联档：该账户每个员工持有人出一行
           MOVE WS-SCAN-ACCOUNT-ID TO SFA-ACCOUNT-ID.
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
                       IF SFA-ACCOUNT-ID NOT = WS-SCAN-ACCOUNT-ID
                           MOVE 'Y' TO WS-STAFF-EOF
                       ELSE
                           PERFORM PRINT-STAFF-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-STAFF-ITEM.
           EVALUATE TRUE
               WHEN SFA-TELLER-ID = WS-SCAN-TELLER
                   MOVE 'SELF' TO WS-FLAG
                   ADD 1 TO WS-SELF-COUNT
               WHEN WS-SCAN-OVERRIDE NOT = SPACES AND
                       SFA-TELLER-ID = WS-SCAN-OVERRIDE
                   MOVE 'SUPV' TO WS-FLAG
                   ADD 1 TO WS-SUPV-COUNT
               WHEN WS-SCAN-SOURCE = 'CAPT' AND
                       WS-SCAN-OVERRIDE NOT = SPACES
                   MOVE 'OVRD' TO WS-FLAG
                   ADD 1 TO WS-OVRD-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-FLAG
           END-EVALUATE.
           ADD 1 TO WS-STAFF-ITEMS.
           MOVE WS-SCAN-SOURCE TO SD-SOURCE.
           MOVE WS-SCAN-ACCOUNT-ID TO SD-ACCOUNT-ID.
           MOVE WS-SCAN-TYPE TO SD-TXN-TYPE.
           MOVE WS-SCAN-AMOUNT TO SD-AMOUNT.
           MOVE WS-SCAN-TELLER TO SD-TELLER-ID.
           MOVE WS-SCAN-OVERRIDE TO SD-OVERRIDE-ID.
           MOVE SFA-TELLER-ID TO SD-HOLDER-ID.
           MOVE SFA-EMPLOYEE-NAME TO SD-HOLDER-NAME.
           MOVE SFA-HOLDER-ROLE TO SD-HOLDER-ROLE.
           MOVE WS-FLAG TO SD-FLAG.
           MOVE STAFF-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       LIST-REFUSED-ATTEMPTS.
      *> 联机拦截时留痕的 STAF 事件，只取业务日期当天
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS NOT = '00'
               DISPLAY "Security log not available - refused "
                   "attempts not listed."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REFUSED-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SECURITY-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SL-EVENT-CODE = 'STAF' AND
                               SL-LOG-DATE = WS-EFFECTIVE-DATE
                           ADD 1 TO WS-REFUSED-COUNT
                           MOVE SL-TELLER-ID TO RD-TELLER-ID
                           MOVE SL-LOG-TIME TO RD-LOG-TIME
                           MOVE REFUSED-DETAIL-LINE TO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SECURITY-LOG-FILE.
