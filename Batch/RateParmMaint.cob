       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. RateParmMaint.  *> 日利率/费用参数变更的录入、核准与调阅

      *> 日利率/费用参数维护：RATE_PARM.DAT 决定利率、管理费、
      *> 批类型、模拟开关、计息公式、代扣税率、透支罚息率与跨币种
      *> 价差，全批流取用，不再手工编辑。运行部把整套新参数连同
      *> 生效日期与变更原因录入 RATE_PARM_MAINT.TXT（'C'），本作业
      *> 校验后落参数待生效档 RATE_PARM_PENDING.DAT 待核准；核准
      *> （'V'）与退回（'X'）也走同一份维护文件，核准人取抬头上的
      *> 提交人，不得是录入人本人，用户主档可用时还须是在职的主管
      *> 级（3 级）柜员，核准时按当时的日历再校验一遍。已核准的
      *> 变更由 RateParmActivation 在生效日提升并写出 RATE_PARM.DAT。
      *> 校验：生效日期为有效营业日且不早于业务日期；利率、管理
      *> 费、代扣税率、透支罚息率、价差各在合理区间内；批类型只
      *> 能是 DAILY/MONTH-END，MONTH-END 只能落在当月最后一个营业
      *> 日且不得同时开模拟；透支罚息率非零时不得低于存款利率。
      *> PARM QUERY=CCYYMMDD 不做维护，只按日期调阅参数历史档：
      *> 列出当日起用过的各套参数（当日纠错时不止一套）与当日的
      *> 待生效变更；只键 QUERY 调阅业务日期当日。
      *> 维护文件首条为提交人抬头（'H' + 提交人号），结构沿用
      *> ProductMasterLoad

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-PARM-MAINT-FILE
               ASSIGN TO "RATE_PARM_MAINT.TXT"  *> 参数维护交易
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *>   参数待生效档：录入待核准、已核准待生效的变更
           SELECT RATE-PENDING-FILE ASSIGN TO "RATE_PARM_PENDING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RPP-EFFECTIVE-DATE
               FILE STATUS IS WS-PENDING-STATUS.

      *>   参数历史档：按日期调阅
           SELECT RATE-HISTORY-FILE ASSIGN TO "RATE_PARM_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO "USER_MASTER.DAT"  *> 柜员用户主档：核准人权限
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-TELLER-ID
               FILE STATUS IS WS-USER-STATUS.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-PARM-MAINT-FILE.
       01  RATE-PARM-MAINT-RECORD.
           05 RPM-CODE              PIC X.  *> 'C'=变更申请 'V'=核准 'X'=退回
           05 RPM-EFFECTIVE-DATE    PIC 9(8).  *> 生效日期；核准/退回时指明哪一笔待生效变更
           05 RPM-INTEREST-RATE     PIC 9V9(4).
           05 RPM-MANAGEMENT-FEE    PIC 9(2)V99.
           05 RPM-RUN-TYPE          PIC X(9).  *> 空白按 DAILY
           05 RPM-SIMULATION-SWITCH PIC X.  *> 空白按 'N'
           05 RPM-FORMULA-VERSION   PIC X.  *> 空白按 'S'
           05 RPM-WITHHOLDING-RATE  PIC 9V9(4).
           05 RPM-LOG-VERBOSITY     PIC X.  *> 空白按 'N'
           05 RPM-OD-RATE           PIC 9V9(4).
           05 RPM-FX-SPREAD         PIC 9V9(4).
           05 RPM-CHANGE-REASON     PIC X(30).  *> 变更原因，申请必填
       01  RATE-PARM-MAINT-HEADER.  *> 提交人抬头，动作码 'H'
           05 FILLER                PIC X.
           05 RPM-SUBMITTER-ID      PIC X(8).  *> 提交人柜员号

       FD  RATE-PENDING-FILE.
       01  RATE-PENDING-RECORD.
           COPY RATEPEND.

       FD  RATE-HISTORY-FILE.
       01  RATE-HISTORY-RECORD.
           COPY RATEHIST.

       FD  USER-MASTER-FILE.
       01  USER-RECORD.
           COPY USERREC.

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-MAINT-STATUS         PIC XX VALUE '00'.
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-PENDING-STATUS       PIC XX VALUE '00'.
       01  WS-HISTORY-STATUS       PIC XX VALUE '00'.
       01  WS-HISTORY-EOF          PIC X VALUE 'N'.
       01  WS-USER-STATUS          PIC XX VALUE '00'.
       01  WS-USER-OPEN            PIC X VALUE 'N'.  *> 'Y' 表示用户主档可用
       01  WS-QUEUED-COUNT         PIC 9(5) VALUE 0.  *> 落待生效档待核准的变更数
       01  WS-APPROVED-COUNT       PIC 9(5) VALUE 0.  *> 核准的变更数
       01  WS-WITHDRAWN-COUNT      PIC 9(5) VALUE 0.  *> 退回的变更数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 被拒的维护数
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 录入/核准盖的业务日期
       01  WS-SUBMITTER-ID         PIC X(8) VALUE SPACES.  *> 当前抬头上的提交人
       01  WS-PENDING-FOUND        PIC X VALUE 'N'.  *> 'Y'=同生效日期已有待生效记录
       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
       01  WS-COMMAND-LINE-PARM    PIC X(40) VALUE SPACES.  *> 作业控制 PARM
       01  WS-QUERY-DATE           PIC 9(8) VALUE 0.  *> 调阅日期
       01  WS-QUERY-FOUND          PIC 9(3) VALUE 0.  *> 当日起用过的参数套数

      *> 拟生效的一套参数（RATEPARM 布局）：校验与显示都在这份上做
       01  WS-NEW-PARM.
           COPY RATEPARM REPLACING LEADING ==PARM-== BY ==NEW-==.

      *> 日历校验：日期合法性、营业日、当月最后一个营业日
       01  WS-CHECK-DATE           PIC 9(8) VALUE 0.
       01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YEAR         PIC 9(4).
           05 WS-CHECK-MONTH        PIC 9(2).
           05 WS-CHECK-DAY          PIC 9(2).
       01  WS-NEXT-DATE            PIC 9(8) VALUE 0.  *> 生效日期之后的下一营业日
       01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
           05 WS-NEXT-YEAR          PIC 9(4).
           05 WS-NEXT-MONTH         PIC 9(2).
           05 WS-NEXT-DAY           PIC 9(2).
       01  WS-LILIAN-DATE          PIC 9(9) VALUE 0.
       01  WS-DAY-OF-WEEK          PIC 9 VALUE 0.
       01  WS-IS-BUSINESS-DAY      PIC X VALUE 'N'.
       01  WS-HOLIDAY-INDEX        PIC 9(2) VALUE 0.

      *> 过账日历：周末 + 节假日表，与 BusinessDateRoll 同口径
       01  POSTING-CALENDAR.
           COPY POSTCAL.

      *> 参数显示用编辑栏位
       01  WS-SHOW-RATE            PIC 9.9999.
       01  WS-SHOW-FEE             PIC Z9.99.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
           PERFORM INIT-HOLIDAY-CALENDAR.
           ACCEPT WS-COMMAND-LINE-PARM FROM COMMAND-LINE.
           IF WS-COMMAND-LINE-PARM(1:5) = 'QUERY'
               PERFORM QUERY-PARM-HISTORY
               STOP RUN
           END-IF.

           OPEN I-O RATE-PENDING-FILE.
           IF WS-PENDING-STATUS NOT = '00'
               OPEN OUTPUT RATE-PENDING-FILE
               CLOSE RATE-PENDING-FILE
               OPEN I-O RATE-PENDING-FILE
               IF WS-PENDING-STATUS NOT = '00'
                   DISPLAY "Error opening rate parameter pending "
                       "file. File Status: " WS-PENDING-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT RATE-PARM-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "RATE_PARM_MAINT.TXT not available - nothing "
                   "to apply."
               CLOSE RATE-PENDING-FILE
               STOP RUN
           END-IF.
      *    用户主档开不出来时跳过核准人级别核对并提示，
      *    录入与核准不得同人这一条始终执行
           OPEN INPUT USER-MASTER-FILE.
           IF WS-USER-STATUS = '00'
               MOVE 'Y' TO WS-USER-OPEN
           ELSE
               DISPLAY "User master not available - approver "
                   "authority not checked."
           END-IF.
           PERFORM READ-SUBMITTER-HEADER.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ RATE-PARM-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       IF RPM-CODE = 'H'
                           PERFORM TAKE-SUBMITTER-HEADER
                       ELSE
                           IF WS-SUBMITTER-ID = SPACES
                               DISPLAY "Rate parameter maintenance "
                                   "without submitter rejected: "
                                   RPM-EFFECTIVE-DATE
                               ADD 1 TO WS-ERROR-COUNT
                           ELSE
                               PERFORM APPLY-ONE-RATE-MAINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-USER-OPEN = 'Y'
               CLOSE USER-MASTER-FILE
           END-IF.
           CLOSE RATE-PENDING-FILE RATE-PARM-MAINT-FILE.
           DISPLAY "===== RATE PARAMETER MAINTENANCE SUMMARY =====".
           DISPLAY "Business date: " WS-BUSINESS-DATE.
           DISPLAY "Queued: " WS-QUEUED-COUNT
               " approved: " WS-APPROVED-COUNT
               " withdrawn: " WS-WITHDRAWN-COUNT
               " errors: " WS-ERROR-COUNT.
           STOP RUN.

       APPLY-ONE-RATE-MAINT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF RPM-EFFECTIVE-DATE NOT NUMERIC OR
                   RPM-EFFECTIVE-DATE = 0
               MOVE 'EFFECTIVE DATE REQUIRED' TO WS-REJECT-REASON
               PERFORM REJECT-RATE-MAINT
               EXIT PARAGRAPH
           END-IF.
           MOVE RPM-EFFECTIVE-DATE TO RPP-EFFECTIVE-DATE.
           MOVE 'N' TO WS-PENDING-FOUND.
           READ RATE-PENDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PENDING-FOUND
           END-READ.
           EVALUATE RPM-CODE
               WHEN 'C'
                   PERFORM QUEUE-RATE-CHANGE
               WHEN 'V'
                   PERFORM APPROVE-RATE-CHANGE
               WHEN 'X'
                   PERFORM WITHDRAW-RATE-CHANGE
               WHEN OTHER
                   DISPLAY "Unknown rate parameter maintenance code: "
                       RPM-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       QUEUE-RATE-CHANGE.
      *> 录入：整套参数校验通过才落档。同生效日期待核准的可由录入
      *> 人本人重录覆盖（改错）；已核准的须先退回；当日已生效的
      *> 可再录一套作当日纠错，核准后由 RateParmActivation 重跑
      *> 替换，原一套留在历史档
           MOVE SPACES TO WS-NEW-PARM.
           MOVE RPM-INTEREST-RATE TO NEW-INTEREST-RATE.
           MOVE RPM-MANAGEMENT-FEE TO NEW-MANAGEMENT-FEE.
           MOVE RPM-EFFECTIVE-DATE TO NEW-EFFECTIVE-DATE.
           MOVE RPM-RUN-TYPE TO NEW-RUN-TYPE.
           MOVE RPM-SIMULATION-SWITCH TO NEW-SIMULATION-SWITCH.
           MOVE RPM-FORMULA-VERSION TO NEW-FORMULA-VERSION.
           MOVE RPM-WITHHOLDING-RATE TO NEW-WITHHOLDING-RATE.
           MOVE RPM-LOG-VERBOSITY TO NEW-LOG-VERBOSITY.
           MOVE RPM-OD-RATE TO NEW-OD-RATE.
           MOVE RPM-FX-SPREAD TO NEW-FX-SPREAD.
           IF NEW-RUN-TYPE = SPACES
               MOVE 'DAILY' TO NEW-RUN-TYPE
           END-IF.
           IF NEW-SIMULATION-SWITCH = SPACE
               MOVE 'N' TO NEW-SIMULATION-SWITCH
           END-IF.
           IF NEW-FORMULA-VERSION = SPACE
               MOVE 'S' TO NEW-FORMULA-VERSION
           END-IF.
           IF NEW-LOG-VERBOSITY = SPACE
               MOVE 'N' TO NEW-LOG-VERBOSITY
           END-IF.
           IF RPM-CHANGE-REASON = SPACES
               MOVE 'CHANGE REASON REQUIRED' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES AND WS-PENDING-FOUND = 'Y'
               EVALUATE TRUE
                   WHEN RPP-STATUS = 'V'
                       MOVE 'ALREADY APPROVED - WITHDRAW FIRST'
                           TO WS-REJECT-REASON
                   WHEN RPP-STATUS = 'P' AND
                           RPP-MAKER-ID NOT = WS-SUBMITTER-ID
                       MOVE 'PENDING CHANGE ENTERED BY ANOTHER USER'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM VALIDATE-NEW-PARM
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-RATE-MAINT
               EXIT PARAGRAPH
           END-IF.
           MOVE RPM-EFFECTIVE-DATE TO RPP-EFFECTIVE-DATE.
           MOVE WS-NEW-PARM TO RPP-PARAMETERS.
           MOVE RPM-CHANGE-REASON TO RPP-CHANGE-REASON.
           MOVE WS-SUBMITTER-ID TO RPP-MAKER-ID.
           MOVE WS-BUSINESS-DATE TO RPP-ENTRY-DATE.
           MOVE SPACES TO RPP-APPROVER-ID.
           MOVE 0 TO RPP-APPROVAL-DATE.
           MOVE 'P' TO RPP-STATUS.
           MOVE 0 TO RPP-ACTIVATION-DATE.
           IF WS-PENDING-FOUND = 'Y'
               REWRITE RATE-PENDING-RECORD
                   INVALID KEY
                       DISPLAY "Rate pending rewrite failed: "
                           RPP-EFFECTIVE-DATE
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-QUEUED-COUNT
               END-REWRITE
           ELSE
               WRITE RATE-PENDING-RECORD
                   INVALID KEY
                       DISPLAY "Rate pending write failed: "
                           RPP-EFFECTIVE-DATE
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-QUEUED-COUNT
               END-WRITE
           END-IF.
           IF WS-PENDING-STATUS = '00'
               DISPLAY "Rate parameter change queued for "
                   RPP-EFFECTIVE-DATE " by " WS-SUBMITTER-ID
                   " - awaiting approval:"
               PERFORM SHOW-NEW-PARM
           END-IF.

       APPROVE-RATE-CHANGE.
      *> 核准：须有待核准记录；核准人不得是录入人，用户主档可用时
      *> 须为在职（'A'）主管级（3 级）柜员。录入后日历或业务日期
      *> 可能已变，整套参数按核准当时再校验一遍
           IF WS-PENDING-FOUND = 'N'
               MOVE 'NO PENDING CHANGE FOR DATE' TO WS-REJECT-REASON
           ELSE
               IF RPP-STATUS NOT = 'P'
                   MOVE 'CHANGE NOT AWAITING APPROVAL'
                       TO WS-REJECT-REASON
               ELSE
                   IF RPP-MAKER-ID = WS-SUBMITTER-ID
                       MOVE 'APPROVER SAME AS MAKER'
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-USER-OPEN = 'Y'
                           MOVE WS-SUBMITTER-ID TO USR-TELLER-ID
                           READ USER-MASTER-FILE
                               INVALID KEY
                                   MOVE 'APPROVER NOT ON USER MASTER'
                                       TO WS-REJECT-REASON
                               NOT INVALID KEY
                                   IF USR-STATUS NOT = 'A' OR
                                           USR-AUTH-LEVEL < 3
                                       MOVE 'APPROVER NOT SUPERVISOR'
                                           TO WS-REJECT-REASON
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE RPP-PARAMETERS TO WS-NEW-PARM
               PERFORM VALIDATE-NEW-PARM
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-RATE-MAINT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUBMITTER-ID TO RPP-APPROVER-ID.
           MOVE WS-BUSINESS-DATE TO RPP-APPROVAL-DATE.
           MOVE 'V' TO RPP-STATUS.
           REWRITE RATE-PENDING-RECORD
               INVALID KEY
                   DISPLAY "Rate approval rewrite failed: "
                       RPP-EFFECTIVE-DATE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPROVED-COUNT
                   DISPLAY "Rate parameter change for "
                       RPP-EFFECTIVE-DATE " entered by "
                       RPP-MAKER-ID " approved by " WS-SUBMITTER-ID
           END-REWRITE.

       WITHDRAW-RATE-CHANGE.
      *> 退回：待核准或已核准未生效的均可退回（录入人撤回或复核
      *> 驳回），记录留档不删
           IF WS-PENDING-FOUND = 'N'
               MOVE 'NO PENDING CHANGE FOR DATE' TO WS-REJECT-REASON
           ELSE
               IF RPP-STATUS NOT = 'P' AND RPP-STATUS NOT = 'V'
                   MOVE 'CHANGE NOT PENDING' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-RATE-MAINT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUBMITTER-ID TO RPP-APPROVER-ID.
           MOVE WS-BUSINESS-DATE TO RPP-APPROVAL-DATE.
           MOVE 'X' TO RPP-STATUS.
           REWRITE RATE-PENDING-RECORD
               INVALID KEY
                   DISPLAY "Rate withdrawal rewrite failed: "
                       RPP-EFFECTIVE-DATE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WITHDRAWN-COUNT
           END-REWRITE.

       VALIDATE-NEW-PARM.
      *> 整套参数的区间与组合校验，首个不符即停，原因回填
      *> WS-REJECT-REASON
           MOVE NEW-EFFECTIVE-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-CALENDAR-DATE.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF NEW-EFFECTIVE-DATE < WS-BUSINESS-DATE
               MOVE 'EFFECTIVE DATE BEFORE BUSINESS DATE'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-IS-BUSINESS-DAY NOT = 'Y'
               MOVE 'EFFECTIVE DATE NOT A BUSINESS DAY'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NEW-INTEREST-RATE NOT NUMERIC OR
                   NEW-INTEREST-RATE > 0.2000
               MOVE 'INTEREST RATE NOT 0 - 0.2000'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NEW-MANAGEMENT-FEE NOT NUMERIC OR
                   NEW-MANAGEMENT-FEE > 50.00
               MOVE 'MANAGEMENT FEE NOT 0 - 50.00'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NEW-WITHHOLDING-RATE NOT NUMERIC OR
                   NEW-WITHHOLDING-RATE > 0.5000
               MOVE 'WITHHOLDING RATE NOT 0 - 0.5000'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NEW-OD-RATE NOT NUMERIC OR NEW-OD-RATE > 0.3600
               MOVE 'OD RATE NOT 0 - 0.3600' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NEW-FX-SPREAD NOT NUMERIC OR NEW-FX-SPREAD > 0.0500
               MOVE 'FX SPREAD NOT 0 - 0.0500' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NEW-RUN-TYPE NOT = 'DAILY' AND
                   NEW-RUN-TYPE NOT = 'MONTH-END'
               MOVE 'RUN TYPE MUST BE DAILY OR MONTH-END'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NEW-SIMULATION-SWITCH NOT = 'Y' AND
                   NEW-SIMULATION-SWITCH NOT = 'N'
               MOVE 'SIMULATION SWITCH MUST BE Y OR N'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NEW-FORMULA-VERSION NOT = 'S' AND
                   NEW-FORMULA-VERSION NOT = 'C'
               MOVE 'FORMULA VERSION MUST BE S OR C'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NEW-LOG-VERBOSITY NOT = 'D' AND
                   NEW-LOG-VERBOSITY NOT = 'N'
               MOVE 'LOG VERBOSITY MUST BE D OR N'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
      *    组合校验：月末批一月只一次，落在当月最后一个营业日；
      *    模拟预览不计提，月末批开模拟等于当月漏计
           IF NEW-RUN-TYPE = 'MONTH-END'
               PERFORM FIND-NEXT-BUSINESS-DAY
               IF WS-NEXT-MONTH = WS-CHECK-MONTH
                   MOVE 'MONTH-END ONLY ON LAST BUSINESS DAY'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF NEW-SIMULATION-SWITCH = 'Y'
                   MOVE 'MONTH-END CANNOT RUN AS SIMULATION'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF NEW-OD-RATE > 0 AND NEW-OD-RATE < NEW-INTEREST-RATE
               MOVE 'OD RATE BELOW INTEREST RATE'
                   TO WS-REJECT-REASON
           END-IF.

       CHECK-CALENDAR-DATE.
      *> WS-CHECK-DATE 须为合法日期；合法时顺带判断是否营业日
           MOVE 'N' TO WS-IS-BUSINESS-DAY.
           IF WS-CHECK-YEAR < 1601 OR
                   WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12 OR
                   WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
               MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LILIAN-DATE =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).
           IF WS-LILIAN-DATE = 0
               MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-IS-BUSINESS-DAY.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-LILIAN-DATE - 1, 7).
           IF WS-DAY-OF-WEEK = 5 OR WS-DAY-OF-WEEK = 6
               MOVE 'N' TO WS-IS-BUSINESS-DAY
           END-IF.
           PERFORM VARYING WS-HOLIDAY-INDEX FROM 1 BY 1
                   UNTIL WS-HOLIDAY-INDEX > PCAL-HOLIDAY-COUNT
               IF WS-CHECK-DATE = PCAL-HOLIDAY-DATE(WS-HOLIDAY-INDEX)
                   MOVE 'N' TO WS-IS-BUSINESS-DAY
               END-IF
           END-PERFORM.

       REJECT-RATE-MAINT.
           ADD 1 TO WS-ERROR-COUNT.
           DISPLAY "Rate parameter maintenance " RPM-CODE
               " refused for " RPM-EFFECTIVE-DATE " - "
               WS-REJECT-REASON.

       QUERY-PARM-HISTORY.
      *> 按日期调阅：历史档按 起用日期+版次 顺序扫，起用日期不晚
      *> 于调阅日期、停用日期不早于调阅日期的各套都列出，最后
      *> 一套即当日最终口径；再列当日的待生效变更
           MOVE WS-BUSINESS-DATE TO WS-QUERY-DATE.
           IF WS-COMMAND-LINE-PARM(6:1) = '='
               IF WS-COMMAND-LINE-PARM(7:8) NUMERIC
                   MOVE WS-COMMAND-LINE-PARM(7:8) TO WS-QUERY-DATE
               ELSE
                   DISPLAY "Invalid PARM " WS-COMMAND-LINE-PARM
                       " - use QUERY=CCYYMMDD."
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY "===== RATE PARAMETERS IN FORCE ON "
               WS-QUERY-DATE " =====".
           OPEN INPUT RATE-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "RATE_PARM_HISTORY.DAT not available - no "
                   "parameter history yet."
           ELSE
               MOVE 0 TO WS-QUERY-FOUND
               MOVE 'N' TO WS-HISTORY-EOF
               MOVE 0 TO RPH-EFFECTIVE-FROM
               MOVE 0 TO RPH-VERSION
               START RATE-HISTORY-FILE
                   KEY IS GREATER THAN OR EQUAL TO RPH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HISTORY-EOF
               END-START
               PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                   READ RATE-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           IF RPH-EFFECTIVE-FROM > WS-QUERY-DATE
                               MOVE 'Y' TO WS-HISTORY-EOF
                           ELSE
                               IF RPH-EFFECTIVE-TO >= WS-QUERY-DATE
                                   PERFORM SHOW-HISTORY-VERSION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-HISTORY-FILE
               IF WS-QUERY-FOUND = 0
                   DISPLAY "No parameter set on file for "
                       WS-QUERY-DATE "."
               END-IF
               IF WS-QUERY-FOUND > 1
                   DISPLAY "Corrected during the day - the last set "
                       "listed is the one that applied."
               END-IF
           END-IF.
           OPEN INPUT RATE-PENDING-FILE.
           IF WS-PENDING-STATUS = '00'
               MOVE WS-QUERY-DATE TO RPP-EFFECTIVE-DATE
               READ RATE-PENDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Change request for " RPP-EFFECTIVE-DATE
                           " status " RPP-STATUS
                           " maker " RPP-MAKER-ID
                           " approver " RPP-APPROVER-ID
                       DISPLAY "  Reason: " RPP-CHANGE-REASON
                       MOVE RPP-PARAMETERS TO WS-NEW-PARM
                       PERFORM SHOW-NEW-PARM
               END-READ
               CLOSE RATE-PENDING-FILE
           END-IF.

       SHOW-HISTORY-VERSION.
           ADD 1 TO WS-QUERY-FOUND.
           DISPLAY "Set from " RPH-EFFECTIVE-FROM
               " version " RPH-VERSION " to " RPH-EFFECTIVE-TO
               " (requested for " RPH-REQUESTED-DATE ")".
           DISPLAY "  Maker " RPH-MAKER-ID " approver "
               RPH-APPROVER-ID " installed " RPH-INSTALL-TIME.
           DISPLAY "  Reason: " RPH-CHANGE-REASON.
           MOVE RPH-PARAMETERS TO WS-NEW-PARM.
           PERFORM SHOW-NEW-PARM.
           IF RPH-REQUESTED-DATE NOT = WS-QUERY-DATE
               DISPLAY "  Run type/simulation applied only on "
                   RPH-REQUESTED-DATE " - DAILY/N on other days"
           END-IF.

       SHOW-NEW-PARM.
           MOVE NEW-INTEREST-RATE TO WS-SHOW-RATE.
           DISPLAY "  Interest rate   : " WS-SHOW-RATE.
           MOVE NEW-MANAGEMENT-FEE TO WS-SHOW-FEE.
           DISPLAY "  Management fee  : " WS-SHOW-FEE.
           DISPLAY "  Run type        : " NEW-RUN-TYPE
               "  simulation: " NEW-SIMULATION-SWITCH
               "  formula: " NEW-FORMULA-VERSION
               "  log: " NEW-LOG-VERBOSITY.
           MOVE NEW-WITHHOLDING-RATE TO WS-SHOW-RATE.
           DISPLAY "  Withholding rate: " WS-SHOW-RATE.
           MOVE NEW-OD-RATE TO WS-SHOW-RATE.
           DISPLAY "  OD rate         : " WS-SHOW-RATE.
           MOVE NEW-FX-SPREAD TO WS-SHOW-RATE.
           DISPLAY "  FX spread       : " WS-SHOW-RATE.

       READ-SUBMITTER-HEADER.
      *> 维护文件首条须为提交人抬头：查不出谁提交的文件整份不套用
           READ RATE-PARM-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
               NOT AT END
                   IF RPM-CODE = 'H'
                       PERFORM TAKE-SUBMITTER-HEADER
                   END-IF
                   IF WS-SUBMITTER-ID = SPACES
                       DISPLAY "RATE_PARM_MAINT.TXT has no submitter "
                           "header - nothing applied."
                       CLOSE RATE-PARM-MAINT-FILE RATE-PENDING-FILE
                       STOP RUN
                   END-IF
           END-READ.

       TAKE-SUBMITTER-HEADER.
      *> 多份维护文件拼在一起时各带抬头，其后的记录记在该提交人
      *> 名下；提交人为空的抬头之后的记录一律拒绝
           MOVE RPM-SUBMITTER-ID TO WS-SUBMITTER-ID.
           IF WS-SUBMITTER-ID = SPACES
               DISPLAY "Submitter header with blank submitter - "
                   "following records rejected."
           END-IF.

       INIT-HOLIDAY-CALENDAR.
      *> 与 BusinessDateRoll 同一份示例节假日表
           MOVE 6 TO PCAL-HOLIDAY-COUNT.
           MOVE 20260101 TO PCAL-HOLIDAY-DATE(1).
           MOVE 20260216 TO PCAL-HOLIDAY-DATE(2).
           MOVE 20260529 TO PCAL-HOLIDAY-DATE(3).
           MOVE 20260704 TO PCAL-HOLIDAY-DATE(4).
           MOVE 20261126 TO PCAL-HOLIDAY-DATE(5).
           MOVE 20261225 TO PCAL-HOLIDAY-DATE(6).

       FIND-NEXT-BUSINESS-DAY.
      *> 从 WS-CHECK-DATE 逐日前进直到落在营业日：周末与节假日
      *> 一并跳过
           COMPUTE WS-LILIAN-DATE =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).
           MOVE 'N' TO WS-IS-BUSINESS-DAY.
           PERFORM UNTIL WS-IS-BUSINESS-DAY = 'Y'
               ADD 1 TO WS-LILIAN-DATE
               COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-LILIAN-DATE)
               MOVE 'Y' TO WS-IS-BUSINESS-DAY
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-LILIAN-DATE - 1, 7)
               IF WS-DAY-OF-WEEK = 5 OR WS-DAY-OF-WEEK = 6
                   MOVE 'N' TO WS-IS-BUSINESS-DAY
               END-IF
               PERFORM VARYING WS-HOLIDAY-INDEX FROM 1 BY 1
                       UNTIL WS-HOLIDAY-INDEX > PCAL-HOLIDAY-COUNT
                   IF WS-NEXT-DATE =
                           PCAL-HOLIDAY-DATE(WS-HOLIDAY-INDEX)
                       MOVE 'N' TO WS-IS-BUSINESS-DAY
                   END-IF
               END-PERFORM
           END-PERFORM.

       READ-BUSINESS-DATE.
      *> 录入/核准的业务日期：中央业务日期控制档在则以其为准，
      *> 控制档未建（转换期）按运行日
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
