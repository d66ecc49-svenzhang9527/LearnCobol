       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. RateParmActivation.  *> 日利率/费用参数的生效提升与参数文件写出

      *> 参数生效：批流收尾紧接 BusinessDateRoll 运行（作业名
      *> RPRMACTV），为新业务日期写出 RATE_PARM.DAT，运行部不再
      *> 手工改参数文件的日期与参数。逐笔扫描参数待生效档
      *> RATE_PARM_PENDING.DAT，生效日期已到（不晚于业务日期）的
      *> 已核准变更按生效日期顺序提升为现行参数：原一套在参数
      *> 历史档 RATE_PARM_HISTORY.DAT 里截止到前一天，新一套以
      *> 业务日期起用；生效日期已到仍未核准的作过期处理。当日
      *> 纠错（当日已生效后又核准了同日期的一套）重跑本作业即
      *> 替换，同日版次递增，原一套停用日期记当日留档。
      *> 随后按现行一套写出 RATE_PARM.DAT，生效日期即业务日期。
      *> 批类型 MONTH-END 与模拟开关只对申请的那一天有效：现行
      *> 一套不是为当天申请的，写出时一律按 DAILY、不模拟，月末
      *> 批或模拟预览不会被带进第二天。补跑时晚于生效日期提升的
      *> 照样按 DAILY/不模拟写出并告警；为当天申请的月末批若当天
      *> 已不是当月最后一个营业日（节假日表改过）拒绝提升。
      *> 本作业给参数文件定日期，不做参数日期与中央业务日期的
      *> 一致性核对；控制档未建（转换期）沿用参数文件现有日期。
      *> 历史档为空时（首次启用）先把现有 RATE_PARM.DAT 以起用
      *> 日期 0 入档

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RATE-PARM-FILE ASSIGN TO "RATE_PARM.DAT"  *> 日利率/费用参数文件：本作业写出
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *>   参数待生效档
           SELECT RATE-PENDING-FILE ASSIGN TO "RATE_PARM_PENDING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPP-EFFECTIVE-DATE
               FILE STATUS IS WS-PENDING-STATUS.

      *>   参数历史档：每套参数的起用/停用日期
           SELECT RATE-HISTORY-FILE ASSIGN TO "RATE_PARM_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT JOB-STATUS-FILE ASSIGN TO "JOB_STATUS.DAT"  *> 夜间批流作业状态文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  RATE-PARM-FILE.
       01  RATE-PARM-RECORD.
           COPY RATEPARM.

       FD  RATE-PENDING-FILE.
       01  RATE-PENDING-RECORD.
           COPY RATEPEND.

       FD  RATE-HISTORY-FILE.
       01  RATE-HISTORY-RECORD.
           COPY RATEHIST.

       FD  JOB-STATUS-FILE.  *> 作业状态文件描述符
       01  JOB-STATUS-RECORD.
           COPY JOBSTAT.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-PENDING-STATUS       PIC XX VALUE '00'.
       01  WS-HISTORY-STATUS       PIC XX VALUE '00'.
       01  WS-JOB-STATUS-FS        PIC XX VALUE '00'.
       01  WS-PENDING-EOF          PIC X VALUE 'N'.
       01  WS-HISTORY-EOF          PIC X VALUE 'N'.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'RPRMACTV'.  *> 本程序在批流里的作业名
       01  WS-JOB-EVENT-STATUS     PIC X VALUE 'S'.
       01  WS-JOB-LOG-TIME         PIC 9(8) VALUE 0.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.  *> 业务日期：新参数的起用日期
       01  WS-DAY-BEFORE           PIC 9(8) VALUE 0.  *> 业务日期前一天：原参数的停用日期
       01  WS-INSTALL-TIME         PIC 9(8) VALUE 0.
       01  WS-PROMOTED-COUNT       PIC 9(5) VALUE 0.  *> 提升生效的变更数
       01  WS-LATE-COUNT           PIC 9(5) VALUE 0.  *> 晚于生效日期提升的变更数
       01  WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.  *> 到期未核准作废的变更数
       01  WS-REFUSED-COUNT        PIC 9(5) VALUE 0.  *> 提升时被拒的变更数
       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.

      *> 参数文件现状：首次启用时以之入历史档
       01  WS-PARM-ON-FILE         PIC X VALUE 'N'.  *> 'Y'=RATE_PARM.DAT 读到了一条参数
       01  WS-OLD-PARM             PIC X(44) VALUE SPACES.

      *> 历史档现状：有无任何一套参数、现行一套的主键
       01  WS-HISTORY-ANY          PIC X VALUE 'N'.
       01  WS-HISTORY-OPEN         PIC X VALUE 'N'.
       01  WS-OPEN-FROM            PIC 9(8) VALUE 0.
       01  WS-OPEN-VERSION         PIC 9(2) VALUE 0.
       01  WS-NEW-VERSION          PIC 9(2) VALUE 0.

      *> 拟写出/待提升的一套参数（RATEPARM 布局）
       01  WS-NEW-PARM.
           COPY RATEPARM REPLACING LEADING ==PARM-== BY ==NEW-==.

      *> 月末批复核：当月最后一个营业日
       01  WS-CHECK-DATE           PIC 9(8) VALUE 0.
       01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YEAR         PIC 9(4).
           05 WS-CHECK-MONTH        PIC 9(2).
           05 WS-CHECK-DAY          PIC 9(2).
       01  WS-NEXT-DATE            PIC 9(8) VALUE 0.
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
           PERFORM READ-CURRENT-PARM.
           PERFORM READ-BUSINESS-DATE.
           IF WS-EFFECTIVE-DATE = 0
               DISPLAY "Neither BUSINESS_DATE.DAT nor RATE_PARM.DAT "
                   "gives a business date. Run stopped."
               STOP RUN
           END-IF.
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE) - 1).
           PERFORM INIT-HOLIDAY-CALENDAR.
           MOVE 'S' TO WS-JOB-EVENT-STATUS.
           PERFORM RECORD-JOB-EVENT.

      *    首次运行时历史档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O RATE-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT RATE-HISTORY-FILE
               CLOSE RATE-HISTORY-FILE
               OPEN I-O RATE-HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY "Error opening rate parameter history. "
                       "File Status: " WS-HISTORY-STATUS
                   STOP RUN
               END-IF
           END-IF.
           PERFORM FIND-OPEN-HISTORY.
           IF WS-HISTORY-ANY = 'N'
               PERFORM SEED-HISTORY-FROM-PARM
           END-IF.

           OPEN I-O RATE-PENDING-FILE.
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY "RATE_PARM_PENDING.DAT not available - no "
                   "rate parameter changes to activate."
           ELSE
               MOVE 0 TO RPP-EFFECTIVE-DATE
               START RATE-PENDING-FILE
                   KEY IS GREATER THAN OR EQUAL TO RPP-EFFECTIVE-DATE
                   INVALID KEY
                       MOVE 'Y' TO WS-PENDING-EOF
               END-START
               PERFORM UNTIL WS-PENDING-EOF = 'Y'
                   READ RATE-PENDING-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PENDING-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-PENDING-CHANGE
                   END-READ
               END-PERFORM
               CLOSE RATE-PENDING-FILE
           END-IF.

           PERFORM WRITE-RATE-PARM-FILE.
           CLOSE RATE-HISTORY-FILE.

           DISPLAY "===== RATE PARAMETER ACTIVATION SUMMARY =====".
           DISPLAY "Business date: " WS-EFFECTIVE-DATE.
           DISPLAY "Promoted: " WS-PROMOTED-COUNT
               " (late: " WS-LATE-COUNT ")"
               " expired unapproved: " WS-EXPIRED-COUNT
               " refused: " WS-REFUSED-COUNT.
           DISPLAY "RATE_PARM.DAT written from set " WS-OPEN-FROM
               " version " WS-OPEN-VERSION ":".
           PERFORM SHOW-NEW-PARM.
           MOVE 'C' TO WS-JOB-EVENT-STATUS.
           PERFORM RECORD-JOB-EVENT.
           STOP RUN.

       CHECK-ONE-PENDING-CHANGE.
      *> 生效日期未到的不动；已到的已核准变更提升，待核准的作废
           IF RPP-EFFECTIVE-DATE > WS-EFFECTIVE-DATE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE RPP-STATUS
               WHEN 'V'
                   PERFORM PROMOTE-PENDING-CHANGE
               WHEN 'P'
                   MOVE 'E' TO RPP-STATUS
                   MOVE WS-EFFECTIVE-DATE TO RPP-ACTIVATION-DATE
                   PERFORM REWRITE-PENDING-RECORD
                   ADD 1 TO WS-EXPIRED-COUNT
                   DISPLAY "*** Rate parameter change effective "
                       RPP-EFFECTIVE-DATE " not approved - expired"
           END-EVALUATE.

       PROMOTE-PENDING-CHANGE.
      *> 为当天申请的月末批按当天日历复核：核准以来节假日表改过，
      *> 当天可能已不是当月最后一个营业日
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE RPP-PARAMETERS TO WS-NEW-PARM.
           IF RPP-EFFECTIVE-DATE = WS-EFFECTIVE-DATE AND
                   NEW-RUN-TYPE = 'MONTH-END'
               MOVE WS-EFFECTIVE-DATE TO WS-CHECK-DATE
               PERFORM FIND-NEXT-BUSINESS-DAY
               IF WS-NEXT-MONTH = WS-CHECK-MONTH
                   MOVE 'MONTH-END ONLY ON LAST BUSINESS DAY'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'R' TO RPP-STATUS
               MOVE WS-EFFECTIVE-DATE TO RPP-ACTIVATION-DATE
               PERFORM REWRITE-PENDING-RECORD
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "*** Rate parameter change effective "
                   RPP-EFFECTIVE-DATE " refused - " WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM CLOSE-CURRENT-HISTORY.
           PERFORM OPEN-NEW-HISTORY.

           MOVE 'F' TO RPP-STATUS.
           MOVE WS-EFFECTIVE-DATE TO RPP-ACTIVATION-DATE.
           PERFORM REWRITE-PENDING-RECORD.
           ADD 1 TO WS-PROMOTED-COUNT.
           DISPLAY "Rate parameter change effective "
               RPP-EFFECTIVE-DATE " (" RPP-CHANGE-REASON
               ") activated, maker " RPP-MAKER-ID
               " approver " RPP-APPROVER-ID.
           IF RPP-EFFECTIVE-DATE < WS-EFFECTIVE-DATE
               ADD 1 TO WS-LATE-COUNT
               DISPLAY "*** Rate parameter change effective "
                   RPP-EFFECTIVE-DATE " activated late on "
                   WS-EFFECTIVE-DATE " - run type DAILY, no "
                   "simulation"
           END-IF.

       CLOSE-CURRENT-HISTORY.
      *> 现行一套截止到前一天；现行一套就是当日起用的（当日纠错），
      *> 停用日期记当日、新一套版次加一，两套都留档
           MOVE 1 TO WS-NEW-VERSION.
           IF WS-HISTORY-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPEN-FROM TO RPH-EFFECTIVE-FROM.
           MOVE WS-OPEN-VERSION TO RPH-VERSION.
           READ RATE-HISTORY-FILE
               INVALID KEY
                   PERFORM HISTORY-UPDATE-FAILED
           END-READ.
           IF RPH-EFFECTIVE-FROM >= WS-EFFECTIVE-DATE
               MOVE WS-EFFECTIVE-DATE TO RPH-EFFECTIVE-TO
               COMPUTE WS-NEW-VERSION = RPH-VERSION + 1
           ELSE
               MOVE WS-DAY-BEFORE TO RPH-EFFECTIVE-TO
           END-IF.
           REWRITE RATE-HISTORY-RECORD
               INVALID KEY
                   PERFORM HISTORY-UPDATE-FAILED
           END-REWRITE.

       OPEN-NEW-HISTORY.
      *> 新一套以业务日期起用，停用日期 99999999 表示现行
           ACCEPT WS-INSTALL-TIME FROM TIME.
           MOVE WS-EFFECTIVE-DATE TO RPH-EFFECTIVE-FROM.
           MOVE WS-NEW-VERSION TO RPH-VERSION.
           MOVE 99999999 TO RPH-EFFECTIVE-TO.
           MOVE RPP-EFFECTIVE-DATE TO RPH-REQUESTED-DATE.
           MOVE RPP-PARAMETERS TO RPH-PARAMETERS.
           MOVE RPP-CHANGE-REASON TO RPH-CHANGE-REASON.
           MOVE RPP-MAKER-ID TO RPH-MAKER-ID.
           MOVE RPP-APPROVER-ID TO RPH-APPROVER-ID.
           MOVE WS-INSTALL-TIME TO RPH-INSTALL-TIME.
           WRITE RATE-HISTORY-RECORD
               INVALID KEY
                   PERFORM HISTORY-UPDATE-FAILED
           END-WRITE.
           MOVE 'Y' TO WS-HISTORY-ANY.
           MOVE 'Y' TO WS-HISTORY-OPEN.
           MOVE RPH-EFFECTIVE-FROM TO WS-OPEN-FROM.
           MOVE RPH-VERSION TO WS-OPEN-VERSION.

       SEED-HISTORY-FROM-PARM.
      *> 首次启用：现有参数文件以起用日期 0 入档作现行一套，申请
      *> 日期记参数文件上的日期（当晚手工设的月末批照常有效）
           IF WS-PARM-ON-FILE = 'N'
               DISPLAY "*** No rate parameter history and no "
                   "RATE_PARM.DAT - enter and approve a full "
                   "parameter set first. Run stopped."
               CLOSE RATE-HISTORY-FILE
               STOP RUN
           END-IF.
           ACCEPT WS-INSTALL-TIME FROM TIME.
           MOVE 0 TO RPH-EFFECTIVE-FROM.
           MOVE 1 TO RPH-VERSION.
           MOVE 99999999 TO RPH-EFFECTIVE-TO.
           MOVE WS-OLD-PARM TO WS-NEW-PARM.
           MOVE NEW-EFFECTIVE-DATE TO RPH-REQUESTED-DATE.
           MOVE WS-OLD-PARM TO RPH-PARAMETERS.
           MOVE 'IN USE BEFORE CONTROLLED MAINT' TO RPH-CHANGE-REASON.
           MOVE SPACES TO RPH-MAKER-ID RPH-APPROVER-ID.
           MOVE WS-INSTALL-TIME TO RPH-INSTALL-TIME.
           WRITE RATE-HISTORY-RECORD
               INVALID KEY
                   PERFORM HISTORY-UPDATE-FAILED
           END-WRITE.
           MOVE 'Y' TO WS-HISTORY-ANY.
           MOVE 'Y' TO WS-HISTORY-OPEN.
           MOVE 0 TO WS-OPEN-FROM.
           MOVE 1 TO WS-OPEN-VERSION.
           DISPLAY "Rate parameter history started from the "
               "existing RATE_PARM.DAT.".

       HISTORY-UPDATE-FAILED.
      *> 历史档断档就查不出当日适用的参数：停批待查
           DISPLAY "*** Rate parameter history update failed - "
               "File Status: " WS-HISTORY-STATUS " - run stopped".
           STOP RUN.

       FIND-OPEN-HISTORY.
      *> 按 起用日期+版次 顺序扫历史档，记下现行一套
           MOVE 'N' TO WS-HISTORY-ANY.
           MOVE 'N' TO WS-HISTORY-OPEN.
           MOVE 'N' TO WS-HISTORY-EOF.
           MOVE 0 TO RPH-EFFECTIVE-FROM.
           MOVE 0 TO RPH-VERSION.
           START RATE-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO RPH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-EOF
           END-START.
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ RATE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       MOVE 'Y' TO WS-HISTORY-ANY
                       IF RPH-EFFECTIVE-TO = 99999999
                           MOVE 'Y' TO WS-HISTORY-OPEN
                           MOVE RPH-EFFECTIVE-FROM TO WS-OPEN-FROM
                           MOVE RPH-VERSION TO WS-OPEN-VERSION
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-RATE-PARM-FILE.
      *> 按现行一套写出参数文件，生效日期即业务日期；不是为当天
      *> 申请的一套，批类型按 DAILY、不模拟
           IF WS-HISTORY-OPEN = 'N'
               DISPLAY "*** No current rate parameter set in "
                   "history - RATE_PARM.DAT not written. Run stopped."
               CLOSE RATE-HISTORY-FILE
               STOP RUN
           END-IF.
           MOVE WS-OPEN-FROM TO RPH-EFFECTIVE-FROM.
           MOVE WS-OPEN-VERSION TO RPH-VERSION.
           READ RATE-HISTORY-FILE
               INVALID KEY
                   PERFORM HISTORY-UPDATE-FAILED
           END-READ.
           MOVE RPH-PARAMETERS TO WS-NEW-PARM.
           MOVE WS-EFFECTIVE-DATE TO NEW-EFFECTIVE-DATE.
           IF RPH-REQUESTED-DATE NOT = WS-EFFECTIVE-DATE
               IF NEW-RUN-TYPE NOT = 'DAILY' OR
                       NEW-SIMULATION-SWITCH = 'Y'
                   DISPLAY "Run type " NEW-RUN-TYPE " / simulation "
                       NEW-SIMULATION-SWITCH " was for "
                       RPH-REQUESTED-DATE " - written as DAILY/N."
               END-IF
               MOVE 'DAILY' TO NEW-RUN-TYPE
               MOVE 'N' TO NEW-SIMULATION-SWITCH
           END-IF.
           MOVE WS-NEW-PARM TO RATE-PARM-RECORD.
           OPEN OUTPUT RATE-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "*** Error opening RATE_PARM.DAT for output. "
                   "File Status: " WS-PARM-STATUS " - run stopped"
               CLOSE RATE-HISTORY-FILE
               STOP RUN
           END-IF.
           WRITE RATE-PARM-RECORD.
           CLOSE RATE-PARM-FILE.

       SHOW-NEW-PARM.
           DISPLAY "  Effective date  : " NEW-EFFECTIVE-DATE.
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

       REWRITE-PENDING-RECORD.
           REWRITE RATE-PENDING-RECORD
               INVALID KEY
                   DISPLAY "*** Rate pending rewrite failed: "
                       RPP-EFFECTIVE-DATE
           END-REWRITE.

       READ-CURRENT-PARM.
      *> 现有参数文件：取其日期作转换期的业务日期，首次启用时
      *> 整条入历史档；文件不在不停批，由历史档现行一套写出
           OPEN INPUT RATE-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ RATE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-PARM-ON-FILE
                       MOVE RATE-PARM-RECORD TO WS-OLD-PARM
                       IF PARM-EFFECTIVE-DATE NUMERIC
                           MOVE PARM-EFFECTIVE-DATE
                               TO WS-EFFECTIVE-DATE
                       END-IF
               END-READ
               CLOSE RATE-PARM-FILE
           END-IF.

       READ-BUSINESS-DATE.
      *> 中央业务日期控制档在则以其为准：参数文件的日期由本作业
      *> 改写到业务日期，此处不做一致性核对；控制档未建（转换期）
      *> 沿用参数文件现有日期
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-EFFECTIVE-DATE
               END-READ
               CLOSE BUSDATE-FILE
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

       RECORD-JOB-EVENT.
      *> 批流状态留痕：作业名 + 业务日期 + 'S'/'C'
           MOVE WS-THIS-JOB-NAME TO JS-JOB-NAME.
           MOVE WS-EFFECTIVE-DATE TO JS-BUSINESS-DATE.
           MOVE WS-JOB-EVENT-STATUS TO JS-RUN-STATUS.
           ACCEPT WS-JOB-LOG-TIME FROM TIME.
           MOVE WS-JOB-LOG-TIME TO JS-LOG-TIME.
           OPEN EXTEND JOB-STATUS-FILE.
           IF WS-JOB-STATUS-FS NOT = '00'
               OPEN OUTPUT JOB-STATUS-FILE
           END-IF.
           WRITE JOB-STATUS-RECORD.
           CLOSE JOB-STATUS-FILE.
