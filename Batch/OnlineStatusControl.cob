       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. OnlineStatusControl.  *> 联机状态控制：日切置批窗 / 挂起后放开

      *> 联机状态控制（SYSTEM_STATUS.DAT，SYSSTAT 布局）：
      *>   PARM CUTOFF —— 批流日切第一步，在当日收尾的
      *>     TellerCaptureBatch 之前运行：联机状态置 'B' 批窗，
      *>     记下日切的业务日期/时间，按过账日历算出下一营业日
      *>     供批窗中顺延的采集项标日期，收尾班次清零待
      *>     TellerCaptureBatch 登记；同日重跑不改动
      *>   PARM REOPEN —— 运行部查明挂起原因（翻日后首笔联机
      *>     交易核对不过置 'H'）或批流推迟时放开联机：置 'O'，
      *>     业务日期取当前中央业务日期，放开人记 'BATCH'
      *>   不带 PARM —— 只显示当前联机状态
      *> 控制档未建时 CUTOFF/REOPEN 新建记录

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

           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSTEM_STATUS.DAT"  *> 联机状态控制档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SST-CONTROL-KEY
               FILE STATUS IS WS-SYSSTAT-STATUS.

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

       FD  SYSTEM-STATUS-FILE.  *> 与联机交易共用同一份状态布局
       01  SYSTEM-STATUS-RECORD.
           COPY SYSSTAT.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-SYSSTAT-STATUS       PIC XX VALUE '00'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-COMMAND-LINE-PARM    PIC X(40) VALUE SPACES.  *> 作业控制 PARM
       01  WS-RECORD-FOUND         PIC X VALUE 'N'.  *> 'Y'=控制记录已在档
       01  WS-CONTROL-TIME         PIC 9(8) VALUE 0.
       01  WS-NEXT-DATE            PIC 9(8) VALUE 0.  *> 日切日之后的下一营业日
       01  WS-LILIAN-DATE          PIC 9(9) VALUE 0.
       01  WS-DAY-OF-WEEK          PIC 9 VALUE 0.
       01  WS-IS-BUSINESS-DAY      PIC X VALUE 'N'.
       01  WS-HOLIDAY-INDEX        PIC 9(2) VALUE 0.

      *> 过账日历：周末 + 节假日表，与 BusinessDateRoll 同口径
       01  POSTING-CALENDAR.
           COPY POSTCAL.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-COMMAND-LINE-PARM FROM COMMAND-LINE.
           PERFORM OPEN-STATUS-CONTROL.
           EVALUATE WS-COMMAND-LINE-PARM
               WHEN 'CUTOFF'
                   PERFORM TAKE-ONLINE-CUTOFF
               WHEN 'REOPEN'
                   PERFORM REOPEN-ONLINE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unknown PARM " WS-COMMAND-LINE-PARM
                       " - use CUTOFF or REOPEN. Status unchanged."
           END-EVALUATE.
           PERFORM SHOW-ONLINE-STATUS.
           CLOSE SYSTEM-STATUS-FILE.
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

       OPEN-STATUS-CONTROL.
      *> 控制档未建（首次启用）先建空档再以 I-O 打开
           OPEN I-O SYSTEM-STATUS-FILE.
           IF WS-SYSSTAT-STATUS NOT = '00'
               OPEN OUTPUT SYSTEM-STATUS-FILE
               CLOSE SYSTEM-STATUS-FILE
               OPEN I-O SYSTEM-STATUS-FILE
               IF WS-SYSSTAT-STATUS NOT = '00'
                   DISPLAY "Error opening SYSTEM_STATUS.DAT. "
                       "File Status: " WS-SYSSTAT-STATUS
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'ONLINE' TO SST-CONTROL-KEY.
           READ SYSTEM-STATUS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.
           IF WS-RECORD-FOUND = 'N'
               MOVE SPACES TO SYSTEM-STATUS-RECORD
               MOVE 'ONLINE' TO SST-CONTROL-KEY
               MOVE 'O' TO SST-ONLINE-STATUS
               MOVE WS-EFFECTIVE-DATE TO SST-BUSINESS-DATE
               MOVE 0 TO SST-NEXT-DATE SST-CUTOFF-DATE
                   SST-CUTOFF-TIME SST-DRAIN-CYCLE
                   SST-ROLL-FROM-DATE SST-ROLL-TIME
                   SST-OPENED-TIME
           END-IF.

       TAKE-ONLINE-CUTOFF.
      *> 日切：置批窗，下一营业日供联机顺延项标日期；同一业务日
      *> 已日切的重跑不再改动，以免把已登记的收尾班次清掉
           IF SST-ONLINE-STATUS = 'B' AND
                   SST-CUTOFF-DATE = WS-EFFECTIVE-DATE
               DISPLAY "Online already cut off for "
                   WS-EFFECTIVE-DATE " - no change."
               EXIT PARAGRAPH
           END-IF.
           IF SST-ONLINE-STATUS = 'H'
               DISPLAY "*** Online was held (" SST-HOLD-REASON
                   ") - cutoff taken over the hold ***"
           END-IF.
           PERFORM INIT-HOLIDAY-CALENDAR.
           PERFORM FIND-NEXT-BUSINESS-DAY.
           ACCEPT WS-CONTROL-TIME FROM TIME.
           MOVE 'B' TO SST-ONLINE-STATUS.
           MOVE WS-EFFECTIVE-DATE TO SST-BUSINESS-DATE.
           MOVE WS-NEXT-DATE TO SST-NEXT-DATE.
           MOVE WS-EFFECTIVE-DATE TO SST-CUTOFF-DATE.
           MOVE WS-CONTROL-TIME TO SST-CUTOFF-TIME.
           MOVE 0 TO SST-DRAIN-CYCLE.
           MOVE SPACES TO SST-HOLD-REASON.
           PERFORM STORE-STATUS-RECORD.
           DISPLAY "Online cut off for " WS-EFFECTIVE-DATE
               " - items captured now are dated " WS-NEXT-DATE ".".

       REOPEN-ONLINE.
      *> 放开联机：挂起原因查明或批流推迟后由运行部执行
           IF SST-ONLINE-STATUS = 'O'
               DISPLAY "Online already open - no change."
               EXIT PARAGRAPH
           END-IF.
           IF SST-ONLINE-STATUS = 'B'
               DISPLAY "*** Batch window reopened before the date "
                   "roll - items captured since cutoff stay dated "
                   SST-NEXT-DATE " ***"
           END-IF.
           IF SST-ONLINE-STATUS = 'H'
               DISPLAY "Releasing online hold " SST-HOLD-REASON "."
           END-IF.
           ACCEPT WS-CONTROL-TIME FROM TIME.
           MOVE 'O' TO SST-ONLINE-STATUS.
           MOVE WS-EFFECTIVE-DATE TO SST-BUSINESS-DATE.
           MOVE 'BATCH' TO SST-OPENED-BY.
           MOVE WS-CONTROL-TIME TO SST-OPENED-TIME.
           MOVE SPACES TO SST-HOLD-REASON.
           PERFORM STORE-STATUS-RECORD.
           DISPLAY "Online reopened for " WS-EFFECTIVE-DATE ".".

       STORE-STATUS-RECORD.
           IF WS-RECORD-FOUND = 'Y'
               REWRITE SYSTEM-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "Error rewriting online status. "
                           "File Status: " WS-SYSSTAT-STATUS
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE SYSTEM-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "Error writing online status. "
                           "File Status: " WS-SYSSTAT-STATUS
                       STOP RUN
               END-WRITE
               MOVE 'Y' TO WS-RECORD-FOUND
           END-IF.

       SHOW-ONLINE-STATUS.
           DISPLAY "===== ONLINE STATUS =====".
           DISPLAY "Status         : " SST-ONLINE-STATUS.
           DISPLAY "Business date  : " SST-BUSINESS-DATE.
           DISPLAY "Cutoff         : " SST-CUTOFF-DATE " "
               SST-CUTOFF-TIME " drain cycle " SST-DRAIN-CYCLE.
           DISPLAY "Next date      : " SST-NEXT-DATE.
           DISPLAY "Last roll from : " SST-ROLL-FROM-DATE " "
               SST-ROLL-TIME.
           DISPLAY "Opened by      : " SST-OPENED-BY " "
               SST-OPENED-TIME.
           IF SST-HOLD-REASON NOT = SPACES
               DISPLAY "Hold reason    : " SST-HOLD-REASON
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
      *> 逐日前进直到落在营业日：周末与节假日一并跳过
           COMPUTE WS-LILIAN-DATE =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).
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
