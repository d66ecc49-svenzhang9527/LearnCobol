      *> 在 'S' 就拒绝翻日，半截流水不进下一天）；随后按 POSTCAL
      *> 过账日历把业务日期推进到下一个营业日（跳过周末与节假
      *> 日），回写 BUSINESS_DATE.DAT。控制档首次启用时以
      *> RATE_PARM.DAT 的生效日期初始化。翻日后联机状态控制档
      *> （SYSTEM_STATUS.DAT）置 'R'：联机转入新业务日期，由翻日
      *> 后第一笔联机交易核对翻掉的那一天确实做过日切与收尾采集批

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSTEM_STATUS.DAT"  *> 联机状态控制档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SST-CONTROL-KEY
               FILE STATUS IS WS-SYSSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
           05 PARM-EFFECTIVE-DATE   PIC 9(8).
           05 FILLER                PIC X(16).

       FD  SYSTEM-STATUS-FILE.  *> 与联机交易共用同一份状态布局
       01  SYSTEM-STATUS-RECORD.
           COPY SYSSTAT.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.
       01  WS-JOB-STATUS-FS        PIC XX VALUE '00'.
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-SYSSTAT-STATUS       PIC XX VALUE '00'.
       01  WS-SYSSTAT-FOUND        PIC X VALUE 'N'.
       01  WS-JOB-EOF              PIC X VALUE 'N'.
       01  WS-CURRENT-DATE         PIC 9(8) VALUE 0.  *> 翻日前的业务日期
       01  WS-NEXT-DATE            PIC 9(8) VALUE 0.  *> 翻到的下一营业日
           PERFORM VERIFY-STREAM-COMPLETE.
           PERFORM ADVANCE-TO-NEXT-BUSINESS-DAY.
           PERFORM REWRITE-BUSDATE.
           PERFORM MARK-ONLINE-ROLLED.
           DISPLAY "Business date rolled " WS-CURRENT-DATE " -> "
               WS-NEXT-DATE ".".
           STOP RUN.
           END-IF.
           WRITE BUSDATE-RECORD.
           CLOSE BUSDATE-FILE.

       MARK-ONLINE-ROLLED.
      *> 联机转入新业务日期待首笔核对；日切日期与收尾班次原样
      *> 保留，首笔联机交易凭它们判断翻掉的那一天是否跑完。
      *> 控制档未建（转换期）时新建记录，日切日期为 0，首笔核对
      *> 即按未日切挂起，提醒运行部把日切排进批流
           OPEN I-O SYSTEM-STATUS-FILE.
           IF WS-SYSSTAT-STATUS NOT = '00'
               OPEN OUTPUT SYSTEM-STATUS-FILE
               CLOSE SYSTEM-STATUS-FILE
               OPEN I-O SYSTEM-STATUS-FILE
               IF WS-SYSSTAT-STATUS NOT = '00'
                   DISPLAY "*** SYSTEM_STATUS.DAT not available - "
                       "online status not rolled. File Status: "
                       WS-SYSSTAT-STATUS " ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'ONLINE' TO SST-CONTROL-KEY.
           READ SYSTEM-STATUS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SYSSTAT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SYSSTAT-FOUND
           END-READ.
           IF WS-SYSSTAT-FOUND = 'N'
               MOVE SPACES TO SYSTEM-STATUS-RECORD
               MOVE 'ONLINE' TO SST-CONTROL-KEY
               MOVE 0 TO SST-NEXT-DATE SST-CUTOFF-DATE
                   SST-CUTOFF-TIME SST-DRAIN-CYCLE SST-OPENED-TIME
           END-IF.
           IF SST-ONLINE-STATUS NOT = 'B'
               DISPLAY "*** Online was not cut off before the roll "
                   "- first online transaction will hold capture ***"
           END-IF.
           MOVE 'R' TO SST-ONLINE-STATUS.
           MOVE WS-NEXT-DATE TO SST-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE TO SST-ROLL-FROM-DATE.
           MOVE WS-ROLL-TIME TO SST-ROLL-TIME.
           MOVE SPACES TO SST-OPENED-BY SST-HOLD-REASON.
           MOVE 0 TO SST-OPENED-TIME.
           IF WS-SYSSTAT-FOUND = 'Y'
               REWRITE SYSTEM-STATUS-RECORD
           ELSE
               WRITE SYSTEM-STATUS-RECORD
           END-IF.
           CLOSE SYSTEM-STATUS-FILE.
