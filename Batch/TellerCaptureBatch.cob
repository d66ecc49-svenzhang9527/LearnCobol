      *> 日切采集汇集：联机采集交易写入 ACTX 外分区队列、由系统
      *> 落地为 TELLER_CAPTURE.DAT；本作业在日切时把整天的采集项
      *> 按账户排序，生成带批头/批尾控制记录的存取款交易批
      *> （柜面转账 'T' 采集项成批为单笔 'T' 交易，账户栏为
      *> 转出户、转入栏为转入户，两腿在过账时同批一次过）
      *> （CAPTURE_TRANSACTIONS.DAT，ACCTTXN 布局，起息日取采集
      *> 日期），作为独立批次交 AccountMasterUpdate 过账。
      *> 批尾笔数/账户ID哈希/存取净额与批控制核对口径一致。
      *> （CAPTURE_DAYFILE.DAT），把成批写出的明细追加进当日成批
      *> 留痕档（CAPTURE_BATCH_DAYFILE.DAT），换日第一班清零重来；
      *> 夜间 CaptureReconciliation 凭这两份留痕档对过账流水，
      *> 查出采集了没成批、成批了没过账的柜面交易。
      *> 日切（OnlineStatusControl CUTOFF）后联机进入批窗，批窗中
      *> 顺延的采集项采集日期已标为下一营业日：本作业遇到采集日期
      *> 晚于当日业务日期的项不成批，清档后原样放回采集落地文件，
      *> 留给下一营业日第一班。日切后跑的这一班即当日收尾班，
      *> 班次登记进联机状态控制档，翻日后首笔联机交易凭此核对

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-DAY-STATUS.

      *>   批窗中顺延到下一营业日的采集项，清档后放回采集文件
           SELECT CARRY-FILE ASSIGN TO "CAPTURE_CARRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.

      *>   联机状态控制档：日切后的收尾班在此登记班次
           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSTEM_STATUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SST-CONTROL-KEY
               FILE STATUS IS WS-SYSSTAT-STATUS.

           SELECT SORT-WORK ASSIGN TO "CAPTWORK.TMP".  *> 按账户排序用临时工作文件

       DATA DIVISION.
       FD  CAPTURE-DAYFILE.  *> 当日采集留痕档：采集项 + 所属班次序号
       01  CAPTURE-DAYFILE-RECORD.
           05 CDF-ACCOUNT-ID        PIC 9(8).  *> 采集账户ID
           05 CDF-TXN-TYPE          PIC X.  *> 'P'=存入 'W'=支取 'T'=转账
           05 CDF-AMOUNT            PIC 9(7)V99.  *> 采集金额
           05 CDF-TELLER-ID         PIC X(8).  *> 经办柜员号
           05 CDF-CAPTURE-DATE      PIC 9(8).  *> 采集日期 CCYYMMDD
           05 CDF-CAPTURE-TIME      PIC 9(8).  *> 采集时间 HHMMSSCC
           05 CDF-CYCLE-NUMBER      PIC 9(3).  *> 汇入的日内班次序号
           05 CDF-INSTRUMENT        PIC X.  *> 'P' 存入工具：空白/'C'=现金 'B'/'O'=支票，不进尾箱现金
           05 CDF-OVERRIDE-TELLER   PIC X(8).  *> 超限加签的主管柜员号，员工账户日报用
           05 CDF-TO-ACCOUNT-ID     PIC 9(8).  *> 'T' 的转入账户ID，员工账户日报用

       FD  BATCH-DAYFILE.  *> 当日成批留痕档：批明细 + 所属班次序号
       01  BATCH-DAYFILE-RECORD.
           05 CBD-ACCOUNT-ID        PIC 9(8).  *> 批明细账户ID
           05 CBD-TXN-TYPE          PIC X.  *> 'P'=存入 'W'=支取 'T'=转账
           05 CBD-AMOUNT            PIC 9(7)V99.  *> 批明细金额
           05 CBD-VALUE-DATE        PIC 9(8).  *> 起息日（=采集日期）
           05 CBD-CYCLE-NUMBER      PIC 9(3).  *> 成批的日内班次序号

       FD  CARRY-FILE.  *> 与采集落地文件同一布局
       01  CARRY-RECORD             PIC X(59).

       FD  SYSTEM-STATUS-FILE.  *> 与联机交易共用同一份状态布局
       01  SYSTEM-STATUS-RECORD.
           COPY SYSSTAT.

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-ACCOUNT-ID         PIC 9(8).
           05 SW-TXN-TYPE           PIC X.
           05 SW-AMOUNT             PIC 9(7)V99.
           05 SW-CAPTURE-DATE       PIC 9(8).
           05 SW-TO-ACCOUNT-ID      PIC 9(8).  *> 'T' 转入账户，其余为0
           05 SW-INSTRUMENT         PIC X.  *> 'P' 存入工具，原样带入交易批

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-MEMO-STATUS          PIC XX VALUE '00'.
       01  WS-DAYFILE-STATUS       PIC XX VALUE '00'.
       01  WS-BATCH-DAY-STATUS     PIC XX VALUE '00'.
       01  WS-CARRY-STATUS         PIC XX VALUE '00'.
       01  WS-CARRY-EOF            PIC X VALUE 'N'.
       01  WS-ITEMS-CARRIED        PIC 9(7) VALUE 0.  *> 顺延到下一营业日的采集项数
       01  WS-SYSSTAT-STATUS       PIC XX VALUE '00'.
       01  WS-FINAL-DRAIN          PIC X VALUE 'N'.  *> 'Y'=日切后的当日收尾班

       PROCEDURE DIVISION.

           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM ADVANCE-INTRADAY-CYCLE.
           PERFORM CHECK-FINAL-DRAIN.
           PERFORM OPEN-DAY-ARCHIVES.
           OPEN OUTPUT CARRY-FILE.
           IF WS-CARRY-STATUS NOT = '00'
               DISPLAY "Error opening CAPTURE_CARRY.DAT. "
                   "File Status: " WS-CARRY-STATUS
               STOP RUN
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SW-ACCOUNT-ID
               INPUT PROCEDURE IS COLLECT-CAPTURED-ITEMS
               OUTPUT PROCEDURE IS WRITE-TRANSACTION-BATCH.
           CLOSE CAPTURE-DAYFILE BATCH-DAYFILE CARRY-FILE.
           PERFORM CLEAR-CAPTURE-FILE.
           IF WS-ITEMS-CARRIED > 0
               PERFORM RESTORE-CARRIED-ITEMS
           END-IF.
           IF WS-FINAL-DRAIN = 'Y'
               PERFORM RECORD-FINAL-DRAIN
           END-IF.
           DISPLAY "===== CAPTURE DRAIN SUMMARY =====".
           DISPLAY "Intraday cycle : " WS-CYCLE-NUMBER.
           DISPLAY "Items captured : " WS-ITEMS-READ.
           DISPLAY "Carried forward: " WS-ITEMS-CARRIED.
           DISPLAY "Batch details  : " WS-DETAIL-COUNT
               " net " WS-NET-AMOUNT.
           STOP RUN.
                       AT END
                           MOVE 'Y' TO WS-CAPTURE-EOF
                       NOT AT END
                           IF TC-CAPTURE-DATE > WS-EFFECTIVE-DATE
                               WRITE CARRY-RECORD FROM CAPTURE-RECORD
                               ADD 1 TO WS-ITEMS-CARRIED
                           ELSE
                               PERFORM RELEASE-CAPTURED-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPTURE-FILE
           END-IF.

       RELEASE-CAPTURED-ITEM.
           ADD 1 TO WS-ITEMS-READ.
           PERFORM ARCHIVE-CAPTURED-ITEM.
           MOVE TC-ACCOUNT-ID TO SW-ACCOUNT-ID.
           MOVE TC-TXN-TYPE TO SW-TXN-TYPE.
           MOVE TC-AMOUNT TO SW-AMOUNT.
           MOVE TC-CAPTURE-DATE TO SW-CAPTURE-DATE.
           MOVE TC-TO-ACCOUNT-ID TO SW-TO-ACCOUNT-ID.
           MOVE TC-INSTRUMENT TO SW-INSTRUMENT.
           RELEASE SORT-WORK-RECORD.

       CHECK-FINAL-DRAIN.
      *> 联机已就当日日切（批窗 'B'）：本班即当日收尾班；控制档
      *> 未建（转换期）或尚未日切按普通日内班处理
           MOVE 'N' TO WS-FINAL-DRAIN.
           OPEN INPUT SYSTEM-STATUS-FILE.
           IF WS-SYSSTAT-STATUS = '00'
               MOVE 'ONLINE' TO SST-CONTROL-KEY
               READ SYSTEM-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SST-ONLINE-STATUS = 'B' AND
                               SST-CUTOFF-DATE = WS-EFFECTIVE-DATE
                           MOVE 'Y' TO WS-FINAL-DRAIN
                       END-IF
               END-READ
               CLOSE SYSTEM-STATUS-FILE
           END-IF.
           IF WS-FINAL-DRAIN = 'Y'
               DISPLAY "Online cut off - cycle " WS-CYCLE-NUMBER
                   " is the closing drain for " WS-EFFECTIVE-DATE
           END-IF.

       RECORD-FINAL-DRAIN.
      *> 收尾班跑完：班次登记进联机状态控制档
           OPEN I-O SYSTEM-STATUS-FILE.
           IF WS-SYSSTAT-STATUS NOT = '00'
               DISPLAY "*** SYSTEM_STATUS.DAT not available - "
                   "closing drain not recorded ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'ONLINE' TO SST-CONTROL-KEY.
           READ SYSTEM-STATUS-FILE
               INVALID KEY
                   DISPLAY "*** Online status record missing - "
                       "closing drain not recorded ***"
               NOT INVALID KEY
                   MOVE WS-CYCLE-NUMBER TO SST-DRAIN-CYCLE
                   REWRITE SYSTEM-STATUS-RECORD
           END-READ.
           CLOSE SYSTEM-STATUS-FILE.

       RESTORE-CARRIED-ITEMS.
      *> 顺延项放回刚清空的采集落地文件，下一营业日第一班成批
           OPEN INPUT CARRY-FILE.
           OPEN OUTPUT CAPTURE-FILE.
           MOVE 'N' TO WS-CARRY-EOF.
           PERFORM UNTIL WS-CARRY-EOF = 'Y'
               READ CARRY-FILE
                   AT END
                       MOVE 'Y' TO WS-CARRY-EOF
                   NOT AT END
                       WRITE CAPTURE-RECORD FROM CARRY-RECORD
               END-READ
           END-PERFORM.
           CLOSE CARRY-FILE CAPTURE-FILE.
           DISPLAY WS-ITEMS-CARRIED " item(s) dated after "
               WS-EFFECTIVE-DATE " carried to the next cycle.".

       WRITE-TRANSACTION-BATCH.
           OPEN OUTPUT TXN-OUTPUT-FILE.
           IF WS-TXN-OUT-STATUS NOT = '00'
           MOVE TC-CAPTURE-DATE TO CDF-CAPTURE-DATE.
           MOVE TC-CAPTURE-TIME TO CDF-CAPTURE-TIME.
           MOVE WS-CYCLE-NUMBER TO CDF-CYCLE-NUMBER.
           MOVE TC-INSTRUMENT TO CDF-INSTRUMENT.
           MOVE TC-OVERRIDE-TELLER TO CDF-OVERRIDE-TELLER.
           MOVE TC-TO-ACCOUNT-ID TO CDF-TO-ACCOUNT-ID.
           WRITE CAPTURE-DAYFILE-RECORD.

       WRITE-ONE-CAPTURE-TXN.
           MOVE 0 TO TXN-ACCOUNT-BALANCE.
           MOVE 'N' TO TXN-BALANCE-PRESENT.
           MOVE SW-AMOUNT TO TXN-AMOUNT.
           MOVE SW-TO-ACCOUNT-ID TO TXN-TO-ACCOUNT-ID.
      *    起息日取采集日期：跨日切的采集按原日起息
           MOVE SW-CAPTURE-DATE TO TXN-VALUE-DATE.
      *    存入工具随行带上：支票存入由过账登记未收妥资金
           MOVE SW-INSTRUMENT TO TXN-INSTRUMENT.
           WRITE TRANSACTION-RECORD.
           MOVE SW-ACCOUNT-ID TO CBD-ACCOUNT-ID.
           MOVE SW-TXN-TYPE TO CBD-TXN-TYPE.
           WRITE BATCH-DAYFILE-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD SW-ACCOUNT-ID TO WS-HASH-TOTAL.
      *    转账两腿一借一贷，不进存取净额（与批控制核对同口径）
           IF SW-TXN-TYPE = 'P'
               ADD SW-AMOUNT TO WS-NET-AMOUNT
           END-IF.
           IF SW-TXN-TYPE = 'W'
               SUBTRACT SW-AMOUNT FROM WS-NET-AMOUNT
           END-IF.

