       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. CustomerAlertFeed.  *> 客户交易提醒的出站通知文件

      *> 客户交易提醒：PostingAlertMonitor 只给行内出告警，客户
      *> 自己想第一时间知道大额借记、余额过低、退票和新冻结。本
      *> 作业在每个日内过账班次（含夜间主批）之后运行，按客户在
      *> ALERT_SUBSCRIPTIONS.DAT 上的订阅筛出要提醒的事件：
      *>   DEBT 大额借记：当日过账流水里的支取/转出，单笔达到订阅
      *>        的借记起点；
      *>   LOWB 低余额  ：过账使余额由订阅起点以上跌到起点以下；
      *>   RETN 退票    ：退票项档上当日首次登记的退票；
      *>   HOLD 冻结    ：冻结档上近 7 天内起效的生效冻结。
      *> 通知写入短信/邮件网关取用的 ALERT_NOTIFY.DAT（网关按提醒
      *> 代码和函件语言套模板），出站清单 TRANSMIT_MANIFEST.DAT
      *> 追加一条供网关核对。收件人是对该账户单独订阅的各持有人，
      *> 加上未对该账户单独订阅的开户人的缺省订阅；联系方式取
      *> 客户主档，停用或已收到身故通知的客户不发。
      *> 去重：每发一条（或延后一条）都记入提醒日志 ALERT_LOG.DAT，
      *> 主键为 账户+客户+提醒代码+通道+事件参照，同键已在日志上
      *> 的不再发——流水逐日追加、班次间重扫、作业重跑都不重发：
      *>   DEBT 事件参照 = 业务日期+班次+班内流水序号（逐笔）
      *>   LOWB 事件参照 = 业务日期（同户每天至多一次）
      *>   RETN 事件参照 = 退票序号+首次退票日期
      *>   HOLD 事件参照 = 协执文书编号+冻结起始日期
      *> 免打扰：只约束短信。时段内产生的短信记日志状态 'D' 不发，
      *> 之后每次运行先扫日志，已出时段的补发；延后超过参数天数
      *> 的不再补发，置 'X'（过时的余额提醒比不发更误导）。已发/
      *> 作废的日志保留参数天数后清除。
      *> 参数 CUST_ALERT_PARM.DAT（缺档按缺省）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   当日过账流水（交易明细 + 主档前后镜像），各班次逐日追加
           SELECT JOURNAL-FILE ASSIGN TO "ACCOUNT_UPDATE_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *>   客户交易提醒订阅档
           SELECT SUBSCRIPTION-FILE ASSIGN TO "ALERT_SUBSCRIPTIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASB-KEY
               FILE STATUS IS WS-SUB-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档：联系方式/语言
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件：开户人/余额/币种
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RETURNED-ITEM-FILE ASSIGN TO "RETURNED_ITEMS.DAT"  *> 退票项档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTI-KEY
               FILE STATUS IS WS-RETITEM-STATUS.

           SELECT HOLD-MASTER-FILE ASSIGN TO "ACCOUNT_HOLDS.DAT"  *> 司法冻结/止付档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AHL-ACCOUNT-ID
               FILE STATUS IS WS-HOLD-STATUS.

      *>   提醒日志：去重与免打扰延后
           SELECT ALERT-LOG-FILE ASSIGN TO "ALERT_LOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALG-KEY
               FILE STATUS IS WS-ALERTLOG-STATUS.

           SELECT NOTIFY-FILE ASSIGN TO "ALERT_NOTIFY.DAT"  *> 短信/邮件网关通知文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "TRANSMIT_MANIFEST.DAT"  *> 出站文件传输清单
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT ALERT-PARM-FILE ASSIGN TO "CUST_ALERT_PARM.DAT"  *> 日志保留/延后时限参数
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *>   日内批次序号控制档：与 TellerCaptureBatch 同一份
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "INTRADAY_CYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.  *> 与 AccountMasterUpdate 的过账流水同布局
       01  JOURNAL-RECORD.
           05 JRN-ACCOUNT-ID        PIC 9(8).
           05 JRN-TXN-TYPE          PIC X.
           05 JRN-TXN-AMOUNT        PIC 9(9)V99.
           05 JRN-TO-ACCOUNT-ID     PIC 9(8).  *> 'T' 的转入账户；等于本账户的是贷记腿
           05 JRN-BEFORE-IMAGE.
               10 JRNB-ACCOUNT-ID       PIC 9(8).
               10 FILLER                PIC X(10).
               10 JRNB-ACCOUNT-BALANCE  PIC S9(7)V99.
               10 FILLER                PIC X(35).
           05 JRN-AFTER-IMAGE.
               10 JRNA-ACCOUNT-ID       PIC 9(8).
               10 FILLER                PIC X(10).
               10 JRNA-ACCOUNT-BALANCE  PIC S9(7)V99.
               10 FILLER                PIC X(9).
               10 JRNA-CURRENCY-CODE    PIC X(3).
               10 FILLER                PIC X.
               10 JRNA-CUSTOMER-ID      PIC 9(6).
               10 FILLER                PIC X(16).
           05 JRN-CYCLE-NUMBER      PIC 9(3).
           05 FILLER                PIC X(11).  *> 跨币种折算金额，本作业不使用
           05 JRN-BUSINESS-DATE     PIC 9(8).
           05 FILLER                PIC X.  *> 费用标志，本作业不使用
           05 FILLER                PIC X(34).  *> 流水顺序号/起息日/冲正引用，本作业不使用
           05 FILLER                PIC X(16).  *> 交易参考号，本作业不使用

       FD  SUBSCRIPTION-FILE.
       01  SUBSCRIPTION-RECORD.
           COPY ALERTSUB.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  RETURNED-ITEM-FILE.
       01  RETURNED-ITEM-RECORD.
           COPY RETITEM.

       FD  HOLD-MASTER-FILE.
       01  HOLD-RECORD.
           COPY ACCTHOLD.

       FD  ALERT-LOG-FILE.  *> 提醒日志文件描述符
       01  ALERT-LOG-RECORD.
           05 ALG-KEY.
               10 ALG-ACCOUNT-ID    PIC 9(8).  *> 事件账户ID
               10 ALG-CUSTOMER-ID   PIC 9(6).  *> 收件客户号
               10 ALG-ALERT-CODE    PIC X(4).  *> DEBT/LOWB/RETN/HOLD
               10 ALG-CHANNEL       PIC X.  *> 'S'=短信 'E'=邮件
               10 ALG-EVENT-REF     PIC X(20).  *> 事件参照，见程序头
           05 ALG-STATUS            PIC X.  *> 'S'=已发 'D'=免打扰延后 'X'=延后过时作废
           05 ALG-LOG-DATE          PIC 9(8).  *> 事件筛出的业务日期
           05 ALG-SENT-DATE         PIC 9(8).  *> 发出的业务日期，0=未发
           05 ALG-MESSAGE-ID        PIC X(20).  *> 发出的通知号
           05 ALG-QUIET-START       PIC 9(4).  *> 订阅上的免打扰起点（补发时判定）
           05 ALG-QUIET-END         PIC 9(4).  *> 订阅上的免打扰止点
           05 ALG-NOTIFY-IMAGE      PIC X(154).  *> 整条通知记录，延后补发时原样写出

       FD  NOTIFY-FILE.  *> 网关通知文件：一条一则短信或邮件
       01  NOTIFY-RECORD.
           05 ANT-MESSAGE-ID        PIC X(20).  *> 通知号：运行日期+时间+序号
           05 ANT-CHANNEL           PIC X.  *> 'S'=短信 'E'=邮件
           05 ANT-CONTACT           PIC X(40).  *> 手机号或电子邮箱
           05 ANT-CUSTOMER-ID       PIC 9(6).
           05 ANT-CUSTOMER-NAME     PIC X(30).
           05 ANT-LANGUAGE-CODE     PIC X(2).  *> 模板语言，空白按网关缺省
           05 ANT-ACCOUNT-MASKED    PIC X(8).  *> 账号只露末四位
           05 ANT-ALERT-CODE        PIC X(4).  *> DEBT/LOWB/RETN/HOLD
           05 ANT-EVENT-DATE        PIC 9(8).  *> 事件业务日期
           05 ANT-AMOUNT            PIC 9(9)V99.  *> DEBT/RETN=交易金额 LOWB=订阅起点 HOLD=止付金额
           05 ANT-BALANCE           PIC S9(7)V99.  *> 事件后的账户余额
           05 ANT-CURRENCY-CODE     PIC X(3).
           05 ANT-REFERENCE         PIC X(12).  *> DEBT/RETN=交易类型 HOLD=协执文书编号

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           COPY TRNMAN.

       FD  ALERT-PARM-FILE.
       01  ALERT-PARM-RECORD.
           05 CAP-LOG-RETAIN-DAYS   PIC 9(3).  *> 已发/作废日志保留天数
           05 CAP-STALE-DAYS        PIC 9(2).  *> 延后短信超过此天数不再补发

       FD  CYCLE-CONTROL-FILE.  *> 与 TellerCaptureBatch 同一份日内批次序号布局
       01  CYCLE-CONTROL-RECORD.
           05 ICY-CYCLE-NUMBER      PIC 9(3).
           05 ICY-BUSINESS-DATE     PIC 9(8).
           05 ICY-LAST-TIME         PIC 9(8).

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS       PIC XX VALUE '00'.
       01  WS-SUB-STATUS           PIC XX VALUE '00'.
       01  WS-CUST-STATUS          PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-RETITEM-STATUS       PIC XX VALUE '00'.
       01  WS-HOLD-STATUS          PIC XX VALUE '00'.
       01  WS-ALERTLOG-STATUS      PIC XX VALUE '00'.
       01  WS-NOTIFY-STATUS        PIC XX VALUE '00'.
       01  WS-MANIFEST-STATUS      PIC XX VALUE '00'.
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-CYCLE-STATUS         PIC XX VALUE '00'.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.
       01  WS-SUB-OPEN             PIC X VALUE 'N'.  *> 'Y' 表示订阅档可用
       01  WS-JOURNAL-EOF          PIC X VALUE 'N'.
       01  WS-RETITEM-EOF          PIC X VALUE 'N'.
       01  WS-HOLD-EOF             PIC X VALUE 'N'.
       01  WS-LOG-EOF              PIC X VALUE 'N'.
       01  WS-SUB-EOF              PIC X VALUE 'N'.

      *> 日期与时刻
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01  WS-CYCLE-NUMBER         PIC 9(3) VALUE 0.  *> 本次运行所在的日内班次，0=夜间主批
       01  WS-LOG-RETAIN-DAYS      PIC 9(3) VALUE 35.  *> 缺省日志保留天数
       01  WS-STALE-DAYS           PIC 9(2) VALUE 2.  *> 缺省延后时限天数
       01  WS-HOLD-LOOKBACK-DAYS   PIC 9(2) VALUE 7.  *> 冻结起始日回看天数
       01  WS-PURGE-BEFORE-DATE    PIC 9(8) VALUE 0.  *> 早于此日的已发/作废日志清除
       01  WS-STALE-BEFORE-DATE    PIC 9(8) VALUE 0.  *> 早于此日筛出的延后短信作废
       01  WS-HOLD-FROM-DATE       PIC 9(8) VALUE 0.  *> 冻结起始日不早于此日的才提醒
       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-RUN-TIME             PIC 9(8) VALUE 0.
       01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
           05 WS-RUN-HHMM          PIC 9(4).
           05 WS-RUN-SSCC          PIC 9(4).
       01  WS-MANIFEST-DATE        PIC 9(8) VALUE 0.
       01  WS-MANIFEST-TIME        PIC 9(8) VALUE 0.

      *> 当前事件
       01  WS-EVT-CODE             PIC X(4) VALUE SPACES.  *> DEBT/LOWB/RETN/HOLD
       01  WS-EVT-ACCOUNT-ID       PIC 9(8) VALUE 0.
       01  WS-EVT-OWNER-ID         PIC 9(6) VALUE 0.  *> 开户人客户号（缺省订阅的归属）
       01  WS-EVT-AMOUNT           PIC 9(9)V99 VALUE 0.
       01  WS-EVT-BEFORE-BALANCE   PIC S9(7)V99 VALUE 0.
       01  WS-EVT-BALANCE          PIC S9(7)V99 VALUE 0.
       01  WS-EVT-CURRENCY         PIC X(3) VALUE SPACES.
       01  WS-EVT-REF              PIC X(20) VALUE SPACES.
       01  WS-EVT-REFERENCE        PIC X(12) VALUE SPACES.
       01  WS-OWNER-SUBSCRIBED     PIC X VALUE 'N'.  *> 'Y'=开户人对本账户有单独订阅（含已撤销）
       01  WS-NTF-AMOUNT           PIC 9(9)V99 VALUE 0.

      *> 事件参照的拼装
       01  WS-DEBT-REF.
           05 FILLER                PIC X VALUE 'J'.
           05 WS-DREF-DATE          PIC 9(8).
           05 WS-DREF-CYCLE         PIC 9(3).
           05 WS-DREF-ORDINAL       PIC 9(7).
       01  WS-LOWB-REF.
           05 FILLER                PIC X VALUE 'B'.
           05 WS-LREF-DATE          PIC 9(8).
       01  WS-RETN-REF.
           05 FILLER                PIC X VALUE 'R'.
           05 WS-RREF-SEQUENCE      PIC 9(5).
           05 WS-RREF-DATE          PIC 9(8).
       01  WS-HOLD-REF.
           05 WS-HREF-ORDER-REF     PIC X(12).
           05 WS-HREF-DATE          PIC 9(8).
       01  WS-JRN-PREV-CYCLE       PIC 9(3) VALUE 0.
       01  WS-JRN-ORDINAL          PIC 9(7) VALUE 0.  *> 班内流水序号

      *> 发送
       01  WS-SEND-CHANNEL         PIC X VALUE SPACE.
       01  WS-SEND-CONTACT         PIC X(40) VALUE SPACES.
       01  WS-CHK-START            PIC 9(4) VALUE 0.
       01  WS-CHK-END              PIC 9(4) VALUE 0.
       01  WS-IN-QUIET             PIC X VALUE 'N'.  *> 'Y'=当前处于免打扰时段
       01  WS-MASK-SOURCE          PIC 9(8) VALUE 0.
       01  WS-MASK-PARTS REDEFINES WS-MASK-SOURCE.
           05 FILLER                PIC X(4).
           05 WS-MASK-LAST4         PIC X(4).
       01  WS-MESSAGE-ID.
           05 WS-MID-DATE           PIC 9(8).
           05 WS-MID-TIME           PIC 9(6).
           05 WS-MID-SEQUENCE       PIC 9(6) VALUE 0.

      *> 统计
       01  WS-JOURNAL-SCANNED      PIC 9(7) VALUE 0.  *> 扫过的当日流水数
       01  WS-EVENTS-FOUND         PIC 9(7) VALUE 0.  *> 候选事件数
       01  WS-SENT-COUNT           PIC 9(7) VALUE 0.  *> 写入通知文件的条数（含补发）
       01  WS-RELEASED-COUNT       PIC 9(7) VALUE 0.  *> 其中免打扰延后补发的
       01  WS-DEFERRED-COUNT       PIC 9(7) VALUE 0.  *> 本次延后的
       01  WS-EXPIRED-COUNT        PIC 9(7) VALUE 0.  *> 延后过时作废的
       01  WS-DUPLICATE-COUNT      PIC 9(7) VALUE 0.  *> 日志上已有、去重跳过的
       01  WS-NO-CONTACT-COUNT     PIC 9(7) VALUE 0.  *> 缺联系方式跳过的
       01  WS-INACTIVE-COUNT       PIC 9(7) VALUE 0.  *> 客户停用/身故/不在档跳过的
       01  WS-PURGED-COUNT         PIC 9(7) VALUE 0.  *> 清除的过期日志
       01  WS-NOTIFY-TOTAL         PIC S9(13)V99 VALUE 0.  *> 通知金额合计（出站清单）

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-CYCLE-NUMBER.
           PERFORM READ-ALERT-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-MID-DATE.
           MOVE WS-RUN-TIME(1:6) TO WS-MID-TIME.
           DISPLAY "Customer alert feed for " WS-BUSINESS-DATE
               " cycle " WS-CYCLE-NUMBER " at " WS-RUN-HHMM.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY "Error opening customer master. File Status: "
                   WS-CUST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               CLOSE CUSTOMER-MASTER-FILE
               STOP RUN
           END-IF.
           OPEN INPUT SUBSCRIPTION-FILE.
           IF WS-SUB-STATUS = '00'
               MOVE 'Y' TO WS-SUB-OPEN
           ELSE
               DISPLAY "ALERT_SUBSCRIPTIONS.DAT not available - only "
                   "deferred alerts released."
           END-IF.
      *    首次运行时日志还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O ALERT-LOG-FILE.
           IF WS-ALERTLOG-STATUS NOT = '00'
               OPEN OUTPUT ALERT-LOG-FILE
               CLOSE ALERT-LOG-FILE
               OPEN I-O ALERT-LOG-FILE
               IF WS-ALERTLOG-STATUS NOT = '00'
                   DISPLAY "Error opening alert log. File Status: "
                       WS-ALERTLOG-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT NOTIFY-FILE.
           IF WS-NOTIFY-STATUS NOT = '00'
               DISPLAY "Error opening alert notification file. "
                   "File Status: " WS-NOTIFY-STATUS
               STOP RUN
           END-IF.

      *    先补发已出免打扰时段的延后短信、清过期日志，再筛本班事件
           PERFORM RELEASE-DEFERRED-ALERTS.
           IF WS-SUB-OPEN = 'Y'
               PERFORM SCAN-POSTING-JOURNAL
               PERFORM SCAN-RETURNED-ITEMS
               PERFORM SCAN-NEW-HOLDS
               CLOSE SUBSCRIPTION-FILE
           END-IF.

           CLOSE NOTIFY-FILE ALERT-LOG-FILE MASTER-FILE
               CUSTOMER-MASTER-FILE.
           PERFORM WRITE-TRANSMIT-MANIFEST.
           DISPLAY "===== CUSTOMER ALERT FEED SUMMARY =====".
           DISPLAY "Journal items scanned : " WS-JOURNAL-SCANNED.
           DISPLAY "Candidate events      : " WS-EVENTS-FOUND.
           DISPLAY "Notifications written : " WS-SENT-COUNT
               " (released from quiet hours: " WS-RELEASED-COUNT ")".
           DISPLAY "Deferred (quiet hours): " WS-DEFERRED-COUNT
               " expired: " WS-EXPIRED-COUNT.
           DISPLAY "Duplicates skipped    : " WS-DUPLICATE-COUNT.
           DISPLAY "No contact / inactive : " WS-NO-CONTACT-COUNT
               " / " WS-INACTIVE-COUNT.
           DISPLAY "Log entries purged    : " WS-PURGED-COUNT.
           STOP RUN.

       READ-BUSINESS-DATE.
      *> 事件按中央业务日期控制档取当日，缺档即停（按错日期筛
      *> 会把整天的提醒重发或漏发）
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS NOT = '00'
               DISPLAY "BUSINESS_DATE.DAT not available - run "
                   "stopped."
               STOP RUN
           END-IF.
           READ BUSDATE-FILE
               AT END
                   DISPLAY "BUSINESS_DATE.DAT empty - run stopped."
                   STOP RUN
           END-READ.
           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
           CLOSE BUSDATE-FILE.

       READ-CYCLE-NUMBER.
      *> 日内班次只用于显示；控制档缺失或非当日按夜间主批
           OPEN INPUT CYCLE-CONTROL-FILE.
           IF WS-CYCLE-STATUS = '00'
               READ CYCLE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ICY-BUSINESS-DATE = WS-BUSINESS-DATE
                           MOVE ICY-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE CYCLE-CONTROL-FILE
           END-IF.

       READ-ALERT-PARAMETERS.
      *> 日志保留天数至少要盖过冻结回看天数，否则清掉的冻结
      *> 提醒会被重发
           OPEN INPUT ALERT-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ ALERT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAP-LOG-RETAIN-DAYS NUMERIC AND
                               CAP-LOG-RETAIN-DAYS >
                               WS-HOLD-LOOKBACK-DAYS
                           MOVE CAP-LOG-RETAIN-DAYS
                               TO WS-LOG-RETAIN-DAYS
                       END-IF
                       IF CAP-STALE-DAYS NUMERIC AND
                               CAP-STALE-DAYS > 0
                           MOVE CAP-STALE-DAYS TO WS-STALE-DAYS
                       END-IF
               END-READ
               CLOSE ALERT-PARM-FILE
           END-IF.
           COMPUTE WS-PURGE-BEFORE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) -
               WS-LOG-RETAIN-DAYS).
           COMPUTE WS-STALE-BEFORE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) -
               WS-STALE-DAYS).
           COMPUTE WS-HOLD-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) -
               WS-HOLD-LOOKBACK-DAYS).

       RELEASE-DEFERRED-ALERTS.
      *> 扫整份提醒日志：延后的短信已出时段即补发，延后过时的
      *> 作废；已发/作废的过了保留期清除
           MOVE LOW-VALUES TO ALG-KEY.
           START ALERT-LOG-FILE KEY IS NOT LESS THAN ALG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LOG-EOF
           END-START.
           PERFORM UNTIL WS-LOG-EOF = 'Y'
               READ ALERT-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       IF ALG-STATUS = 'D'
                           PERFORM RELEASE-ONE-DEFERRED
                       ELSE
                           IF ALG-LOG-DATE < WS-PURGE-BEFORE-DATE
                               DELETE ALERT-LOG-FILE RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-PURGED-COUNT
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-DEFERRED.
           IF ALG-LOG-DATE < WS-STALE-BEFORE-DATE
               MOVE 'X' TO ALG-STATUS
               REWRITE ALERT-LOG-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-EXPIRED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE ALG-QUIET-START TO WS-CHK-START.
           MOVE ALG-QUIET-END TO WS-CHK-END.
           PERFORM CHECK-QUIET-HOURS.
           IF WS-IN-QUIET = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE ALG-NOTIFY-IMAGE TO NOTIFY-RECORD.
           PERFORM WRITE-NOTIFY-RECORD.
           MOVE 'S' TO ALG-STATUS.
           MOVE WS-BUSINESS-DATE TO ALG-SENT-DATE.
           MOVE ANT-MESSAGE-ID TO ALG-MESSAGE-ID.
           REWRITE ALERT-LOG-RECORD
               INVALID KEY
                   DISPLAY "Alert log rewrite failed: " ALG-KEY
           END-REWRITE.
           ADD 1 TO WS-RELEASED-COUNT.

       SCAN-POSTING-JOURNAL.
      *> 流水逐日追加不清档，只取当日各班次的记录；班次间重扫
      *> 由提醒日志去重
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY "Update journal not available - no posting "
                   "alerts this run."
               EXIT PARAGRAPH
           END-IF.
           MOVE 999 TO WS-JRN-PREV-CYCLE.
           PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JOURNAL-EOF
                   NOT AT END
                       IF JRN-BUSINESS-DATE = WS-BUSINESS-DATE
                           PERFORM CHECK-ONE-JOURNAL-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       CHECK-ONE-JOURNAL-ITEM.
      *> 班内流水序号按班次重新起算，作为大额借记的事件参照
           IF JRN-CYCLE-NUMBER NOT = WS-JRN-PREV-CYCLE
               MOVE JRN-CYCLE-NUMBER TO WS-JRN-PREV-CYCLE
               MOVE 0 TO WS-JRN-ORDINAL
           END-IF.
           ADD 1 TO WS-JRN-ORDINAL.
           ADD 1 TO WS-JOURNAL-SCANNED.
      *    新开户/销户流水没有前后两面镜像，不构成借记或余额下跌
           IF JRNB-ACCOUNT-ID = 0 OR JRNA-ACCOUNT-ID = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE JRN-ACCOUNT-ID TO WS-EVT-ACCOUNT-ID.
           MOVE JRNA-CUSTOMER-ID TO WS-EVT-OWNER-ID.
           MOVE JRNB-ACCOUNT-BALANCE TO WS-EVT-BEFORE-BALANCE.
           MOVE JRNA-ACCOUNT-BALANCE TO WS-EVT-BALANCE.
           MOVE JRNA-CURRENCY-CODE TO WS-EVT-CURRENCY.
           MOVE SPACES TO WS-EVT-REFERENCE.
           MOVE JRN-TXN-TYPE TO WS-EVT-REFERENCE.
      *    借记：支取/强制支取，及转账的转出腿（转入账户不是本户）
           IF JRN-TXN-TYPE = 'W' OR JRN-TXN-TYPE = 'O' OR
                   (JRN-TXN-TYPE = 'T' AND
                    JRN-TO-ACCOUNT-ID NOT = JRN-ACCOUNT-ID)
               MOVE 'DEBT' TO WS-EVT-CODE
               MOVE JRN-TXN-AMOUNT TO WS-EVT-AMOUNT
               MOVE WS-BUSINESS-DATE TO WS-DREF-DATE
               MOVE JRN-CYCLE-NUMBER TO WS-DREF-CYCLE
               MOVE WS-JRN-ORDINAL TO WS-DREF-ORDINAL
               MOVE WS-DEBT-REF TO WS-EVT-REF
               PERFORM DISPATCH-ONE-EVENT
           END-IF.
           IF WS-EVT-BALANCE < WS-EVT-BEFORE-BALANCE
               MOVE 'LOWB' TO WS-EVT-CODE
               MOVE 0 TO WS-EVT-AMOUNT
               MOVE SPACES TO WS-EVT-REFERENCE
               MOVE WS-BUSINESS-DATE TO WS-LREF-DATE
               MOVE WS-LOWB-REF TO WS-EVT-REF
               PERFORM DISPATCH-ONE-EVENT
           END-IF.

       SCAN-RETURNED-ITEMS.
      *> 当日首次登记的退票项
           OPEN INPUT RETURNED-ITEM-FILE.
           IF WS-RETITEM-STATUS NOT = '00'
               DISPLAY "RETURNED_ITEMS.DAT not available - no "
                   "returned item alerts this run."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RETITEM-EOF = 'Y'
               READ RETURNED-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RETITEM-EOF
                   NOT AT END
                       IF RTI-FIRST-DATE = WS-BUSINESS-DATE
                           PERFORM CHECK-ONE-RETURNED-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETURNED-ITEM-FILE.

       CHECK-ONE-RETURNED-ITEM.
           MOVE RTI-ACCOUNT-ID TO WS-EVT-ACCOUNT-ID.
           PERFORM LOAD-EVENT-ACCOUNT.
           MOVE 'RETN' TO WS-EVT-CODE.
           MOVE RTI-AMOUNT TO WS-EVT-AMOUNT.
           MOVE SPACES TO WS-EVT-REFERENCE.
           MOVE RTI-TXN-TYPE TO WS-EVT-REFERENCE.
           MOVE RTI-SEQUENCE TO WS-RREF-SEQUENCE.
           MOVE RTI-FIRST-DATE TO WS-RREF-DATE.
           MOVE WS-RETN-REF TO WS-EVT-REF.
           PERFORM DISPATCH-ONE-EVENT.

       SCAN-NEW-HOLDS.
      *> 近几日内起效的生效冻结；冻结档只存一条当前冻结，换新
      *> 文书时起始日/文书号变了即作新事件
           OPEN INPUT HOLD-MASTER-FILE.
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY "ACCOUNT_HOLDS.DAT not available - no hold "
                   "alerts this run."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF AHL-STATUS = 'A' AND
                               AHL-START-DATE <= WS-BUSINESS-DATE AND
                               AHL-START-DATE >= WS-HOLD-FROM-DATE
                           PERFORM CHECK-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-MASTER-FILE.

       CHECK-ONE-HOLD.
           MOVE AHL-ACCOUNT-ID TO WS-EVT-ACCOUNT-ID.
           PERFORM LOAD-EVENT-ACCOUNT.
           MOVE 'HOLD' TO WS-EVT-CODE.
           IF AHL-HOLD-TYPE = 'A'
               MOVE AHL-HOLD-AMOUNT TO WS-EVT-AMOUNT
           ELSE
               MOVE 0 TO WS-EVT-AMOUNT
           END-IF.
           MOVE AHL-ORDER-REF TO WS-EVT-REFERENCE.
           MOVE AHL-ORDER-REF TO WS-HREF-ORDER-REF.
           MOVE AHL-START-DATE TO WS-HREF-DATE.
           MOVE WS-HOLD-REF TO WS-EVT-REF.
           PERFORM DISPATCH-ONE-EVENT.

       LOAD-EVENT-ACCOUNT.
      *> 退票/冻结事件的开户人、余额、币种取账户主文件；账户已
      *> 不在档的只发给单独订阅了该账户的持有人
           MOVE WS-EVT-ACCOUNT-ID TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 0 TO WS-EVT-OWNER-ID
                   MOVE 0 TO WS-EVT-BALANCE
                   MOVE SPACES TO WS-EVT-CURRENCY
               NOT INVALID KEY
                   MOVE CUSTOMER-ID TO WS-EVT-OWNER-ID
                   MOVE ACCOUNT-BALANCE TO WS-EVT-BALANCE
                   MOVE CURRENCY-CODE TO WS-EVT-CURRENCY
           END-READ.
           MOVE WS-EVT-BALANCE TO WS-EVT-BEFORE-BALANCE.

       DISPATCH-ONE-EVENT.
      *> 收件人：对本账户单独订阅的各持有人；开户人对本账户没有
      *> 单独订阅（含已撤销的）时，再看开户人的缺省订阅
           ADD 1 TO WS-EVENTS-FOUND.
           MOVE 'N' TO WS-OWNER-SUBSCRIBED.
           MOVE 'N' TO WS-SUB-EOF.
           MOVE WS-EVT-ACCOUNT-ID TO ASB-ACCOUNT-ID.
           MOVE 0 TO ASB-CUSTOMER-ID.
           START SUBSCRIPTION-FILE KEY IS NOT LESS THAN ASB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUB-EOF
           END-START.
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ SUBSCRIPTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF ASB-ACCOUNT-ID NOT = WS-EVT-ACCOUNT-ID
                           MOVE 'Y' TO WS-SUB-EOF
                       ELSE
                           IF ASB-CUSTOMER-ID = WS-EVT-OWNER-ID
                               MOVE 'Y' TO WS-OWNER-SUBSCRIBED
                           END-IF
                           IF ASB-STATUS = 'A'
                               PERFORM APPLY-ONE-SUBSCRIPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OWNER-SUBSCRIBED = 'Y' OR WS-EVT-OWNER-ID = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ASB-ACCOUNT-ID.
           MOVE WS-EVT-OWNER-ID TO ASB-CUSTOMER-ID.
           READ SUBSCRIPTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ASB-STATUS = 'A'
                       PERFORM APPLY-ONE-SUBSCRIPTION
                   END-IF
           END-READ.

       APPLY-ONE-SUBSCRIPTION.
      *> 按订阅的起点/开关判定这个客户要不要这条提醒
           MOVE WS-EVT-AMOUNT TO WS-NTF-AMOUNT.
           EVALUATE WS-EVT-CODE
               WHEN 'DEBT'
                   IF ASB-DEBIT-THRESHOLD = 0 OR
                           WS-EVT-AMOUNT < ASB-DEBIT-THRESHOLD
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'LOWB'
                   IF ASB-LOW-BALANCE = 0 OR
                           WS-EVT-BEFORE-BALANCE < ASB-LOW-BALANCE OR
                           WS-EVT-BALANCE NOT < ASB-LOW-BALANCE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ASB-LOW-BALANCE TO WS-NTF-AMOUNT
               WHEN 'RETN'
                   IF ASB-RETURN-ALERT NOT = 'Y'
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'HOLD'
                   IF ASB-HOLD-ALERT NOT = 'Y'
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE.
      *    停用、已收到身故通知或不在档的客户不发
           MOVE ASB-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-INACTIVE-COUNT
                   EXIT PARAGRAPH
           END-READ.
           IF CM-STATUS = 'D' OR CM-DATE-OF-DEATH > 0
               ADD 1 TO WS-INACTIVE-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF ASB-CHANNEL = 'S' OR ASB-CHANNEL = 'B'
               MOVE 'S' TO WS-SEND-CHANNEL
               MOVE CM-PHONE-NUMBER TO WS-SEND-CONTACT
               PERFORM SEND-ON-CHANNEL
           END-IF.
           IF ASB-CHANNEL = 'E' OR ASB-CHANNEL = 'B'
               MOVE 'E' TO WS-SEND-CHANNEL
               MOVE CM-EMAIL-ADDRESS TO WS-SEND-CONTACT
               PERFORM SEND-ON-CHANNEL
           END-IF.

       SEND-ON-CHANNEL.
      *> 去重后发出或按免打扰延后，两种都记提醒日志
           IF WS-SEND-CONTACT = SPACES
               ADD 1 TO WS-NO-CONTACT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EVT-ACCOUNT-ID TO ALG-ACCOUNT-ID.
           MOVE ASB-CUSTOMER-ID TO ALG-CUSTOMER-ID.
           MOVE WS-EVT-CODE TO ALG-ALERT-CODE.
           MOVE WS-SEND-CHANNEL TO ALG-CHANNEL.
           MOVE WS-EVT-REF TO ALG-EVENT-REF.
           READ ALERT-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO NOTIFY-RECORD.
           MOVE WS-SEND-CHANNEL TO ANT-CHANNEL.
           MOVE WS-SEND-CONTACT TO ANT-CONTACT.
           MOVE CM-CUSTOMER-ID TO ANT-CUSTOMER-ID.
           MOVE CM-CUSTOMER-NAME TO ANT-CUSTOMER-NAME.
           MOVE CM-LANGUAGE-CODE TO ANT-LANGUAGE-CODE.
           MOVE WS-EVT-ACCOUNT-ID TO WS-MASK-SOURCE.
           MOVE '****' TO ANT-ACCOUNT-MASKED(1:4).
           MOVE WS-MASK-LAST4 TO ANT-ACCOUNT-MASKED(5:4).
           MOVE WS-EVT-CODE TO ANT-ALERT-CODE.
           MOVE WS-BUSINESS-DATE TO ANT-EVENT-DATE.
           MOVE WS-NTF-AMOUNT TO ANT-AMOUNT.
           MOVE WS-EVT-BALANCE TO ANT-BALANCE.
           MOVE WS-EVT-CURRENCY TO ANT-CURRENCY-CODE.
           MOVE WS-EVT-REFERENCE TO ANT-REFERENCE.
           MOVE WS-EVT-ACCOUNT-ID TO ALG-ACCOUNT-ID.
           MOVE ASB-CUSTOMER-ID TO ALG-CUSTOMER-ID.
           MOVE WS-EVT-CODE TO ALG-ALERT-CODE.
           MOVE WS-SEND-CHANNEL TO ALG-CHANNEL.
           MOVE WS-EVT-REF TO ALG-EVENT-REF.
           MOVE WS-BUSINESS-DATE TO ALG-LOG-DATE.
           MOVE ASB-QUIET-START TO ALG-QUIET-START.
           MOVE ASB-QUIET-END TO ALG-QUIET-END.
           MOVE 'N' TO WS-IN-QUIET.
           IF WS-SEND-CHANNEL = 'S'
               MOVE ASB-QUIET-START TO WS-CHK-START
               MOVE ASB-QUIET-END TO WS-CHK-END
               PERFORM CHECK-QUIET-HOURS
           END-IF.
           IF WS-IN-QUIET = 'Y'
               MOVE SPACES TO ANT-MESSAGE-ID
               MOVE 'D' TO ALG-STATUS
               MOVE 0 TO ALG-SENT-DATE
               MOVE SPACES TO ALG-MESSAGE-ID
               ADD 1 TO WS-DEFERRED-COUNT
           ELSE
               PERFORM WRITE-NOTIFY-RECORD
               MOVE 'S' TO ALG-STATUS
               MOVE WS-BUSINESS-DATE TO ALG-SENT-DATE
               MOVE ANT-MESSAGE-ID TO ALG-MESSAGE-ID
           END-IF.
           MOVE NOTIFY-RECORD TO ALG-NOTIFY-IMAGE.
           WRITE ALERT-LOG-RECORD
               INVALID KEY
                   DISPLAY "Alert log write failed: " ALG-KEY
           END-WRITE.

       CHECK-QUIET-HOURS.
      *> 起止相同=不设；止点小于起点为跨午夜时段
           MOVE 'N' TO WS-IN-QUIET.
           IF WS-CHK-START = WS-CHK-END
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHK-START < WS-CHK-END
               IF WS-RUN-HHMM >= WS-CHK-START AND
                       WS-RUN-HHMM < WS-CHK-END
                   MOVE 'Y' TO WS-IN-QUIET
               END-IF
           ELSE
               IF WS-RUN-HHMM >= WS-CHK-START OR
                       WS-RUN-HHMM < WS-CHK-END
                   MOVE 'Y' TO WS-IN-QUIET
               END-IF
           END-IF.

       WRITE-NOTIFY-RECORD.
      *> 通知号在写出时编，补发的延后短信也取本次运行的号
           ADD 1 TO WS-MID-SEQUENCE.
           MOVE WS-MESSAGE-ID TO ANT-MESSAGE-ID.
           WRITE NOTIFY-RECORD.
           ADD 1 TO WS-SENT-COUNT.
           ADD ANT-AMOUNT TO WS-NOTIFY-TOTAL.

       WRITE-TRANSMIT-MANIFEST.
      *> 与跑批的出站清单同口径：网关凭清单核对完整性
           ACCEPT WS-MANIFEST-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MANIFEST-TIME FROM TIME.
           OPEN EXTEND MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT MANIFEST-FILE
           END-IF.
           MOVE 'ALERT_NOTIFY.DAT    ' TO MAN-FILE-NAME.
           MOVE WS-BUSINESS-DATE TO MAN-BUSINESS-DATE.
           MOVE WS-SENT-COUNT TO MAN-RECORD-COUNT.
           MOVE WS-NOTIFY-TOTAL TO MAN-AMOUNT-TOTAL.
           MOVE WS-MANIFEST-DATE TO MAN-GEN-DATE.
           MOVE WS-MANIFEST-TIME TO MAN-GEN-TIME.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.
