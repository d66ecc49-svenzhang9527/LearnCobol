       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXFER.
      *> 柜面转账采集：两阶段伪会话（交易码 XFER）。
      *> 客户在柜面要求本人两个账户之间划款，过去要分键一笔支取
      *> 一笔存入，两笔可能落进不同的日切班次。本交易一次采集：
      *> 录入阶段：柜员键入转出账户、转入账户和金额，实时校验——
      *> 两个账户号校验位、两户在档且不同户、均未静止、转出户
      *> 司法冻结、转出户可用余额（账面余额扣日间备忘待借记与
      *> 金额止付）足额、柜员单笔/当日限额（超限同屏主管加签）——
      *> 通过后待确认转账存进 COMMAREA，回显两户户名与转出户转账
      *> 后可用余额。
      *> 确认阶段：柜员键 CONFIRM='Y'，写一条 'T' 采集项进外分区
      *> 传输队列 ACTX（与存取款采集同一队列、同一落地文件），
      *> 日切由 TellerCaptureBatch 生成单笔 'T' 交易，两腿在
      *> AccountMasterUpdate 同批一次过账；转出户累进备忘待借记、
      *> 转入户累进未清贷记。其他输入作废本笔重新录入。
      *> PF3 回主菜单。校验口径、限额与加签做法同 ACCTCAPT。
      *> 联机状态控制（SYSSTAT）：批窗与挂起中两腿余额正在批里
      *> 变动，转账一律拒绝；翻日后第一笔交易先核对批流
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-ID    PIC 9(8).
      *> 账户号校验位重定义视图须紧随原定义
       01 WS-CHECK-DIGITS REDEFINES WS-ACCOUNT-ID.
           05 WS-CHK-DIGIT     PIC 9 OCCURS 8 TIMES.
       01 WS-FROM-ACCOUNT  PIC 9(8) VALUE 0.
       01 WS-TO-ACCOUNT    PIC 9(8) VALUE 0.
       01 WS-FROM-NAME     PIC X(10) VALUE SPACES.
       01 WS-FROM-BALANCE  PIC S9(7)V99 VALUE 0.
       01 WS-RESP          PIC S9(8) COMP.
       01 WS-TXN-AMOUNT    PIC 9(7)V99.
       01 WS-NEW-AVAILABLE PIC S9(9)V99.
       01 WS-BALANCE-DISPLAY PIC Z,ZZZ,ZZ9.99-.

      *> 采集时刻：ASKTIME/FORMATTIME 取日历日期与时间
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-FMT-DATE       PIC X(8).
       01 WS-FMT-DATE-NUM REDEFINES WS-FMT-DATE PIC 9(8).
       01 WS-FMT-TIME.
           05 WS-FMT-HHMMSS PIC X(6).
           05 FILLER        PIC X(2) VALUE '00'.

      *> 账户号校验位：与 AccountMasterUpdate/ACCTCAPT 同一算法
       01 WS-CHECK-WEIGHTS.
           05 FILLER           PIC X(7) VALUE '7317317'.
       01 WS-CHECK-WEIGHT-TABLE REDEFINES WS-CHECK-WEIGHTS.
           05 WS-CHK-WEIGHT    PIC 9 OCCURS 7 TIMES.
       01 WS-CHECK-SUM         PIC 9(4).
       01 WS-CHECK-EXPECTED    PIC 9.
       01 WS-CHECK-INDEX       PIC 9.
       01 WS-NOT-SIGNED-ON     PIC X(40)
           VALUE 'SIGN ON REQUIRED - USE SIGN-ON SCREEN'.
       01 WS-NOT-AUTHORIZED    PIC X(40)
           VALUE 'AUTHORITY LEVEL 2 REQUIRED FOR TRANSFER'.

      *> 柜员上下文 + 本笔待确认转账：屏幕字段不回传，录入阶段
      *> 校验过的两户与金额只能随 COMMAREA 带进确认阶段；超限
      *> 加签的主管柜员号同样随 COMMAREA 走
       01 WS-COMMAREA.
           COPY ACCTCOMM.
           05 CA-PENDING-FROM      PIC 9(8).
           05 CA-PENDING-TO        PIC 9(8).
           05 CA-PENDING-AMOUNT    PIC 9(7)V99.
           05 CA-PENDING-OVERRIDE  PIC X(8).

      *> 账户主文件记录，与批处理共用同一份布局
       01 ACCOUNT-RECORD.
           COPY ACCTREC.

      *> 柜员/主管用户主档记录：限额检查与主管加签验证用
       01 USER-RECORD.
           COPY USERREC.
       01 WS-TELLER-TXN-LIMIT  PIC 9(7)V99 VALUE 0.
       01 WS-TELLER-DAY-LIMIT  PIC 9(9)V99 VALUE 0.

      *> 柜员当日累计档记录（TELLER_DAY_TOTALS.DAT，柜员+日期
      *> 键控，键长16），与 ACCTCAPT 累计同一条记录
       01 TELLER-DAY-RECORD.
           05 TDY-KEY.
               10 TDY-TELLER-ID     PIC X(8).
               10 TDY-BUSINESS-DATE PIC 9(8).
           05 TDY-DAY-TOTAL        PIC 9(9)V99.
       01 WS-TDAY-RESP         PIC S9(8) COMP.
       01 WS-DAY-TOTAL         PIC 9(9)V99 VALUE 0.
       01 WS-LIMIT-EXCEEDED    PIC X VALUE 'N'.
       01 WS-SUPERVISOR-ID     PIC X(8) VALUE SPACES.

      *> 主管加签留痕的安全日志记录，与签到交易同布局
       01 SECURITY-LOG-RECORD.
           05 SL-TELLER-ID     PIC X(8).
           05 SL-EVENT-CODE    PIC X(4).
           05 SL-LOG-DATE      PIC 9(8).
           05 SL-LOG-TIME      PIC 9(8).

      *> 司法冻结/止付档记录：转出户冻结不得转出
       01 HOLD-RECORD.
           COPY ACCTHOLD.
       01 WS-HOLD-AMOUNT   PIC 9(9)V99 VALUE 0.

      *> 日间备忘过账记录：可用余额校验与确认后累计
       01 MEMO-RECORD.
           COPY MEMOPOST.
       01 WS-MEMO-RESP     PIC S9(8) COMP.
       01 WS-AVAILABLE     PIC S9(9)V99 VALUE 0.

      *> 未收妥资金档记录（UNCFILE，账户+序号键控，键长13）：
      *> 支票存入未到释放日的部分不可转出
       01 UNCOLLECTED-FUNDS-RECORD.
           COPY UNCFUNDS.
       01 WS-UNC-BROWSE-KEY.
           05 WS-UNC-BROWSE-ACCOUNT PIC 9(8).
           05 WS-UNC-BROWSE-SEQ     PIC 9(5).
       01 WS-UNC-BROWSE-DONE   PIC X VALUE 'N'.
       01 WS-UNCOLLECTED       PIC 9(9)V99 VALUE 0.
       01 WS-MEMO-ACCOUNT  PIC 9(8) VALUE 0.
       01 WS-MEMO-TYPE     PIC X VALUE SPACE.

      *> 采集记录，与存取款采集、日切批共用同一份布局
       01 CAPTURE-RECORD.
           COPY TELLCAP.

      *> 转账采集屏幕的符号映射
       COPY ACCTXFRM.

      *> 功能授权：签到柜员的角色码与角色功能授权档（ENTLFILE）
       01 ENTITLEMENT-RECORD.
           COPY ENTITLE.
       01 WS-USER-ROLE     PIC X(4) VALUE SPACES.
       01 WS-ENTITLED      PIC X VALUE 'Y'.
       01 WS-NOENTL-MSG    PIC X(40)
           VALUE 'NOT ENTITLED TO THIS TRANSACTION'.

      *> 联机状态控制记录（SYSSTAT，键 'ONLINE'，键长8）
       01 SYSTEM-STATUS-RECORD.
           COPY SYSSTAT.
       01 WS-ONLINE-STATUS PIC X VALUE 'O'.

       LINKAGE SECTION.
      *> 菜单转入为 27 字节上下文，本交易自回传为 60 字节
      *> （上下文 + 待确认转账 + 加签主管）
       01 DFHCOMMAREA      PIC X(60).

       PROCEDURE DIVISION.

       TRANSFER-START.
      *> 权限检查：未经签到（无 COMMAREA）或级别不足的终端
      *> 不得做资金采集
           IF EIBCALEN = 0
               EXEC CICS SEND TEXT
                   FROM(WS-NOT-SIGNED-ON)
                   LENGTH(40)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           IF EIBCALEN = 60
               MOVE DFHCOMMAREA TO WS-COMMAREA
           ELSE
               MOVE DFHCOMMAREA(1:27) TO WS-COMMAREA(1:27)
               PERFORM CLEAR-PENDING-TRANSFER
               MOVE SPACES TO CA-PENDING-OVERRIDE
           END-IF.
           IF CA-AUTH-LEVEL < 2
               EXEC CICS SEND TEXT
                   FROM(WS-NOT-AUTHORIZED)
                   LENGTH(40)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.

      *    角色授权：角色未授予本交易的柜员入口即拒
           PERFORM LOAD-TELLER-ROLE.
           MOVE WS-USER-ROLE TO ENT-ROLE-CODE.
           MOVE 'XFER' TO ENT-FUNCTION.
           PERFORM CHECK-ENTITLEMENT.
           IF WS-ENTITLED = 'N'
               EXEC CICS SEND TEXT
                   FROM(WS-NOENTL-MSG)
                   LENGTH(40)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           PERFORM CHECK-ONLINE-STATUS.

      *    菜单刚转入：先发转账屏，当前账户预填为转出户，下一
      *    输入由本交易（XFER）自己接收
           IF CA-CALLING-FUNCTION = 'MENU'
               IF CA-CURRENT-ACCOUNT > 0
                   MOVE CA-CURRENT-ACCOUNT TO XFROMO
               END-IF
               MOVE 'KEY TO ACCOUNT AND AMOUNT, PRESS ENTER' TO XMSGO
               IF WS-ONLINE-STATUS = 'B'
                   MOVE 'BATCH IN PROGRESS - NO TRANSFERS' TO XMSGO
               END-IF
               IF WS-ONLINE-STATUS = 'H'
                   MOVE 'BATCH NOT COMPLETE - CAPTURE HELD' TO XMSGO
               END-IF
               EXEC CICS SEND
                   MAP('XFRCAPT')
                   MAPSET('ACCTXFR')
                   FROM(ACCTXFRO)
                   ERASE
               END-EXEC
               MOVE 'XFER' TO CA-CALLING-FUNCTION
               PERFORM RETURN-TO-TRANSFER
           END-IF.

      *    PF3 不带数据，先于收屏判断
           IF EIBAID = DFHPF3
               PERFORM RETURN-TO-MENU
           END-IF.

      *    批窗/挂起中不收转账，录入后才日切的待确认转账一并作废
           IF WS-ONLINE-STATUS = 'B' OR WS-ONLINE-STATUS = 'H'
               PERFORM CLEAR-PENDING-TRANSFER
               IF WS-ONLINE-STATUS = 'B'
                   MOVE 'BATCH IN PROGRESS - NO TRANSFERS' TO XMSGO
               ELSE
                   MOVE 'BATCH NOT COMPLETE - CAPTURE HELD' TO XMSGO
               END-IF
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.

           EXEC CICS RECEIVE
               MAP('XFRCAPT')
               MAPSET('ACCTXFR')
               INTO(ACCTXFRI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO ACCTXFRI
           END-IF.

           IF CA-PENDING-AMOUNT > 0
               PERFORM HANDLE-CONFIRM-PHASE
           END-IF.
           PERFORM HANDLE-ENTRY-PHASE.

       HANDLE-CONFIRM-PHASE.
      *> 待确认转账在 COMMAREA 里：'Y' 落队列回菜单，其他输入
      *> 作废本笔重新录入
           IF XCONFI = 'Y'
               PERFORM QUEUE-TRANSFER-ITEM
               MOVE CA-PENDING-FROM TO CA-CURRENT-ACCOUNT
               PERFORM CLEAR-PENDING-TRANSFER
               MOVE 'TRANSFER CAPTURED - POSTS AT CUTOFF' TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-MENU
           ELSE
               PERFORM CLEAR-PENDING-TRANSFER
               MOVE 'TRANSFER DISCARDED - KEY NEW ITEM' TO XMSGO
               EXEC CICS SEND
                   MAP('XFRCAPT')
                   MAPSET('ACCTXFR')
                   FROM(ACCTXFRO)
                   ERASE
               END-EXEC
               PERFORM RETURN-TO-TRANSFER
           END-IF.

       CLEAR-PENDING-TRANSFER.
           MOVE 0 TO CA-PENDING-FROM.
           MOVE 0 TO CA-PENDING-TO.
           MOVE 0 TO CA-PENDING-AMOUNT.

       HANDLE-ENTRY-PHASE.
           IF XFROMI = SPACES OR XFROMI = LOW-VALUES OR
                   XTOI = SPACES OR XTOI = LOW-VALUES
               MOVE 'KEY FROM ACCOUNT, TO ACCOUNT AND AMOUNT' TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.
           MOVE XFROMI TO WS-ACCOUNT-ID.
           PERFORM VALIDATE-CHECK-DIGIT.
           IF WS-CHK-DIGIT(8) NOT = WS-CHECK-EXPECTED
               MOVE 'BAD CHECK DIGIT - VERIFY FROM ACCOUNT' TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.
           MOVE WS-ACCOUNT-ID TO WS-FROM-ACCOUNT.
           MOVE XTOI TO WS-ACCOUNT-ID.
           PERFORM VALIDATE-CHECK-DIGIT.
           IF WS-CHK-DIGIT(8) NOT = WS-CHECK-EXPECTED
               MOVE 'BAD CHECK DIGIT - VERIFY TO ACCOUNT' TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.
           MOVE WS-ACCOUNT-ID TO WS-TO-ACCOUNT.
           IF WS-FROM-ACCOUNT = WS-TO-ACCOUNT
               MOVE 'FROM AND TO ACCOUNT MUST DIFFER' TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.

           MOVE XAMOUNTI TO WS-TXN-AMOUNT.
           IF WS-TXN-AMOUNT = 0
               MOVE 'AMOUNT MUST BE GREATER THAN ZERO' TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.

      *    转入户先读：在档、未静止，户名回显
           EXEC CICS READ
               FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               RIDFLD(WS-TO-ACCOUNT)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'TO ACCOUNT NOT ON FILE' TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.
           MOVE ACCOUNT-NAME TO XTNAMEO.
           IF DORMANT-FLAG = 'Y'
               MOVE 'TO ACCOUNT IS DORMANT - SEE SUPERVISOR' TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.

      *    转出户后读，账户记录区留给冻结与可用余额校验
           EXEC CICS READ
               FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               RIDFLD(WS-FROM-ACCOUNT)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'FROM ACCOUNT NOT ON FILE' TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.
           MOVE ACCOUNT-NAME TO WS-FROM-NAME.
           MOVE ACCOUNT-BALANCE TO WS-FROM-BALANCE.
           MOVE WS-FROM-NAME TO XFNAMEO.
           IF DORMANT-FLAG = 'Y'
               MOVE 'FROM ACCOUNT IS DORMANT - SEE SUPERVISOR'
                   TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.

      *    转出户冻结与可用余额：全额冻结打回，可用余额 = 账面
      *    余额 - 日间已采集未过账的借记 - 有效金额止付
           PERFORM CHECK-HOLD-ON-FROM-ACCOUNT.
           PERFORM COMPUTE-AVAILABLE-BALANCE.
           IF WS-AVAILABLE < WS-TXN-AMOUNT
               MOVE 'INSUFFICIENT AVAILABLE FUNDS' TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.
           COMPUTE WS-NEW-AVAILABLE = WS-AVAILABLE - WS-TXN-AMOUNT.
           MOVE WS-NEW-AVAILABLE TO WS-BALANCE-DISPLAY.

      *    柜员限额检查：超限须同屏主管加签，与存取款采集同口径
           PERFORM CHECK-TELLER-LIMITS.
           IF WS-LIMIT-EXCEEDED = 'Y'
               PERFORM REQUIRE-SUPERVISOR-OVERRIDE
           ELSE
               MOVE SPACES TO CA-PENDING-OVERRIDE
           END-IF.

      *    校验通过：待确认转账装入 COMMAREA，回显等确认
           MOVE WS-FROM-ACCOUNT TO CA-PENDING-FROM.
           MOVE WS-TO-ACCOUNT TO CA-PENDING-TO.
           MOVE WS-TXN-AMOUNT TO CA-PENDING-AMOUNT.
           MOVE WS-BALANCE-DISPLAY TO XAVAILO.
           MOVE 'VERIFY ACCOUNTS, CONFIRM Y TO ACCEPT' TO XMSGO.
           PERFORM SEND-TRANSFER-MAP.
           PERFORM RETURN-TO-TRANSFER.

       CHECK-HOLD-ON-FROM-ACCOUNT.
      *> 冻结检查与批过账同口径：'F'/'I' 全额冻结一律打回，
      *> 'A' 金额止付计入可用余额扣减；已到期的冻结不拦
      *> （到期日 0=长期有效）
           MOVE 0 TO WS-HOLD-AMOUNT.
           PERFORM TAKE-CAPTURE-TIMESTAMP.
           MOVE WS-FROM-ACCOUNT TO AHL-ACCOUNT-ID.
           EXEC CICS READ
               FILE('HOLDFILE')
               INTO(HOLD-RECORD)
               RIDFLD(AHL-ACCOUNT-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF AHL-STATUS = 'A' AND
                       (AHL-EXPIRY-DATE = 0 OR
                        AHL-EXPIRY-DATE >= WS-FMT-DATE-NUM)
                   IF AHL-HOLD-TYPE = 'F' OR AHL-HOLD-TYPE = 'I'
                       MOVE 'FROM ACCOUNT FROZEN BY COURT ORDER'
                           TO XMSGO
                       PERFORM SEND-TRANSFER-MAP
                       PERFORM RETURN-TO-TRANSFER
                   END-IF
                   IF AHL-HOLD-TYPE = 'A'
                       MOVE AHL-HOLD-AMOUNT TO WS-HOLD-AMOUNT
                   END-IF
               END-IF
           END-IF.

       COMPUTE-AVAILABLE-BALANCE.
           MOVE WS-FROM-BALANCE TO WS-AVAILABLE.
           SUBTRACT WS-HOLD-AMOUNT FROM WS-AVAILABLE.
           MOVE WS-FROM-ACCOUNT TO MEM-ACCOUNT-ID.
           EXEC CICS READ
               FILE('MEMOFILE')
               INTO(MEMO-RECORD)
               RIDFLD(MEM-ACCOUNT-ID)
               KEYLENGTH(8)
               RESP(WS-MEMO-RESP)
           END-EXEC.
           IF WS-MEMO-RESP = DFHRESP(NORMAL)
               SUBTRACT MEM-PENDING-DEBITS FROM WS-AVAILABLE
           END-IF.
           PERFORM SUM-UNCOLLECTED-FUNDS.
           SUBTRACT WS-UNCOLLECTED FROM WS-AVAILABLE.

       SUM-UNCOLLECTED-FUNDS.
      *> 浏览转出账户未收妥资金：未释放且释放日在今天之后的合计，
      *> 与 ACCTCAPT 同一口径
           PERFORM TAKE-CAPTURE-TIMESTAMP.
           MOVE 0 TO WS-UNCOLLECTED.
           MOVE 'N' TO WS-UNC-BROWSE-DONE.
           MOVE WS-FROM-ACCOUNT TO WS-UNC-BROWSE-ACCOUNT.
           MOVE 0 TO WS-UNC-BROWSE-SEQ.
           EXEC CICS STARTBR
               FILE('UNCFILE')
               RIDFLD(WS-UNC-BROWSE-KEY)
               KEYLENGTH(13)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-FOR-UNCOLLECTED
                   UNTIL WS-UNC-BROWSE-DONE = 'Y'
               EXEC CICS ENDBR
                   FILE('UNCFILE')
               END-EXEC
           END-IF.

       READ-FOR-UNCOLLECTED.
           EXEC CICS READNEXT
               FILE('UNCFILE')
               INTO(UNCOLLECTED-FUNDS-RECORD)
               RIDFLD(WS-UNC-BROWSE-KEY)
               KEYLENGTH(13)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-UNC-BROWSE-DONE
           ELSE
               IF UCF-ACCOUNT-ID NOT = WS-FROM-ACCOUNT
                   MOVE 'Y' TO WS-UNC-BROWSE-DONE
               ELSE
                   IF UCF-STATUS = 'U' AND
                           UCF-RELEASE-DATE > WS-FMT-DATE-NUM
                       ADD UCF-AMOUNT TO WS-UNCOLLECTED
                   END-IF
               END-IF
           END-IF.

       UPDATE-MEMO-POSTS.
      *> 确认落队列的同时累进备忘档：转出户进待借记、转入户进
      *> 未清贷记；账户首笔日间采集时新建记录
           MOVE CA-PENDING-FROM TO WS-MEMO-ACCOUNT.
           MOVE 'W' TO WS-MEMO-TYPE.
           PERFORM POST-ONE-MEMO.
           MOVE CA-PENDING-TO TO WS-MEMO-ACCOUNT.
           MOVE 'P' TO WS-MEMO-TYPE.
           PERFORM POST-ONE-MEMO.

       POST-ONE-MEMO.
           MOVE WS-MEMO-ACCOUNT TO MEM-ACCOUNT-ID.
           EXEC CICS READ
               FILE('MEMOFILE')
               INTO(MEMO-RECORD)
               RIDFLD(MEM-ACCOUNT-ID)
               KEYLENGTH(8)
               UPDATE
               RESP(WS-MEMO-RESP)
           END-EXEC.
           IF WS-MEMO-RESP = DFHRESP(NORMAL)
               IF WS-MEMO-TYPE = 'W'
                   ADD CA-PENDING-AMOUNT TO MEM-PENDING-DEBITS
               ELSE
                   ADD CA-PENDING-AMOUNT TO MEM-PENDING-CREDITS
               END-IF
               EXEC CICS REWRITE
                   FILE('MEMOFILE')
                   FROM(MEMO-RECORD)
                   RESP(WS-MEMO-RESP)
               END-EXEC
           ELSE
               MOVE WS-MEMO-ACCOUNT TO MEM-ACCOUNT-ID
               MOVE 0 TO MEM-PENDING-DEBITS
               MOVE 0 TO MEM-PENDING-CREDITS
               IF WS-MEMO-TYPE = 'W'
                   MOVE CA-PENDING-AMOUNT TO MEM-PENDING-DEBITS
               ELSE
                   MOVE CA-PENDING-AMOUNT TO MEM-PENDING-CREDITS
               END-IF
               EXEC CICS WRITE
                   FILE('MEMOFILE')
                   FROM(MEMO-RECORD)
                   RIDFLD(MEM-ACCOUNT-ID)
                   KEYLENGTH(8)
                   RESP(WS-MEMO-RESP)
               END-EXEC
           END-IF.

       RETURN-TO-TRANSFER.
      *> 留在转账伪会话里：下一输入仍回本交易
           EXEC CICS RETURN
               TRANSID('XFER')
               COMMAREA(WS-COMMAREA)
               LENGTH(60)
           END-EXEC.

       RETURN-TO-MENU.
      *> 回主菜单伪会话：转出户留在上下文里供下一功能预填
           MOVE 'XFER' TO CA-CALLING-FUNCTION.
           EXEC CICS RETURN
               TRANSID('MENU')
               COMMAREA(WS-COMMAREA)
               LENGTH(27)
           END-EXEC.

       QUEUE-TRANSFER-ITEM.
      *> 确认后的转账写一条 'T' 采集项进外分区传输队列：账户栏
      *> 为转出户、转入栏为转入户，日切批成一笔 'T' 交易
           MOVE CA-PENDING-FROM TO TC-ACCOUNT-ID.
           MOVE 'T' TO TC-TXN-TYPE.
           MOVE CA-PENDING-AMOUNT TO TC-AMOUNT.
           MOVE CA-TELLER-ID TO TC-TELLER-ID.
           MOVE CA-PENDING-OVERRIDE TO TC-OVERRIDE-TELLER.
           MOVE CA-PENDING-TO TO TC-TO-ACCOUNT-ID.
           MOVE SPACE TO TC-INSTRUMENT.
           PERFORM TAKE-CAPTURE-TIMESTAMP.
           MOVE WS-FMT-DATE TO TC-CAPTURE-DATE.
           MOVE WS-FMT-TIME TO TC-CAPTURE-TIME.
           PERFORM UPDATE-TELLER-DAY-TOTAL.
           EXEC CICS WRITEQ TD
               QUEUE('ACTX')
               FROM(CAPTURE-RECORD)
               LENGTH(59)
           END-EXEC.
           IF CA-PENDING-OVERRIDE NOT = SPACES
               PERFORM LOG-SUPERVISOR-OVERRIDE
           END-IF.
           PERFORM UPDATE-MEMO-POSTS.

       CHECK-ONLINE-STATUS.
      *> 读联机状态控制记录：'B' 批窗、'H' 挂起由调用方拒绝；
      *> 'R' 表示刚翻日，本笔即翻日后第一笔联机交易，先核对
      *> 批流。控制记录读不到（转换期）按营业中处理
           MOVE 'O' TO WS-ONLINE-STATUS.
           MOVE 'ONLINE' TO SST-CONTROL-KEY.
           EXEC CICS READ
               FILE('SYSSTAT')
               INTO(SYSTEM-STATUS-RECORD)
               RIDFLD(SST-CONTROL-KEY)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           IF SST-ONLINE-STATUS = 'R'
               PERFORM VERIFY-BATCH-COMPLETED
           END-IF.
           MOVE SST-ONLINE-STATUS TO WS-ONLINE-STATUS.

       VERIFY-BATCH-COMPLETED.
      *> 翻日后第一笔联机交易：带更新锁重读（并发的另一笔可能
      *> 刚核对过）。翻掉的那一天必须做过日切、日切后的收尾采集
      *> 批必须跑过；核对通过放开营业，不过挂起待运行部查明
           EXEC CICS READ
               FILE('SYSSTAT')
               INTO(SYSTEM-STATUS-RECORD)
               RIDFLD(SST-CONTROL-KEY)
               KEYLENGTH(8)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           IF SST-ONLINE-STATUS NOT = 'R'
               EXEC CICS UNLOCK
                   FILE('SYSSTAT')
               END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SST-HOLD-REASON.
           IF SST-CUTOFF-DATE NOT = SST-ROLL-FROM-DATE
               MOVE 'NCUT' TO SST-HOLD-REASON
           ELSE
               IF SST-DRAIN-CYCLE = 0
                   MOVE 'NDRN' TO SST-HOLD-REASON
               END-IF
           END-IF.
           IF SST-HOLD-REASON = SPACES
               MOVE 'O' TO SST-ONLINE-STATUS
           ELSE
               MOVE 'H' TO SST-ONLINE-STATUS
           END-IF.
           PERFORM TAKE-CAPTURE-TIMESTAMP.
           MOVE CA-TELLER-ID TO SST-OPENED-BY.
           MOVE WS-FMT-TIME TO SST-OPENED-TIME.
           EXEC CICS REWRITE
               FILE('SYSSTAT')
               FROM(SYSTEM-STATUS-RECORD)
               RESP(WS-RESP)
           END-EXEC.

       CHECK-TELLER-LIMITS.
      *> 读柜员自己的用户记录取限额；读不到按不限处理（签到
      *> 已验证过该柜员，读不到只会是档暂不可用）
           MOVE 0 TO WS-TELLER-TXN-LIMIT.
           MOVE 0 TO WS-TELLER-DAY-LIMIT.
           MOVE 'N' TO WS-LIMIT-EXCEEDED.
           MOVE CA-TELLER-ID TO USR-TELLER-ID.
           EXEC CICS READ
               FILE('USRFILE')
               INTO(USER-RECORD)
               RIDFLD(USR-TELLER-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF USR-TXN-LIMIT NUMERIC
                   MOVE USR-TXN-LIMIT TO WS-TELLER-TXN-LIMIT
               END-IF
               IF USR-DAILY-LIMIT NUMERIC
                   MOVE USR-DAILY-LIMIT TO WS-TELLER-DAY-LIMIT
               END-IF
           END-IF.
           IF WS-TELLER-TXN-LIMIT > 0 AND
                   WS-TXN-AMOUNT > WS-TELLER-TXN-LIMIT
               MOVE 'Y' TO WS-LIMIT-EXCEEDED
           END-IF.
           PERFORM READ-TELLER-DAY-TOTAL.
           IF WS-TELLER-DAY-LIMIT > 0 AND
                   WS-DAY-TOTAL + WS-TXN-AMOUNT >
                       WS-TELLER-DAY-LIMIT
               MOVE 'Y' TO WS-LIMIT-EXCEEDED
           END-IF.

       TAKE-CAPTURE-TIMESTAMP.
      *> 采集时刻取日历口径（EIBDATE 是儒略日）
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-FMT-DATE)
               TIME(WS-FMT-HHMMSS)
           END-EXEC.

       READ-TELLER-DAY-TOTAL.
      *> 当日累计取持久档，与存取款采集累计同一条记录
           MOVE 0 TO WS-DAY-TOTAL.
           PERFORM TAKE-CAPTURE-TIMESTAMP.
           MOVE CA-TELLER-ID TO TDY-TELLER-ID.
           MOVE WS-FMT-DATE TO TDY-BUSINESS-DATE.
           EXEC CICS READ
               FILE('TDAYFILE')
               INTO(TELLER-DAY-RECORD)
               RIDFLD(TDY-KEY)
               KEYLENGTH(16)
               RESP(WS-TDAY-RESP)
           END-EXEC.
           IF WS-TDAY-RESP = DFHRESP(NORMAL)
               MOVE TDY-DAY-TOTAL TO WS-DAY-TOTAL
           END-IF.

       UPDATE-TELLER-DAY-TOTAL.
      *> 确认落队列的同时把金额累进柜员当日累计档；当日首笔
      *> 新建记录
           MOVE CA-TELLER-ID TO TDY-TELLER-ID.
           MOVE WS-FMT-DATE TO TDY-BUSINESS-DATE.
           EXEC CICS READ
               FILE('TDAYFILE')
               INTO(TELLER-DAY-RECORD)
               RIDFLD(TDY-KEY)
               KEYLENGTH(16)
               UPDATE
               RESP(WS-TDAY-RESP)
           END-EXEC.
           IF WS-TDAY-RESP = DFHRESP(NORMAL)
               ADD CA-PENDING-AMOUNT TO TDY-DAY-TOTAL
               EXEC CICS REWRITE
                   FILE('TDAYFILE')
                   FROM(TELLER-DAY-RECORD)
                   RESP(WS-TDAY-RESP)
               END-EXEC
           ELSE
               MOVE CA-TELLER-ID TO TDY-TELLER-ID
               MOVE WS-FMT-DATE TO TDY-BUSINESS-DATE
               MOVE CA-PENDING-AMOUNT TO TDY-DAY-TOTAL
               EXEC CICS WRITE
                   FILE('TDAYFILE')
                   FROM(TELLER-DAY-RECORD)
                   RIDFLD(TDY-KEY)
                   KEYLENGTH(16)
                   RESP(WS-TDAY-RESP)
               END-EXEC
           END-IF.

       REQUIRE-SUPERVISOR-OVERRIDE.
      *> 超限：主管在同一屏键入自己的柜员号与口令加签；验证
      *> 级别3、状态有效、口令正确、并非柜员本人
           IF XSUPIDI = SPACES OR XSUPIDI = LOW-VALUES
               MOVE 'OVER LIMIT - SUPERVISOR SIGN REQUIRED'
                   TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.
           MOVE XSUPIDI TO WS-SUPERVISOR-ID.
           IF WS-SUPERVISOR-ID = CA-TELLER-ID
               MOVE 'SUPERVISOR MUST BE A SECOND PERSON' TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.
           MOVE WS-SUPERVISOR-ID TO USR-TELLER-ID.
           EXEC CICS READ
               FILE('USRFILE')
               INTO(USER-RECORD)
               RIDFLD(USR-TELLER-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'SUPERVISOR ID NOT ON FILE' TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.
           IF USR-STATUS NOT = 'A' OR USR-AUTH-LEVEL < 3
               MOVE 'SUPERVISOR LEVEL 3 REQUIRED' TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.
      *    加签主管的角色须授予超限加签（OVRD）
           MOVE USR-ROLE-CODE TO ENT-ROLE-CODE.
           MOVE 'OVRD' TO ENT-FUNCTION.
           PERFORM CHECK-ENTITLEMENT.
           IF WS-ENTITLED = 'N'
               MOVE 'SUPERVISOR NOT ENTITLED TO OVERRIDE' TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.
           IF XSUPPWI NOT = USR-PASSWORD
               MOVE 'SUPERVISOR PASSWORD INCORRECT' TO XMSGO
               PERFORM SEND-TRANSFER-MAP
               PERFORM RETURN-TO-TRANSFER
           END-IF.
           MOVE WS-SUPERVISOR-ID TO CA-PENDING-OVERRIDE.

       LOG-SUPERVISOR-OVERRIDE.
      *> 主管加签留痕安全日志（OVRD）
           MOVE CA-PENDING-OVERRIDE TO SL-TELLER-ID.
           MOVE 'OVRD' TO SL-EVENT-CODE.
           MOVE WS-FMT-DATE TO SL-LOG-DATE.
           MOVE WS-FMT-TIME TO SL-LOG-TIME.
           EXEC CICS WRITEQ TD
               QUEUE('SLOG')
               FROM(SECURITY-LOG-RECORD)
               LENGTH(28)
           END-EXEC.

       SEND-TRANSFER-MAP.
           EXEC CICS SEND
               MAP('XFRCAPT')
               MAPSET('ACCTXFR')
               FROM(ACCTXFRO)
           END-EXEC.

       VALIDATE-CHECK-DIGIT.
      *> 前7位按 7-3-1 循环权重加权求和，校验位为其模10补数
           MOVE 0 TO WS-CHECK-SUM.
           PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
                   UNTIL WS-CHECK-INDEX > 7
               COMPUTE WS-CHECK-SUM = WS-CHECK-SUM +
                   WS-CHK-DIGIT(WS-CHECK-INDEX) *
                   WS-CHK-WEIGHT(WS-CHECK-INDEX)
           END-PERFORM.
           COMPUTE WS-CHECK-EXPECTED =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CHECK-SUM, 10), 10).

       LOAD-TELLER-ROLE.
      *> 取签到柜员的角色码；用户记录读不到或未分配角色（转换期）
      *> 角色留空，授权检查放行，仍按权限级别把关
           MOVE SPACES TO WS-USER-ROLE.
           MOVE CA-TELLER-ID TO USR-TELLER-ID.
           EXEC CICS READ
               FILE('USRFILE')
               INTO(USER-RECORD)
               RIDFLD(USR-TELLER-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE USR-ROLE-CODE TO WS-USER-ROLE
           END-IF.

       CHECK-ENTITLEMENT.
      *> 调用前 ENT-ROLE-CODE 置角色码、ENT-FUNCTION 置交易码或
      *> 动作码；角色为空不查授权档（按权限级别把关），授权档
      *> 查无即未授权
           MOVE 'Y' TO WS-ENTITLED.
           IF ENT-ROLE-CODE NOT = SPACES
               EXEC CICS READ
                   FILE('ENTLFILE')
                   INTO(ENTITLEMENT-RECORD)
                   RIDFLD(ENT-KEY)
                   KEYLENGTH(8)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-ENTITLED
               END-IF
           END-IF.
