       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTFXEX.
      *> 柜面外币现钞兑换：两阶段伪会话（交易码 FXCH）。
      *> 过去柜员拿计算器算好人民币再当普通存取款录入，外币现钞
      *> 的买卖、汇率与兑换收益在系统里无迹可查。
      *> 报价阶段：柜员键入币种、方向（B 银行买入外币现钞 / S 银行
      *> 卖出外币现钞）、外币金额（整张，不收付外币零头）和人民币
      *> 一腿的结算方式（C 现金 / A 人民币账户，A 另键账户号），
      *> 按当日现钞挂牌价档 FXCRFILE（FxCashRateSheet 晨间挂出，
      *> 非当日挂牌或暂停报价的一律不报）取买入价或卖出价，算出
      *> 人民币金额回显给客户看；账户结算校验账户号校验位、在档、
      *> 人民币户、未静止、非本人经手，客户买外币由账户扣款的再
      *> 过冻结与可用余额；柜员单笔/当日限额按人民币金额把关，
      *> 超限同屏主管加签。报价（成交价、中间价、人民币金额）存
      *> 进 COMMAREA，确认时按报出的价成交，不因期间重挂而变。
      *> 确认阶段：客户接受报价、柜员键 CONFIRM='Y'，成交记录当场
      *> 写外汇成交档 FXDLFILE（成交日期+柜员+时间键控），账户结算
      *> 另写一条采集项进外分区传输队列 ACTX（银行买入贷记 'P'、
      *> 银行卖出借记 'W'，存入工具 'X' 表示兑换结算、不经手人民币
      *> 现金），日切随 TellerCaptureBatch 过账；现金结算的人民币
      *> 收付由日终轧账与网点头寸从成交档计入尾箱。其他输入作废
      *> 本笔重新报价。PF3 回主菜单。
      *> 成交网点取经办柜员尾箱（TDRFILE）所在网点，没开尾箱的柜员
      *> 不能做现钞兑换；日终 FxCashPosition 按网点/币种出兑换收益
      *> 分录并滚外币现钞头寸。
      *> 联机状态控制（SYSSTAT）：批窗与挂起中当日牌价与头寸已在
      *> 批里结转，兑换一律拒绝；翻日后第一笔交易先核对批流
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-ID    PIC 9(8).
      *> 账户号校验位重定义视图须紧随原定义
       01 WS-CHECK-DIGITS REDEFINES WS-ACCOUNT-ID.
           05 WS-CHK-DIGIT     PIC 9 OCCURS 8 TIMES.
       01 WS-RESP          PIC S9(8) COMP.
       01 WS-FC-AMOUNT     PIC 9(7)V99.
       01 WS-FC-WHOLE      PIC 9(7).
       01 WS-DEAL-RATE     PIC 9(3)V9(6).
       01 WS-TXN-AMOUNT    PIC 9(9)V99.
       01 WS-MID-VALUE     PIC 9(9)V99.
       01 WS-CAPTURE-TYPE  PIC X.
       01 WS-RATE-DISPLAY  PIC ZZ9.9(6).
       01 WS-CNY-DISPLAY   PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MAX-ACCOUNT-LEG PIC 9(9)V99 VALUE 9999999.99.

      *> 成交时刻：ASKTIME/FORMATTIME 取日历日期与时间
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-FMT-DATE       PIC X(8).
       01 WS-FMT-DATE-NUM REDEFINES WS-FMT-DATE PIC 9(8).
       01 WS-FMT-TIME.
           05 WS-FMT-HHMMSS PIC X(6).
           05 FILLER        PIC X(2) VALUE '00'.

      *> 账户号校验位：与 AccountMasterUpdate/CICSDEMO 同一算法
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
           VALUE 'AUTHORITY LEVEL 2 REQUIRED FOR EXCHANGE'.

      *> 柜员上下文 + 本笔待确认报价：屏幕字段不回传，报出的
      *> 成交价、中间价与人民币金额只能随 COMMAREA 带进确认阶段，
      *> 客户接受的就是这个价
       01 WS-COMMAREA.
           COPY ACCTCOMM.
           05 CA-PENDING-CURRENCY  PIC X(3).
           05 CA-PENDING-DIRECTION PIC X.
           05 CA-PENDING-FC-AMOUNT PIC 9(7)V99.
           05 CA-PENDING-SETTLE    PIC X.
           05 CA-PENDING-ACCOUNT   PIC 9(8).
           05 CA-PENDING-RATE      PIC 9(3)V9(6).
           05 CA-PENDING-MID       PIC 9(3)V9(6).
           05 CA-PENDING-CNY       PIC 9(9)V99.
           05 CA-PENDING-OVERRIDE  PIC X(8).
           05 CA-PENDING-BRANCH    PIC X(4).

      *> 账户主文件记录，与批处理共用同一份布局
       01 ACCOUNT-RECORD.
           COPY ACCTREC.

      *> 当日现钞挂牌价记录（FXCRFILE，币种键控）
       01 CASH-RATE-RECORD.
           COPY FXCRATE.

      *> 外汇成交档记录（FXDLFILE，成交日期+柜员+时间键控，键长24）
       01 FX-DEAL-RECORD.
           COPY FXDEAL.

      *> 柜员尾箱记录（TDRFILE，柜员号键控）：取成交网点
       01 DRAWER-RECORD.
           COPY TDRAWER.

      *> 柜员/主管用户主档记录：限额检查与主管加签验证用
       01 USER-RECORD.
           COPY USERREC.
       01 WS-TELLER-TXN-LIMIT  PIC 9(7)V99 VALUE 0.
       01 WS-TELLER-DAY-LIMIT  PIC 9(9)V99 VALUE 0.

      *> 柜员当日累计档记录（TELLER_DAY_TOTALS.DAT，柜员+日期
      *> 键控，键长16）：与存取款/转账共用同一条日限累计
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

      *> 司法冻结/止付档记录：冻结账户不得扣款买外币
       01 HOLD-RECORD.
           COPY ACCTHOLD.

      *> 日间备忘过账记录：可用余额校验与确认后累计
       01 MEMO-RECORD.
           COPY MEMOPOST.
       01 WS-MEMO-RESP     PIC S9(8) COMP.
       01 WS-AVAILABLE     PIC S9(9)V99 VALUE 0.

      *> 未收妥资金档记录（UNCFILE，账户+序号键控，键长13）：
      *> 支票存入未到释放日的部分不可用来买外币
       01 UNCOLLECTED-FUNDS-RECORD.
           COPY UNCFUNDS.
       01 WS-UNC-BROWSE-KEY.
           05 WS-UNC-BROWSE-ACCOUNT PIC 9(8).
           05 WS-UNC-BROWSE-SEQ     PIC 9(5).
       01 WS-UNC-BROWSE-DONE   PIC X VALUE 'N'.
       01 WS-UNCOLLECTED       PIC 9(9)V99 VALUE 0.

      *> 员工持有账户关联档记录（STAFFACT，账户+柜员号键控，
      *> 键长16）：柜员或加签主管是账户持有人的一律拒绝
       01 STAFF-ACCOUNT-RECORD.
           COPY STAFFACC.
       01 WS-STAFF-HOLDER      PIC X VALUE 'N'.

      *> 采集记录（账户结算的人民币一腿），与日切批共用同一份布局
       01 CAPTURE-RECORD.
           COPY TELLCAP.

      *> 外币兑换屏幕的符号映射
       COPY ACCTFXEM.

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
      *> 菜单转入为 27 字节上下文，本交易自回传为 90 字节
      *> （上下文 + 待确认报价）
       01 DFHCOMMAREA      PIC X(90).

       PROCEDURE DIVISION.

       EXCHANGE-START.
      *> 权限检查：未经签到（无 COMMAREA）或级别不足的终端
      *> 不得做现钞兑换
           IF EIBCALEN = 0
               EXEC CICS SEND TEXT
                   FROM(WS-NOT-SIGNED-ON)
                   LENGTH(40)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           IF EIBCALEN = 90
               MOVE DFHCOMMAREA TO WS-COMMAREA
           ELSE
               MOVE DFHCOMMAREA(1:27) TO WS-COMMAREA(1:27)
               PERFORM CLEAR-PENDING-QUOTE
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
           MOVE 'FXCH' TO ENT-FUNCTION.
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

      *    菜单刚转入（尚无兑换屏输入）：先发兑换屏，下一输入
      *    由本交易（FXCH）自己接收；当前账户预填作结算账户
           IF CA-CALLING-FUNCTION = 'MENU'
               MOVE LOW-VALUES TO ACCTFXEO
               IF CA-CURRENT-ACCOUNT > 0
                   MOVE CA-CURRENT-ACCOUNT TO XACCTIDO
               END-IF
               MOVE 'KEY CURRENCY, DIRECTION AND AMOUNT' TO XMSGO
               IF WS-ONLINE-STATUS = 'B'
                   MOVE 'BATCH IN PROGRESS - NO EXCHANGES' TO XMSGO
               END-IF
               IF WS-ONLINE-STATUS = 'H'
                   MOVE 'BATCH NOT COMPLETE - CAPTURE HELD' TO XMSGO
               END-IF
               EXEC CICS SEND
                   MAP('FXEXCH')
                   MAPSET('ACCTFXE')
                   FROM(ACCTFXEO)
                   ERASE
               END-EXEC
               MOVE 'FXCH' TO CA-CALLING-FUNCTION
               PERFORM RETURN-TO-EXCHANGE
           END-IF.

      *    PF3 不带数据，先于收屏判断，否则空屏按键会因
      *    MAPFAIL 异常终止
           IF EIBAID = DFHPF3
               PERFORM RETURN-TO-MENU
           END-IF.

      *    批窗/挂起中不做兑换，报价后才日切的待确认报价一并作废
           IF WS-ONLINE-STATUS = 'B' OR WS-ONLINE-STATUS = 'H'
               PERFORM CLEAR-PENDING-QUOTE
               IF WS-ONLINE-STATUS = 'B'
                   MOVE 'BATCH IN PROGRESS - NO EXCHANGES' TO XMSGO
               ELSE
                   MOVE 'BATCH NOT COMPLETE - CAPTURE HELD' TO XMSGO
               END-IF
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.

      *    未键任何栏位（MAPFAIL）按空输入处理：确认阶段视同
      *    不确认作废本笔，报价阶段回提示语
           EXEC CICS RECEIVE
               MAP('FXEXCH')
               MAPSET('ACCTFXE')
               INTO(ACCTFXEI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO ACCTFXEI
           END-IF.

           IF CA-PENDING-FC-AMOUNT > 0
               PERFORM HANDLE-CONFIRM-PHASE
           END-IF.
           PERFORM HANDLE-QUOTE-PHASE.

       HANDLE-CONFIRM-PHASE.
      *> 待确认报价在 COMMAREA 里：'Y' 按报出的价成交落档回菜单，
      *> 其他输入作废本笔重新报价
           IF XCONFI = 'Y'
               PERFORM RECORD-FX-DEAL
               IF CA-PENDING-SETTLE = 'A'
                   MOVE CA-PENDING-ACCOUNT TO CA-CURRENT-ACCOUNT
               END-IF
               PERFORM SHOW-PENDING-QUOTE
               IF CA-PENDING-SETTLE = 'C'
                   IF CA-PENDING-DIRECTION = 'B'
                       MOVE 'DEALT - PAY CUSTOMER CNY CASH SHOWN'
                           TO XMSGO
                   ELSE
                       MOVE 'DEALT - COLLECT CNY CASH SHOWN'
                           TO XMSGO
                   END-IF
               ELSE
                   MOVE 'DEALT - CNY LEG POSTS AT CUTOFF' TO XMSGO
               END-IF
               PERFORM CLEAR-PENDING-QUOTE
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-MENU
           ELSE
               PERFORM CLEAR-PENDING-QUOTE
               MOVE LOW-VALUES TO ACCTFXEO
               MOVE 'QUOTE DISCARDED - KEY NEW EXCHANGE' TO XMSGO
               EXEC CICS SEND
                   MAP('FXEXCH')
                   MAPSET('ACCTFXE')
                   FROM(ACCTFXEO)
                   ERASE
               END-EXEC
               PERFORM RETURN-TO-EXCHANGE
           END-IF.

       HANDLE-QUOTE-PHASE.
      *    成交网点：经办柜员的尾箱所在网点；没开尾箱收付不了现钞
           MOVE CA-TELLER-ID TO TDR-TELLER-ID.
           EXEC CICS READ
               FILE('TDRFILE')
               INTO(DRAWER-RECORD)
               RIDFLD(TDR-TELLER-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO TELLER DRAWER - CANNOT EXCHANGE' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.

           IF XCCYI = SPACES OR XCCYI = LOW-VALUES OR XCCYI = 'CNY'
               MOVE 'KEY A FOREIGN CURRENCY CODE' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.
      *    只按当日挂出、可报价的牌价报：晨间挂牌没跑或中间价
      *    陈旧暂停的币种一律不报
           PERFORM TAKE-DEAL-TIMESTAMP.
           MOVE XCCYI TO FXC-CURRENCY-CODE.
           EXEC CICS READ
               FILE('FXCRFILE')
               INTO(CASH-RATE-RECORD)
               RIDFLD(FXC-CURRENCY-CODE)
               KEYLENGTH(3)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO CASH RATE FOR THIS CURRENCY' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.
           IF FXC-STATUS NOT = 'A' OR
                   FXC-RATE-DATE NOT = WS-FMT-DATE-NUM
               MOVE 'CASH RATE NOT QUOTED TODAY' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.

           IF XDIRI NOT = 'B' AND XDIRI NOT = 'S'
               MOVE 'DIRECTION MUST BE B OR S' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.

           MOVE XFCAMTI TO WS-FC-AMOUNT.
           IF WS-FC-AMOUNT = 0
               MOVE 'AMOUNT MUST BE GREATER THAN ZERO' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.
      *    现钞只收付整张，外币零头不兑
           MOVE WS-FC-AMOUNT TO WS-FC-WHOLE.
           IF WS-FC-WHOLE NOT = WS-FC-AMOUNT
               MOVE 'FOREIGN AMOUNT MUST BE WHOLE NOTES' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.

      *    报价：银行买入取现钞买入价，卖出取现钞卖出价
           IF XDIRI = 'B'
               MOVE FXC-BUY-RATE TO WS-DEAL-RATE
           ELSE
               MOVE FXC-SELL-RATE TO WS-DEAL-RATE
           END-IF.
           COMPUTE WS-TXN-AMOUNT ROUNDED = WS-FC-AMOUNT * WS-DEAL-RATE.

           IF XSETLI NOT = 'C' AND XSETLI NOT = 'A'
               MOVE 'SETTLE MUST BE C OR A' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.
           MOVE 0 TO WS-ACCOUNT-ID.
           IF XSETLI = 'A'
               PERFORM VALIDATE-SETTLE-ACCOUNT
           ELSE
               MOVE SPACES TO XNAMEO
           END-IF.

      *    柜员限额按人民币金额检查：超限须同屏主管加签
           PERFORM CHECK-TELLER-LIMITS.
           IF WS-LIMIT-EXCEEDED = 'Y'
               PERFORM REQUIRE-SUPERVISOR-OVERRIDE
           ELSE
               MOVE SPACES TO CA-PENDING-OVERRIDE
           END-IF.

      *    校验通过：报价装入 COMMAREA，回显成交价与人民币金额
      *    请客户确认
           MOVE XCCYI TO CA-PENDING-CURRENCY.
           MOVE XDIRI TO CA-PENDING-DIRECTION.
           MOVE WS-FC-AMOUNT TO CA-PENDING-FC-AMOUNT.
           MOVE XSETLI TO CA-PENDING-SETTLE.
           MOVE WS-ACCOUNT-ID TO CA-PENDING-ACCOUNT.
           MOVE WS-DEAL-RATE TO CA-PENDING-RATE.
           MOVE FXC-MID-RATE TO CA-PENDING-MID.
           MOVE WS-TXN-AMOUNT TO CA-PENDING-CNY.
           MOVE TDR-BRANCH-ID TO CA-PENDING-BRANCH.
           PERFORM SHOW-PENDING-QUOTE.
           MOVE 'CUSTOMER TO ACCEPT QUOTE - CONFIRM Y' TO XMSGO.
           PERFORM SEND-EXCHANGE-MAP.
           PERFORM RETURN-TO-EXCHANGE.

       VALIDATE-SETTLE-ACCOUNT.
      *> 人民币账户结算：校验位、在档、人民币户、未静止、非本人
      *> 经手；客户买外币由账户扣款的再过冻结与可用余额。采集项
      *> 金额栏只有 9(7)V99，超出的只能现金结算
           IF XACCTIDI = SPACES OR XACCTIDI = LOW-VALUES
               MOVE 'KEY THE CNY SETTLEMENT ACCOUNT' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.
           MOVE XACCTIDI TO WS-ACCOUNT-ID.
           PERFORM VALIDATE-CHECK-DIGIT.
           IF WS-CHK-DIGIT(8) NOT = WS-CHECK-EXPECTED
               MOVE 'BAD CHECK DIGIT - VERIFY ACCOUNT NO' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.
           IF WS-TXN-AMOUNT > WS-MAX-ACCOUNT-LEG
               MOVE 'CNY AMOUNT TOO LARGE - SETTLE IN CASH' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.

           EXEC CICS READ
               FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               RIDFLD(WS-ACCOUNT-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT NOT ON FILE' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.
           MOVE ACCOUNT-NAME TO XNAMEO.
           IF CURRENCY-CODE NOT = SPACES AND CURRENCY-CODE NOT = 'CNY'
               MOVE 'SETTLEMENT ACCOUNT MUST BE CNY' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.
           IF DORMANT-FLAG = 'Y'
               MOVE 'ACCOUNT IS DORMANT - SEE SUPERVISOR' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.

      *    员工不得经手本人（含联名/共签）账户：交其他柜员办理
           MOVE CA-TELLER-ID TO SFA-TELLER-ID.
           PERFORM CHECK-STAFF-HOLDER.
           IF WS-STAFF-HOLDER = 'Y'
               MOVE 'TELLER IS AN ACCOUNT HOLDER - REFER' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.

      *    客户买外币（银行卖出）由账户扣款：与支取同一口径过司法
      *    冻结，再按可用余额（扣日间待借记与未收妥）校验
           IF XDIRI = 'S'
               PERFORM CHECK-HOLD-FOR-DEBIT
               PERFORM COMPUTE-AVAILABLE-BALANCE
               IF WS-AVAILABLE < WS-TXN-AMOUNT
                   MOVE 'INSUFFICIENT AVAILABLE FUNDS' TO XMSGO
                   PERFORM SEND-EXCHANGE-MAP
                   PERFORM RETURN-TO-EXCHANGE
               END-IF
           END-IF.

       SHOW-PENDING-QUOTE.
      *> 回显 COMMAREA 里的报价：成交价与人民币金额
           MOVE CA-PENDING-RATE TO WS-RATE-DISPLAY.
           MOVE WS-RATE-DISPLAY TO XRATEO.
           MOVE CA-PENDING-CNY TO WS-CNY-DISPLAY.
           MOVE WS-CNY-DISPLAY TO XCNYAMTO.

       CLEAR-PENDING-QUOTE.
           MOVE SPACES TO CA-PENDING-CURRENCY.
           MOVE SPACE TO CA-PENDING-DIRECTION.
           MOVE 0 TO CA-PENDING-FC-AMOUNT.
           MOVE SPACE TO CA-PENDING-SETTLE.
           MOVE 0 TO CA-PENDING-ACCOUNT.
           MOVE 0 TO CA-PENDING-RATE.
           MOVE 0 TO CA-PENDING-MID.
           MOVE 0 TO CA-PENDING-CNY.
           MOVE SPACES TO CA-PENDING-OVERRIDE.
           MOVE SPACES TO CA-PENDING-BRANCH.

       RECORD-FX-DEAL.
      *> 客户接受报价：成交记录写外汇成交档；兑换收益以中间价为
      *> 基准（买入 = 外币按中间价 - 付出人民币，卖出 = 收入人民币
      *> - 外币按中间价），日终按网点/币种汇总入账。账户结算的
      *> 人民币一腿同时写采集队列并累进备忘档
           PERFORM TAKE-DEAL-TIMESTAMP.
           MOVE WS-FMT-DATE TO FXD-DEAL-DATE.
           MOVE CA-TELLER-ID TO FXD-TELLER-ID.
           MOVE WS-FMT-TIME TO FXD-DEAL-TIME.
           MOVE CA-PENDING-BRANCH TO FXD-BRANCH-ID.
           MOVE CA-PENDING-DIRECTION TO FXD-DIRECTION.
           MOVE CA-PENDING-CURRENCY TO FXD-CURRENCY-CODE.
           MOVE CA-PENDING-FC-AMOUNT TO FXD-FC-AMOUNT.
           MOVE CA-PENDING-RATE TO FXD-DEAL-RATE.
           MOVE CA-PENDING-MID TO FXD-MID-RATE.
           MOVE CA-PENDING-CNY TO FXD-CNY-AMOUNT.
           COMPUTE WS-MID-VALUE ROUNDED =
               CA-PENDING-FC-AMOUNT * CA-PENDING-MID.
           IF CA-PENDING-DIRECTION = 'B'
               COMPUTE FXD-SPREAD-INCOME =
                   WS-MID-VALUE - CA-PENDING-CNY
           ELSE
               COMPUTE FXD-SPREAD-INCOME =
                   CA-PENDING-CNY - WS-MID-VALUE
           END-IF.
           MOVE CA-PENDING-SETTLE TO FXD-SETTLE-METHOD.
           MOVE CA-PENDING-ACCOUNT TO FXD-SETTLE-ACCOUNT.
           MOVE CA-PENDING-OVERRIDE TO FXD-OVERRIDE-TELLER.
           MOVE 'D' TO FXD-STATUS.
           MOVE 0 TO FXD-POSTED-DATE.
           EXEC CICS WRITE
               FILE('FXDLFILE')
               FROM(FX-DEAL-RECORD)
               RIDFLD(FXD-KEY)
               KEYLENGTH(24)
               RESP(WS-RESP)
           END-EXEC.
      *    成交档写不进（同一秒重复键或档不可用）不算成交：不收
      *    付、不落采集，报价作废请柜员重做
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM CLEAR-PENDING-QUOTE
               MOVE 'DEAL NOT RECORDED - QUOTE AGAIN' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.
           IF CA-PENDING-SETTLE = 'A'
               PERFORM QUEUE-ACCOUNT-LEG
           END-IF.
           PERFORM UPDATE-TELLER-DAY-TOTAL.
           IF CA-PENDING-OVERRIDE NOT = SPACES
               PERFORM LOG-SUPERVISOR-OVERRIDE
           END-IF.

       QUEUE-ACCOUNT-LEG.
      *> 人民币一腿写外分区传输队列：银行买入外币贷记客户 'P'，
      *> 银行卖出外币借记客户 'W'；存入工具 'X' 标明是兑换结算，
      *> 轧账与网点现金头寸不当现金收付计
           IF CA-PENDING-DIRECTION = 'B'
               MOVE 'P' TO WS-CAPTURE-TYPE
           ELSE
               MOVE 'W' TO WS-CAPTURE-TYPE
           END-IF.
           MOVE CA-PENDING-ACCOUNT TO TC-ACCOUNT-ID.
           MOVE WS-CAPTURE-TYPE TO TC-TXN-TYPE.
           MOVE CA-PENDING-CNY TO TC-AMOUNT.
           MOVE CA-TELLER-ID TO TC-TELLER-ID.
           MOVE CA-PENDING-OVERRIDE TO TC-OVERRIDE-TELLER.
           MOVE 0 TO TC-TO-ACCOUNT-ID.
           MOVE 'X' TO TC-INSTRUMENT.
           MOVE WS-FMT-DATE TO TC-CAPTURE-DATE.
           MOVE WS-FMT-TIME TO TC-CAPTURE-TIME.
           EXEC CICS WRITEQ TD
               QUEUE('ACTX')
               FROM(CAPTURE-RECORD)
               LENGTH(59)
           END-EXEC.
           PERFORM UPDATE-MEMO-POSTS.

       COMPUTE-AVAILABLE-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-AVAILABLE.
           MOVE WS-ACCOUNT-ID TO MEM-ACCOUNT-ID.
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
      *> 浏览本账户未收妥资金：未释放且释放日在今天之后的合计
           MOVE 0 TO WS-UNCOLLECTED.
           MOVE 'N' TO WS-UNC-BROWSE-DONE.
           MOVE WS-ACCOUNT-ID TO WS-UNC-BROWSE-ACCOUNT.
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
               IF UCF-ACCOUNT-ID NOT = WS-ACCOUNT-ID
                   MOVE 'Y' TO WS-UNC-BROWSE-DONE
               ELSE
                   IF UCF-STATUS = 'U' AND
                           UCF-RELEASE-DATE > WS-FMT-DATE-NUM
                       ADD UCF-AMOUNT TO WS-UNCOLLECTED
                   END-IF
               END-IF
           END-IF.

       CHECK-HOLD-FOR-DEBIT.
      *> 冻结检查与批过账同口径：'F'/'I' 全额冻结一律打回，
      *> 'A' 金额止付要求扣款后余额不得低于止付金额；已到期的
      *> 冻结不拦（到期日 0=长期有效）
           MOVE WS-ACCOUNT-ID TO AHL-ACCOUNT-ID.
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
                       MOVE 'ACCOUNT FROZEN BY COURT ORDER' TO XMSGO
                       PERFORM SEND-EXCHANGE-MAP
                       PERFORM RETURN-TO-EXCHANGE
                   END-IF
                   IF AHL-HOLD-TYPE = 'A' AND
                           ACCOUNT-BALANCE - WS-TXN-AMOUNT <
                               AHL-HOLD-AMOUNT
                       MOVE 'AMOUNT HELD BY COURT ORDER' TO XMSGO
                       PERFORM SEND-EXCHANGE-MAP
                       PERFORM RETURN-TO-EXCHANGE
                   END-IF
               END-IF
           END-IF.

       UPDATE-MEMO-POSTS.
      *> 账户一腿落队列的同时累进备忘档：借记进待借记、贷记进
      *> 未清贷记；账户首笔日间采集时新建记录
           MOVE CA-PENDING-ACCOUNT TO MEM-ACCOUNT-ID.
           EXEC CICS READ
               FILE('MEMOFILE')
               INTO(MEMO-RECORD)
               RIDFLD(MEM-ACCOUNT-ID)
               KEYLENGTH(8)
               UPDATE
               RESP(WS-MEMO-RESP)
           END-EXEC.
           IF WS-MEMO-RESP = DFHRESP(NORMAL)
               IF WS-CAPTURE-TYPE = 'W'
                   ADD CA-PENDING-CNY TO MEM-PENDING-DEBITS
               ELSE
                   ADD CA-PENDING-CNY TO MEM-PENDING-CREDITS
               END-IF
               EXEC CICS REWRITE
                   FILE('MEMOFILE')
                   FROM(MEMO-RECORD)
                   RESP(WS-MEMO-RESP)
               END-EXEC
           ELSE
               MOVE CA-PENDING-ACCOUNT TO MEM-ACCOUNT-ID
               MOVE 0 TO MEM-PENDING-DEBITS
               MOVE 0 TO MEM-PENDING-CREDITS
               IF WS-CAPTURE-TYPE = 'W'
                   MOVE CA-PENDING-CNY TO MEM-PENDING-DEBITS
               ELSE
                   MOVE CA-PENDING-CNY TO MEM-PENDING-CREDITS
               END-IF
               EXEC CICS WRITE
                   FILE('MEMOFILE')
                   FROM(MEMO-RECORD)
                   RIDFLD(MEM-ACCOUNT-ID)
                   KEYLENGTH(8)
                   RESP(WS-MEMO-RESP)
               END-EXEC
           END-IF.

       RETURN-TO-EXCHANGE.
      *> 留在兑换伪会话里：下一输入仍回本交易
           EXEC CICS RETURN
               TRANSID('FXCH')
               COMMAREA(WS-COMMAREA)
               LENGTH(90)
           END-EXEC.

       RETURN-TO-MENU.
      *> 回主菜单伪会话：结算账户留在上下文里供下一功能预填
           MOVE 'FXCH' TO CA-CALLING-FUNCTION.
           EXEC CICS RETURN
               TRANSID('MENU')
               COMMAREA(WS-COMMAREA)
               LENGTH(27)
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
           PERFORM TAKE-DEAL-TIMESTAMP.
           MOVE CA-TELLER-ID TO SST-OPENED-BY.
           MOVE WS-FMT-TIME TO SST-OPENED-TIME.
           EXEC CICS REWRITE
               FILE('SYSSTAT')
               FROM(SYSTEM-STATUS-RECORD)
               RESP(WS-RESP)
           END-EXEC.

       TAKE-DEAL-TIMESTAMP.
      *> 成交时刻取日历口径（EIBDATE 是儒略日）
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-FMT-DATE)
               TIME(WS-FMT-HHMMSS)
           END-EXEC.

       READ-TELLER-DAY-TOTAL.
      *> 当日累计取持久档，与存取款/转账同一条记录
           MOVE 0 TO WS-DAY-TOTAL.
           PERFORM TAKE-DEAL-TIMESTAMP.
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
      *> 成交的人民币金额累进柜员当日累计档；当日首笔新建记录
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
               ADD CA-PENDING-CNY TO TDY-DAY-TOTAL
               EXEC CICS REWRITE
                   FILE('TDAYFILE')
                   FROM(TELLER-DAY-RECORD)
                   RESP(WS-TDAY-RESP)
               END-EXEC
           ELSE
               MOVE CA-TELLER-ID TO TDY-TELLER-ID
               MOVE WS-FMT-DATE TO TDY-BUSINESS-DATE
               MOVE CA-PENDING-CNY TO TDY-DAY-TOTAL
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
      *> 级别3、状态有效、口令正确、并非柜员本人，通过后加签
      *> 主管号暂存进 COMMAREA 随确认写进成交记录
           IF XSUPIDI = SPACES OR XSUPIDI = LOW-VALUES
               MOVE 'OVER LIMIT - SUPERVISOR SIGN REQUIRED'
                   TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.
           MOVE XSUPIDI TO WS-SUPERVISOR-ID.
           IF WS-SUPERVISOR-ID = CA-TELLER-ID
               MOVE 'SUPERVISOR MUST BE A SECOND PERSON' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
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
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.
           IF USR-STATUS NOT = 'A' OR USR-AUTH-LEVEL < 3
               MOVE 'SUPERVISOR LEVEL 3 REQUIRED' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.
      *    加签主管的角色须授予超限加签（OVRD）
           MOVE USR-ROLE-CODE TO ENT-ROLE-CODE.
           MOVE 'OVRD' TO ENT-FUNCTION.
           PERFORM CHECK-ENTITLEMENT.
           IF WS-ENTITLED = 'N'
               MOVE 'SUPERVISOR NOT ENTITLED TO OVERRIDE' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.
           IF XSUPPWI NOT = USR-PASSWORD
               MOVE 'SUPERVISOR PASSWORD INCORRECT' TO XMSGO
               PERFORM SEND-EXCHANGE-MAP
               PERFORM RETURN-TO-EXCHANGE
           END-IF.
      *    账户结算时，加签主管本人持有该账户的同样不得加签
           IF XSETLI = 'A'
               MOVE WS-SUPERVISOR-ID TO SFA-TELLER-ID
               PERFORM CHECK-STAFF-HOLDER
               IF WS-STAFF-HOLDER = 'Y'
                   MOVE 'SUPERVISOR IS AN ACCOUNT HOLDER' TO XMSGO
                   PERFORM SEND-EXCHANGE-MAP
                   PERFORM RETURN-TO-EXCHANGE
               END-IF
           END-IF.
           MOVE WS-SUPERVISOR-ID TO CA-PENDING-OVERRIDE.

       CHECK-STAFF-HOLDER.
      *> 调用前 SFA-TELLER-ID 置被查员工的柜员号；命中关联档即
      *> 持有人，拒绝前留痕安全日志（STAF）
           MOVE 'N' TO WS-STAFF-HOLDER.
           MOVE WS-ACCOUNT-ID TO SFA-ACCOUNT-ID.
           EXEC CICS READ
               FILE('STAFFACT')
               INTO(STAFF-ACCOUNT-RECORD)
               RIDFLD(SFA-KEY)
               KEYLENGTH(16)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-STAFF-HOLDER
               PERFORM TAKE-DEAL-TIMESTAMP
               MOVE SFA-TELLER-ID TO SL-TELLER-ID
               MOVE 'STAF' TO SL-EVENT-CODE
               MOVE WS-FMT-DATE TO SL-LOG-DATE
               MOVE WS-FMT-TIME TO SL-LOG-TIME
               EXEC CICS WRITEQ TD
                   QUEUE('SLOG')
                   FROM(SECURITY-LOG-RECORD)
                   LENGTH(28)
               END-EXEC
           END-IF.

       LOG-SUPERVISOR-OVERRIDE.
      *> 主管加签留痕安全日志（OVRD），大额兑换的加签轨迹由此可查
           MOVE CA-PENDING-OVERRIDE TO SL-TELLER-ID.
           MOVE 'OVRD' TO SL-EVENT-CODE.
           MOVE WS-FMT-DATE TO SL-LOG-DATE.
           MOVE WS-FMT-TIME TO SL-LOG-TIME.
           EXEC CICS WRITEQ TD
               QUEUE('SLOG')
               FROM(SECURITY-LOG-RECORD)
               LENGTH(28)
           END-EXEC.

       SEND-EXCHANGE-MAP.
           EXEC CICS SEND
               MAP('FXEXCH')
               MAPSET('ACCTFXE')
               FROM(ACCTFXEO)
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
