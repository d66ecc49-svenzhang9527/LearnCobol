       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTTDEP.
      *> 柜面定期开户与合约查询：两阶段伪会话（交易码 TDEP）。
      *> 新开定期过去填纸单、录 TD_MAINT.TXT，隔夜 TermDepositMaint
      *> 跑过才有合约，客户离柜时拿不到合约号也拿不到确定利率。
      *> 查询：柜员键客户号，一屏列出该客户名下（开户人或联名/
      *> 共签持有人）的全部定期合约、合约利率、到期日、续存指示
      *> 与截至今日的应计利息（单利按实际天数/365，与到期作业
      *> 同口径），1 级即可查。
      *> 开户报价（2 级以上）：再键定期产品、存期、本金、续存
      *> 指示（R/P）、新开的定期账户与扣款活期账户，实时校验——
      *> 挂牌利率档（TERM_RATES.DAT）该产品该存期在售且已生效、
      *> 本金不低于起存金额；定期账户校验位、在档、属本客户、
      *> 未静止、余额为零且尚无合约；活期账户校验位、在档、由本
      *> 客户持有、未静止、无全额冻结、可用余额（账面余额扣日间
      *> 备忘待借记与金额止付）足额，两户同币种；柜员单笔/当日
      *> 限额（超限同屏主管加签）——通过后回显挂牌利率、到期日
      *> 与到期利息，待确认开户存进 COMMAREA。
      *> 确认阶段：柜员键 CONFIRM='Y'，当场写 TERM_DEPOSITS.DAT
      *> 合约（起存日为今日，到期日按存期滚动、月末收敛），再写
      *> 一条 'T' 采集项进外分区传输队列 ACTX，日切由
      *> TellerCaptureBatch 生成转账把本金从活期户划入定期户；
      *> 活期户累进备忘待借记、定期户累进未清贷记。其他输入作废
      *> 本笔重新录入。PF3 回主菜单。限额与加签做法同 ACCTXFER。
      *> 联机状态控制（SYSSTAT）：批窗与挂起中只许查询，开户报价
      *> 与确认一律拒绝；翻日后第一笔交易先核对批流
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-ID    PIC 9(8).
      *> 账户号校验位重定义视图须紧随原定义
       01 WS-CHECK-DIGITS REDEFINES WS-ACCOUNT-ID.
           05 WS-CHK-DIGIT     PIC 9 OCCURS 8 TIMES.
       01 WS-CUSTOMER-ID   PIC 9(6) VALUE 0.
       01 WS-TERM-ACCOUNT  PIC 9(8) VALUE 0.
       01 WS-FUND-ACCOUNT  PIC 9(8) VALUE 0.
       01 WS-TERM-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-FUND-BALANCE  PIC S9(7)V99 VALUE 0.
       01 WS-TERM-MONTHS   PIC 9(3) VALUE 0.
       01 WS-RESP          PIC S9(8) COMP.
       01 WS-TXN-AMOUNT    PIC 9(7)V99.

      *> 报价：挂牌利率、到期日与到期利息
       01 WS-QUOTE-RATE    PIC 9V9(4) VALUE 0.
       01 WS-RATE-PERCENT  PIC 9(2)V99 VALUE 0.
       01 WS-RATE-DISPLAY  PIC Z9.99.
       01 WS-START-DATE    PIC 9(8) VALUE 0.
       01 WS-MATURITY-DATE PIC 9(8) VALUE 0.
       01 WS-TERM-DAYS     PIC 9(5) VALUE 0.
       01 WS-INTEREST-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-INTEREST-DISPLAY PIC Z,ZZZ,ZZ9.99.

      *> 到期日按存期滚动前进的工作字段，与 TermDepositMaturity
      *> ROLL-MATURITY-DATE 同一做法
       01 WS-DUE-YEAR      PIC 9(4) VALUE 0.
       01 WS-DUE-MONTH     PIC 9(2) VALUE 0.
       01 WS-DUE-DAY       PIC 9(2) VALUE 0.
       01 WS-MONTHS-TO-ADD PIC 9(5) VALUE 0.
       01 POSTING-CALENDAR.
           COPY POSTCAL.

      *> 合约列示：明细行编辑格式与合计
       01 WS-BROWSE-ID     PIC 9(8).
       01 WS-BROWSE-RESP   PIC S9(8) COMP.
       01 WS-LINES-FILLED  PIC 9 VALUE 0.
       01 WS-DEPOSITS-FOUND PIC 9(3) VALUE 0.
       01 WS-HOLDER-MATCH  PIC X VALUE 'N'.
       01 WS-ACCRUE-TO-DATE PIC 9(8) VALUE 0.
       01 WS-ACCRUED       PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-PRINCIPAL PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ACCRUED PIC 9(9)V99 VALUE 0.
       01 WS-DEPOSIT-LINE.
           05 WS-DL-ACCOUNT    PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DL-PRINCIPAL  PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-DL-RATE       PIC Z9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-DL-MATURITY   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-DL-RENEWAL    PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-DL-STATUS     PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-DL-ACCRUED    PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           05 WS-TL-COUNT      PIC ZZ9.
           05 FILLER           PIC X(20) VALUE ' DEPOSITS PRINCIPAL '.
           05 WS-TL-PRINCIPAL  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(9) VALUE ' ACCRUED '.
           05 WS-TL-ACCRUED    PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PLACED-MSG.
           05 FILLER           PIC X(27)
               VALUE 'DEPOSIT PLACED - CONTRACT  '.
           05 WS-PM-ACCOUNT    PIC 9(8).

      *> 开户时刻：ASKTIME/FORMATTIME 取日历日期与时间
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-FMT-DATE       PIC X(8).
       01 WS-FMT-DATE-NUM REDEFINES WS-FMT-DATE PIC 9(8).
       01 WS-FMT-TIME.
           05 WS-FMT-HHMMSS PIC X(6).
           05 FILLER        PIC X(2) VALUE '00'.

      *> 账户号校验位：与 AccountMasterUpdate/ACCTXFER 同一算法
       01 WS-CHECK-WEIGHTS.
           05 FILLER           PIC X(7) VALUE '7317317'.
       01 WS-CHECK-WEIGHT-TABLE REDEFINES WS-CHECK-WEIGHTS.
           05 WS-CHK-WEIGHT    PIC 9 OCCURS 7 TIMES.
       01 WS-CHECK-SUM         PIC 9(4).
       01 WS-CHECK-EXPECTED    PIC 9.
       01 WS-CHECK-INDEX       PIC 9.
       01 WS-NOT-SIGNED-ON     PIC X(40)
           VALUE 'SIGN ON REQUIRED - USE SIGN-ON SCREEN'.

      *> 柜员上下文 + 本笔待确认开户：屏幕字段不回传，录入阶段
      *> 校验报价过的合约要素只能随 COMMAREA 带进确认阶段；客户
      *> 号随上下文 CA-CURRENT-CUSTOMER 走
       01 WS-COMMAREA.
           COPY ACCTCOMM.
           05 CA-PENDING-PRODUCT   PIC X(2).
           05 CA-PENDING-TERM      PIC 9(3).
           05 CA-PENDING-AMOUNT    PIC 9(7)V99.
           05 CA-PENDING-RATE      PIC 9V9(4).
           05 CA-PENDING-RENEWAL   PIC X.
           05 CA-PENDING-TERM-ACCT PIC 9(8).
           05 CA-PENDING-FUND-ACCT PIC 9(8).
           05 CA-PENDING-MATURITY  PIC 9(8).
           05 CA-PENDING-OVERRIDE  PIC X(8).

      *> 账户主文件记录，与批处理共用同一份布局
       01 ACCOUNT-RECORD.
           COPY ACCTREC.

      *> 客户主档记录：姓名回显与身故客户拦截
       01 CUSTOMER-RECORD.
           COPY CUSTMAST.

      *> 定期合约记录，与 TermDepositMaint/到期作业共用同一份布局
       01 TD-MASTER-RECORD.
           COPY TERMDEP.

      *> 定期挂牌利率记录
       01 TERM-RATE-RECORD.
           COPY TDRATE.

      *> 持有人交叉引用记录：联名/共签持有的账户同样列示与扣款
       01 XREF-RECORD.
           COPY CUSTXREF.
       01 WS-XREF-LOOKUP-KEY.
           05 WS-XL-ACCOUNT-ID PIC 9(8).
           05 WS-XL-CUSTOMER-ID PIC 9(6).
       01 WS-XREF-RESP     PIC S9(8) COMP.

      *> 柜员/主管用户主档记录：限额检查与主管加签验证用
       01 USER-RECORD.
           COPY USERREC.
       01 WS-TELLER-TXN-LIMIT  PIC 9(7)V99 VALUE 0.
       01 WS-TELLER-DAY-LIMIT  PIC 9(9)V99 VALUE 0.

      *> 柜员当日累计档记录（TELLER_DAY_TOTALS.DAT，柜员+日期
      *> 键控，键长16），与 ACCTCAPT/ACCTXFER 累计同一条记录
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

      *> 司法冻结/止付档记录：扣款户冻结不得转出
       01 HOLD-RECORD.
           COPY ACCTHOLD.
       01 WS-HOLD-AMOUNT   PIC 9(9)V99 VALUE 0.

      *> 日间备忘过账记录：可用余额校验与确认后累计
       01 MEMO-RECORD.
           COPY MEMOPOST.
       01 WS-MEMO-RESP     PIC S9(8) COMP.
       01 WS-AVAILABLE     PIC S9(9)V99 VALUE 0.

      *> 未收妥资金档记录（UNCFILE，账户+序号键控，键长13）：
      *> 支票存入未到释放日的部分不可扣款
       01 UNCOLLECTED-FUNDS-RECORD.
           COPY UNCFUNDS.
       01 WS-UNC-BROWSE-KEY.
           05 WS-UNC-BROWSE-ACCOUNT PIC 9(8).
           05 WS-UNC-BROWSE-SEQ     PIC 9(5).
       01 WS-UNC-BROWSE-DONE   PIC X VALUE 'N'.
       01 WS-UNCOLLECTED       PIC 9(9)V99 VALUE 0.
       01 WS-MEMO-ACCOUNT  PIC 9(8) VALUE 0.
       01 WS-MEMO-TYPE     PIC X VALUE SPACE.

      *> 采集记录，与存取款/转账采集、日切批共用同一份布局
       01 CAPTURE-RECORD.
           COPY TELLCAP.

      *> 查询访问日志记录：列出了客户定期合约即写 ALOG 队列
       01 ACCESS-LOG-RECORD.
           COPY ACCSLOG.

      *> 定期开户屏幕的符号映射
       COPY ACCTTDPM.

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
      *> 菜单转入为 27 字节上下文，本交易自回传为 79 字节
      *> （上下文 + 待确认开户 + 加签主管）
       01 DFHCOMMAREA      PIC X(79).

       PROCEDURE DIVISION.

       TERMDEP-START.
      *> 查询 1 级即可，开户在录入阶段另查 2 级
           IF EIBCALEN = 0
               EXEC CICS SEND TEXT
                   FROM(WS-NOT-SIGNED-ON)
                   LENGTH(40)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           IF EIBCALEN = 79
               MOVE DFHCOMMAREA TO WS-COMMAREA
           ELSE
               MOVE DFHCOMMAREA(1:27) TO WS-COMMAREA(1:27)
               PERFORM CLEAR-PENDING-PLACEMENT
           END-IF.

      *    角色授权：角色未授予本交易的柜员入口即拒
           PERFORM LOAD-TELLER-ROLE.
           MOVE WS-USER-ROLE TO ENT-ROLE-CODE.
           MOVE 'TDEP' TO ENT-FUNCTION.
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

      *    菜单刚转入：先发定期屏，上下文客户预填、当前账户预填
      *    为扣款户，下一输入由本交易（TDEP）自己接收
           IF CA-CALLING-FUNCTION = 'MENU'
               MOVE LOW-VALUES TO ACCTTDPO
               IF CA-CURRENT-CUSTOMER > 0
                   MOVE CA-CURRENT-CUSTOMER TO DCUSTO
               END-IF
               IF CA-CURRENT-ACCOUNT > 0
                   MOVE CA-CURRENT-ACCOUNT TO DFUNDO
               END-IF
               MOVE 'KEY CUSTOMER TO LIST, ADD TERMS TO PLACE A DEPOSIT'
                   TO DMSGO
               EXEC CICS SEND
                   MAP('TDPMAP')
                   MAPSET('ACCTTDP')
                   FROM(ACCTTDPO)
                   ERASE
               END-EXEC
               MOVE 'TDEP' TO CA-CALLING-FUNCTION
               PERFORM RETURN-TO-TERMDEP
           END-IF.

      *    PF3 不带数据，先于收屏判断
           IF EIBAID = DFHPF3
               PERFORM RETURN-TO-MENU
           END-IF.

           EXEC CICS RECEIVE
               MAP('TDPMAP')
               MAPSET('ACCTTDP')
               INTO(ACCTTDPI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO ACCTTDPI
           END-IF.

           IF CA-PENDING-AMOUNT > 0
               PERFORM HANDLE-CONFIRM-PHASE
           END-IF.
           PERFORM HANDLE-ENTRY-PHASE.

       HANDLE-CONFIRM-PHASE.
      *> 待确认开户在 COMMAREA 里：'Y' 建合约落队列，其他输入
      *> 作废本笔重新录入
      *    录入后才日切的待确认开户作废，批窗/挂起中不建合约
           IF WS-ONLINE-STATUS = 'B' OR WS-ONLINE-STATUS = 'H'
               PERFORM CLEAR-PENDING-PLACEMENT
               IF WS-ONLINE-STATUS = 'B'
                   MOVE 'BATCH IN PROGRESS - PLACEMENT DISCARDED'
                       TO DMSGO
               ELSE
                   MOVE 'BATCH NOT COMPLETE - PLACEMENT DISCARDED'
                       TO DMSGO
               END-IF
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           IF DCONFI = 'Y'
               PERFORM WRITE-TERM-CONTRACT
               PERFORM QUEUE-FUNDING-TRANSFER
               MOVE CA-PENDING-TERM-ACCT TO CA-CURRENT-ACCOUNT
               MOVE CA-PENDING-TERM-ACCT TO WS-PM-ACCOUNT
               PERFORM CLEAR-PENDING-PLACEMENT
               MOVE CA-CURRENT-CUSTOMER TO WS-CUSTOMER-ID
               PERFORM LIST-CUSTOMER-DEPOSITS
               MOVE SPACE TO DCONFO
               MOVE WS-PLACED-MSG TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           ELSE
               PERFORM CLEAR-PENDING-PLACEMENT
               MOVE 'PLACEMENT DISCARDED - KEY NEW TERMS' TO DMSGO
               EXEC CICS SEND
                   MAP('TDPMAP')
                   MAPSET('ACCTTDP')
                   FROM(ACCTTDPO)
                   ERASE
               END-EXEC
               PERFORM RETURN-TO-TERMDEP
           END-IF.

       CLEAR-PENDING-PLACEMENT.
           MOVE SPACES TO CA-PENDING-PRODUCT.
           MOVE 0 TO CA-PENDING-TERM.
           MOVE 0 TO CA-PENDING-AMOUNT.
           MOVE 0 TO CA-PENDING-RATE.
           MOVE SPACE TO CA-PENDING-RENEWAL.
           MOVE 0 TO CA-PENDING-TERM-ACCT.
           MOVE 0 TO CA-PENDING-FUND-ACCT.
           MOVE 0 TO CA-PENDING-MATURITY.
           MOVE SPACES TO CA-PENDING-OVERRIDE.

       HANDLE-ENTRY-PHASE.
           IF DCUSTI = SPACES OR DCUSTI = LOW-VALUES
               MOVE 'KEY CUSTOMER NUMBER' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           MOVE DCUSTI TO WS-CUSTOMER-ID.
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID.
           EXEC CICS READ
               FILE('CUSTFILE')
               INTO(CUSTOMER-RECORD)
               RIDFLD(CM-CUSTOMER-ID)
               KEYLENGTH(6)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON FILE' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           MOVE CM-CUSTOMER-NAME TO DNAMEO.
           MOVE WS-CUSTOMER-ID TO CA-CURRENT-CUSTOMER.
           PERFORM LIST-CUSTOMER-DEPOSITS.

      *    未键开户要素即为查询，列完即止
           IF (DPRODI = SPACES OR DPRODI = LOW-VALUES) AND
                   (DTERMI = SPACES OR DTERMI = LOW-VALUES) AND
                   (DAMTI = SPACES OR DAMTI = LOW-VALUES)
               MOVE 'DEPOSITS LISTED - ADD TERMS TO PLACE A DEPOSIT'
                   TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           IF CA-AUTH-LEVEL < 2
               MOVE 'AUTHORITY LEVEL 2 REQUIRED TO PLACE' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           IF WS-ONLINE-STATUS = 'B'
               MOVE 'BATCH IN PROGRESS - INQUIRY ONLY' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           IF WS-ONLINE-STATUS = 'H'
               MOVE 'BATCH NOT COMPLETE - INQUIRY ONLY' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           IF CM-DATE-OF-DEATH > 0 OR CM-ESTATE-STATUS NOT = SPACE
               MOVE 'CUSTOMER DECEASED - REFER TO ESTATES' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.

           PERFORM QUOTE-TERM-RATE.

           MOVE DAMTI TO WS-TXN-AMOUNT.
           IF WS-TXN-AMOUNT = 0
               MOVE 'PRINCIPAL MUST BE GREATER THAN ZERO' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           IF WS-TXN-AMOUNT < TR-MIN-PRINCIPAL
               MOVE 'PRINCIPAL BELOW MINIMUM FOR THIS PRODUCT'
                   TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           IF DRENEWI NOT = 'R' AND DRENEWI NOT = 'P'
               MOVE 'RENEWAL MUST BE R=RENEW OR P=PAY OUT' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.

           PERFORM VALIDATE-TERM-ACCOUNT.
           PERFORM VALIDATE-FUNDING-ACCOUNT.

      *    扣款户冻结与可用余额：全额冻结打回，可用余额 = 账面
      *    余额 - 日间已采集未过账的借记 - 有效金额止付
           PERFORM CHECK-HOLD-ON-FUND-ACCOUNT.
           PERFORM COMPUTE-AVAILABLE-BALANCE.
           IF WS-AVAILABLE < WS-TXN-AMOUNT
               MOVE 'INSUFFICIENT AVAILABLE FUNDS IN FUNDING ACCOUNT'
                   TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.

      *    柜员限额检查：超限须同屏主管加签，与转账采集同口径
           PERFORM CHECK-TELLER-LIMITS.
           IF WS-LIMIT-EXCEEDED = 'Y'
               PERFORM REQUIRE-SUPERVISOR-OVERRIDE
           ELSE
               MOVE SPACES TO CA-PENDING-OVERRIDE
           END-IF.

      *    报价：起存日为今日，到期日按存期滚动，到期利息按实际
      *    天数/365 单利，与到期作业同口径
           PERFORM TAKE-CAPTURE-TIMESTAMP.
           MOVE WS-FMT-DATE-NUM TO WS-START-DATE.
           PERFORM ROLL-MATURITY-DATE.
           COMPUTE WS-TERM-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-MATURITY-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-START-DATE).
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               WS-TXN-AMOUNT * WS-QUOTE-RATE * WS-TERM-DAYS / 365
               ON SIZE ERROR
                   MOVE 'INTEREST TOO LARGE - REFER TO OPERATIONS'
                       TO DMSGO
                   PERFORM SEND-TERMDEP-MAP
                   PERFORM RETURN-TO-TERMDEP
           END-COMPUTE.
           MOVE WS-MATURITY-DATE TO DMATDO.
           MOVE WS-INTEREST-AMOUNT TO WS-INTEREST-DISPLAY.
           MOVE WS-INTEREST-DISPLAY TO DINTO.

      *    校验通过：待确认开户装入 COMMAREA，回显等确认
           MOVE TR-PRODUCT-CODE TO CA-PENDING-PRODUCT.
           MOVE WS-TERM-MONTHS TO CA-PENDING-TERM.
           MOVE WS-TXN-AMOUNT TO CA-PENDING-AMOUNT.
           MOVE WS-QUOTE-RATE TO CA-PENDING-RATE.
           MOVE DRENEWI TO CA-PENDING-RENEWAL.
           MOVE WS-TERM-ACCOUNT TO CA-PENDING-TERM-ACCT.
           MOVE WS-FUND-ACCOUNT TO CA-PENDING-FUND-ACCT.
           MOVE WS-MATURITY-DATE TO CA-PENDING-MATURITY.
           MOVE 'QUOTE SHOWN - CONFIRM Y TO PLACE THE DEPOSIT'
               TO DMSGO.
           PERFORM SEND-TERMDEP-MAP.
           PERFORM RETURN-TO-TERMDEP.

       QUOTE-TERM-RATE.
      *> 挂牌利率档按 产品+存期 取价：须在售且已到生效日
           IF DPRODI = SPACES OR DPRODI = LOW-VALUES OR
                   DTERMI = SPACES OR DTERMI = LOW-VALUES
               MOVE 'KEY PRODUCT, TERM AND PRINCIPAL' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           MOVE DTERMI TO WS-TERM-MONTHS.
           MOVE DPRODI TO TR-PRODUCT-CODE.
           MOVE WS-TERM-MONTHS TO TR-TERM-MONTHS.
           EXEC CICS READ
               FILE('TRATFILE')
               INTO(TERM-RATE-RECORD)
               RIDFLD(TR-KEY)
               KEYLENGTH(5)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO RATE FOR THIS PRODUCT AND TERM' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           MOVE TR-DESCRIPTION TO DPDESCO.
           PERFORM TAKE-CAPTURE-TIMESTAMP.
           IF TR-STATUS NOT = 'A' OR
                   TR-EFFECTIVE-DATE > WS-FMT-DATE-NUM
               MOVE 'PRODUCT/TERM NOT ON SALE TODAY' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           MOVE TR-RATE TO WS-QUOTE-RATE.
           COMPUTE WS-RATE-PERCENT = WS-QUOTE-RATE * 100.
           MOVE WS-RATE-PERCENT TO WS-RATE-DISPLAY.
           MOVE WS-RATE-DISPLAY TO DRATEO.

       VALIDATE-TERM-ACCOUNT.
      *> 定期户须已开在主档上、属本客户、未静止、余额为零且
      *> 合约档上尚无合约（本金由本笔转入）
           IF DTACCTI = SPACES OR DTACCTI = LOW-VALUES
               MOVE 'KEY THE NEW TERM ACCOUNT' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           MOVE DTACCTI TO WS-ACCOUNT-ID.
           PERFORM VALIDATE-CHECK-DIGIT.
           IF WS-CHK-DIGIT(8) NOT = WS-CHECK-EXPECTED
               MOVE 'BAD CHECK DIGIT - VERIFY TERM ACCOUNT' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           MOVE WS-ACCOUNT-ID TO WS-TERM-ACCOUNT.
           EXEC CICS READ
               FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               RIDFLD(WS-TERM-ACCOUNT)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'TERM ACCOUNT NOT ON FILE' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           IF CUSTOMER-ID NOT = WS-CUSTOMER-ID
               MOVE 'TERM ACCOUNT NOT OPENED FOR THIS CUSTOMER'
                   TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           IF DORMANT-FLAG = 'Y'
               MOVE 'TERM ACCOUNT IS DORMANT - SEE SUPERVISOR'
                   TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           IF ACCOUNT-BALANCE NOT = 0
               MOVE 'TERM ACCOUNT MUST BE NEW WITH ZERO BALANCE'
                   TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           MOVE CURRENCY-CODE TO WS-TERM-CURRENCY.
           MOVE WS-TERM-ACCOUNT TO TD-ACCOUNT-ID.
           EXEC CICS READ
               FILE('TDEPFILE')
               INTO(TD-MASTER-RECORD)
               RIDFLD(TD-ACCOUNT-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'TERM ACCOUNT ALREADY HAS A CONTRACT' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.

       VALIDATE-FUNDING-ACCOUNT.
      *> 扣款户须由本客户持有（开户人或联名/共签）、未静止、与
      *> 定期户同币种；账户记录区留给冻结与可用余额校验
           IF DFUNDI = SPACES OR DFUNDI = LOW-VALUES
               MOVE 'KEY THE FUNDING ACCOUNT' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           MOVE DFUNDI TO WS-ACCOUNT-ID.
           PERFORM VALIDATE-CHECK-DIGIT.
           IF WS-CHK-DIGIT(8) NOT = WS-CHECK-EXPECTED
               MOVE 'BAD CHECK DIGIT - VERIFY FUNDING ACCOUNT'
                   TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           MOVE WS-ACCOUNT-ID TO WS-FUND-ACCOUNT.
           IF WS-FUND-ACCOUNT = WS-TERM-ACCOUNT
               MOVE 'FUNDING AND TERM ACCOUNT MUST DIFFER' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           EXEC CICS READ
               FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               RIDFLD(WS-FUND-ACCOUNT)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'FUNDING ACCOUNT NOT ON FILE' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           MOVE ACCOUNT-NAME TO DFNAMEO.
           PERFORM CHECK-CUSTOMER-HOLDS-ACCOUNT.
           IF WS-HOLDER-MATCH = 'N'
               MOVE 'FUNDING ACCOUNT NOT HELD BY THIS CUSTOMER'
                   TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           IF DORMANT-FLAG = 'Y'
               MOVE 'FUNDING ACCOUNT IS DORMANT - SEE SUPERVISOR'
                   TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           IF CURRENCY-CODE NOT = WS-TERM-CURRENCY
               MOVE 'FUNDING AND TERM CURRENCY DIFFER' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           MOVE ACCOUNT-BALANCE TO WS-FUND-BALANCE.

       CHECK-CUSTOMER-HOLDS-ACCOUNT.
      *> 账户记录区当前账户由本客户开户，或本客户在交叉引用档
      *> 上登记为联名/共签持有人
           IF CUSTOMER-ID = WS-CUSTOMER-ID
               MOVE 'Y' TO WS-HOLDER-MATCH
           ELSE
               MOVE 'N' TO WS-HOLDER-MATCH
               MOVE ACCOUNT-ID TO WS-XL-ACCOUNT-ID
               MOVE WS-CUSTOMER-ID TO WS-XL-CUSTOMER-ID
               EXEC CICS READ
                   FILE('XREFFILE')
                   INTO(XREF-RECORD)
                   RIDFLD(WS-XREF-LOOKUP-KEY)
                   KEYLENGTH(14)
                   RESP(WS-XREF-RESP)
               END-EXEC
               IF WS-XREF-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-HOLDER-MATCH
               END-IF
           END-IF.

       CHECK-HOLD-ON-FUND-ACCOUNT.
      *> 冻结检查与批过账同口径：'F'/'I' 全额冻结一律打回，
      *> 'A' 金额止付计入可用余额扣减；已到期的冻结不拦
      *> （到期日 0=长期有效）
           MOVE 0 TO WS-HOLD-AMOUNT.
           PERFORM TAKE-CAPTURE-TIMESTAMP.
           MOVE WS-FUND-ACCOUNT TO AHL-ACCOUNT-ID.
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
                       MOVE 'FUNDING ACCOUNT FROZEN BY COURT ORDER'
                           TO DMSGO
                       PERFORM SEND-TERMDEP-MAP
                       PERFORM RETURN-TO-TERMDEP
                   END-IF
                   IF AHL-HOLD-TYPE = 'A'
                       MOVE AHL-HOLD-AMOUNT TO WS-HOLD-AMOUNT
                   END-IF
               END-IF
           END-IF.

       COMPUTE-AVAILABLE-BALANCE.
           MOVE WS-FUND-BALANCE TO WS-AVAILABLE.
           SUBTRACT WS-HOLD-AMOUNT FROM WS-AVAILABLE.
           MOVE WS-FUND-ACCOUNT TO MEM-ACCOUNT-ID.
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
      *> 浏览扣款账户未收妥资金：未释放且释放日在今天之后的合计，
      *> 与 ACCTCAPT 同一口径
           PERFORM TAKE-CAPTURE-TIMESTAMP.
           MOVE 0 TO WS-UNCOLLECTED.
           MOVE 'N' TO WS-UNC-BROWSE-DONE.
           MOVE WS-FUND-ACCOUNT TO WS-UNC-BROWSE-ACCOUNT.
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
               IF UCF-ACCOUNT-ID NOT = WS-FUND-ACCOUNT
                   MOVE 'Y' TO WS-UNC-BROWSE-DONE
               ELSE
                   IF UCF-STATUS = 'U' AND
                           UCF-RELEASE-DATE > WS-FMT-DATE-NUM
                       ADD UCF-AMOUNT TO WS-UNCOLLECTED
                   END-IF
               END-IF
           END-IF.

       ROLL-MATURITY-DATE.
      *> 起存日加存期月数，日期超出目标月天数时收敛到月末，
      *> 月份天数表按目标年份修正2月
           COMPUTE WS-DUE-YEAR = WS-START-DATE / 10000.
           COMPUTE WS-DUE-MONTH =
               FUNCTION MOD(WS-START-DATE / 100, 100).
           COMPUTE WS-DUE-DAY = FUNCTION MOD(WS-START-DATE, 100).
           MOVE 0 TO WS-MONTHS-TO-ADD.
           PERFORM UNTIL WS-MONTHS-TO-ADD >= WS-TERM-MONTHS
               ADD 1 TO WS-MONTHS-TO-ADD
               IF WS-DUE-MONTH = 12
                   MOVE 1 TO WS-DUE-MONTH
                   ADD 1 TO WS-DUE-YEAR
               ELSE
                   ADD 1 TO WS-DUE-MONTH
               END-IF
           END-PERFORM.
           PERFORM SET-MONTH-TABLE-FOR-YEAR.
           IF WS-DUE-DAY > PCAL-MONTH-DAY-COUNT(WS-DUE-MONTH)
               MOVE PCAL-MONTH-DAY-COUNT(WS-DUE-MONTH) TO WS-DUE-DAY
           END-IF.
           COMPUTE WS-MATURITY-DATE = WS-DUE-YEAR * 10000 +
               WS-DUE-MONTH * 100 + WS-DUE-DAY.

       SET-MONTH-TABLE-FOR-YEAR.
           MOVE 31 TO PCAL-MONTH-DAY-COUNT(1).
           MOVE 28 TO PCAL-MONTH-DAY-COUNT(2).
           MOVE 31 TO PCAL-MONTH-DAY-COUNT(3).
           MOVE 30 TO PCAL-MONTH-DAY-COUNT(4).
           MOVE 31 TO PCAL-MONTH-DAY-COUNT(5).
           MOVE 30 TO PCAL-MONTH-DAY-COUNT(6).
           MOVE 31 TO PCAL-MONTH-DAY-COUNT(7).
           MOVE 31 TO PCAL-MONTH-DAY-COUNT(8).
           MOVE 30 TO PCAL-MONTH-DAY-COUNT(9).
           MOVE 31 TO PCAL-MONTH-DAY-COUNT(10).
           MOVE 30 TO PCAL-MONTH-DAY-COUNT(11).
           MOVE 31 TO PCAL-MONTH-DAY-COUNT(12).
           IF FUNCTION MOD(WS-DUE-YEAR, 4) = 0 AND
                   (FUNCTION MOD(WS-DUE-YEAR, 100) NOT = 0 OR
                    FUNCTION MOD(WS-DUE-YEAR, 400) = 0)
               MOVE 29 TO PCAL-MONTH-DAY-COUNT(2)
           END-IF.

       LIST-CUSTOMER-DEPOSITS.
      *> 合约档按定期账户号顺序浏览，逐笔读主档看该账户是否由
      *> 本客户持有；在存合约计应计利息到今日（不超过到期日）
           MOVE 0 TO WS-LINES-FILLED.
           MOVE 0 TO WS-DEPOSITS-FOUND.
           MOVE 0 TO WS-TOTAL-PRINCIPAL.
           MOVE 0 TO WS-TOTAL-ACCRUED.
           MOVE SPACES TO DLINE1O DLINE2O DLINE3O DLINE4O
                          DLINE5O DLINE6O DLINE7O DLINE8O.
           PERFORM TAKE-CAPTURE-TIMESTAMP.
           MOVE 0 TO WS-BROWSE-ID.
           EXEC CICS STARTBR
               FILE('TDEPFILE')
               RIDFLD(WS-BROWSE-ID)
               KEYLENGTH(8)
               GTEQ
               RESP(WS-BROWSE-RESP)
           END-EXEC.
           IF WS-BROWSE-RESP = DFHRESP(NORMAL)
               PERFORM READ-FOR-CUSTOMER-DEPOSIT
                   UNTIL WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR
                   FILE('TDEPFILE')
               END-EXEC
           END-IF.
      *    名下无定期也显示了客户名称，按仅客户留一条访问记录
           IF WS-LINES-FILLED = 0
               MOVE 0 TO AL-ACCOUNT-ID
               PERFORM WRITE-ACCESS-LOG
           END-IF.
           MOVE WS-DEPOSITS-FOUND TO WS-TL-COUNT.
           MOVE WS-TOTAL-PRINCIPAL TO WS-TL-PRINCIPAL.
           MOVE WS-TOTAL-ACCRUED TO WS-TL-ACCRUED.
           MOVE WS-TOTAL-LINE TO DTOTALO.

       READ-FOR-CUSTOMER-DEPOSIT.
           EXEC CICS READNEXT
               FILE('TDEPFILE')
               INTO(TD-MASTER-RECORD)
               RIDFLD(WS-BROWSE-ID)
               KEYLENGTH(8)
               RESP(WS-BROWSE-RESP)
           END-EXEC.
           IF WS-BROWSE-RESP = DFHRESP(NORMAL)
               EXEC CICS READ
                   FILE('ACCTFILE')
                   INTO(ACCOUNT-RECORD)
                   RIDFLD(TD-ACCOUNT-ID)
                   KEYLENGTH(8)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM CHECK-CUSTOMER-HOLDS-ACCOUNT
                   IF WS-HOLDER-MATCH = 'Y'
                       PERFORM FILL-ONE-DEPOSIT-LINE
                   END-IF
               END-IF
           END-IF.

       FILL-ONE-DEPOSIT-LINE.
      *> 应计利息与到期作业同口径：本金 x 合约利率 x 起存日至
      *> 今日（到期后至到期日）的实际天数 / 365；已兑付合约为零
           MOVE 0 TO WS-ACCRUED.
           IF TD-STATUS = 'A' AND TD-START-DATE < WS-FMT-DATE-NUM
               IF TD-MATURITY-DATE < WS-FMT-DATE-NUM
                   MOVE TD-MATURITY-DATE TO WS-ACCRUE-TO-DATE
               ELSE
                   MOVE WS-FMT-DATE-NUM TO WS-ACCRUE-TO-DATE
               END-IF
               COMPUTE WS-TERM-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-ACCRUE-TO-DATE) -
                   FUNCTION INTEGER-OF-DATE(TD-START-DATE)
               COMPUTE WS-ACCRUED ROUNDED =
                   TD-PRINCIPAL * TD-CONTRACT-RATE * WS-TERM-DAYS / 365
                   ON SIZE ERROR
                       MOVE 0 TO WS-ACCRUED
               END-COMPUTE
           END-IF.
           ADD 1 TO WS-DEPOSITS-FOUND.
           IF TD-STATUS = 'A'
               ADD TD-PRINCIPAL TO WS-TOTAL-PRINCIPAL
               ADD WS-ACCRUED TO WS-TOTAL-ACCRUED
           END-IF.
           IF WS-LINES-FILLED < 8
               MOVE TD-ACCOUNT-ID TO WS-DL-ACCOUNT
               MOVE TD-PRINCIPAL TO WS-DL-PRINCIPAL
               COMPUTE WS-RATE-PERCENT = TD-CONTRACT-RATE * 100
               MOVE WS-RATE-PERCENT TO WS-DL-RATE
               MOVE TD-MATURITY-DATE TO WS-DL-MATURITY
               MOVE TD-RENEWAL-CODE TO WS-DL-RENEWAL
               MOVE TD-STATUS TO WS-DL-STATUS
               MOVE WS-ACCRUED TO WS-DL-ACCRUED
               ADD 1 TO WS-LINES-FILLED
               PERFORM MOVE-LINE-TO-SCREEN
               MOVE TD-ACCOUNT-ID TO AL-ACCOUNT-ID
               PERFORM WRITE-ACCESS-LOG
           END-IF.

       MOVE-LINE-TO-SCREEN.
           EVALUATE WS-LINES-FILLED
               WHEN 1
                   MOVE WS-DEPOSIT-LINE TO DLINE1O
               WHEN 2
                   MOVE WS-DEPOSIT-LINE TO DLINE2O
               WHEN 3
                   MOVE WS-DEPOSIT-LINE TO DLINE3O
               WHEN 4
                   MOVE WS-DEPOSIT-LINE TO DLINE4O
               WHEN 5
                   MOVE WS-DEPOSIT-LINE TO DLINE5O
               WHEN 6
                   MOVE WS-DEPOSIT-LINE TO DLINE6O
               WHEN 7
                   MOVE WS-DEPOSIT-LINE TO DLINE7O
               WHEN 8
                   MOVE WS-DEPOSIT-LINE TO DLINE8O
           END-EVALUATE.

       WRITE-ACCESS-LOG.
      *> 谁在什么时候看了哪个定期账户：落地 ACCESS_LOG.DAT，员工
      *> 访问监控凭此追查；账户号由调用处填好，时刻沿用列表开始
      *> 时取的日历口径（应计利息也按它算）
           MOVE CA-TELLER-ID TO AL-TELLER-ID.
           MOVE 'TDEP' TO AL-TRAN-CODE.
           MOVE WS-CUSTOMER-ID TO AL-CUSTOMER-ID.
           MOVE WS-FMT-DATE-NUM TO AL-LOG-DATE.
           MOVE WS-FMT-TIME TO AL-LOG-TIME.
           EXEC CICS WRITEQ TD
               QUEUE('ALOG')
               FROM(ACCESS-LOG-RECORD)
               LENGTH(42)
           END-EXEC.

       WRITE-TERM-CONTRACT.
      *> 当场建合约：起存日取确认时刻的日历日期；报价后他人抢先
      *> 给同一定期户建了合约则作废本笔
           PERFORM TAKE-CAPTURE-TIMESTAMP.
           MOVE CA-PENDING-TERM-ACCT TO TD-ACCOUNT-ID.
           MOVE CA-PENDING-AMOUNT    TO TD-PRINCIPAL.
           MOVE CA-PENDING-RATE      TO TD-CONTRACT-RATE.
           MOVE WS-FMT-DATE-NUM      TO TD-START-DATE.
           MOVE CA-PENDING-MATURITY  TO TD-MATURITY-DATE.
           MOVE CA-PENDING-TERM      TO TD-TERM-MONTHS.
           MOVE CA-PENDING-RENEWAL   TO TD-RENEWAL-CODE.
           MOVE CA-PENDING-FUND-ACCT TO TD-DEMAND-ACCOUNT.
           MOVE 'A'                  TO TD-STATUS.
           MOVE CA-PENDING-PRODUCT   TO TD-PRODUCT-CODE.
           EXEC CICS WRITE
               FILE('TDEPFILE')
               FROM(TD-MASTER-RECORD)
               RIDFLD(TD-ACCOUNT-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM CLEAR-PENDING-PLACEMENT
               MOVE 'CONTRACT NOT WRITTEN - TERM ACCOUNT IN USE'
                   TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.

       QUEUE-FUNDING-TRANSFER.
      *> 本金转入写一条 'T' 采集项进外分区传输队列：账户栏为
      *> 扣款活期户、转入栏为定期户，日切批成一笔 'T' 交易
           MOVE CA-PENDING-FUND-ACCT TO TC-ACCOUNT-ID.
           MOVE 'T' TO TC-TXN-TYPE.
           MOVE CA-PENDING-AMOUNT TO TC-AMOUNT.
           MOVE CA-TELLER-ID TO TC-TELLER-ID.
           MOVE CA-PENDING-OVERRIDE TO TC-OVERRIDE-TELLER.
           MOVE CA-PENDING-TERM-ACCT TO TC-TO-ACCOUNT-ID.
           MOVE SPACE TO TC-INSTRUMENT.
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

       UPDATE-MEMO-POSTS.
      *> 确认落队列的同时累进备忘档：扣款户进待借记、定期户进
      *> 未清贷记；账户首笔日间采集时新建记录
           MOVE CA-PENDING-FUND-ACCT TO WS-MEMO-ACCOUNT.
           MOVE 'W' TO WS-MEMO-TYPE.
           PERFORM POST-ONE-MEMO.
           MOVE CA-PENDING-TERM-ACCT TO WS-MEMO-ACCOUNT.
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

       RETURN-TO-TERMDEP.
      *> 留在定期伪会话里：下一输入仍回本交易
           EXEC CICS RETURN
               TRANSID('TDEP')
               COMMAREA(WS-COMMAREA)
               LENGTH(79)
           END-EXEC.

       RETURN-TO-MENU.
      *> 回主菜单伪会话：客户与新开定期户留在上下文里
           MOVE 'TDEP' TO CA-CALLING-FUNCTION.
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
           PERFORM TAKE-CAPTURE-TIMESTAMP.
           MOVE CA-TELLER-ID TO SST-OPENED-BY.
           MOVE WS-FMT-TIME TO SST-OPENED-TIME.
           EXEC CICS REWRITE
               FILE('SYSSTAT')
               FROM(SYSTEM-STATUS-RECORD)
               RESP(WS-RESP)
           END-EXEC.

       TAKE-CAPTURE-TIMESTAMP.
      *> 取日历口径（EIBDATE 是儒略日）
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-FMT-DATE)
               TIME(WS-FMT-HHMMSS)
           END-EXEC.

       READ-TELLER-DAY-TOTAL.
      *> 当日累计取持久档，与存取款/转账采集累计同一条记录
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
           IF DSUPIDI = SPACES OR DSUPIDI = LOW-VALUES
               MOVE 'OVER LIMIT - SUPERVISOR SIGN REQUIRED'
                   TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           MOVE DSUPIDI TO WS-SUPERVISOR-ID.
           IF WS-SUPERVISOR-ID = CA-TELLER-ID
               MOVE 'SUPERVISOR MUST BE A SECOND PERSON' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
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
               MOVE 'SUPERVISOR ID NOT ON FILE' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           IF USR-STATUS NOT = 'A' OR USR-AUTH-LEVEL < 3
               MOVE 'SUPERVISOR LEVEL 3 REQUIRED' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
      *    加签主管的角色须授予超限加签（OVRD）
           MOVE USR-ROLE-CODE TO ENT-ROLE-CODE.
           MOVE 'OVRD' TO ENT-FUNCTION.
           PERFORM CHECK-ENTITLEMENT.
           IF WS-ENTITLED = 'N'
               MOVE 'SUPERVISOR NOT ENTITLED TO OVERRIDE' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
           END-IF.
           IF DSUPPWI NOT = USR-PASSWORD
               MOVE 'SUPERVISOR PASSWORD INCORRECT' TO DMSGO
               PERFORM SEND-TERMDEP-MAP
               PERFORM RETURN-TO-TERMDEP
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

       SEND-TERMDEP-MAP.
           EXEC CICS SEND
               MAP('TDPMAP')
               MAPSET('ACCTTDP')
               FROM(ACCTTDPO)
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
