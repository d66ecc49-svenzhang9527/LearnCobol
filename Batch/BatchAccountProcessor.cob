               RECORD KEY IS DSP-ACCOUNT-ID
               FILE STATUS IS WS-DISP-FILE-STATUS.

      *>   代发关联档：PayrollCreditFile 登记的 PY 账户代发单位
           SELECT PAYROLL-LINK-FILE ASSIGN TO "PAYROLL_LINKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PYL-ACCOUNT-ID
               FILE STATUS IS WS-PAYLINK-STATUS.

      *>   月末划息转账批（ACCTTXN 布局，批次号 INTSWP），
      *>   单独落档由运维作为独立批次交给 AccountMasterUpdate
           SELECT SWEEP-TXN-FILE ASSIGN TO "INTEREST_SWEEP_TXNS.DAT"
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

      *>   账户议价利率档：客户经理为单个存户谈定、主管核准的
      *>   专属利率，起止日期内取代常规定价
           SELECT RATE-OVERRIDE-FILE ASSIGN TO "RATE_OVERRIDES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ROV-ACCOUNT-ID
               FILE STATUS IS WS-RATE-OVR-STATUS.

           SELECT CAMPAIGN-PARM-FILE ASSIGN TO "CAMPAIGN_PARM.DAT"  *> 市场部维护的营销加息活动参数
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-FILE-STATUS.
           05 CKPT-FIRST-SUBTOTAL   PIC X.  *> 写断点时的区间小计首笔标志
           05 CKPT-STATUS           PIC X.  *> 'C' = 运行正常结束，'I' = 运行中断点
           05 CKPT-WRITTEN-BALANCE  PIC S9(11)V99.  *> 写断点时的写出余额带符号合计，分片控制/传输清单续跑用
      *> 成本中心合计：主断点记录之后每个成本中心跟写一条，
      *> 续跑时按成本中心恢复总账分段合计
       01  CHECKPOINT-CC-RECORD.
           05 CKC-RECORD-TYPE       PIC X(8).  *> 固定 'COSTCTR '，区别于主断点记录
           05 CKC-COST-CENTRE       PIC X(6).  *> 网点+产品
           05 CKC-INTEREST          PIC 9(9)V99.  *> 累计已计提利息
           05 CKC-FEES              PIC 9(9)V99.  *> 累计已收费用
           05 CKC-WHT               PIC 9(9)V99.  *> 累计代扣税金
           05 CKC-ACCRUED           PIC 9(9)V99.  *> 当日应计利息
           05 CKC-RELEASED          PIC 9(9)V99.  *> 已冲销的应计利息

       FD  AUDIT-FILE.  *> 过账审计明细文件描述符
       01  AUDIT-RECORD.  *> 审计记录布局移入 copybook，与对账单生成等下游程序共用
           05 GL-DEBIT-CREDIT       PIC X(2).  *> 'DR' 或 'CR'
           05 GL-AMOUNT             PIC S9(9)V99.  *> 分录金额
           05 GL-DESCRIPTION        PIC X(30).  *> 分录说明
           05 GL-COST-CENTRE.  *> 成本中心：网点+产品，空白=未分摊
               10 GL-CC-BRANCH      PIC X(4).  *> 账户开户网点号
               10 GL-CC-PRODUCT     PIC X(2).  *> 账户产品代码

       FD  PRIOR-BALANCE-FILE.  *> 逐日余额累计文件描述符（索引文件，主键同账户ID）
       01  PRIOR-BALANCE-RECORD.
       01  DISP-RECORD.
           COPY INTDISP.

       FD  PAYROLL-LINK-FILE.  *> 代发关联档文件描述符
       01  PAYROLL-LINK-RECORD.
           COPY PAYLINK.

       FD  SWEEP-TXN-FILE.  *> 与 AccountMasterUpdate 共用同一份交易布局
       01  SWEEP-TXN-RECORD.
           COPY ACCTTXN
       01  PRODUCT-RECORD.
           COPY PRODMAST.

       FD  RATE-OVERRIDE-FILE.  *> 账户议价利率档文件描述符
       01  RATE-OVERRIDE-RECORD.
           COPY RATEOVR.

       FD  CAMPAIGN-PARM-FILE.  *> 营销活动参数文件描述符
       01  CAMPAIGN-PARM-RECORD.
           05 CAM-CAMPAIGN-ID       PIC X(6).  *> 活动编号
       01  WS-OVERDRAFT-FEE        PIC 9(2)V99 VALUE 25.00.  *> 透支账户收取的罚息/手续费
       01  WS-OD-RATE              PIC 9V9(4) VALUE 0.  *> 透支罚息年利率，启动时从参数文件加载；0=沿用一次性透支费
       01  WS-FEE-AMOUNT            PIC 9(2)V99 VALUE 0.  *> 本条记录实际扣除的费用，供审计记录
       01  WS-FEE-TYPE              PIC X VALUE SPACE.  *> 本条记录扣费类别 M/O/D，供审计记录区分管理费、透支费与透支罚息
       01  TEMP-RESULT             PIC 9(7)V99.  *> 定义 TEMP-RESULT 作为一个 7 位数字带小数的变量
       01  WS-COMPOUND-FACTOR      PIC 9V9(8).  *> 复利公式的复利系数，单独高精度计算以免连乘后截断失真
       01  WS-REJECT-SWITCH        PIC X VALUE 'N'.  *> 'Y' 表示本条记录校验不通过
       01  WS-DAILY-ACCRUAL         PIC 9(7)V99 VALUE 0.  *> 本账户当日计提的应计利息
       01  WS-TOTAL-ACCRUED-TODAY   PIC 9(9)V99 COMP VALUE 0.  *> 当日应计利息合计，DAILY 运行进总账计提分录
       01  WS-TOTAL-ACCRUAL-RELEASED PIC 9(9)V99 COMP VALUE 0.  *> 月末过账冲销的应计利息合计

      *> 成本中心合计表：网点+产品为一个成本中心，上面五项运行
      *> 合计同时按账户的成本中心分段累计，总账分录逐成本中心
      *> 出对。第 1 格固定为空白成本中心（主档网点/产品未转换
      *> 的账户），表满后新成本中心也并入该格，分录总额不丢
       01  COST-CENTRE-TABLE.
           05 COST-CENTRE-ENTRY OCCURS 500 TIMES.
               10 CCT-COST-CENTRE.
                   15 CCT-BRANCH-CODE  PIC X(4).
                   15 CCT-PRODUCT-CODE PIC X(2).
               10 CCT-INTEREST      PIC 9(9)V99 COMP.
               10 CCT-FEES          PIC 9(9)V99 COMP.
               10 CCT-WHT           PIC 9(9)V99 COMP.
               10 CCT-ACCRUED       PIC 9(9)V99 COMP.
               10 CCT-RELEASED      PIC 9(9)V99 COMP.
       01  WS-CC-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-CC-INDEX              PIC 9(3) COMP VALUE 0.
       01  WS-CC-SLOT               PIC 9(3) COMP VALUE 0.
       01  WS-CC-FULL-WARNED        PIC X VALUE 'N'.  *> 'Y'=表满告警已出过
       01  WS-THIS-COST-CENTRE.  *> 本账户的成本中心
           05 WS-THIS-CC-BRANCH     PIC X(4).
           05 WS-THIS-CC-PRODUCT    PIC X(2).
       01  WS-CHECKPOINT-IMAGE      PIC X(145).  *> 跟写成本中心记录时暂存主断点记录
       01  WS-CHECKPOINT-EOF        PIC X VALUE 'N'.
       01  WS-APPLIED-RATE          PIC 9V9(4) VALUE 0.  *> 按余额档次查到的本次适用利率
       01  WS-ACCOUNT-TIER-CODE     PIC X(6) VALUE SPACES.  *> BRONZE/SILVER/GOLD，泛化自 ifelse.cob 的单一阈值判断
       01  WS-TIER1-LIMIT           PIC 9(7)V99 VALUE 1000.00.  *> 低档余额上限
       01  WS-HOLD-FILE-OPEN        PIC X VALUE 'N'.
       01  WS-INTEREST-HELD         PIC X VALUE 'N'.  *> 'Y'=本账户付息被冻结文书暂停

      *> 账户议价利率：有效期内的议价利率取代档次/外币利率，且不再
      *> 叠加营销加息；同时按常规定价另算一份利息写进审计记录，
      *> 议价成本报表据此比出议价多付（或少付）的利息
       01  WS-RATE-OVR-STATUS       PIC XX VALUE '00'.
       01  WS-RATE-OVR-OPEN         PIC X VALUE 'N'.  *> 'Y' 表示议价档可用
       01  WS-RATE-OVERRIDDEN       PIC X VALUE 'N'.  *> 'Y'=本账户按议价利率计息
       01  WS-STANDARD-RATE         PIC 9V9(4) VALUE 0.  *> 常规定价下的适用利率
       01  WS-STANDARD-INTEREST     PIC 9(7)V99 VALUE 0.  *> 常规定价下的本次利息
       01  WS-STD-PERIOD-RATE       PIC 9V9(4) VALUE 0.
       01  WS-STD-COMPOUND-FACTOR   PIC 9V9(8) VALUE 0.
       01  WS-OVERRIDE-ACCOUNTS     PIC 9(7) VALUE 0.  *> 按议价利率计息的账户数

      *> 利息归属：'T' 指令账户月末把税后利息以 'T' 转账划到
      *> 指定账户；利息照常先贷记计息账户（过账流水两腿齐全），
      *> 划息批随夜间批一并过账。全额冻结账户不划（文书优先）
       01  WS-CUSTBAL-STATUS        PIC XX VALUE '00'.
       01  WS-CUSTBAL-OPEN          PIC X VALUE 'N'.  *> 'Y' 表示合并余额档可用

      *> 代发工资定价：PY 产品账户在代发关联档上有生效关联、且最近
      *> 一次代发在窗口期内的，按代发户免收管理费；断发超过窗口期
      *> 即恢复收费。档不可用时一律按普通账户收费
       01  WS-PAYLINK-STATUS        PIC XX VALUE '00'.
       01  WS-PAYLINK-OPEN          PIC X VALUE 'N'.  *> 'Y' 表示代发关联档可用
       01  WS-PAYROLL-LINKED        PIC X VALUE 'N'.  *> 'Y' 表示本账户按代发户定价
       01  WS-PAYROLL-WINDOW-DAYS   PIC 9(3) VALUE 35.  *> 代发窗口期天数
       01  WS-PAYROLL-DAYS-SINCE    PIC 9(5) VALUE 0.  *> 距最近一次代发的天数

      *> 过账日历：周末 + 节假日表，跑批前判断当日是否为营业日
       01  POSTING-CALENDAR.
           COPY POSTCAL.
           PERFORM INIT-HOLIDAY-CALENDAR.  *> 加载节假日表
           PERFORM CHECK-POSTING-DATE.  *> 判断当日是否为营业日，决定是否计提利息

           PERFORM INIT-COST-CENTRE-TABLE.  *> 成本中心表先放好空白成本中心
           PERFORM CHECK-FOR-RESTART.  *> 检查是否存在上次未完成运行的断点

           PERFORM OPEN-PRIOR-BALANCE-FILE.  *> 打开逐日余额累计文件，供平均日余额计息合并取用
           IF WS-HOLD-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-FILE-OPEN
           END-IF.
      *    议价档可能尚未建立；开不出来全部按常规定价
           OPEN INPUT RATE-OVERRIDE-FILE.
           IF WS-RATE-OVR-STATUS = '00'
               MOVE 'Y' TO WS-RATE-OVR-OPEN
           END-IF.
      *    代发关联档可选；未建时 PY 账户照常收管理费
           OPEN INPUT PAYROLL-LINK-FILE.
           IF WS-PAYLINK-STATUS = '00'
               MOVE 'Y' TO WS-PAYLINK-OPEN
           END-IF.
      *    利息归属指令档可选；月末非试算运行且档在时开划息批
           OPEN INPUT DISP-MASTER-FILE.
           IF WS-DISP-FILE-STATUS = '00'
           IF WS-DISP-FILE-OPEN = 'Y'
               CLOSE DISP-MASTER-FILE
           END-IF.
           IF WS-PAYLINK-OPEN = 'Y'
               CLOSE PAYROLL-LINK-FILE
           END-IF.
           IF WS-RATE-OVR-OPEN = 'Y'
               CLOSE RATE-OVERRIDE-FILE
           END-IF.
           IF WS-SWEEP-OPEN = 'Y'
               PERFORM WRITE-SWEEP-BATCH-TRAILER
               CLOSE SWEEP-TXN-FILE
                               MOVE CKPT-WRITTEN-BALANCE
                                   TO WS-WRITTEN-BALANCE-TOTAL
                           END-IF
                           PERFORM RESTORE-COST-CENTRE-TOTALS
                           DISPLAY "Resuming after checkpoint, "
                               "last account: " CKPT-LAST-ACCOUNT-ID
                           MOVE SPACES TO WS-LOG-MESSAGE
           MOVE 'I' TO CKPT-STATUS.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
      *    成本中心合计逐条跟写；记录区与主断点记录共用，写完
      *    放回主记录，正常结束时改盖 'C' 的仍是主记录
           MOVE CHECKPOINT-RECORD TO WS-CHECKPOINT-IMAGE.
           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
               MOVE 'COSTCTR ' TO CKC-RECORD-TYPE
               MOVE CCT-COST-CENTRE(WS-CC-INDEX) TO CKC-COST-CENTRE
               MOVE CCT-INTEREST(WS-CC-INDEX) TO CKC-INTEREST
               MOVE CCT-FEES(WS-CC-INDEX) TO CKC-FEES
               MOVE CCT-WHT(WS-CC-INDEX) TO CKC-WHT
               MOVE CCT-ACCRUED(WS-CC-INDEX) TO CKC-ACCRUED
               MOVE CCT-RELEASED(WS-CC-INDEX) TO CKC-RELEASED
               WRITE CHECKPOINT-CC-RECORD
           END-PERFORM.
           MOVE WS-CHECKPOINT-IMAGE TO CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       RESTORE-COST-CENTRE-TOTALS.
      *> 续跑时按主断点记录之后的成本中心记录重建合计表；旧版
      *> 断点没有成本中心记录，恢复出的运行合计整体并入空白
      *> 成本中心，分录总额仍与审计明细对得上
           MOVE 0 TO WS-CC-COUNT.
           MOVE 'N' TO WS-CHECKPOINT-EOF.
           PERFORM UNTIL WS-CHECKPOINT-EOF = 'Y'
               READ CHECKPOINT-FILE
                   AT END
                       MOVE 'Y' TO WS-CHECKPOINT-EOF
                   NOT AT END
                       IF CKC-RECORD-TYPE = 'COSTCTR ' AND
                               WS-CC-COUNT < 500
                           ADD 1 TO WS-CC-COUNT
                           MOVE CKC-COST-CENTRE
                               TO CCT-COST-CENTRE(WS-CC-COUNT)
                           MOVE CKC-INTEREST
                               TO CCT-INTEREST(WS-CC-COUNT)
                           MOVE CKC-FEES TO CCT-FEES(WS-CC-COUNT)
                           MOVE CKC-WHT TO CCT-WHT(WS-CC-COUNT)
                           MOVE CKC-ACCRUED
                               TO CCT-ACCRUED(WS-CC-COUNT)
                           MOVE CKC-RELEASED
                               TO CCT-RELEASED(WS-CC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CC-COUNT = 0
               PERFORM INIT-COST-CENTRE-TABLE
               MOVE WS-TOTAL-INTEREST-POSTED TO CCT-INTEREST(1)
               MOVE WS-TOTAL-FEES-COLLECTED TO CCT-FEES(1)
               MOVE WS-TOTAL-WHT-COLLECTED TO CCT-WHT(1)
               MOVE WS-TOTAL-ACCRUED-TODAY TO CCT-ACCRUED(1)
               MOVE WS-TOTAL-ACCRUAL-RELEASED TO CCT-RELEASED(1)
           END-IF.

       INIT-COST-CENTRE-TABLE.
           MOVE 1 TO WS-CC-COUNT.
           MOVE 1 TO WS-CC-SLOT.
           MOVE SPACES TO CCT-COST-CENTRE(1).
           MOVE 0 TO CCT-INTEREST(1).
           MOVE 0 TO CCT-FEES(1).
           MOVE 0 TO CCT-WHT(1).
           MOVE 0 TO CCT-ACCRUED(1).
           MOVE 0 TO CCT-RELEASED(1).

       FIND-COST-CENTRE-SLOT.
      *> 本账户的成本中心 = 主档网点号 + 产品代码；同一账户连续
      *> 几次累计命中上次的格子，不必重查
           MOVE BRANCH-CODE TO WS-THIS-CC-BRANCH.
           MOVE PRODUCT-CODE TO WS-THIS-CC-PRODUCT.
           IF WS-THIS-COST-CENTRE = LOW-VALUES
               MOVE SPACES TO WS-THIS-COST-CENTRE
           END-IF.
           IF WS-CC-SLOT > 0 AND
                   CCT-COST-CENTRE(WS-CC-SLOT) = WS-THIS-COST-CENTRE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CC-SLOT.
           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
                   OR WS-CC-SLOT > 0
               IF CCT-COST-CENTRE(WS-CC-INDEX) = WS-THIS-COST-CENTRE
                   MOVE WS-CC-INDEX TO WS-CC-SLOT
               END-IF
           END-PERFORM.
           IF WS-CC-SLOT = 0
               IF WS-CC-COUNT >= 500
                   IF WS-CC-FULL-WARNED = 'N'
                       DISPLAY "*** Cost centre table full at 500 - "
                           "further cost centres posted unallocated"
                       MOVE 'Y' TO WS-CC-FULL-WARNED
                   END-IF
                   MOVE 1 TO WS-CC-SLOT
               ELSE
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-CC-COUNT TO WS-CC-SLOT
                   MOVE WS-THIS-COST-CENTRE
                       TO CCT-COST-CENTRE(WS-CC-SLOT)
                   MOVE 0 TO CCT-INTEREST(WS-CC-SLOT)
                   MOVE 0 TO CCT-FEES(WS-CC-SLOT)
                   MOVE 0 TO CCT-WHT(WS-CC-SLOT)
                   MOVE 0 TO CCT-ACCRUED(WS-CC-SLOT)
                   MOVE 0 TO CCT-RELEASED(WS-CC-SLOT)
               END-IF
           END-IF.

       WRITE-FINAL-CHECKPOINT.
           MOVE 'C' TO CKPT-STATUS.
           OPEN OUTPUT CHECKPOINT-FILE.
               END-IF
           END-IF.

       APPLY-RATE-OVERRIDE.
      *> 档次/外币利率定好之后再查议价档：状态生效且过账日落在
      *> 起止日期内（含两端）的议价利率取代常规利率；过期或撤销
      *> 的议价自动不再命中，回到常规定价。常规利率留底，供另算
      *> 常规口径利息
           MOVE 'N' TO WS-RATE-OVERRIDDEN.
           MOVE WS-APPLIED-RATE TO WS-STANDARD-RATE.
           IF WS-RATE-OVR-OPEN = 'Y'
               MOVE ACCOUNT-ID TO ROV-ACCOUNT-ID
               READ RATE-OVERRIDE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ROV-STATUS = 'A' AND
                               WS-EFFECTIVE-DATE >= ROV-START-DATE AND
                               WS-EFFECTIVE-DATE <= ROV-EXPIRY-DATE
                           MOVE ROV-RATE TO WS-APPLIED-RATE
                           MOVE 'Y' TO WS-RATE-OVERRIDDEN
                           ADD 1 TO WS-OVERRIDE-ACCOUNTS
                       END-IF
               END-READ
           END-IF.

       COMPUTE-STANDARD-INTEREST.
      *> 按常规利率、同一计息基数/天数/公式另算一份利息，只进审计
      *> 记录做成本比较，不入账
           COMPUTE WS-STD-PERIOD-RATE ROUNDED =
               WS-STANDARD-RATE * WS-DAYS-SINCE-LAST-POST / 365
               ON SIZE ERROR
                   MOVE 0 TO WS-STD-PERIOD-RATE
           END-COMPUTE.
           IF WS-FORMULA-VERSION = 'C'
               COMPUTE WS-STD-COMPOUND-FACTOR =
                   (1 + (WS-STD-PERIOD-RATE / WS-COMPOUND-PERIODS)) **
                       WS-COMPOUND-PERIODS
                   ON SIZE ERROR
                       MOVE 1 TO WS-STD-COMPOUND-FACTOR
               END-COMPUTE
               COMPUTE WS-STANDARD-INTEREST =
                   WS-AVERAGE-DAILY-BALANCE *
                       (WS-STD-COMPOUND-FACTOR - 1)
                   ON SIZE ERROR
                       MOVE 0 TO WS-STANDARD-INTEREST
               END-COMPUTE
           ELSE
               COMPUTE WS-STANDARD-INTEREST =
                   WS-AVERAGE-DAILY-BALANCE * WS-STD-PERIOD-RATE
                   ON SIZE ERROR
                       MOVE 0 TO WS-STANDARD-INTEREST
               END-COMPUTE
           END-IF.

       WRITE-DORMANT-RECORD.
           MOVE ACCOUNT-ID      TO DORM-ACCOUNT-ID.
           MOVE ACCOUNT-NAME    TO DORM-ACCOUNT-NAME.
      *> 试算模式下不落地，PRIOR-BALANCE-FILE 上的累计基数保持不变
           IF PB-ACCRUED-INTEREST NUMERIC
               ADD PB-ACCRUED-INTEREST TO WS-TOTAL-ACCRUAL-RELEASED
               PERFORM FIND-COST-CENTRE-SLOT
               ADD PB-ACCRUED-INTEREST TO CCT-RELEASED(WS-CC-SLOT)
           END-IF.
           MOVE 0 TO PB-ACCRUED-INTEREST.
           MOVE 0 TO PB-BALANCE-SUM.
                       MOVE WS-DAILY-ACCRUAL TO PB-ACCRUED-INTEREST
                   END-IF
                   ADD WS-DAILY-ACCRUAL TO WS-TOTAL-ACCRUED-TODAY
                   PERFORM FIND-COST-CENTRE-SLOT
                   ADD WS-DAILY-ACCRUAL TO CCT-ACCRUED(WS-CC-SLOT)
                   IF WS-SIMULATION-MODE NOT = 'Y'
                       REWRITE PRIOR-BALANCE-RECORD
                           INVALID KEY
           MOVE 0 TO WS-WITHHOLDING-AMOUNT.
           MOVE SPACES TO WS-ACTIVE-CAMPAIGN-ID.
           MOVE 0 TO WS-BONUS-INTEREST.
           MOVE 'N' TO WS-RATE-OVERRIDDEN.
           MOVE 0 TO WS-STANDARD-INTEREST.
           PERFORM RESOLVE-PRODUCT-PARMS.  *> 按本户产品代码解析生效的档次/利率/费用参数
           PERFORM CHECK-INTEREST-HOLD.
           IF DORMANT-FLAG = 'Y'
           ELSE
               PERFORM DETERMINE-ACCOUNT-TIER  *> 按余额档次选取适用利率并打上档次代码
               PERFORM DETERMINE-CCY-RATE  *> 外币账户改按外币利率表覆盖适用利率
               PERFORM APPLY-RATE-OVERRIDE  *> 有效期内的账户议价利率优先
               IF WS-RUN-TYPE = 'MONTH-END' AND WS-IS-BUSINESS-DAY = 'Y'
                   PERFORM COMPUTE-DAYS-SINCE-LAST-POST  *> 按实际自然日天数折算本周期适用利率，而非整年利率
                   IF WS-FORMULA-VERSION = 'C'
                               PERFORM FLAG-BALANCE-OVERFLOW
                       END-COMPUTE
                   END-IF
      *            议价利率是谈定的全包价，不再叠加营销加息；
      *            常规口径利息另算一份供成本比较
                   IF WS-RATE-OVERRIDDEN = 'Y'
                       PERFORM COMPUTE-STANDARD-INTEREST
                   ELSE
                       PERFORM APPLY-CAMPAIGN-BONUS  *> 活动期内叠加营销加息
                       MOVE TEMP-RESULT TO WS-STANDARD-INTEREST
                   END-IF
                   PERFORM COMPUTE-INTEREST-WITHHOLDING  *> 计算本次利息的代扣税金
                   COMPUTE WS-NEW-BALANCE = ACCOUNT-BALANCE +
                       TEMP-RESULT - WS-WITHHOLDING-AMOUNT
       APPLY-MANAGEMENT-FEE.
           MOVE 'N' TO OVERDRAFT-FLAG.
           MOVE 0 TO WS-FEE-AMOUNT.
           MOVE SPACE TO WS-FEE-TYPE.
           IF DORMANT-FLAG = 'Y'
      *        静止账户不扣管理费/透支费
               CONTINUE
                       ON SIZE ERROR
                           PERFORM FLAG-BALANCE-OVERFLOW
                   END-COMPUTE
                   MOVE 'D' TO WS-FEE-TYPE
               ELSE
                   MOVE WS-EFF-OD-FEE TO WS-FEE-AMOUNT
                   MOVE 'O' TO WS-FEE-TYPE
               END-IF
               COMPUTE WS-NEW-BALANCE =
                   WS-NEW-BALANCE - WS-FEE-AMOUNT
      *            不再因为客户把钱分散在多个账户而重复收费
                   CONTINUE
               ELSE
                   PERFORM CHECK-PAYROLL-LINK
                   IF WS-PAYROLL-LINKED = 'Y'
      *                代发工资户在窗口期内有代发入账，免收管理费
                       CONTINUE
                   ELSE
                       COMPUTE WS-NEW-BALANCE = WS-NEW-BALANCE -
                           WS-EFF-MGMT-FEE  *> 扣除本产品的管理费用
                       MOVE WS-EFF-MGMT-FEE TO WS-FEE-AMOUNT
                       MOVE 'M' TO WS-FEE-TYPE
                       IF WS-NEW-BALANCE < 0
                           MOVE 'Y' TO OVERDRAFT-FLAG  *> 扣费后转为透支
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-PAYROLL-LINK.
      *> PY 账户有生效代发关联且最近代发距业务日期不超过窗口期
           MOVE 'N' TO WS-PAYROLL-LINKED.
           IF PRODUCT-CODE = 'PY' AND WS-PAYLINK-OPEN = 'Y'
               MOVE ACCOUNT-ID TO PYL-ACCOUNT-ID
               READ PAYROLL-LINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PYL-STATUS = 'A' AND
                               PYL-LAST-CREDIT-DATE > 0 AND
                               PYL-LAST-CREDIT-DATE <= WS-EFFECTIVE-DATE
                           COMPUTE WS-PAYROLL-DAYS-SINCE =
                               FUNCTION INTEGER-OF-DATE(
                                   WS-EFFECTIVE-DATE) -
                               FUNCTION INTEGER-OF-DATE(
                                   PYL-LAST-CREDIT-DATE)
                           IF WS-PAYROLL-DAYS-SINCE <=
                                   WS-PAYROLL-WINDOW-DAYS
                               MOVE 'Y' TO WS-PAYROLL-LINKED
                           END-IF
                       END-IF
               END-READ
           END-IF.

       RESOLVE-INTEREST-DISPOSITION.
      *> 取本账户的利息归属指令：无记录/档不可用=转存本账户；
      *> 全额冻结（含暂停付息）账户强制转存，文书优先于指令
           MOVE WS-NEW-BALANCE  TO AUDIT-AFTER-BALANCE.
           MOVE TEMP-RESULT     TO AUDIT-INTEREST-AMOUNT.
           MOVE WS-FEE-AMOUNT   TO AUDIT-FEE-AMOUNT.
           IF WS-FEE-AMOUNT > 0
               MOVE WS-FEE-TYPE TO AUDIT-FEE-TYPE
           ELSE
               MOVE SPACE TO AUDIT-FEE-TYPE
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO AUDIT-POSTING-DATE.
           MOVE WS-WITHHOLDING-AMOUNT TO AUDIT-WHT-AMOUNT.
           MOVE WS-ACTIVE-CAMPAIGN-ID TO AUDIT-CAMPAIGN-ID.
           MOVE WS-BONUS-INTEREST TO AUDIT-BONUS-AMOUNT.
           MOVE WS-RATE-OVERRIDDEN TO AUDIT-RATE-OVERRIDE.
           MOVE WS-STANDARD-INTEREST TO AUDIT-STD-INTEREST.
      *    利息归属随审计记录留痕；本次未计息的记录归属栏空白
           IF TEMP-RESULT > 0
               MOVE WS-DISP-CODE TO AUDIT-DISP-CODE
           ADD TEMP-RESULT TO WS-TOTAL-INTEREST-POSTED.  *> 累计本次计提利息，供总账接口汇总（试算模式下仅用于预览总额，不落地审计记录）
           ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES-COLLECTED.  *> 累计本次收取费用，供总账接口汇总
           ADD WS-WITHHOLDING-AMOUNT TO WS-TOTAL-WHT-COLLECTED.  *> 累计本次代扣税金，供总账接口汇总
      *    同样三项按本账户成本中心分段累计，总账分录逐成本中心出对
           PERFORM FIND-COST-CENTRE-SLOT.
           ADD TEMP-RESULT TO CCT-INTEREST(WS-CC-SLOT).
           ADD WS-FEE-AMOUNT TO CCT-FEES(WS-CC-SLOT).
           ADD WS-WITHHOLDING-AMOUNT TO CCT-WHT(WS-CC-SLOT).

       WRITE-POSTING-HISTORY.
      *> 审计明细的键控副本：账户ID+过账日期为主键；断点续跑或

       WRITE-GL-JOURNAL-FEED.
      *> 利息支出借记、应付利息贷记；费用应收借记、费用收入贷记，
      *> 分录金额取本次运行的计提利息/收取费用合计，供财务月结上传。
      *> 逐成本中心（网点+产品）各出一组分录对，成本中心段随分录
      *> 带进总账台账；金额为零的分录对不出
           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
               PERFORM WRITE-CC-JOURNAL-PAIRS
           END-PERFORM.

       WRITE-CC-JOURNAL-PAIRS.
           MOVE CCT-COST-CENTRE(WS-CC-INDEX) TO GL-COST-CENTRE.
           IF CCT-INTEREST(WS-CC-INDEX) > 0
               MOVE WS-EFFECTIVE-DATE  TO GL-JE-DATE
               MOVE 'INTEXP'           TO GL-ACCOUNT-CODE
               MOVE 'DR'               TO GL-DEBIT-CREDIT
               MOVE CCT-INTEREST(WS-CC-INDEX) TO GL-AMOUNT
               MOVE 'Interest expense - batch posting'
                   TO GL-DESCRIPTION
               PERFORM WRITE-ONE-GL-RECORD
               MOVE WS-EFFECTIVE-DATE  TO GL-JE-DATE
               MOVE 'INTPAY'           TO GL-ACCOUNT-CODE
               MOVE 'CR'               TO GL-DEBIT-CREDIT
               MOVE CCT-INTEREST(WS-CC-INDEX) TO GL-AMOUNT
               MOVE 'Interest payable - batch posting'
                   TO GL-DESCRIPTION
               PERFORM WRITE-ONE-GL-RECORD
           END-IF.

           IF CCT-FEES(WS-CC-INDEX) > 0
               MOVE WS-EFFECTIVE-DATE  TO GL-JE-DATE
               MOVE 'FEERCV'           TO GL-ACCOUNT-CODE
               MOVE 'DR'               TO GL-DEBIT-CREDIT
               MOVE CCT-FEES(WS-CC-INDEX) TO GL-AMOUNT
               MOVE 'Fee receivable - batch posting' TO GL-DESCRIPTION
               PERFORM WRITE-ONE-GL-RECORD
               MOVE WS-EFFECTIVE-DATE  TO GL-JE-DATE
               MOVE 'FEEINC'           TO GL-ACCOUNT-CODE
               MOVE 'CR'               TO GL-DEBIT-CREDIT
               MOVE CCT-FEES(WS-CC-INDEX) TO GL-AMOUNT
               MOVE 'Fee income - batch posting' TO GL-DESCRIPTION
               PERFORM WRITE-ONE-GL-RECORD
           END-IF.

      *    代扣税金：借记应付利息（客户只拿净额），贷记应交代扣税，
      *    税务口径的应交余额由此分录对自动积数
           IF CCT-WHT(WS-CC-INDEX) > 0
               MOVE WS-EFFECTIVE-DATE  TO GL-JE-DATE
               MOVE 'INTPAY'           TO GL-ACCOUNT-CODE
               MOVE 'DR'               TO GL-DEBIT-CREDIT
               MOVE CCT-WHT(WS-CC-INDEX) TO GL-AMOUNT
               MOVE 'Withholding tax on interest' TO GL-DESCRIPTION
               PERFORM WRITE-ONE-GL-RECORD
               MOVE WS-EFFECTIVE-DATE  TO GL-JE-DATE
               MOVE 'WHTPAY'           TO GL-ACCOUNT-CODE
               MOVE 'CR'               TO GL-DEBIT-CREDIT
               MOVE CCT-WHT(WS-CC-INDEX) TO GL-AMOUNT
               MOVE 'Withholding tax payable' TO GL-DESCRIPTION
               PERFORM WRITE-ONE-GL-RECORD
           END-IF.

       WRITE-ACCRUAL-GL-ENTRIES.
      *> 权责发生制：DAILY 运行借记利息支出、贷记应计利息，
      *> 月末真实入账时反向冲销应计（借记应计、贷记利息支出），
      *> 原有的月末过账分录对保持不变；同样逐成本中心出对
           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
               PERFORM WRITE-CC-ACCRUAL-PAIRS
           END-PERFORM.

       WRITE-CC-ACCRUAL-PAIRS.
           MOVE CCT-COST-CENTRE(WS-CC-INDEX) TO GL-COST-CENTRE.
           IF CCT-ACCRUED(WS-CC-INDEX) > 0
               MOVE WS-EFFECTIVE-DATE  TO GL-JE-DATE
               MOVE 'INTEXP'           TO GL-ACCOUNT-CODE
               MOVE 'DR'               TO GL-DEBIT-CREDIT
               MOVE CCT-ACCRUED(WS-CC-INDEX) TO GL-AMOUNT
               MOVE 'Daily interest accrual' TO GL-DESCRIPTION
               PERFORM WRITE-ONE-GL-RECORD
               MOVE WS-EFFECTIVE-DATE  TO GL-JE-DATE
               MOVE 'INTACC'           TO GL-ACCOUNT-CODE
               MOVE 'CR'               TO GL-DEBIT-CREDIT
               MOVE CCT-ACCRUED(WS-CC-INDEX) TO GL-AMOUNT
               MOVE 'Accrued interest payable' TO GL-DESCRIPTION
               PERFORM WRITE-ONE-GL-RECORD
           END-IF.
           IF CCT-RELEASED(WS-CC-INDEX) > 0
               MOVE WS-EFFECTIVE-DATE  TO GL-JE-DATE
               MOVE 'INTACC'           TO GL-ACCOUNT-CODE
               MOVE 'DR'               TO GL-DEBIT-CREDIT
               MOVE CCT-RELEASED(WS-CC-INDEX) TO GL-AMOUNT
               MOVE 'Accrual reversal at posting' TO GL-DESCRIPTION
               PERFORM WRITE-ONE-GL-RECORD
               MOVE WS-EFFECTIVE-DATE  TO GL-JE-DATE
               MOVE 'INTEXP'           TO GL-ACCOUNT-CODE
               MOVE 'CR'               TO GL-DEBIT-CREDIT
               MOVE CCT-RELEASED(WS-CC-INDEX) TO GL-AMOUNT
               MOVE 'Accrual reversal at posting' TO GL-DESCRIPTION
               PERFORM WRITE-ONE-GL-RECORD
           END-IF.
           DISPLAY "RECORDS REJECTED  : " WS-RECORDS-REJECTED.
           DISPLAY "OPENING TOTAL BALANCE: " WS-OPENING-BALANCE.
           DISPLAY "CLOSING TOTAL BALANCE: " WS-TOTAL-BALANCE.
           DISPLAY "RATE OVERRIDES    : " WS-OVERRIDE-ACCOUNTS.
           IF WS-RECORDS-READ NOT =
                   WS-RECORDS-WRITTEN + WS-RECORDS-REJECTED
               DISPLAY "*** RUN OUT OF BALANCE ***"
