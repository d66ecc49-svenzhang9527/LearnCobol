      *> 在档、都未被本批删除、转出方净算余额足够），任一腿不
      *> 通过则整笔转账进异常报告，不做半边过账；预检通过的转账
      *> 在合并时借记转出暂存区，贷记在转入账户落盘时一并套用。
      *> 'O' 他行汇出按支取同样的冻结/额度检查借记客户，过账成功
      *> 的逐笔追加进待发汇出档，金额合计贷记汇出待清算科目。
      *> 客户 KYC 逾期超过宽限期（客户主档 CM-KYC-STATUS = 'R'）的，
      *> 其账户上客户主动发起的借记（支取/汇出/转出）转异常 KYCR；
      *> 银行扣费交易不受限。
      *> 汇出/冲正/网点迁移分录的对方科目与说明、金额交易是否刷新
      *> 最近活动日期，按交易代码主档 TXN_CODES.DAT（TXNCODE）查表；
      *> 交易参考号随流水留存，冲正登记带上原交易的参考号。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT NEW-MASTER-FILE
               ASSIGN TO DYNAMIC WS-NEW-MASTER-NAME  *> 过账后的新账户主文件
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NM-ACCOUNT-ID
               FILE STATUS IS WS-NEW-MASTER-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-NAME  *> 无法过账的交易异常报告
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

      *>   已过账交易流水：交易明细 + 主档前后镜像
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

               FILE STATUS IS WS-JOB-STATUS-FS.

      *>   开户欢迎/确认函提取：当日每个新开账户一条
           SELECT WELCOME-FILE ASSIGN TO DYNAMIC WS-WELCOME-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WELCOME-STATUS.

               FILE STATUS IS WS-CLOSING-RATE-STATUS.

      *>   跨币种转账的价差/头寸分录，与 GL_INTERFACE.DAT 同布局
           SELECT XCCY-GL-FILE ASSIGN TO DYNAMIC WS-XCCY-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XCCY-GL-STATUS.

      *>   他行汇出的过账分录（借存款/贷汇出待清算），同总账接口布局
           SELECT OUTPAY-GL-FILE ASSIGN TO DYNAMIC WS-OUTPAY-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPAY-GL-STATUS.

      *>   冲正分录：冲存入借存款/贷网点现金，冲支取反向，同总账接口布局
           SELECT REVERSAL-GL-FILE
               ASSIGN TO DYNAMIC WS-REVERSAL-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVERSAL-GL-STATUS.

      *>   冲正登记册：每笔原流水至多冲正一次
           SELECT REVERSAL-REGISTER-FILE
               ASSIGN TO "REVERSAL_REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RVR-KEY
               FILE STATUS IS WS-RVS-REG-STATUS.

      *>   全天过账流水（只读）：冲正交易引用的原流水从这里装表，
      *>   在本次流水续写打开之前读完
           SELECT ORIG-JOURNAL-FILE
               ASSIGN TO "ACCOUNT_UPDATE_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIG-JOURNAL-STATUS.

      *>   待发汇出档：已借记客户的 'O'，由汇出文件作业取走发送
           SELECT OUTPAY-PENDING-FILE
               ASSIGN TO DYNAMIC WS-OUTPAY-PEND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPAY-PEND-STATUS.

      *>   网点迁移往来分录：存款从迁出网点账上搬到迁入网点账上，
      *>   同总账接口布局（带成本中心）
           SELECT BRXFER-GL-FILE
               ASSIGN TO DYNAMIC WS-BRXFER-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRXFER-GL-STATUS.

      *>   网点迁移待登记档：已改挂网点的 'B'，由迁移登记作业取走
           SELECT BRXFER-PENDING-FILE
               ASSIGN TO DYNAMIC WS-BRXFER-PEND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRXFER-PEND-STATUS.

      *>   退票项档：可用资金不足打回的借记落档待自动重试
           SELECT NSF-NOTICE-FILE ASSIGN TO "NSF_NOTICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETITEM-STATUS.

      *>   断点重启控制文件：中断的合并从断点续跑而不是整夜重来
           SELECT CHECKPOINT-FILE
               ASSIGN TO DYNAMIC WS-CHECKPOINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

               RECORD KEY IS AHL-ACCOUNT-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.

      *>   未收妥资金档：支票存入登记冻结至释放日，借记检查扣除
           SELECT UNCOLLECTED-FUNDS-FILE
               ASSIGN TO "UNCOLLECTED_FUNDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UCF-KEY
               FILE STATUS IS WS-UNCFUNDS-STATUS.

      *>   资金可用性时间表：按存入工具/金额给出冻结营业日天数
           SELECT AVAIL-SCHEDULE-FILE
               ASSIGN TO "FUNDS_AVAILABILITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVAIL-SCH-STATUS.

      *>   已销户登记册：'X' 销户交易过账后在此留档
           SELECT CLOSED-REGISTER-FILE ASSIGN TO "CLOSED_ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ODA-ACCOUNT-ID
               FILE STATUS IS WS-OD-AGING-STATUS.

      *>   借记卡主档与账户-卡索引：销户时止付该户全部正常卡
           SELECT CARD-MASTER-FILE ASSIGN TO "CARD_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDM-CARD-TOKEN
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CARD-INDEX-FILE ASSIGN TO "CARD_ACCT_INDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAX-KEY
               FILE STATUS IS WS-CARD-INDEX-STATUS.

      *>   客户信息主档：欢迎函随函带出客户邮寄地址；借记查 KYC 限制
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

      *>   网点留存函件档：客户邮寄标志为退信/留存时欢迎函落此档
           SELECT HELD-MAIL-FILE ASSIGN TO "HELD_MAIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HML-KEY
               FILE STATUS IS WS-HELD-MAIL-STATUS.

      *>   倒起息回调报告：逐笔列明补偿了哪个账户、多少天、多少钱
           SELECT BACKDATE-REPORT-FILE
               ASSIGN TO DYNAMIC WS-BACKDATE-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKDATE-RPT-STATUS.

      *>   分片运行：本分片的账户ID区间取 PartitionBalancer 切出的
      *>   PARTITION_PARM_n.DAT；上面各顺序产出文件与断点文件的名字
      *>   带分片号后缀，由 MasterUpdateMerge 核对控制总数后拼接
           SELECT PARTITION-PARM-FILE
               ASSIGN TO DYNAMIC WS-PART-PARM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-PARM-STATUS.
           SELECT TRANSFER-VERDICT-FILE
               ASSIGN TO DYNAMIC WS-VERDICT-NAME  *> 本分片的转账预检结论
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERDICT-STATUS.
           SELECT PART-CONTROL-FILE
               ASSIGN TO "MASTUPDT_CONTROL.DAT"  *> 各分片控制总数（只追加）
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-CTL-STATUS.

      *>   交易代码主档：总账分录的对方科目/说明与最近活动口径
      *>   按代码查表，开跑时整档装表
           SELECT TXN-CODE-FILE ASSIGN TO "TXN_CODES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCD-CODE
               FILE STATUS IS WS-TXN-CODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
      *>                                          CHKD=账户号校验位不符 HELD=司法冻结/止付拦下
      *>                                          CHQR=支票号超出发放号段 STOP=支票已止付 DUPC=支票重复兑付
      *>                                          NFXR=跨币种转账缺收盘汇率
      *>                                          BENE=汇出缺收款行/收款账号 FCCY=外币账户不得他行汇出
      *>                                          NORV=冲正引用的原流水不在档/非存取/金额不符
      *>                                          DUPR=原流水已冲正过
      *>                                          NOBR=网点迁移未给迁入网点 SMBR=已在迁入网点
      *>                                          NOAN=开户未发到账户号 REUS=开户号为已销户号码
           05 EXC-BATCH-ID          PIC X(6).  *> 来源批次号（批头），无批头为空白
           05 EXC-BRANCH-ID         PIC X(4).  *> 来源网点号（批头）
           05 EXC-BUSINESS-DATE     PIC 9(8).  *> 转异常的业务日期
           05 EXC-CYCLE-NUMBER      PIC 9(3).  *> 日内批次序号，0=夜间主批

       FD  JOURNAL-FILE.  *> 过账流水文件描述符：行顺序文件，镜像字段不用压缩存储
       01  JOURNAL-RECORD.
           05 JRN-CYCLE-NUMBER      PIC 9(3).  *> 本流水所属的日内批次序号，0=夜间主批
           05 JRN-CONVERTED-AMOUNT  PIC 9(9)V99.  *> 跨币种转账折算后的贷记金额（转入币种），同币种填零
           05 JRN-BUSINESS-DATE     PIC 9(8).  *> 本流水的业务日期 CCYYMMDD——流水跨班次逐日追加，按日取数的下游凭此过滤
           05 JRN-FEE-FLAG          PIC X.  *> 交易携带的费用标志（'F'=NSF 费 'A'=按笔计费 'S'=保管箱租金），空白=普通交易；按笔计数时排除费用扣收
           05 JRN-ENTRY-SEQ         PIC 9(7).  *> 本流水在本次运行内的顺序号；账户+业务日期+班次+顺序号唯一标识一条流水
           05 JRN-VALUE-DATE        PIC 9(8).  *> 金额交易的起息日，未带起息日按批次业务日期
           05 JRN-REVERSAL-REF.  *> 'R' 冲正流水引用的原流水，其余类型填零
               10 JRN-RVS-BUSINESS-DATE PIC 9(8).
               10 JRN-RVS-CYCLE         PIC 9(3).
               10 JRN-RVS-ENTRY-SEQ     PIC 9(7).
           05 JRN-RVS-ORIG-TYPE     PIC X.  *> 'R' 冲正流水的原交易类型 'P'/'W'，其余空白
           05 JRN-REFERENCE         PIC X(16).  *> 交易携带的交易参考号，贷记腿空白

       FD  ORIG-JOURNAL-FILE.  *> 与上面的过账流水同布局，只取原流水引用用到的栏位
       01  ORIG-JOURNAL-RECORD.
           05 OJN-ACCOUNT-ID        PIC 9(8).
           05 OJN-TXN-TYPE          PIC X.
           05 OJN-TXN-AMOUNT        PIC 9(9)V99.
           05 FILLER                PIC X(132).  *> 转入账户 + 主档前后镜像
           05 OJN-CYCLE-NUMBER      PIC 9(3).
           05 FILLER                PIC X(11).  *> 跨币种折算金额
           05 OJN-BUSINESS-DATE     PIC 9(8).
           05 FILLER                PIC X.  *> 费用标志
           05 OJN-ENTRY-SEQ         PIC 9(7).  *> 早于顺序号启用的流水此栏为空白，无从引用
           05 OJN-VALUE-DATE        PIC 9(8).
           05 FILLER                PIC X(19).  *> 冲正引用 + 原交易类型
           05 OJN-REFERENCE         PIC X(16).  *> 交易参考号，冲正登记时随原交易带上

       FD  REVERSAL-REGISTER-FILE.  *> 冲正登记册文件描述符
       01  REVERSAL-REGISTER-RECORD.
           COPY RVSLREG.

       FD  REVERSAL-GL-FILE.  *> 与 BatchAccountProcessor 的总账接口同布局
       01  REVERSAL-GL-RECORD.
           05 RGL-JE-DATE           PIC 9(8).
           05 RGL-ACCOUNT-CODE      PIC X(10).
           05 RGL-DEBIT-CREDIT      PIC X(2).
           05 RGL-AMOUNT            PIC S9(9)V99.
           05 RGL-DESCRIPTION       PIC X(30).

       FD  PRIOR-BALANCE-FILE.  *> 与 BatchAccountProcessor 同一份逐日余额累计布局
       01  PRIOR-BALANCE-RECORD.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  HELD-MAIL-FILE.  *> 网点留存函件档文件描述符
       01  HELD-MAIL-RECORD.
           COPY HELDMAIL.

       FD  CLOSING-RATE-FILE.  *> 与月末重估值共用同一份费率布局
       01  CLOSING-RATE-RECORD.
           COPY FXRATE.
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).

       FD  OUTPAY-GL-FILE.  *> 与 BatchAccountProcessor 的总账接口同布局
       01  OUTPAY-GL-RECORD.
           05 OGL-JE-DATE           PIC 9(8).
           05 OGL-ACCOUNT-CODE      PIC X(10).
           05 OGL-DEBIT-CREDIT      PIC X(2).
           05 OGL-AMOUNT            PIC S9(9)V99.
           05 OGL-DESCRIPTION       PIC X(30).

       FD  OUTPAY-PENDING-FILE.  *> 与汇出登记册共用同一份布局（只追加）
       01  OUTPAY-PENDING-RECORD.
           COPY OUTPAY.

       FD  BRXFER-GL-FILE.  *> 与 GL_INTERFACE.DAT 同布局
       01  BRXFER-GL-RECORD.
           05 BGL-JE-DATE           PIC 9(8).
           05 BGL-ACCOUNT-CODE      PIC X(10).
           05 BGL-DEBIT-CREDIT      PIC X(2).
           05 BGL-AMOUNT            PIC S9(9)V99.
           05 BGL-DESCRIPTION       PIC X(30).
           05 BGL-COST-CENTRE       PIC X(6).  *> 成本中心：网点+产品

       FD  BRXFER-PENDING-FILE.  *> 网点迁移待登记档（只追加）
       01  BRXFER-PENDING-RECORD.
           COPY BRXFER.

       FD  NSF-NOTICE-FILE.  *> 与 ReturnedItemRetry 的客户通知行同布局（只追加）
       01  NSF-NOTICE-RECORD.
           05 NSN-ACCOUNT-ID        PIC 9(8).
           05 MCK-JOURNALED-COUNT   PIC 9(7).
           05 MCK-BACKDATED-COUNT   PIC 9(7).
           05 MCK-WELCOMES          PIC 9(5).
           05 MCK-OUTPAY-COUNT      PIC 9(7).
           05 MCK-OUTPAY-TOTAL      PIC 9(9)V99.
           05 MCK-STATUS            PIC X.  *> 'C'=运行正常结束 'I'=运行中断点
           05 MCK-MASTER-BALANCE    PIC S9(11)V99.  *> 已落盘新主档的余额合计（分片控制总数）

       FD  RUN-LOG-FILE.  *> 运行日志文件描述符，与 BatchAccountProcessor 同一份
       01  RUN-LOG-RECORD           PIC X(104).
       01  HOLD-RECORD.
           COPY ACCTHOLD.

       FD  UNCOLLECTED-FUNDS-FILE.  *> 未收妥资金档文件描述符
       01  UNCOLLECTED-FUNDS-RECORD.
           COPY UNCFUNDS.

       FD  AVAIL-SCHEDULE-FILE.  *> 资金可用性时间表文件描述符
       01  AVAIL-SCHEDULE-RECORD.
           COPY AVAILSCH.

       FD  CLOSED-REGISTER-FILE.  *> 已销户登记册文件描述符
       01  CLOSED-REGISTER-RECORD.
           COPY CLOSEREG.
           05 ODA-ACCUM-OD-FEES     PIC 9(7)V99 COMP-3.  *> 连续透支期内累计的透支费用
           05 ODA-LAST-BUCKET       PIC 9.  *> 上次运行时的账龄桶位

       FD  CARD-MASTER-FILE.  *> 与 CardMasterMaint 同一份借记卡布局
       01  CARD-RECORD.
           COPY CARDMAST.

       FD  CARD-INDEX-FILE.
       01  CARD-INDEX-RECORD.
           COPY CARDXREF.

       FD  BACKDATE-REPORT-FILE.  *> 倒起息回调报告文件描述符
       01  BACKDATE-REPORT-RECORD.
           05 BDR-ACCOUNT-ID        PIC 9(8).  *> 被回调累计基数的账户ID
           05 BDR-ADJUST-AMOUNT     PIC S9(9)V99.  *> 对累计基数的回调金额（正=补加，负=扣减）
           05 BDR-ACTION-CODE       PIC X(4).  *> ADJ=已回调 NOPB=无累计记录 FLR=扣减触底置零

       FD  PARTITION-PARM-FILE.  *> 与 BatchAccountProcessor 同一份分片区间布局
       01  PARTITION-PARM-RECORD.
           05 PPM-RANGE-LOW         PIC 9(8).
           05 PPM-RANGE-HIGH        PIC 9(8).

       FD  TRANSFER-VERDICT-FILE.  *> 转账预检结论文件描述符
       01  TRANSFER-VERDICT-RECORD.
           COPY MUPDTRV.

       FD  PART-CONTROL-FILE.  *> 分片控制总数文件描述符
       01  PART-CONTROL-RECORD.
           COPY MUPDCTL.

       FD  TXN-CODE-FILE.  *> 交易代码主档文件描述符
       01  TXN-CODE-RECORD.
           COPY TXNCODE.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-OLD-MASTER-STATUS     PIC XX VALUE '00'.
       01  WS-HOLD-CHECK-BALANCE    PIC S9(9)V99 VALUE 0.  *> 借记前的（净算）余额
       01  WS-HOLD-BLOCKED          PIC X VALUE 'N'.  *> 'Y' 表示借记被冻结拦下
       01  WS-HELD-REJECT-COUNT     PIC 9(7) VALUE 0.  *> 被冻结拦下的借记笔数
       01  WS-KYC-CHECK-CUSTOMER    PIC 9(6) VALUE 0.  *> 本次 KYC 限制检查的客户号
       01  WS-KYC-BLOCKED           PIC X VALUE 'N'.  *> 'Y' 表示借记因 KYC 受限被拦下
       01  WS-KYC-REJECT-COUNT      PIC 9(7) VALUE 0.  *> 因 KYC 受限拦下的借记笔数
       01  WS-ODLIMIT-STATUS        PIC XX VALUE '00'.
       01  WS-ODLIMIT-OPEN          PIC X VALUE 'N'.  *> 'Y' 表示透支额度档可用
       01  WS-ODLIMIT-ACCOUNT       PIC 9(8) VALUE 0.  *> 本次查额度的目标账户
       01  WS-OD-FLOOR              PIC S9(8)V99 VALUE 0.  *> 借记后余额允许的下限：0 或负的授信额度
       01  WS-UNCFUNDS-STATUS       PIC XX VALUE '00'.
       01  WS-UNCFUNDS-OPEN         PIC X VALUE 'N'.  *> 'Y' 表示未收妥资金档可用
       01  WS-UNCFUNDS-EOF          PIC X VALUE 'N'.
       01  WS-UNCFUNDS-STORED       PIC X VALUE 'N'.
       01  WS-UNCFUNDS-ACCOUNT      PIC 9(8) VALUE 0.  *> 本次汇总未收妥资金的目标账户
       01  WS-UNCOLLECTED-TOTAL     PIC 9(9)V99 VALUE 0.  *> 该账户未到释放日的未收妥合计
       01  WS-UNCFUNDS-WRITTEN      PIC 9(7) VALUE 0.  *> 本批登记的未收妥笔数
       01  WS-UNCFUNDS-AMOUNT       PIC 9(9)V99 VALUE 0.  *> 本批登记的未收妥金额合计
       01  WS-AVAIL-SCH-STATUS      PIC XX VALUE '00'.
       01  WS-AVAIL-SCH-EOF         PIC X VALUE 'N'.
       01  WS-HOLD-BUSINESS-DAYS    PIC 9(2) VALUE 0.  *> 本笔支票存入的冻结营业日天数
       01  WS-DAYS-STEPPED          PIC 9(2) VALUE 0.  *> 已数过的营业日天数
       01  WS-RELEASE-DATE          PIC 9(8) VALUE 0.  *> 计算出的释放日期
      *> 资金可用性时间表：缺档时装入内置默认（他行支票 5000 以下
      *> 冻结 2 个营业日、以上 5 个营业日；本行支票当日可用）
       01  AVAIL-SCHEDULE-TABLE.
           05 AVAIL-ENTRY OCCURS 20 TIMES.
               10 AVT-INSTRUMENT    PIC X.
               10 AVT-AMOUNT-LIMIT  PIC 9(7)V99.
               10 AVT-HOLD-DAYS     PIC 9(2).
       01  WS-AVAIL-COUNT           PIC 9(2) COMP VALUE 0.
       01  WS-AVAIL-INDEX           PIC 9(2) COMP VALUE 0.
       01  WS-AVAIL-FOUND           PIC X VALUE 'N'.
      *> 过账日历：周末 + 节假日表，释放日按营业日推算
       01  POSTING-CALENDAR.
           COPY POSTCAL.
       01  WS-LILIAN-DATE           PIC 9(9) VALUE 0.
       01  WS-DAY-OF-WEEK           PIC 9 VALUE 0.
       01  WS-IS-BUSINESS-DAY       PIC X VALUE 'N'.
       01  WS-HOLIDAY-INDEX         PIC 9(2) VALUE 0.
       01  WS-CHQ-REG-STATUS        PIC XX VALUE '00'.
       01  WS-CHQ-STOP-STATUS       PIC XX VALUE '00'.
       01  WS-CHQ-PAID-STATUS       PIC XX VALUE '00'.
       01  WS-OVERRIDE-REQUESTED    PIC X VALUE 'N'.  *> 'Y'=作业控制 PARM 请求主管重跑放行
       01  WS-OVERRIDE-CONFIRM      PIC X VALUE SPACES.  *> 主管确认输入
       01  WS-COMMAND-LINE-PARM     PIC X(20) VALUE SPACES.  *> 作业控制传入的 PARM
       01  WS-PARM-TOKEN-1          PIC X(20) VALUE SPACES.  *> PARM 按空格拆出的第一项
       01  WS-PARM-TOKEN-2          PIC X(20) VALUE SPACES.  *> PARM 按空格拆出的第二项
       01  WS-PARM-TOKEN            PIC X(20) VALUE SPACES.  *> 当前解析的 PARM 项

      *> 分片运行：PARM 带 PART=n 即只合并 PARTITION_PARM_n.DAT 区间
      *> 内的账户，顺序产出文件各带 _n 后缀；不带即整档一遍过
       01  WS-PARTITIONED           PIC X VALUE 'N'.  *> 'Y'=分片运行
       01  WS-PARTITION-NBR         PIC 9 VALUE 0.  *> 分片号 1-4
       01  WS-PARTITION-LOW         PIC 9(8) VALUE 0.  *> 本分片账户ID下限
       01  WS-PARTITION-HIGH        PIC 9(8) VALUE 99999999.  *> 本分片账户ID上限
       01  WS-PARTITION-CHECK-ID    PIC 9(8) VALUE 0.  *> 区间判定的目标账户
       01  WS-IN-PARTITION          PIC X VALUE 'Y'.  *> 'Y'=目标账户归本分片
       01  WS-PART-PARM-STATUS      PIC XX VALUE '00'.
       01  WS-VERDICT-STATUS        PIC XX VALUE '00'.
       01  WS-PART-CTL-STATUS       PIC XX VALUE '00'.
       01  WS-MASTER-BALANCE-TOTAL  PIC S9(11)V99 VALUE 0.  *> 已落盘新主档的余额合计
       01  WS-PART-PARM-NAME        PIC X(40) VALUE SPACES.
       01  WS-VERDICT-NAME          PIC X(40) VALUE SPACES.
       01  WS-NEW-MASTER-NAME       PIC X(40)
               VALUE 'ACCOUNT_INPUT_NEW.DAT'.
       01  WS-EXCEPTION-NAME        PIC X(40)
               VALUE 'ACCOUNT_TXN_EXCEPTIONS.DAT'.
       01  WS-JOURNAL-NAME          PIC X(40)
               VALUE 'ACCOUNT_UPDATE_JOURNAL.DAT'.
       01  WS-WELCOME-NAME          PIC X(40)
               VALUE 'WELCOME_LETTERS.DAT'.
       01  WS-XCCY-GL-NAME          PIC X(40) VALUE 'XCCY_GL.DAT'.
       01  WS-OUTPAY-GL-NAME        PIC X(40) VALUE 'OUTPAY_GL.DAT'.
       01  WS-REVERSAL-GL-NAME      PIC X(40) VALUE 'REVERSAL_GL.DAT'.
       01  WS-BRXFER-GL-NAME        PIC X(40)
               VALUE 'BRANCH_XFER_GL.DAT'.
       01  WS-BRXFER-PEND-NAME      PIC X(40)
               VALUE 'BRANCH_XFER_PENDING.DAT'.
       01  WS-OUTPAY-PEND-NAME      PIC X(40)
               VALUE 'OUTBOUND_PAYMENTS_PENDING.DAT'.
       01  WS-CHECKPOINT-NAME       PIC X(40)
               VALUE 'MASTUPDT_CHECKPOINT.DAT'.
       01  WS-BACKDATE-RPT-NAME     PIC X(40)
               VALUE 'BACKDATE_ADJUSTMENTS.DAT'.
       01  WS-BATCH-REG-TIME        PIC 9(8) VALUE 0.
       01  WS-CYCLE-STATUS          PIC XX VALUE '00'.
       01  WS-CYCLE-NUMBER          PIC 9(3) VALUE 0.  *> 本次过账所属的日内批次序号，0=夜间主批
       01  WS-RETITEM-EOF           PIC X VALUE 'N'.
       01  WS-CLOSING-RATE-STATUS   PIC XX VALUE '00'.
       01  WS-XCCY-GL-STATUS        PIC XX VALUE '00'.
       01  WS-OUTPAY-GL-STATUS      PIC XX VALUE '00'.
       01  WS-OUTPAY-PEND-STATUS    PIC XX VALUE '00'.
       01  WS-OUTPAY-COUNT          PIC 9(7) VALUE 0.  *> 已过账的他行汇出笔数
       01  WS-OUTPAY-TOTAL          PIC 9(9)V99 VALUE 0.  *> 已过账的他行汇出金额合计
       01  WS-FX-SPREAD             PIC 9V9(4) VALUE 0.  *> 跨币种折算价差率，启动时从参数文件加载
       01  WS-REVERSAL-GL-STATUS    PIC XX VALUE '00'.
       01  WS-BRXFER-GL-STATUS      PIC XX VALUE '00'.
       01  WS-BRXFER-PEND-STATUS    PIC XX VALUE '00'.
       01  WS-BRXFERS-POSTED        PIC 9(7) VALUE 0.  *> 已过账的网点迁移笔数
       01  WS-BRXFER-REJECTS        PIC 9(7) VALUE 0.  *> 被拒绝的网点迁移笔数
       01  WS-BRXFER-FROM-BRANCH    PIC X(4) VALUE SPACES.  *> 本笔迁移的迁出网点
       01  WS-BRXFER-AMOUNT         PIC S9(9)V99 VALUE 0.  *> 往来分录金额（余额绝对值）
       01  WS-RVS-REG-STATUS        PIC XX VALUE '00'.
       01  WS-ORIG-JOURNAL-STATUS   PIC XX VALUE '00'.
       01  WS-ORIG-JOURNAL-EOF      PIC X VALUE 'N'.
       01  WS-LAST-ENTRY-SEQ        PIC 9(7) VALUE 0.  *> 最近写出的流水顺序号
       01  WS-RVS-ORIG-TYPE         PIC X VALUE SPACE.  *> 当前冲正的原交易类型
       01  WS-RVS-ORIG-REFERENCE    PIC X(16) VALUE SPACES.  *> 当前冲正的原交易参考号
       01  WS-ALREADY-REVERSED      PIC X VALUE 'N'.  *> 'Y'=原流水已在冲正登记册上
       01  WS-REVERSALS-POSTED      PIC 9(7) VALUE 0.  *> 已过账的冲正笔数
       01  WS-REVERSAL-TOTAL        PIC 9(9)V99 VALUE 0.  *> 已过账的冲正金额合计
       01  WS-REVERSAL-REJECTS      PIC 9(7) VALUE 0.  *> 转异常的冲正笔数（NORV/DUPR）
       01  WS-RVS-CASH-ACCOUNT      PIC X(10) VALUE SPACES.  *> 冲正分录的现金科目 CASH+网点号
       01  WS-RVS-ORIG-SIDE         PIC X(2) VALUE SPACES.  *> 原交易在客户账户一方的方向 'DR'/'CR'
      *> 冲正引用表：开流水续写之前整读一遍交易文件，把 'R' 引用的
      *> 原流水键装表，再扫一遍全天流水填上原交易类型/金额/起息日
       01  REVERSAL-TABLE.
           05 REVERSAL-ENTRY OCCURS 200 TIMES.
               10 RVT-KEY.
                   15 RVT-ACCOUNT-ID    PIC 9(8).
                   15 RVT-BUSINESS-DATE PIC 9(8).
                   15 RVT-CYCLE         PIC 9(3).
                   15 RVT-ENTRY-SEQ     PIC 9(7).
               10 RVT-FOUND         PIC X.  *> 'Y'=原流水已在全天流水上找到
               10 RVT-ORIG-TYPE     PIC X.
               10 RVT-ORIG-AMOUNT   PIC 9(9)V99.
               10 RVT-ORIG-VALUE-DATE PIC 9(8).
               10 RVT-ORIG-REFERENCE PIC X(16).
       01  WS-RVT-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-RVT-INDEX             PIC 9(3) COMP VALUE 0.
       01  WS-RVT-SLOT              PIC 9(3) COMP VALUE 0.  *> 查找命中的表项下标，0=未命中
       01  WS-RVT-SEARCH-KEY.
           05 WS-RVS-ACCOUNT-ID     PIC 9(8).
           05 WS-RVS-BUSINESS-DATE  PIC 9(8).
           05 WS-RVS-CYCLE          PIC 9(3).
           05 WS-RVS-ENTRY-SEQ      PIC 9(7).
       01  WS-CLOSING-EOF           PIC X VALUE 'N'.
      *> 交易代码表：TXN_CODES.DAT 整档装入；档缺失或代码不在表上
      *> 的按原口径（原科目、原说明、金额交易一律刷新活动日期）
       01  TXN-CODE-TABLE.
           COPY TXNCTAB.
       01  WS-TXN-CODE-STATUS       PIC XX VALUE '00'.
       01  WS-TXN-CODE-EOF          PIC X VALUE 'N'.
       01  WS-TCT-INDEX             PIC 9(3) COMP VALUE 0.
       01  WS-TCT-SLOT              PIC 9(3) COMP VALUE 0.  *> 查找命中的表项下标，0=未命中
       01  WS-TCT-SEARCH-CODE       PIC X(2) VALUE SPACES.  *> 待查的交易类型码 + 子代码
       01  WS-TCT-COUNTS-ACTIVITY   PIC X VALUE 'Y'.  *> 查表结论：'Y'=本笔刷新最近活动日期
       01  WS-TCT-GL-ACCOUNT        PIC X(10) VALUE SPACES.  *> 查表得出的对方科目（已拼网点）
       01  WS-TCT-GL-BRANCH         PIC X(4) VALUE SPACES.  *> 按网点拼科目时的网点号
      *> 收盘汇率表：本币/外币折算率，CNY 恒为 1
       01  XRATE-TABLE.
           05 XRATE-ENTRY OCCURS 20 TIMES.
           05 RLG-MESSAGE           PIC X(90).
       01  WS-OD-AGING-STATUS       PIC XX VALUE '00'.
       01  WS-OD-AGING-OPEN         PIC X VALUE 'N'.  *> 'Y' 表示透支账龄档可用
       01  WS-CARD-STATUS           PIC XX VALUE '00'.
       01  WS-CARD-INDEX-STATUS     PIC XX VALUE '00'.
       01  WS-CARD-FILES-OPEN       PIC X VALUE 'N'.  *> 'Y' 表示卡主档与卡索引均可用
       01  WS-CARD-INDEX-EOF        PIC X VALUE 'N'.
       01  WS-CARDS-BLOCKED         PIC 9(7) VALUE 0.  *> 因销户止付的借记卡数
       01  WS-CLOSED-COUNT          PIC 9(7) VALUE 0.  *> 本批销户的账户数
       01  WS-CLOSE-ACCRUED         PIC 9(7)V99 VALUE 0.  *> 本户销户结清的应计利息
       01  WS-CLOSE-PAYOUT          PIC S9(8)V99 VALUE 0.  *> 本户销户净算本息（负=透支缺口）
       01  WS-CLOSE-PAYOUT-TOTAL    PIC 9(9)V99 VALUE 0.  *> 本批销户付出合计
       01  WS-HELD-TERMS-CODE       PIC X(2) VALUE SPACES.  *> 暂存新开账户的条款代码，欢迎函用
       01  WS-WELCOMES-WRITTEN      PIC 9(5) VALUE 0.  *> 本批写出的欢迎函数
       01  WS-HELD-MAIL-STATUS      PIC XX VALUE '00'.
       01  WS-HELD-MAIL-OPEN        PIC X VALUE 'N'.  *> 'Y' 表示网点留存档可用
       01  WS-WELCOMES-HELD         PIC 9(5) VALUE 0.  *> 其中转网点留存的欢迎函数
       01  WS-BACKDATE-RPT-STATUS   PIC XX VALUE '00'.
       01  WS-PRIOR-BAL-AVAILABLE   PIC X VALUE 'N'.  *> 'Y' 表示累计文件已打开，可做倒起息回调
       01  WS-DAYS-BACKDATED        PIC 9(5) VALUE 0.  *> 起息日早于批次日期的天数
               10 ACT-DELETED       PIC X.  *> 'Y'=本批 'D' 交易将删除
               10 ACT-AVAILABLE     PIC S9(9)V99 COMP-3.  *> 净算可用余额
               10 ACT-CURRENCY      PIC X(3).  *> 记账币种，跨币种转账折算用
               10 ACT-CUSTOMER-ID   PIC 9(6).  *> 所属客户号，转出方 KYC 限制检查用
       01  WS-ACTIVITY-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-ACTIVITY-INDEX        PIC 9(4) COMP VALUE 0.
       01  WS-ACTIVITY-SLOT         PIC 9(4) COMP VALUE 0.  *> 查找/登记命中的表项下标，0=未命中且表满
      *    作业控制 PARM：OVERRIDE=Y 请求主管放行已过账批次的
      *    重处理（恢复重灌后重跑），与 BatchAccountProcessor 的
      *    日期锁放行同一套路
      *    PART=n 另起一项（如 "OVERRIDE=Y PART=2"），两项次序不限
           ACCEPT WS-COMMAND-LINE-PARM FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
           END-UNSTRING.
           MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN.
           PERFORM APPLY-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN.
           PERFORM APPLY-PARM-TOKEN.
           IF WS-PARTITIONED = 'Y'
               PERFORM SETUP-PARTITION-RUN
           END-IF.
      *    前置作业：本日跑批（及分片合并，若有）须已正常完成，
      *    才能对当日的主档做更新
           MOVE 'MERGPART' TO WS-PRED-NAME.
           MOVE 'N' TO WS-PRED-REQUIRED.
           PERFORM CHECK-ONE-PREDECESSOR.
      *    名单筛查（若已排入批流）须在更新前跑完，开户与汇出收款
      *    人已先筛过
           MOVE 'SANCSCRN' TO WS-PRED-NAME.
           MOVE 'N' TO WS-PRED-REQUIRED.
           PERFORM CHECK-ONE-PREDECESSOR.
      *    中央发号（若已排入批流）须先给开户交易发好号
           MOVE 'ACCTALOC' TO WS-PRED-NAME.
           MOVE 'N' TO WS-PRED-REQUIRED.
           PERFORM CHECK-ONE-PREDECESSOR.
           MOVE 'S' TO WS-JOB-EVENT-STATUS.
           PERFORM RECORD-JOB-EVENT.
           PERFORM CHECK-FOR-RESTART.
                   WS-TXN-FILE-STATUS
               STOP RUN
           END-IF.
      *    冲正引用的原流水须在本次流水续写打开之前装表
           PERFORM LOAD-REVERSAL-ORIGINALS.
      *    续跑沿用半截的新主档/异常/欢迎函/倒起息报告续写，
      *    全新运行照旧重建
           IF WS-RESTARTED = 'Y'
               STOP RUN
           END-IF.
      *    流水跨日内批次续写：一个业务日可以排多班过账，夜间
      *    对账和前滚恢复按顺序看全天所有班次的流水；分片流水
      *    只装本次运行（续跑除外），由拼接作业追加到全天流水
           IF WS-PARTITIONED = 'Y' AND WS-RESTARTED NOT = 'Y'
               OPEN OUTPUT JOURNAL-FILE
           ELSE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00'
           IF WS-ODLIMIT-STATUS = '00'
               MOVE 'Y' TO WS-ODLIMIT-OPEN
           END-IF.
      *    未收妥资金档首次使用时建空档；可用性时间表与节假日表
      *    在预检前装好，预检的转账判定同样扣除未收妥部分
           OPEN I-O UNCOLLECTED-FUNDS-FILE.
           IF WS-UNCFUNDS-STATUS NOT = '00'
               OPEN OUTPUT UNCOLLECTED-FUNDS-FILE
               CLOSE UNCOLLECTED-FUNDS-FILE
               OPEN I-O UNCOLLECTED-FUNDS-FILE
           END-IF.
           IF WS-UNCFUNDS-STATUS = '00'
               MOVE 'Y' TO WS-UNCFUNDS-OPEN
           ELSE
               DISPLAY "Error opening uncollected funds file. "
                   "File Status: " WS-UNCFUNDS-STATUS
               STOP RUN
           END-IF.
           PERFORM INIT-HOLIDAY-CALENDAR.
           PERFORM LOAD-AVAILABILITY-SCHEDULE.
           PERFORM LOAD-TXN-CODE-TABLE.
      *    退票项档首次使用时建空档；批次号 RETRY1 即重试批，
      *    重试批里的退票不再重复落档，过账成功的重试闭项
           OPEN I-O RETURNED-ITEM-FILE.
           IF WS-OD-AGING-STATUS = '00'
               MOVE 'Y' TO WS-OD-AGING-OPEN
           END-IF.
      *    尚未发过卡时卡主档/卡索引不存在，销户只是没有卡可止付
           OPEN I-O CARD-MASTER-FILE.
           IF WS-CARD-STATUS = '00'
               OPEN I-O CARD-INDEX-FILE
               IF WS-CARD-INDEX-STATUS = '00'
                   MOVE 'Y' TO WS-CARD-FILES-OPEN
               ELSE
                   CLOSE CARD-MASTER-FILE
               END-IF
           END-IF.
      *    客户主档可能尚未建立（转换期）；开不出来只影响欢迎函
      *    的地址栏和 KYC 借记限制，不阻塞当日过账
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CUST-MASTER-OPEN
           ELSE
               DISPLAY "Customer master not available, welcome "
                   "letters written without mailing address, "
                   "KYC restrictions not applied."
           END-IF.
      *    留存档首次使用时建档
           IF WS-CUST-MASTER-OPEN = 'Y'
               OPEN I-O HELD-MAIL-FILE
               IF WS-HELD-MAIL-STATUS NOT = '00'
                   OPEN OUTPUT HELD-MAIL-FILE
                   CLOSE HELD-MAIL-FILE
                   OPEN I-O HELD-MAIL-FILE
               END-IF
               IF WS-HELD-MAIL-STATUS = '00'
                   MOVE 'Y' TO WS-HELD-MAIL-OPEN
               ELSE
                   DISPLAY "Error opening held mail file. "
                       "File Status: " WS-HELD-MAIL-STATUS
                   STOP RUN
               END-IF
           END-IF.
      *    累计文件可能尚未由跑批建立；开不出来只影响倒起息回调，
      *    按 NOPB 逐笔报告，不阻塞当日过账
                   "File Status: " WS-XCCY-GL-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT OUTPAY-GL-FILE.
           IF WS-OUTPAY-GL-STATUS NOT = '00'
               DISPLAY "Error opening outbound payment GL feed. "
                   "File Status: " WS-OUTPAY-GL-STATUS
               STOP RUN
           END-IF.
      *    冲正分录逐笔随过账写出，续跑接着首跑续写
           IF WS-RESTARTED = 'Y'
               OPEN EXTEND REVERSAL-GL-FILE
           ELSE
               OPEN OUTPUT REVERSAL-GL-FILE
           END-IF.
           IF WS-REVERSAL-GL-STATUS NOT = '00'
               DISPLAY "Error opening reversal GL feed. "
                   "File Status: " WS-REVERSAL-GL-STATUS
               STOP RUN
           END-IF.
      *    网点迁移分录同冲正分录，逐笔随过账写出
           IF WS-RESTARTED = 'Y'
               OPEN EXTEND BRXFER-GL-FILE
           ELSE
               OPEN OUTPUT BRXFER-GL-FILE
           END-IF.
           IF WS-BRXFER-GL-STATUS NOT = '00'
               DISPLAY "Error opening branch transfer GL feed. "
                   "File Status: " WS-BRXFER-GL-STATUS
               STOP RUN
           END-IF.
      *    冲正登记册首次使用时尚不存在，先建空档再以 I-O 重开
           OPEN I-O REVERSAL-REGISTER-FILE.
           IF WS-RVS-REG-STATUS NOT = '00'
               OPEN OUTPUT REVERSAL-REGISTER-FILE
               CLOSE REVERSAL-REGISTER-FILE
               OPEN I-O REVERSAL-REGISTER-FILE
               IF WS-RVS-REG-STATUS NOT = '00'
                   DISPLAY "Error opening reversal register. "
                       "File Status: " WS-RVS-REG-STATUS
                   STOP RUN
               END-IF
           END-IF.
      *    待发汇出档跨日内班次续写，汇出文件作业发送后清档；
      *    分片待发档同流水，只装本次运行
           IF WS-PARTITIONED = 'Y' AND WS-RESTARTED NOT = 'Y'
               OPEN OUTPUT OUTPAY-PENDING-FILE
           ELSE
               OPEN EXTEND OUTPAY-PENDING-FILE
           END-IF.
           IF WS-OUTPAY-PEND-STATUS NOT = '00'
               OPEN OUTPUT OUTPAY-PENDING-FILE
               IF WS-OUTPAY-PEND-STATUS NOT = '00'
                   DISPLAY "Error opening outbound payment pending "
                       "file. File Status: " WS-OUTPAY-PEND-STATUS
                   STOP RUN
               END-IF
           END-IF.
      *    迁移待登记档跨日内班次续写，迁移登记作业出表后清档；
      *    分片待登记档只装本次运行
           IF WS-PARTITIONED = 'Y' AND WS-RESTARTED NOT = 'Y'
               OPEN OUTPUT BRXFER-PENDING-FILE
           ELSE
               OPEN EXTEND BRXFER-PENDING-FILE
           END-IF.
           IF WS-BRXFER-PEND-STATUS NOT = '00'
               OPEN OUTPUT BRXFER-PENDING-FILE
               IF WS-BRXFER-PEND-STATUS NOT = '00'
                   DISPLAY "Error opening branch transfer pending "
                       "file. File Status: " WS-BRXFER-PEND-STATUS
                   STOP RUN
               END-IF
           END-IF.

           PERFORM PRESCAN-TRANSFERS.
           IF WS-RESTARTED = 'Y'
      *                无账户的转账已在预检写过异常，这里只消费游标
                       EVALUATE TXN-TYPE
                           WHEN 'A'
      *                        新开户号由中央发号（号段控制档）发出，
      *                        须带合法校验位，且不得重用已销户号码
                               PERFORM SCREEN-NEW-ACCOUNT-NUMBER
                               IF EXC-REASON-CODE = SPACES
                                   PERFORM LOAD-HELD-FROM-ADD-TXN
                               ELSE
                                   PERFORM WRITE-EXCEPTION-RECORD
                               END-IF
                           WHEN 'T'
                               ADD 1 TO WS-TRANSFER-CURSOR
           IF WS-CUST-MASTER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-HELD-MAIL-OPEN = 'Y'
               CLOSE HELD-MAIL-FILE
           END-IF.
           CLOSE CLOSED-REGISTER-FILE.
           IF WS-OD-AGING-OPEN = 'Y'
               CLOSE OD-AGING-FILE
           END-IF.
           IF WS-CARD-FILES-OPEN = 'Y'
               CLOSE CARD-MASTER-FILE CARD-INDEX-FILE
           END-IF.
           IF WS-HOLD-FILE-OPEN = 'Y'
               CLOSE HOLD-MASTER-FILE
           END-IF.
           IF WS-ODLIMIT-OPEN = 'Y'
               CLOSE OD-LIMIT-FILE
           END-IF.
           IF WS-UNCFUNDS-OPEN = 'Y'
               CLOSE UNCOLLECTED-FUNDS-FILE
           END-IF.
           IF WS-CHQ-REG-OPEN = 'Y'
               CLOSE CHEQUE-REGISTER-FILE
           END-IF.
               RETURNED-ITEM-FILE.
           PERFORM WRITE-XCCY-GL-ENTRIES.
           CLOSE XCCY-GL-FILE.
           PERFORM WRITE-OUTPAY-GL-ENTRIES.
           CLOSE OUTPAY-GL-FILE OUTPAY-PENDING-FILE.
           CLOSE REVERSAL-GL-FILE REVERSAL-REGISTER-FILE.
           CLOSE BRXFER-GL-FILE BRXFER-PENDING-FILE.
           DISPLAY "===== ACCOUNT MASTER UPDATE SUMMARY =====".
           DISPLAY "Unchanged  : " WS-UNCHANGED-COUNT.
           DISPLAY "Added      : " WS-ADDED-COUNT.
           DISPLAY "Deleted    : " WS-DELETED-COUNT.
           DISPLAY "Closed     : " WS-CLOSED-COUNT
               " payout " WS-CLOSE-PAYOUT-TOTAL.
           DISPLAY "Cards blkd : " WS-CARDS-BLOCKED.
           DISPLAY "Deposits   : " WS-DEPOSIT-COUNT
               " total " WS-DEPOSIT-TOTAL.
           DISPLAY "Withdrawals: " WS-WITHDRAWAL-COUNT
               " total " WS-TRANSFER-TOTAL.
           DISPLAY "Exceptions : " WS-EXCEPTION-COUNT.
           DISPLAY "Hold blocks: " WS-HELD-REJECT-COUNT.
           DISPLAY "KYC blocks : " WS-KYC-REJECT-COUNT.
           DISPLAY "Cheque rejects: " WS-CHEQUE-REJECTS.
           DISPLAY "Uncollected    : " WS-UNCFUNDS-WRITTEN
               " held, total " WS-UNCFUNDS-AMOUNT.
           DISPLAY "Returned items : " WS-RETITEMS-WRITTEN
               " new, " WS-RETITEMS-CLOSED " closed.".
           DISPLAY "Cross-currency : " WS-XCCY-COUNT
               " spread CNY " WS-SPREAD-CNY-TOTAL.
           DISPLAY "Outbound pays  : " WS-OUTPAY-COUNT
               " total " WS-OUTPAY-TOTAL.
           DISPLAY "Reversals      : " WS-REVERSALS-POSTED
               " total " WS-REVERSAL-TOTAL
               " rejected " WS-REVERSAL-REJECTS.
           DISPLAY "Branch xfers   : " WS-BRXFERS-POSTED
               " rejected " WS-BRXFER-REJECTS.
           DISPLAY "Journaled  : " WS-JOURNALED-COUNT.
           DISPLAY "Backdated  : " WS-BACKDATED-COUNT.
           DISPLAY "Welcomes   : " WS-WELCOMES-WRITTEN
               " held at branch " WS-WELCOMES-HELD.
      *    分片运行不登记批次（其余分片还要过 DUPB 检查），
      *    由拼接作业在全部分片核对通过后登记
           IF WS-PARTITIONED = 'Y'
               PERFORM WRITE-PARTITION-CONTROL
           ELSE
               PERFORM REGISTER-POSTED-BATCH
           END-IF.
           PERFORM WRITE-FINAL-UPDATE-CHECKPOINT.
           MOVE 'C' TO WS-JOB-EVENT-STATUS.
           PERFORM RECORD-JOB-EVENT.
           STOP RUN.

       APPLY-PARM-TOKEN.
           IF WS-PARM-TOKEN(1:10) = 'OVERRIDE=Y'
               MOVE 'Y' TO WS-OVERRIDE-REQUESTED
               DISPLAY "PARM override: batch reprocess requested"
           END-IF.
           IF WS-PARM-TOKEN(1:5) = 'PART='
               IF WS-PARM-TOKEN(6:1) >= '1' AND
                       WS-PARM-TOKEN(6:1) <= '4' AND
                       WS-PARM-TOKEN(7:1) = SPACE
                   MOVE WS-PARM-TOKEN(6:1) TO WS-PARTITION-NBR
                   MOVE 'Y' TO WS-PARTITIONED
               ELSE
                   DISPLAY "Invalid PARM " WS-PARM-TOKEN
                       " - partition must be PART=1 to PART=4."
                       " Run stopped."
                   STOP RUN
               END-IF
           END-IF.

       SETUP-PARTITION-RUN.
      *> 分片运行：区间取 PartitionBalancer 为本分片切出的参数档，
      *> 作业名改为 MASTUPDn（MASTUPDT 由拼接作业在全部分片核对
      *> 通过后登记）；新主档/异常/流水/欢迎函/倒起息报告/三份
      *> 总账分录/待发汇出/断点文件一律带 _n 后缀，分片之间互不
      *> 覆盖，各自断点续跑
           MOVE SPACES TO WS-PART-PARM-NAME.
           STRING 'PARTITION_PARM_' WS-PARTITION-NBR '.DAT'
               DELIMITED BY SIZE INTO WS-PART-PARM-NAME
           END-STRING.
           OPEN INPUT PARTITION-PARM-FILE.
           IF WS-PART-PARM-STATUS NOT = '00'
               DISPLAY "Partition parameter file "
                   WS-PART-PARM-NAME " not available. Run stopped."
               STOP RUN
           END-IF.
           READ PARTITION-PARM-FILE
               AT END
                   DISPLAY "Partition parameter file "
                       WS-PART-PARM-NAME " empty. Run stopped."
                   STOP RUN
           END-READ.
           MOVE PPM-RANGE-LOW TO WS-PARTITION-LOW.
           MOVE PPM-RANGE-HIGH TO WS-PARTITION-HIGH.
           CLOSE PARTITION-PARM-FILE.
           IF WS-PARTITION-HIGH < WS-PARTITION-LOW
               DISPLAY "Partition " WS-PARTITION-NBR " range "
                   WS-PARTITION-LOW " - " WS-PARTITION-HIGH
                   " inverted. Run stopped."
               STOP RUN
           END-IF.
           MOVE WS-PARTITION-NBR TO WS-THIS-JOB-NAME(8:1).
           MOVE SPACES TO WS-NEW-MASTER-NAME WS-EXCEPTION-NAME
               WS-JOURNAL-NAME WS-WELCOME-NAME WS-XCCY-GL-NAME
               WS-OUTPAY-GL-NAME WS-OUTPAY-PEND-NAME
               WS-REVERSAL-GL-NAME WS-BRXFER-GL-NAME
               WS-BRXFER-PEND-NAME
               WS-CHECKPOINT-NAME WS-BACKDATE-RPT-NAME
               WS-VERDICT-NAME.
           STRING 'ACCOUNT_INPUT_NEW_' WS-PARTITION-NBR '.DAT'
               DELIMITED BY SIZE INTO WS-NEW-MASTER-NAME
           END-STRING.
           STRING 'ACCOUNT_TXN_EXCEPTIONS_' WS-PARTITION-NBR '.DAT'
               DELIMITED BY SIZE INTO WS-EXCEPTION-NAME
           END-STRING.
           STRING 'ACCOUNT_UPDATE_JOURNAL_' WS-PARTITION-NBR '.DAT'
               DELIMITED BY SIZE INTO WS-JOURNAL-NAME
           END-STRING.
           STRING 'WELCOME_LETTERS_' WS-PARTITION-NBR '.DAT'
               DELIMITED BY SIZE INTO WS-WELCOME-NAME
           END-STRING.
           STRING 'XCCY_GL_' WS-PARTITION-NBR '.DAT'
               DELIMITED BY SIZE INTO WS-XCCY-GL-NAME
           END-STRING.
           STRING 'OUTPAY_GL_' WS-PARTITION-NBR '.DAT'
               DELIMITED BY SIZE INTO WS-OUTPAY-GL-NAME
           END-STRING.
           STRING 'REVERSAL_GL_' WS-PARTITION-NBR '.DAT'
               DELIMITED BY SIZE INTO WS-REVERSAL-GL-NAME
           END-STRING.
           STRING 'BRANCH_XFER_GL_' WS-PARTITION-NBR '.DAT'
               DELIMITED BY SIZE INTO WS-BRXFER-GL-NAME
           END-STRING.
           STRING 'BRANCH_XFER_PENDING_' WS-PARTITION-NBR '.DAT'
               DELIMITED BY SIZE INTO WS-BRXFER-PEND-NAME
           END-STRING.
           STRING 'OUTBOUND_PAYMENTS_PENDING_' WS-PARTITION-NBR
               '.DAT' DELIMITED BY SIZE INTO WS-OUTPAY-PEND-NAME
           END-STRING.
           STRING 'MASTUPDT_CHECKPOINT_' WS-PARTITION-NBR '.DAT'
               DELIMITED BY SIZE INTO WS-CHECKPOINT-NAME
           END-STRING.
           STRING 'BACKDATE_ADJUSTMENTS_' WS-PARTITION-NBR '.DAT'
               DELIMITED BY SIZE INTO WS-BACKDATE-RPT-NAME
           END-STRING.
           STRING 'MASTUPDT_TRANSFERS_' WS-PARTITION-NBR '.DAT'
               DELIMITED BY SIZE INTO WS-VERDICT-NAME
           END-STRING.
           DISPLAY "Partition " WS-PARTITION-NBR " run, accounts "
               WS-PARTITION-LOW " to " WS-PARTITION-HIGH.

       CHECK-ACCOUNT-IN-PARTITION.
      *> 目标账户是否归本分片；整档运行恒为 'Y'
           MOVE 'Y' TO WS-IN-PARTITION.
           IF WS-PARTITIONED = 'Y'
               IF WS-PARTITION-CHECK-ID < WS-PARTITION-LOW OR
                       WS-PARTITION-CHECK-ID > WS-PARTITION-HIGH
                   MOVE 'N' TO WS-IN-PARTITION
               END-IF
           END-IF.

       CHECK-FOR-RESTART.
      *> 上次运行留有同业务日的中断断点即转入续跑：恢复计数与
      *> 文件位置信息，预检会按同一交易文件重建转账/活动表，
                           MOVE MCK-BACKDATED-COUNT
                               TO WS-BACKDATED-COUNT
                           MOVE MCK-WELCOMES TO WS-WELCOMES-WRITTEN
                           MOVE MCK-OUTPAY-COUNT TO WS-OUTPAY-COUNT
                           MOVE MCK-OUTPAY-TOTAL TO WS-OUTPAY-TOTAL
                           MOVE MCK-MASTER-BALANCE
                               TO WS-MASTER-BALANCE-TOTAL
                           DISPLAY "Resuming after checkpoint, last "
                               "account: " MCK-LAST-ACCOUNT-ID
                       END-IF
           MOVE WS-JOURNALED-COUNT TO MCK-JOURNALED-COUNT.
           MOVE WS-BACKDATED-COUNT TO MCK-BACKDATED-COUNT.
           MOVE WS-WELCOMES-WRITTEN TO MCK-WELCOMES.
           MOVE WS-OUTPAY-COUNT TO MCK-OUTPAY-COUNT.
           MOVE WS-OUTPAY-TOTAL TO MCK-OUTPAY-TOTAL.
           MOVE WS-MASTER-BALANCE-TOTAL TO MCK-MASTER-BALANCE.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       WRITE-PARTITION-CONTROL.
      *> 分片正常结束追加一条控制总数：新主档记录数/余额合计供
      *> 拼接作业对账，批头信息与转账笔数证明各分片过的是同一批
           MOVE WS-PARTITION-NBR TO MPC-PARTITION-NBR.
           MOVE WS-PARTITION-LOW TO MPC-RANGE-LOW.
           MOVE WS-PARTITION-HIGH TO MPC-RANGE-HIGH.
           MOVE WS-STREAM-DATE TO MPC-STREAM-DATE.
           MOVE WS-BATCH-ID TO MPC-BATCH-ID.
           MOVE WS-BRANCH-ID TO MPC-BRANCH-ID.
           MOVE WS-BATCH-DATE TO MPC-BATCH-DATE.
           MOVE WS-DETAIL-COUNT TO MPC-DETAIL-COUNT.
           COMPUTE MPC-MASTER-COUNT = WS-UNCHANGED-COUNT +
               WS-ADDED-COUNT + WS-CHANGED-COUNT.
           MOVE WS-MASTER-BALANCE-TOTAL TO MPC-MASTER-BALANCE.
           MOVE WS-TRANSFER-COUNT TO MPC-TRANSFER-COUNT.
           MOVE WS-TRANSFERS-POSTED TO MPC-TRANSFERS-POSTED.
           MOVE WS-JOURNALED-COUNT TO MPC-JOURNALED-COUNT.
           MOVE WS-EXCEPTION-COUNT TO MPC-EXCEPTION-COUNT.
           OPEN EXTEND PART-CONTROL-FILE.
           IF WS-PART-CTL-STATUS NOT = '00'
               OPEN OUTPUT PART-CONTROL-FILE
           END-IF.
           IF WS-PART-CTL-STATUS NOT = '00'
               DISPLAY "Error opening MASTUPDT_CONTROL.DAT. "
                   "File Status: " WS-PART-CTL-STATUS
               STOP RUN
           END-IF.
           WRITE PART-CONTROL-RECORD.
           CLOSE PART-CONTROL-FILE.
           DISPLAY "Partition " WS-PARTITION-NBR " control: "
               MPC-MASTER-COUNT " accounts, balance "
               WS-MASTER-BALANCE-TOTAL.

       WRITE-TRANSFER-VERDICTS.
      *> 分片运行把整份转账预检结论落档：跨分片转账的两腿分别
      *> 在两个分片过账，拼接作业逐笔比对各分片结论一致才放行
           OPEN OUTPUT TRANSFER-VERDICT-FILE.
           IF WS-VERDICT-STATUS NOT = '00'
               DISPLAY "Error opening " WS-VERDICT-NAME
                   " File Status: " WS-VERDICT-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-TRANSFER-INDEX FROM 1 BY 1
                   UNTIL WS-TRANSFER-INDEX > WS-TRANSFER-COUNT
               MOVE WS-TRANSFER-INDEX TO MTV-SEQUENCE
               MOVE TR-FROM-ACCOUNT(WS-TRANSFER-INDEX)
                   TO MTV-FROM-ACCOUNT
               MOVE TR-TO-ACCOUNT(WS-TRANSFER-INDEX)
                   TO MTV-TO-ACCOUNT
               MOVE TR-AMOUNT(WS-TRANSFER-INDEX) TO MTV-AMOUNT
               MOVE TR-VALID-FLAG(WS-TRANSFER-INDEX)
                   TO MTV-VALID-FLAG
               MOVE TR-CONVERTED-AMT(WS-TRANSFER-INDEX)
                   TO MTV-CONVERTED-AMT
               WRITE TRANSFER-VERDICT-RECORD
           END-PERFORM.
           CLOSE TRANSFER-VERDICT-FILE.

       WRITE-FINAL-UPDATE-CHECKPOINT.
           MOVE 'C' TO MCK-STATUS.
           PERFORM WRITE-UPDATE-CHECKPOINT.
                   UNTIL WS-TRANSFER-INDEX > WS-TRANSFER-COUNT
               PERFORM VALIDATE-ONE-TRANSFER
           END-PERFORM.
           IF WS-PARTITIONED = 'Y'
               PERFORM WRITE-TRANSFER-VERDICTS
           END-IF.
           CLOSE TRANSACTION-FILE.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS NOT = '00'
                   WS-TXN-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-PARTITION-LOW TO OM-ACCOUNT-ID.
           START OLD-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO OM-ACCOUNT-ID
               INVALID KEY
               IF TXN-TYPE = 'P'
                   ADD TXN-AMOUNT TO WS-NET-AMOUNT
               END-IF
               IF TXN-TYPE = 'W' OR TXN-TYPE = 'O'
                   SUBTRACT TXN-AMOUNT FROM WS-NET-AMOUNT
               END-IF
               PERFORM CLASSIFY-PRESCAN-TRANSACTION
                       MOVE 'Y' TO WS-PRESCAN-EOF
                   NOT AT END
                       IF TXN-TYPE NOT = 'H' AND TXN-TYPE NOT = 'Z'
      *                    分片运行只报本区间的明细，整批各分片合起来
      *                    恰好一份
                           MOVE TXN-ACCOUNT-ID
                               TO WS-PARTITION-CHECK-ID
                           PERFORM CHECK-ACCOUNT-IN-PARTITION
                           IF WS-IN-PARTITION = 'Y'
                               MOVE WS-BATCH-REJECT-REASON
                                   TO EXC-REASON-CODE
                               PERFORM WRITE-EXCEPTION-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CUST-MASTER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-HELD-MAIL-OPEN = 'Y'
               CLOSE HELD-MAIL-FILE
           END-IF.
           CLOSE CLOSED-REGISTER-FILE.
           IF WS-OD-AGING-OPEN = 'Y'
               CLOSE OD-AGING-FILE
           END-IF.
           IF WS-CARD-FILES-OPEN = 'Y'
               CLOSE CARD-MASTER-FILE CARD-INDEX-FILE
           END-IF.
           IF WS-HOLD-FILE-OPEN = 'Y'
               CLOSE HOLD-MASTER-FILE
           END-IF.
           IF WS-ODLIMIT-OPEN = 'Y'
               CLOSE OD-LIMIT-FILE
           END-IF.
           IF WS-UNCFUNDS-OPEN = 'Y'
               CLOSE UNCOLLECTED-FUNDS-FILE
           END-IF.
           IF WS-CHQ-REG-OPEN = 'Y'
               CLOSE CHEQUE-REGISTER-FILE
           END-IF.
           END-IF.
           CLOSE CHEQUE-PAID-FILE BATCH-REGISTER-FILE
               RETURNED-ITEM-FILE XCCY-GL-FILE.
           CLOSE OUTPAY-GL-FILE OUTPAY-PENDING-FILE.
           CLOSE REVERSAL-GL-FILE REVERSAL-REGISTER-FILE.
           CLOSE BRXFER-GL-FILE BRXFER-PENDING-FILE.
           STOP RUN.

       CLASSIFY-PRESCAN-TRANSACTION.
      *    未发到号的开户（账户ID 0）合并时以 NOAN 拒绝，不进预检
           IF TXN-TYPE = 'A' AND TXN-ACCOUNT-ID = 0
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TXN-TYPE
               WHEN 'C'
      *            携带新余额的变更交易会整笔覆盖余额，预检的
                           MOVE TXN-CURRENCY-CODE
                               TO ACT-CURRENCY(WS-ACTIVITY-SLOT)
                       END-IF
                       MOVE TXN-CUSTOMER-ID
                           TO ACT-CUSTOMER-ID(WS-ACTIVITY-SLOT)
                   END-IF
               WHEN 'D'
                   MOVE TXN-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
               WHEN 'P'
                   MOVE TXN-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
                   PERFORM LOOKUP-ACTIVITY-ACCOUNT
      *            冻结中的支票存入过账后才登记未收妥，预检不计
      *            入可用余额，免得同批转账先把它转走
                   PERFORM FIND-HOLD-BUSINESS-DAYS
                   IF WS-HOLD-BUSINESS-DAYS = 0
                       ADD TXN-AMOUNT
                           TO ACT-AVAILABLE(WS-ACTIVITY-SLOT)
                   END-IF
               WHEN 'W'
               WHEN 'O'
                   MOVE TXN-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
                   PERFORM LOOKUP-ACTIVITY-ACCOUNT
                   SUBTRACT TXN-AMOUNT
                       FROM ACT-AVAILABLE(WS-ACTIVITY-SLOT)
               WHEN 'T'
                   PERFORM LOAD-TRANSFER-ENTRY
               WHEN 'R'
      *            有效冲正按原交易反向净算：冲存入减可用、冲支取加回
                   PERFORM FIND-REVERSAL-ENTRY
                   IF WS-RVT-SLOT > 0
                       IF RVT-FOUND(WS-RVT-SLOT) = 'Y' AND
                               RVT-ORIG-AMOUNT(WS-RVT-SLOT) =
                                   TXN-AMOUNT
                           MOVE TXN-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
                           PERFORM LOOKUP-ACTIVITY-ACCOUNT
                           IF RVT-ORIG-TYPE(WS-RVT-SLOT) = 'P'
                               SUBTRACT TXN-AMOUNT
                                   FROM ACT-AVAILABLE(WS-ACTIVITY-SLOT)
                           END-IF
                           IF RVT-ORIG-TYPE(WS-RVT-SLOT) = 'W'
                               ADD TXN-AMOUNT
                                   TO ACT-AVAILABLE(WS-ACTIVITY-SLOT)
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       LOAD-TRANSFER-ENTRY.
       VALIDATE-ONE-TRANSFER.
      *> 按文件顺序判定一笔转账：双方在档且本批未删、非自转、
      *> 转出方净算可用余额足额；通过则把两腿预先计入可用余额，
      *> 让后续转账（含连环转账）按过账后的余额继续判定。
      *> 分片运行各分片都判定全部转账（结论须一致），但退票项、
      *> 异常和价差只由转出方所在分片落一次
           MOVE TR-FROM-ACCOUNT(WS-TRANSFER-INDEX)
               TO WS-PARTITION-CHECK-ID.
           PERFORM CHECK-ACCOUNT-IN-PARTITION.
           MOVE SPACES TO EXC-REASON-CODE.
      *    两腿账户号先过校验位
           MOVE TR-FROM-ACCOUNT(WS-TRANSFER-INDEX)
                   ADD 1 TO WS-HELD-REJECT-COUNT
               END-IF
           END-IF.
           IF EXC-REASON-CODE = SPACES
               MOVE ACT-CUSTOMER-ID(WS-FROM-SLOT)
                   TO WS-KYC-CHECK-CUSTOMER
               PERFORM CHECK-DEBIT-AGAINST-KYC
               IF WS-KYC-BLOCKED = 'Y'
                   MOVE 'KYCR' TO EXC-REASON-CODE
                   ADD 1 TO WS-KYC-REJECT-COUNT
               END-IF
           END-IF.
           IF EXC-REASON-CODE = SPACES
               PERFORM CONVERT-TRANSFER-CURRENCY
           END-IF.
                   FROM ACT-AVAILABLE(WS-FROM-SLOT)
               ADD TR-CONVERTED-AMT(WS-TRANSFER-INDEX)
                   TO ACT-AVAILABLE(WS-ACTIVITY-SLOT)
               IF WS-RETRY-BATCH = 'Y' AND WS-IN-PARTITION = 'Y'
                   MOVE TR-FROM-ACCOUNT(WS-TRANSFER-INDEX)
                       TO WS-RETITEM-ACCOUNT
                   MOVE 'T' TO WS-RETITEM-TYPE
               END-IF
           ELSE
               MOVE 'R' TO TR-VALID-FLAG(WS-TRANSFER-INDEX)
               IF EXC-REASON-CODE = 'NSF ' AND WS-IN-PARTITION = 'Y'
                   MOVE TR-FROM-ACCOUNT(WS-TRANSFER-INDEX)
                       TO WS-RETITEM-ACCOUNT
                   MOVE 'T' TO WS-RETITEM-TYPE
                   MOVE 'MUPD' TO RTI-SOURCE
                   PERFORM STORE-RETURNED-ITEM
               END-IF
               IF WS-IN-PARTITION = 'Y'
                   PERFORM WRITE-TRANSFER-EXCEPTION
               END-IF
           END-IF.

       CONVERT-TRANSFER-CURRENCY.
                   MOVE 'Y' TO TR-XCCY-FLAG(WS-TRANSFER-INDEX)
                   MOVE WS-CONVERTED-NET
                       TO TR-CONVERTED-AMT(WS-TRANSFER-INDEX)
      *            价差折本币累计，收尾一笔进外汇损益科目
                   IF WS-IN-PARTITION = 'Y'
                       ADD 1 TO WS-XCCY-COUNT
                       COMPUTE WS-SPREAD-CNY-TOTAL ROUNDED =
                           WS-SPREAD-CNY-TOTAL +
                           WS-SPREAD-AMOUNT * WS-TO-RATE
                   END-IF
               END-IF
           END-IF.

               WRITE GL-RECORD
           END-IF.

       WRITE-OUTPAY-GL-ENTRIES.
      *> 他行汇出合计：借记客户存款、贷记汇出待清算，清算所
      *> 退回的汇出由 ClearingInbound 反向冲回
      *> 清算科目与分录说明按交易代码 'O ' 查表，表上没有的按原口径
           IF WS-OUTPAY-TOTAL > 0
               MOVE 'O ' TO WS-TCT-SEARCH-CODE
               MOVE SPACES TO WS-TCT-GL-BRANCH
               PERFORM RESOLVE-TXN-CODE-GL
               MOVE WS-STREAM-DATE TO OGL-JE-DATE
               MOVE 'DEPLIA' TO OGL-ACCOUNT-CODE
               MOVE 'DR' TO OGL-DEBIT-CREDIT
               MOVE WS-OUTPAY-TOTAL TO OGL-AMOUNT
               IF WS-TCT-SLOT > 0
                   MOVE TCT-DESC-EN(WS-TCT-SLOT) TO OGL-DESCRIPTION
               ELSE
                   MOVE 'Outbound interbank payments'
                       TO OGL-DESCRIPTION
               END-IF
               WRITE OUTPAY-GL-RECORD
               IF WS-TCT-GL-ACCOUNT NOT = SPACES
                   MOVE WS-TCT-GL-ACCOUNT TO OGL-ACCOUNT-CODE
               ELSE
                   MOVE 'CLROUT' TO OGL-ACCOUNT-CODE
               END-IF
               MOVE 'CR' TO OGL-DEBIT-CREDIT
               WRITE OUTPAY-GL-RECORD
           END-IF.

       LOAD-REVERSAL-ORIGINALS.
      *> 冲正引用装表：整读一遍交易文件收集 'R' 引用的原流水键
      *> （同一键只登记一次），有冲正才扫一遍全天流水回填原交易
      *> 的类型/金额/起息日；起息日栏为空白的流水按其业务日期
      *> 起息。读完交易文件关闭重开，预检照常从头读
           MOVE 'N' TO WS-PRESCAN-EOF.
           PERFORM UNTIL WS-PRESCAN-EOF = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-PRESCAN-EOF
                   NOT AT END
                       IF TXN-TYPE = 'R'
                           PERFORM COLLECT-REVERSAL-REFERENCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS NOT = '00'
               DISPLAY "Error reopening transaction file. File Status: "
                   WS-TXN-FILE-STATUS
               STOP RUN
           END-IF.
           IF WS-RVT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ORIG-JOURNAL-EOF.
           OPEN INPUT ORIG-JOURNAL-FILE.
           IF WS-ORIG-JOURNAL-STATUS NOT = '00'
               DISPLAY "Update journal not available - reversals "
                   "rejected as NORV. File Status: "
                   WS-ORIG-JOURNAL-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ORIG-JOURNAL-EOF = 'Y'
               READ ORIG-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-ORIG-JOURNAL-EOF
                   NOT AT END
      *                早于顺序号启用的流水无从引用，跳过
                       IF OJN-ENTRY-SEQ NUMERIC
                           PERFORM MATCH-ORIG-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORIG-JOURNAL-FILE.

       COLLECT-REVERSAL-REFERENCE.
      *> 表满之后的冲正在合并时查不到表项，按 OVFL 转异常
           PERFORM FIND-REVERSAL-ENTRY.
           IF WS-RVT-SLOT > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-RVT-COUNT >= 200
               DISPLAY "*** Reversal reference table full at 200 - "
                   "account " TXN-ACCOUNT-ID " reversal rejected ***"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RVT-COUNT.
           MOVE WS-RVT-SEARCH-KEY TO RVT-KEY(WS-RVT-COUNT).
           MOVE 'N' TO RVT-FOUND(WS-RVT-COUNT).
           MOVE SPACE TO RVT-ORIG-TYPE(WS-RVT-COUNT).
           MOVE 0 TO RVT-ORIG-AMOUNT(WS-RVT-COUNT).
           MOVE 0 TO RVT-ORIG-VALUE-DATE(WS-RVT-COUNT).
           MOVE SPACES TO RVT-ORIG-REFERENCE(WS-RVT-COUNT).

       MATCH-ORIG-JOURNAL-ENTRY.
           MOVE OJN-ACCOUNT-ID    TO WS-RVS-ACCOUNT-ID.
           MOVE OJN-BUSINESS-DATE TO WS-RVS-BUSINESS-DATE.
           MOVE OJN-CYCLE-NUMBER  TO WS-RVS-CYCLE.
           MOVE OJN-ENTRY-SEQ     TO WS-RVS-ENTRY-SEQ.
           PERFORM SEARCH-REVERSAL-TABLE.
           IF WS-RVT-SLOT > 0
               MOVE 'Y' TO RVT-FOUND(WS-RVT-SLOT)
               MOVE OJN-TXN-TYPE TO RVT-ORIG-TYPE(WS-RVT-SLOT)
               MOVE OJN-TXN-AMOUNT TO RVT-ORIG-AMOUNT(WS-RVT-SLOT)
               MOVE OJN-REFERENCE TO RVT-ORIG-REFERENCE(WS-RVT-SLOT)
               IF OJN-VALUE-DATE NUMERIC AND OJN-VALUE-DATE > 0
                   MOVE OJN-VALUE-DATE
                       TO RVT-ORIG-VALUE-DATE(WS-RVT-SLOT)
               ELSE
                   MOVE OJN-BUSINESS-DATE
                       TO RVT-ORIG-VALUE-DATE(WS-RVT-SLOT)
               END-IF
           END-IF.

       FIND-REVERSAL-ENTRY.
      *> 按当前 'R' 交易的账户与原流水引用查冲正表
           MOVE TXN-ACCOUNT-ID        TO WS-RVS-ACCOUNT-ID.
           MOVE TXN-RVS-BUSINESS-DATE TO WS-RVS-BUSINESS-DATE.
           MOVE TXN-RVS-CYCLE         TO WS-RVS-CYCLE.
           MOVE TXN-RVS-ENTRY-SEQ     TO WS-RVS-ENTRY-SEQ.
           PERFORM SEARCH-REVERSAL-TABLE.

       SEARCH-REVERSAL-TABLE.
           MOVE 0 TO WS-RVT-SLOT.
           PERFORM VARYING WS-RVT-INDEX FROM 1 BY 1
                   UNTIL WS-RVT-INDEX > WS-RVT-COUNT
                   OR WS-RVT-SLOT > 0
               IF RVT-KEY(WS-RVT-INDEX) = WS-RVT-SEARCH-KEY
                   MOVE WS-RVT-INDEX TO WS-RVT-SLOT
               END-IF
           END-PERFORM.

       LOOKUP-ACTIVITY-ACCOUNT.
      *> 活动表查找 WS-LOOKUP-ACCOUNT，命中下标回填 WS-ACTIVITY-SLOT；
      *> 未命中则随机查老主档登记一个新表项（在档标志、期初余额）
                       MOVE 'N' TO ACT-ON-MASTER(WS-ACTIVITY-SLOT)
                       MOVE 0 TO ACT-AVAILABLE(WS-ACTIVITY-SLOT)
                       MOVE 'CNY' TO ACT-CURRENCY(WS-ACTIVITY-SLOT)
                       MOVE 0 TO ACT-CUSTOMER-ID(WS-ACTIVITY-SLOT)
                   NOT INVALID KEY
                       MOVE 'Y' TO ACT-ON-MASTER(WS-ACTIVITY-SLOT)
                       MOVE OM-CUSTOMER-ID
                           TO ACT-CUSTOMER-ID(WS-ACTIVITY-SLOT)
                       MOVE OM-ACCOUNT-BALANCE
                           TO ACT-AVAILABLE(WS-ACTIVITY-SLOT)
                       IF OM-CURRENCY-CODE = SPACES
           MOVE TR-FROM-ACCOUNT(WS-TRANSFER-INDEX) TO EXC-ACCOUNT-ID.
           MOVE 'T'                                TO EXC-TXN-TYPE.
           MOVE TR-AMOUNT(WS-TRANSFER-INDEX)       TO EXC-AMOUNT.
           PERFORM MOVE-EXCEPTION-SOURCE.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-EXCEPTION-COUNT.
           DISPLAY "*** Transfer exception, from account "
               AT END
                   MOVE 'Y' TO WS-OLD-MASTER-EOF
           END-READ.
      *    分片运行读过区间上限即视同老主档结束
           IF WS-OLD-MASTER-EOF = 'N' AND
                   OM-ACCOUNT-ID > WS-PARTITION-HIGH
               MOVE 'Y' TO WS-OLD-MASTER-EOF
           END-IF.

       READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-TXN-EOF
           END-READ.
           IF WS-PARTITIONED = 'Y'
               PERFORM SKIP-OUT-OF-PARTITION-TXNS
           END-IF.

       SKIP-OUT-OF-PARTITION-TXNS.
      *> 区间外账户的交易归别的分片过账，这里直接消费：计入已
      *> 消费数（断点续跑按物理记录数重新定位），区间外的转账
      *> 照样推进游标，游标与按整份文件装的预检表保持对齐
           PERFORM UNTIL WS-TXN-EOF = 'Y'
                   OR TXN-TYPE = 'H' OR TXN-TYPE = 'Z'
                   OR (TXN-ACCOUNT-ID >= WS-PARTITION-LOW AND
                       TXN-ACCOUNT-ID <= WS-PARTITION-HIGH)
               IF TXN-TYPE = 'T'
                   ADD 1 TO WS-TRANSFER-CURSOR
               END-IF
               ADD 1 TO WS-TXNS-APPLIED
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-TXN-EOF
               END-READ
           END-PERFORM.

       WRITE-UNCHANGED-MASTER.
           MOVE OM-ACCOUNT-ID        TO NM-ACCOUNT-ID.
               MOVE OM-STMT-CYCLE-CODE   TO JRNB-STMT-CYCLE
               MOVE OM-BRANCH-CODE       TO JRNB-BRANCH-CODE
               ADD WS-CREDIT-PENDING TO NM-ACCOUNT-BALANCE
               MOVE 'T ' TO WS-TCT-SEARCH-CODE
               PERFORM CHECK-TXN-CODE-ACTIVITY
               IF WS-TCT-COUNTS-ACTIVITY = 'Y'
                   MOVE WS-BATCH-DATE TO NM-LAST-ACTIVITY-DATE
               END-IF
               MOVE NM-ACCOUNT-ID        TO JRNA-ACCOUNT-ID
               MOVE NM-ACCOUNT-NAME      TO JRNA-ACCOUNT-NAME
               MOVE NM-ACCOUNT-BALANCE   TO JRNA-ACCOUNT-BALANCE
                           " to new master"
               END-WRITE
           END-IF.
           ADD NM-ACCOUNT-BALANCE TO WS-MASTER-BALANCE-TOTAL.
           MOVE OM-ACCOUNT-ID TO WS-LAST-WRITTEN-ID.
           PERFORM NOTE-ACCOUNT-WRITTEN.

           MOVE 'Y' TO WS-TXN-APPLIED.
           PERFORM WRITE-JOURNAL-RECORD.

       SCREEN-NEW-ACCOUNT-NUMBER.
      *> 开户交易的账户号检查，不过的把异常原因码留在
      *> EXC-REASON-CODE：账户ID 0 是发号作业没发出号（无号段/
      *> 暂停/用尽），不能开出 00000000；已销户登记册上的号码
      *> 重发会把新客户和旧账户的历史串在一起
           MOVE SPACES TO EXC-REASON-CODE.
           IF TXN-ACCOUNT-ID = 0
               MOVE 'NOAN' TO EXC-REASON-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE TXN-ACCOUNT-ID TO WS-CHECK-ACCOUNT.
           PERFORM VALIDATE-ACCOUNT-CHECK-DIGIT.
           IF WS-CHECK-DIGIT-OK = 'N'
               MOVE 'CHKD' TO EXC-REASON-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE TXN-ACCOUNT-ID TO CLR-ACCOUNT-ID.
           READ CLOSED-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'REUS' TO EXC-REASON-CODE
           END-READ.

       VALIDATE-ACCOUNT-CHECK-DIGIT.
      *> WS-CHECK-ACCOUNT 的第8位必须等于前7位按 7-3-1 循环权重
      *> 加权求和后的模10补数
                       PERFORM APPLY-DEPOSIT-TO-HELD
                   WHEN 'W'
                       PERFORM APPLY-WITHDRAWAL-TO-HELD
                   WHEN 'O'
                       PERFORM APPLY-OUTPAY-TO-HELD
                   WHEN 'R'
                       PERFORM APPLY-REVERSAL-TO-HELD
                   WHEN 'B'
                       PERFORM APPLY-BRANCH-XFER-TO-HELD
                   WHEN 'A'
      *                账户已存在，重复新增转异常
                       MOVE 'DUPA' TO EXC-REASON-CODE
           IF WS-TXN-APPLIED = 'Y'
               PERFORM WRITE-JOURNAL-RECORD
               PERFORM CHECK-BACKDATED-VALUE-DATE
               IF TXN-TYPE = 'R'
                   PERFORM RECORD-REVERSAL
               END-IF
               IF TXN-TYPE = 'B'
                   PERFORM RECORD-BRANCH-TRANSFER
               END-IF
           END-IF.

       APPLY-CLOSURE-TO-HELD.
                       CONTINUE
               END-DELETE
           END-IF.
           IF WS-CARD-FILES-OPEN = 'Y'
               PERFORM BLOCK-ACCOUNT-CARDS
           END-IF.
           ADD 1 TO WS-CLOSED-COUNT.
           ADD WS-CLOSE-PAYOUT TO WS-CLOSE-PAYOUT-TOTAL.
           MOVE 'Y' TO WS-HELD-DELETED.
           MOVE 'Y' TO WS-TXN-APPLIED.

       BLOCK-ACCOUNT-CARDS.
      *> 按账户-卡索引逐张找出销户账户名下的卡，正常卡置止付
      *> （原因 'X' 销户，不可解止付、不可换卡）；已止付的改记
      *> 销户原因，挂失/被换下的卡不动
           MOVE HM-ACCOUNT-ID TO CAX-ACCOUNT-ID.
           MOVE LOW-VALUES TO CAX-CARD-TOKEN.
           MOVE 'N' TO WS-CARD-INDEX-EOF.
           START CARD-INDEX-FILE KEY IS NOT LESS THAN CAX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CARD-INDEX-EOF
           END-START.
           PERFORM UNTIL WS-CARD-INDEX-EOF = 'Y'
               READ CARD-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CARD-INDEX-EOF
                   NOT AT END
                       IF CAX-ACCOUNT-ID NOT = HM-ACCOUNT-ID
                           MOVE 'Y' TO WS-CARD-INDEX-EOF
                       ELSE
                           MOVE CAX-CARD-TOKEN TO CDM-CARD-TOKEN
                           READ CARD-MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF CDM-STATUS = 'A' OR
                                           CDM-STATUS = 'B'
                                       IF CDM-STATUS = 'A'
                                           ADD 1 TO WS-CARDS-BLOCKED
                                       END-IF
                                       MOVE 'B' TO CDM-STATUS
                                       MOVE 'X' TO CDM-BLOCK-REASON
                                       MOVE WS-BATCH-DATE
                                           TO CDM-STATUS-DATE
                                       REWRITE CARD-RECORD
                                           INVALID KEY
                                               DISPLAY "*** Unable to "
                                                   "block card "
                                                   CDM-CARD-TOKEN
                                       END-REWRITE
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-BACKDATED-VALUE-DATE.
      *> 起息日早于批次业务日期的金额交易，按"金额 × 倒起息天数"
      *> 回调逐日余额累计之和：存入补加（这笔钱本该早几天计息）、
           IF WS-REPLAY-SKIP = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF (TXN-TYPE = 'P' OR TXN-TYPE = 'W' OR TXN-TYPE = 'T'
                   OR TXN-TYPE = 'O' OR TXN-TYPE = 'R')
                   AND TXN-VALUE-DATE NUMERIC
                   AND TXN-VALUE-DATE > 0
                   AND TXN-VALUE-DATE < WS-BATCH-DATE
                       MOVE TXN-ACCOUNT-ID TO WS-BACKDATE-ACCOUNT
                       PERFORM ADJUST-PRIOR-BALANCE-SUM
                   WHEN 'W'
                   WHEN 'O'
                       COMPUTE WS-BACKDATE-ADJUST =
                           0 - (TXN-AMOUNT * WS-DAYS-BACKDATED)
                       MOVE TXN-ACCOUNT-ID TO WS-BACKDATE-ACCOUNT
                           TXN-AMOUNT * WS-DAYS-BACKDATED
                       MOVE TXN-TO-ACCOUNT-ID TO WS-BACKDATE-ACCOUNT
                       PERFORM ADJUST-PRIOR-BALANCE-SUM
                   WHEN 'R'
      *                冲正自原起息日起把原交易的计息影响整笔撤回
                       IF WS-RVS-ORIG-TYPE = 'P'
                           COMPUTE WS-BACKDATE-ADJUST =
                               0 - (TXN-AMOUNT * WS-DAYS-BACKDATED)
                       ELSE
                           COMPUTE WS-BACKDATE-ADJUST =
                               TXN-AMOUNT * WS-DAYS-BACKDATED
                       END-IF
                       MOVE TXN-ACCOUNT-ID TO WS-BACKDATE-ACCOUNT
                       PERFORM ADJUST-PRIOR-BALANCE-SUM
               END-EVALUATE
               END-IF
           END-IF.
           MOVE TXN-ACCOUNT-ID TO JRN-ACCOUNT-ID.
           MOVE TXN-TYPE       TO JRN-TXN-TYPE.
           IF TXN-TYPE = 'P' OR TXN-TYPE = 'W' OR TXN-TYPE = 'T'
                   OR TXN-TYPE = 'O' OR TXN-TYPE = 'R'
               MOVE TXN-AMOUNT TO JRN-TXN-AMOUNT
           ELSE
               IF TXN-TYPE = 'X'
           ELSE
               MOVE 0 TO JRN-CONVERTED-AMOUNT
           END-IF.
           MOVE TXN-FEE-FLAG TO JRN-FEE-FLAG.
           MOVE WS-STREAM-DATE TO JRN-BUSINESS-DATE.
      *    起息日随流水留存，冲正按原流水起息日回调；冲正流水
      *    带上原流水引用，对账单与采集对账据此配对
           IF TXN-VALUE-DATE NUMERIC AND TXN-VALUE-DATE > 0
               MOVE TXN-VALUE-DATE TO JRN-VALUE-DATE
           ELSE
               MOVE WS-BATCH-DATE TO JRN-VALUE-DATE
           END-IF.
           IF TXN-TYPE = 'R'
               MOVE WS-RVS-BUSINESS-DATE TO JRN-RVS-BUSINESS-DATE
               MOVE WS-RVS-CYCLE         TO JRN-RVS-CYCLE
               MOVE WS-RVS-ENTRY-SEQ     TO JRN-RVS-ENTRY-SEQ
               MOVE WS-RVS-ORIG-TYPE     TO JRN-RVS-ORIG-TYPE
           ELSE
               MOVE 0 TO JRN-RVS-BUSINESS-DATE JRN-RVS-CYCLE
                   JRN-RVS-ENTRY-SEQ
               MOVE SPACE TO JRN-RVS-ORIG-TYPE
           END-IF.
           MOVE TXN-REFERENCE TO JRN-REFERENCE.
           COMPUTE WS-LAST-ENTRY-SEQ = WS-JOURNALED-COUNT + 1.
           MOVE WS-LAST-ENTRY-SEQ TO JRN-ENTRY-SEQ.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-JOURNALED-COUNT.

                   FROM HM-ACCOUNT-BALANCE
               ADD 1 TO WS-TRANSFERS-POSTED
               ADD TR-AMOUNT(WS-TRANSFER-CURSOR) TO WS-TRANSFER-TOTAL
               MOVE 'T ' TO WS-TCT-SEARCH-CODE
               PERFORM CHECK-TXN-CODE-ACTIVITY
               IF WS-TCT-COUNTS-ACTIVITY = 'Y'
                   MOVE WS-BATCH-DATE TO HM-LAST-ACTIVITY-DATE
               END-IF
               MOVE 'Y' TO WS-HELD-WAS-CHANGED
               MOVE 'Y' TO WS-TXN-APPLIED
           END-IF.
           IF TXN-TAX-EXEMPT-FLAG = 'Y' OR TXN-TAX-EXEMPT-FLAG = 'N'
               MOVE TXN-TAX-EXEMPT-FLAG TO HM-TAX-EXEMPT-FLAG
           END-IF.
      *    停售产品迁移由 ProductMigration 生成 'C' 交易改挂产品代码，
      *    空白=不变，其余来源的变更交易不带产品代码
           IF TXN-PRODUCT-CODE NOT = SPACES AND
                   TXN-PRODUCT-CODE NOT = LOW-VALUES
               MOVE TXN-PRODUCT-CODE TO HM-PRODUCT-CODE
           END-IF.
           MOVE 'Y' TO WS-HELD-WAS-CHANGED.
           MOVE 'Y' TO WS-TXN-APPLIED.

               NOT ON SIZE ERROR
                   ADD 1 TO WS-DEPOSIT-COUNT
                   ADD TXN-AMOUNT TO WS-DEPOSIT-TOTAL
                   MOVE TXN-TYPE TO WS-TCT-SEARCH-CODE(1:1)
                   MOVE TXN-FEE-FLAG TO WS-TCT-SEARCH-CODE(2:1)
                   PERFORM CHECK-TXN-CODE-ACTIVITY
                   IF WS-TCT-COUNTS-ACTIVITY = 'Y'
                       MOVE WS-BATCH-DATE TO HM-LAST-ACTIVITY-DATE
                   END-IF
                   MOVE 'Y' TO WS-HELD-WAS-CHANGED
                   MOVE 'Y' TO WS-TXN-APPLIED
                   PERFORM REGISTER-UNCOLLECTED-FUNDS
           END-ADD.

       REGISTER-UNCOLLECTED-FUNDS.
      *> 支票存入：按可用性时间表取冻结营业日天数，推算释放日，
      *> 同账户按序号顺延登记一笔未收妥资金；现金存入、当日
      *> 可用的工具不登记。重演窗口内首跑已登记过
           PERFORM FIND-HOLD-BUSINESS-DAYS.
           IF WS-HOLD-BUSINESS-DAYS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE TXN-ACCOUNT-ID TO WS-REPLAY-CHECK-ID.
           PERFORM CHECK-REPLAY-WINDOW.
           IF WS-REPLAY-SKIP = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-RELEASE-DATE.
           MOVE TXN-ACCOUNT-ID TO UCF-ACCOUNT-ID.
           MOVE 1 TO UCF-SEQUENCE.
           MOVE TXN-AMOUNT TO UCF-AMOUNT.
           MOVE TXN-INSTRUMENT TO UCF-INSTRUMENT.
           MOVE WS-BATCH-DATE TO UCF-DEPOSIT-DATE.
           MOVE WS-RELEASE-DATE TO UCF-RELEASE-DATE.
           MOVE 'U' TO UCF-STATUS.
           MOVE 0 TO UCF-RELEASED-ON.
           MOVE 'N' TO WS-UNCFUNDS-STORED.
           PERFORM UNTIL WS-UNCFUNDS-STORED = 'Y'
                   OR UCF-SEQUENCE > 99998
               WRITE UNCOLLECTED-FUNDS-RECORD
                   INVALID KEY
                       ADD 1 TO UCF-SEQUENCE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-UNCFUNDS-STORED
               END-WRITE
           END-PERFORM.
           IF WS-UNCFUNDS-STORED = 'Y'
               ADD 1 TO WS-UNCFUNDS-WRITTEN
               ADD TXN-AMOUNT TO WS-UNCFUNDS-AMOUNT
           ELSE
               DISPLAY "*** Unable to register uncollected funds "
                   "for account " TXN-ACCOUNT-ID
           END-IF.

       FIND-HOLD-BUSINESS-DAYS.
      *> 现金（空白/'C'）当日可用；支票按时间表同一工具第一条
      *> 金额上限不低于存入金额（或不封顶）的记录取冻结天数
           MOVE 0 TO WS-HOLD-BUSINESS-DAYS.
           IF TXN-INSTRUMENT = SPACE OR TXN-INSTRUMENT = 'C'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-AVAIL-FOUND.
           PERFORM VARYING WS-AVAIL-INDEX FROM 1 BY 1
                   UNTIL WS-AVAIL-INDEX > WS-AVAIL-COUNT
                   OR WS-AVAIL-FOUND = 'Y'
               IF AVT-INSTRUMENT(WS-AVAIL-INDEX) = TXN-INSTRUMENT
                   AND (AVT-AMOUNT-LIMIT(WS-AVAIL-INDEX) = 0 OR
                        AVT-AMOUNT-LIMIT(WS-AVAIL-INDEX) >= TXN-AMOUNT)
                   MOVE AVT-HOLD-DAYS(WS-AVAIL-INDEX)
                       TO WS-HOLD-BUSINESS-DAYS
                   MOVE 'Y' TO WS-AVAIL-FOUND
               END-IF
           END-PERFORM.

       COMPUTE-RELEASE-DATE.
      *> 从批次业务日期起逐日前进，数满冻结天数个营业日
      *> （周末与节假日不计）即为释放日
           COMPUTE WS-LILIAN-DATE =
               FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE).
           MOVE WS-BATCH-DATE TO WS-RELEASE-DATE.
           MOVE 0 TO WS-DAYS-STEPPED.
           PERFORM UNTIL WS-DAYS-STEPPED >= WS-HOLD-BUSINESS-DAYS
               ADD 1 TO WS-LILIAN-DATE
               COMPUTE WS-RELEASE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-LILIAN-DATE)
               MOVE 'Y' TO WS-IS-BUSINESS-DAY
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-LILIAN-DATE - 1, 7)
               IF WS-DAY-OF-WEEK = 5 OR WS-DAY-OF-WEEK = 6
                   MOVE 'N' TO WS-IS-BUSINESS-DAY
               END-IF
               PERFORM VARYING WS-HOLIDAY-INDEX FROM 1 BY 1
                       UNTIL WS-HOLIDAY-INDEX > PCAL-HOLIDAY-COUNT
                   IF WS-RELEASE-DATE =
                           PCAL-HOLIDAY-DATE(WS-HOLIDAY-INDEX)
                       MOVE 'N' TO WS-IS-BUSINESS-DAY
                   END-IF
               END-PERFORM
               IF WS-IS-BUSINESS-DAY = 'Y'
                   ADD 1 TO WS-DAYS-STEPPED
               END-IF
           END-PERFORM.

       SUM-UNCOLLECTED-FUNDS.
      *> 汇总 WS-UNCFUNDS-ACCOUNT 尚未到释放日的未收妥资金；
      *> 到期未及释放（夜间释放作业尚未跑）的不再扣
           MOVE 0 TO WS-UNCOLLECTED-TOTAL.
           IF WS-UNCFUNDS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-UNCFUNDS-ACCOUNT TO UCF-ACCOUNT-ID.
           MOVE 0 TO UCF-SEQUENCE.
           MOVE 'N' TO WS-UNCFUNDS-EOF.
           START UNCOLLECTED-FUNDS-FILE
               KEY IS GREATER THAN OR EQUAL TO UCF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-UNCFUNDS-EOF
           END-START.
           PERFORM UNTIL WS-UNCFUNDS-EOF = 'Y'
               READ UNCOLLECTED-FUNDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-UNCFUNDS-EOF
                   NOT AT END
                       IF UCF-ACCOUNT-ID NOT = WS-UNCFUNDS-ACCOUNT
                           MOVE 'Y' TO WS-UNCFUNDS-EOF
                       ELSE
                           IF UCF-STATUS = 'U' AND
                                   UCF-RELEASE-DATE > WS-BATCH-DATE
                               ADD UCF-AMOUNT TO WS-UNCOLLECTED-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-TXN-CODE-TABLE.
      *> 交易代码主档整档装表；档未建（代码尚未维护）时各处按原
      *> 口径处理，不停批
           OPEN INPUT TXN-CODE-FILE.
           IF WS-TXN-CODE-STATUS NOT = '00'
               DISPLAY "TXN_CODES.DAT not available, standard GL "
                   "accounts and activity rules used."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO TCT-LOADED.
           PERFORM UNTIL WS-TXN-CODE-EOF = 'Y'
               READ TXN-CODE-FILE
                   AT END
                       MOVE 'Y' TO WS-TXN-CODE-EOF
                   NOT AT END
                       IF TCT-COUNT < 200
                           ADD 1 TO TCT-COUNT
                           MOVE TCD-CODE TO TCT-CODE(TCT-COUNT)
                           MOVE TCD-DESC-EN TO TCT-DESC-EN(TCT-COUNT)
                           MOVE TCD-DESC-ZH TO TCT-DESC-ZH(TCT-COUNT)
                           MOVE TCD-DEBIT-CREDIT
                               TO TCT-DEBIT-CREDIT(TCT-COUNT)
                           MOVE TCD-GL-ACCOUNT
                               TO TCT-GL-ACCOUNT(TCT-COUNT)
                           MOVE TCD-GL-BY-BRANCH
                               TO TCT-GL-BY-BRANCH(TCT-COUNT)
                           MOVE TCD-FEE-ELIGIBLE
                               TO TCT-FEE-ELIGIBLE(TCT-COUNT)
                           MOVE TCD-COUNTS-ACTIVITY
                               TO TCT-COUNTS-ACTIVITY(TCT-COUNT)
                           MOVE TCD-NARRATIVE
                               TO TCT-NARRATIVE(TCT-COUNT)
                       ELSE
                           DISPLAY "Transaction code table full, "
                               "code ignored: " TCD-CODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TXN-CODE-FILE.
           DISPLAY "Transaction codes loaded: " TCT-COUNT.

       LOOKUP-TXN-CODE.
      *> 按 WS-TCT-SEARCH-CODE 查代码表，命中下标回填 WS-TCT-SLOT
           MOVE 0 TO WS-TCT-SLOT.
           PERFORM VARYING WS-TCT-INDEX FROM 1 BY 1
                   UNTIL WS-TCT-INDEX > TCT-COUNT
                   OR WS-TCT-SLOT > 0
               IF TCT-CODE(WS-TCT-INDEX) = WS-TCT-SEARCH-CODE
                   MOVE WS-TCT-INDEX TO WS-TCT-SLOT
               END-IF
           END-PERFORM.

       CHECK-TXN-CODE-ACTIVITY.
      *> 本笔是否刷新最近活动日期：按代码表的活动标志，表上没有
      *> 的代码照旧刷新（费用扣收等非客户发起的交易在表上置 'N'，
      *> 不把静止审查的计时拨回）
           MOVE 'Y' TO WS-TCT-COUNTS-ACTIVITY.
           PERFORM LOOKUP-TXN-CODE.
           IF WS-TCT-SLOT > 0
               MOVE TCT-COUNTS-ACTIVITY(WS-TCT-SLOT)
                   TO WS-TCT-COUNTS-ACTIVITY
           END-IF.

       RESOLVE-TXN-CODE-GL.
      *> 按代码表给出对方科目：按网点拼的科目后接 WS-TCT-GL-BRANCH，
      *> 网点号空白拼 SUSP（与 CASHSUSP 同口径）；表上没有或未配
      *> 科目的回空白，调用方按原科目
           MOVE SPACES TO WS-TCT-GL-ACCOUNT.
           PERFORM LOOKUP-TXN-CODE.
           IF WS-TCT-SLOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF TCT-GL-BY-BRANCH(WS-TCT-SLOT) = 'Y'
               IF WS-TCT-GL-BRANCH = SPACES
                   STRING TCT-GL-ACCOUNT(WS-TCT-SLOT) DELIMITED BY ' '
                       'SUSP' DELIMITED BY SIZE
                       INTO WS-TCT-GL-ACCOUNT
                   END-STRING
               ELSE
                   STRING TCT-GL-ACCOUNT(WS-TCT-SLOT) DELIMITED BY ' '
                       WS-TCT-GL-BRANCH DELIMITED BY SIZE
                       INTO WS-TCT-GL-ACCOUNT
                   END-STRING
               END-IF
           ELSE
               MOVE TCT-GL-ACCOUNT(WS-TCT-SLOT) TO WS-TCT-GL-ACCOUNT
           END-IF.

       LOAD-AVAILABILITY-SCHEDULE.
      *> 时间表缺档时装入内置默认
           MOVE 0 TO WS-AVAIL-COUNT.
           OPEN INPUT AVAIL-SCHEDULE-FILE.
           IF WS-AVAIL-SCH-STATUS = '00'
               PERFORM UNTIL WS-AVAIL-SCH-EOF = 'Y'
                   READ AVAIL-SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO WS-AVAIL-SCH-EOF
                       NOT AT END
                           IF WS-AVAIL-COUNT < 20
                               ADD 1 TO WS-AVAIL-COUNT
                               MOVE AVS-INSTRUMENT
                                   TO AVT-INSTRUMENT(WS-AVAIL-COUNT)
                               MOVE AVS-AMOUNT-LIMIT
                                   TO AVT-AMOUNT-LIMIT(WS-AVAIL-COUNT)
                               MOVE AVS-HOLD-DAYS
                                   TO AVT-HOLD-DAYS(WS-AVAIL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVAIL-SCHEDULE-FILE
           END-IF.
           IF WS-AVAIL-COUNT = 0
               MOVE 3 TO WS-AVAIL-COUNT
               MOVE 'O' TO AVT-INSTRUMENT(1)
               MOVE 5000.00 TO AVT-AMOUNT-LIMIT(1)
               MOVE 2 TO AVT-HOLD-DAYS(1)
               MOVE 'O' TO AVT-INSTRUMENT(2)
               MOVE 0 TO AVT-AMOUNT-LIMIT(2)
               MOVE 5 TO AVT-HOLD-DAYS(2)
               MOVE 'B' TO AVT-INSTRUMENT(3)
               MOVE 0 TO AVT-AMOUNT-LIMIT(3)
               MOVE 0 TO AVT-HOLD-DAYS(3)
           END-IF.

       INIT-HOLIDAY-CALENDAR.
      *> 与 BatchAccountProcessor 同一份示例节假日表
           MOVE 6 TO PCAL-HOLIDAY-COUNT.
           MOVE 20260101 TO PCAL-HOLIDAY-DATE(1).
           MOVE 20260216 TO PCAL-HOLIDAY-DATE(2).
           MOVE 20260529 TO PCAL-HOLIDAY-DATE(3).
           MOVE 20260704 TO PCAL-HOLIDAY-DATE(4).
           MOVE 20261126 TO PCAL-HOLIDAY-DATE(5).
           MOVE 20261225 TO PCAL-HOLIDAY-DATE(6).

       APPLY-WITHDRAWAL-TO-HELD.
      *> 支取先验支票（带支票号时：号段/止付/重复兑付），再查
      *> 司法冻结（全额冻结直接拒绝，金额止付不得动用被止付
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *    KYC 受限客户的主动支取拦下；扣费哨兵交易照常扣收
           IF TXN-FEE-FLAG = SPACE
               MOVE HM-CUSTOMER-ID TO WS-KYC-CHECK-CUSTOMER
               PERFORM CHECK-DEBIT-AGAINST-KYC
               IF WS-KYC-BLOCKED = 'Y'
                   MOVE 'KYCR' TO EXC-REASON-CODE
                   PERFORM WRITE-EXCEPTION-RECORD
                   ADD 1 TO WS-KYC-REJECT-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE HM-ACCOUNT-ID TO WS-HOLD-CHECK-ACCOUNT.
           MOVE TXN-AMOUNT TO WS-HOLD-DEBIT-AMOUNT.
           MOVE HM-ACCOUNT-BALANCE TO WS-HOLD-CHECK-BALANCE.
               SUBTRACT TXN-AMOUNT FROM HM-ACCOUNT-BALANCE
               ADD 1 TO WS-WITHDRAWAL-COUNT
               ADD TXN-AMOUNT TO WS-WITHDRAWAL-TOTAL
               MOVE TXN-TYPE TO WS-TCT-SEARCH-CODE(1:1)
               MOVE TXN-FEE-FLAG TO WS-TCT-SEARCH-CODE(2:1)
               PERFORM CHECK-TXN-CODE-ACTIVITY
               IF WS-TCT-COUNTS-ACTIVITY = 'Y'
                   MOVE WS-BATCH-DATE TO HM-LAST-ACTIVITY-DATE
               END-IF
               MOVE 'Y' TO WS-HELD-WAS-CHANGED
               MOVE 'Y' TO WS-TXN-APPLIED
               IF TXN-CHEQUE-NUMBER NUMERIC AND
           END-IF
           END-IF.

       APPLY-OUTPAY-TO-HELD.
      *> 'O' 他行汇出：先验收款要素与币种（清算网络只走本币），
      *> 再按支取同一套冻结/透支下限检查借记客户；资金不足的
      *> 汇出不落退票档重试——收款人信息随原交易，客户须另行
      *> 重新提交。过账成功的逐笔追加待发汇出档
           IF TXN-BENE-BANK-CODE = SPACES OR
                   TXN-BENE-ACCOUNT = SPACES
               MOVE 'BENE' TO EXC-REASON-CODE
               PERFORM WRITE-EXCEPTION-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF HM-CURRENCY-CODE NOT = 'CNY' AND
                   HM-CURRENCY-CODE NOT = SPACES
               MOVE 'FCCY' TO EXC-REASON-CODE
               PERFORM WRITE-EXCEPTION-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE HM-CUSTOMER-ID TO WS-KYC-CHECK-CUSTOMER.
           PERFORM CHECK-DEBIT-AGAINST-KYC.
           IF WS-KYC-BLOCKED = 'Y'
               MOVE 'KYCR' TO EXC-REASON-CODE
               PERFORM WRITE-EXCEPTION-RECORD
               ADD 1 TO WS-KYC-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE HM-ACCOUNT-ID TO WS-HOLD-CHECK-ACCOUNT.
           MOVE TXN-AMOUNT TO WS-HOLD-DEBIT-AMOUNT.
           MOVE HM-ACCOUNT-BALANCE TO WS-HOLD-CHECK-BALANCE.
           PERFORM CHECK-DEBIT-AGAINST-HOLD.
           IF WS-HOLD-BLOCKED = 'Y'
               MOVE 'HELD' TO EXC-REASON-CODE
               PERFORM WRITE-EXCEPTION-RECORD
               ADD 1 TO WS-HELD-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE HM-ACCOUNT-ID TO WS-ODLIMIT-ACCOUNT.
           PERFORM LOOKUP-OD-FLOOR.
           IF HM-ACCOUNT-BALANCE - TXN-AMOUNT < WS-OD-FLOOR
               MOVE 'NSF ' TO EXC-REASON-CODE
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               SUBTRACT TXN-AMOUNT FROM HM-ACCOUNT-BALANCE
               ADD 1 TO WS-OUTPAY-COUNT
               ADD TXN-AMOUNT TO WS-OUTPAY-TOTAL
               MOVE TXN-TYPE TO WS-TCT-SEARCH-CODE(1:1)
               MOVE TXN-FEE-FLAG TO WS-TCT-SEARCH-CODE(2:1)
               PERFORM CHECK-TXN-CODE-ACTIVITY
               IF WS-TCT-COUNTS-ACTIVITY = 'Y'
                   MOVE WS-BATCH-DATE TO HM-LAST-ACTIVITY-DATE
               END-IF
               MOVE 'Y' TO WS-HELD-WAS-CHANGED
               MOVE 'Y' TO WS-TXN-APPLIED
               PERFORM WRITE-OUTPAY-PENDING
           END-IF.

       APPLY-REVERSAL-TO-HELD.
      *> 'R' 冲正：引用的原流水须在档、须是存入/支取、金额须与
      *> 冲正交易一致（NORV），且未被冲正过（DUPR）。按原金额
      *> 反向套用——冲存入借记、冲支取贷记；冲正是对错账的强制
      *> 更正，不过冻结/KYC/余额充足性检查（错存的钱已被支用时
      *> 账户照样打成负数，由网点追收）；不刷新最近活动日期、
      *> 不计入存取笔数，起息日改为原流水起息日做倒起息回调
           PERFORM FIND-REVERSAL-ENTRY.
           IF WS-RVT-SLOT = 0
               MOVE 'OVFL' TO EXC-REASON-CODE
               PERFORM WRITE-EXCEPTION-RECORD
               ADD 1 TO WS-REVERSAL-REJECTS
               EXIT PARAGRAPH
           END-IF.
           IF RVT-FOUND(WS-RVT-SLOT) NOT = 'Y' OR
                   (RVT-ORIG-TYPE(WS-RVT-SLOT) NOT = 'P' AND
                    RVT-ORIG-TYPE(WS-RVT-SLOT) NOT = 'W') OR
                   RVT-ORIG-AMOUNT(WS-RVT-SLOT) NOT = TXN-AMOUNT
               MOVE 'NORV' TO EXC-REASON-CODE
               PERFORM WRITE-EXCEPTION-RECORD
               ADD 1 TO WS-REVERSAL-REJECTS
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ALREADY-REVERSED.
           IF WS-ALREADY-REVERSED = 'Y'
               MOVE 'DUPR' TO EXC-REASON-CODE
               PERFORM WRITE-EXCEPTION-RECORD
               ADD 1 TO WS-REVERSAL-REJECTS
               EXIT PARAGRAPH
           END-IF.
           MOVE RVT-ORIG-TYPE(WS-RVT-SLOT) TO WS-RVS-ORIG-TYPE.
           MOVE RVT-ORIG-REFERENCE(WS-RVT-SLOT)
               TO WS-RVS-ORIG-REFERENCE.
           MOVE RVT-ORIG-VALUE-DATE(WS-RVT-SLOT) TO TXN-VALUE-DATE.
           IF WS-RVS-ORIG-TYPE = 'P'
               SUBTRACT TXN-AMOUNT FROM HM-ACCOUNT-BALANCE
                   ON SIZE ERROR
                       MOVE 'OVFL' TO EXC-REASON-CODE
                       PERFORM WRITE-EXCEPTION-RECORD
                       ADD 1 TO WS-REVERSAL-REJECTS
                       EXIT PARAGRAPH
               END-SUBTRACT
           ELSE
               ADD TXN-AMOUNT TO HM-ACCOUNT-BALANCE
                   ON SIZE ERROR
                       MOVE 'OVFL' TO EXC-REASON-CODE
                       PERFORM WRITE-EXCEPTION-RECORD
                       ADD 1 TO WS-REVERSAL-REJECTS
                       EXIT PARAGRAPH
               END-ADD
           END-IF.
           ADD 1 TO WS-REVERSALS-POSTED.
           ADD TXN-AMOUNT TO WS-REVERSAL-TOTAL.
           MOVE 'Y' TO WS-HELD-WAS-CHANGED.
           MOVE 'Y' TO WS-TXN-APPLIED.

       CHECK-ALREADY-REVERSED.
      *> 登记册上已有该原流水即重复冲正；重演窗口内本班首跑自己
      *> 落的登记不算重复，照常重演套用
           MOVE 'N' TO WS-ALREADY-REVERSED.
           MOVE WS-RVT-SEARCH-KEY TO RVR-KEY.
           READ REVERSAL-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ALREADY-REVERSED
                   MOVE TXN-ACCOUNT-ID TO WS-REPLAY-CHECK-ID
                   PERFORM CHECK-REPLAY-WINDOW
                   IF WS-REPLAY-SKIP = 'Y' AND
                           RVR-REVERSAL-DATE = WS-STREAM-DATE AND
                           RVR-REVERSAL-CYCLE = WS-CYCLE-NUMBER
                       MOVE 'N' TO WS-ALREADY-REVERSED
                   END-IF
           END-READ.

       RECORD-REVERSAL.
      *> 冲正过账后落冲正登记册并写冲正分录：冲存入 借 DEPLIA、
      *> 贷 CASH+网点号（与 BranchCashPosition 的收款分录互为
      *> 反向），冲支取反之；账户未归属网点的挂 CASHSUSP。
      *> 对方科目与方向按原交易的交易代码查表（按网点拼的科目
      *> 未归属网点时拼 SUSP），表上没有的按上面的原口径。
      *> 重演窗口内首跑已登记、已出分录，不重写
           MOVE TXN-ACCOUNT-ID TO WS-REPLAY-CHECK-ID.
           PERFORM CHECK-REPLAY-WINDOW.
           IF WS-REPLAY-SKIP = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RVT-SEARCH-KEY  TO RVR-KEY.
           MOVE WS-RVS-ORIG-TYPE   TO RVR-ORIG-TYPE.
           MOVE TXN-AMOUNT         TO RVR-AMOUNT.
           MOVE TXN-VALUE-DATE     TO RVR-ORIG-VALUE-DATE.
           MOVE WS-STREAM-DATE     TO RVR-REVERSAL-DATE.
           MOVE WS-CYCLE-NUMBER    TO RVR-REVERSAL-CYCLE.
           MOVE WS-LAST-ENTRY-SEQ  TO RVR-REVERSAL-SEQ.
           MOVE WS-BATCH-ID        TO RVR-BATCH-ID.
           MOVE WS-BRANCH-ID       TO RVR-BRANCH-ID.
           MOVE WS-RVS-ORIG-REFERENCE TO RVR-ORIG-REFERENCE.
           WRITE REVERSAL-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "*** Unable to register reversal on "
                       "account " TXN-ACCOUNT-ID
           END-WRITE.
           IF WS-RVS-ORIG-TYPE = 'P'
               MOVE 'CR' TO WS-RVS-ORIG-SIDE
           ELSE
               MOVE 'DR' TO WS-RVS-ORIG-SIDE
           END-IF.
           IF HM-BRANCH-CODE = SPACES
               MOVE 'CASHSUSP' TO WS-RVS-CASH-ACCOUNT
           ELSE
               MOVE SPACES TO WS-RVS-CASH-ACCOUNT
               STRING 'CASH' HM-BRANCH-CODE
                   DELIMITED BY SIZE INTO WS-RVS-CASH-ACCOUNT
               END-STRING
           END-IF.
           MOVE SPACES TO WS-TCT-SEARCH-CODE.
           MOVE WS-RVS-ORIG-TYPE TO WS-TCT-SEARCH-CODE(1:1).
           MOVE HM-BRANCH-CODE TO WS-TCT-GL-BRANCH.
           PERFORM RESOLVE-TXN-CODE-GL.
           IF WS-TCT-GL-ACCOUNT NOT = SPACES
               MOVE WS-TCT-GL-ACCOUNT TO WS-RVS-CASH-ACCOUNT
               MOVE TCT-DEBIT-CREDIT(WS-TCT-SLOT) TO WS-RVS-ORIG-SIDE
           END-IF.
           MOVE WS-STREAM-DATE TO RGL-JE-DATE.
           MOVE TXN-AMOUNT TO RGL-AMOUNT.
           MOVE SPACES TO RGL-DESCRIPTION.
           STRING 'Reversal ' WS-RVS-BUSINESS-DATE '/' WS-RVS-CYCLE
               '/' WS-RVS-ENTRY-SEQ
               DELIMITED BY SIZE INTO RGL-DESCRIPTION
           END-STRING.
           MOVE 'DEPLIA' TO RGL-ACCOUNT-CODE.
           IF WS-RVS-ORIG-SIDE = 'CR'
               MOVE 'DR' TO RGL-DEBIT-CREDIT
           ELSE
               MOVE 'CR' TO RGL-DEBIT-CREDIT
           END-IF.
           WRITE REVERSAL-GL-RECORD.
           MOVE WS-RVS-CASH-ACCOUNT TO RGL-ACCOUNT-CODE.
           IF WS-RVS-ORIG-SIDE = 'CR'
               MOVE 'CR' TO RGL-DEBIT-CREDIT
           ELSE
               MOVE 'DR' TO RGL-DEBIT-CREDIT
           END-IF.
           WRITE REVERSAL-GL-RECORD.

       APPLY-BRANCH-XFER-TO-HELD.
      *> 'B' 网点迁移：迁入网点必填（NOBR），与现归属网点相同的
      *> 不算迁移（SMBR）。只改挂归属网点，余额、状态一概不动；
      *> 迁移不是客户发起的资金交易，不刷新最近活动日期，冻结/
      *> 静止账户照样随客户或网点撤并迁走
           IF TXN-BRANCH-CODE = SPACES OR
                   TXN-BRANCH-CODE = LOW-VALUES
               MOVE 'NOBR' TO EXC-REASON-CODE
               PERFORM WRITE-EXCEPTION-RECORD
               ADD 1 TO WS-BRXFER-REJECTS
               EXIT PARAGRAPH
           END-IF.
           IF TXN-BRANCH-CODE = HM-BRANCH-CODE
               MOVE 'SMBR' TO EXC-REASON-CODE
               PERFORM WRITE-EXCEPTION-RECORD
               ADD 1 TO WS-BRXFER-REJECTS
               EXIT PARAGRAPH
           END-IF.
           MOVE HM-BRANCH-CODE TO WS-BRXFER-FROM-BRANCH.
           MOVE TXN-BRANCH-CODE TO HM-BRANCH-CODE.
           ADD 1 TO WS-BRXFERS-POSTED.
           MOVE 'Y' TO WS-HELD-WAS-CHANGED.
           MOVE 'Y' TO WS-TXN-APPLIED.

       RECORD-BRANCH-TRANSFER.
      *> 迁移过账后落待登记档并写往来分录：按迁移时点余额，
      *> 迁出网点 借 DEPLIA（成本中心=迁出网点+产品）/ 贷 应付
      *> 联行 DUET+迁出网点，迁入网点 借 应收联行 DUEF+迁入网点 /
      *> 贷 DEPLIA（成本中心=迁入网点+产品），与 BranchSettlement
      *> 的往来科目同口径；透支账户方向相反，零余额不出分录。
      *> 迁移前未归属网点的账户迁出方挂 BRCLEAR（交易代码 'B ' 的
      *> 对方科目），分录说明按该代码查表。
      *> 重演窗口内首跑已登记、已出分录，不重写
           MOVE TXN-ACCOUNT-ID TO WS-REPLAY-CHECK-ID.
           PERFORM CHECK-REPLAY-WINDOW.
           IF WS-REPLAY-SKIP = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BRXFER-PENDING-RECORD.
           MOVE HM-ACCOUNT-ID         TO BXP-ACCOUNT-ID.
           MOVE HM-CUSTOMER-ID        TO BXP-CUSTOMER-ID.
           MOVE HM-ACCOUNT-NAME       TO BXP-ACCOUNT-NAME.
           MOVE WS-BRXFER-FROM-BRANCH TO BXP-FROM-BRANCH.
           MOVE HM-BRANCH-CODE        TO BXP-TO-BRANCH.
           MOVE HM-PRODUCT-CODE       TO BXP-PRODUCT-CODE.
           MOVE HM-CURRENCY-CODE      TO BXP-CURRENCY-CODE.
           MOVE HM-ACCOUNT-BALANCE    TO BXP-BALANCE.
           MOVE WS-STREAM-DATE        TO BXP-POST-DATE.
           MOVE WS-CYCLE-NUMBER       TO BXP-CYCLE-NUMBER.
           MOVE WS-LAST-ENTRY-SEQ     TO BXP-ENTRY-SEQ.
           MOVE WS-BATCH-ID           TO BXP-BATCH-ID.
           WRITE BRXFER-PENDING-RECORD.
           IF HM-ACCOUNT-BALANCE = 0
               EXIT PARAGRAPH
           END-IF.
           IF HM-ACCOUNT-BALANCE > 0
               MOVE HM-ACCOUNT-BALANCE TO WS-BRXFER-AMOUNT
           ELSE
               COMPUTE WS-BRXFER-AMOUNT = 0 - HM-ACCOUNT-BALANCE
           END-IF.
           MOVE WS-STREAM-DATE TO BGL-JE-DATE.
           MOVE WS-BRXFER-AMOUNT TO BGL-AMOUNT.
      *    分录说明按交易代码 'B ' 查表取英文说明，后接账户ID
           MOVE 'B ' TO WS-TCT-SEARCH-CODE.
           MOVE SPACES TO WS-TCT-GL-BRANCH.
           PERFORM RESOLVE-TXN-CODE-GL.
           MOVE SPACES TO BGL-DESCRIPTION.
           IF WS-TCT-SLOT > 0
               STRING TCT-DESC-EN(WS-TCT-SLOT) DELIMITED BY '  '
                   ' ' HM-ACCOUNT-ID DELIMITED BY SIZE
                   INTO BGL-DESCRIPTION
               END-STRING
           ELSE
               STRING 'Branch transfer ' HM-ACCOUNT-ID
                   DELIMITED BY SIZE INTO BGL-DESCRIPTION
               END-STRING
           END-IF.
      *    迁出网点一侧
           MOVE SPACES TO BGL-COST-CENTRE.
           MOVE WS-BRXFER-FROM-BRANCH TO BGL-COST-CENTRE(1:4).
           MOVE HM-PRODUCT-CODE TO BGL-COST-CENTRE(5:2).
           MOVE 'DEPLIA' TO BGL-ACCOUNT-CODE.
           IF HM-ACCOUNT-BALANCE > 0
               MOVE 'DR' TO BGL-DEBIT-CREDIT
           ELSE
               MOVE 'CR' TO BGL-DEBIT-CREDIT
           END-IF.
           WRITE BRXFER-GL-RECORD.
           IF WS-BRXFER-FROM-BRANCH = SPACES
               IF WS-TCT-GL-ACCOUNT NOT = SPACES
                   MOVE WS-TCT-GL-ACCOUNT TO BGL-ACCOUNT-CODE
               ELSE
                   MOVE 'BRCLEAR' TO BGL-ACCOUNT-CODE
               END-IF
           ELSE
               MOVE SPACES TO BGL-ACCOUNT-CODE
               STRING 'DUET' WS-BRXFER-FROM-BRANCH
                   DELIMITED BY SIZE INTO BGL-ACCOUNT-CODE
               END-STRING
           END-IF.
           IF HM-ACCOUNT-BALANCE > 0
               MOVE 'CR' TO BGL-DEBIT-CREDIT
           ELSE
               MOVE 'DR' TO BGL-DEBIT-CREDIT
           END-IF.
           WRITE BRXFER-GL-RECORD.
      *    迁入网点一侧
           MOVE SPACES TO BGL-COST-CENTRE.
           MOVE HM-BRANCH-CODE TO BGL-COST-CENTRE(1:4).
           MOVE HM-PRODUCT-CODE TO BGL-COST-CENTRE(5:2).
           MOVE SPACES TO BGL-ACCOUNT-CODE.
           STRING 'DUEF' HM-BRANCH-CODE
               DELIMITED BY SIZE INTO BGL-ACCOUNT-CODE
           END-STRING.
           IF HM-ACCOUNT-BALANCE > 0
               MOVE 'DR' TO BGL-DEBIT-CREDIT
           ELSE
               MOVE 'CR' TO BGL-DEBIT-CREDIT
           END-IF.
           WRITE BRXFER-GL-RECORD.
           MOVE 'DEPLIA' TO BGL-ACCOUNT-CODE.
           IF HM-ACCOUNT-BALANCE > 0
               MOVE 'CR' TO BGL-DEBIT-CREDIT
           ELSE
               MOVE 'DR' TO BGL-DEBIT-CREDIT
           END-IF.
           WRITE BRXFER-GL-RECORD.

       WRITE-OUTPAY-PENDING.
      *> 重演窗口内的账户首跑已追加过待发记录，不重写
           MOVE TXN-ACCOUNT-ID TO WS-REPLAY-CHECK-ID.
           PERFORM CHECK-REPLAY-WINDOW.
           IF WS-REPLAY-SKIP = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO OUTPAY-PENDING-RECORD.
           MOVE TXN-ACCOUNT-ID     TO OBP-ACCOUNT-ID.
           MOVE TXN-AMOUNT         TO OBP-AMOUNT.
           MOVE TXN-BENE-BANK-CODE TO OBP-BENE-BANK-CODE.
           MOVE TXN-BENE-ACCOUNT   TO OBP-BENE-ACCOUNT.
           MOVE TXN-BENE-NAME      TO OBP-BENE-NAME.
           MOVE WS-BATCH-DATE      TO OBP-POST-DATE.
           MOVE 0                  TO OBP-SEND-DATE.
           MOVE 'P'                TO OBP-STATUS.
           MOVE 0                  TO OBP-REJECT-DATE.
           WRITE OUTPAY-PENDING-RECORD.

       STORE-RETURNED-ITEM.
      *> 退票落档：同账户按序号顺延；重试批里的退票不再重复
      *> 落档（原项仍在途，次日继续重试直至用尽）；断点续跑时

       LOOKUP-OD-FLOOR.
      *> 取 WS-ODLIMIT-ACCOUNT 借记后余额允许的下限：有生效且未
      *> 过期的授信额度时为负的额度金额，否则为零（不得透支）；
      *> 再抬高该账户未到释放日的未收妥资金，支票存入的冻结部分
      *> 不得支取/转出/汇出
           MOVE 0 TO WS-OD-FLOOR.
           IF WS-ODLIMIT-OPEN = 'Y'
               MOVE WS-ODLIMIT-ACCOUNT TO ODL-ACCOUNT-ID
                       END-IF
               END-READ
           END-IF.
           MOVE WS-ODLIMIT-ACCOUNT TO WS-UNCFUNDS-ACCOUNT.
           PERFORM SUM-UNCOLLECTED-FUNDS.
           ADD WS-UNCOLLECTED-TOTAL TO WS-OD-FLOOR.

       CHECK-DEBIT-AGAINST-HOLD.
      *> 对 WS-HOLD-CHECK-ACCOUNT 的借记做冻结检查：
               END-READ
           END-IF.

       CHECK-DEBIT-AGAINST-KYC.
      *> 客户主档上 KYC 状态为 'R'（逾期超过宽限期）的客户，借记
      *> 一律拦下；未归属客户、客户主档无记录或不可用时不拦
           MOVE 'N' TO WS-KYC-BLOCKED.
           IF WS-CUST-MASTER-OPEN = 'Y' AND WS-KYC-CHECK-CUSTOMER > 0
               MOVE WS-KYC-CHECK-CUSTOMER TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-KYC-STATUS = 'R'
                           MOVE 'Y' TO WS-KYC-BLOCKED
                       END-IF
               END-READ
           END-IF.

       FINALIZE-HELD-ACCOUNT.
           IF WS-HELD-DELETED = 'Y'
      *        删除交易：不写入新主档，账户即从新主档中消失；
               IF WS-CREDIT-PENDING > 0
                   PERFORM SNAPSHOT-HELD-BEFORE-IMAGE
                   ADD WS-CREDIT-PENDING TO HM-ACCOUNT-BALANCE
                   MOVE 'T ' TO WS-TCT-SEARCH-CODE
                   PERFORM CHECK-TXN-CODE-ACTIVITY
                   IF WS-TCT-COUNTS-ACTIVITY = 'Y'
                       MOVE WS-BATCH-DATE TO HM-LAST-ACTIVITY-DATE
                   END-IF
                   MOVE 'Y' TO WS-HELD-WAS-CHANGED
                   MOVE HM-ACCOUNT-ID        TO JRNA-ACCOUNT-ID
                   MOVE HM-ACCOUNT-NAME      TO JRNA-ACCOUNT-NAME
                               HM-ACCOUNT-ID " to new master"
                   END-WRITE
               END-IF
               ADD NM-ACCOUNT-BALANCE TO WS-MASTER-BALANCE-TOTAL
               MOVE HM-ACCOUNT-ID TO WS-LAST-WRITTEN-ID
               PERFORM NOTE-ACCOUNT-WRITTEN
               IF WS-HELD-WAS-ADDED = 'Y'
                       MOVE CM-ADDRESS-LINE-1 TO WEL-ADDRESS-LINE-1
                       MOVE CM-ADDRESS-LINE-2 TO WEL-ADDRESS-LINE-2
                       MOVE CM-ADDRESS-LINE-3 TO WEL-ADDRESS-LINE-3
                       IF CM-MAIL-FLAG = 'R' OR CM-MAIL-FLAG = 'H'
                           PERFORM HOLD-WELCOME-LETTER
                           ADD 1 TO WS-WELCOMES-WRITTEN
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF.
           WRITE WELCOME-RECORD.
           ADD 1 TO WS-WELCOMES-WRITTEN.

       HOLD-WELCOME-LETTER.
      *> 客户邮寄标志为退信/留存：欢迎函整条落网点留存档，不进
      *> 提取文件；地址更正或撤销留存时由客户主档维护补寄
           MOVE NM-CUSTOMER-ID      TO HML-CUSTOMER-ID.
           MOVE 'WL'                TO HML-DOC-TYPE.
           MOVE NM-ACCOUNT-ID       TO HML-ACCOUNT-ID.
           MOVE WS-BATCH-DATE       TO HML-DOC-DATE.
           MOVE 1                   TO HML-LINE-NO.
           MOVE NM-BRANCH-CODE      TO HML-BRANCH-CODE.
           MOVE CM-MAIL-FLAG        TO HML-HOLD-REASON.
           MOVE 'H'                 TO HML-STATUS.
           MOVE 0                   TO HML-RELEASE-DATE.
           MOVE WELCOME-RECORD      TO HML-DOC-IMAGE.
           WRITE HELD-MAIL-RECORD
               INVALID KEY
                   REWRITE HELD-MAIL-RECORD
           END-WRITE.
           ADD 1 TO WS-WELCOMES-HELD.

       WRITE-CREDIT-LEG-JOURNAL.
      *> 转账贷记腿在转入账户落盘时套用，单独记一条流水：
      *> 账户栏与转入栏同为转入账户，金额为本批贷记合计，
           MOVE WS-CYCLE-NUMBER TO JRN-CYCLE-NUMBER.
      *    贷记腿金额本身已是折算后口径
           MOVE 0 TO JRN-CONVERTED-AMOUNT.
           MOVE SPACE TO JRN-FEE-FLAG.
           MOVE WS-STREAM-DATE TO JRN-BUSINESS-DATE.
           MOVE WS-BATCH-DATE TO JRN-VALUE-DATE.
           MOVE 0 TO JRN-RVS-BUSINESS-DATE JRN-RVS-CYCLE
               JRN-RVS-ENTRY-SEQ.
           MOVE SPACE TO JRN-RVS-ORIG-TYPE.
           MOVE SPACES TO JRN-REFERENCE.
           COMPUTE WS-LAST-ENTRY-SEQ = WS-JOURNALED-COUNT + 1.
           MOVE WS-LAST-ENTRY-SEQ TO JRN-ENTRY-SEQ.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-JOURNALED-COUNT.

           MOVE TXN-ACCOUNT-ID TO EXC-ACCOUNT-ID.
           MOVE TXN-TYPE       TO EXC-TXN-TYPE.
           MOVE TXN-AMOUNT     TO EXC-AMOUNT.
           PERFORM MOVE-EXCEPTION-SOURCE.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-EXCEPTION-COUNT.
           DISPLAY "*** Transaction exception, account "
           MOVE 'UNMT' TO EXC-REASON-CODE.
           PERFORM WRITE-EXCEPTION-RECORD.

       MOVE-EXCEPTION-SOURCE.
      *> 异常记录带上来源批次/网点/业务日期/日内批次序号，
      *> SuspenseBooking 据此给无法过账的款项挂暂收并追溯来源批
           MOVE WS-BATCH-ID     TO EXC-BATCH-ID.
           MOVE WS-BRANCH-ID    TO EXC-BRANCH-ID.
           MOVE WS-STREAM-DATE  TO EXC-BUSINESS-DATE.
           MOVE WS-CYCLE-NUMBER TO EXC-CYCLE-NUMBER.

       READ-BUSINESS-DATE.
      *> 中央业务日期核对：控制档在则以其为准——参数文件自带的
      *> 日期与之不一致即停批，忘翻日的参数档再也混不进流程；
