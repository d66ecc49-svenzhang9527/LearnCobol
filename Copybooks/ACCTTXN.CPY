      *> 柜员无需知道当前余额，也不会整笔覆盖；
      *> 'T'=转账，按转出账户ID排序入档，借记转出账户、贷记
      *> TXN-TO-ACCOUNT-ID 指定的转入账户，两腿同批一次过账。
      *> 'O'=他行汇出（跨行付款）：收款人不在本行主档，携带收款行
      *> 行号/收款账号/收款人名称；过账时与支取同样借记客户，贷记
      *> 清算往来（汇出待清算 CLROUT），次日由 OutboundPaymentFile
      *> 汇总成清算网络出站文件；批尾净额按支取口径扣减。
      *> 'H'=批头 'Z'=批尾 为网点传输控制记录，与明细同档同长，
      *> 类型码位置与明细一致；批尾的笔数/账户ID哈希（低9位）/
      *> 净额（存入-支取-汇出）须与明细累计一致，否则整批拒绝。
      *> 金额交易可携带起息日（value date）：早于批次业务日期的
      *> 倒起息交易在过账时回调逐日余额累计，下次计息自动补偿
      *> 'R'=冲正：更正已过账的 'P'/'W'（柜员存错账户等），按
      *> TXN-REVERSAL-REF 引用 ACCOUNT_UPDATE_JOURNAL.DAT 上的原流水
      *> （账户栏即原流水账户，TXN-AMOUNT 须等于原流水金额），
      *> 过账时按原金额、原起息日反向套用，不刷新最近活动日期，
      *> 同一笔原流水只能冲正一次；批尾净额不计 'R'（其方向取决
      *> 于原交易），笔数与哈希照常计入
      *> 'B'=网点迁移：账户归属网点改挂 TXN-BRANCH-CODE 指定的
      *> 迁入网点（客户搬迁/网点撤并，由 BranchTransfer 生成），
      *> 余额不变，过账时按迁移时点余额出往来分录把存款从迁出
      *> 网点账上搬到迁入网点账上；批尾净额不计 'B'
      *> 金额交易可携带交易参考号（来源系统的单据/委托/清算参考），
      *> 随过账流水留存，对账单按交易代码主档的摘要模板代入
           05 TXN-DETAIL.
               10 TXN-ACCOUNT-ID        PIC 9(8).  *> 交易账户ID（8位，含校验位；'T' 为转出账户）
               10 TXN-TYPE              PIC X.  *> 交易类型码
               10 TXN-CURRENCY-CODE      PIC X(3).  *> 'A' 开户币种，空白=本币 CNY
               10 TXN-CUSTOMER-ID        PIC 9(6).  *> 'A' 开户所属客户号，0=未归属
               10 TXN-TERMS-CODE         PIC X(2).  *> 'A' 开户条款代码，随欢迎函带出
               10 TXN-PRODUCT-CODE       PIC X(2).  *> 'A' 开户产品代码，空白=按全局参数定价；'C' 改挂产品（停售产品迁移），空白=不变
               10 TXN-BRANCH-CODE        PIC X(4).  *> 'A' 开户归属网点号，空白=取批头网点号；'B' 迁入网点号（必填）
               10 TXN-CHEQUE-NUMBER      PIC 9(6).  *> 'W' 支取的支票号，0=非支票支取
               10 TXN-DORMANT-FLAG       PIC X.  *> 'C' 变更静止标志：'Y'/'N'，空白=不变；'N' 同时刷新最近活动日期
               10 TXN-TAX-EXEMPT-FLAG    PIC X.  *> 'C' 变更免税标志：'Y'/'N'，空白=不变
               10 TXN-FEE-FLAG           PIC X.  *> 'F'=NSF 费扣收交易：过账照常，但重试批闭项匹配须跳过，防止费恰与在途退票同额时误闭原项；'A'=月末按笔计费扣收交易；'D'=争议更正贷记；'S'=保管箱租金扣收；空白=普通交易
               10 TXN-BENE-BANK-CODE     PIC X(6).  *> 'O' 收款行行号（清算网络行号）
               10 TXN-BENE-ACCOUNT       PIC X(20).  *> 'O' 收款人在他行的账号
               10 TXN-REVERSAL-REF REDEFINES TXN-BENE-ACCOUNT.  *> 'R' 被冲正的原流水引用
                   15 TXN-RVS-BUSINESS-DATE PIC 9(8).  *> 原流水业务日期
                   15 TXN-RVS-CYCLE         PIC 9(3).  *> 原流水日内批次序号
                   15 TXN-RVS-ENTRY-SEQ     PIC 9(7).  *> 原流水顺序号
                   15 FILLER                PIC X(2).
               10 TXN-BENE-NAME          PIC X(30).  *> 'O' 收款人名称
               10 TXN-INSTRUMENT         PIC X.  *> 'P' 存入工具：空白/'C'=现金 'B'=本行支票 'O'=他行支票，支票存入登记未收妥资金；'P'/'W' 为 'X'=外币现钞兑换的人民币账户结算（非现金）
               10 TXN-REFERENCE          PIC X(16).  *> 交易参考号，空白=无
           05 TXN-BATCH-HEADER REDEFINES TXN-DETAIL.  *> 'H' 批头视图
               10 BCH-SORT-KEY          PIC 9(8).  *> 固定 00000000，排序后靠前
               10 BCH-RECORD-TYPE       PIC X.  *> 'H'
               10 BCH-BATCH-ID          PIC X(6).  *> 网点赋予的批次号
               10 BCH-BRANCH-ID         PIC X(4).  *> 发送网点号
               10 BCH-BATCH-DATE        PIC 9(8).  *> 批次业务日期 CCYYMMDD
               10 FILLER                PIC X(126).
           05 TXN-BATCH-TRAILER REDEFINES TXN-DETAIL.  *> 'Z' 批尾视图
               10 BCT-SORT-KEY          PIC 9(8).  *> 固定 99999999，排序后靠后
               10 BCT-RECORD-TYPE       PIC X.  *> 'Z'
               10 BCT-RECORD-COUNT      PIC 9(7).  *> 明细记录笔数
               10 BCT-HASH-TOTAL        PIC 9(9).  *> 明细账户ID合计的低9位
               10 BCT-NET-AMOUNT        PIC S9(9)V99.  *> 存入-支取净额
               10 FILLER                PIC X(117).
