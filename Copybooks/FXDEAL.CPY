      *> FXDEAL.CPY - 柜面外币现钞兑换成交记录布局（FX_DEALS.DAT，
      *> 索引文件，主键 成交日期+柜员号+成交时间；联机文件名
      *> FXDLFILE）。ACCTFXEX 客户接受报价、柜员确认后当场写入；
      *> 转账结算的人民币一腿另写采集项（存入工具 'X'）交日切过账。
      *> 日终 FxCashPosition 按网点/币种汇总出兑换收益分录、滚外币
      *> 现钞头寸后置 'P'；TellerEodProof/BranchCashPosition 把现金
      *> 结算的人民币收付计入柜员尾箱
           05 FXD-KEY.
               10 FXD-DEAL-DATE     PIC 9(8).  *> 成交日期 CCYYMMDD
               10 FXD-TELLER-ID     PIC X(8).  *> 经办柜员号
               10 FXD-DEAL-TIME     PIC 9(8).  *> 成交时间 HHMMSSCC
           05 FXD-BRANCH-ID         PIC X(4).  *> 成交网点（经办柜员尾箱所在网点）
           05 FXD-DIRECTION         PIC X.  *> 'B'=银行买入外币现钞（客户卖出） 'S'=银行卖出外币现钞（客户买入）
           05 FXD-CURRENCY-CODE     PIC X(3).  *> 外币币种
           05 FXD-FC-AMOUNT         PIC 9(7)V99.  *> 外币现钞金额（整张，无零头）
           05 FXD-DEAL-RATE         PIC 9(3)V9(6).  *> 成交价：买入取现钞买入价，卖出取现钞卖出价
           05 FXD-MID-RATE          PIC 9(3)V9(6).  *> 成交时的中间价，头寸按此入账
           05 FXD-CNY-AMOUNT        PIC 9(9)V99.  *> 人民币金额 = 外币金额 x 成交价（四舍五入到分）
           05 FXD-SPREAD-INCOME     PIC S9(7)V99.  *> 兑换收益：买入 = 外币按中间价 - 付出人民币，卖出 = 收入人民币 - 外币按中间价
           05 FXD-SETTLE-METHOD     PIC X.  *> 人民币一腿结算方式：'C'=现金 'A'=人民币账户
           05 FXD-SETTLE-ACCOUNT    PIC 9(8).  *> 'A' 的结算账户ID，现金结算填零
           05 FXD-OVERRIDE-TELLER   PIC X(8).  *> 超限加签的主管柜员号，空白=无需加签
           05 FXD-STATUS            PIC X.  *> 'D'=已成交待日终 'P'=已入日终头寸与分录
           05 FXD-POSTED-DATE       PIC 9(8).  *> 入日终头寸的业务日期，0=未入
