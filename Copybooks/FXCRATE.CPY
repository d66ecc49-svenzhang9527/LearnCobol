      *> FXCRATE.CPY - 外币现钞买卖挂牌价记录布局（FX_CASH_RATES.DAT，
      *> 索引文件，主键币种；联机文件名 FXCRFILE）。FxCashRateSheet
      *> 每个营业日晨间按财资收盘中间价（FX_CLOSING_RATES.DAT）加
      *> 现钞点差（FX_CASH_SPREAD.DAT）重挂：买入价 = 中间价 x
      *> (1 - 买入点差)，卖出价 = 中间价 x (1 + 卖出点差)；柜面外币
      *> 兑换交易 ACCTFXEX 只按当日挂出且可报价的一条报价成交
           05 FXC-CURRENCY-CODE     PIC X(3).  *> 币种代码，主键
           05 FXC-RATE-DATE         PIC 9(8).  *> 挂牌日期（业务日期），非当日挂牌不得报价
           05 FXC-MID-RATE          PIC 9(3)V9(6).  *> 财资中间价，本币/外币一单位
           05 FXC-BUY-RATE          PIC 9(3)V9(6).  *> 现钞买入价：银行向客户买入外币现钞
           05 FXC-SELL-RATE         PIC 9(3)V9(6).  *> 现钞卖出价：银行向客户卖出外币现钞
           05 FXC-BUY-SPREAD        PIC 9V9(4).  *> 买入点差（对中间价的比例）
           05 FXC-SELL-SPREAD       PIC 9V9(4).  *> 卖出点差（对中间价的比例）
           05 FXC-MID-EFFECTIVE     PIC 9(8).  *> 所用中间价的生效日期
           05 FXC-STATUS            PIC X.  *> 'A'=可报价 'S'=中间价陈旧或缺失，暂停报价
