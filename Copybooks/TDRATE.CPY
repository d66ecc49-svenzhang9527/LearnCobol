      *> TDRATE.CPY - 定期存款挂牌利率档记录布局（TERM_RATES.DAT，
      *> 索引文件，主键 定期产品代码+存期月数）。产品部门按定期
      *> 产品与存期挂牌利率，由 TermRateLoad 按维护文件增改删维护；
      *> 柜面定期开户（ACCTTDEP）按此报价并写进合约，到期自动续存
      *> （TermDepositMaturity）按同一档取续存利率，柜台报的价与
      *> 续存付的价同一口径
           05 TR-KEY.
               10 TR-PRODUCT-CODE   PIC X(2).  *> 定期产品代码，如 TD=普通定期 TS=长者定期
               10 TR-TERM-MONTHS    PIC 9(3).  *> 存期（月）
           05 TR-DESCRIPTION        PIC X(20).  *> 产品/存期名称，柜面报价回显
           05 TR-RATE               PIC 9V9(4).  *> 挂牌年利率
           05 TR-MIN-PRINCIPAL      PIC 9(7)V99.  *> 起存金额，0=不设起存
           05 TR-EFFECTIVE-DATE     PIC 9(8).  *> 挂牌生效日期 CCYYMMDD，未到生效日不报价
           05 TR-STATUS             PIC X.  *> 'A'=在售 'D'=停售（不再新开，续存改按参数利率）
