      *> RATEOVR.CPY - 账户议价利率档记录布局（RATE_OVERRIDES.DAT，
      *> 索引文件，主键账户ID）。客户经理为单个大额存户谈定的专属
      *> 利率：起止日期内计息一律按议价利率，不再走产品档次/外币
      *> 利率；过期或撤销后自动回到常规定价。由 RateOverrideMaint
      *> 按维护文件核定/调整/撤销，核准人须为主管且不得是经办本人
           05 ROV-ACCOUNT-ID        PIC 9(8).  *> 账户ID，主键
           05 ROV-RATE              PIC 9V9(4).  *> 议价年利率
           05 ROV-START-DATE        PIC 9(8).  *> 生效日期（含）CCYYMMDD
           05 ROV-EXPIRY-DATE       PIC 9(8).  *> 到期日期（含）CCYYMMDD
           05 ROV-REQUESTED-BY      PIC X(8).  *> 经办客户经理
           05 ROV-APPROVER-ID       PIC X(8).  *> 核准主管
           05 ROV-REASON            PIC X(30).  *> 议价原因
           05 ROV-STATUS            PIC X.  *> 'A'=生效 'D'=已撤销（留痕）
           05 ROV-MAINT-DATE        PIC 9(8).  *> 最近维护的业务日期
