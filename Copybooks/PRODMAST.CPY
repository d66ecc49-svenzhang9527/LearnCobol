      *> 文件，主键产品代码）。每个产品（基本储蓄/学生/代发工资/
      *> 优选）各自携带档次限额、利率、管理费和透支政策；跑批按
      *> 账户主档上的产品代码取产品参数定价，不再所有账户吃同一套
      *> 全局参数、也不必再用营销活动冒充产品差异。
      *> 按笔计费：每月免费支取/转出笔数之外的超额笔数按单价计费，
      *> 月末由 ActivityFeeAssessment 按过账流水计数生成扣费交易
           05 PRD-PRODUCT-CODE      PIC X(2).  *> 产品代码，主键，如 SV/ST/PY/PR
           05 PRD-DESCRIPTION       PIC X(20).  *> 产品名称
           05 PRD-TIER1-LIMIT       PIC 9(7)V99.  *> 低档余额上限
           05 PRD-OVERDRAFT-FEE     PIC 9(2)V99.  *> 透支罚息/手续费
           05 PRD-OD-ALLOWED        PIC X.  *> 'Y'=该产品可签授信透支额度
           05 PRD-STATUS            PIC X.  *> 'A'=在售 'D'=停售（存量沿用参数）
           05 PRD-FREE-WITHDRAWALS  PIC 9(3).  *> 每月免费支取笔数
           05 PRD-WITHDRAWAL-FEE    PIC 9(2)V99.  *> 超额支取每笔收费
           05 PRD-FREE-TRANSFERS    PIC 9(3).  *> 每月免费转出笔数
           05 PRD-TRANSFER-FEE      PIC 9(2)V99.  *> 超额转出每笔收费
