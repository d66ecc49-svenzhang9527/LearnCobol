      *> UNCFUNDS.CPY - 未收妥资金档记录布局（UNCOLLECTED_FUNDS.DAT，
      *> 索引文件，主键 账户ID+序号）。支票存入过账时余额照常入账，
      *> 同时按可用性时间表（POSTCAL 营业日）登记一笔未收妥资金，
      *> 释放日之前该部分不可支取/转出/汇出；夜间
      *> UncollectedFundsRelease 把到期项置为已释放。
      *> 状态：'U'=未收妥（冻结中） 'R'=已释放
           05 UCF-KEY.
               10 UCF-ACCOUNT-ID    PIC 9(8).  *> 存入账户ID
               10 UCF-SEQUENCE      PIC 9(5).  *> 同账户登记序号
           05 UCF-AMOUNT            PIC 9(7)V99.  *> 未收妥金额（支票面额）
           05 UCF-INSTRUMENT        PIC X.  *> 'B'=本行支票 'O'=他行支票
           05 UCF-DEPOSIT-DATE      PIC 9(8).  *> 存入过账日期（批次业务日期）
           05 UCF-RELEASE-DATE      PIC 9(8).  *> 计划释放日期 CCYYMMDD（营业日）
           05 UCF-STATUS            PIC X.  *> 'U'/'R'
           05 UCF-RELEASED-ON       PIC 9(8).  *> 实际释放日期，未释放为0
