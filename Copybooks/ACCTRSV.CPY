      *> ACCTRSV.CPY - 保留账号档记录布局（ACCOUNT_NUMBER_RESERVE.DAT，
      *> 索引文件，主键账户ID）。已销户登记册和上缴登记册上的号码
      *> 永不再发：上缴账户认领时按原号重开，销户号码重发会把新
      *> 客户和旧账户的历史、对账单、查询串在一起。上缴登记册是
      *> 顺序档，联机不能按号查，AccountNumberAllocate 每次运行从
      *> 两个登记册重建本档，供批量与柜台发号时逐号核对
           05 ANR-ACCOUNT-ID        PIC 9(8).  *> 保留的账户ID，主键
           05 ANR-SOURCE            PIC X.  *> 'C'=已销户登记册 'E'=上缴登记册
           05 ANR-EVENT-DATE        PIC 9(8).  *> 销户日期/上缴日期
