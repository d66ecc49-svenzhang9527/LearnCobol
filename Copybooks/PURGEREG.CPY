      *> PURGEREG.CPY - 客户个人信息清除登记册记录布局
      *> （CUSTOMER_PURGE_REG.DAT，索引文件，主键客户号）。保存期满
      *> 匿名化的客户每户一条，留作已依法清除的证据；客户号与
      *> 账户号保留不动，历史与总账照常勾稽。登记册本身不存任何
      *> 个人信息，重跑时已登记的客户不再处理
           05 PRG-CUSTOMER-ID       PIC 9(6).  *> 已匿名化的客户号，主键
           05 PRG-PURGE-DATE        PIC 9(8).  *> 匿名化的业务日期
           05 PRG-LAST-CLOSE-DATE   PIC 9(8).  *> 名下最后一户的销户日期
           05 PRG-RETENTION-YEARS   PIC 9(2).  *> 当时适用的保存年限
           05 PRG-CLOSED-ACCOUNTS   PIC 9(3).  *> 匿名化的销户登记记录数
           05 PRG-HELD-MAIL-ITEMS   PIC 9(5).  *> 清除原样的留存函件行数
           05 PRG-ON-CUSTOMER-MASTER PIC X.  *> 'Y'=客户主档记录已匿名化 'N'=主档上已无此客户
