      *> CUSTPROF.CPY - 客户贡献度档记录布局（CUSTOMER_PROFIT.DAT，
      *> 索引文件，主键客户号）。由 CustomerProfitability 月末整档
      *> 重建：名下各账户（联名账户按持有人均摊）本月的平均余额、
      *> 利息支出、费用收入、NSF 费和存款资金转移定价（FTP）收益
      *> 折本币汇总；净贡献 = FTP 收益 + 费用 + NSF 费 - 利息支出。
      *> 客户经理据此决定议价利率和产品调整
           05 CPF-CUSTOMER-ID       PIC 9(6).  *> 客户号，主键
           05 CPF-BRANCH-CODE       PIC X(4).  *> 排名所属网点：取客户本人开户账户的网点
           05 CPF-BRANCH-SOURCE     PIC X.  *> 'P'=取自本人开户账户 'J'=仅有联名账户，取联名账户网点
           05 CPF-ACCOUNT-COUNT     PIC 9(5) COMP-3.  *> 计入的账户数（含联名）
           05 CPF-AVG-BALANCE       PIC S9(11)V99 COMP-3.  *> 本月平均余额（分摊后，折本币）
           05 CPF-INTEREST-EXPENSE  PIC S9(11)V99 COMP-3.  *> 本月利息支出
           05 CPF-FEE-INCOME        PIC S9(11)V99 COMP-3.  *> 本月管理费/透支费/按笔计费收入
           05 CPF-NSF-INCOME        PIC S9(11)V99 COMP-3.  *> 本月 NSF 费收入
           05 CPF-FTP-CREDIT        PIC S9(11)V99 COMP-3.  *> 存款 FTP 收益
           05 CPF-NET-CONTRIB       PIC S9(11)V99 COMP-3.  *> 净贡献
           05 CPF-PERIOD            PIC 9(6).  *> 统计月份 CCYYMM
