      *> ESTACCT.CPY - 身故客户遗产账户登记册记录布局
      *> （ESTATE_ACCOUNTS.DAT，索引文件，主键 客户号+账户ID）。
      *> EstateNotification 受理身故通知时，为客户名下（主档开户人
      *> 或交叉引用持有人）的每个账户登记一条：独有账户全额冻结、
      *> 记下身故日余额与应计利息作遗产余额证明的底数；联名账户
      *> 只摘除身故持有人、资金归生存持有人，列证明备查。
      *> EstateSettlement 按遗嘱执行人的结算指令逐户放款后置已结清
           05 EST-KEY.
               10 EST-CUSTOMER-ID   PIC 9(6).  *> 身故客户号
               10 EST-ACCOUNT-ID    PIC 9(8).  *> 账户ID
           05 EST-ROLE              PIC X.  *> 'S'=独有账户（遗产）'J'=联名账户（归生存持有人）
           05 EST-DATE-OF-DEATH     PIC 9(8).  *> 身故日期 CCYYMMDD
           05 EST-NOTICE-REF        PIC X(12).  *> 身故通知编号，亦作冻结文书编号
           05 EST-CURRENCY-CODE     PIC X(3).  *> 账户币种
           05 EST-DEATH-BALANCE     PIC S9(9)V99.  *> 身故日终余额
           05 EST-DEATH-ACCRUED     PIC 9(7)V99.  *> 截至身故日的应计未入账利息
           05 EST-NOTICE-DATE       PIC 9(8).  *> 受理通知的业务日期
           05 EST-STATUS            PIC X.  *> 'F'=已冻结待结算 'J'=联名已摘除 'S'=已结算放款
           05 EST-SETTLE-METHOD     PIC X.  *> 结算方式 'T'=转本行账户 'O'=他行汇出 'X'=销户付现
           05 EST-SETTLE-DATE       PIC 9(8).  *> 结算放款的业务日期，0=未结算
           05 EST-SETTLE-REF        PIC X(12).  *> 执行人结算指令编号
           05 EST-SETTLE-AMOUNT     PIC 9(9)V99.  *> 放款金额（'X' 为销户前余额，应计利息由销户结清）
