      *> PAYLINK.CPY - 代发工资账户-代发单位关联档记录布局
      *> （PAYROLL_LINKS.DAT，索引文件，主键 员工账户ID）。
      *> PayrollCreditFile 每代发一笔到代发工资产品（PY）账户就
      *> 登记/刷新该账户的代发单位和最近代发日期；员工换单位时
      *> 按新单位覆盖。BatchAccountProcessor 定价时据此判定代发
      *> 关系：PY 账户最近代发日期在窗口期内的免收管理费
           05 PYL-ACCOUNT-ID        PIC 9(8).  *> 员工账户ID，主键
           05 PYL-EMPLOYER-ID       PIC 9(6).  *> 代发单位客户号
           05 PYL-FIRST-CREDIT-DATE PIC 9(8).  *> 与该单位首次代发日期
           05 PYL-LAST-CREDIT-DATE  PIC 9(8).  *> 最近一次代发日期
           05 PYL-LAST-AMOUNT       PIC 9(7)V99.  *> 最近一次代发金额
           05 PYL-LAST-FILE-REF     PIC X(12).  *> 最近一次代发的单位文件参考号
           05 PYL-STATUS            PIC X.  *> 'A'=关联有效
