      *> PRDMIG.CPY - 产品迁移登记册记录布局（PRODUCT_MIGRATION_REG.DAT，
      *> 索引文件，主键 账户ID+原产品代码）。停售产品上的账户按
      *> 迁移对照表改挂在售产品，每户一条：出预先通知时登记，
      *> 通知期满生成 'C' 交易后置已提交，过账后主档见新产品代码
      *> 即置已迁移。新旧产品的定价在出通知当天定格留档，供监管
      *> 核查"无人未经通知即被迁到更差的利率"
           05 PMG-KEY.
               10 PMG-ACCOUNT-ID    PIC 9(8).  *> 迁移账户
               10 PMG-OLD-PRODUCT   PIC X(2).  *> 原（停售）产品代码
           05 PMG-NEW-PRODUCT       PIC X(2).  *> 迁入的在售产品代码
           05 PMG-EFFECTIVE-DATE    PIC 9(8).  *> 对照表上的迁移生效日期
           05 PMG-NOTICE-DATE       PIC 9(8).  *> 预先通知日期
           05 PMG-DUE-DATE          PIC 9(8).  *> 实际可迁移日：生效日与通知日+通知天数取晚者
           05 PMG-STATUS            PIC X.  *> 'N'=已通知待迁移 'C'=已提交变更交易 'M'=已迁移 'X'=已撤销
           05 PMG-SUBMIT-DATE       PIC 9(8).  *> 最近一次提交变更交易的日期，0=未提交
           05 PMG-MIGRATED-DATE     PIC 9(8).  *> 主档确认改挂的日期，0=未迁移
           05 PMG-CUSTOMER-ID       PIC 9(6).  *> 开户人客户号
           05 PMG-BALANCE           PIC S9(7)V99.  *> 通知日余额，新旧利率按此判档
           05 PMG-RATE-BASIS        PIC X.  *> 'P'=按产品档次利率 'F'=外币户按外币利率表，利率不随产品
           05 PMG-OLD-TERMS.  *> 原产品条件（通知日定格）
               10 PMG-OLD-RATE      PIC 9V9(4).  *> 适用年利率，外币户为零
               10 PMG-OLD-MGMT-FEE  PIC 9(2)V99.  *> 月管理费
               10 PMG-OLD-OD-FEE    PIC 9(2)V99.  *> 透支费
               10 PMG-OLD-FREE-WD   PIC 9(3).  *> 每月免费支取笔数
               10 PMG-OLD-WD-FEE    PIC 9(2)V99.  *> 超额支取每笔收费
               10 PMG-OLD-FREE-TR   PIC 9(3).  *> 每月免费转出笔数
               10 PMG-OLD-TR-FEE    PIC 9(2)V99.  *> 超额转出每笔收费
           05 PMG-NEW-TERMS.  *> 新产品条件（通知日定格），各栏同上
               10 PMG-NEW-RATE      PIC 9V9(4).
               10 PMG-NEW-MGMT-FEE  PIC 9(2)V99.
               10 PMG-NEW-OD-FEE    PIC 9(2)V99.
               10 PMG-NEW-FREE-WD   PIC 9(3).
               10 PMG-NEW-WD-FEE    PIC 9(2)V99.
               10 PMG-NEW-FREE-TR   PIC 9(3).
               10 PMG-NEW-TR-FEE    PIC 9(2)V99.
           05 PMG-WORSE-FLAG        PIC X.  *> 'Y'=新产品对客户不利（利率降、任一收费升或免费笔数减）
