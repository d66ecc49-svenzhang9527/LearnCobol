      *> SDBOX.CPY - 保管箱登记册记录布局（SAFE_DEPOSIT_BOXES.DAT，
      *> 索引文件，主键 = 网点号+箱号）。SafeBoxMaint 维护出租/退租，
      *> SafeBoxBilling 按租金到期日逐年出账扣租（'W'，费用标志
      *> 'S'），扣不到的随退票项档重试，宽限期满仍未收妥的列入
      *> 强制开箱通知；SafeBoxReport 按网点列空置与租金收入
           05 SDB-KEY.
               10 SDB-BRANCH-CODE   PIC X(4).  *> 保管箱所在网点号
               10 SDB-BOX-NUMBER    PIC X(6).  *> 箱号
           05 SDB-BOX-SIZE          PIC X.  *> 'S'=小 'M'=中 'L'=大 'X'=特大
           05 SDB-STATUS            PIC X.  *> 'V'=空置 'R'=出租中 'D'=欠租待强制开箱
           05 SDB-ANNUAL-RENT       PIC 9(5)V99.  *> 年租金
           05 SDB-CUSTOMER-ID       PIC 9(6).  *> 承租客户号，空置为零
           05 SDB-DEBIT-ACCOUNT     PIC 9(8).  *> 扣租账户ID，空置为零
           05 SDB-RENTAL-START      PIC 9(8).  *> 本次出租起租日期
           05 SDB-RENT-DUE-DATE     PIC 9(8).  *> 下一期租金到期日，出账后顺延一年
           05 SDB-KEY-DEPOSIT       PIC 9(5)V99.  *> 已收钥匙押金，退租时退还
           05 SDB-BILL-STATUS       PIC X.  *> 空白=未出过账 'P'=已出账待过账结果 'C'=已收妥 'U'=欠租（退票重试中/已用尽）
           05 SDB-LAST-BILLED-DATE  PIC 9(8).  *> 最近一次出账的业务日期
           05 SDB-LAST-BILLED-AMOUNT PIC 9(5)V99.  *> 最近一次出账的租金
           05 SDB-UNPAID-SINCE      PIC 9(8).  *> 欠租起算日（被打回那一期的出账日），0=不欠租
           05 SDB-DRILL-NOTICE-DATE PIC 9(8).  *> 列入强制开箱通知的业务日期，0=未列
           05 SDB-STATUS-DATE       PIC 9(8).  *> 最近一次状态变动的业务日期
