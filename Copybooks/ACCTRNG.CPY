      *> ACCTRNG.CPY - 账号分配控制档记录布局（ACCOUNT_RANGES.DAT，
      *> 索引文件，主键 网点号 + 产品代码）。新开账户的 8 位账户ID
      *> 不再由网点自选：每个网点（按产品细分，产品代码空白为该
      *> 网点的缺省号段）登记一段 7 位基号区间，号段内按"下一可用
      *> 基号"顺序发号，校验位由分配方算好（权重 7317317，同
      *> VALIDATE-ACCOUNT-CHECK-DIGIT）。发号时跳过主档在用、
      *> 已销户登记册和上缴登记册上的号码（见 ACCTRSV），跳过的
      *> 号码同样消耗号段。批量 'A' 交易由 AccountNumberAllocate
      *> 发号，柜台开户交易 AOPN 联机发号；号段由
      *> AccountRangeMaint 维护，改动记参考数据变更日志；
      *> AccountRangeCapacity 出容量报表，用量达预警比例即告警
           05 ARG-KEY.
               10 ARG-BRANCH-CODE   PIC X(4).  *> 网点号
               10 ARG-PRODUCT-CODE  PIC X(2).  *> 产品代码，空白=网点缺省号段
           05 ARG-RANGE-START       PIC 9(7).  *> 号段起始基号（不含校验位）
           05 ARG-RANGE-END         PIC 9(7).  *> 号段终止基号（含）
           05 ARG-NEXT-BASE         PIC 9(8).  *> 下一可用基号，超过终止基号即用尽（留一位进位）
           05 ARG-ALLOCATED-COUNT   PIC 9(7).  *> 已发出的号码数
           05 ARG-SKIPPED-COUNT     PIC 9(7).  *> 因在用/已销户/已上缴跳过的号码数
           05 ARG-WARN-PCT          PIC 9(3).  *> 容量预警比例（%），0=按 80%
           05 ARG-STATUS            PIC X.  *> 'A'=启用 'S'=暂停发号 'X'=已用尽
           05 ARG-LAST-ALLOC-DATE   PIC 9(8).  *> 最近发号日期 CCYYMMDD
           05 ARG-LAST-ALLOC-ID     PIC 9(8).  *> 最近发出的账户ID（含校验位）
