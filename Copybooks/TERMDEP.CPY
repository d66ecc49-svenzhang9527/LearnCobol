      *> TERMDEP.CPY - 定期存款合约档记录布局（TERM_DEPOSITS.DAT，
      *> 索引文件，主键账户ID）。本金挂在账户主文件的同号账户上，
      *> 本档只记合约要素；到期作业按到期日选出合约，生成转账
      *> 交易批把本息划回客户的活期账户，或按现行利率自动续存。
      *> 合约可由 TermDepositMaint 按维护文件建立，也可在柜面定期
      *> 开户交易（ACCTTDEP）当场建立：本金经采集队列从活期账户
      *> 转入，日切过账
           05 TD-ACCOUNT-ID         PIC 9(8).  *> 定期账户ID（8位，含校验位），主键，主档同号
           05 TD-PRINCIPAL          PIC 9(7)V99.  *> 合约本金
           05 TD-CONTRACT-RATE      PIC 9V9(4).  *> 合约年利率
           05 TD-RENEWAL-CODE       PIC X.  *> 'R'=到期按现行利率自动续存 'P'=到期本息划回活期
           05 TD-DEMAND-ACCOUNT     PIC 9(8).  *> 到期划回的活期账户ID（8位，含校验位）
           05 TD-STATUS             PIC X.  *> 'A'=在存 'M'=已到期兑付
           05 TD-PRODUCT-CODE       PIC X(2).  *> 定期产品代码（见挂牌利率档 TERM_RATES.DAT），空白=未挂牌产品，续存按参数利率
