      *> TELLCAP.CPY - 柜面存取款/转账采集记录布局。联机采集交易
      *> （ACCTCAPT 存取款、ACCTXFER 转账、ACCTTDEP 定期开户本金
      *> 转入）确认通过后写到外分区传输队列 ACTX，系统把该队列
      *> 落到顺序文件 TELLER_CAPTURE.DAT；日切时由
      *> TellerCaptureBatch 排序生成带批头/批尾的交易批交
      *> AccountMasterUpdate 过账
           05 TC-ACCOUNT-ID         PIC 9(8).  *> 账户ID（8位，含校验位）
           05 TC-TXN-TYPE           PIC X.  *> 'P'=存入 'W'=支取 'T'=转账（账户栏为转出账户）
           05 TC-AMOUNT             PIC 9(7)V99.  *> 交易金额
           05 TC-TELLER-ID          PIC X(8).  *> 经办柜员号
           05 TC-CAPTURE-DATE       PIC 9(8).  *> 采集日期 CCYYMMDD
           05 TC-CAPTURE-TIME       PIC 9(8).  *> 采集时间 HHMMSSCC
           05 TC-OVERRIDE-TELLER    PIC X(8).  *> 超限加签的主管柜员号，空白=无需加签
           05 TC-TO-ACCOUNT-ID      PIC 9(8).  *> 'T' 的转入账户ID，其余类型填零
           05 TC-INSTRUMENT         PIC X.  *> 'P' 存入工具：空白/'C'=现金 'B'=本行支票 'O'=他行支票（入账后按可用性时间表冻结未收妥金额）；'P'/'W' 为 'X'=外币现钞兑换的人民币账户结算（非现金）
