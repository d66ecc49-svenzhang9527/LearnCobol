      *> BRXFER.CPY - 网点迁移待登记档记录布局
      *> （BRANCH_XFER_PENDING.DAT，顺序文件）。AccountMasterUpdate
      *> 每过账一笔 'B' 网点迁移追加一条（日内各班次续写）；
      *> BranchTransferRegister 据此改挂留存函件的保管网点、
      *> 列示随账户迁移的支票簿/委托扣款/保管箱，出迁出、迁入
      *> 两个网点共用的迁移登记表后清档
           05 BXP-ACCOUNT-ID        PIC 9(8).  *> 迁移账户ID
           05 BXP-CUSTOMER-ID       PIC 9(6).  *> 所属客户号，0=未归属
           05 BXP-ACCOUNT-NAME      PIC X(10).  *> 账户名称
           05 BXP-FROM-BRANCH       PIC X(4).  *> 迁出网点号，空白=迁移前未归属网点
           05 BXP-TO-BRANCH         PIC X(4).  *> 迁入网点号
           05 BXP-PRODUCT-CODE      PIC X(2).  *> 产品代码（成本中心后两位）
           05 BXP-CURRENCY-CODE     PIC X(3).  *> 记账币种
           05 BXP-BALANCE           PIC S9(7)V99.  *> 迁移时点余额，即往来分录金额（原币）
           05 BXP-POST-DATE         PIC 9(8).  *> 过账业务日期
           05 BXP-CYCLE-NUMBER      PIC 9(3).  *> 过账的日内批次序号
           05 BXP-ENTRY-SEQ         PIC 9(7).  *> 迁移流水在其运行内的顺序号
           05 BXP-BATCH-ID          PIC X(6).  *> 来源批次号
