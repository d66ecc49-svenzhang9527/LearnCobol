      *> HELDMAIL.CPY - 网点留存函件档记录布局（HELD_MAIL.DAT，
      *> 索引文件，主键 客户号+函件类型+账户ID+函件日期+行号）。
      *> 客户主档上邮寄标志为 'R'（退信）或 'H'（客户申请留存）
      *> 时，对账单、税务申报单、预静止通知、欢迎函、询证函不进
      *> 打印流，按原样逐行/逐条落到本档，由开户网点保管：
      *>   'ST'=对账单（MonthlyStatementProducer，一份多行）
      *>   'TX'=税务申报单（YearEndTaxReport）
      *>   'DN'=预静止通知（DormancyReview）
      *>   'WL'=欢迎/开户确认函（AccountMasterUpdate）
      *>   'AC'=审计余额询证函（AuditConfirmation）
      *>   'FE'=年度费用披露对账单（FeeDisclosureStatement，一份多行）
      *>   'PM'=停售产品迁移预先通知（ProductMigration）
      *> 地址更正或客户撤销留存时由 CustomerMasterLoad 解除：
      *> 该客户留存中的函件按新地址写入补寄流 RELEASED_MAIL.DAT，
      *> 本档置已解除留痕。重跑同一份函件覆盖原记录
           05 HML-KEY.
               10 HML-CUSTOMER-ID   PIC 9(6).  *> 收件客户号
               10 HML-DOC-TYPE      PIC X(2).  *> 函件类型，见上
               10 HML-ACCOUNT-ID    PIC 9(8).  *> 函件所属账户
               10 HML-DOC-DATE      PIC 9(8).  *> 函件日期（对账单为期间截止日）
               10 HML-LINE-NO       PIC 9(4).  *> 行号，单条记录的函件为1
           05 HML-BRANCH-CODE       PIC X(4).  *> 保管网点，取账户开户网点
           05 HML-HOLD-REASON       PIC X.  *> 'R'=退信 'H'=客户申请留存
           05 HML-STATUS            PIC X.  *> 'H'=留存中 'R'=已解除补寄 'P'=保存期满随客户匿名化清除原样
           05 HML-RELEASE-DATE      PIC 9(8).  *> 解除日期，0=留存中；'P' 为清除日期
           05 HML-DOC-IMAGE         PIC X(200).  *> 函件原样（打印行或提取记录）
