      *> AUDCONF.CPY - 审计询证登记档记录布局
      *> （AUDIT_CONFIRM_REGISTER.DAT，索引文件，主键 审计基准日+
      *> 账户ID）。AuditConfirmation 每发一份余额询证函登记一条：
      *> 基准日余额、抽样原因、余额来源、寄送结果；回函由
      *> AuditConfirmReply 套用回函结果并出不符例外报告。同一基准
      *> 日重跑抽样时覆盖寄送要素，已登记的回函结果保留
           05 ACF-KEY.
               10 ACF-AUDIT-DATE    PIC 9(8).  *> 审计基准日 CCYYMMDD
               10 ACF-ACCOUNT-ID    PIC 9(8).  *> 被询证账户
           05 ACF-CUSTOMER-ID       PIC 9(6).  *> 收函客户号（开户人）
           05 ACF-CURRENCY-CODE     PIC X(3).  *> 账户币种
           05 ACF-BALANCE           PIC S9(9)V99.  *> 基准日本行账面余额
           05 ACF-SELECT-REASON     PIC X.  *> 'A'=审计师样本 'H'=超过金额门槛 'R'=随机抽中
           05 ACF-BALANCE-SOURCE    PIC X.  *> 'H'=过账历史 'B'=备份代次 'C'=无历史取现余额
           05 ACF-MAIL-STATUS       PIC X.  *> 'S'=已寄出 'H'=转网点留存 'N'=无地址未寄
           05 ACF-ISSUE-DATE        PIC 9(8).  *> 发函日期（业务日期）
           05 ACF-REPLY-STATUS      PIC X.  *> 空白=未回函 'A'=确认相符 'D'=客户不认可
           05 ACF-REPLY-DATE        PIC 9(8).  *> 回函日期，0=未回函
           05 ACF-STATED-BALANCE    PIC S9(9)V99.  *> 客户回函所称余额，相符时同账面
           05 ACF-REPLY-NOTE        PIC X(30).  *> 客户回函说明
