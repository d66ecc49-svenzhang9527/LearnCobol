      *> OUTPAY.CPY - 他行汇出付款记录布局，两处共用：
      *>   - 待发汇出档（OUTBOUND_PAYMENTS_PENDING.DAT，顺序文件）：
      *>     AccountMasterUpdate 每过账一笔 'O' 追加一条，参考号
      *>     空白、状态 'P'；OutboundPaymentFile 取走后清档；
      *>   - 汇出登记册（OUTBOUND_PAYMENTS.DAT，索引文件，主键
      *>     参考号）：OutboundPaymentFile 发送时登记，清算所退回
      *>     的汇出由 ClearingInbound 按参考号核对后回标 'R'。
      *> 参考号 = 发送业务日期 CCYYMMDD + 当日4位序号
      *> 状态：'P'=已过账待发送 'S'=已发送清算所 'R'=被退回已回存
           05 OBP-REFERENCE         PIC X(12).  *> 汇出参考号，待发档填空白
           05 OBP-ACCOUNT-ID        PIC 9(8).  *> 付款（我行）账户ID
           05 OBP-AMOUNT            PIC 9(7)V99.  *> 汇出金额
           05 OBP-BENE-BANK-CODE    PIC X(6).  *> 收款行行号
           05 OBP-BENE-ACCOUNT      PIC X(20).  *> 收款人账号
           05 OBP-BENE-NAME         PIC X(30).  *> 收款人名称
           05 OBP-POST-DATE         PIC 9(8).  *> 主档过账（借记客户）日期
           05 OBP-SEND-DATE         PIC 9(8).  *> 发送清算所日期，待发档填零
           05 OBP-STATUS            PIC X.  *> 见上
           05 OBP-REJECT-DATE       PIC 9(8).  *> 清算所退回日期，未退回填零
           05 OBP-REJECT-REASON     PIC X(4).  *> 收款行退回理由码，未退回空白
