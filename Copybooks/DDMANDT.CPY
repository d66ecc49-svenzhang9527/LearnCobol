      *> DDMANDT.CPY - 直接借记授权（扣款授权）档记录布局
      *> （DD_MANDATES.DAT，索引文件，主键 账户ID+收款方编号）。
      *> 客户授权某收款方（水电、保险等）从其账户发起借记扣款的
      *> 登记：清算入站的借记项带收款方编号，ClearingInbound 按
      *> 本档核对——无授权、超授权上限、授权已撤销或不在有效期
      *> 的借记一律退回清算所。批量维护由 MandateMaint 套用，
      *> 柜面可联机撤销（交易 MAND）
      *> 周期：'O'=一次性 'W'=周 'M'=月 'Q'=季 'A'=年 'V'=不定期
           05 MDT-KEY.
               10 MDT-ACCOUNT-ID    PIC 9(8).  *> 付款账户ID（8位，含校验位）
               10 MDT-CREDITOR-ID   PIC X(10).  *> 收款方编号（清算网络分配）
           05 MDT-MAX-AMOUNT        PIC 9(7)V99.  *> 单笔扣款上限，0=不设上限
           05 MDT-FREQUENCY         PIC X.  *> 约定扣款周期，见上
           05 MDT-START-DATE        PIC 9(8).  *> 授权生效日 CCYYMMDD
           05 MDT-END-DATE          PIC 9(8).  *> 授权到期日，0=长期有效
           05 MDT-STATUS            PIC X.  *> 'A'=生效 'C'=已撤销（留痕）
           05 MDT-CANCEL-DATE       PIC 9(8).  *> 撤销日期，未撤销填零
           05 MDT-LAST-COLLECT-DATE PIC 9(8).  *> 最近一次扣款成功的入站日期，0=尚未扣款
