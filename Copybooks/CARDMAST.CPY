      *> CARDMAST.CPY - 借记卡主档记录布局（CARD_MASTER.DAT，索引
      *> 文件，主键卡号令牌）。每张卡一条：所属账户与持卡客户、
      *> 卡状态、有效期、ATM/POS 单日限额，换卡前后互指形成换卡
      *> 链。CardMasterMaint 发卡/止付/解止付/挂失/换卡，CardRenewal
      *> 月度续期并出制卡文件；销户（'X'）与全额冻结自动止付。
      *> 按账户找卡走 CARD_ACCT_INDEX.DAT（见 CARDXREF.CPY）
           05 CDM-CARD-TOKEN        PIC X(16).  *> 卡号令牌，主键（卡组织发的令牌，不存明文卡号）
           05 CDM-ACCOUNT-ID        PIC 9(8).  *> 扣款账户ID
           05 CDM-CUSTOMER-ID       PIC 9(6).  *> 持卡客户号（开户人或交叉引用档上的持有人）
           05 CDM-EMBOSS-NAME       PIC X(26).  *> 卡面压印姓名
           05 CDM-STATUS            PIC X.  *> 'A'=正常 'B'=止付 'L'=挂失 'S'=被盗 'R'=已换卡（作废）
           05 CDM-BLOCK-REASON      PIC X.  *> 'B' 的原因：'M'=人工止付 'X'=账户销户 'H'=账户全额冻结
           05 CDM-ISSUE-DATE        PIC 9(8).  *> 发卡日期 CCYYMMDD
           05 CDM-EXPIRY-DATE       PIC 9(6).  *> 有效期 CCYYMM，卡在该月末失效
           05 CDM-ATM-DAILY-LIMIT   PIC 9(7)V99.  *> ATM 单日取现限额
           05 CDM-POS-DAILY-LIMIT   PIC 9(7)V99.  *> POS 单日消费限额
           05 CDM-STATUS-DATE       PIC 9(8).  *> 最近一次状态变动的业务日期
           05 CDM-REPLACES-TOKEN    PIC X(16).  *> 本卡替换的旧卡令牌，空白=首张卡
           05 CDM-REPLACED-BY-TOKEN PIC X(16).  *> 替换本卡的新卡令牌，空白=未换卡
           05 CDM-REPLACE-COUNT     PIC 9(2).  *> 换卡链上的换卡次数（首张卡为 0）
           05 CDM-EMBOSS-STATUS     PIC X.  *> 'P'=待制卡 'S'=已送制卡商
           05 CDM-EMBOSS-REASON     PIC X.  *> 'N'=新发卡 'R'=换卡 'E'=到期续卡
           05 CDM-EMBOSS-DATE       PIC 9(8).  *> 最近一次送制卡的业务日期，0=未送过
