      *> CUSTMAST.CPY - 客户信息主档记录布局（CUSTOMER_MASTER.DAT，
      *> 索引文件，主键客户号）。由 CustomerMasterLoad 按维护文件
      *> 增改删维护，地址/电话/函件语言另可经联机客户维护
      *> （CUSTMNT）双人复核后当场改写；对账单、税务申报单、预静止通知、欢迎函等
      *> 客户面输出从这里取邮寄地址，不再月末对着表格手工匹配。
      *> 尽职调查（KYC）栏位：证件到期日、风险等级、最近复核日由
      *> 网点随维护文件录入；KYC 状态由月度 KycReviewSchedule 按
      *> 风险等级的复核周期（H=1年 M=3年 L=5年，空白按 M）与证件
      *> 到期日重算：
      *>   'C'=正常  'D'=60天内到期（复核或证件）或从未复核
      *>   'O'=已逾期，尚在30天宽限期内
      *>   'R'=逾期超过宽限期，限制借记：AccountMasterUpdate 拒绝
      *>       客户主动发起的借记，网点补齐证件/复核后由
      *>       CustomerMasterLoad 解除，下次月度重算
      *> 名单筛查日：SanctionsScreen 筛过即盖日期；新增客户或姓名/
      *> 证件号变更时由 CustomerMasterLoad 清零，次日筛查前补筛
      *> 身故栏位：网点收到身故通知后由 EstateNotification 盖上身故
      *> 日期并置遗产状态 'N'（名下独有账户已冻结）；各独有账户按
      *> 遗嘱执行人的结算指令由 EstateSettlement 放款，全部结清后
      *> 置 'S'
      *> 邮寄标志：退信由 ReturnedMailLoad 登记为 'R'；客户申请
      *> 留存由 CustomerMasterLoad 置 'H'。标志在时客户面函件一律
      *> 转入网点留存档 HELD_MAIL.DAT 不进打印流；'R' 在地址变更
      *> 时解除，'H' 须客户撤销，解除时留存函件按新地址补寄
      *> 电子邮箱：客户交易提醒（CustomerAlertFeed）的邮件通道
      *> 按此发送，短信通道按联系电话发送
      *> 税务居民身份（CRS/FATCA）：客户自证声明的税收居民国
      *> （最多三个）及各国纳税人识别号，连同自证状态与签署日期，
      *> 随维护文件录入。年终 TaxResidencyReport 据此报送境外税收
      *> 居民持有的账户（居民国含 US 即 FATCA 口径），并把有境外
      *> 迹象（邮寄地址国别或联系电话在境外）却未取得有效自证的
      *> 客户列出跟进。邮寄地址国别空白视为境内
           05 CM-CUSTOMER-ID        PIC 9(6).  *> 客户号，主键，与主档 CUSTOMER-ID 一致
           05 CM-CUSTOMER-NAME      PIC X(30).  *> 客户姓名/名称
           05 CM-ADDRESS-LINE-1     PIC X(30).  *> 邮寄地址行1
           05 CM-ID-DOC-NUMBER      PIC X(18).  *> 证件号码
           05 CM-LANGUAGE-CODE      PIC X(2).  *> 首选函件语言，如 ZH/EN
           05 CM-STATUS             PIC X.  *> 'A'=有效 'D'=停用
           05 CM-ID-EXPIRY-DATE     PIC 9(8).  *> 证件有效期截止日 CCYYMMDD，0=长期/未录
           05 CM-RISK-RATING        PIC X.  *> 风险等级 'H'/'M'/'L'，决定复核周期
           05 CM-LAST-REVIEW-DATE   PIC 9(8).  *> 最近一次 KYC 复核日期，0=未复核（只列报不限制）
           05 CM-KYC-STATUS         PIC X.  *> KYC 状态，见上；空白视同 'C'
           05 CM-SCREEN-DATE        PIC 9(8).  *> 最近一次名单筛查日期，0=待筛
           05 CM-DATE-OF-DEATH      PIC 9(8).  *> 身故日期 CCYYMMDD，0=未收到身故通知
           05 CM-ESTATE-STATUS      PIC X.  *> 空白=无 'N'=已通知、遗产冻结中 'S'=遗产已结清
           05 CM-MAIL-FLAG          PIC X.  *> 空白=正常邮寄 'R'=退信待更正地址 'H'=客户申请留存
           05 CM-MAIL-FLAG-DATE     PIC 9(8).  *> 邮寄标志设定日期，0=无
           05 CM-EMAIL-ADDRESS      PIC X(40).  *> 电子邮箱，空白=未登记
           05 CM-ADDRESS-COUNTRY    PIC X(2).  *> 邮寄地址国别/地区代码，空白=境内
           05 CM-TAX-RESIDENCY OCCURS 3 TIMES.  *> 自证声明的税收居民国，空白=未用
               10 CM-TAX-COUNTRY    PIC X(2).  *> 税收居民国/地区代码，如 CN/US/HK
               10 CM-TAX-ID         PIC X(20).  *> 该国纳税人识别号（TIN），空白=未提供
           05 CM-SELF-CERT-STATUS   PIC X.  *> 空白=未取得 'Y'=有效自证 'R'=已索取待回 'N'=失效须重新自证
           05 CM-SELF-CERT-DATE     PIC 9(8).  *> 自证签署日期 CCYYMMDD，0=无
