      *> SCRNHIT.CPY - 名单筛查命中复核队列记录布局
      *> （SCREENING_HITS.DAT，索引文件，主键 对象类型+对象号+名单
      *> 条目号）。SanctionsScreen 每发现一处命中登记一条待复核
      *> 记录，同一对象对同一条目重筛不重复登记、不改已有处置；
      *> 合规专员的处置由 ScreeningDisposition 套用，确认命中的自动
      *> 对涉及账户登记全额冻结（ACCOUNT_HOLDS.DAT）。
      *> 对象类型：'C'=客户（对象号=客户号）
      *>           'A'=新开户交易（对象号=新账户ID）
      *>           'O'=他行汇出收款人（对象号=付款账户ID）
      *> 处置码：'P'=待复核 'E'=已上报待定 'F'=误报已排除
      *>         'C'=确认命中（终局，已冻结）
           05 SH-KEY.
               10 SH-SUBJECT-TYPE   PIC X.  *> 对象类型，见上
               10 SH-SUBJECT-ID     PIC 9(8).  *> 对象号，客户号右对齐
               10 SH-ENTRY-ID       PIC X(12).  *> 命中的名单条目号
           05 SH-MATCH-TYPE         PIC X(4).  *> NAME=姓名 IDNO=证件号 BOTH=两者
           05 SH-SCREENED-NAME      PIC X(30).  *> 被筛查的姓名原文
           05 SH-CUSTOMER-ID        PIC 9(6).  *> 相关客户号，0=不详
           05 SH-ACCOUNT-ID         PIC 9(8).  *> 相关账户ID，客户命中填0
           05 SH-HIT-DATE           PIC 9(8).  *> 命中登记的业务日期
           05 SH-DISPOSITION        PIC X.  *> 处置码，见上
           05 SH-DISP-DATE          PIC 9(8).  *> 最近处置日期，待复核为0
           05 SH-REVIEWER           PIC X(8).  *> 处置的合规专员
           05 SH-HOLDS-PLACED       PIC 9(3).  *> 确认后登记的冻结户数
