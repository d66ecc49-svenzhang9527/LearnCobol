      *> ALERTSUB.CPY - 客户交易提醒订阅档记录布局（ALERT_SUBSCRIPTIONS
      *> .DAT，索引文件，主键 账户ID+客户号）。客户在网点登记要
      *> 哪些提醒、走哪个通道，由 AlertSubscriptionMaint 按维护文件
      *> 增改撤；CustomerAlertFeed 每个日内过账班次后按本档筛出要
      *> 提醒的事件。账户ID 为 0 的记录是该客户的缺省订阅，适用于
      *> 其名下（主档 CUSTOMER-ID）未单独订阅的各账户；联名/共签
      *> 持有人须对账户单独订阅。联系方式不存在本档，发送时取
      *> 客户主档：短信取联系电话，邮件取电子邮箱
      *> 提醒类型：
      *>   大额借记：单笔借记金额达到借记起点（0=不提醒）
      *>   低余额  ：过账使余额由起点以上跌破低余额起点（0=不提醒）
      *>   退票    ：账户新登记退票项
      *>   冻结    ：账户新生效司法冻结/止付
      *> 免打扰时段 HHMM：起止相同=不设；止点小于起点表示跨午夜。
      *> 只约束短信，时段内产生的短信延后到时段结束后的班次发出
           05 ASB-KEY.
               10 ASB-ACCOUNT-ID    PIC 9(8).  *> 账户ID，0=客户缺省订阅
               10 ASB-CUSTOMER-ID   PIC 9(6).  *> 订阅客户号
           05 ASB-CHANNEL           PIC X.  *> 'S'=短信 'E'=邮件 'B'=两者
           05 ASB-DEBIT-THRESHOLD   PIC 9(7)V99.  *> 大额借记起点，0=不提醒
           05 ASB-LOW-BALANCE       PIC 9(7)V99.  *> 低余额起点，0=不提醒
           05 ASB-RETURN-ALERT      PIC X.  *> 'Y'=退票提醒
           05 ASB-HOLD-ALERT        PIC X.  *> 'Y'=冻结提醒
           05 ASB-QUIET-START       PIC 9(4).  *> 免打扰起点 HHMM
           05 ASB-QUIET-END         PIC 9(4).  *> 免打扰止点 HHMM
           05 ASB-STATUS            PIC X.  *> 'A'=生效 'C'=已撤销（留痕）
           05 ASB-MAINT-DATE        PIC 9(8).  *> 最近维护业务日期
