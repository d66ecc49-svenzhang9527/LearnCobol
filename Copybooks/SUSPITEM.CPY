      *> SUSPITEM.CPY - 暂收暂付挂账项档记录布局（SUSPENSE_ITEMS.DAT，
      *> 索引文件，主键 挂账项号）。AccountMasterUpdate 转异常的
      *> 金额交易里，款项已经到行、却过不进客户账的（UNMT=账户
      *> 不在档/已销户、CHKD=账号校验位不符、BTCH=整批控制核对
      *> 失败、OVFL=金额溢出）由 SuspenseBooking 逐笔挂账：存入
      *> 挂暂收（借记客户存款 DEPLIA、贷记暂收暂付 SUSPNS），支取
      *> 挂暂付（借记 SUSPNS、贷记 DEPLIA），每笔赋挂账项号并记
      *> 来源批次/网点/业务日期，SuspenseAging 按理由码和来源批
      *> 列账龄。SuspenseClearing 按核准的清理指令销账：
      *>   'R'=改挂正确账户重新过账（生成交易批 SUSPC1，冲回
      *>       SUSPNS 对 DEPLIA）
      *>   'T'=退回汇款方/原网点（冲回 SUSPNS 对网点清算 BRCLEAR）
      *> 挂账项状态：'O'=挂账未清 'R'=已改挂过账销账 'T'=已退回销账
      *> 项号 0 为控制记录，存已分配的最大项号与已挂账的最近一轮
      *> 异常（业务日期+日内批次序号），同一轮异常重跑不重复挂账
           05 SUS-ITEM-NO           PIC 9(8).  *> 挂账项号，主键；0=控制记录
           05 SUS-ITEM-DATA.
               10 SUS-ACCOUNT-ID        PIC 9(8).  *> 原交易上的账户ID
               10 SUS-TXN-TYPE          PIC X.  *> 原交易类型 'P'/'W'
               10 SUS-DIRECTION         PIC X.  *> 'C'=暂收（SUSPNS 贷方） 'D'=暂付（SUSPNS 借方）
               10 SUS-AMOUNT            PIC 9(7)V99.  *> 挂账金额
               10 SUS-REASON-CODE       PIC X(4).  *> 转异常的理由码
               10 SUS-BATCH-ID          PIC X(6).  *> 来源批次号
               10 SUS-BRANCH-ID         PIC X(4).  *> 来源网点号
               10 SUS-OPEN-DATE         PIC 9(8).  *> 挂账业务日期
               10 SUS-CYCLE-NUMBER      PIC 9(3).  *> 来源日内批次序号，0=夜间主批
               10 SUS-STATUS            PIC X.  *> 'O'/'R'/'T'，见上
               10 SUS-CLEAR-DATE        PIC 9(8).  *> 销账业务日期，0=未清
               10 SUS-CLEAR-ACCOUNT     PIC 9(8).  *> 'R' 改挂的正确账户ID
               10 SUS-CLEARED-BY        PIC X(8).  *> 清理经办
               10 SUS-APPROVED-BY       PIC X(8).  *> 清理核准主管
               10 SUS-CLEAR-NOTE        PIC X(30).  *> 清理说明
           05 SUS-CONTROL-DATA REDEFINES SUS-ITEM-DATA.  *> 控制记录视图
               10 SUS-LAST-ITEM-NO      PIC 9(8).  *> 已分配的最大挂账项号
               10 SUS-LAST-BOOKED-DATE  PIC 9(8).  *> 已挂账的最近一轮异常的业务日期
               10 SUS-LAST-BOOKED-CYCLE PIC 9(3).  *> 已挂账的最近一轮异常的日内批次序号
               10 FILLER                PIC X(88).
