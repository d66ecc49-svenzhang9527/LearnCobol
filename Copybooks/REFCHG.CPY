      *> REFCHG.CPY - 参考数据变更日志记录布局（REFDATA_CHANGE_LOG.DAT，
      *> 顺序文件，只追加不改写）。客户主档、产品主档、用户主档、
      *> 透支额度档、冻结档、科目表、利息归属指令档、持有人交叉
      *> 引用档、提醒订阅档、角色功能授权档、借记卡主档、保管箱登记册、交易代码主档、账号号段控制档的批量维护作业每套用一笔改动就记整条记录的映像：
      *> 改写记改前（'B'）、改后（'A'）各一条，新增只有改后，删除
      *> 只有改前；改写前后完全相同的重复维护不记。每条盖作业名、
      *> 业务日期和维护文件抬头上的提交人。RefDataChangeReport
      *> 按档名/主键/日期区间调阅，逐栏位列出改前改后值。
      *> 用户主档的口令栏位不落明文：未改记 'MASKED'，改了的改后
      *> 映像记 'CHANGED'
           05 RCL-FILE-ID           PIC X(8).  *> 档名：CUSTMAST/PRODMAST/USERMAST/ODLIMIT/ACCTHOLD/COACODE/INTDISP/CUSTXREF/ALERTSUB/ENTITLE/CARDMAST/SDBOX/TXNCODE/ACCTRNG
           05 RCL-RECORD-KEY        PIC X(20).  *> 主键，按记录里的原样（交叉引用、提醒订阅为账户ID+客户号）
           05 RCL-BUSINESS-DATE     PIC 9(8).  *> 业务日期 CCYYMMDD
           05 RCL-LOG-TIME          PIC 9(8).  *> 套用时间 HHMMSSCC
           05 RCL-JOB-NAME          PIC X(8).  *> 套用的作业名
           05 RCL-SUBMITTER-ID      PIC X(8).  *> 维护文件的提交人
           05 RCL-MAINT-CODE        PIC X.  *> 维护记录上的原始动作码
           05 RCL-ACTION            PIC X.  *> 'A'=新增 'C'=改写 'D'=删除
           05 RCL-IMAGE-TYPE        PIC X.  *> 'B'=改前映像 'A'=改后映像
           05 RCL-RECORD-IMAGE      PIC X(400).  *> 整条记录映像，右补空格
