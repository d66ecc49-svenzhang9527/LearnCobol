      *> SYSSTAT.CPY - 联机状态控制记录布局（SYSTEM_STATUS.DAT，
      *> 键控档，单条记录，键值 'ONLINE'；联机文件名 SYSSTAT）。
      *> 批流日切时由 OnlineStatusControl（PARM CUTOFF）置批窗
      *> 'B'，日切后的收尾 TellerCaptureBatch 登记收尾班次，
      *> BusinessDateRoll 翻日后置 'R'；翻日后第一笔联机交易核对
      *> 翻掉的那一天确实做过日切与收尾采集批，核对通过置 'O'
      *> 营业，不过置 'H' 挂起，待运行部查明后以 PARM REOPEN 放开。
      *> 批窗中各采集屏按交易性质拒绝（"批处理进行中"）或把采集项
      *> 标为下一营业日；主菜单显示联机状态与业务日期
           05 SST-CONTROL-KEY       PIC X(8).  *> 固定 'ONLINE'
           05 SST-ONLINE-STATUS     PIC X.  *> 'O'=营业中 'B'=已日切批处理进行中 'R'=已翻日待首笔核对 'H'=核对未过挂起
           05 SST-BUSINESS-DATE     PIC 9(8).  *> 联机所在业务日期 CCYYMMDD
           05 SST-NEXT-DATE         PIC 9(8).  *> 下一营业日：批窗中顺延项的采集日期
           05 SST-CUTOFF-DATE       PIC 9(8).  *> 最近一次日切的业务日期
           05 SST-CUTOFF-TIME       PIC 9(8).  *> 最近一次日切时间 HHMMSSCC
           05 SST-DRAIN-CYCLE       PIC 9(3).  *> 日切后收尾采集批的日内班次，0=尚未跑
           05 SST-ROLL-FROM-DATE    PIC 9(8).  *> 最近一次翻日翻掉的业务日期
           05 SST-ROLL-TIME         PIC 9(8).  *> 最近一次翻日时间 HHMMSSCC
           05 SST-OPENED-BY         PIC X(8).  *> 翻日后做首笔核对的柜员号 / REOPEN 为 'BATCH'
           05 SST-OPENED-TIME       PIC 9(8).  *> 首笔核对/放开时间 HHMMSSCC
           05 SST-HOLD-REASON       PIC X(4).  *> 'NCUT'=翻掉的那天没做日切 'NDRN'=日切后未跑收尾采集批
