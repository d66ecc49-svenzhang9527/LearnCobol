      *> RATEHIST.CPY - 日利率/费用参数历史档记录布局
      *> （RATE_PARM_HISTORY.DAT，索引文件，主键 起用日期+版次）。
      *> 每套参数一条：起用日期至停用日期（均含）之间批流按这套
      *> 参数运行，现行一套停用日期为 99999999。同一业务日期里
      *> 先后起用两套（当日纠错）时版次递增，前一套停用日期即
      *> 当日，以版次大者为当日最终口径。首次经本流程改动前在用
      *> 的参数以起用日期 0 入档。RateParmMaint 按日期调阅
           05 RPH-KEY.
               10 RPH-EFFECTIVE-FROM PIC 9(8).  *> 起用日期 CCYYMMDD，0=启用本档前即已在用
               10 RPH-VERSION       PIC 9(2).  *> 同日版次，当日首套为 1
           05 RPH-EFFECTIVE-TO      PIC 9(8).  *> 停用日期（含），99999999=现行
           05 RPH-REQUESTED-DATE    PIC 9(8).  *> 变更申请的生效日期：月末批与模拟开关只在这一天有效
           05 RPH-PARAMETERS        PIC X(44).  *> 这套参数的整条映像（RATEPARM 布局）
           05 RPH-CHANGE-REASON     PIC X(30).  *> 变更原因
           05 RPH-MAKER-ID          PIC X(8).  *> 录入人
           05 RPH-APPROVER-ID       PIC X(8).  *> 核准人
           05 RPH-INSTALL-TIME      PIC 9(8).  *> 提升时间 HHMMSSCC
