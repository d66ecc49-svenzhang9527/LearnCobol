      *> RATEPEND.CPY - 日利率/费用参数待生效档记录布局
      *> （RATE_PARM_PENDING.DAT，索引文件，主键 生效日期）。运行部
      *> 的参数变更不再直接改 RATE_PARM.DAT：RateParmMaint 连同
      *> 生效日期落此档待核准，须由录入人以外的主管级（3 级）用户
      *> 在维护文件里核准（'V'）；录入有误可退回（'X'）。
      *> RateParmActivation 每晚在批流第一步把生效日期已到的已核准
      *> 变更提升为现行参数，原参数截止入参数历史档（RATEHIST）；
      *> 生效日期已到仍未核准的作过期处理，须重新录入
           05 RPP-EFFECTIVE-DATE    PIC 9(8).  *> 生效日期 CCYYMMDD（主键）
           05 RPP-PARAMETERS        PIC X(44).  *> 拟生效的整条参数映像（RATEPARM 布局）
           05 RPP-CHANGE-REASON     PIC X(30).  *> 变更原因，录入人填写
           05 RPP-MAKER-ID          PIC X(8).  *> 录入人（维护文件抬头上的提交人）
           05 RPP-ENTRY-DATE        PIC 9(8).  *> 录入业务日期
           05 RPP-APPROVER-ID       PIC X(8).  *> 核准/退回人
           05 RPP-APPROVAL-DATE     PIC 9(8).  *> 核准/退回业务日期
           05 RPP-STATUS            PIC X.  *> 'P'=待核准 'V'=已核准 'X'=已退回 'E'=到期未核准 'R'=生效时被拒 'F'=已生效
           05 RPP-ACTIVATION-DATE   PIC 9(8).  *> 实际提升为现行参数的业务日期
