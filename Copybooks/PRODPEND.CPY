      *> PRODPEND.CPY - 产品参数待生效档记录布局（PRODUCT_PENDING.DAT，
      *> 索引文件，主键 产品代码+生效日期）。产品部门的增/改/删
      *> 不再当晚直接进产品主档：ProductMasterLoad 连同生效日期
      *> 落此档待核准，须由录入人以外的主管级（3 级）用户在维护
      *> 文件里核准（'V'）；录入有误可退回（'X'）。ProductActivation
      *> 每日在跑批前把生效日期已到的已核准变更提升进产品主档，
      *> 原参数截止入产品参数历史档（PRODHIST）；生效日期已到仍
      *> 未核准的作过期处理，须重新录入
           05 PPN-KEY.
               10 PPN-PRODUCT-CODE  PIC X(2).  *> 产品代码
               10 PPN-EFFECTIVE-DATE PIC 9(8).  *> 生效日期 CCYYMMDD
           05 PPN-MAINT-CODE        PIC X.  *> 'A'=新增 'C'=变更 'D'=删除
           05 PPN-PARAMETERS        PIC X(79).  *> 拟生效的整条产品主档映像（PRODMAST 布局），删除时为原记录
           05 PPN-MAKER-ID          PIC X(8).  *> 录入人（维护文件抬头上的提交人）
           05 PPN-ENTRY-DATE        PIC 9(8).  *> 录入业务日期
           05 PPN-APPROVER-ID       PIC X(8).  *> 核准/退回人
           05 PPN-APPROVAL-DATE     PIC 9(8).  *> 核准/退回业务日期
           05 PPN-STATUS            PIC X.  *> 'P'=待核准 'V'=已核准 'X'=已退回 'E'=到期未核准 'R'=生效时被拒 'F'=已生效
           05 PPN-ACTIVATION-DATE   PIC 9(8).  *> 实际提升进产品主档的业务日期
