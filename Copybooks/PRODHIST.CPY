      *> PRODHIST.CPY - 产品参数历史档记录布局（PRODUCT_HISTORY.DAT，
      *> 索引文件，主键 产品代码+起用日期）。每套产品参数一条：
      *> 起用日期至停用日期（均含）之间跑批按这套参数定价，现行
      *> 的一套停用日期为 99999999。ProductActivation 提升新参数时
      *> 把原参数截止到新参数起用前一天；删除的产品只截止不续。
      *> 首次经本流程改动的产品，原在用参数以起用日期 0 入档。
      *> InterestRecalc、RateChangeNotify 按此查任一日实际适用的
      *> 参数；产品在本档无记录即从未改动过，按产品主档现值
           05 PHS-KEY.
               10 PHS-PRODUCT-CODE  PIC X(2).  *> 产品代码
               10 PHS-EFFECTIVE-FROM PIC 9(8).  *> 起用日期 CCYYMMDD，0=启用本档前即已在用
           05 PHS-EFFECTIVE-TO      PIC 9(8).  *> 停用日期（含），99999999=现行
           05 PHS-PARAMETERS        PIC X(79).  *> 这套参数的整条产品主档映像（PRODMAST 布局）
           05 PHS-MAKER-ID          PIC X(8).  *> 录入人
           05 PHS-APPROVER-ID       PIC X(8).  *> 核准人
