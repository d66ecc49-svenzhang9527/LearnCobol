      *> RVSLREG.CPY - 冲正登记册记录布局（REVERSAL_REGISTER.DAT，
      *> 索引文件，主键 = 原流水引用：账户ID+业务日期+班次+流水
      *> 顺序号）。冲正交易 'R' 过账时落一条：同一笔原流水第二次
      *> 冲正按主键命中即拒绝（DUPR）；对账单与采集对账按主键把
      *> 原交易与冲正配成一对列示，主档核实按原交易类型反向重演
           05 RVR-KEY.
               10 RVR-ACCOUNT-ID        PIC 9(8).  *> 原流水（亦即冲正）的账户ID
               10 RVR-ORIG-BUSINESS-DATE PIC 9(8).  *> 原流水的业务日期 CCYYMMDD
               10 RVR-ORIG-CYCLE        PIC 9(3).  *> 原流水的日内批次序号
               10 RVR-ORIG-ENTRY-SEQ    PIC 9(7).  *> 原流水在其运行内的顺序号
           05 RVR-ORIG-TYPE         PIC X.  *> 被冲正的原交易类型 'P'/'W'
           05 RVR-AMOUNT            PIC 9(9)V99.  *> 冲正金额，恒等于原流水金额
           05 RVR-ORIG-VALUE-DATE   PIC 9(8).  *> 原交易起息日，冲正按同一起息日回调
           05 RVR-REVERSAL-DATE     PIC 9(8).  *> 冲正过账的业务日期
           05 RVR-REVERSAL-CYCLE    PIC 9(3).  *> 冲正过账的日内批次序号
           05 RVR-REVERSAL-SEQ      PIC 9(7).  *> 冲正流水在其运行内的顺序号
           05 RVR-BATCH-ID          PIC X(6).  *> 冲正交易的来源批次号
           05 RVR-BRANCH-ID         PIC X(4).  *> 冲正交易的来源网点号
           05 RVR-ORIG-REFERENCE    PIC X(16).  *> 原交易的交易参考号，对账单配对行代入摘要
