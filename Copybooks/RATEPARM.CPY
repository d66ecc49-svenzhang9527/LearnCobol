      *> RATEPARM.CPY - 日利率/费用参数记录布局（RATE_PARM.DAT，顺序
      *> 文件，单条记录，与 BatchAccountProcessor 同一份参数布局）。
      *> 本档不再手工编辑：参数变更经 RateParmMaint 录入、他人核准，
      *> RateParmActivation 每晚按生效的一套参数连同业务日期写出；
      *> 待核准变更与历史各套参数均以本布局的整条映像存档
           05 PARM-INTEREST-RATE    PIC 9V9(4).  *> 当日利率
           05 PARM-MANAGEMENT-FEE   PIC 9(2)V99.  *> 当日管理费
           05 PARM-EFFECTIVE-DATE   PIC 9(8).  *> 参数生效日期 CCYYMMDD，批流以此为业务日期
           05 PARM-RUN-TYPE         PIC X(9).  *> 'DAILY' 或 'MONTH-END'
           05 PARM-SIMULATION-SWITCH PIC X.  *> 'Y' 表示本次为模拟预览，不落地输出/不回写主档
           05 PARM-FORMULA-VERSION   PIC X.  *> 'S'=单利（缺省），'C'=复利
           05 PARM-WITHHOLDING-RATE  PIC 9V9(4).  *> 利息代扣税率，0 表示本次不做代扣
           05 PARM-LOG-VERBOSITY     PIC X.  *> 'D' 表示日志记录逐账户调试明细
           05 PARM-OD-RATE           PIC 9V9(4).  *> 透支罚息年利率，0=沿用一次性透支费
           05 PARM-FX-SPREAD         PIC 9V9(4).  *> 跨币种转账折算价差率
