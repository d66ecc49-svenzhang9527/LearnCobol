      *> SWEEPAGR.CPY - 目标余额归集协议档记录布局
      *> （SWEEP_AGREEMENTS.DAT，索引文件，主键源账户ID）。
      *> 对公/贵宾客户的活期账户约定目标余额：日终超出目标的部分
      *> 转入挂钩的储蓄账户；活期透支时从储蓄账户补足到零。
      *> 日终归集作业读过账后新主档，生成 'T' 转账批交下一轮
      *> AccountMasterUpdate 过账
      *> 归集方向：'O'=只上划超额 'I'=只下拨补透支 'B'=双向
           05 SWP-SOURCE-ACCOUNT    PIC 9(8).  *> 源活期账户ID（8位，含校验位），主键
           05 SWP-LINKED-ACCOUNT    PIC 9(8).  *> 挂钩储蓄账户ID（8位，含校验位）
           05 SWP-TARGET-BALANCE    PIC 9(7)V99.  *> 源账户日终保留的目标余额
           05 SWP-MIN-SWEEP         PIC 9(7)V99.  *> 单笔最低归集金额，不足不划
           05 SWP-DIRECTION         PIC X.  *> 'O'/'I'/'B'，见上
           05 SWP-STATUS            PIC X.  *> 'A'=生效 'S'=暂停
