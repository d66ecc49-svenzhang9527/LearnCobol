      *> SWITMREG.CPY - 卡交换结算明细登记册记录布局（SWITCH_ITEMS.DAT，
      *> 索引文件，主键 = 交换中心参考号）。SwitchSettlement 每接受
      *> 一笔 ATM 取现/POS 消费或冲正就落一条：同一参考号再次送来
      *> 按主键命中即退回（DUPL）；冲正按原参考号找回原交易，累计
      *> 已冲正金额不得超过原金额，部分冲正可分多次送来
           05 SWI-SWITCH-REF        PIC X(12).  *> 交换中心参考号，主键
           05 SWI-ITEM-TYPE         PIC X.  *> 'A'=ATM 取现 'P'=POS 消费 'R'=冲正
           05 SWI-CARD-TOKEN        PIC X(16).  *> 卡号令牌
           05 SWI-ACCOUNT-ID        PIC 9(8).  *> 扣款/退款账户ID
           05 SWI-TXN-DATE          PIC 9(8).  *> 交易日期 CCYYMMDD
           05 SWI-AMOUNT            PIC 9(7)V99.  *> 交易金额
           05 SWI-REVERSED-AMOUNT   PIC 9(7)V99.  *> 'A'/'P' 累计已冲正金额
           05 SWI-STATUS            PIC X.  *> 'A'/'P'：'S'=已结算 'P'=部分冲正 'R'=全额冲正；'R' 记录恒为 'S'
           05 SWI-ORIG-REF          PIC X(12).  *> 'R' 冲正的原交易参考号，其余空白
           05 SWI-SETTLE-DATE       PIC 9(8).  *> 接受入账的业务日期
           05 SWI-TERMINAL-ID       PIC X(8).  *> 受理终端号
