      *> 索引文件，主键账户ID）。缺省利息转存本账户；指令 'T' 的
      *> 账户在月末计息后把税后利息以 'T' 转账划到指定账户——
      *> 优选客户扫到活期、信托类账户按约划给受益账户。指定账户
      *> 登记时过账户号校验位。客户身故时 EstateNotification 把独有
      *> 账户的 'T' 指令置 'S' 暂停（利息转存本户归入遗产），保留
      *> 原指定账户，遗产结清后由网点按需重新登记
           05 DSP-ACCOUNT-ID        PIC 9(8).  *> 计息账户ID，主键
           05 DSP-CODE              PIC X.  *> 'C'=转存本账户（缺省）'T'=划至指定账户 'S'=身故暂停（按 'C' 处理）
           05 DSP-TARGET-ACCOUNT    PIC 9(8).  *> 'T' 的指定收息账户（8位，含校验位）
