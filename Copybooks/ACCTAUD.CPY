           05 AUDIT-BONUS-AMOUNT    PIC 9(7)V99.  *> 活动加息部分的利息金额（已含在利息金额内）
           05 AUDIT-DISP-CODE       PIC X.  *> 利息归属：'C'=转存本账户 'T'=已生成划息转账，空白=本次未计息
           05 AUDIT-DISP-ACCOUNT    PIC 9(8).  *> 'T' 的指定收息账户，其余填零
           05 AUDIT-RATE-OVERRIDE   PIC X.  *> 'Y'=本次按账户议价利率计息
           05 AUDIT-STD-INTEREST    PIC 9(7)V99.  *> 按常规定价应计的利息（议价成本比较用；非议价账户同利息金额）
           05 AUDIT-FEE-TYPE        PIC X.  *> 费用类别：'M'=管理费 'O'=一次性透支费 'D'=透支罚息（借方利息），空白=本次未扣费或旧版记录
