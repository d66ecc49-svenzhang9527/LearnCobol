      *> VAULTPOS.CPY - 网点金库券别头寸记录布局（VAULT_POSITION.DAT，
      *> 索引文件，主键 网点号+券别面额）。金库每种券别一条，记
      *> 张数与金额；VaultCashMaint 按出入库交易（柜员领/缴、
      *> 现金中心调入/调出）增减，BranchCashPosition 日终汇总金库
      *> 加尾箱对总账现金科目轧平
           05 VP-KEY.
               10 VP-BRANCH-ID      PIC X(4).  *> 网点号
               10 VP-DENOMINATION   PIC 9(4)V99.  *> 券别面额，如 0100.00 / 0000.50
           05 VP-PIECES             PIC 9(9).  *> 库存张（枚）数
           05 VP-VALUE              PIC 9(11)V99.  *> 库存金额 = 张数 × 面额
           05 VP-LAST-MOVE-DATE     PIC 9(8).  *> 最后出入库的业务日期
