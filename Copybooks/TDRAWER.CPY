      *> TDRAWER.CPY - 柜员尾箱记录布局（TELLER_DRAWER.DAT，索引
      *> 文件，主键柜员号）。记柜员所在网点、当日上日结转（期初）、
      *> 当日向金库领入/缴回的现金；VaultCashMaint 过领缴交易，
      *> BranchCashPosition 日终加上当日采集的收付现金算出尾箱
      *> 应有余额（期末），次日首次使用时期末结转为期初
           05 TDR-TELLER-ID         PIC X(8).  *> 柜员号，主键
           05 TDR-BRANCH-ID         PIC X(4).  *> 尾箱所在网点
           05 TDR-BUSINESS-DATE     PIC 9(8).  *> 尾箱当前所属业务日期
           05 TDR-OPENING-CASH      PIC S9(9)V99.  *> 期初（上日结转）
           05 TDR-BOUGHT            PIC S9(9)V99.  *> 当日向金库领入
           05 TDR-SOLD              PIC S9(9)V99.  *> 当日缴回金库
           05 TDR-CLOSING-CASH      PIC S9(9)V99.  *> 日终应有余额
           05 TDR-CLOSED-DATE       PIC 9(8).  *> 日终轧出期末的业务日期，0=尚未轧
