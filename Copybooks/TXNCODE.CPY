      *> TXNCODE.CPY - 交易代码主档记录布局（TXN_CODES.DAT，索引文件，
      *> 主键 交易代码）。交易代码 = 交易类型码 + 子代码：过账流水
      *> 上的交易按 类型码 + 费用标志 对码（'W' 支取为 'W '，NSF 费
      *> 扣收为 'WF'）；类型码 'I'/'F' 留给日批的计息/扣费过账（'I '
      *> 利息，'F' + 审计费用类别），交易文件上不出现。各语言说明、
      *> 借贷方向、对方总账科目、计费/活动口径和对账单摘要模板都
      *> 取本档：对账单、过账日报、总账分录读表，新增一类交易只改
      *> 本档。TxnCodeMaint 批量维护，改动记参考数据变更日志；
      *> 各作业读不到本档或表里没有的代码按原口径处理
           05 TCD-CODE.
               10 TCD-TXN-TYPE      PIC X.  *> 交易类型码（ACCTTXN）；'I'=日批计息 'F'=日批扣费
               10 TCD-SUB-CODE      PIC X.  *> 子代码：交易的费用标志，日批扣费为审计费用类别，空白=普通交易
           05 TCD-DESC-EN           PIC X(30).  *> 英文说明
           05 TCD-DESC-ZH           PIC X(30).  *> 中文说明
           05 TCD-DEBIT-CREDIT      PIC X(2).  *> 客户账户一方的方向 'DR'/'CR'，整档维护类交易空白
           05 TCD-GL-ACCOUNT        PIC X(10).  *> 对方总账科目（客户存款一方固定为 DEPLIA）
           05 TCD-GL-BY-BRANCH      PIC X.  *> 'Y'=科目代码为前缀，后接账户归属网点号（如 CASH+网点）
           05 TCD-FEE-ELIGIBLE      PIC X.  *> 'Y'=计入月末按笔计费的笔数
           05 TCD-COUNTS-ACTIVITY   PIC X.  *> 'Y'=过账刷新最近活动日期（静止审查口径）
           05 TCD-NARRATIVE         PIC X(40).  *> 对账单摘要模板，'&' 处代入交易参考号，空白=取说明
