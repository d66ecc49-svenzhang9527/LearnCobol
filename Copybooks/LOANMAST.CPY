      *> LOANMAST.CPY - 分期贷款合约档记录布局（LOAN_MASTER.DAT，
      *> 索引文件，主键贷款账户ID）。贷款账户在账户主文件上同号
      *> 开立，本档只记合约要素与还款进度；夜间还款作业按下一
      *> 到期日选出到期合约，生成 'T' 转账从挂钩的活期账户扣收
      *> 期供，本金/利息拆分入各自总账科目。扣不到款的期供由
      *> 退票项档带回，按首次退票日期滚入逾期账龄档。
      *> 逾期档：'0'=正常 '1'=1-30天 '2'=31-60天 '3'=61-90天
      *>         '4'=90天以上
           05 LN-LOAN-ID            PIC 9(8).  *> 贷款账户ID（8位，含校验位），主键，主档同号
           05 LN-CUSTOMER-ID        PIC 9(6).  *> 借款客户号
           05 LN-PRINCIPAL          PIC 9(7)V99.  *> 合约本金
           05 LN-CONTRACT-RATE      PIC 9V9(4).  *> 合约年利率
           05 LN-TERM-MONTHS        PIC 9(3).  *> 期数（月）
           05 LN-INSTALMENT         PIC 9(7)V99.  *> 每期期供（等额本息）
           05 LN-START-DATE         PIC 9(8).  *> 放款日期 CCYYMMDD
           05 LN-NEXT-DUE-DATE      PIC 9(8).  *> 下一到期日 CCYYMMDD
           05 LN-DUE-DAY            PIC 9(2).  *> 约定还款日，月末收敛后按此恢复
           05 LN-REPAY-ACCOUNT      PIC 9(8).  *> 挂钩的还款活期账户ID（8位，含校验位）
           05 LN-OUTSTANDING        PIC 9(7)V99.  *> 按计划摊还后的剩余本金
           05 LN-INSTALMENTS-BILLED PIC 9(3).  *> 已出账期数
           05 LN-ARREARS-COUNT      PIC 9(3).  *> 逾期未收期数
           05 LN-ARREARS-AMOUNT     PIC 9(7)V99.  *> 逾期未收金额
           05 LN-ARREARS-DATE       PIC 9(8).  *> 最早一期逾期的首次退票日期，无逾期填零
           05 LN-ARREARS-BUCKET     PIC X.  *> 逾期账龄档 '0'-'4'
           05 LN-SCHEDULE-FLAG      PIC X.  *> 'N'=还款计划待生成 'Y'=已生成
           05 LN-STATUS             PIC X.  *> 'A'=在贷 'P'=已结清
