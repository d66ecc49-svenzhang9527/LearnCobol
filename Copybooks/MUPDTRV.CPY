      *> MUPDTRV.CPY - 主档更新分片转账预检结论记录布局
      *> （MASTUPDT_TRANSFERS_n.DAT，顺序文件，每分片一份）。每个分片
      *> 都对整份交易文件预检全部转账，只过账本区间内的那一腿；
      *> 两腿分属不同分片的转账要整笔成立，各分片的结论必须逐笔
      *> 一致，MasterUpdateMerge 拼接前逐笔比对，不一致整个拼接拒绝
           05 MTV-SEQUENCE          PIC 9(3).  *> 转账在交易文件中的顺序号
           05 MTV-FROM-ACCOUNT      PIC 9(8).  *> 转出账户ID
           05 MTV-TO-ACCOUNT        PIC 9(8).  *> 转入账户ID
           05 MTV-AMOUNT            PIC 9(7)V99.  *> 转出金额
           05 MTV-VALID-FLAG        PIC X.  *> 'V'=预检通过 'R'=已转异常
           05 MTV-CONVERTED-AMT     PIC 9(7)V99.  *> 贷记金额（转入币种）
