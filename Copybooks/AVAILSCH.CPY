      *> AVAILSCH.CPY - 资金可用性时间表记录布局
      *> （FUNDS_AVAILABILITY.DAT，行顺序文件，可缺省）。
      *> 按存入工具与金额档次给出冻结的营业日天数；同一工具
      *> 按文件顺序取第一条金额上限不低于存入金额的记录，
      *> 上限为0表示不封顶。缺档时按内置默认时间表
           05 AVS-INSTRUMENT        PIC X.  *> 'B'=本行支票 'O'=他行支票
           05 AVS-AMOUNT-LIMIT      PIC 9(7)V99.  *> 本档金额上限，0=不封顶
           05 AVS-HOLD-DAYS         PIC 9(2).  *> 冻结营业日天数，0=当日可用
