      *> FXVAULT.CPY - 网点外币现钞头寸记录布局（FX_VAULT_POSITION.DAT，
      *> 索引文件，主键 网点号+币种）。人民币现钞另在
      *> VAULT_POSITION.DAT 按券别管理；外币现钞按网点整体（金库与
      *> 柜员尾箱合计）按币种记余额与按中间价入账的人民币账面，
      *> 由 FxCashPosition 日终按当日成交滚动，账面合计即总账
      *> FXNOTES 科目余额
           05 FVP-KEY.
               10 FVP-BRANCH-ID     PIC X(4).  *> 网点号
               10 FVP-CURRENCY-CODE PIC X(3).  *> 外币币种
           05 FVP-FC-BALANCE        PIC S9(11)V99.  *> 外币现钞余额（原币）
           05 FVP-BOOK-VALUE        PIC S9(13)V99.  *> 人民币账面（买入按中间价加、卖出按中间价减）
           05 FVP-LAST-MOVE-DATE    PIC 9(8).  *> 最近一次变动的业务日期
