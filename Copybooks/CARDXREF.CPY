      *> CARDXREF.CPY - 账户-借记卡索引记录布局（CARD_ACCT_INDEX.DAT，
      *> 索引文件，主键 账户ID+卡号令牌）。卡主档按令牌建键，销户
      *> 与全额冻结要按账户找出名下全部卡：以账户ID为起点 START
      *> 后顺读到账户变化为止。发卡、换卡时由 CardMasterMaint 登记
           05 CAX-KEY.
               10 CAX-ACCOUNT-ID    PIC 9(8).  *> 账户ID
               10 CAX-CARD-TOKEN    PIC X(16).  *> 卡号令牌
