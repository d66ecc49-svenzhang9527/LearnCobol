      *> WATCHLST.CPY - 制裁/关注名单档记录布局（WATCHLIST.DAT，索引
      *> 文件，主键名单条目号）。合规岗收到的名单由 WatchlistLoad
      *> 整单装入：姓名在装入时即按统一口径规范化（大写、去标点、
      *> 按词排序后连写），SanctionsScreen 对客户/开户/汇出收款人
      *> 用同一口径规范化后比对；名单带证件号的另按证件号比对。
      *> 新版名单未再列出的条目置 'D' 留痕，不删记录
           05 WL-ENTRY-ID           PIC X(12).  *> 名单条目号，主键（名单方编号）
           05 WL-LIST-CODE          PIC X(4).  *> 名单来源，如 UNSC/OFAC/LOCL
           05 WL-NAME               PIC X(40).  *> 名单所列姓名/名称原文
           05 WL-NORM-NAME          PIC X(40).  *> 规范化姓名，比对用
           05 WL-ID-DOC-NUMBER      PIC X(18).  *> 名单所列证件号（已去空格/连字符），空白=未提供
           05 WL-LIST-DATE          PIC 9(8).  *> 最近一次出现在的名单版本日期
           05 WL-STATUS             PIC X.  *> 'A'=在册 'D'=已从名单移除
