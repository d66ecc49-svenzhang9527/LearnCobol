      *> ACCSLOG.CPY - 联机查询访问日志记录布局（ALOG 队列，外分区
      *> 落地 ACCESS_LOG.DAT，42 字节）。余额查询（INQY）、账户
      *> 浏览（BRWS，每屏逐行）、过账历史（HIST）、客户视图（CUST，
      *> 视图列入的每个账户）凡向柜员显示了账户数据的都写一条；
      *> 定期合约查询（TDEP，每个列出的定期账户）、客户资料维护
      *> 的现值回显（CUMT，仅客户）、支票止付查询（CHQS）、扣款
      *> 授权查询（MAND）、委托查询（SORD）与争议案件查询（DISP）
      *> 同样记录。客户投诉"员工偷看我的余额"时凭此查证；
      *> StaffAccessReport 每晚据此出员工访问监控报告
           05 AL-TELLER-ID          PIC X(8).  *> 查询柜员号
           05 AL-TRAN-CODE          PIC X(4).  *> 交易码 INQY/BRWS/HIST/CUST/TDEP/CUMT/CHQS/MAND/SORD/DISP
           05 AL-ACCOUNT-ID         PIC 9(8).  *> 被查看账户，0=仅客户（名下无账户）
           05 AL-CUSTOMER-ID        PIC 9(6).  *> 被查看客户，0=交易手头无客户号
           05 AL-LOG-DATE           PIC 9(8).  *> 访问日期 CCYYMMDD
           05 AL-LOG-TIME           PIC 9(8).  *> 访问时刻 HHMMSS00
