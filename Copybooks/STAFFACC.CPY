      *> STAFFACC.CPY - 员工持有账户关联档记录布局
      *> （STAFF_ACCOUNTS.DAT，索引文件，主键 账户ID+柜员号）。
      *> StaffAccountLink 每晚全量重建：员工主档按证件类型+号码
      *> 对上客户主档的客户记录，再由账户主档的开户人和持有人
      *> 交叉引用档的联名/共签登记找出员工持有的全部账户。联机
      *> 记账（ACCTCAPT）和账户维护（ACCTMNT）按 账户+当前柜员号
      *> 直读本档，命中即拒绝员工经手本人账户；StaffActivityReport
      *> 按账户前缀浏览本档列出员工账户当日的全部经手
           05 SFA-KEY.
               10 SFA-ACCOUNT-ID    PIC 9(8).  *> 员工持有的账户ID
               10 SFA-TELLER-ID     PIC X(8).  *> 员工柜员号（EMP-ID 前8位）
           05 SFA-EMPLOYEE-ID       PIC X(10).  *> 员工号
           05 SFA-CUSTOMER-ID       PIC 9(6).  *> 员工本人的客户号
           05 SFA-HOLDER-ROLE       PIC X.  *> 'O'=主档开户人 'P'/'J'/'S'=交叉引用角色
           05 SFA-EMPLOYEE-NAME     PIC X(20).  *> 员工姓名
           05 SFA-BUILD-DATE        PIC 9(8).  *> 重建的业务日期
