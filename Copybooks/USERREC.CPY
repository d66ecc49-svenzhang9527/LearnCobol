      *> 并执行口令时效、口令历史与连续失败锁定；
      *> UserMasterLoad 按维护文件增改删，'U' 解锁须主管级操作。
      *> 权限级别：1=查询 2=资金交易 3=主管
      *> 角色码对照角色功能授权档 ENTITLEMENT.DAT（ENTITLE.CPY）定
      *> 菜单项与交易入口；角色为空的柜员仍按权限级别把关
           05 USR-TELLER-ID         PIC X(8).  *> 柜员号，主键
           05 USR-PASSWORD          PIC X(8).  *> 签到口令
           05 USR-AUTH-LEVEL        PIC 9.  *> 权限级别 1-3
           05 USR-FAIL-COUNT        PIC 9(2).  *> 连续签到失败次数，成功签到清零
           05 USR-TXN-LIMIT         PIC 9(7)V99.  *> 单笔资金交易限额，0=不限；超限须主管加签
           05 USR-DAILY-LIMIT       PIC 9(9)V99.  *> 当日资金交易累计限额，0=不限
           05 USR-ROLE-CODE         PIC X(4).  *> 角色码，空白=未分配角色（按权限级别把关）
           05 USR-MANAGER-ID        PIC X(8).  *> 直属主管柜员号，季度权限复核由其签核
