      *> MNTCAP.CPY - 已复核非财务维护的采集记录布局。复核通过的
      *> 申请由维护屏写 MNTQ 外分区队列（落地 MAINT_CAPTURE.DAT），
      *> MaintCaptureBatch 汇集成带批头/批尾的 'C' 交易批交
      *> AccountMasterUpdate 过账；发起人/复核人一并留痕。
      *> 柜台开户屏 AOPN 也写同一队列（请求类型 'A'），账户ID
      *> 已由号段控制档联机发出，汇集时生成 'A' 开户交易；
      *> 维护屏写前 57 字节，开户字段只由开户屏填写
           05 MCP-ACCOUNT-ID        PIC 9(8).  *> 账户ID
           05 MCP-REQUEST-TYPE      PIC X.  *> 'M'=非财务维护 'R'=静止激活 'A'=柜台开户
           05 MCP-NEW-NAME          PIC X(10).  *> 新账户名称，空白=不变；'A' 为开户账户名称
           05 MCP-DORMANT-FLAG      PIC X.  *> 静止标志新值，空白=不变
           05 MCP-TAX-EXEMPT-FLAG   PIC X.  *> 免税标志新值，空白=不变
           05 MCP-VERIFY-REF        PIC X(12).  *> 静止激活的身份核验凭证编号
           05 MCP-MAKER-ID          PIC X(8).  *> 发起柜员号
           05 MCP-CHECKER-ID        PIC X(8).  *> 复核柜员号（3级，非发起人）
           05 MCP-APPROVE-DATE      PIC 9(8).  *> 复核通过日期 CCYYMMDD
           05 MCP-CUSTOMER-ID       PIC 9(6).  *> 'A' 开户所属客户号
           05 MCP-CURRENCY-CODE     PIC X(3).  *> 'A' 开户币种
           05 MCP-PRODUCT-CODE      PIC X(2).  *> 'A' 开户产品代码
           05 MCP-BRANCH-CODE       PIC X(4).  *> 'A' 开户归属网点号
           05 MCP-TERMS-CODE        PIC X(2).  *> 'A' 开户条款代码
