      *> CUSTMRG.CPY - 客户合并前后对照日志记录布局
      *> （CUSTOMER_MERGE_LOG.DAT，顺序文件，只追加不改写）。
      *> CustomerMerge 每套用一对核准的合并（重复客户号并入保留
      *> 客户号）或撤销一次合并，就把改动的每一处记一条：
      *>   'H'=合并/撤销的抬头（保留客户号、重复客户号、核准人）
      *>   'A'=账户主档 CUSTOMER-ID 由改前客户号改为改后客户号
      *>   'X'=交叉引用持有人记录由改前客户号挪到改后客户号
      *>   'D'=交叉引用持有人记录删除（改后客户号已是该账户持有人）
      *>   'C'=客户主档状态由改前状态改为改后状态
      *> 撤销按同一合并编号的 'M' 记录逐条还原，并以 'R' 方向
      *> 另记一套，日志本身始终是完整的改动轨迹
           05 MLG-MERGE-REF         PIC X(12).  *> 合并编号（核准单号）
           05 MLG-DIRECTION         PIC X.  *> 'M'=合并 'R'=撤销
           05 MLG-ENTRY-TYPE        PIC X.  *> 'H'/'A'/'X'/'D'/'C'，见上
           05 MLG-RUN-DATE          PIC 9(8).  *> 套用的业务日期
           05 MLG-SURVIVOR-ID       PIC 9(6).  *> 保留客户号
           05 MLG-DUPLICATE-ID      PIC 9(6).  *> 并入（停用）的重复客户号
           05 MLG-ACCOUNT-ID        PIC 9(8).  *> 'A'/'X'/'D' 的账户ID，其余为0
           05 MLG-BEFORE-CUSTOMER   PIC 9(6).  *> 改前客户号
           05 MLG-AFTER-CUSTOMER    PIC 9(6).  *> 改后客户号
           05 MLG-XREF-ROLE         PIC X.  *> 'X'/'D' 的持有人角色
           05 MLG-BEFORE-STATUS     PIC X.  *> 'C' 的改前客户状态
           05 MLG-AFTER-STATUS      PIC X.  *> 'C' 的改后客户状态
           05 MLG-APPROVER          PIC X(8).  *> 核准人
