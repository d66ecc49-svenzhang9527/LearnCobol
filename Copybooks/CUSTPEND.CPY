      *> CUSTPEND.CPY - 客户资料维护待复核档记录布局
      *> （CUST_MAINT_PENDING.DAT，索引文件，主键客户号，每个客户
      *> 一笔在途申请）。2 级柜员在联机客户维护交易（CUSTMNT）
      *> 发起的地址/电话/函件语言变更先落此档，由另一名 3 级用户
      *> 复核通过后当场改写客户主档。改地址是账户盗用最常见的
      *> 第一步，发起时须核对客户出示的证件与主档一致
           05 CPN-CUSTOMER-ID       PIC 9(6).  *> 客户号，主键
           05 CPN-ADDRESS-CHANGE    PIC X.  *> 'Y'=三行地址整体替换为下列新值
           05 CPN-NEW-ADDRESS-1     PIC X(30).  *> 新地址行1
           05 CPN-NEW-ADDRESS-2     PIC X(30).  *> 新地址行2
           05 CPN-NEW-ADDRESS-3     PIC X(30).  *> 新地址行3
           05 CPN-NEW-PHONE         PIC X(15).  *> 新联系电话，空白=不变
           05 CPN-NEW-LANGUAGE      PIC X(2).  *> 新函件语言，空白=不变
           05 CPN-VERIFY-DOC-TYPE   PIC X(2).  *> 发起时核对的证件类型
           05 CPN-VERIFY-DOC-NUMBER PIC X(18).  *> 发起时核对的证件号码
           05 CPN-MAKER-ID          PIC X(8).  *> 发起柜员号
           05 CPN-MAKER-DATE        PIC 9(8).  *> 发起日期 CCYYMMDD
           05 CPN-STATUS            PIC X.  *> 'P'=待复核
