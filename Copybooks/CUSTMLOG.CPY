      *> CUSTMLOG.CPY - 客户资料维护日志记录布局。联机客户维护
      *> 复核通过、当场改写客户主档后写 CMLQ 外分区队列（落地
      *> CUSTOMER_MAINT_LOG.DAT），发起人、复核人、核对证件与
      *> 改前/改后值一并留痕，地址被冒改时凭此追查
           05 CML-CUSTOMER-ID       PIC 9(6).  *> 客户号
           05 CML-APPLY-DATE        PIC 9(8).  *> 复核生效日期 CCYYMMDD
           05 CML-APPLY-TIME        PIC 9(8).  *> 复核生效时间 HHMMSSCC
           05 CML-MAKER-ID          PIC X(8).  *> 发起柜员号
           05 CML-MAKER-DATE        PIC 9(8).  *> 发起日期
           05 CML-CHECKER-ID        PIC X(8).  *> 复核用户号（3级，非发起人）
           05 CML-VERIFY-DOC-TYPE   PIC X(2).  *> 发起时核对的证件类型
           05 CML-VERIFY-DOC-NUMBER PIC X(18).  *> 发起时核对的证件号码
           05 CML-MAIL-RELEASED     PIC X.  *> 'Y'=改地址解除了退信标志
           05 CML-BEFORE.
               10 CML-OLD-ADDRESS-1 PIC X(30).  *> 改前地址行1
               10 CML-OLD-ADDRESS-2 PIC X(30).  *> 改前地址行2
               10 CML-OLD-ADDRESS-3 PIC X(30).  *> 改前地址行3
               10 CML-OLD-PHONE     PIC X(15).  *> 改前联系电话
               10 CML-OLD-LANGUAGE  PIC X(2).  *> 改前函件语言
           05 CML-AFTER.
               10 CML-NEW-ADDRESS-1 PIC X(30).  *> 改后地址行1
               10 CML-NEW-ADDRESS-2 PIC X(30).  *> 改后地址行2
               10 CML-NEW-ADDRESS-3 PIC X(30).  *> 改后地址行3
               10 CML-NEW-PHONE     PIC X(15).  *> 改后联系电话
               10 CML-NEW-LANGUAGE  PIC X(2).  *> 改后函件语言
