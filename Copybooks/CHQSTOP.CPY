      *> CHQSTOP.CPY - 支票止付档记录布局（STOP_PAYMENTS.DAT，索引
      *> 文件，主键 账户ID+支票号）。客户电话/书面挂失止付由
      *> 联机止付交易（ACCTSTOP）当场登记/解除，或经
      *> ChequeRegisterMaint 批量登记；过账更新兑付支票前先查止付，
      *> 止付支票不再取决于柜员是否记得那通电话
           05 STP-KEY.
               10 STP-ACCOUNT-ID    PIC 9(8).  *> 账户ID
