      *> ENTITLE.CPY - 角色功能授权档记录布局（ENTITLEMENT.DAT，
      *> 索引文件，主键 角色码+功能码；联机文件名 ENTLFILE）。
      *> 一条记录 = 该角色可使用该功能，查无即未授权；由
      *> EntitlementLoad 按维护文件增删。功能码为联机交易码
      *> INQY HIST BRWS CAPT CUST SORD MANT GLNQ MAND DISP XFER
      *> CHQS CUMT TDEP FXCH，或动作码 APPR=复核批准
      *> OVRD=主管超限加签
           05 ENT-KEY.
               10 ENT-ROLE-CODE     PIC X(4).  *> 角色码，对照 USR-ROLE-CODE
               10 ENT-FUNCTION      PIC X(4).  *> 交易码/动作码
           05 ENT-GRANTED-DATE      PIC 9(8).  *> 授权业务日期 CCYYMMDD
           05 ENT-GRANTED-BY        PIC X(8).  *> 授权维护的提交人柜员号
