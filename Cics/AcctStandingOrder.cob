       01 WS-AMOUNT-WORK   PIC 9(7)V99 VALUE 0.
       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZ9.99.

      *> 访问时刻：ASKTIME/FORMATTIME 取日历口径
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-FMT-DATE       PIC X(8).
       01 WS-FMT-DATE-NUM REDEFINES WS-FMT-DATE PIC 9(8).
       01 WS-FMT-TIME.
           05 WS-FMT-HHMMSS PIC X(6).
           05 FILLER        PIC X(2) VALUE '00'.

      *> 查询访问日志记录：列出了账户委托即写 ALOG 队列
       01 ACCESS-LOG-RECORD.
           COPY ACCSLOG.

      *> 账户号校验位：与 AccountMasterUpdate/ACCTCAPT 同一算法
       01 WS-CHECK-WEIGHTS.
           05 FILLER           PIC X(7) VALUE '7317317'.
      *> 委托屏幕的符号映射
       COPY ACCTSOM.

      *> 功能授权：签到柜员的角色码与角色功能授权档（ENTLFILE）
       01 ENTITLEMENT-RECORD.
           COPY ENTITLE.
       01 WS-USER-ROLE     PIC X(4) VALUE SPACES.
       01 WS-ENTITLED      PIC X VALUE 'Y'.
       01 WS-NOENTL-MSG    PIC X(40)
           VALUE 'NOT ENTITLED TO THIS TRANSACTION'.
      *> 柜员用户主档记录（USRFILE），取角色码用
       01 USER-RECORD.
           COPY USERREC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY ACCTCOMM.
               END-EXEC
           END-IF.

      *    角色授权：角色未授予本交易的柜员入口即拒
           PERFORM LOAD-TELLER-ROLE.
           MOVE WS-USER-ROLE TO ENT-ROLE-CODE.
           MOVE 'SORD' TO ENT-FUNCTION.
           PERFORM CHECK-ENTITLEMENT.
           IF WS-ENTITLED = 'N'
               EXEC CICS SEND TEXT
                   FROM(WS-NOENTL-MSG)
                   LENGTH(40)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.

           IF CA-CALLING-FUNCTION OF WS-COMMAREA = 'MENU'
      *        菜单刚转入：有上下文账户直接列委托，否则发空屏
               IF CA-CURRENT-ACCOUNT OF WS-COMMAREA > 0
           IF WS-ORDERS-FOUND = 0
               MOVE 'NO STANDING ORDERS FOR THIS ACCOUNT' TO SOMSGO
           ELSE
      *        列出了委托即是查看账户；查无委托不写
               PERFORM WRITE-ACCESS-LOG
               MOVE 'A=ADD C=AMEND X=CANCEL  PF3 MENU' TO SOMSGO
           END-IF.
           MOVE WS-TARGET-ACCOUNT TO SOACCTO.
                   MOVE WS-ORDER-LINE TO SOLINE6O
           END-EVALUATE.

       WRITE-ACCESS-LOG.
      *> 谁在什么时候看了哪个账户的委托：落地 ACCESS_LOG.DAT，
      *> 员工访问监控凭此追查；本交易手头无客户号，客户填 0
           MOVE CA-TELLER-ID OF WS-COMMAREA TO AL-TELLER-ID.
           MOVE 'SORD' TO AL-TRAN-CODE.
           MOVE WS-TARGET-ACCOUNT TO AL-ACCOUNT-ID.
           MOVE 0 TO AL-CUSTOMER-ID.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-FMT-DATE)
               TIME(WS-FMT-HHMMSS)
           END-EXEC.
           MOVE WS-FMT-DATE-NUM TO AL-LOG-DATE.
           MOVE WS-FMT-TIME TO AL-LOG-TIME.
           EXEC CICS WRITEQ TD
               QUEUE('ALOG')
               FROM(ACCESS-LOG-RECORD)
               LENGTH(42)
           END-EXEC.

       QUEUE-ORDER-MAINTENANCE.
      *> 动作校验通过后把维护记录写 SOMQ 队列：'A'/'C' 须齐备
      *> 收款账户（过校验位）、金额、周期与下一到期日，'X' 译成
           END-PERFORM.
           COMPUTE WS-CHECK-EXPECTED =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CHECK-SUM, 10), 10).

       LOAD-TELLER-ROLE.
      *> 取签到柜员的角色码；用户记录读不到或未分配角色（转换期）
      *> 角色留空，授权检查放行，仍按权限级别把关
           MOVE SPACES TO WS-USER-ROLE.
           MOVE CA-TELLER-ID OF WS-COMMAREA TO USR-TELLER-ID.
           EXEC CICS READ
               FILE('USRFILE')
               INTO(USER-RECORD)
               RIDFLD(USR-TELLER-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE USR-ROLE-CODE TO WS-USER-ROLE
           END-IF.

       CHECK-ENTITLEMENT.
      *> 调用前 ENT-ROLE-CODE 置角色码、ENT-FUNCTION 置交易码或
      *> 动作码；角色为空不查授权档（按权限级别把关），授权档
      *> 查无即未授权
           MOVE 'Y' TO WS-ENTITLED.
           IF ENT-ROLE-CODE NOT = SPACES
               EXEC CICS READ
                   FILE('ENTLFILE')
                   INTO(ENTITLEMENT-RECORD)
                   RIDFLD(ENT-KEY)
                   KEYLENGTH(8)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-ENTITLED
               END-IF
           END-IF.
