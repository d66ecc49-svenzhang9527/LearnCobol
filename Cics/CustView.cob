      *>   第二遍收集该客户的全部账户。
      *> 档次阈值与 BatchAccountProcessor 的 DETERMINE-ACCOUNT-TIER
      *> 同口径（<1000 BRONZE，<10000 SILVER，其余 GOLD）。
      *> 菜单转入时优先取上下文客户号，查完回菜单伪会话。
      *> KYC 状态栏按客户主档的 KYC 状态、风险等级与证件到期日
      *> 提示柜员：逾期或受限的客户在柜台当场补收证件/复核资料。
      *> 视图列入的每个账户（含联名、已销户）逐户写 ALOG 访问
      *> 日志，名下无账户的按客户号写一条
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-FOUND PIC 9(3) VALUE 0.
       01 WS-RELATION-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *> KYC 状态栏的编辑格式
       01 WS-KYC-LINE.
           05 WS-KL-STATUS     PIC X(24).
           05 FILLER           PIC X(6) VALUE ' RISK '.
           05 WS-KL-RISK       PIC X.
           05 FILLER           PIC X(8) VALUE ' ID EXP '.
           05 WS-KL-ID-EXPIRY  PIC 9(8).
      *> 柜员上下文副本
       01 WS-COMMAREA.
           COPY ACCTCOMM.
           05 WS-XL-CUSTOMER-ID PIC 9(6).
       01 WS-XREF-RESP     PIC S9(8) COMP.

      *> 访问留痕时刻：ASKTIME/FORMATTIME 取日历口径
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-FMT-DATE       PIC X(8).
       01 WS-FMT-DATE-NUM REDEFINES WS-FMT-DATE PIC 9(8).
       01 WS-FMT-TIME.
           05 WS-FMT-HHMMSS PIC X(6).
           05 FILLER        PIC X(2) VALUE '00'.

      *> 查询访问日志记录：显示了账户数据即写 ALOG 队列
       01 ACCESS-LOG-RECORD.
           COPY ACCSLOG.

      *> 客户视图屏幕的符号映射
       COPY CUSTVWM.

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
           END-IF.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

      *    角色授权：角色未授予本交易的柜员入口即拒
           PERFORM LOAD-TELLER-ROLE.
           MOVE WS-USER-ROLE TO ENT-ROLE-CODE.
           MOVE 'CUST' TO ENT-FUNCTION.
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
      *        菜单刚转入：有上下文客户直接显示，否则发查询屏
      *        等柜员键客户号/姓名，下一输入由本交易自己接收
           PERFORM COLLECT-CUSTOMER-ACCOUNTS.
           PERFORM COLLECT-CLOSED-ACCOUNTS.
           IF WS-ACCOUNTS-FOUND = 0
               MOVE 0 TO AL-ACCOUNT-ID
               PERFORM WRITE-ACCESS-LOG
               MOVE 'NO ACCOUNTS FOR THIS CUSTOMER' TO CVMSGO
           ELSE
               MOVE 'NEXT CUSTOMER OR PF3 FOR MENU' TO CVMSGO
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CM-CUSTOMER-NAME(1:10) TO CVNAMEO
               PERFORM SHOW-KYC-STATUS
           ELSE
               MOVE 'NO CUSTOMER MASTER RECORD' TO CVKYCO
           END-IF.

       SHOW-KYC-STATUS.
      *> 状态口径见 CUSTMAST：R 受限、O 逾期、D 即将到期
           EVALUATE CM-KYC-STATUS
               WHEN 'R'
                   MOVE 'RESTRICTED-COLLECT DOCS' TO WS-KL-STATUS
               WHEN 'O'
                   MOVE 'OVERDUE-COLLECT DOCS' TO WS-KL-STATUS
               WHEN 'D'
                   MOVE 'REVIEW/ID DUE SOON' TO WS-KL-STATUS
               WHEN OTHER
                   MOVE 'CURRENT' TO WS-KL-STATUS
           END-EVALUATE.
           MOVE CM-RISK-RATING TO WS-KL-RISK.
           IF CM-ID-EXPIRY-DATE NUMERIC
               MOVE CM-ID-EXPIRY-DATE TO WS-KL-ID-EXPIRY
           ELSE
               MOVE 0 TO WS-KL-ID-EXPIRY
           END-IF.
           MOVE WS-KYC-LINE TO CVKYCO.

       RESOLVE-CUSTOMER-BY-NAME.
      *> 第一遍浏览：按账户名称命中第一个匹配账户，取其客户号
               IF CUSTOMER-ID = WS-TARGET-CUSTOMER
                   ADD 1 TO WS-ACCOUNTS-FOUND
                   ADD ACCOUNT-BALANCE TO WS-RELATION-TOTAL
                   MOVE ACCOUNT-ID TO AL-ACCOUNT-ID
                   PERFORM WRITE-ACCESS-LOG
                   IF WS-LINES-FILLED < 8
                       PERFORM FILL-ONE-VIEW-LINE
                   END-IF
           IF WS-XREF-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-ACCOUNTS-FOUND
               ADD ACCOUNT-BALANCE TO WS-RELATION-TOTAL
               MOVE ACCOUNT-ID TO AL-ACCOUNT-ID
               PERFORM WRITE-ACCESS-LOG
               IF WS-LINES-FILLED < 8
                   PERFORM FILL-ONE-VIEW-LINE
               END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               IF CLR-CUSTOMER-ID = WS-TARGET-CUSTOMER
                   ADD 1 TO WS-ACCOUNTS-FOUND
                   MOVE CLR-ACCOUNT-ID TO AL-ACCOUNT-ID
                   PERFORM WRITE-ACCESS-LOG
                   IF WS-LINES-FILLED < 8
                       MOVE CLR-ACCOUNT-ID TO WS-VL-ACCOUNT
                       MOVE CLR-PAYOUT-AMOUNT TO WS-VL-BALANCE
                   MOVE WS-VIEW-LINE TO CVLINE8O
           END-EVALUATE.

       WRITE-ACCESS-LOG.
      *> 谁在什么时候看了哪个账户：落地 ACCESS_LOG.DAT，员工
      *> 访问监控凭此追查；账户号由调用处填好，客户号取查询目标
           MOVE CA-TELLER-ID OF WS-COMMAREA TO AL-TELLER-ID.
           MOVE 'CUST' TO AL-TRAN-CODE.
           MOVE WS-TARGET-CUSTOMER TO AL-CUSTOMER-ID.
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

       SEND-CUSTOMER-MAP.
      *> 每次整屏重发：菜单转入时不清屏会叠在菜单残字上
           EXEC CICS SEND
               FROM(CUSTVWO)
               ERASE
           END-EXEC.

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
