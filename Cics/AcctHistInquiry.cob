      *> NOTFND，改用 HIGH-VALUES 键从文件尾定位），先跳过账户号
      *> 大于目标的前导记录，读到小于目标的账户才算到头；目标
      *> 账户号单独保存，不放在会被 READPREV 回写的键里。
      *> 账户号校验位与 CICSDEMO 同一算法，键错号直接打回。
      *> 每显示一屏历史写 ALOG 访问日志
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-BEFORE-DATE   PIC 9(8) VALUE 0.
       01 WS-BROWSE-DONE   PIC X VALUE 'N'.

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

      *> 键控过账历史记录，与跑批共用同一份布局
       01 HISTORY-RECORD.
           COPY ACCTHIS.
      *> 过账历史查询屏幕的符号映射
       COPY ACCTHSTM.

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
           MOVE 'HIST' TO ENT-FUNCTION.
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
      *        菜单刚转入：有上下文账户直接显示最新五笔，
      *        没有则发空屏等柜员键账户号
               MOVE 'KEY BEFORE DATE TO PAGE BACK' TO HMSGO
               MOVE WS-TARGET-ACCOUNT
                   TO CA-CURRENT-ACCOUNT OF WS-COMMAREA
               PERFORM WRITE-ACCESS-LOG
           END-IF.
           MOVE WS-TARGET-ACCOUNT TO HACCTIDO.
           PERFORM SEND-HISTORY-MAP.
                   MOVE WS-DETAIL-LINE TO HLINE5O
           END-EVALUATE.

       WRITE-ACCESS-LOG.
      *> 谁在什么时候看了哪个账户：落地 ACCESS_LOG.DAT，员工
      *> 访问监控凭此追查；历史档不带客户号，报告按主档补
           MOVE CA-TELLER-ID OF WS-COMMAREA TO AL-TELLER-ID.
           MOVE 'HIST' TO AL-TRAN-CODE.
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

       SEND-HISTORY-MAP.
           EXEC CICS SEND
               MAP('HISTINQ')
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
