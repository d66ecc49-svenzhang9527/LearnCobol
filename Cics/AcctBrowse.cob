      *>   ENTER 键入新起始号跳转（起始号栏 FSET 回传）；
      *>   SELECT 栏键行号即取该行账户号转入明细查询（CICSDEMO）；
      *>   PF3 回主菜单。
      *> 主档暂无姓名备用索引，按姓名起查待主档重组加建 AIX 后提供。
      *> 每屏列出的每个账户逐行写 ALOG 访问日志
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-FMT-DATE       PIC X(8).
       01 WS-FMT-DATE-NUM REDEFINES WS-FMT-DATE PIC 9(8).
       01 WS-FMT-TIME.
           05 WS-FMT-HHMMSS PIC X(6).
           05 FILLER        PIC X(2) VALUE '00'.

      *> 查询访问日志记录：显示了账户数据即写 ALOG 队列
       01 ACCESS-LOG-RECORD.
           COPY ACCSLOG.

      *> 柜员上下文 + 翻页状态：本屏首末键和各行账户号随
      *> COMMAREA 在伪会话间携带，行号选择从这里取数
      *> 浏览屏幕的符号映射
       COPY ACCTBRWM.

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
      *> 菜单转入为 27 字节上下文，本交易自回传为 125 字节
      *> （上下文 + 翻页状态）
               END-EXEC
           END-IF.

      *    角色授权：角色未授予本交易的柜员入口即拒
           MOVE DFHCOMMAREA(1:27) TO WS-COMMAREA(1:27).
           PERFORM LOAD-TELLER-ROLE.
           MOVE WS-USER-ROLE TO ENT-ROLE-CODE.
           MOVE 'BRWS' TO ENT-FUNCTION.
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

           IF EIBCALEN = 27
      *        菜单转入：从上下文账户起列第一屏
               MOVE DFHCOMMAREA(1:27) TO WS-COMMAREA(1:27)
           MOVE DORMANT-FLAG TO WS-BL-DORMANT.
           MOVE 0 TO WS-BL-LINE-NBR.
           MOVE WS-BROWSE-LINE TO WS-PW-TEXT(WS-LINES-FILLED).
           PERFORM WRITE-ACCESS-LOG.

       WRITE-ACCESS-LOG.
      *> 谁在什么时候看了哪个账户：落地 ACCESS_LOG.DAT，员工
      *> 访问监控凭此追查；账户与客户号取刚读到的主档记录
           MOVE CA-TELLER-ID TO AL-TELLER-ID.
           MOVE 'BRWS' TO AL-TRAN-CODE.
           MOVE ACCOUNT-ID TO AL-ACCOUNT-ID.
           MOVE CUSTOMER-ID TO AL-CUSTOMER-ID.
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

       TAKE-CALENDAR-DATE.
      *> 取日历口径的当前日期，供冻结到期判定
                       MOVE WS-BROWSE-LINE TO BLINE10O
               END-EVALUATE
           END-PERFORM.

       LOAD-TELLER-ROLE.
      *> 取签到柜员的角色码；用户记录读不到或未分配角色（转换期）
      *> 角色留空，授权检查放行，仍按权限级别把关
           MOVE SPACES TO WS-USER-ROLE.
           MOVE CA-TELLER-ID TO USR-TELLER-ID.
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
