      *>   - 'MENU' 表示菜单输入已到，收屏后按选择分发：
      *>     1=查询 2=过账历史 3=账户浏览 4=存取款采集 5=客户视图
      *>     6=委托扣款查询/维护 7=非财务维护（双人复核）
      *>     8=总账台账查询（3级） 9=扣款授权查询/撤销
      *>     D=客户争议/投诉案件 T=柜面转账采集
      *>     C=支票止付登记/状态查询 U=客户资料维护（双人复核）
      *>     F=定期开户报价/客户定期合约查询
      *>     E=柜面外币现钞兑换 N=柜台开户（账号按号段中央发号）
      *>     X=签退（留安全日志后结束伪会话）。
      *> 菜单上键入的账户号存入当前上下文，各功能屏凭它预填，
      *> "查询 -> 历史 -> 采集"一路不再重键账户号
      *> 菜单项按柜员角色过滤：角色功能授权档（ENTLFILE）未授予的
      *> 交易不列出，键了也不转；角色为空的柜员照列全部菜单项，
      *> 由各交易按权限级别把关。
      *> 菜单第二行显示联机状态与业务日期（联机状态控制记录
      *> SYSSTAT）；翻日后第一笔联机交易多半就是签到后的这一屏，
      *> 由它核对翻掉的那一天批流是否跑完，不过即挂起联机采集
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           05 SL-LOG-DATE      PIC 9(8).
           05 SL-LOG-TIME      PIC 9(8).

      *> 菜单项对照：选项键 + 交易码 + 屏显名称
       01 WS-MENU-OPTION-LIST.
           05 FILLER        PIC X(18) VALUE '1INQYINQUIRY'.
           05 FILLER        PIC X(18) VALUE '2HISTHISTORY'.
           05 FILLER        PIC X(18) VALUE '3BRWSBROWSE'.
           05 FILLER        PIC X(18) VALUE '4CAPTCAPTURE'.
           05 FILLER        PIC X(18) VALUE '5CUSTCUSTOMER VIEW'.
           05 FILLER        PIC X(18) VALUE '6SORDSTAND ORDERS'.
           05 FILLER        PIC X(18) VALUE '7MANTMAINT'.
           05 FILLER        PIC X(18) VALUE '8GLNQGL INQUIRY'.
           05 FILLER        PIC X(18) VALUE '9MANDMANDATES'.
           05 FILLER        PIC X(18) VALUE 'DDISPDISPUTES'.
           05 FILLER        PIC X(18) VALUE 'TXFERTRANSFER'.
           05 FILLER        PIC X(18) VALUE 'CCHQSCHEQUES'.
           05 FILLER        PIC X(18) VALUE 'UCUMTCUST UPDATE'.
           05 FILLER        PIC X(18) VALUE 'FTDEPTERM DEPOSIT'.
           05 FILLER        PIC X(18) VALUE 'EFXCHFX EXCHANGE'.
           05 FILLER        PIC X(18) VALUE 'NAOPNOPEN ACCOUNT'.
       01 WS-MENU-OPTION-TABLE REDEFINES WS-MENU-OPTION-LIST.
           05 WS-MENU-OPTION OCCURS 16 TIMES.
               10 WS-OPT-CHOICE PIC X.
               10 WS-OPT-TRAN   PIC X(4).
               10 WS-OPT-LABEL  PIC X(13).
       01 WS-OPT-INDEX      PIC 9(2) COMP.
       01 WS-SLOT-COUNT     PIC 9(2) COMP.
       01 WS-CHOICE-TRAN    PIC X(4).

      *> 屏上四行菜单项：每行五格，每格"键=名称"，按授权顺排
       01 WS-MENU-SLOTS.
           05 WS-MENU-SLOT OCCURS 20 TIMES.
               10 WS-SLOT-CHOICE PIC X.
               10 WS-SLOT-EQUAL  PIC X.
               10 WS-SLOT-LABEL  PIC X(13).
       01 WS-MENU-LINES REDEFINES WS-MENU-SLOTS.
           05 WS-MENU-LINE  PIC X(75) OCCURS 4 TIMES.
       01 WS-MENU-MSG       PIC X(40) VALUE SPACES.

      *> 功能授权：签到柜员的角色码与角色功能授权档（ENTLFILE）
       01 ENTITLEMENT-RECORD.
           COPY ENTITLE.
       01 WS-USER-ROLE      PIC X(4) VALUE SPACES.
       01 WS-ENTITLED       PIC X VALUE 'Y'.
      *> 柜员用户主档记录（USRFILE），取角色码用
       01 USER-RECORD.
           COPY USERREC.

      *> 联机状态控制记录（SYSSTAT，键 'ONLINE'，键长8）与屏显
       01 SYSTEM-STATUS-RECORD.
           COPY SYSSTAT.
       01 WS-ONLINE-STATUS PIC X VALUE 'O'.
       01 WS-STATUS-TEXT    PIC X(24) VALUE SPACES.

      *> 主菜单屏幕的符号映射
       COPY ACCTMENM.

           END-IF.

       SEND-MENU-SCREEN.
           PERFORM LOAD-TELLER-ROLE.
           PERFORM BUILD-MENU-OPTIONS.
           MOVE CA-TELLER-ID OF WS-COMMAREA TO MTELLERO.
           PERFORM CHECK-ONLINE-STATUS.
           MOVE WS-STATUS-TEXT TO MSTATO.
           IF SST-BUSINESS-DATE NUMERIC AND SST-BUSINESS-DATE > 0
               MOVE SST-BUSINESS-DATE TO MBUSDTO
           ELSE
               MOVE SPACES TO MBUSDTO
           END-IF.
           MOVE WS-MENU-LINE(1) TO MOPT1O.
           MOVE WS-MENU-LINE(2) TO MOPT2O.
           MOVE WS-MENU-LINE(3) TO MOPT3O.
           MOVE WS-MENU-LINE(4) TO MOPT4O.
           MOVE CA-CURRENT-ACCOUNT OF WS-COMMAREA TO MCURACCO.
           IF WS-MENU-MSG = SPACES
               MOVE 'KEY CHOICE AND PRESS ENTER' TO MMSGO
           ELSE
               MOVE WS-MENU-MSG TO MMSGO
           END-IF.
           EXEC CICS SEND
               MAP('MENUMAP')
               MAPSET('ACCTMENU')
           IF MACCTI NOT = SPACES AND MACCTI NOT = LOW-VALUES
               MOVE MACCTI TO CA-CURRENT-ACCOUNT OF WS-COMMAREA
           END-IF.
      *    键了角色未授予的选项：不转交易，回菜单提示
           PERFORM CHECK-CHOICE-ENTITLED.
           IF WS-ENTITLED = 'N'
               MOVE 'NOT ENTITLED TO THAT OPTION' TO WS-MENU-MSG
               PERFORM SEND-MENU-SCREEN
           END-IF.
           EVALUATE MCHOICEI
               WHEN '1'
                   EXEC CICS XCTL
                       COMMAREA(WS-COMMAREA)
                       LENGTH(27)
                   END-EXEC
               WHEN '9'
                   EXEC CICS XCTL
                       PROGRAM('ACCTMAND')
                       COMMAREA(WS-COMMAREA)
                       LENGTH(27)
                   END-EXEC
               WHEN 'D'
                   EXEC CICS XCTL
                       PROGRAM('ACCTDISP')
                       COMMAREA(WS-COMMAREA)
                       LENGTH(27)
                   END-EXEC
               WHEN 'T'
                   EXEC CICS XCTL
                       PROGRAM('ACCTXFER')
                       COMMAREA(WS-COMMAREA)
                       LENGTH(27)
                   END-EXEC
               WHEN 'C'
                   EXEC CICS XCTL
                       PROGRAM('ACCTSTOP')
                       COMMAREA(WS-COMMAREA)
                       LENGTH(27)
                   END-EXEC
               WHEN 'U'
                   EXEC CICS XCTL
                       PROGRAM('CUSTMNT')
                       COMMAREA(WS-COMMAREA)
                       LENGTH(27)
                   END-EXEC
               WHEN 'F'
                   EXEC CICS XCTL
                       PROGRAM('ACCTTDEP')
                       COMMAREA(WS-COMMAREA)
                       LENGTH(27)
                   END-EXEC
               WHEN 'E'
                   EXEC CICS XCTL
                       PROGRAM('ACCTFXEX')
                       COMMAREA(WS-COMMAREA)
                       LENGTH(27)
                   END-EXEC
               WHEN 'N'
                   EXEC CICS XCTL
                       PROGRAM('ACCTOPEN')
                       COMMAREA(WS-COMMAREA)
                       LENGTH(27)
                   END-EXEC
               WHEN 'X'
                   PERFORM SIGN-OFF-TELLER
               WHEN OTHER
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       BUILD-MENU-OPTIONS.
      *> 逐项查授权，授予的依次排进菜单格；签退总在最后一格
           MOVE SPACES TO WS-MENU-SLOTS.
           MOVE 0 TO WS-SLOT-COUNT.
           PERFORM VARYING WS-OPT-INDEX FROM 1 BY 1
                   UNTIL WS-OPT-INDEX > 16
               MOVE WS-USER-ROLE TO ENT-ROLE-CODE
               MOVE WS-OPT-TRAN(WS-OPT-INDEX) TO ENT-FUNCTION
               PERFORM CHECK-ENTITLEMENT
               IF WS-ENTITLED = 'Y'
                   ADD 1 TO WS-SLOT-COUNT
                   MOVE WS-OPT-CHOICE(WS-OPT-INDEX)
                       TO WS-SLOT-CHOICE(WS-SLOT-COUNT)
                   MOVE '=' TO WS-SLOT-EQUAL(WS-SLOT-COUNT)
                   MOVE WS-OPT-LABEL(WS-OPT-INDEX)
                       TO WS-SLOT-LABEL(WS-SLOT-COUNT)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-SLOT-COUNT.
           MOVE 'X' TO WS-SLOT-CHOICE(WS-SLOT-COUNT).
           MOVE '=' TO WS-SLOT-EQUAL(WS-SLOT-COUNT).
           MOVE 'SIGN OFF' TO WS-SLOT-LABEL(WS-SLOT-COUNT).

       CHECK-CHOICE-ENTITLED.
      *> 键入的选项对出交易码再查授权；签退与不认识的键不在
      *> 对照表里，放行交给下面的分发处理
           MOVE 'Y' TO WS-ENTITLED.
           MOVE SPACES TO WS-CHOICE-TRAN.
           PERFORM VARYING WS-OPT-INDEX FROM 1 BY 1
                   UNTIL WS-OPT-INDEX > 16
               IF WS-OPT-CHOICE(WS-OPT-INDEX) = MCHOICEI
                   MOVE WS-OPT-TRAN(WS-OPT-INDEX) TO WS-CHOICE-TRAN
               END-IF
           END-PERFORM.
           IF WS-CHOICE-TRAN NOT = SPACES
               PERFORM LOAD-TELLER-ROLE
               MOVE WS-USER-ROLE TO ENT-ROLE-CODE
               MOVE WS-CHOICE-TRAN TO ENT-FUNCTION
               PERFORM CHECK-ENTITLEMENT
           END-IF.

       CHECK-ONLINE-STATUS.
      *> 读联机状态控制记录并译成屏显文字；'R' 表示刚翻日，本笔
      *> 即翻日后第一笔联机交易，先核对批流。控制记录读不到
      *> （转换期）按营业中显示、业务日期留空
           MOVE 'O' TO WS-ONLINE-STATUS.
           MOVE 0 TO SST-BUSINESS-DATE.
           MOVE 'ONLINE' TO SST-CONTROL-KEY.
           EXEC CICS READ
               FILE('SYSSTAT')
               INTO(SYSTEM-STATUS-RECORD)
               RIDFLD(SST-CONTROL-KEY)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF SST-ONLINE-STATUS = 'R'
                   PERFORM VERIFY-BATCH-COMPLETED
               END-IF
               MOVE SST-ONLINE-STATUS TO WS-ONLINE-STATUS
           ELSE
               MOVE 0 TO SST-BUSINESS-DATE
           END-IF.
           EVALUATE WS-ONLINE-STATUS
               WHEN 'B'
                   MOVE 'BATCH IN PROGRESS' TO WS-STATUS-TEXT
               WHEN 'H'
                   MOVE 'HELD - BATCH INCOMPLETE' TO WS-STATUS-TEXT
               WHEN 'R'
                   MOVE 'DATE ROLLED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'OPEN' TO WS-STATUS-TEXT
           END-EVALUATE.

       VERIFY-BATCH-COMPLETED.
      *> 翻日后第一笔联机交易：带更新锁重读（并发的另一笔可能
      *> 刚核对过）。翻掉的那一天必须做过日切、日切后的收尾采集
      *> 批必须跑过；核对通过放开营业，不过挂起待运行部查明
           EXEC CICS READ
               FILE('SYSSTAT')
               INTO(SYSTEM-STATUS-RECORD)
               RIDFLD(SST-CONTROL-KEY)
               KEYLENGTH(8)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           IF SST-ONLINE-STATUS NOT = 'R'
               EXEC CICS UNLOCK
                   FILE('SYSSTAT')
               END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SST-HOLD-REASON.
           IF SST-CUTOFF-DATE NOT = SST-ROLL-FROM-DATE
               MOVE 'NCUT' TO SST-HOLD-REASON
           ELSE
               IF SST-DRAIN-CYCLE = 0
                   MOVE 'NDRN' TO SST-HOLD-REASON
               END-IF
           END-IF.
           IF SST-HOLD-REASON = SPACES
               MOVE 'O' TO SST-ONLINE-STATUS
           ELSE
               MOVE 'H' TO SST-ONLINE-STATUS
               MOVE 'BATCH INCOMPLETE - CAPTURE HELD' TO WS-MENU-MSG
           END-IF.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-FMT-DATE)
               TIME(WS-FMT-HHMMSS)
           END-EXEC.
           MOVE CA-TELLER-ID OF WS-COMMAREA TO SST-OPENED-BY.
           MOVE WS-FMT-TIME TO SST-OPENED-TIME.
           EXEC CICS REWRITE
               FILE('SYSSTAT')
               FROM(SYSTEM-STATUS-RECORD)
               RESP(WS-RESP)
           END-EXEC.

       LOAD-TELLER-ROLE.
      *> 取签到柜员的角色码；用户记录读不到或未分配角色（转换期）
      *> 角色留空，菜单照列全部选项，仍由各交易按权限级别把关
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
      *> 调用前 ENT-ROLE-CODE 置角色码、ENT-FUNCTION 置交易码；
      *> 角色为空不查授权档，授权档查无即未授权
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
