       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMAND.
      *> 扣款授权联机查询/撤销：自持伪会话（交易码 MAND）。
      *> 菜单转入即按上下文账户列出其名下全部直接借记授权（授权
      *> 档主键 账户ID+收款方编号，按账户前缀 STARTBR 顺序浏览，
      *> 换账户即停）；柜员随后可改键账户继续查询，或键动作 X
      *> 连同收款方编号当场撤销——客户来电说已停用某收款方，
      *> 撤销直接改写授权档，当晚清算入站即把该收款方的借记按
      *> MCNL 退回，不等夜间维护批。撤销同时写 MDMQ 外分区队列
      *> （落地 MANDATE_MAINT.TXT）留审计轨迹，夜间 MandateMaint
      *> 套用时对已撤销的授权不再重复改写。
      *> 撤销须 2 级以上。账户号校验位与 ACCTCAPT 同一算法。
      *> PF3 回主菜单
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TARGET-ACCOUNT PIC 9(8) VALUE 0.
       01 WS-CHECK-DIGITS REDEFINES WS-TARGET-ACCOUNT.
           05 WS-CHK-DIGIT     PIC 9 OCCURS 8 TIMES.
       01 WS-BROWSE-KEY.
           05 WS-BROWSE-ACCOUNT PIC 9(8).
           05 WS-BROWSE-CREDITOR PIC X(10).
       01 WS-RESP          PIC S9(8) COMP.
       01 WS-LINES-FILLED  PIC 9 VALUE 0.
       01 WS-MANDATES-FOUND PIC 9(3) VALUE 0.
       01 WS-BROWSE-DONE   PIC X VALUE 'N'.

      *> 撤销日期：ASKTIME/FORMATTIME 取日历口径
      *> （EIBDATE 是儒略日，直接落档会把撤销日喂坏）
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-FMT-DATE       PIC X(8).
       01 WS-FMT-DATE-NUM REDEFINES WS-FMT-DATE PIC 9(8).
       01 WS-FMT-TIME.
           05 WS-FMT-HHMMSS PIC X(6).
           05 FILLER        PIC X(2) VALUE '00'.

      *> 账户号校验位：与 AccountMasterUpdate/ACCTCAPT 同一算法
       01 WS-CHECK-WEIGHTS.
           05 FILLER           PIC X(7) VALUE '7317317'.
       01 WS-CHECK-WEIGHT-TABLE REDEFINES WS-CHECK-WEIGHTS.
           05 WS-CHK-WEIGHT    PIC 9 OCCURS 7 TIMES.
       01 WS-CHECK-SUM         PIC 9(4).
       01 WS-CHECK-EXPECTED    PIC 9.
       01 WS-CHECK-INDEX       PIC 9.

      *> 扣款授权记录，与批处理共用同一份布局
       01 MANDATE-RECORD.
           COPY DDMANDT.

      *> 查询访问日志记录：列出了账户授权即写 ALOG 队列
       01 ACCESS-LOG-RECORD.
           COPY ACCSLOG.

      *> 维护记录，与 MandateMaint 的维护交易同布局
       01 MANDATE-MAINT-RECORD.
           05 MDM-CODE              PIC X.
           05 MDM-ACCOUNT-ID        PIC 9(8).
           05 MDM-CREDITOR-ID       PIC X(10).
           05 MDM-MAX-AMOUNT        PIC 9(7)V99.
           05 MDM-FREQUENCY         PIC X.
           05 MDM-START-DATE        PIC 9(8).
           05 MDM-END-DATE          PIC 9(8).
           05 MDM-CANCEL-DATE       PIC 9(8).

      *> 授权明细行的编辑格式
       01 WS-MANDATE-LINE.
           05 WS-ML-CREDITOR   PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-ML-MAX-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-ML-FREQUENCY  PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-ML-START      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-ML-END        PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-ML-STATUS     PIC X.

      *> 柜员上下文副本
       01 WS-COMMAREA.
           COPY ACCTCOMM.
       01 WS-NOSIGN-MSG    PIC X(40)
           VALUE 'SIGN ON REQUIRED - USE SIGN-ON SCREEN'.
       01 WS-NOAUTH-MSG    PIC X(40)
           VALUE 'AUTHORITY LEVEL 2 REQUIRED FOR MANDATES'.

      *> 授权屏幕的符号映射
       COPY ACCTMDM.

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

       PROCEDURE DIVISION.

       MAND-START.
           IF EIBCALEN = 0
               EXEC CICS SEND TEXT
                   FROM(WS-NOSIGN-MSG)
                   LENGTH(40)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE LOW-VALUES TO ACCTMDI.
           IF CA-AUTH-LEVEL OF WS-COMMAREA < 2
               EXEC CICS SEND TEXT
                   FROM(WS-NOAUTH-MSG)
                   LENGTH(40)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.

      *    角色授权：角色未授予本交易的柜员入口即拒
           PERFORM LOAD-TELLER-ROLE.
           MOVE WS-USER-ROLE TO ENT-ROLE-CODE.
           MOVE 'MAND' TO ENT-FUNCTION.
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
      *        菜单刚转入：有上下文账户直接列授权，否则发空屏
               IF CA-CURRENT-ACCOUNT OF WS-COMMAREA > 0
                   MOVE CA-CURRENT-ACCOUNT OF WS-COMMAREA
                       TO WS-TARGET-ACCOUNT
                   PERFORM SHOW-ACCOUNT-MANDATES
               ELSE
                   MOVE 'KEY ACCOUNT NUMBER AND PRESS ENTER'
                       TO MDMSGO
                   PERFORM SEND-MANDATE-MAP
               END-IF
               PERFORM RETURN-TO-MAND
           END-IF.

      *    PF3 不带数据，先于收屏判断
           IF EIBAID = DFHPF3
               MOVE 'MAND' TO CA-CALLING-FUNCTION OF WS-COMMAREA
               EXEC CICS RETURN
                   TRANSID('MENU')
                   COMMAREA(WS-COMMAREA)
                   LENGTH(27)
               END-EXEC
           END-IF.
           EXEC CICS RECEIVE
               MAP('MANDMAP')
               MAPSET('ACCTMAND')
               INTO(ACCTMDI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO ACCTMDI
           END-IF.
      *    提示栏只出不进，收屏后清掉，留给本次处理结果
           MOVE SPACES TO MDMSGO.
           IF MDACCTI = SPACES OR MDACCTI = LOW-VALUES
               MOVE 'KEY ACCOUNT NUMBER AND PRESS ENTER' TO MDMSGO
               PERFORM SEND-MANDATE-MAP
               PERFORM RETURN-TO-MAND
           END-IF.
           MOVE MDACCTI TO WS-TARGET-ACCOUNT.
           PERFORM VALIDATE-CHECK-DIGIT.
           IF WS-CHK-DIGIT(8) NOT = WS-CHECK-EXPECTED
               MOVE 'BAD CHECK DIGIT - VERIFY ACCOUNT NO' TO MDMSGO
               PERFORM SEND-MANDATE-MAP
               PERFORM RETURN-TO-MAND
           END-IF.
           IF MDACTI = 'X'
               PERFORM CANCEL-ONE-MANDATE
           END-IF.
           PERFORM SHOW-ACCOUNT-MANDATES.
           PERFORM RETURN-TO-MAND.

       RETURN-TO-MAND.
      *> 留在授权伪会话里，下一输入仍回本交易
           MOVE 'MAND' TO CA-CALLING-FUNCTION OF WS-COMMAREA.
           EXEC CICS RETURN
               TRANSID('MAND')
               COMMAREA(WS-COMMAREA)
               LENGTH(27)
           END-EXEC.

       SHOW-ACCOUNT-MANDATES.
      *> 按账户前缀起浏览，收款方编号从最小值起，换账户即停
           MOVE 0 TO WS-LINES-FILLED.
           MOVE 0 TO WS-MANDATES-FOUND.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE WS-TARGET-ACCOUNT TO WS-BROWSE-ACCOUNT.
           MOVE LOW-VALUES TO WS-BROWSE-CREDITOR.
           EXEC CICS STARTBR
               FILE('MDFILE')
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(18)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-FOR-MANDATE
                   UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS ENDBR
                   FILE('MDFILE')
               END-EXEC
           END-IF.
      *    列出了授权即是查看账户；查无授权不写
           IF WS-MANDATES-FOUND > 0
               PERFORM WRITE-ACCESS-LOG
           END-IF.
           IF MDMSGO = SPACES OR MDMSGO = LOW-VALUES
               IF WS-MANDATES-FOUND = 0
                   MOVE 'NO MANDATES FOR THIS ACCOUNT' TO MDMSGO
               ELSE
                   MOVE 'X=CANCEL (KEY CREDITOR)  PF3 MENU' TO MDMSGO
               END-IF
           END-IF.
           MOVE WS-TARGET-ACCOUNT TO MDACCTO.
           MOVE WS-TARGET-ACCOUNT
               TO CA-CURRENT-ACCOUNT OF WS-COMMAREA.
           PERFORM SEND-MANDATE-MAP.

       READ-FOR-MANDATE.
           EXEC CICS READNEXT
               FILE('MDFILE')
               INTO(MANDATE-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(18)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF MDT-ACCOUNT-ID NOT = WS-TARGET-ACCOUNT
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   ADD 1 TO WS-MANDATES-FOUND
                   IF WS-LINES-FILLED < 6
                       PERFORM FILL-ONE-MANDATE-LINE
                   END-IF
               END-IF
           END-IF.

       FILL-ONE-MANDATE-LINE.
           MOVE MDT-CREDITOR-ID TO WS-ML-CREDITOR.
           MOVE MDT-MAX-AMOUNT TO WS-ML-MAX-AMOUNT.
           MOVE MDT-FREQUENCY TO WS-ML-FREQUENCY.
           MOVE MDT-START-DATE TO WS-ML-START.
           MOVE MDT-END-DATE TO WS-ML-END.
           MOVE MDT-STATUS TO WS-ML-STATUS.
           ADD 1 TO WS-LINES-FILLED.
           EVALUATE WS-LINES-FILLED
               WHEN 1
                   MOVE WS-MANDATE-LINE TO MDLINE1O
               WHEN 2
                   MOVE WS-MANDATE-LINE TO MDLINE2O
               WHEN 3
                   MOVE WS-MANDATE-LINE TO MDLINE3O
               WHEN 4
                   MOVE WS-MANDATE-LINE TO MDLINE4O
               WHEN 5
                   MOVE WS-MANDATE-LINE TO MDLINE5O
               WHEN 6
                   MOVE WS-MANDATE-LINE TO MDLINE6O
           END-EVALUATE.

       WRITE-ACCESS-LOG.
      *> 谁在什么时候看了哪个账户的授权：落地 ACCESS_LOG.DAT，
      *> 员工访问监控凭此追查；本交易手头无客户号，客户填 0
           MOVE CA-TELLER-ID OF WS-COMMAREA TO AL-TELLER-ID.
           MOVE 'MAND' TO AL-TRAN-CODE.
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

       CANCEL-ONE-MANDATE.
      *> 按 账户+收款方 读更新，生效的置撤销并记撤销日期后改写；
      *> 改写成功再写 MDMQ 留审计轨迹
           IF MDCREDI = SPACES OR MDCREDI = LOW-VALUES
               MOVE 'KEY CREDITOR ID TO CANCEL' TO MDMSGO
               PERFORM SEND-MANDATE-MAP
               PERFORM RETURN-TO-MAND
           END-IF.
           MOVE WS-TARGET-ACCOUNT TO MDT-ACCOUNT-ID.
           MOVE MDCREDI TO MDT-CREDITOR-ID.
           EXEC CICS READ
               FILE('MDFILE')
               INTO(MANDATE-RECORD)
               RIDFLD(MDT-KEY)
               KEYLENGTH(18)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO SUCH MANDATE FOR THIS ACCOUNT' TO MDMSGO
               EXIT PARAGRAPH
           END-IF.
           IF MDT-STATUS = 'C'
               EXEC CICS UNLOCK
                   FILE('MDFILE')
               END-EXEC
               MOVE 'MANDATE ALREADY CANCELLED' TO MDMSGO
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-FMT-DATE)
           END-EXEC.
           MOVE 'C' TO MDT-STATUS.
           MOVE WS-FMT-DATE-NUM TO MDT-CANCEL-DATE.
           EXEC CICS REWRITE
               FILE('MDFILE')
               FROM(MANDATE-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CANCEL FAILED - TRY AGAIN' TO MDMSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'X' TO MDM-CODE.
           MOVE MDT-ACCOUNT-ID TO MDM-ACCOUNT-ID.
           MOVE MDT-CREDITOR-ID TO MDM-CREDITOR-ID.
           MOVE MDT-MAX-AMOUNT TO MDM-MAX-AMOUNT.
           MOVE MDT-FREQUENCY TO MDM-FREQUENCY.
           MOVE MDT-START-DATE TO MDM-START-DATE.
           MOVE MDT-END-DATE TO MDM-END-DATE.
           MOVE MDT-CANCEL-DATE TO MDM-CANCEL-DATE.
           EXEC CICS WRITEQ TD
               QUEUE('MDMQ')
               FROM(MANDATE-MAINT-RECORD)
               LENGTH(53)
           END-EXEC.
           MOVE 'MANDATE CANCELLED' TO MDMSGO.

       SEND-MANDATE-MAP.
      *> 每次整屏重发：菜单转入时不清屏会叠在菜单残字上
           EXEC CICS SEND
               MAP('MANDMAP')
               MAPSET('ACCTMAND')
               FROM(ACCTMDO)
               ERASE
           END-EXEC.

       VALIDATE-CHECK-DIGIT.
      *> 前7位按 7-3-1 循环权重加权求和，校验位为其模10补数
           MOVE 0 TO WS-CHECK-SUM.
           PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
                   UNTIL WS-CHECK-INDEX > 7
               COMPUTE WS-CHECK-SUM = WS-CHECK-SUM +
                   WS-CHK-DIGIT(WS-CHECK-INDEX) *
                   WS-CHK-WEIGHT(WS-CHECK-INDEX)
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
