      *> PF3 带着上下文回主菜单。
      *> 账户号校验位与 ACCTHINQ/ACCTCAPT 同一算法，键错号直接
      *> 打回；屏上没有独立消息栏，提示语借名称栏回显。
      *> 每次回显账户数据（含已销户轨迹）写 ALOG 访问日志。
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

      *> 日间备忘过账记录：可用余额/未清存入取数
       01 MEMO-RECORD.
       01 WS-AVAIL-EDITED  PIC ZZZZZZ9.99-.
       01 WS-UNCLR-EDITED  PIC ZZZZZZ9.99-.

      *> 未收妥资金档记录（UNCFILE，账户+序号键控，键长13）：
      *> 支票存入未到释放日的部分不计可用，单列金额与最早释放日
       01 UNCOLLECTED-FUNDS-RECORD.
           COPY UNCFUNDS.
       01 WS-UNC-BROWSE-KEY.
           05 WS-UNC-BROWSE-ACCOUNT PIC 9(8).
           05 WS-UNC-BROWSE-SEQ     PIC 9(5).
       01 WS-UNC-BROWSE-DONE   PIC X VALUE 'N'.
       01 WS-UNCOLLECTED       PIC 9(9)V99 VALUE 0.
       01 WS-UNC-RELEASE       PIC 9(8) VALUE 0.
       01 WS-UNCOL-EDITED      PIC ZZZZZZ9.99-.

      *> 余额回显的编辑格式，宽度与屏幕栏位一致
       01 WS-BALANCE-EDITED PIC ZZZZZZ9.99-.

      *> 账户查询屏幕的符号映射
       COPY ACCTMAP.

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
           MOVE 'INQY' TO ENT-FUNCTION.
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

           IF CA-CALLING-FUNCTION OF WS-COMMAREA = 'MENU' OR
                   CA-CALLING-FUNCTION OF WS-COMMAREA = 'BRWS'
      *        菜单或浏览屏刚转入：有上下文账户直接回显，
               MOVE WS-AVAIL-EDITED TO ACCTAVLO
               MOVE WS-UNCLEARED TO WS-UNCLR-EDITED
               MOVE WS-UNCLR-EDITED TO ACCTUNCO
               MOVE WS-UNCOLLECTED TO WS-UNCOL-EDITED
               MOVE WS-UNCOL-EDITED TO ACCTHLDO
               IF WS-UNC-RELEASE > 0
                   MOVE WS-UNC-RELEASE TO ACCTRELO
               ELSE
                   MOVE SPACES TO ACCTRELO
               END-IF
               PERFORM SHOW-HOLD-STATUS
               MOVE WS-ACCOUNT-ID
                   TO CA-CURRENT-ACCOUNT OF WS-COMMAREA
               MOVE CUSTOMER-ID TO AL-CUSTOMER-ID
               PERFORM WRITE-ACCESS-LOG
           ELSE
               PERFORM SHOW-CLOSED-ACCOUNT
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CLR-ACCOUNT-NAME TO ACCTNAMO
               MOVE 'CLOSED' TO ACCTBALO
               MOVE CLR-CUSTOMER-ID TO AL-CUSTOMER-ID
               PERFORM WRITE-ACCESS-LOG
           ELSE
               MOVE 'NOT FOUND' TO ACCTNAMO
               MOVE SPACES TO ACCTBALO
               YYYYMMDD(WS-FMT-DATE)
           END-EXEC.

       WRITE-ACCESS-LOG.
      *> 谁在什么时候看了哪个账户：落地 ACCESS_LOG.DAT，员工
      *> 访问监控凭此追查；客户号由调用处按读到的记录填好
           MOVE CA-TELLER-ID OF WS-COMMAREA TO AL-TELLER-ID.
           MOVE 'INQY' TO AL-TRAN-CODE.
           MOVE WS-ACCOUNT-ID TO AL-ACCOUNT-ID.
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

       COMPUTE-AVAILABLE-BALANCE.
      *> 可用余额 = 账面余额 - 日间未过账支取 - 未收妥支票存入
      *> - 止付金额；
      *> 全额冻结可用为零。未过账存入单列为未清贷记，不计入
      *> 可用——一小时前采集的支取已经把钱说定了，柜员再也
      *> 不会对着昨晚的余额双付
               MOVE MEM-PENDING-CREDITS TO WS-UNCLEARED
           END-IF.
           PERFORM TAKE-CALENDAR-DATE.
           PERFORM SUM-UNCOLLECTED-FUNDS.
           SUBTRACT WS-UNCOLLECTED FROM WS-AVAILABLE.
           MOVE WS-ACCOUNT-ID TO AHL-ACCOUNT-ID.
           EXEC CICS READ
               FILE('HOLDFILE')
               MOVE 0 TO WS-AVAILABLE
           END-IF.

       SUM-UNCOLLECTED-FUNDS.
      *> 浏览本账户未收妥资金：未释放且释放日在今天之后的合计，
      *> 同时取最早的释放日回显；与 ACCTCAPT 同一口径
           MOVE 0 TO WS-UNCOLLECTED.
           MOVE 0 TO WS-UNC-RELEASE.
           MOVE 'N' TO WS-UNC-BROWSE-DONE.
           MOVE WS-ACCOUNT-ID TO WS-UNC-BROWSE-ACCOUNT.
           MOVE 0 TO WS-UNC-BROWSE-SEQ.
           EXEC CICS STARTBR
               FILE('UNCFILE')
               RIDFLD(WS-UNC-BROWSE-KEY)
               KEYLENGTH(13)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-FOR-UNCOLLECTED
                   UNTIL WS-UNC-BROWSE-DONE = 'Y'
               EXEC CICS ENDBR
                   FILE('UNCFILE')
               END-EXEC
           END-IF.

       READ-FOR-UNCOLLECTED.
           EXEC CICS READNEXT
               FILE('UNCFILE')
               INTO(UNCOLLECTED-FUNDS-RECORD)
               RIDFLD(WS-UNC-BROWSE-KEY)
               KEYLENGTH(13)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-UNC-BROWSE-DONE
           ELSE
               IF UCF-ACCOUNT-ID NOT = WS-ACCOUNT-ID
                   MOVE 'Y' TO WS-UNC-BROWSE-DONE
               ELSE
                   IF UCF-STATUS = 'U' AND
                           UCF-RELEASE-DATE > WS-FMT-DATE-NUM
                       ADD UCF-AMOUNT TO WS-UNCOLLECTED
                       IF WS-UNC-RELEASE = 0 OR
                               UCF-RELEASE-DATE < WS-UNC-RELEASE
                           MOVE UCF-RELEASE-DATE TO WS-UNC-RELEASE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SHOW-HOLD-STATUS.
      *> 账户有生效冻结时在名称栏明示：全额冻结显示 *FROZEN*，
      *> 金额止付显示 *HOLD*，柜员一眼看到"这个户动不得"；
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
