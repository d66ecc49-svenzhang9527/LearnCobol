       PROGRAM-ID. ACCTCAPT.
      *> 柜面存取款采集：两阶段伪会话（交易码 CAPT）。
      *> 录入阶段：柜员键入账户、类型（P 存入 / W 支取）和金额，
      *> 存入另键存入工具（C 现金 / B 本行支票 / O 他行支票，空白
      *> 按现金），支票存入过账后冻结至释放日；
      *> 实时校验——账户号校验位、账户在档、未静止、支取余额
      *> 足额——通过后把这笔待确认交易存进 COMMAREA（屏幕字段
      *> 不回传，待确认内容只能随 COMMAREA 走），回显交易后余额。
      *> 其他输入作废本笔重新录入。PF3 回主菜单。
      *> 采集日期/时间用 ASKTIME/FORMATTIME 取 CCYYMMDD 口径
      *> （EIBDATE 是儒略日，直接落档会把起息日喂坏）。
      *> 当日采集不改联机余额，余额以日切批为准。
      *> 联机状态控制（SYSSTAT）：批流日切后进入批窗，存入照收但
      *> 采集日期标为下一营业日（随下一营业日第一班成批起息），
      *> 支取余额正在批里变动，一律拒绝；核对未过挂起时全部拒绝；
      *> 翻日后第一笔交易先核对翻掉的那一天批流是否跑完
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *> 柜员上下文 + 本笔待确认交易：屏幕字段不回传，录入阶段
      *> 校验过的账户/类型/金额只能随 COMMAREA 带进确认阶段；
      *> 超限加签的主管柜员号、存入工具同样随 COMMAREA 走。当日累计金额
      *> 不在此列——回菜单再进来 COMMAREA 会重建，累计放这里
      *> 等于回趟菜单就把日限清零，必须落柜员当日累计档
       01 WS-COMMAREA.
           05 CA-PENDING-TYPE      PIC X.
           05 CA-PENDING-AMOUNT    PIC 9(7)V99.
           05 CA-PENDING-OVERRIDE  PIC X(8).
           05 CA-PENDING-INSTRUMENT PIC X.

      *> 账户主文件记录，与批处理共用同一份布局
       01 ACCOUNT-RECORD.
       01 WS-MEMO-RESP     PIC S9(8) COMP.
       01 WS-AVAILABLE     PIC S9(9)V99 VALUE 0.

      *> 未收妥资金档记录（UNCFILE，账户+序号键控，键长13）：
      *> 支票存入未到释放日的部分不可支取
       01 UNCOLLECTED-FUNDS-RECORD.
           COPY UNCFUNDS.
       01 WS-UNC-BROWSE-KEY.
           05 WS-UNC-BROWSE-ACCOUNT PIC 9(8).
           05 WS-UNC-BROWSE-SEQ     PIC 9(5).
       01 WS-UNC-BROWSE-DONE   PIC X VALUE 'N'.
       01 WS-UNCOLLECTED       PIC 9(9)V99 VALUE 0.
       01 WS-UNC-RELEASE       PIC 9(8) VALUE 0.
       01 WS-UNC-MESSAGE.
           05 FILLER           PIC X(28)
               VALUE 'FUNDS UNCOLLECTED - RELEASE '.
           05 WS-UNC-MSG-DATE  PIC 9(8).

      *> 员工持有账户关联档记录（STAFFACT，账户+柜员号键控，
      *> 键长16）：柜员或加签主管是账户持有人的一律拒绝
       01 STAFF-ACCOUNT-RECORD.
           COPY STAFFACC.
       01 WS-STAFF-HOLDER      PIC X VALUE 'N'.

      *> 联机状态控制记录（SYSSTAT，键 'ONLINE'，键长8）
       01 SYSTEM-STATUS-RECORD.
           COPY SYSSTAT.
       01 WS-ONLINE-STATUS PIC X VALUE 'O'.
       01 WS-NEXT-BUS-DATE PIC 9(8) VALUE 0.
       01 WS-DEFERRED-MESSAGE.
           05 FILLER           PIC X(24)
               VALUE 'CAPTURED - POSTS AS OF '.
           05 WS-DEFER-MSG-DATE PIC 9(8).

      *> 采集记录，与日切批共用同一份布局
       01 CAPTURE-RECORD.
           COPY TELLCAP.
      *> 采集屏幕的符号映射
       COPY ACCTDEPM.

      *> 功能授权：签到柜员的角色码与角色功能授权档（ENTLFILE）
       01 ENTITLEMENT-RECORD.
           COPY ENTITLE.
       01 WS-USER-ROLE     PIC X(4) VALUE SPACES.
       01 WS-ENTITLED      PIC X VALUE 'Y'.
       01 WS-NOENTL-MSG    PIC X(40)
           VALUE 'NOT ENTITLED TO THIS TRANSACTION'.

       LINKAGE SECTION.
      *> 菜单转入为 27 字节上下文，本交易自回传为 54 字节
      *> （上下文 + 待确认交易 + 加签主管 + 存入工具）
       01 DFHCOMMAREA      PIC X(54).

       PROCEDURE DIVISION.

               EXEC CICS RETURN
               END-EXEC
           END-IF.
           IF EIBCALEN = 54
               MOVE DFHCOMMAREA TO WS-COMMAREA
           ELSE
               MOVE DFHCOMMAREA(1:27) TO WS-COMMAREA(1:27)
               MOVE SPACE TO CA-PENDING-TYPE
               MOVE 0 TO CA-PENDING-AMOUNT
               MOVE SPACES TO CA-PENDING-OVERRIDE
               MOVE SPACE TO CA-PENDING-INSTRUMENT
           END-IF.
           IF CA-AUTH-LEVEL < 2
               EXEC CICS SEND TEXT
               END-EXEC
           END-IF.

      *    角色授权：角色未授予本交易的柜员入口即拒
           PERFORM LOAD-TELLER-ROLE.
           MOVE WS-USER-ROLE TO ENT-ROLE-CODE.
           MOVE 'CAPT' TO ENT-FUNCTION.
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
           PERFORM CHECK-ONLINE-STATUS.

      *    菜单刚转入（尚无采集屏输入）：先发采集屏，下一输入
      *    由本交易（CAPT）自己接收
           IF CA-CALLING-FUNCTION = 'MENU'
                   MOVE CA-CURRENT-ACCOUNT TO DACCTIDO
               END-IF
               MOVE 'KEY TYPE AND AMOUNT, PRESS ENTER' TO DMSGO
               IF WS-ONLINE-STATUS = 'B'
                   MOVE 'BATCH IN PROGRESS - DEPOSITS ONLY' TO DMSGO
               END-IF
               IF WS-ONLINE-STATUS = 'H'
                   MOVE 'BATCH NOT COMPLETE - CAPTURE HELD' TO DMSGO
               END-IF
               EXEC CICS SEND
                   MAP('DEPCAPT')
                   MAPSET('ACCTDEP')
       HANDLE-CONFIRM-PHASE.
      *> 待确认交易在 COMMAREA 里：'Y' 落队列回菜单，其他输入
      *> 作废本笔重新录入
      *    录入与确认之间联机可能已日切/挂起：确认时再把一次关
           IF DCONFI = 'Y'
               PERFORM CHECK-BATCH-WINDOW-CONFIRM
               PERFORM QUEUE-CAPTURED-ITEM
               MOVE CA-PENDING-ACCOUNT TO CA-CURRENT-ACCOUNT
               MOVE 0 TO CA-PENDING-ACCOUNT
               MOVE SPACE TO CA-PENDING-TYPE
               MOVE 0 TO CA-PENDING-AMOUNT
               MOVE SPACE TO CA-PENDING-INSTRUMENT
               MOVE 'CAPTURED - POSTS AT CUTOFF' TO DMSGO
               IF WS-ONLINE-STATUS = 'B'
                   MOVE WS-NEXT-BUS-DATE TO WS-DEFER-MSG-DATE
                   MOVE WS-DEFERRED-MESSAGE TO DMSGO
               END-IF
               PERFORM SEND-CAPTURE-MAP
               PERFORM RETURN-TO-MENU
           ELSE
               MOVE 0 TO CA-PENDING-ACCOUNT
               MOVE SPACE TO CA-PENDING-TYPE
               MOVE 0 TO CA-PENDING-AMOUNT
               MOVE SPACE TO CA-PENDING-INSTRUMENT
               MOVE 'CAPTURE DISCARDED - KEY NEW ITEM' TO DMSGO
               EXEC CICS SEND
                   MAP('DEPCAPT')
               PERFORM RETURN-TO-CAPTURE
           END-IF.

      *    批窗中支取拒绝、存入顺延；挂起时一律拒绝
           IF WS-ONLINE-STATUS = 'H'
               MOVE 'BATCH NOT COMPLETE - CAPTURE HELD' TO DMSGO
               PERFORM SEND-CAPTURE-MAP
               PERFORM RETURN-TO-CAPTURE
           END-IF.
           IF WS-ONLINE-STATUS = 'B' AND DTYPEI = 'W'
               MOVE 'BATCH IN PROGRESS - NO WITHDRAWALS' TO DMSGO
               PERFORM SEND-CAPTURE-MAP
               PERFORM RETURN-TO-CAPTURE
           END-IF.

      *    存入工具：空白按现金；支取不带工具
           IF DTYPEI = 'W' OR DINSTRI = LOW-VALUES
               MOVE SPACE TO DINSTRI
           END-IF.
           IF DINSTRI NOT = SPACE AND DINSTRI NOT = 'C' AND
                   DINSTRI NOT = 'B' AND DINSTRI NOT = 'O'
               MOVE 'INSTRUMENT MUST BE C, B OR O' TO DMSGO
               PERFORM SEND-CAPTURE-MAP
               PERFORM RETURN-TO-CAPTURE
           END-IF.

           MOVE DAMOUNTI TO WS-TXN-AMOUNT.
           IF WS-TXN-AMOUNT = 0
               MOVE 'AMOUNT MUST BE GREATER THAN ZERO' TO DMSGO
               PERFORM RETURN-TO-CAPTURE
           END-IF.

      *    员工不得经手本人（含联名/共签）账户：交其他柜员办理
           MOVE CA-TELLER-ID TO SFA-TELLER-ID.
           PERFORM CHECK-STAFF-HOLDER.
           IF WS-STAFF-HOLDER = 'Y'
               MOVE 'TELLER IS AN ACCOUNT HOLDER - REFER' TO DMSGO
               PERFORM SEND-CAPTURE-MAP
               PERFORM RETURN-TO-CAPTURE
           END-IF.

      *    支取先过司法冻结：全额冻结直接打回，金额止付不得动用
      *    被止付部分
           IF DTYPEI = 'W'
           END-IF.

      *    支取按可用余额校验：账面余额扣掉日间已采集未过账的
      *    支取，一小时前说定的钱不能再付一次；支票存入未到释放
      *    日的未收妥部分同样不可用，够数只差未收妥时提示释放日
           PERFORM COMPUTE-AVAILABLE-BALANCE.
           IF DTYPEI = 'W' AND WS-AVAILABLE < WS-TXN-AMOUNT
               IF WS-AVAILABLE + WS-UNCOLLECTED >= WS-TXN-AMOUNT
                   MOVE WS-UNC-RELEASE TO WS-UNC-MSG-DATE
                   MOVE WS-UNC-MESSAGE TO DMSGO
               ELSE
                   MOVE 'INSUFFICIENT AVAILABLE FUNDS' TO DMSGO
               END-IF
               MOVE ACCOUNT-NAME TO DNAMEO
               PERFORM SEND-CAPTURE-MAP
               PERFORM RETURN-TO-CAPTURE
           MOVE WS-ACCOUNT-ID TO CA-PENDING-ACCOUNT.
           MOVE DTYPEI TO CA-PENDING-TYPE.
           MOVE WS-TXN-AMOUNT TO CA-PENDING-AMOUNT.
           MOVE DINSTRI TO CA-PENDING-INSTRUMENT.
           MOVE ACCOUNT-NAME TO DNAMEO.
           MOVE WS-BALANCE-DISPLAY TO DNEWBALO.
           MOVE 'VERIFY NEW BALANCE, CONFIRM Y TO ACCEPT' TO DMSGO.
           IF WS-MEMO-RESP = DFHRESP(NORMAL)
               SUBTRACT MEM-PENDING-DEBITS FROM WS-AVAILABLE
           END-IF.
           PERFORM SUM-UNCOLLECTED-FUNDS.
           SUBTRACT WS-UNCOLLECTED FROM WS-AVAILABLE.

       SUM-UNCOLLECTED-FUNDS.
      *> 浏览本账户未收妥资金：未释放且释放日在今天之后的合计，
      *> 同时取最早的释放日供提示
           PERFORM TAKE-CAPTURE-TIMESTAMP.
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

       UPDATE-MEMO-POSTS.
      *> 确认落队列的同时把金额累进备忘档：支取进待借记、存入
           EXEC CICS RETURN
               TRANSID('CAPT')
               COMMAREA(WS-COMMAREA)
               LENGTH(54)
           END-EXEC.

       RETURN-TO-MENU.
           MOVE CA-PENDING-AMOUNT TO TC-AMOUNT.
           MOVE CA-TELLER-ID TO TC-TELLER-ID.
           MOVE CA-PENDING-OVERRIDE TO TC-OVERRIDE-TELLER.
           MOVE 0 TO TC-TO-ACCOUNT-ID.
           MOVE CA-PENDING-INSTRUMENT TO TC-INSTRUMENT.
           PERFORM TAKE-CAPTURE-TIMESTAMP.
           MOVE WS-FMT-DATE TO TC-CAPTURE-DATE.
      *    批窗中收下的存入标下一营业日：日切收尾班不成批，留给
      *    下一营业日第一班按新日期起息
           IF WS-ONLINE-STATUS = 'B' AND WS-NEXT-BUS-DATE > 0
               MOVE WS-NEXT-BUS-DATE TO TC-CAPTURE-DATE
           END-IF.
           MOVE WS-FMT-TIME TO TC-CAPTURE-TIME.
           PERFORM UPDATE-TELLER-DAY-TOTAL.
           EXEC CICS WRITEQ TD
               QUEUE('ACTX')
               FROM(CAPTURE-RECORD)
               LENGTH(59)
           END-EXEC.
           IF CA-PENDING-OVERRIDE NOT = SPACES
               PERFORM LOG-SUPERVISOR-OVERRIDE
           END-IF.
           PERFORM UPDATE-MEMO-POSTS.

       CHECK-BATCH-WINDOW-CONFIRM.
      *> 录入后才日切/挂起的：支取与挂起中的存入作废本笔
           IF WS-ONLINE-STATUS = 'H' OR
                   (WS-ONLINE-STATUS = 'B' AND CA-PENDING-TYPE = 'W')
               MOVE 0 TO CA-PENDING-ACCOUNT
               MOVE SPACE TO CA-PENDING-TYPE
               MOVE 0 TO CA-PENDING-AMOUNT
               MOVE SPACE TO CA-PENDING-INSTRUMENT
               IF WS-ONLINE-STATUS = 'H'
                   MOVE 'BATCH NOT COMPLETE - CAPTURE HELD' TO DMSGO
               ELSE
                   MOVE 'BATCH STARTED - WITHDRAWAL DISCARDED'
                       TO DMSGO
               END-IF
               EXEC CICS SEND
                   MAP('DEPCAPT')
                   MAPSET('ACCTDEP')
                   FROM(ACCTDEPO)
                   ERASE
               END-EXEC
               PERFORM RETURN-TO-CAPTURE
           END-IF.

       CHECK-ONLINE-STATUS.
      *> 读联机状态控制记录：'B' 批窗、'H' 挂起由调用方按交易
      *> 性质处理；'R' 表示刚翻日，本笔即翻日后第一笔联机交易，
      *> 先核对批流。控制记录读不到（转换期）按营业中处理
           MOVE 'O' TO WS-ONLINE-STATUS.
           MOVE 0 TO WS-NEXT-BUS-DATE.
           MOVE 'ONLINE' TO SST-CONTROL-KEY.
           EXEC CICS READ
               FILE('SYSSTAT')
               INTO(SYSTEM-STATUS-RECORD)
               RIDFLD(SST-CONTROL-KEY)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           IF SST-ONLINE-STATUS = 'R'
               PERFORM VERIFY-BATCH-COMPLETED
           END-IF.
           MOVE SST-ONLINE-STATUS TO WS-ONLINE-STATUS.
           MOVE SST-NEXT-DATE TO WS-NEXT-BUS-DATE.

       VERIFY-BATCH-COMPLETED.
      *> 翻日后第一笔联机交易：带更新锁重读（并发的另一笔可能
      *> 刚核对过）。翻掉的那一天必须做过日切、日切后的收尾采集
      *> 批必须跑过，否则日切后采集的项会带着旧日期漏进新一天；
      *> 核对通过放开营业，不过挂起联机采集待运行部查明
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
           END-IF.
           PERFORM TAKE-CAPTURE-TIMESTAMP.
           MOVE CA-TELLER-ID TO SST-OPENED-BY.
           MOVE WS-FMT-TIME TO SST-OPENED-TIME.
           EXEC CICS REWRITE
               FILE('SYSSTAT')
               FROM(SYSTEM-STATUS-RECORD)
               RESP(WS-RESP)
           END-EXEC.

       CHECK-TELLER-LIMITS.
      *> 读柜员自己的用户记录取限额；读不到按不限处理（签到
      *> 已验证过该柜员，读不到只会是档暂不可用）
               PERFORM SEND-CAPTURE-MAP
               PERFORM RETURN-TO-CAPTURE
           END-IF.
      *    加签主管的角色须授予超限加签（OVRD）
           MOVE USR-ROLE-CODE TO ENT-ROLE-CODE.
           MOVE 'OVRD' TO ENT-FUNCTION.
           PERFORM CHECK-ENTITLEMENT.
           IF WS-ENTITLED = 'N'
               MOVE 'SUPERVISOR NOT ENTITLED TO OVERRIDE' TO DMSGO
               PERFORM SEND-CAPTURE-MAP
               PERFORM RETURN-TO-CAPTURE
           END-IF.
           IF DSUPPWI NOT = USR-PASSWORD
               MOVE 'SUPERVISOR PASSWORD INCORRECT' TO DMSGO
               PERFORM SEND-CAPTURE-MAP
               PERFORM RETURN-TO-CAPTURE
           END-IF.
      *    加签主管本人持有该账户的同样不得加签
           MOVE WS-SUPERVISOR-ID TO SFA-TELLER-ID.
           PERFORM CHECK-STAFF-HOLDER.
           IF WS-STAFF-HOLDER = 'Y'
               MOVE 'SUPERVISOR IS AN ACCOUNT HOLDER' TO DMSGO
               PERFORM SEND-CAPTURE-MAP
               PERFORM RETURN-TO-CAPTURE
           END-IF.
           MOVE WS-SUPERVISOR-ID TO CA-PENDING-OVERRIDE.

       CHECK-STAFF-HOLDER.
      *> 调用前 SFA-TELLER-ID 置被查员工的柜员号；命中关联档即
      *> 持有人，拒绝前留痕安全日志（STAF），员工账户日报据此
      *> 列示被拦截的自办企图
           MOVE 'N' TO WS-STAFF-HOLDER.
           MOVE WS-ACCOUNT-ID TO SFA-ACCOUNT-ID.
           EXEC CICS READ
               FILE('STAFFACT')
               INTO(STAFF-ACCOUNT-RECORD)
               RIDFLD(SFA-KEY)
               KEYLENGTH(16)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-STAFF-HOLDER
               PERFORM TAKE-CAPTURE-TIMESTAMP
               MOVE SFA-TELLER-ID TO SL-TELLER-ID
               MOVE 'STAF' TO SL-EVENT-CODE
               MOVE WS-FMT-DATE TO SL-LOG-DATE
               MOVE WS-FMT-TIME TO SL-LOG-TIME
               EXEC CICS WRITEQ TD
                   QUEUE('SLOG')
                   FROM(SECURITY-LOG-RECORD)
                   LENGTH(28)
               END-EXEC
           END-IF.

       LOG-SUPERVISOR-OVERRIDE.
      *> 主管加签留痕安全日志（OVRD），大额现金的加签轨迹由此可查
           MOVE CA-PENDING-OVERRIDE TO SL-TELLER-ID.
           END-PERFORM.
           COMPUTE WS-CHECK-EXPECTED =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CHECK-SUM, 10), 10).

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
