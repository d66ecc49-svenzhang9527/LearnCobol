       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTOPEN.
      *> 柜台开户：自持伪会话（交易码 AOPN，2 级以上）。
      *> 柜员键客户号、账户名称、归属网点及产品/币种/条款；
      *> 账户号不由柜员选、也不由柜员算——按网点+产品在账号
      *> 号段控制档（ACCTRNG，键长6，产品无专属号段时退回网点
      *> 缺省号段）带更新锁取"下一可用基号"，逐号试到可用为止：
      *> 主档在用（ACCTFILE）、已销户登记册（CLOSEDAC）、保留
      *> 账号档（ACCTRSV，含上缴账户）上的号码一律跳过，跳过的
      *> 号码同样消耗号段；校验位与 AccountMasterUpdate 同一
      *> 算法。发出的号码回显在屏上，开户写 MNTQ 外分区队列
      *> （请求类型 'A'），由 MaintCaptureBatch 汇集成夜间 'A'
      *> 开户交易过账。号段暂停或用尽即拒，请运行部处理。
      *> 批窗与挂起中不开户：批量发号正在动同一控制档。PF3 回
      *> 主菜单
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-ID    PIC 9(8) VALUE 0.
       01 WS-CHECK-DIGITS REDEFINES WS-ACCOUNT-ID.
           05 WS-CHK-DIGIT     PIC 9 OCCURS 8 TIMES.
       01 WS-CUSTOMER-ID   PIC 9(6) VALUE 0.
       01 WS-RESP          PIC S9(8) COMP.
       01 WS-CANDIDATE-FREE PIC X VALUE 'N'.

      *> 开户时刻：ASKTIME/FORMATTIME 取日历口径
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-FMT-DATE       PIC X(8).
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

      *> 账号号段控制记录（ACCTRNG，网点+产品键控，键长6）
       01 ACCOUNT-RANGE-RECORD.
           COPY ACCTRNG.

      *> 账户主文件记录：候选号码在用即跳过
       01 ACCOUNT-RECORD.
           COPY ACCTREC.

      *> 已销户登记册记录：销户号码永不再发
       01 CLOSED-REGISTER-RECORD.
           COPY CLOSEREG.

      *> 保留账号档记录（ACCTRSV，键长8）：含已上缴账户的号码
       01 RESERVE-RECORD.
           COPY ACCTRSV.

      *> 客户主档记录（CUSTFILE，键长6）：开户客户须有效且未身故
       01 CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

      *> 开户采集记录，写 MNTQ 队列
       01 MAINT-CAPTURE-RECORD.
           COPY MNTCAP.

      *> 联机状态控制记录（SYSSTAT，键 'ONLINE'，键长8）
       01 SYSTEM-STATUS-RECORD.
           COPY SYSSTAT.
       01 WS-ONLINE-STATUS PIC X VALUE 'O'.

      *> 柜员上下文副本
       01 WS-COMMAREA.
           COPY ACCTCOMM.
       01 WS-NOSIGN-MSG    PIC X(40)
           VALUE 'SIGN ON REQUIRED - USE SIGN-ON SCREEN'.
       01 WS-NOAUTH-MSG    PIC X(40)
           VALUE 'AUTHORITY LEVEL 2 REQUIRED HERE'.

      *> 开户屏幕的符号映射
       COPY ACCTOPNM.

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

       OPEN-START.
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
           MOVE 'AOPN' TO ENT-FUNCTION.
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

           IF CA-CALLING-FUNCTION OF WS-COMMAREA = 'MENU'
               MOVE LOW-VALUES TO ACCTOPNO
               MOVE 'KEY CUSTOMER, NAME AND BRANCH' TO OPMSGO
               IF WS-ONLINE-STATUS = 'B' OR WS-ONLINE-STATUS = 'H'
                   MOVE 'BATCH IN PROGRESS - NO OPENINGS' TO OPMSGO
               END-IF
               IF CA-CURRENT-CUSTOMER OF WS-COMMAREA > 0
                   MOVE CA-CURRENT-CUSTOMER OF WS-COMMAREA
                       TO OPCUSTO
               END-IF
               MOVE 'CNY' TO OPCCYO
               PERFORM SEND-OPEN-MAP
               PERFORM RETURN-TO-OPEN
           END-IF.

           IF EIBAID = DFHPF3
               MOVE 'AOPN' TO CA-CALLING-FUNCTION OF WS-COMMAREA
               EXEC CICS RETURN
                   TRANSID('MENU')
                   COMMAREA(WS-COMMAREA)
                   LENGTH(27)
               END-EXEC
           END-IF.
           EXEC CICS RECEIVE
               MAP('OPNMAP')
               MAPSET('ACCTOPN')
               INTO(ACCTOPNI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO ACCTOPNI
           END-IF.
           MOVE SPACES TO OPACCTO.
      *    批窗/挂起中不开户：批量发号正在用号段控制档
           IF WS-ONLINE-STATUS = 'B'
               MOVE 'BATCH IN PROGRESS - OPEN AFTER ROLL' TO OPMSGO
               PERFORM SEND-OPEN-MAP
               PERFORM RETURN-TO-OPEN
           END-IF.
           IF WS-ONLINE-STATUS = 'H'
               MOVE 'BATCH NOT COMPLETE - OPENINGS HELD' TO OPMSGO
               PERFORM SEND-OPEN-MAP
               PERFORM RETURN-TO-OPEN
           END-IF.
           PERFORM VALIDATE-OPEN-REQUEST.
           PERFORM ALLOCATE-ACCOUNT-NUMBER.
           PERFORM WRITE-OPEN-CAPTURE.
      *    开户完成：只回显发出的账号与客户名称，输入栏清空，
      *    重按回车不会再开一户
           MOVE WS-ACCOUNT-ID TO CA-CURRENT-ACCOUNT OF WS-COMMAREA.
           MOVE WS-CUSTOMER-ID TO CA-CURRENT-CUSTOMER OF WS-COMMAREA.
           MOVE LOW-VALUES TO ACCTOPNO.
           MOVE WS-ACCOUNT-ID TO OPACCTO.
           MOVE CM-CUSTOMER-NAME TO OPCNAMEO.
           MOVE 'CNY' TO OPCCYO.
           MOVE 'OPENED - POSTS WITH TONIGHT RUN' TO OPMSGO.
           PERFORM SEND-OPEN-MAP.
           PERFORM RETURN-TO-OPEN.

       RETURN-TO-OPEN.
      *> 留在开户伪会话里，下一输入仍回本交易
           MOVE 'AOPN' TO CA-CALLING-FUNCTION OF WS-COMMAREA.
           EXEC CICS RETURN
               TRANSID('AOPN')
               COMMAREA(WS-COMMAREA)
               LENGTH(27)
           END-EXEC.

       VALIDATE-OPEN-REQUEST.
      *> 客户须在客户主档、有效且未收到身故通知；账户名称与
      *> 归属网点必填；币种空白按本币 CNY
           IF OPCUSTI = SPACES OR OPCUSTI = LOW-VALUES
                   OR OPCUSTI NOT NUMERIC
               MOVE 'KEY A VALID CUSTOMER NUMBER' TO OPMSGO
               PERFORM SEND-OPEN-MAP
               PERFORM RETURN-TO-OPEN
           END-IF.
           MOVE OPCUSTI TO WS-CUSTOMER-ID.
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID.
           EXEC CICS READ
               FILE('CUSTFILE')
               INTO(CUSTOMER-MASTER-RECORD)
               RIDFLD(CM-CUSTOMER-ID)
               KEYLENGTH(6)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON FILE' TO OPMSGO
               PERFORM SEND-OPEN-MAP
               PERFORM RETURN-TO-OPEN
           END-IF.
           MOVE CM-CUSTOMER-NAME TO OPCNAMEO.
           IF CM-STATUS NOT = 'A'
               MOVE 'CUSTOMER IS NOT ACTIVE' TO OPMSGO
               PERFORM SEND-OPEN-MAP
               PERFORM RETURN-TO-OPEN
           END-IF.
           IF CM-DATE-OF-DEATH > 0
               MOVE 'CUSTOMER DECEASED - NO NEW ACCOUNTS' TO OPMSGO
               PERFORM SEND-OPEN-MAP
               PERFORM RETURN-TO-OPEN
           END-IF.
           IF OPNAMEI = SPACES OR OPNAMEI = LOW-VALUES
               MOVE 'KEY ACCOUNT NAME' TO OPMSGO
               PERFORM SEND-OPEN-MAP
               PERFORM RETURN-TO-OPEN
           END-IF.
           IF OPBRCHI = SPACES OR OPBRCHI = LOW-VALUES
               MOVE 'KEY OWNING BRANCH' TO OPMSGO
               PERFORM SEND-OPEN-MAP
               PERFORM RETURN-TO-OPEN
           END-IF.
           IF OPPRODI = LOW-VALUES
               MOVE SPACES TO OPPRODI
           END-IF.
           IF OPTERMI = LOW-VALUES
               MOVE SPACES TO OPTERMI
           END-IF.
           IF OPCCYI = SPACES OR OPCCYI = LOW-VALUES
               MOVE 'CNY' TO OPCCYI
           END-IF.

       ALLOCATE-ACCOUNT-NUMBER.
      *> 带更新锁读号段：先找网点+产品专属号段，没有退回网点
      *> 缺省号段（产品空白）；从下一可用基号起逐号试，跳过的
      *> 号码同样消耗号段，发出或试到尽头都回写控制档
           MOVE OPBRCHI TO ARG-BRANCH-CODE.
           MOVE OPPRODI TO ARG-PRODUCT-CODE.
           EXEC CICS READ
               FILE('ACCTRNG')
               INTO(ACCOUNT-RANGE-RECORD)
               RIDFLD(ARG-KEY)
               KEYLENGTH(6)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND) AND OPPRODI NOT = SPACES
               MOVE OPBRCHI TO ARG-BRANCH-CODE
               MOVE SPACES TO ARG-PRODUCT-CODE
               EXEC CICS READ
                   FILE('ACCTRNG')
                   INTO(ACCOUNT-RANGE-RECORD)
                   RIDFLD(ARG-KEY)
                   KEYLENGTH(6)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO ACCOUNT RANGE FOR BRANCH' TO OPMSGO
               PERFORM SEND-OPEN-MAP
               PERFORM RETURN-TO-OPEN
           END-IF.
           IF ARG-STATUS = 'S'
               EXEC CICS UNLOCK
                   FILE('ACCTRNG')
               END-EXEC
               MOVE 'ACCOUNT RANGE SUSPENDED - REFER' TO OPMSGO
               PERFORM SEND-OPEN-MAP
               PERFORM RETURN-TO-OPEN
           END-IF.
           MOVE 'N' TO WS-CANDIDATE-FREE.
           PERFORM TRY-NEXT-CANDIDATE
               UNTIL WS-CANDIDATE-FREE = 'Y' OR
                   ARG-NEXT-BASE > ARG-RANGE-END.
           IF WS-CANDIDATE-FREE = 'Y'
               PERFORM TAKE-CALENDAR-STAMP
               ADD 1 TO ARG-ALLOCATED-COUNT
               MOVE WS-FMT-DATE TO ARG-LAST-ALLOC-DATE
               MOVE WS-ACCOUNT-ID TO ARG-LAST-ALLOC-ID
           END-IF.
           IF ARG-NEXT-BASE > ARG-RANGE-END
               MOVE 'X' TO ARG-STATUS
           END-IF.
           EXEC CICS REWRITE
               FILE('ACCTRNG')
               FROM(ACCOUNT-RANGE-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO UPDATE ACCOUNT RANGE' TO OPMSGO
               PERFORM SEND-OPEN-MAP
               PERFORM RETURN-TO-OPEN
           END-IF.
           IF WS-CANDIDATE-FREE = 'N'
               MOVE 'ACCOUNT RANGE EXHAUSTED - REFER' TO OPMSGO
               PERFORM SEND-OPEN-MAP
               PERFORM RETURN-TO-OPEN
           END-IF.

       TRY-NEXT-CANDIDATE.
      *> 基号拼上算出的校验位即候选账户号，试过即推进下一基号
           COMPUTE WS-ACCOUNT-ID = ARG-NEXT-BASE * 10.
           PERFORM VALIDATE-CHECK-DIGIT.
           MOVE WS-CHECK-EXPECTED TO WS-CHK-DIGIT(8).
           ADD 1 TO ARG-NEXT-BASE.
           PERFORM CHECK-CANDIDATE-FREE.
           IF WS-CANDIDATE-FREE = 'N'
               ADD 1 TO ARG-SKIPPED-COUNT
           END-IF.

       CHECK-CANDIDATE-FREE.
      *> 主档在用、已销户登记册有、保留账号档有的号码都不能发
           MOVE 'N' TO WS-CANDIDATE-FREE.
           EXEC CICS READ
               FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               RIDFLD(WS-ACCOUNT-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-ID TO CLR-ACCOUNT-ID.
           EXEC CICS READ
               FILE('CLOSEDAC')
               INTO(CLOSED-REGISTER-RECORD)
               RIDFLD(CLR-ACCOUNT-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-ID TO ANR-ACCOUNT-ID.
           EXEC CICS READ
               FILE('ACCTRSV')
               INTO(RESERVE-RECORD)
               RIDFLD(ANR-ACCOUNT-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CANDIDATE-FREE.

       WRITE-OPEN-CAPTURE.
      *> 开户写 MNTQ 队列，随夜间维护汇集批生成 'A' 开户交易；
      *> 开户无复核环节，复核人留空
           MOVE SPACES TO MAINT-CAPTURE-RECORD.
           MOVE WS-ACCOUNT-ID TO MCP-ACCOUNT-ID.
           MOVE 'A' TO MCP-REQUEST-TYPE.
           MOVE OPNAMEI TO MCP-NEW-NAME.
           MOVE CA-TELLER-ID OF WS-COMMAREA TO MCP-MAKER-ID.
           MOVE SPACES TO MCP-CHECKER-ID.
           MOVE WS-FMT-DATE TO MCP-APPROVE-DATE.
           MOVE WS-CUSTOMER-ID TO MCP-CUSTOMER-ID.
           MOVE OPCCYI TO MCP-CURRENCY-CODE.
           MOVE OPPRODI TO MCP-PRODUCT-CODE.
           MOVE OPBRCHI TO MCP-BRANCH-CODE.
           MOVE OPTERMI TO MCP-TERMS-CODE.
           EXEC CICS WRITEQ TD
               QUEUE('MNTQ')
               FROM(MAINT-CAPTURE-RECORD)
               LENGTH(74)
           END-EXEC.

       CHECK-ONLINE-STATUS.
      *> 读联机状态控制记录；'R' 表示刚翻日，本笔即翻日后第一笔
      *> 联机交易，先核对批流。控制记录读不到（转换期）按营业中
           MOVE 'O' TO WS-ONLINE-STATUS.
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
           END-IF.
           PERFORM TAKE-CALENDAR-STAMP.
           MOVE CA-TELLER-ID OF WS-COMMAREA TO SST-OPENED-BY.
           MOVE WS-FMT-TIME TO SST-OPENED-TIME.
           EXEC CICS REWRITE
               FILE('SYSSTAT')
               FROM(SYSTEM-STATUS-RECORD)
               RESP(WS-RESP)
           END-EXEC.

       TAKE-CALENDAR-STAMP.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-FMT-DATE)
               TIME(WS-FMT-HHMMSS)
           END-EXEC.

       SEND-OPEN-MAP.
           EXEC CICS SEND
               MAP('OPNMAP')
               MAPSET('ACCTOPN')
               FROM(ACCTOPNO)
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
