      *> 批准把申请写 MNTQ 外分区队列（落地 MAINT_CAPTURE.DAT，
      *> 由 MaintCaptureBatch 汇集成夜间 'C' 交易批），随后清
      *> 待复核档；驳回只清档。键入账户号回显其在途申请。
      *> 账户号校验位与 ACCTCAPT 同一算法。PF3 回主菜单。
      *> 联机状态控制（SYSSTAT）：批窗中主档正在更新，批准会把
      *> 申请送进已跑过的汇集作业之后，批窗与挂起时只收发起、
      *> 驳回，批准留待翻日后；翻日后第一笔交易先核对批流
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 MAINT-CAPTURE-RECORD.
           COPY MNTCAP.

      *> 员工持有账户关联档记录（STAFFACT，账户+柜员号键控，
      *> 键长16）：发起人或复核人是账户持有人的一律拒绝
       01 STAFF-ACCOUNT-RECORD.
           COPY STAFFACC.
       01 WS-STAFF-HOLDER  PIC X VALUE 'N'.

      *> 拦截留痕的安全日志记录，与签到交易同布局
       01 SECURITY-LOG-RECORD.
           05 SL-TELLER-ID     PIC X(8).
           05 SL-EVENT-CODE    PIC X(4).
           05 SL-LOG-DATE      PIC 9(8).
           05 SL-LOG-TIME      PIC 9(8).

      *> 待复核申请的回显行
       01 WS-PENDING-LINE.
           05 WS-PL-TYPE       PIC X.
           05 FILLER           PIC X(4) VALUE ' ON '.
           05 WS-PL-DATE       PIC 9(8).

      *> 联机状态控制记录（SYSSTAT，键 'ONLINE'，键长8）
       01 SYSTEM-STATUS-RECORD.
           COPY SYSSTAT.
       01 WS-ONLINE-STATUS PIC X VALUE 'O'.

      *> 柜员上下文副本
       01 WS-COMMAREA.
           COPY ACCTCOMM.
      *> 维护屏幕的符号映射
       COPY ACCTMNTM.

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
           MOVE 'MANT' TO ENT-FUNCTION.
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
               MOVE 'KEY ACCOUNT AND ACTION (E/A/R)' TO NMSGO
               IF WS-ONLINE-STATUS = 'B' OR WS-ONLINE-STATUS = 'H'
                   MOVE 'BATCH IN PROGRESS - NO APPROVALS' TO NMSGO
               END-IF
               IF CA-CURRENT-ACCOUNT OF WS-COMMAREA > 0
                   MOVE CA-CURRENT-ACCOUNT OF WS-COMMAREA TO NACCTO
               END-IF
               PERFORM SEND-MAINT-MAP
               PERFORM RETURN-TO-MAINT
           END-IF.
      *    员工不得发起本人（含联名/共签）账户的维护
           PERFORM CHECK-STAFF-HOLDER.
           IF WS-STAFF-HOLDER = 'Y'
               MOVE 'TELLER IS AN ACCOUNT HOLDER - REFER' TO NMSGO
               PERFORM SEND-MAINT-MAP
               PERFORM RETURN-TO-MAINT
           END-IF.
           MOVE WS-ACCOUNT-ID TO MPD-ACCOUNT-ID.
           MOVE SPACES TO MPD-NEW-NAME.
           MOVE SPACE TO MPD-DORMANT-FLAG.
               PERFORM SEND-MAINT-MAP
               PERFORM RETURN-TO-MAINT
           END-IF.
      *    批窗/挂起中不批准：申请留在待复核档，翻日后再批
           IF WS-ONLINE-STATUS = 'B'
               MOVE 'BATCH IN PROGRESS - APPROVE AFTER ROLL' TO NMSGO
               PERFORM SEND-MAINT-MAP
               PERFORM RETURN-TO-MAINT
           END-IF.
           IF WS-ONLINE-STATUS = 'H'
               MOVE 'BATCH NOT COMPLETE - APPROVALS HELD' TO NMSGO
               PERFORM SEND-MAINT-MAP
               PERFORM RETURN-TO-MAINT
           END-IF.
           IF CA-AUTH-LEVEL OF WS-COMMAREA < 3
               MOVE 'APPROVAL NEEDS AUTHORITY LEVEL 3' TO NMSGO
               PERFORM SEND-MAINT-MAP
               PERFORM RETURN-TO-MAINT
           END-IF.
      *    复核人的角色须授予复核批准（APPR）
           MOVE WS-USER-ROLE TO ENT-ROLE-CODE.
           MOVE 'APPR' TO ENT-FUNCTION.
           PERFORM CHECK-ENTITLEMENT.
           IF WS-ENTITLED = 'N'
               MOVE 'NOT ENTITLED TO APPROVE' TO NMSGO
               PERFORM SEND-MAINT-MAP
               PERFORM RETURN-TO-MAINT
           END-IF.
           IF CA-TELLER-ID OF WS-COMMAREA = MPD-MAKER-ID
               MOVE 'CHECKER MUST BE A SECOND PERSON' TO NMSGO
               PERFORM SEND-MAINT-MAP
               PERFORM RETURN-TO-MAINT
           END-IF.
      *    复核人本人持有该账户的同样不得批准
           PERFORM CHECK-STAFF-HOLDER.
           IF WS-STAFF-HOLDER = 'Y'
               MOVE 'CHECKER IS AN ACCOUNT HOLDER - REFER' TO NMSGO
               PERFORM SEND-MAINT-MAP
               PERFORM RETURN-TO-MAINT
           END-IF.
           MOVE MPD-ACCOUNT-ID TO MCP-ACCOUNT-ID.
           MOVE MPD-REQUEST-TYPE TO MCP-REQUEST-TYPE.
           MOVE MPD-NEW-NAME TO MCP-NEW-NAME.
               PERFORM SEND-MAINT-MAP
               PERFORM RETURN-TO-MAINT
           END-IF.
      *    复核人的角色须授予复核批准（APPR）
           MOVE WS-USER-ROLE TO ENT-ROLE-CODE.
           MOVE 'APPR' TO ENT-FUNCTION.
           PERFORM CHECK-ENTITLEMENT.
           IF WS-ENTITLED = 'N'
               MOVE 'NOT ENTITLED TO APPROVE' TO NMSGO
               PERFORM SEND-MAINT-MAP
               PERFORM RETURN-TO-MAINT
           END-IF.
           PERFORM DELETE-PENDING-REQUEST.
           MOVE 'REQUEST REJECTED AND CLEARED' TO NMSGO.
           MOVE SPACES TO NPENDO.
               RESP(WS-RESP)
           END-EXEC.

       CHECK-STAFF-HOLDER.
      *> 当前柜员是本账户持有人即命中，拒绝前留痕安全日志
      *> （STAF），员工账户日报据此列示被拦截的自办企图
           MOVE 'N' TO WS-STAFF-HOLDER.
           MOVE WS-ACCOUNT-ID TO SFA-ACCOUNT-ID.
           MOVE CA-TELLER-ID OF WS-COMMAREA TO SFA-TELLER-ID.
           EXEC CICS READ
               FILE('STAFFACT')
               INTO(STAFF-ACCOUNT-RECORD)
               RIDFLD(SFA-KEY)
               KEYLENGTH(16)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-STAFF-HOLDER
               PERFORM TAKE-CALENDAR-STAMP
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
