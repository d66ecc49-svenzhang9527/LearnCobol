       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
      *> 客户资料维护双人复核：自持伪会话（交易码 CUMT）。
      *> 地址/电话/函件语言变更过去靠网点发邮件让运营录
      *> CUST_MAINT.TXT 走 CustomerMasterLoad，一拖数天，也没人
      *> 核对证件。本交易按 ACCTMNT 的待复核档做法：
      *> 发起（ACTION 'E'，2 级以上）：柜员键客户号、客户出示的
      *> 证件类型与号码（须与客户主档一致）及新值，申请落
      *> CUST_MAINT_PENDING.DAT 待复核。地址三行整体替换：新地址
      *> 任一行键了即按三行新值改，未键的行改为空白。
      *> 复核（ACTION 'A' 批准 / 'R' 驳回，3 级且非发起人本人）：
      *> 批准当场改写客户主档，发起人、复核人、核对证件与改前/
      *> 改后值写 CMLQ 外分区队列（落地 CUSTOMER_MAINT_LOG.DAT），
      *> 随后清待复核档；驳回只清档。改地址按 CustomerMasterLoad
      *> 口径解除退信标志（'R'），留存函件由该作业下次运行补寄。
      *> 身故客户（遗产处理中）不受理。键入客户号回显现值与在途
      *> 申请。PF3 回主菜单
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-ID   PIC 9(6) VALUE 0.
       01 WS-RESP          PIC S9(8) COMP.
       01 WS-PENDING-FOUND PIC X VALUE 'N'.

      *> 复核时刻：ASKTIME/FORMATTIME 取日历口径
       01 WS-ABSTIME        PIC S9(15) COMP-3.
       01 WS-FMT-DATE       PIC X(8).
       01 WS-FMT-TIME.
           05 WS-FMT-HHMMSS PIC X(6).
           05 FILLER        PIC X(2) VALUE '00'.

      *> 客户主档记录，与批处理共用同一份布局
       01 CUSTOMER-RECORD.
           COPY CUSTMAST.

      *> 待复核申请记录
       01 CUST-PENDING-RECORD.
           COPY CUSTPEND.

      *> 复核生效后的维护日志，写 CMLQ 队列
       01 CUST-MAINT-LOG-RECORD.
           COPY CUSTMLOG.

      *> 查询访问日志记录：回显了客户现值即写 ALOG 队列
       01 ACCESS-LOG-RECORD.
           COPY ACCSLOG.

      *> 新地址行暂存：屏上未键的行为 LOW-VALUES，落档前换成空白
       01 WS-NEW-ADDRESS-1 PIC X(30).
       01 WS-NEW-ADDRESS-2 PIC X(30).
       01 WS-NEW-ADDRESS-3 PIC X(30).

      *> 待复核申请的回显行
       01 WS-PENDING-LINE.
           05 FILLER           PIC X(5) VALUE 'ADDR '.
           05 WS-PL-ADDRESS    PIC X.
           05 FILLER           PIC X(4) VALUE ' PH '.
           05 WS-PL-PHONE      PIC X(15).
           05 FILLER           PIC X(6) VALUE ' LANG '.
           05 WS-PL-LANGUAGE   PIC X(2).
           05 FILLER           PIC X(4) VALUE ' BY '.
           05 WS-PL-MAKER      PIC X(8).
           05 FILLER           PIC X(4) VALUE ' ON '.
           05 WS-PL-DATE       PIC 9(8).

      *> 柜员上下文副本
       01 WS-COMMAREA.
           COPY ACCTCOMM.
       01 WS-NOSIGN-MSG    PIC X(40)
           VALUE 'SIGN ON REQUIRED - USE SIGN-ON SCREEN'.
       01 WS-NOAUTH-MSG    PIC X(40)
           VALUE 'AUTHORITY LEVEL 2 REQUIRED HERE'.

      *> 客户维护屏幕的符号映射
       COPY ACCTCMTM.

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

       CUSTMNT-START.
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
           MOVE LOW-VALUES TO ACCTCMTI.
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
           MOVE 'CUMT' TO ENT-FUNCTION.
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
               MOVE 'KEY CUSTOMER AND ACTION (E/A/R)' TO KMSGO
               IF CA-CURRENT-CUSTOMER OF WS-COMMAREA > 0
                   MOVE CA-CURRENT-CUSTOMER OF WS-COMMAREA TO KCUSTO
               END-IF
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.

           IF EIBAID = DFHPF3
               MOVE 'CUMT' TO CA-CALLING-FUNCTION OF WS-COMMAREA
               EXEC CICS RETURN
                   TRANSID('MENU')
                   COMMAREA(WS-COMMAREA)
                   LENGTH(27)
               END-EXEC
           END-IF.
           EXEC CICS RECEIVE
               MAP('CMTMAP')
               MAPSET('ACCTCMT')
               INTO(ACCTCMTI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO ACCTCMTI
           END-IF.
           IF KCUSTI = SPACES OR KCUSTI = LOW-VALUES
               MOVE 'KEY CUSTOMER NUMBER' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
           MOVE KCUSTI TO WS-CUSTOMER-ID.
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID.
           EXEC CICS READ
               FILE('CUSTFILE')
               INTO(CUSTOMER-RECORD)
               RIDFLD(CM-CUSTOMER-ID)
               KEYLENGTH(6)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON FILE' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
           PERFORM SHOW-CURRENT-VALUES.
           PERFORM SHOW-PENDING-REQUEST.
           EVALUATE KACTNI
               WHEN 'E'
                   PERFORM ENTER-CUST-REQUEST
               WHEN 'A'
                   PERFORM APPROVE-CUST-REQUEST
               WHEN 'R'
                   PERFORM REJECT-CUST-REQUEST
               WHEN OTHER
                   MOVE 'PENDING SHOWN - ACTION E/A/R' TO KMSGO
           END-EVALUATE.
           MOVE WS-CUSTOMER-ID TO KCUSTO.
           MOVE WS-CUSTOMER-ID TO CA-CURRENT-CUSTOMER OF WS-COMMAREA.
           PERFORM SEND-CUSTMNT-MAP.
           PERFORM RETURN-TO-CUSTMNT.

       RETURN-TO-CUSTMNT.
      *> 留在客户维护伪会话里，下一输入仍回本交易
           MOVE 'CUMT' TO CA-CALLING-FUNCTION OF WS-COMMAREA.
           EXEC CICS RETURN
               TRANSID('CUMT')
               COMMAREA(WS-COMMAREA)
               LENGTH(27)
           END-EXEC.

       SHOW-CURRENT-VALUES.
           MOVE CM-CUSTOMER-NAME TO KNAMEO.
           MOVE CM-ADDRESS-LINE-1 TO KOADR1O.
           MOVE CM-ADDRESS-LINE-2 TO KOADR2O.
           MOVE CM-ADDRESS-LINE-3 TO KOADR3O.
           MOVE CM-PHONE-NUMBER TO KOPHONO.
           MOVE CM-LANGUAGE-CODE TO KOLANGO.
           PERFORM WRITE-ACCESS-LOG.

       WRITE-ACCESS-LOG.
      *> 回显客户现值即是查看客户资料：按仅客户（账户 0）留一条
      *> 访问记录，落地 ACCESS_LOG.DAT 供员工访问监控追查
           MOVE CA-TELLER-ID OF WS-COMMAREA TO AL-TELLER-ID.
           MOVE 'CUMT' TO AL-TRAN-CODE.
           MOVE 0 TO AL-ACCOUNT-ID.
           MOVE WS-CUSTOMER-ID TO AL-CUSTOMER-ID.
           PERFORM TAKE-CALENDAR-STAMP.
           MOVE WS-FMT-DATE TO AL-LOG-DATE.
           MOVE WS-FMT-TIME TO AL-LOG-TIME.
           EXEC CICS WRITEQ TD
               QUEUE('ALOG')
               FROM(ACCESS-LOG-RECORD)
               LENGTH(42)
           END-EXEC.

       SHOW-PENDING-REQUEST.
      *> 在途申请的新值回显在新值栏，复核人对着现值看改了什么
           MOVE 'N' TO WS-PENDING-FOUND.
           MOVE WS-CUSTOMER-ID TO CPN-CUSTOMER-ID.
           EXEC CICS READ
               FILE('CUSTPEND')
               INTO(CUST-PENDING-RECORD)
               RIDFLD(CPN-CUSTOMER-ID)
               KEYLENGTH(6)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-PENDING-FOUND
               MOVE CPN-ADDRESS-CHANGE TO WS-PL-ADDRESS
               MOVE CPN-NEW-PHONE TO WS-PL-PHONE
               MOVE CPN-NEW-LANGUAGE TO WS-PL-LANGUAGE
               MOVE CPN-MAKER-ID TO WS-PL-MAKER
               MOVE CPN-MAKER-DATE TO WS-PL-DATE
               MOVE WS-PENDING-LINE TO KPENDO
               IF CPN-ADDRESS-CHANGE = 'Y'
                   MOVE CPN-NEW-ADDRESS-1 TO KNADR1O
                   MOVE CPN-NEW-ADDRESS-2 TO KNADR2O
                   MOVE CPN-NEW-ADDRESS-3 TO KNADR3O
               END-IF
               MOVE CPN-NEW-PHONE TO KNPHONO
               MOVE CPN-NEW-LANGUAGE TO KNLANGO
           ELSE
               MOVE SPACES TO KPENDO
           END-IF.

       ENTER-CUST-REQUEST.
      *> 发起：无在途申请、客户有效且非身故、出示证件与主档
      *> 一致，至少要改一项（与现值相同的不算改）
           IF WS-PENDING-FOUND = 'Y'
               MOVE 'REQUEST ALREADY PENDING APPROVAL' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
           IF CM-DATE-OF-DEATH > 0 OR CM-ESTATE-STATUS NOT = SPACE
               MOVE 'CUSTOMER DECEASED - REFER TO ESTATES' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
           IF CM-STATUS NOT = 'A'
               MOVE 'CUSTOMER IS NOT ACTIVE' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
           IF KDTYPEI = SPACES OR KDTYPEI = LOW-VALUES OR
                   KDOCNOI = SPACES OR KDOCNOI = LOW-VALUES
               MOVE 'KEY ID DOCUMENT THE CUSTOMER SHOWED' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
           IF KDTYPEI NOT = CM-ID-DOC-TYPE OR
                   KDOCNOI NOT = CM-ID-DOC-NUMBER
               MOVE 'ID SHOWN DOES NOT MATCH CUSTOMER' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
           MOVE WS-CUSTOMER-ID TO CPN-CUSTOMER-ID.
           MOVE 'N' TO CPN-ADDRESS-CHANGE.
           MOVE SPACES TO CPN-NEW-ADDRESS-1.
           MOVE SPACES TO CPN-NEW-ADDRESS-2.
           MOVE SPACES TO CPN-NEW-ADDRESS-3.
           MOVE SPACES TO CPN-NEW-PHONE.
           MOVE SPACES TO CPN-NEW-LANGUAGE.
           IF (KNADR1I NOT = SPACES AND KNADR1I NOT = LOW-VALUES) OR
                   (KNADR2I NOT = SPACES AND
                    KNADR2I NOT = LOW-VALUES) OR
                   (KNADR3I NOT = SPACES AND
                    KNADR3I NOT = LOW-VALUES)
               PERFORM TAKE-NEW-ADDRESS
           END-IF.
           IF KNPHONI NOT = SPACES AND KNPHONI NOT = LOW-VALUES AND
                   KNPHONI NOT = CM-PHONE-NUMBER
               MOVE KNPHONI TO CPN-NEW-PHONE
           END-IF.
           IF KNLANGI NOT = SPACES AND KNLANGI NOT = LOW-VALUES AND
                   KNLANGI NOT = CM-LANGUAGE-CODE
               MOVE KNLANGI TO CPN-NEW-LANGUAGE
           END-IF.
           IF CPN-ADDRESS-CHANGE = 'N' AND
                   CPN-NEW-PHONE = SPACES AND
                   CPN-NEW-LANGUAGE = SPACES
               MOVE 'NOTHING TO CHANGE - KEY A FIELD' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
           MOVE KDTYPEI TO CPN-VERIFY-DOC-TYPE.
           MOVE KDOCNOI TO CPN-VERIFY-DOC-NUMBER.
           MOVE CA-TELLER-ID OF WS-COMMAREA TO CPN-MAKER-ID.
           PERFORM TAKE-CALENDAR-STAMP.
           MOVE WS-FMT-DATE TO CPN-MAKER-DATE.
           MOVE 'P' TO CPN-STATUS.
           EXEC CICS WRITE
               FILE('CUSTPEND')
               FROM(CUST-PENDING-RECORD)
               RIDFLD(CPN-CUSTOMER-ID)
               KEYLENGTH(6)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'REQUEST PENDING LEVEL-3 APPROVAL' TO KMSGO
               PERFORM SHOW-PENDING-REQUEST
           ELSE
               MOVE 'UNABLE TO STORE REQUEST' TO KMSGO
           END-IF.

       TAKE-NEW-ADDRESS.
      *> 三行整体替换；三行都与现值相同视同未改
           MOVE KNADR1I TO WS-NEW-ADDRESS-1.
           MOVE KNADR2I TO WS-NEW-ADDRESS-2.
           MOVE KNADR3I TO WS-NEW-ADDRESS-3.
           IF WS-NEW-ADDRESS-1 = LOW-VALUES
               MOVE SPACES TO WS-NEW-ADDRESS-1
           END-IF.
           IF WS-NEW-ADDRESS-2 = LOW-VALUES
               MOVE SPACES TO WS-NEW-ADDRESS-2
           END-IF.
           IF WS-NEW-ADDRESS-3 = LOW-VALUES
               MOVE SPACES TO WS-NEW-ADDRESS-3
           END-IF.
           IF WS-NEW-ADDRESS-1 NOT = CM-ADDRESS-LINE-1 OR
                   WS-NEW-ADDRESS-2 NOT = CM-ADDRESS-LINE-2 OR
                   WS-NEW-ADDRESS-3 NOT = CM-ADDRESS-LINE-3
               MOVE 'Y' TO CPN-ADDRESS-CHANGE
               MOVE WS-NEW-ADDRESS-1 TO CPN-NEW-ADDRESS-1
               MOVE WS-NEW-ADDRESS-2 TO CPN-NEW-ADDRESS-2
               MOVE WS-NEW-ADDRESS-3 TO CPN-NEW-ADDRESS-3
           END-IF.

       APPROVE-CUST-REQUEST.
      *> 复核：3 级且不得是发起人本人；批准当场改写客户主档，
      *> 改写成功才写日志、清待复核档
           IF WS-PENDING-FOUND = 'N'
               MOVE 'NO PENDING REQUEST FOR CUSTOMER' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
           IF CA-AUTH-LEVEL OF WS-COMMAREA < 3
               MOVE 'APPROVAL NEEDS AUTHORITY LEVEL 3' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
      *    复核人的角色须授予复核批准（APPR）
           MOVE WS-USER-ROLE TO ENT-ROLE-CODE.
           MOVE 'APPR' TO ENT-FUNCTION.
           PERFORM CHECK-ENTITLEMENT.
           IF WS-ENTITLED = 'N'
               MOVE 'NOT ENTITLED TO APPROVE' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
           IF CA-TELLER-ID OF WS-COMMAREA = CPN-MAKER-ID
               MOVE 'CHECKER MUST BE A SECOND PERSON' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID.
           EXEC CICS READ
               FILE('CUSTFILE')
               INTO(CUSTOMER-RECORD)
               RIDFLD(CM-CUSTOMER-ID)
               KEYLENGTH(6)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT AVAILABLE - RETRY' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
           MOVE CM-ADDRESS-LINE-1 TO CML-OLD-ADDRESS-1.
           MOVE CM-ADDRESS-LINE-2 TO CML-OLD-ADDRESS-2.
           MOVE CM-ADDRESS-LINE-3 TO CML-OLD-ADDRESS-3.
           MOVE CM-PHONE-NUMBER TO CML-OLD-PHONE.
           MOVE CM-LANGUAGE-CODE TO CML-OLD-LANGUAGE.
           MOVE 'N' TO CML-MAIL-RELEASED.
           PERFORM TAKE-CALENDAR-STAMP.
           IF CPN-ADDRESS-CHANGE = 'Y'
               MOVE CPN-NEW-ADDRESS-1 TO CM-ADDRESS-LINE-1
               MOVE CPN-NEW-ADDRESS-2 TO CM-ADDRESS-LINE-2
               MOVE CPN-NEW-ADDRESS-3 TO CM-ADDRESS-LINE-3
      *        退信标志随地址更正解除；客户申请的留存不动
               IF CM-MAIL-FLAG = 'R'
                   MOVE SPACE TO CM-MAIL-FLAG
                   MOVE 0 TO CM-MAIL-FLAG-DATE
                   MOVE 'Y' TO CML-MAIL-RELEASED
               END-IF
           END-IF.
           IF CPN-NEW-PHONE NOT = SPACES
               MOVE CPN-NEW-PHONE TO CM-PHONE-NUMBER
           END-IF.
           IF CPN-NEW-LANGUAGE NOT = SPACES
               MOVE CPN-NEW-LANGUAGE TO CM-LANGUAGE-CODE
           END-IF.
           EXEC CICS REWRITE
               FILE('CUSTFILE')
               FROM(CUSTOMER-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UPDATE FAILED - REQUEST KEPT' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
           MOVE CM-ADDRESS-LINE-1 TO CML-NEW-ADDRESS-1.
           MOVE CM-ADDRESS-LINE-2 TO CML-NEW-ADDRESS-2.
           MOVE CM-ADDRESS-LINE-3 TO CML-NEW-ADDRESS-3.
           MOVE CM-PHONE-NUMBER TO CML-NEW-PHONE.
           MOVE CM-LANGUAGE-CODE TO CML-NEW-LANGUAGE.
           MOVE CM-CUSTOMER-ID TO CML-CUSTOMER-ID.
           MOVE WS-FMT-DATE TO CML-APPLY-DATE.
           MOVE WS-FMT-TIME TO CML-APPLY-TIME.
           MOVE CPN-MAKER-ID TO CML-MAKER-ID.
           MOVE CPN-MAKER-DATE TO CML-MAKER-DATE.
           MOVE CA-TELLER-ID OF WS-COMMAREA TO CML-CHECKER-ID.
           MOVE CPN-VERIFY-DOC-TYPE TO CML-VERIFY-DOC-TYPE.
           MOVE CPN-VERIFY-DOC-NUMBER TO CML-VERIFY-DOC-NUMBER.
           EXEC CICS WRITEQ TD
               QUEUE('CMLQ')
               FROM(CUST-MAINT-LOG-RECORD)
               LENGTH(281)
           END-EXEC.
           PERFORM DELETE-PENDING-REQUEST.
           PERFORM SHOW-CURRENT-VALUES.
           PERFORM CLEAR-NEW-VALUES.
           MOVE 'APPROVED - CUSTOMER MASTER UPDATED' TO KMSGO.

       REJECT-CUST-REQUEST.
           IF WS-PENDING-FOUND = 'N'
               MOVE 'NO PENDING REQUEST FOR CUSTOMER' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
           IF CA-AUTH-LEVEL OF WS-COMMAREA < 3
               MOVE 'REJECTION NEEDS AUTHORITY LEVEL 3' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
      *    复核人的角色须授予复核批准（APPR）
           MOVE WS-USER-ROLE TO ENT-ROLE-CODE.
           MOVE 'APPR' TO ENT-FUNCTION.
           PERFORM CHECK-ENTITLEMENT.
           IF WS-ENTITLED = 'N'
               MOVE 'NOT ENTITLED TO APPROVE' TO KMSGO
               PERFORM SEND-CUSTMNT-MAP
               PERFORM RETURN-TO-CUSTMNT
           END-IF.
           PERFORM DELETE-PENDING-REQUEST.
           PERFORM CLEAR-NEW-VALUES.
           MOVE 'REQUEST REJECTED AND CLEARED' TO KMSGO.

       CLEAR-NEW-VALUES.
           MOVE SPACES TO KPENDO.
           MOVE SPACES TO KNADR1O.
           MOVE SPACES TO KNADR2O.
           MOVE SPACES TO KNADR3O.
           MOVE SPACES TO KNPHONO.
           MOVE SPACES TO KNLANGO.

       DELETE-PENDING-REQUEST.
           EXEC CICS DELETE
               FILE('CUSTPEND')
               RIDFLD(CPN-CUSTOMER-ID)
               KEYLENGTH(6)
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

       SEND-CUSTMNT-MAP.
           EXEC CICS SEND
               MAP('CMTMAP')
               MAPSET('ACCTCMT')
               FROM(ACCTCMTO)
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
