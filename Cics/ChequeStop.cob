       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTOP.
      *> 支票止付联机登记/状态查询：自持伪会话（交易码 CHQS）。
      *> 止付过去只能经 CHQ_MAINT.TXT 走夜间 ChequeRegisterMaint，
      *> 上午挂失的支票当晚过账照样兑付。本交易按上下文账户一屏
      *> 列出支票簿登记册（CHEQUE_REGISTER.DAT）的在用号段、止付
      *> 档（STOP_PAYMENTS.DAT）里该户的止付（含已解除留痕）和
      *> 已兑付支票档（CHEQUE_PAID.DAT）里该户的已兑付支票；
      *> 动作 S 连同支票号、申请编号当场写止付档，当晚过账即
      *> 打回；动作 R 解除止付，须 3 级主管同屏键入柜员号与口令
      *> 批准。止付登记、解除与主管批准都写 SLOG 安全日志队列
      *> （STPP/STPR/STPA）。交易须 2 级以上。
      *> 账户号校验位与 ACCTCAPT 同一算法。PF3 回主菜单
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TARGET-ACCOUNT PIC 9(8) VALUE 0.
       01 WS-CHECK-DIGITS REDEFINES WS-TARGET-ACCOUNT.
           05 WS-CHK-DIGIT     PIC 9 OCCURS 8 TIMES.
       01 WS-BROWSE-KEY.
           05 WS-BROWSE-ACCOUNT PIC 9(8).
           05 WS-BROWSE-CHEQUE  PIC 9(6).
       01 WS-RESP          PIC S9(8) COMP.
       01 WS-LINES-FILLED  PIC 9 VALUE 0.
       01 WS-ITEMS-FOUND   PIC 9(5) VALUE 0.
       01 WS-BROWSE-DONE   PIC X VALUE 'N'.
       01 WS-CHEQUE-NUMBER PIC 9(6) VALUE 0.
       01 WS-SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 WS-SUPERVISOR-OK PIC X VALUE 'N'.

      *> 动作时刻：ASKTIME/FORMATTIME 取日历口径
      *> （EIBDATE 是儒略日，直接落档会把止付日期喂坏）
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

      *> 账户主文件记录：只取户名回显
       01 ACCOUNT-RECORD.
           COPY ACCTREC.

      *> 支票簿登记册与止付档记录，与批处理共用同一份布局
       01 CHEQUE-REGISTER-RECORD.
           COPY CHQREG.
       01 STOP-PAYMENT-RECORD.
           COPY CHQSTOP.

      *> 查询访问日志记录：显示了账户支票信息即写 ALOG 队列
       01 ACCESS-LOG-RECORD.
           COPY ACCSLOG.

      *> 已兑付支票记录，与 AccountMasterUpdate 的已兑付支票档
      *> 同布局（主键 账户ID+支票号）
       01 CHEQUE-PAID-RECORD.
           05 CPD-KEY.
               10 CPD-ACCOUNT-ID    PIC 9(8).
               10 CPD-CHEQUE-NUMBER PIC 9(6).
           05 CPD-PAID-DATE         PIC 9(8).
           05 CPD-AMOUNT            PIC 9(7)V99.

      *> 柜员/主管用户主档记录：解除止付的主管批准验证用
       01 USER-RECORD.
           COPY USERREC.

      *> 止付动作留痕的安全日志记录，与签到交易同布局
       01 SECURITY-LOG-RECORD.
           05 SL-TELLER-ID     PIC X(8).
           05 SL-EVENT-CODE    PIC X(4).
           05 SL-LOG-DATE      PIC 9(8).
           05 SL-LOG-TIME      PIC 9(8).

      *> 支票簿号段行、止付明细行、已兑付明细行的编辑格式
       01 WS-BOOK-LINE.
           05 WS-BL-FIRST      PIC 9(6).
           05 FILLER           PIC X VALUE '-'.
           05 WS-BL-LAST       PIC 9(6).
           05 FILLER           PIC X(8) VALUE ' ISSUED '.
           05 WS-BL-ISSUED     PIC 9(8).
           05 FILLER           PIC X(8) VALUE ' STATUS '.
           05 WS-BL-STATUS     PIC X.
       01 WS-STOP-LINE.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 WS-SL-CHEQUE     PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-SL-DATE       PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-SL-REFERENCE  PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-SL-STATUS     PIC X.
       01 WS-PAID-LINE.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 WS-PL-CHEQUE     PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-PL-DATE       PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-PL-AMOUNT     PIC Z,ZZZ,ZZ9.99.

      *> 柜员上下文副本
       01 WS-COMMAREA.
           COPY ACCTCOMM.
       01 WS-NOSIGN-MSG    PIC X(40)
           VALUE 'SIGN ON REQUIRED - USE SIGN-ON SCREEN'.
       01 WS-NOAUTH-MSG    PIC X(40)
           VALUE 'AUTHORITY LEVEL 2 REQUIRED FOR STOPS'.

      *> 止付屏幕的符号映射
       COPY ACCTSTPM.

      *> 功能授权：签到柜员的角色码与角色功能授权档（ENTLFILE）
       01 ENTITLEMENT-RECORD.
           COPY ENTITLE.
       01 WS-USER-ROLE     PIC X(4) VALUE SPACES.
       01 WS-ENTITLED      PIC X VALUE 'Y'.
       01 WS-NOENTL-MSG    PIC X(40)
           VALUE 'NOT ENTITLED TO THIS TRANSACTION'.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY ACCTCOMM.

       PROCEDURE DIVISION.

       STOP-START.
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
           MOVE LOW-VALUES TO ACCTSTPI.
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
           MOVE 'CHQS' TO ENT-FUNCTION.
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
      *        菜单刚转入：有上下文账户直接列支票状态，否则发空屏
               IF CA-CURRENT-ACCOUNT OF WS-COMMAREA > 0
                   MOVE CA-CURRENT-ACCOUNT OF WS-COMMAREA
                       TO WS-TARGET-ACCOUNT
                   PERFORM SHOW-ACCOUNT-CHEQUES
               ELSE
                   MOVE 'KEY ACCOUNT NUMBER AND PRESS ENTER'
                       TO SPMSGO
                   PERFORM SEND-STOP-MAP
               END-IF
               PERFORM RETURN-TO-STOP
           END-IF.

      *    PF3 不带数据，先于收屏判断
           IF EIBAID = DFHPF3
               MOVE 'CHQS' TO CA-CALLING-FUNCTION OF WS-COMMAREA
               EXEC CICS RETURN
                   TRANSID('MENU')
                   COMMAREA(WS-COMMAREA)
                   LENGTH(27)
               END-EXEC
           END-IF.
           EXEC CICS RECEIVE
               MAP('STOPMAP')
               MAPSET('ACCTSTP')
               INTO(ACCTSTPI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO ACCTSTPI
           END-IF.
      *    提示栏只出不进，收屏后清掉，留给本次处理结果
           MOVE SPACES TO SPMSGO.
           IF SPACCTI = SPACES OR SPACCTI = LOW-VALUES
               MOVE 'KEY ACCOUNT NUMBER AND PRESS ENTER' TO SPMSGO
               PERFORM SEND-STOP-MAP
               PERFORM RETURN-TO-STOP
           END-IF.
           MOVE SPACCTI TO WS-TARGET-ACCOUNT.
           PERFORM VALIDATE-CHECK-DIGIT.
           IF WS-CHK-DIGIT(8) NOT = WS-CHECK-EXPECTED
               MOVE 'BAD CHECK DIGIT - VERIFY ACCOUNT NO' TO SPMSGO
               PERFORM SEND-STOP-MAP
               PERFORM RETURN-TO-STOP
           END-IF.
           EVALUATE SPACTI
               WHEN 'S'
                   PERFORM PLACE-STOP-PAYMENT
               WHEN 'R'
                   PERFORM RELEASE-STOP-PAYMENT
               WHEN SPACE
               WHEN LOW-VALUE
                   CONTINUE
               WHEN OTHER
                   MOVE 'ACTION MUST BE S OR R' TO SPMSGO
           END-EVALUATE.
           PERFORM SHOW-ACCOUNT-CHEQUES.
           PERFORM RETURN-TO-STOP.

       RETURN-TO-STOP.
      *> 留在止付伪会话里，下一输入仍回本交易
           MOVE 'CHQS' TO CA-CALLING-FUNCTION OF WS-COMMAREA.
           EXEC CICS RETURN
               TRANSID('CHQS')
               COMMAREA(WS-COMMAREA)
               LENGTH(27)
           END-EXEC.

       SHOW-ACCOUNT-CHEQUES.
      *> 户名与在用号段各读一次，止付与已兑付各按账户前缀起
      *> 浏览、换账户即停；超出屏幕行数的只计数
           MOVE WS-TARGET-ACCOUNT TO ACCOUNT-ID.
           EXEC CICS READ
               FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               RIDFLD(ACCOUNT-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE ACCOUNT-NAME TO SPNAMEO
               PERFORM WRITE-ACCESS-LOG
           ELSE
               MOVE 'NOT ON FILE' TO SPNAMEO
           END-IF.
           MOVE WS-TARGET-ACCOUNT TO CHQ-ACCOUNT-ID.
           EXEC CICS READ
               FILE('CHQFILE')
               INTO(CHEQUE-REGISTER-RECORD)
               RIDFLD(CHQ-ACCOUNT-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CHQ-FIRST-NUMBER TO WS-BL-FIRST
               MOVE CHQ-LAST-NUMBER TO WS-BL-LAST
               MOVE CHQ-ISSUE-DATE TO WS-BL-ISSUED
               MOVE CHQ-STATUS TO WS-BL-STATUS
               MOVE WS-BOOK-LINE TO SPBOOKO
           ELSE
               MOVE 'NO CHEQUE BOOK ISSUED' TO SPBOOKO
           END-IF.
           PERFORM LIST-STOP-PAYMENTS.
           PERFORM LIST-PAID-CHEQUES.
           IF SPMSGO = SPACES OR SPMSGO = LOW-VALUES
               MOVE 'S=STOP R=RELEASE (KEY CHEQUE)  PF3 MENU'
                   TO SPMSGO
           END-IF.
           MOVE WS-TARGET-ACCOUNT TO SPACCTO.
           MOVE WS-TARGET-ACCOUNT
               TO CA-CURRENT-ACCOUNT OF WS-COMMAREA.
           PERFORM SEND-STOP-MAP.

       LIST-STOP-PAYMENTS.
           MOVE 0 TO WS-LINES-FILLED.
           MOVE 0 TO WS-ITEMS-FOUND.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE WS-TARGET-ACCOUNT TO WS-BROWSE-ACCOUNT.
           MOVE 0 TO WS-BROWSE-CHEQUE.
           EXEC CICS STARTBR
               FILE('STPFILE')
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(14)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-FOR-STOP
                   UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS ENDBR
                   FILE('STPFILE')
               END-EXEC
           END-IF.
           IF WS-ITEMS-FOUND = 0
               MOVE '        NO STOP PAYMENTS' TO SPSTP1O
           END-IF.

       READ-FOR-STOP.
           EXEC CICS READNEXT
               FILE('STPFILE')
               INTO(STOP-PAYMENT-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(14)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF STP-ACCOUNT-ID NOT = WS-TARGET-ACCOUNT
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   ADD 1 TO WS-ITEMS-FOUND
                   IF WS-LINES-FILLED < 4
                       PERFORM FILL-ONE-STOP-LINE
                   END-IF
               END-IF
           END-IF.

       FILL-ONE-STOP-LINE.
           MOVE STP-CHEQUE-NUMBER TO WS-SL-CHEQUE.
           MOVE STP-STOP-DATE TO WS-SL-DATE.
           MOVE STP-REFERENCE TO WS-SL-REFERENCE.
           MOVE STP-STATUS TO WS-SL-STATUS.
           ADD 1 TO WS-LINES-FILLED.
           EVALUATE WS-LINES-FILLED
               WHEN 1
                   MOVE WS-STOP-LINE TO SPSTP1O
               WHEN 2
                   MOVE WS-STOP-LINE TO SPSTP2O
               WHEN 3
                   MOVE WS-STOP-LINE TO SPSTP3O
               WHEN 4
                   MOVE WS-STOP-LINE TO SPSTP4O
           END-EVALUATE.

       LIST-PAID-CHEQUES.
           MOVE 0 TO WS-LINES-FILLED.
           MOVE 0 TO WS-ITEMS-FOUND.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE WS-TARGET-ACCOUNT TO WS-BROWSE-ACCOUNT.
           MOVE 0 TO WS-BROWSE-CHEQUE.
           EXEC CICS STARTBR
               FILE('CPDFILE')
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(14)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-FOR-PAID
                   UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS ENDBR
                   FILE('CPDFILE')
               END-EXEC
           END-IF.
           IF WS-ITEMS-FOUND = 0
               MOVE '        NO PAID CHEQUES' TO SPPD1O
           END-IF.

       READ-FOR-PAID.
           EXEC CICS READNEXT
               FILE('CPDFILE')
               INTO(CHEQUE-PAID-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(14)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF CPD-ACCOUNT-ID NOT = WS-TARGET-ACCOUNT
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   ADD 1 TO WS-ITEMS-FOUND
                   IF WS-LINES-FILLED < 6
                       PERFORM FILL-ONE-PAID-LINE
                   END-IF
               END-IF
           END-IF.

       FILL-ONE-PAID-LINE.
           MOVE CPD-CHEQUE-NUMBER TO WS-PL-CHEQUE.
           MOVE CPD-PAID-DATE TO WS-PL-DATE.
           MOVE CPD-AMOUNT TO WS-PL-AMOUNT.
           ADD 1 TO WS-LINES-FILLED.
           EVALUATE WS-LINES-FILLED
               WHEN 1
                   MOVE WS-PAID-LINE TO SPPD1O
               WHEN 2
                   MOVE WS-PAID-LINE TO SPPD2O
               WHEN 3
                   MOVE WS-PAID-LINE TO SPPD3O
               WHEN 4
                   MOVE WS-PAID-LINE TO SPPD4O
               WHEN 5
                   MOVE WS-PAID-LINE TO SPPD5O
               WHEN 6
                   MOVE WS-PAID-LINE TO SPPD6O
           END-EVALUATE.

       PLACE-STOP-PAYMENT.
      *> 登记止付：支票号须在在用号段内、尚未兑付，申请编号
      *> 必填；同票已有生效止付不重登，已解除的按批处理口径
      *> 覆盖为新登记
           IF SPCHQI = SPACES OR SPCHQI = LOW-VALUES
               MOVE 'KEY CHEQUE NUMBER TO STOP' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPCHQI TO WS-CHEQUE-NUMBER.
           IF SPREFI = SPACES OR SPREFI = LOW-VALUES
               MOVE 'KEY STOP REQUEST REFERENCE' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TARGET-ACCOUNT TO CHQ-ACCOUNT-ID.
           EXEC CICS READ
               FILE('CHQFILE')
               INTO(CHEQUE-REGISTER-RECORD)
               RIDFLD(CHQ-ACCOUNT-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO CHEQUE BOOK ISSUED TO ACCOUNT' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
           IF CHQ-STATUS NOT = 'A' OR
                   WS-CHEQUE-NUMBER < CHQ-FIRST-NUMBER OR
                   WS-CHEQUE-NUMBER > CHQ-LAST-NUMBER
               MOVE 'CHEQUE NOT IN ACTIVE BOOK RANGE' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TARGET-ACCOUNT TO CPD-ACCOUNT-ID.
           MOVE WS-CHEQUE-NUMBER TO CPD-CHEQUE-NUMBER.
           EXEC CICS READ
               FILE('CPDFILE')
               INTO(CHEQUE-PAID-RECORD)
               RIDFLD(CPD-KEY)
               KEYLENGTH(14)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'CHEQUE ALREADY PAID - CANNOT STOP' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
           PERFORM TAKE-ACTION-TIMESTAMP.
           MOVE WS-TARGET-ACCOUNT TO STP-ACCOUNT-ID.
           MOVE WS-CHEQUE-NUMBER TO STP-CHEQUE-NUMBER.
           EXEC CICS READ
               FILE('STPFILE')
               INTO(STOP-PAYMENT-RECORD)
               RIDFLD(STP-KEY)
               KEYLENGTH(14)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF STP-STATUS = 'A'
                   EXEC CICS UNLOCK
                       FILE('STPFILE')
                   END-EXEC
                   MOVE 'STOP ALREADY IN FORCE' TO SPMSGO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FMT-DATE-NUM TO STP-STOP-DATE
               MOVE SPREFI TO STP-REFERENCE
               MOVE 'A' TO STP-STATUS
               EXEC CICS REWRITE
                   FILE('STPFILE')
                   FROM(STOP-PAYMENT-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE WS-TARGET-ACCOUNT TO STP-ACCOUNT-ID
               MOVE WS-CHEQUE-NUMBER TO STP-CHEQUE-NUMBER
               MOVE WS-FMT-DATE-NUM TO STP-STOP-DATE
               MOVE SPREFI TO STP-REFERENCE
               MOVE 'A' TO STP-STATUS
               EXEC CICS WRITE
                   FILE('STPFILE')
                   FROM(STOP-PAYMENT-RECORD)
                   RIDFLD(STP-KEY)
                   KEYLENGTH(14)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'STOP NOT RECORDED - TRY AGAIN' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE CA-TELLER-ID OF WS-COMMAREA TO SL-TELLER-ID.
           MOVE 'STPP' TO SL-EVENT-CODE.
           PERFORM WRITE-SECURITY-LOG.
           MOVE 'STOP PAYMENT PLACED' TO SPMSGO.

       RELEASE-STOP-PAYMENT.
      *> 解除止付：先验主管批准（不持记录锁），再读更新置 'R'
      *> 留痕；键了申请编号的按批处理口径改记解除文书号。
      *> 柜员解除与主管批准各留一条安全日志
           IF SPCHQI = SPACES OR SPCHQI = LOW-VALUES
               MOVE 'KEY CHEQUE NUMBER TO RELEASE' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPCHQI TO WS-CHEQUE-NUMBER.
           PERFORM VALIDATE-SUPERVISOR-APPROVAL.
           IF WS-SUPERVISOR-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TARGET-ACCOUNT TO STP-ACCOUNT-ID.
           MOVE WS-CHEQUE-NUMBER TO STP-CHEQUE-NUMBER.
           EXEC CICS READ
               FILE('STPFILE')
               INTO(STOP-PAYMENT-RECORD)
               RIDFLD(STP-KEY)
               KEYLENGTH(14)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO STOP ON THIS CHEQUE' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
           IF STP-STATUS NOT = 'A'
               EXEC CICS UNLOCK
                   FILE('STPFILE')
               END-EXEC
               MOVE 'STOP ALREADY RELEASED' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO STP-STATUS.
           IF SPREFI NOT = SPACES AND SPREFI NOT = LOW-VALUES
               MOVE SPREFI TO STP-REFERENCE
           END-IF.
           EXEC CICS REWRITE
               FILE('STPFILE')
               FROM(STOP-PAYMENT-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RELEASE FAILED - TRY AGAIN' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
           PERFORM TAKE-ACTION-TIMESTAMP.
           MOVE CA-TELLER-ID OF WS-COMMAREA TO SL-TELLER-ID.
           MOVE 'STPR' TO SL-EVENT-CODE.
           PERFORM WRITE-SECURITY-LOG.
           MOVE WS-SUPERVISOR-ID TO SL-TELLER-ID.
           MOVE 'STPA' TO SL-EVENT-CODE.
           PERFORM WRITE-SECURITY-LOG.
           MOVE 'STOP PAYMENT RELEASED' TO SPMSGO.

       VALIDATE-SUPERVISOR-APPROVAL.
      *> 主管在同一屏键入自己的柜员号与口令批准；验证级别3、
      *> 状态有效、口令正确、并非柜员本人，与 ACCTCAPT 加签同口径
           MOVE 'N' TO WS-SUPERVISOR-OK.
           IF SPSUPIDI = SPACES OR SPSUPIDI = LOW-VALUES
               MOVE 'RELEASE NEEDS SUPERVISOR APPROVAL' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPSUPIDI TO WS-SUPERVISOR-ID.
           IF WS-SUPERVISOR-ID = CA-TELLER-ID OF WS-COMMAREA
               MOVE 'SUPERVISOR MUST BE A SECOND PERSON' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUPERVISOR-ID TO USR-TELLER-ID.
           EXEC CICS READ
               FILE('USRFILE')
               INTO(USER-RECORD)
               RIDFLD(USR-TELLER-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'SUPERVISOR ID NOT ON FILE' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
           IF USR-STATUS NOT = 'A' OR USR-AUTH-LEVEL < 3
               MOVE 'SUPERVISOR LEVEL 3 REQUIRED' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
      *    加签主管的角色须授予超限加签（OVRD）
           MOVE USR-ROLE-CODE TO ENT-ROLE-CODE.
           MOVE 'OVRD' TO ENT-FUNCTION.
           PERFORM CHECK-ENTITLEMENT.
           IF WS-ENTITLED = 'N'
               MOVE 'SUPERVISOR NOT ENTITLED TO OVERRIDE' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
           IF SPSUPPWI NOT = USR-PASSWORD
               MOVE 'SUPERVISOR PASSWORD INCORRECT' TO SPMSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-SUPERVISOR-OK.

       TAKE-ACTION-TIMESTAMP.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-FMT-DATE)
               TIME(WS-FMT-HHMMSS)
           END-EXEC.

       WRITE-ACCESS-LOG.
      *> 账户在档、户名与支票信息上了屏即是查看账户：落地
      *> ACCESS_LOG.DAT 供员工访问监控追查；账户不在档不写
           MOVE CA-TELLER-ID OF WS-COMMAREA TO AL-TELLER-ID.
           MOVE 'CHQS' TO AL-TRAN-CODE.
           MOVE WS-TARGET-ACCOUNT TO AL-ACCOUNT-ID.
           MOVE CUSTOMER-ID TO AL-CUSTOMER-ID.
           PERFORM TAKE-ACTION-TIMESTAMP.
           MOVE WS-FMT-DATE-NUM TO AL-LOG-DATE.
           MOVE WS-FMT-TIME TO AL-LOG-TIME.
           EXEC CICS WRITEQ TD
               QUEUE('ALOG')
               FROM(ACCESS-LOG-RECORD)
               LENGTH(42)
           END-EXEC.

       WRITE-SECURITY-LOG.
      *> 止付动作留痕（落地 SECURITY_LOG.DAT），日志时刻取动作时刻
           MOVE WS-FMT-DATE TO SL-LOG-DATE.
           MOVE WS-FMT-TIME TO SL-LOG-TIME.
           EXEC CICS WRITEQ TD
               QUEUE('SLOG')
               FROM(SECURITY-LOG-RECORD)
               LENGTH(28)
           END-EXEC.

       SEND-STOP-MAP.
      *> 每次整屏重发：菜单转入时不清屏会叠在菜单残字上
           EXEC CICS SEND
               MAP('STOPMAP')
               MAPSET('ACCTSTP')
               FROM(ACCTSTPO)
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
