       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTDISP.
      *> 客户争议/投诉案件立案与更新：自持伪会话（交易码 DISP）。
      *> 客户对某笔费用、利息或交易提出争议，柜员按被争议的过账
      *> 出处立案——过账历史键（账户+过账日期，联机当场核对在档）
      *> 或过账流水条目（业务日期+日内批次序号+交易类型）——记下
      *> 类别、争议金额、承办人和目标解决日期；监管答复时限按立案
      *> 日推出。案件号由案件档控制记录（案件号 0）顺序分配。
      *>   ACTION 'A'=立案（2 级以上）
      *>   ACTION 'U'=更新状态/承办人/目标日期/摘要（2 级以上）；
      *>     裁定支持客户（状态 F）须 3 级并带更正金额，不得超过
      *>     争议金额；更正贷记由夜间 DisputeCaseAging 生成交易批
      *>     过账，不另做人工过账
      *>   其余=按案件号查询
      *> 已结案（C/R/W）的案件不再改动；待生成贷记（F）的案件只有
      *> 3 级可改。账户号校验位与 ACCTCAPT 同一算法。PF3 回主菜单
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-ID    PIC 9(8) VALUE 0.
       01 WS-CHECK-DIGITS REDEFINES WS-ACCOUNT-ID.
           05 WS-CHK-DIGIT     PIC 9 OCCURS 8 TIMES.
       01 WS-RESP          PIC S9(8) COMP.
       01 WS-CASE-NO       PIC 9(8) VALUE 0.
       01 WS-CASE-AMOUNT   PIC 9(7)V99 VALUE 0.
       01 WS-AMOUNT-EDIT   PIC ZZZZZZ9.99.
       01 WS-NEW-STATUS    PIC X VALUE SPACE.
       01 WS-TARGET-DATE   PIC 9(8) VALUE 0.
       01 WS-DEADLINE-DATE PIC 9(8) VALUE 0.

      *> 监管答复时限：立案日起的自然日数
       01 WS-RESPONSE-DAYS PIC 9(3) VALUE 15.

      *> 屏幕日期核对：年月日拆开核范围
       01 WS-CHECK-DATE    PIC 9(8) VALUE 0.
       01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05 WS-CD-YEAR       PIC 9(4).
           05 WS-CD-MONTH      PIC 9(2).
           05 WS-CD-DAY        PIC 9(2).
       01 WS-DATE-OK       PIC X VALUE 'Y'.

      *> 立案/更新日期：ASKTIME/FORMATTIME 取日历口径
      *> （EIBDATE 是儒略日，直接落档会把时限推算喂坏）
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

      *> 账户主文件记录：立案前核对账户在档、取所属客户
       01 ACCOUNT-RECORD.
           COPY ACCTREC.

      *> 过账历史记录：'H' 出处当场核对在档
       01 HISTORY-RECORD.
           COPY ACCTHIS.

      *> 争议案件记录，与批处理共用同一份布局
       01 DISPUTE-CASE-RECORD.
           COPY DISPCASE.

      *> 查询访问日志记录：按案件号查询显示了案件即写 ALOG 队列
       01 ACCESS-LOG-RECORD.
           COPY ACCSLOG.

      *> 柜员上下文副本
       01 WS-COMMAREA.
           COPY ACCTCOMM.
       01 WS-NOSIGN-MSG    PIC X(40)
           VALUE 'SIGN ON REQUIRED - USE SIGN-ON SCREEN'.
       01 WS-NOAUTH-MSG    PIC X(40)
           VALUE 'AUTHORITY LEVEL 2 REQUIRED FOR DISPUTES'.

      *> 争议案件屏幕的符号映射
       COPY ACCTDSPM.

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

       DISP-START.
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
           MOVE LOW-VALUES TO ACCTDSPI.
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
           MOVE 'DISP' TO ENT-FUNCTION.
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
      *        菜单刚转入：上下文账户预填，等案件号或立案
               IF CA-CURRENT-ACCOUNT OF WS-COMMAREA > 0
                   MOVE CA-CURRENT-ACCOUNT OF WS-COMMAREA TO DCACCTO
               END-IF
               MOVE 'KEY CASE NO, OR ACTION A TO OPEN' TO DCMSGO
               PERFORM SEND-DISPUTE-MAP
               PERFORM RETURN-TO-DISP
           END-IF.

      *    PF3 不带数据，先于收屏判断
           IF EIBAID = DFHPF3
               MOVE 'DISP' TO CA-CALLING-FUNCTION OF WS-COMMAREA
               EXEC CICS RETURN
                   TRANSID('MENU')
                   COMMAREA(WS-COMMAREA)
                   LENGTH(27)
               END-EXEC
           END-IF.
           EXEC CICS RECEIVE
               MAP('DISPMAP')
               MAPSET('ACCTDISP')
               INTO(ACCTDSPI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO ACCTDSPI
           END-IF.
           PERFORM GET-CURRENT-DATE.
           EVALUATE DCACTI
               WHEN 'A'
                   PERFORM OPEN-NEW-CASE
               WHEN 'U'
                   PERFORM UPDATE-EXISTING-CASE
               WHEN OTHER
                   PERFORM INQUIRE-CASE
           END-EVALUATE.
           PERFORM SEND-DISPUTE-MAP.
           PERFORM RETURN-TO-DISP.

       RETURN-TO-DISP.
      *> 留在争议案件伪会话里，下一输入仍回本交易
           MOVE 'DISP' TO CA-CALLING-FUNCTION OF WS-COMMAREA.
           EXEC CICS RETURN
               TRANSID('DISP')
               COMMAREA(WS-COMMAREA)
               LENGTH(27)
           END-EXEC.

       REJECT-INPUT.
      *> 输入不合格：原屏带提示回送，本次不落档
           PERFORM SEND-DISPUTE-MAP.
           PERFORM RETURN-TO-DISP.

       INQUIRE-CASE.
           IF DCCASEI = SPACES OR DCCASEI = LOW-VALUES
               MOVE 'KEY CASE NO, OR ACTION A TO OPEN' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           MOVE DCCASEI TO WS-CASE-NO.
           MOVE WS-CASE-NO TO DSP-CASE-NO.
           EXEC CICS READ
               FILE('DISPFILE')
               INTO(DISPUTE-CASE-RECORD)
               RIDFLD(DSP-CASE-NO)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR WS-CASE-NO = 0
               MOVE 'CASE NOT FOUND' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           PERFORM SHOW-CASE.
           PERFORM WRITE-ACCESS-LOG.
           MOVE 'ACTION U TO UPDATE  PF3 MENU' TO DCMSGO.

       WRITE-ACCESS-LOG.
      *> 谁在什么时候查看了哪个账户/客户的争议案件：落地
      *> ACCESS_LOG.DAT，员工访问监控凭此追查
           MOVE CA-TELLER-ID OF WS-COMMAREA TO AL-TELLER-ID.
           MOVE 'DISP' TO AL-TRAN-CODE.
           MOVE DSP-ACCOUNT-ID TO AL-ACCOUNT-ID.
           MOVE DSP-CUSTOMER-ID TO AL-CUSTOMER-ID.
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

       OPEN-NEW-CASE.
      *> 立案：账户在档、出处可核、类别/金额合格后分配案件号落档
           IF DCACCTI = SPACES OR DCACCTI = LOW-VALUES
               MOVE 'KEY DISPUTED ACCOUNT NUMBER' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           MOVE DCACCTI TO WS-ACCOUNT-ID.
           PERFORM VALIDATE-CHECK-DIGIT.
           IF WS-CHK-DIGIT(8) NOT = WS-CHECK-EXPECTED
               MOVE 'BAD CHECK DIGIT - VERIFY ACCOUNT NO' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           EXEC CICS READ
               FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               RIDFLD(WS-ACCOUNT-ID)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT NOT ON FILE' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           PERFORM VALIDATE-POSTING-REFERENCE.
           IF DCCATI NOT = 'FE' AND DCCATI NOT = 'IN' AND
                   DCCATI NOT = 'TX' AND DCCATI NOT = 'OT'
               MOVE 'CATEGORY MUST BE FE, IN, TX OR OT' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           IF DCAMTI = SPACES OR DCAMTI = LOW-VALUES
               MOVE 0 TO WS-CASE-AMOUNT
           ELSE
               MOVE DCAMTI TO WS-CASE-AMOUNT
           END-IF.
           IF WS-CASE-AMOUNT = 0
               MOVE 'DISPUTED AMOUNT MUST BE GREATER THAN 0' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FMT-DATE-NUM)
               + WS-RESPONSE-DAYS).
      *    目标日期不键按监管时限，键了不得早于今天
           MOVE WS-DEADLINE-DATE TO WS-TARGET-DATE.
           IF DCTARGI NOT = SPACES AND DCTARGI NOT = LOW-VALUES
               PERFORM VALIDATE-TARGET-DATE
           END-IF.
           PERFORM ASSIGN-CASE-NUMBER.
           PERFORM BUILD-NEW-CASE.
           MOVE WS-CASE-NO TO DSP-CASE-NO.
           EXEC CICS WRITE
               FILE('DISPFILE')
               FROM(DISPUTE-CASE-RECORD)
               RIDFLD(DSP-CASE-NO)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CASE NOT SAVED - TRY AGAIN' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           MOVE WS-ACCOUNT-ID TO CA-CURRENT-ACCOUNT OF WS-COMMAREA.
           PERFORM SHOW-CASE.
           MOVE 'CASE OPENED' TO DCMSGO.

       VALIDATE-POSTING-REFERENCE.
      *> 'H' 按 账户+过账日期 读过账历史核对在档；'J' 流水是顺序
      *> 文件，联机无从核对，记下业务日期/批次序号/交易类型备查
           IF DCRTYPI NOT = 'H' AND DCRTYPI NOT = 'J'
               MOVE 'REF MUST BE H (HISTORY) OR J (JOURNAL)'
                   TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           IF DCRDATEI = SPACES OR DCRDATEI = LOW-VALUES
               MOVE 'KEY DATE OF DISPUTED POSTING' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           MOVE DCRDATEI TO WS-CHECK-DATE.
           PERFORM VALIDATE-SCREEN-DATE.
           IF WS-DATE-OK = 'N' OR WS-CHECK-DATE > WS-FMT-DATE-NUM
               MOVE 'INVALID REF DATE' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           IF DCRTYPI = 'H'
               MOVE WS-ACCOUNT-ID TO HIST-ACCOUNT-ID
               MOVE WS-CHECK-DATE TO HIST-POSTING-DATE
               EXEC CICS READ
                   FILE('ACCTHIST')
                   INTO(HISTORY-RECORD)
                   RIDFLD(HIST-KEY)
                   KEYLENGTH(16)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'NO POSTING HISTORY FOR ACCOUNT/DATE'
                       TO DCMSGO
                   PERFORM REJECT-INPUT
               END-IF
           ELSE
               IF DCRTXNI = SPACES OR DCRTXNI = LOW-VALUES
                   MOVE 'KEY TXN TYPE OF JOURNAL ENTRY' TO DCMSGO
                   PERFORM REJECT-INPUT
               END-IF
           END-IF.

       ASSIGN-CASE-NUMBER.
      *> 控制记录（案件号 0）读更新取下一号改写；首次立案时控制
      *> 记录不存在，直接建一条
           MOVE 0 TO DSP-CASE-NO.
           EXEC CICS READ
               FILE('DISPFILE')
               INTO(DISPUTE-CASE-RECORD)
               RIDFLD(DSP-CASE-NO)
               KEYLENGTH(8)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO DSP-LAST-CASE-NO
               MOVE DSP-LAST-CASE-NO TO WS-CASE-NO
               EXEC CICS REWRITE
                   FILE('DISPFILE')
                   FROM(DISPUTE-CASE-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE 1 TO WS-CASE-NO
               MOVE SPACES TO DSP-CONTROL-DATA
               MOVE WS-CASE-NO TO DSP-LAST-CASE-NO
               EXEC CICS WRITE
                   FILE('DISPFILE')
                   FROM(DISPUTE-CASE-RECORD)
                   RIDFLD(DSP-CASE-NO)
                   KEYLENGTH(8)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CASE NUMBER BUSY - TRY AGAIN' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.

       BUILD-NEW-CASE.
      *> 控制记录读改写共用记录区，案件内容在取号之后按屏幕装入
           MOVE SPACES TO DSP-CASE-DATA.
           MOVE WS-ACCOUNT-ID TO DSP-ACCOUNT-ID.
           MOVE CUSTOMER-ID TO DSP-CUSTOMER-ID.
           MOVE DCRTYPI TO DSP-REF-TYPE.
           MOVE DCRDATEI TO DSP-REF-DATE.
           MOVE 0 TO DSP-REF-CYCLE.
           MOVE SPACE TO DSP-REF-TXN-TYPE.
           IF DCRTYPI = 'J'
               MOVE DCRTXNI TO DSP-REF-TXN-TYPE
               IF DCRCYCI NOT = SPACES AND DCRCYCI NOT = LOW-VALUES
                   MOVE DCRCYCI TO DSP-REF-CYCLE
               END-IF
           END-IF.
           MOVE DCCATI TO DSP-CATEGORY.
           MOVE WS-CASE-AMOUNT TO DSP-AMOUNT.
           MOVE 'O' TO DSP-STATUS.
           IF DCASSGNI = SPACES OR DCASSGNI = LOW-VALUES
               MOVE CA-TELLER-ID OF WS-COMMAREA TO DSP-ASSIGNEE
           ELSE
               MOVE DCASSGNI TO DSP-ASSIGNEE
           END-IF.
           MOVE WS-FMT-DATE-NUM TO DSP-OPEN-DATE.
           MOVE WS-DEADLINE-DATE TO DSP-DEADLINE-DATE.
           MOVE WS-TARGET-DATE TO DSP-TARGET-DATE.
           MOVE 0 TO DSP-RESOLVED-DATE.
           MOVE 0 TO DSP-RESOLVED-AMOUNT.
           MOVE 0 TO DSP-CREDIT-DATE.
           MOVE CA-TELLER-ID OF WS-COMMAREA TO DSP-OPENED-BY.
           MOVE CA-TELLER-ID OF WS-COMMAREA TO DSP-UPDATED-BY.
           MOVE WS-FMT-DATE-NUM TO DSP-UPDATE-DATE.
           IF DCDESCI = LOW-VALUES
               MOVE SPACES TO DSP-DESCRIPTION
           ELSE
               MOVE DCDESCI TO DSP-DESCRIPTION
           END-IF.

       UPDATE-EXISTING-CASE.
      *> 按案件号读更新；键了的栏位才改，空栏不变
           IF DCCASEI = SPACES OR DCCASEI = LOW-VALUES
               MOVE 'KEY CASE NO TO UPDATE' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           MOVE DCCASEI TO WS-CASE-NO.
           IF WS-CASE-NO = 0
               MOVE 'CASE NOT FOUND' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           MOVE WS-CASE-NO TO DSP-CASE-NO.
           EXEC CICS READ
               FILE('DISPFILE')
               INTO(DISPUTE-CASE-RECORD)
               RIDFLD(DSP-CASE-NO)
               KEYLENGTH(8)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CASE NOT FOUND' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           IF DSP-STATUS = 'C' OR DSP-STATUS = 'R' OR
                   DSP-STATUS = 'W'
               PERFORM RELEASE-CASE-LOCK
               PERFORM SHOW-CASE
               MOVE 'CASE IS CLOSED - NO UPDATES' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           IF DSP-STATUS = 'F' AND CA-AUTH-LEVEL OF WS-COMMAREA < 3
               PERFORM RELEASE-CASE-LOCK
               PERFORM SHOW-CASE
               MOVE 'CREDIT PENDING - LEVEL 3 TO CHANGE' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
      *    待贷记案件的改动与结案同属批准动作（APPR）
           IF DSP-STATUS = 'F'
               MOVE WS-USER-ROLE TO ENT-ROLE-CODE
               MOVE 'APPR' TO ENT-FUNCTION
               PERFORM CHECK-ENTITLEMENT
               IF WS-ENTITLED = 'N'
                   PERFORM RELEASE-CASE-LOCK
                   PERFORM SHOW-CASE
                   MOVE 'CREDIT PENDING - NOT ENTITLED TO CHANGE'
                       TO DCMSGO
                   PERFORM REJECT-INPUT
               END-IF
           END-IF.
           IF DCSTATI NOT = SPACES AND DCSTATI NOT = LOW-VALUES
               PERFORM APPLY-STATUS-CHANGE
           END-IF.
           IF DCASSGNI NOT = SPACES AND DCASSGNI NOT = LOW-VALUES
               MOVE DCASSGNI TO DSP-ASSIGNEE
           END-IF.
           IF DCTARGI NOT = SPACES AND DCTARGI NOT = LOW-VALUES
               PERFORM VALIDATE-TARGET-DATE
               MOVE WS-TARGET-DATE TO DSP-TARGET-DATE
           END-IF.
           IF DCDESCI NOT = SPACES AND DCDESCI NOT = LOW-VALUES
               MOVE DCDESCI TO DSP-DESCRIPTION
           END-IF.
           MOVE CA-TELLER-ID OF WS-COMMAREA TO DSP-UPDATED-BY.
           MOVE WS-FMT-DATE-NUM TO DSP-UPDATE-DATE.
           EXEC CICS REWRITE
               FILE('DISPFILE')
               FROM(DISPUTE-CASE-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UPDATE FAILED - TRY AGAIN' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           MOVE DSP-ACCOUNT-ID TO CA-CURRENT-ACCOUNT OF WS-COMMAREA.
           PERFORM SHOW-CASE.
           IF DSP-STATUS = 'F'
               MOVE 'CASE UPDATED - CREDIT POSTS TONIGHT' TO DCMSGO
           ELSE
               MOVE 'CASE UPDATED' TO DCMSGO
           END-IF.

       APPLY-STATUS-CHANGE.
      *> 'C' 只由夜间贷记生成置；'F' 须 3 级，更正金额不键按争议
      *> 金额，键了不得超过争议金额；'R'/'W' 结案；回到 'O'/'I'
      *> 清掉裁定
           MOVE DCSTATI TO WS-NEW-STATUS.
           IF WS-NEW-STATUS NOT = 'O' AND WS-NEW-STATUS NOT = 'I' AND
                   WS-NEW-STATUS NOT = 'F' AND
                   WS-NEW-STATUS NOT = 'R' AND WS-NEW-STATUS NOT = 'W'
               PERFORM RELEASE-CASE-LOCK
               MOVE 'STATUS MUST BE O, I, F, R OR W' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           EVALUATE WS-NEW-STATUS
               WHEN 'F'
                   IF CA-AUTH-LEVEL OF WS-COMMAREA < 3
                       PERFORM RELEASE-CASE-LOCK
                       MOVE 'LEVEL 3 REQUIRED TO RESOLVE FOR CUSTOMER'
                           TO DCMSGO
                       PERFORM REJECT-INPUT
                   END-IF
                   MOVE WS-USER-ROLE TO ENT-ROLE-CODE
                   MOVE 'APPR' TO ENT-FUNCTION
                   PERFORM CHECK-ENTITLEMENT
                   IF WS-ENTITLED = 'N'
                       PERFORM RELEASE-CASE-LOCK
                       MOVE 'NOT ENTITLED TO RESOLVE FOR CUSTOMER'
                           TO DCMSGO
                       PERFORM REJECT-INPUT
                   END-IF
                   IF DCRAMTI = SPACES OR DCRAMTI = LOW-VALUES
                       MOVE DSP-AMOUNT TO WS-CASE-AMOUNT
                   ELSE
                       MOVE DCRAMTI TO WS-CASE-AMOUNT
                   END-IF
                   IF WS-CASE-AMOUNT = 0 OR
                           WS-CASE-AMOUNT > DSP-AMOUNT
                       PERFORM RELEASE-CASE-LOCK
                       MOVE 'RESOLVED AMOUNT 0 OR OVER DISPUTED'
                           TO DCMSGO
                       PERFORM REJECT-INPUT
                   END-IF
                   MOVE WS-CASE-AMOUNT TO DSP-RESOLVED-AMOUNT
                   MOVE WS-FMT-DATE-NUM TO DSP-RESOLVED-DATE
               WHEN 'R'
               WHEN 'W'
                   MOVE 0 TO DSP-RESOLVED-AMOUNT
                   MOVE WS-FMT-DATE-NUM TO DSP-RESOLVED-DATE
               WHEN OTHER
                   MOVE 0 TO DSP-RESOLVED-AMOUNT
                   MOVE 0 TO DSP-RESOLVED-DATE
           END-EVALUATE.
           MOVE WS-NEW-STATUS TO DSP-STATUS.

       RELEASE-CASE-LOCK.
           EXEC CICS UNLOCK
               FILE('DISPFILE')
           END-EXEC.

       VALIDATE-TARGET-DATE.
           MOVE DCTARGI TO WS-CHECK-DATE.
           PERFORM VALIDATE-SCREEN-DATE.
           IF WS-DATE-OK = 'N' OR WS-CHECK-DATE < WS-FMT-DATE-NUM
               IF DCACTI = 'U'
                   PERFORM RELEASE-CASE-LOCK
               END-IF
               MOVE 'TARGET DATE INVALID OR IN THE PAST' TO DCMSGO
               PERFORM REJECT-INPUT
           END-IF.
           MOVE WS-CHECK-DATE TO WS-TARGET-DATE.

       VALIDATE-SCREEN-DATE.
      *> CCYYMMDD 粗核：数字、月 01-12、日 01-31
           MOVE 'Y' TO WS-DATE-OK.
           IF WS-CHECK-DATE NOT NUMERIC
               MOVE 'N' TO WS-DATE-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-CD-YEAR < 1900 OR WS-CD-MONTH < 1 OR
                   WS-CD-MONTH > 12 OR WS-CD-DAY < 1 OR
                   WS-CD-DAY > 31
               MOVE 'N' TO WS-DATE-OK
           END-IF.

       SHOW-CASE.
           MOVE DSP-CASE-NO TO DCCASEO.
           MOVE SPACE TO DCACTO.
           MOVE DSP-ACCOUNT-ID TO DCACCTO.
           MOVE DSP-CUSTOMER-ID TO DCCUSTO.
           MOVE DSP-REF-TYPE TO DCRTYPO.
           MOVE DSP-REF-DATE TO DCRDATEO.
           MOVE DSP-REF-CYCLE TO DCRCYCO.
           MOVE DSP-REF-TXN-TYPE TO DCRTXNO.
           MOVE DSP-CATEGORY TO DCCATO.
           MOVE DSP-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO DCAMTO.
           MOVE DSP-STATUS TO DCSTATO.
           MOVE DSP-ASSIGNEE TO DCASSGNO.
           MOVE DSP-TARGET-DATE TO DCTARGO.
           MOVE DSP-RESOLVED-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO DCRAMTO.
           MOVE DSP-DESCRIPTION TO DCDESCO.
           MOVE DSP-OPEN-DATE TO DCOPENO.
           MOVE DSP-OPENED-BY TO DCOPBYO.
           MOVE DSP-DEADLINE-DATE TO DCDEADO.
           MOVE DSP-CREDIT-DATE TO DCCREDO.

       SEND-DISPUTE-MAP.
      *> 每次整屏重发：菜单转入时不清屏会叠在菜单残字上
           EXEC CICS SEND
               MAP('DISPMAP')
               MAPSET('ACCTDISP')
               FROM(ACCTDSPO)
               ERASE
           END-EXEC.

       GET-CURRENT-DATE.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-FMT-DATE)
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
