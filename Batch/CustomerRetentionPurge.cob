       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. CustomerRetentionPurge.  *> 保存期满客户个人信息匿名化

      *> 个人信息保存期限：客户名下账户全部销户后，客户主档与
      *> 已销户登记册上的姓名、证件号、地址、电话等个人信息只能
      *> 保存到法定保存期满。本作业按客户汇集各处的关系事件：
      *>   - 账户主文件上的账户（开户人）、交叉引用档上的持有人
      *>     （账户在主档上）——仍有在用账户，不动；
      *>   - 已销户登记册（开户人）与交叉引用档上已销户账户的
      *>     持有人——取最晚的销户日期；
      *>   - 上缴登记册上未认领的上缴款（按登记的客户号，旧记录
      *>     经交叉引用档）、司法冻结档上仍生效的冻结（按冻结账户
      *>     的所属客户与持有人）、未结的争议案件（立案/调查中/
      *>     已裁定待更正贷记）、法务部门提供的法律保全例外清单
      *>     LEGAL_HOLDS.DAT——任一在即列为例外，不清除。
      *> 无在用账户、最晚销户日早于业务日期前保存年限（参数档
      *> CUSTOMER_PURGE_PARM.DAT，缺省 5 年）且无例外的客户：
      *> 客户主档个人栏位匿名化、状态置停用，其名下已销户登记的
      *> 账户名称匿名化，网点留存函件的原样清除；客户号、账户号、
      *> 金额与日期保留不动，历史和总账照常勾稽。每户一条写入
      *> 清除登记册 CUSTOMER_PURGE_REG.DAT，报表 CUSTOMER_PURGE.RPT
      *> 列出清除、例外与统计。参数运行方式不为 'P' 时只出候选
      *> 清单不改档，供首次上线或调整年限前复核

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

      *>   保存年限/运行方式参数
           SELECT PURGE-PARM-FILE ASSIGN TO "CUSTOMER_PURGE_PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *>   账户主文件：顺序扫描 + 随机查在用
           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *>   已销户登记册，I-O 匿名化账户名称
           SELECT CLOSED-REGISTER-FILE ASSIGN TO "CLOSED_ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLR-ACCOUNT-ID
               FILE STATUS IS WS-CLOSED-REG-STATUS.

      *>   持有人交叉引用档
           SELECT XREF-MASTER-FILE ASSIGN TO "ACCT_CUST_XREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

      *>   司法冻结/止付档
           SELECT HOLD-MASTER-FILE ASSIGN TO "ACCOUNT_HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AHL-ACCOUNT-ID
               FILE STATUS IS WS-HOLD-STATUS.

      *>   永久上缴登记册
           SELECT ESCHEAT-REGISTER-FILE
               ASSIGN TO "ESCHEATED_REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-STATUS.

      *>   争议案件档
           SELECT DISPUTE-CASE-FILE ASSIGN TO "DISPUTE_CASES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-CASE-NO
               FILE STATUS IS WS-DISPUTE-STATUS.

      *>   法律保全例外清单（法务部门提供）
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGAL_HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-STATUS.

      *>   客户信息主档，I-O 匿名化
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

      *>   网点留存函件档
           SELECT HELD-MAIL-FILE ASSIGN TO "HELD_MAIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HML-KEY
               FILE STATUS IS WS-HELD-MAIL-STATUS.

      *>   清除登记册
           SELECT PURGE-REGISTER-FILE ASSIGN TO "CUSTOMER_PURGE_REG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRG-CUSTOMER-ID
               FILE STATUS IS WS-PURGE-REG-STATUS.

      *>   清除与例外报表
           SELECT REPORT-FILE ASSIGN TO "CUSTOMER_PURGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *>   客户关系事件按客户号排序用
           SELECT SORT-WORK ASSIGN TO "PURGWORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  PURGE-PARM-FILE.
       01  PURGE-PARM-RECORD.
           05 PARM-RETENTION-YEARS  PIC 9(2).  *> 最后销户后的保存年限
           05 PARM-RUN-MODE         PIC X.  *> 'P'=执行清除，其余=只出候选清单

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  CLOSED-REGISTER-FILE.  *> 已销户登记册文件描述符
       01  CLOSED-REGISTER-RECORD.
           COPY CLOSEREG.

       FD  XREF-MASTER-FILE.
       01  XREF-RECORD.
           COPY CUSTXREF.

       FD  HOLD-MASTER-FILE.
       01  HOLD-RECORD.
           COPY ACCTHOLD.

       FD  ESCHEAT-REGISTER-FILE.  *> 与 EscheatmentProcessor 的登记册同布局
       01  ESCHEAT-REGISTER-RECORD.
           05 REG-ACCOUNT-ID        PIC 9(8).
           05 REG-ACCOUNT-NAME      PIC X(10).
           05 REG-AMOUNT            PIC S9(7)V99.
           05 REG-FIRST-SEEN-DATE   PIC 9(8).
           05 REG-REMIT-DATE        PIC 9(8).
           05 REG-CLAIM-STATUS      PIC X.  *> 'R'=已上缴未认领 'C'=原主已认领
           05 REG-CUSTOMER-ID       PIC X(6).  *> 上缴时所属客户号，旧记录为空白

       FD  DISPUTE-CASE-FILE.
       01  DISPUTE-CASE-RECORD.
           COPY DISPCASE.

       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           05 LGH-CUSTOMER-ID       PIC 9(6).  *> 保全客户号
           05 LGH-REFERENCE         PIC X(12).  *> 保全依据编号（诉讼/调查/监管函）
           05 LGH-EXPIRY-DATE       PIC 9(8).  *> 保全截止日 CCYYMMDD，0=至法务撤销为止
           05 LGH-REASON            PIC X(30).  *> 保全事由摘要

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           COPY HELDMAIL.

       FD  PURGE-REGISTER-FILE.  *> 清除登记册文件描述符
       01  PURGE-REGISTER-RECORD.
           COPY PURGEREG.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-CUSTOMER-ID        PIC 9(6).
           05 SW-EVENT-TYPE         PIC X.  *> O=在用账户 C=已销户 E=未认领上缴款 H=生效冻结 D=未结争议 L=法律保全
           05 SW-ACCOUNT-ID         PIC 9(8).
           05 SW-EVENT-DATE         PIC 9(8).  *> 'C' 的销户日期
           05 SW-OWNER-FLAG         PIC X.  *> 'C' 时 'Y'=销户登记上的所属客户即本客户
           05 SW-REFERENCE          PIC X(12).  *> 'L' 的保全依据编号

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-CLOSED-REG-STATUS    PIC XX VALUE '00'.
       01  WS-XREF-STATUS          PIC XX VALUE '00'.
       01  WS-HOLD-STATUS          PIC XX VALUE '00'.
       01  WS-ESCHEAT-STATUS       PIC XX VALUE '00'.
       01  WS-DISPUTE-STATUS       PIC XX VALUE '00'.
       01  WS-LEGAL-STATUS         PIC XX VALUE '00'.
       01  WS-CUST-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-HELD-MAIL-STATUS     PIC XX VALUE '00'.
       01  WS-PURGE-REG-STATUS     PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.
       01  WS-HOLD-OPEN            PIC X VALUE 'N'.
       01  WS-HELD-MAIL-OPEN       PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-STREAM-DATE          PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 本次运行的业务日期
       01  WS-RETENTION-YEARS      PIC 9(2) VALUE 5.  *> 取不到参数时的缺省保存年限
       01  WS-RUN-MODE             PIC X VALUE 'R'.  *> 'P'=执行清除 'R'=只出候选清单
       01  WS-CUTOFF-DATE          PIC 9(8) VALUE 0.  *> 最晚销户日须早于此日
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YEAR        PIC 9(4).
           05 WS-CUTOFF-MMDD        PIC 9(4).
       01  WS-CHECK-ACCOUNT        PIC 9(8) VALUE 0.
       01  WS-CHECK-OWNER          PIC 9(6) VALUE 0.

      *> 未认领上缴款装表：交叉引用档上已清户账户的持有人据此判定
       01  WS-ESCHEAT-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-ESCHEAT-TABLE.
           05 WS-ESCHEAT-ENTRY OCCURS 2000 TIMES.
               10 ET-ACCOUNT-ID     PIC 9(8).
       01  WS-ESCHEAT-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-ESCHEAT-HIT          PIC X VALUE 'N'.

      *> 当前客户的事件汇总
       01  WS-CURRENT-CUSTOMER     PIC 9(6) VALUE 0.
       01  WS-CUST-OPEN-COUNT      PIC 9(5) VALUE 0.
       01  WS-CUST-CLOSED-COUNT    PIC 9(5) VALUE 0.
       01  WS-CUST-LAST-CLOSE      PIC 9(8) VALUE 0.
       01  WS-CUST-ESCHEAT         PIC X VALUE 'N'.
       01  WS-CUST-HOLD            PIC X VALUE 'N'.
       01  WS-CUST-DISPUTE         PIC X VALUE 'N'.
       01  WS-CUST-LEGAL           PIC X VALUE 'N'.
       01  WS-CUST-LEGAL-REF       PIC X(12) VALUE SPACES.
       01  WS-OWNED-COUNT          PIC 9(3) VALUE 0.  *> 销户登记上属本客户的账户数
       01  WS-OWNED-TABLE.
           05 WS-OWNED-ACCOUNT OCCURS 200 TIMES PIC 9(8).
       01  WS-OWNED-IDX            PIC 9(3) VALUE 0.
       01  WS-OWNED-OVERFLOW       PIC X VALUE 'N'.
       01  WS-ANON-CLOSED          PIC 9(3) VALUE 0.
       01  WS-ANON-HELD-MAIL       PIC 9(5) VALUE 0.
       01  WS-ON-CUSTOMER-MASTER   PIC X VALUE 'N'.
       01  WS-HELD-EOF             PIC X VALUE 'N'.
       01  WS-TAX-IDX              PIC 9 VALUE 0.

      *> 统计
       01  WS-CUSTOMERS-SEEN       PIC 9(7) VALUE 0.
       01  WS-ACTIVE-CUSTOMERS     PIC 9(7) VALUE 0.  *> 仍有在用账户
       01  WS-WITHIN-RETENTION     PIC 9(7) VALUE 0.  *> 已全部销户、尚在保存期内
       01  WS-NO-CLOSURE-HISTORY   PIC 9(7) VALUE 0.  *> 无销户记录（只有例外事件）
       01  WS-ALREADY-PURGED       PIC 9(7) VALUE 0.
       01  WS-EXC-LEGAL            PIC 9(7) VALUE 0.
       01  WS-EXC-ESCHEAT          PIC 9(7) VALUE 0.
       01  WS-EXC-HOLD             PIC 9(7) VALUE 0.
       01  WS-EXC-DISPUTE          PIC 9(7) VALUE 0.
       01  WS-CANDIDATE-COUNT      PIC 9(7) VALUE 0.  *> 只出清单时的候选客户数
       01  WS-PURGED-COUNT         PIC 9(7) VALUE 0.
       01  WS-NOT-ON-CUSTMAST      PIC 9(7) VALUE 0.
       01  WS-CLOSED-ANONYMISED    PIC 9(7) VALUE 0.
       01  WS-HELD-MAIL-CLEARED    PIC 9(7) VALUE 0.
       01  WS-LEGAL-HOLDS-ACTIVE   PIC 9(7) VALUE 0.

      *> 报表行
       01  WS-TITLE-LINE.
           05 FILLER                PIC X(38)
               VALUE 'CUSTOMER RETENTION PURGE - RUN DATE  '.
           05 TTL-BUSINESS-DATE     PIC 9(8).
           05 FILLER                PIC X(18)
               VALUE '  RETENTION YEARS '.
           05 TTL-RETENTION-YEARS   PIC Z9.
           05 FILLER                PIC X(17) VALUE '  CLOSED BEFORE  '.
           05 TTL-CUTOFF-DATE       PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 TTL-RUN-MODE          PIC X(20).
       01  WS-DETAIL-HEADING.
           05 FILLER                PIC X(44)
               VALUE 'CUSTOMER LAST-CLS  ACCT ACTION     REASON   '.
           05 FILLER                PIC X(44)
               VALUE '                                REFERENCE   '.
           05 FILLER                PIC X(44)
               VALUE '                                            '.
       01  WS-DETAIL-LINE.
           05 DTL-CUSTOMER-ID       PIC 9(6).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 DTL-LAST-CLOSE        PIC 9(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 DTL-ACCOUNTS          PIC ZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-ACTION            PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-REASON            PIC X(40).
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-REFERENCE         PIC X(12).
       01  WS-COUNT-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CTL-LABEL             PIC X(40).
           05 FILLER                PIC X(8) VALUE SPACES.
           05 CTL-COUNT             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-PURGE-PARAMETERS.
           PERFORM LOAD-ESCHEAT-TABLE.
      *    截止日 = 业务日期前推保存年限；2 月 29 日落到平年取 28 日
           MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE.
           SUBTRACT WS-RETENTION-YEARS FROM WS-CUTOFF-YEAR.
           IF WS-CUTOFF-MMDD = 0229
               MOVE 0228 TO WS-CUTOFF-MMDD
           END-IF.
           DISPLAY "Customer retention purge for " WS-BUSINESS-DATE
               ", last closure before " WS-CUTOFF-DATE
               ", mode " WS-RUN-MODE.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening purge report. File Status: "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO TTL-BUSINESS-DATE.
           MOVE WS-RETENTION-YEARS TO TTL-RETENTION-YEARS.
           MOVE WS-CUTOFF-DATE TO TTL-CUTOFF-DATE.
           IF WS-RUN-MODE = 'P'
               MOVE 'PURGE RUN' TO TTL-RUN-MODE
           ELSE
               MOVE 'CANDIDATE LIST ONLY' TO TTL-RUN-MODE
           END-IF.
           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-DETAIL-HEADING.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN I-O CLOSED-REGISTER-FILE.
           IF WS-CLOSED-REG-STATUS NOT = '00'
               DISPLAY "Error opening closed account register. "
                   "File Status: " WS-CLOSED-REG-STATUS
               STOP RUN
           END-IF.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY "Error opening customer master. File Status: "
                   WS-CUST-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O PURGE-REGISTER-FILE.
           IF WS-PURGE-REG-STATUS NOT = '00'
               OPEN OUTPUT PURGE-REGISTER-FILE
               CLOSE PURGE-REGISTER-FILE
               OPEN I-O PURGE-REGISTER-FILE
               IF WS-PURGE-REG-STATUS NOT = '00'
                   DISPLAY "Error opening purge register. "
                       "File Status: " WS-PURGE-REG-STATUS
                   STOP RUN
               END-IF
           END-IF.
      *    交叉引用档、冻结档、留存函件档未建即无此类记录
           OPEN INPUT XREF-MASTER-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           END-IF.
           OPEN INPUT HOLD-MASTER-FILE.
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-OPEN
           END-IF.
           OPEN I-O HELD-MAIL-FILE.
           IF WS-HELD-MAIL-STATUS = '00'
               MOVE 'Y' TO WS-HELD-MAIL-OPEN
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SW-CUSTOMER-ID
               INPUT PROCEDURE IS COLLECT-CUSTOMER-EVENTS
               OUTPUT PROCEDURE IS DECIDE-CUSTOMER-PURGES.

           PERFORM WRITE-CONTROL-COUNTS.

           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-MASTER-FILE
           END-IF.
           IF WS-HOLD-OPEN = 'Y'
               CLOSE HOLD-MASTER-FILE
           END-IF.
           IF WS-HELD-MAIL-OPEN = 'Y'
               CLOSE HELD-MAIL-FILE
           END-IF.
           CLOSE MASTER-FILE CLOSED-REGISTER-FILE CUSTOMER-MASTER-FILE
               PURGE-REGISTER-FILE REPORT-FILE.
           DISPLAY "===== CUSTOMER RETENTION PURGE SUMMARY =====".
           DISPLAY "Customers reviewed : " WS-CUSTOMERS-SEEN.
           DISPLAY "Within retention   : " WS-WITHIN-RETENTION.
           DISPLAY "Exceptions         : legal " WS-EXC-LEGAL
               " escheat " WS-EXC-ESCHEAT " hold " WS-EXC-HOLD
               " dispute " WS-EXC-DISPUTE.
           IF WS-RUN-MODE = 'P'
               DISPLAY "Customers purged   : " WS-PURGED-COUNT
           ELSE
               DISPLAY "Purge candidates   : " WS-CANDIDATE-COUNT
           END-IF.
           STOP RUN.

       READ-BUSINESS-DATE.
      *> 中央业务日期控制档在则以其为准，未建（转换期）按运行日
           ACCEPT WS-STREAM-DATE FROM DATE YYYYMMDD.
           MOVE WS-STREAM-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       READ-PURGE-PARAMETERS.
      *> 参数缺失时按缺省年限只出候选清单，不改任何档
           OPEN INPUT PURGE-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "CUSTOMER_PURGE_PARM.DAT not available - "
                   "candidate list only."
               EXIT PARAGRAPH
           END-IF.
           READ PURGE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-RETENTION-YEARS NUMERIC AND
                           PARM-RETENTION-YEARS > 0
                       MOVE PARM-RETENTION-YEARS TO WS-RETENTION-YEARS
                   END-IF
                   IF PARM-RUN-MODE = 'P'
                       MOVE 'P' TO WS-RUN-MODE
                   END-IF
           END-READ.
           CLOSE PURGE-PARM-FILE.

       LOAD-ESCHEAT-TABLE.
      *> 未认领的上缴账户装表；装不下时不能保证例外判定完整，
      *> 本次改为只出候选清单
           OPEN INPUT ESCHEAT-REGISTER-FILE.
           IF WS-ESCHEAT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ESCHEAT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REG-CLAIM-STATUS NOT = 'C'
                           IF WS-ESCHEAT-COUNT < 2000
                               ADD 1 TO WS-ESCHEAT-COUNT
                               MOVE REG-ACCOUNT-ID
                                   TO ET-ACCOUNT-ID(WS-ESCHEAT-COUNT)
                           ELSE
                               IF WS-RUN-MODE = 'P'
                                   DISPLAY "*** Escheat table full at "
                                       "2000 - candidate list only ***"
                                   MOVE 'R' TO WS-RUN-MODE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ESCHEAT-REGISTER-FILE.

       COLLECT-CUSTOMER-EVENTS.
           PERFORM COLLECT-OPEN-ACCOUNTS.
           PERFORM COLLECT-CLOSED-ACCOUNTS.
           IF WS-XREF-OPEN = 'Y'
               PERFORM COLLECT-ACCOUNT-HOLDERS
           END-IF.
           PERFORM COLLECT-ESCHEATED-FUNDS.
           PERFORM COLLECT-OPEN-DISPUTES.
           PERFORM COLLECT-LEGAL-HOLDS.

       COLLECT-OPEN-ACCOUNTS.
      *> 主档上的账户（含贷款账户，同号开立）即在用关系
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUSTOMER-ID NUMERIC AND CUSTOMER-ID > 0
                           MOVE SPACES TO SORT-WORK-RECORD
                           MOVE CUSTOMER-ID TO SW-CUSTOMER-ID
                           MOVE 'O' TO SW-EVENT-TYPE
                           MOVE ACCOUNT-ID TO SW-ACCOUNT-ID
                           MOVE 0 TO SW-EVENT-DATE
                           RELEASE SORT-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       COLLECT-CLOSED-ACCOUNTS.
      *> 销户登记上的所属客户：销户日期，账户上仍生效的冻结
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLOSED-REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CLR-CUSTOMER-ID NUMERIC AND
                               CLR-CUSTOMER-ID > 0
                           MOVE SPACES TO SORT-WORK-RECORD
                           MOVE CLR-CUSTOMER-ID TO SW-CUSTOMER-ID
                           MOVE 'C' TO SW-EVENT-TYPE
                           MOVE CLR-ACCOUNT-ID TO SW-ACCOUNT-ID
                           MOVE CLR-CLOSE-DATE TO SW-EVENT-DATE
                           MOVE 'Y' TO SW-OWNER-FLAG
                           RELEASE SORT-WORK-RECORD
                           MOVE CLR-ACCOUNT-ID TO WS-CHECK-ACCOUNT
                           MOVE CLR-CUSTOMER-ID TO WS-CHECK-OWNER
                           PERFORM RELEASE-IF-ACCOUNT-HELD
                       END-IF
               END-READ
           END-PERFORM.

       COLLECT-ACCOUNT-HOLDERS.
      *> 交叉引用档上的每个持有人（含共签人）：账户在主档即在用；
      *> 已销户的取销户日期与冻结；已上缴清户的查未认领上缴款
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ XREF-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CLASSIFY-ONE-HOLDER
               END-READ
           END-PERFORM.

       CLASSIFY-ONE-HOLDER.
           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE XRF-CUSTOMER-ID TO SW-CUSTOMER-ID.
           MOVE XRF-ACCOUNT-ID TO SW-ACCOUNT-ID.
           MOVE 0 TO SW-EVENT-DATE.
           MOVE XRF-ACCOUNT-ID TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO SW-EVENT-TYPE
                   RELEASE SORT-WORK-RECORD
                   EXIT PARAGRAPH
           END-READ.
           MOVE XRF-ACCOUNT-ID TO CLR-ACCOUNT-ID.
           READ CLOSED-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'C' TO SW-EVENT-TYPE
                   MOVE CLR-CLOSE-DATE TO SW-EVENT-DATE
                   IF CLR-CUSTOMER-ID = XRF-CUSTOMER-ID
                       MOVE 'Y' TO SW-OWNER-FLAG
                   ELSE
                       MOVE 'N' TO SW-OWNER-FLAG
                   END-IF
                   RELEASE SORT-WORK-RECORD
                   MOVE XRF-ACCOUNT-ID TO WS-CHECK-ACCOUNT
                   MOVE XRF-CUSTOMER-ID TO WS-CHECK-OWNER
                   PERFORM RELEASE-IF-ACCOUNT-HELD
           END-READ.
           MOVE XRF-ACCOUNT-ID TO WS-CHECK-ACCOUNT.
           PERFORM FIND-UNCLAIMED-ESCHEAT.
           IF WS-ESCHEAT-HIT = 'Y'
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE XRF-CUSTOMER-ID TO SW-CUSTOMER-ID
               MOVE 'E' TO SW-EVENT-TYPE
               MOVE XRF-ACCOUNT-ID TO SW-ACCOUNT-ID
               MOVE 0 TO SW-EVENT-DATE
               RELEASE SORT-WORK-RECORD
           END-IF.

       RELEASE-IF-ACCOUNT-HELD.
      *> 冻结生效且未过到期日（0=长期）即为未了结的冻结
           IF WS-HOLD-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHECK-ACCOUNT TO AHL-ACCOUNT-ID.
           READ HOLD-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF AHL-STATUS = 'A' AND
                   (AHL-EXPIRY-DATE = 0 OR
                    AHL-EXPIRY-DATE >= WS-BUSINESS-DATE)
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE WS-CHECK-OWNER TO SW-CUSTOMER-ID
               MOVE 'H' TO SW-EVENT-TYPE
               MOVE WS-CHECK-ACCOUNT TO SW-ACCOUNT-ID
               MOVE 0 TO SW-EVENT-DATE
               MOVE AHL-ORDER-REF TO SW-REFERENCE
               RELEASE SORT-WORK-RECORD
           END-IF.

       FIND-UNCLAIMED-ESCHEAT.
           MOVE 'N' TO WS-ESCHEAT-HIT.
           PERFORM VARYING WS-ESCHEAT-IDX FROM 1 BY 1
                   UNTIL WS-ESCHEAT-IDX > WS-ESCHEAT-COUNT
                   OR WS-ESCHEAT-HIT = 'Y'
               IF ET-ACCOUNT-ID(WS-ESCHEAT-IDX) = WS-CHECK-ACCOUNT
                   MOVE 'Y' TO WS-ESCHEAT-HIT
               END-IF
           END-PERFORM.

       COLLECT-ESCHEATED-FUNDS.
      *> 上缴登记册上记有客户号的未认领记录；旧记录无客户号的
      *> 已在持有人环节经交叉引用档判定
           OPEN INPUT ESCHEAT-REGISTER-FILE.
           IF WS-ESCHEAT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ESCHEAT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REG-CLAIM-STATUS NOT = 'C' AND
                               REG-CUSTOMER-ID NUMERIC AND
                               REG-CUSTOMER-ID NOT = '000000'
                           MOVE SPACES TO SORT-WORK-RECORD
                           MOVE REG-CUSTOMER-ID TO SW-CUSTOMER-ID
                           MOVE 'E' TO SW-EVENT-TYPE
                           MOVE REG-ACCOUNT-ID TO SW-ACCOUNT-ID
                           MOVE 0 TO SW-EVENT-DATE
                           RELEASE SORT-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ESCHEAT-REGISTER-FILE.

       COLLECT-OPEN-DISPUTES.
      *> 立案、调查中与已裁定待更正贷记的案件均未了结
           OPEN INPUT DISPUTE-CASE-FILE.
           IF WS-DISPUTE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DISPUTE-CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DSP-CASE-NO > 0 AND
                               (DSP-STATUS = 'O' OR DSP-STATUS = 'I'
                                OR DSP-STATUS = 'F') AND
                               DSP-CUSTOMER-ID NUMERIC AND
                               DSP-CUSTOMER-ID > 0
                           MOVE SPACES TO SORT-WORK-RECORD
                           MOVE DSP-CUSTOMER-ID TO SW-CUSTOMER-ID
                           MOVE 'D' TO SW-EVENT-TYPE
                           MOVE DSP-ACCOUNT-ID TO SW-ACCOUNT-ID
                           MOVE 0 TO SW-EVENT-DATE
                           MOVE DSP-CASE-NO TO SW-REFERENCE
                           RELEASE SORT-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISPUTE-CASE-FILE.

       COLLECT-LEGAL-HOLDS.
      *> 保全截止日为 0 或未过的均生效
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-LEGAL-STATUS NOT = '00'
               DISPLAY "LEGAL_HOLDS.DAT not available - no legal "
                   "hold exceptions on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEGAL-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LGH-CUSTOMER-ID NUMERIC AND
                               LGH-CUSTOMER-ID > 0 AND
                               (LGH-EXPIRY-DATE NOT NUMERIC OR
                                LGH-EXPIRY-DATE = 0 OR
                                LGH-EXPIRY-DATE >= WS-BUSINESS-DATE)
                           MOVE SPACES TO SORT-WORK-RECORD
                           MOVE LGH-CUSTOMER-ID TO SW-CUSTOMER-ID
                           MOVE 'L' TO SW-EVENT-TYPE
                           MOVE 0 TO SW-ACCOUNT-ID
                           MOVE 0 TO SW-EVENT-DATE
                           MOVE LGH-REFERENCE TO SW-REFERENCE
                           RELEASE SORT-WORK-RECORD
                           ADD 1 TO WS-LEGAL-HOLDS-ACTIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEGAL-HOLD-FILE.

       DECIDE-CUSTOMER-PURGES.
      *> 按客户号控制中断：汇总该客户的全部事件后判定
           MOVE 0 TO WS-CURRENT-CUSTOMER.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SW-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
                           IF WS-CURRENT-CUSTOMER > 0
                               PERFORM EVALUATE-ONE-CUSTOMER
                           END-IF
                           PERFORM START-NEW-CUSTOMER
                       END-IF
                       PERFORM ACCUMULATE-EVENT
               END-RETURN
           END-PERFORM.
           IF WS-CURRENT-CUSTOMER > 0
               PERFORM EVALUATE-ONE-CUSTOMER
           END-IF.

       START-NEW-CUSTOMER.
           MOVE SW-CUSTOMER-ID TO WS-CURRENT-CUSTOMER.
           MOVE 0 TO WS-CUST-OPEN-COUNT.
           MOVE 0 TO WS-CUST-CLOSED-COUNT.
           MOVE 0 TO WS-CUST-LAST-CLOSE.
           MOVE 'N' TO WS-CUST-ESCHEAT.
           MOVE 'N' TO WS-CUST-HOLD.
           MOVE 'N' TO WS-CUST-DISPUTE.
           MOVE 'N' TO WS-CUST-LEGAL.
           MOVE SPACES TO WS-CUST-LEGAL-REF.
           MOVE 0 TO WS-OWNED-COUNT.
           MOVE 'N' TO WS-OWNED-OVERFLOW.
           ADD 1 TO WS-CUSTOMERS-SEEN.

       ACCUMULATE-EVENT.
           EVALUATE SW-EVENT-TYPE
               WHEN 'O'
                   ADD 1 TO WS-CUST-OPEN-COUNT
               WHEN 'C'
                   ADD 1 TO WS-CUST-CLOSED-COUNT
                   IF SW-EVENT-DATE > WS-CUST-LAST-CLOSE
                       MOVE SW-EVENT-DATE TO WS-CUST-LAST-CLOSE
                   END-IF
                   IF SW-OWNER-FLAG = 'Y'
                       PERFORM REMEMBER-OWNED-ACCOUNT
                   END-IF
               WHEN 'E'
                   MOVE 'Y' TO WS-CUST-ESCHEAT
               WHEN 'H'
                   MOVE 'Y' TO WS-CUST-HOLD
               WHEN 'D'
                   MOVE 'Y' TO WS-CUST-DISPUTE
               WHEN 'L'
                   MOVE 'Y' TO WS-CUST-LEGAL
                   MOVE SW-REFERENCE TO WS-CUST-LEGAL-REF
           END-EVALUATE.

       REMEMBER-OWNED-ACCOUNT.
      *> 同一账户经销户登记与交叉引用档各来一次，只记一次
           PERFORM VARYING WS-OWNED-IDX FROM 1 BY 1
                   UNTIL WS-OWNED-IDX > WS-OWNED-COUNT
               IF WS-OWNED-ACCOUNT(WS-OWNED-IDX) = SW-ACCOUNT-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-OWNED-COUNT < 200
               ADD 1 TO WS-OWNED-COUNT
               MOVE SW-ACCOUNT-ID TO WS-OWNED-ACCOUNT(WS-OWNED-COUNT)
           ELSE
               MOVE 'Y' TO WS-OWNED-OVERFLOW
           END-IF.

       EVALUATE-ONE-CUSTOMER.
           IF WS-CUST-OPEN-COUNT > 0
               ADD 1 TO WS-ACTIVE-CUSTOMERS
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUST-CLOSED-COUNT = 0
      *        没有销户记录就无从起算保存期，不动
               ADD 1 TO WS-NO-CLOSURE-HISTORY
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUST-LAST-CLOSE NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-WITHIN-RETENTION
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURRENT-CUSTOMER TO PRG-CUSTOMER-ID.
           READ PURGE-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-PURGED
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CURRENT-CUSTOMER TO DTL-CUSTOMER-ID.
           MOVE WS-CUST-LAST-CLOSE  TO DTL-LAST-CLOSE.
           MOVE WS-CUST-CLOSED-COUNT TO DTL-ACCOUNTS.
           EVALUATE TRUE
               WHEN WS-CUST-LEGAL = 'Y'
                   ADD 1 TO WS-EXC-LEGAL
                   MOVE 'EXCEPTION' TO DTL-ACTION
                   MOVE 'LEGAL HOLD' TO DTL-REASON
                   MOVE WS-CUST-LEGAL-REF TO DTL-REFERENCE
               WHEN WS-CUST-ESCHEAT = 'Y'
                   ADD 1 TO WS-EXC-ESCHEAT
                   MOVE 'EXCEPTION' TO DTL-ACTION
                   MOVE 'UNCLAIMED ESCHEATED FUNDS' TO DTL-REASON
               WHEN WS-CUST-HOLD = 'Y'
                   ADD 1 TO WS-EXC-HOLD
                   MOVE 'EXCEPTION' TO DTL-ACTION
                   MOVE 'OPEN HOLD ON A CLOSED ACCOUNT' TO DTL-REASON
               WHEN WS-CUST-DISPUTE = 'Y'
                   ADD 1 TO WS-EXC-DISPUTE
                   MOVE 'EXCEPTION' TO DTL-ACTION
                   MOVE 'OPEN DISPUTE CASE' TO DTL-REASON
               WHEN WS-RUN-MODE NOT = 'P'
                   ADD 1 TO WS-CANDIDATE-COUNT
                   MOVE 'CANDIDATE' TO DTL-ACTION
                   MOVE 'RETENTION EXPIRED' TO DTL-REASON
               WHEN OTHER
                   PERFORM PURGE-ONE-CUSTOMER
                   MOVE 'PURGED' TO DTL-ACTION
                   IF WS-ON-CUSTOMER-MASTER = 'N'
                       MOVE 'NOT ON CUSTOMER MASTER - ACCOUNTS ONLY'
                           TO DTL-REASON
                   ELSE
                       MOVE 'RETENTION EXPIRED' TO DTL-REASON
                   END-IF
           END-EVALUATE.
           IF WS-OWNED-OVERFLOW = 'Y'
               MOVE 'OVER 200 ACC' TO DTL-REFERENCE
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       PURGE-ONE-CUSTOMER.
      *> 客户主档、名下销户登记、留存函件三处匿名化，最后登记
           PERFORM ANONYMISE-CUSTOMER-MASTER.
           PERFORM ANONYMISE-CLOSED-ACCOUNTS.
           PERFORM CLEAR-HELD-MAIL.
           MOVE WS-CURRENT-CUSTOMER   TO PRG-CUSTOMER-ID.
           MOVE WS-BUSINESS-DATE      TO PRG-PURGE-DATE.
           MOVE WS-CUST-LAST-CLOSE    TO PRG-LAST-CLOSE-DATE.
           MOVE WS-RETENTION-YEARS    TO PRG-RETENTION-YEARS.
           MOVE WS-ANON-CLOSED        TO PRG-CLOSED-ACCOUNTS.
           MOVE WS-ANON-HELD-MAIL     TO PRG-HELD-MAIL-ITEMS.
           MOVE WS-ON-CUSTOMER-MASTER TO PRG-ON-CUSTOMER-MASTER.
           WRITE PURGE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "*** Unable to register purge of customer "
                       WS-CURRENT-CUSTOMER
           END-WRITE.
           ADD 1 TO WS-PURGED-COUNT.

       ANONYMISE-CUSTOMER-MASTER.
      *> 个人栏位清空、姓名换成固定标记、状态置停用；风险等级、
      *> KYC 与筛查日期等非个人栏位保留，停用客户各作业本就跳过
           MOVE 'N' TO WS-ON-CUSTOMER-MASTER.
           MOVE WS-CURRENT-CUSTOMER TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-CUSTMAST
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO WS-ON-CUSTOMER-MASTER.
           MOVE 'ANONYMISED' TO CM-CUSTOMER-NAME.
           MOVE SPACES TO CM-ADDRESS-LINE-1.
           MOVE SPACES TO CM-ADDRESS-LINE-2.
           MOVE SPACES TO CM-ADDRESS-LINE-3.
           MOVE SPACES TO CM-PHONE-NUMBER.
           MOVE SPACES TO CM-ID-DOC-TYPE.
           MOVE SPACES TO CM-ID-DOC-NUMBER.
           MOVE 0 TO CM-ID-EXPIRY-DATE.
           MOVE 0 TO CM-DATE-OF-DEATH.
           MOVE SPACE TO CM-MAIL-FLAG.
           MOVE 0 TO CM-MAIL-FLAG-DATE.
           MOVE SPACES TO CM-EMAIL-ADDRESS.
           MOVE SPACES TO CM-ADDRESS-COUNTRY.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1 UNTIL WS-TAX-IDX > 3
               MOVE SPACES TO CM-TAX-COUNTRY(WS-TAX-IDX)
               MOVE SPACES TO CM-TAX-ID(WS-TAX-IDX)
           END-PERFORM.
           MOVE SPACE TO CM-SELF-CERT-STATUS.
           MOVE 0 TO CM-SELF-CERT-DATE.
           MOVE 'D' TO CM-STATUS.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "*** Unable to anonymise customer "
                       WS-CURRENT-CUSTOMER
           END-REWRITE.

       ANONYMISE-CLOSED-ACCOUNTS.
      *> 只改销户登记上属本客户的账户名称；账户号、客户号、金额
      *> 与销户日期不动
           MOVE 0 TO WS-ANON-CLOSED.
           PERFORM VARYING WS-OWNED-IDX FROM 1 BY 1
                   UNTIL WS-OWNED-IDX > WS-OWNED-COUNT
               MOVE WS-OWNED-ACCOUNT(WS-OWNED-IDX) TO CLR-ACCOUNT-ID
               READ CLOSED-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLR-CUSTOMER-ID = WS-CURRENT-CUSTOMER
                           MOVE 'ANONYMISED' TO CLR-ACCOUNT-NAME
                           REWRITE CLOSED-REGISTER-RECORD
                               INVALID KEY
                                   DISPLAY "*** Unable to anonymise "
                                       "closed account " CLR-ACCOUNT-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-ANON-CLOSED
                                   ADD 1 TO WS-CLOSED-ANONYMISED
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       CLEAR-HELD-MAIL.
      *> 该客户名下留存函件的原样（姓名地址）清空，键与状态留痕
           MOVE 0 TO WS-ANON-HELD-MAIL.
           IF WS-HELD-MAIL-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO HML-KEY.
           MOVE WS-CURRENT-CUSTOMER TO HML-CUSTOMER-ID.
           MOVE 'N' TO WS-HELD-EOF.
           START HELD-MAIL-FILE KEY IS GREATER THAN OR EQUAL TO HML-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HELD-EOF
           END-START.
           PERFORM UNTIL WS-HELD-EOF = 'Y'
               READ HELD-MAIL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HELD-EOF
                   NOT AT END
                       IF HML-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
                           MOVE 'Y' TO WS-HELD-EOF
                       ELSE
                           MOVE SPACES TO HML-DOC-IMAGE
                           MOVE 'P' TO HML-STATUS
                           MOVE WS-BUSINESS-DATE TO HML-RELEASE-DATE
                           REWRITE HELD-MAIL-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-ANON-HELD-MAIL
                                   ADD 1 TO WS-HELD-MAIL-CLEARED
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-CONTROL-COUNTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CUSTOMERS REVIEWED' TO CTL-LABEL.
           MOVE WS-CUSTOMERS-SEEN TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  WITH OPEN ACCOUNTS' TO CTL-LABEL.
           MOVE WS-ACTIVE-CUSTOMERS TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  NO CLOSURE HISTORY' TO CTL-LABEL.
           MOVE WS-NO-CLOSURE-HISTORY TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  ALL CLOSED, WITHIN RETENTION' TO CTL-LABEL.
           MOVE WS-WITHIN-RETENTION TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  PURGED IN AN EARLIER RUN' TO CTL-LABEL.
           MOVE WS-ALREADY-PURGED TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'EXCEPTIONS - LEGAL HOLD' TO CTL-LABEL.
           MOVE WS-EXC-LEGAL TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'EXCEPTIONS - UNCLAIMED ESCHEATED FUNDS' TO CTL-LABEL.
           MOVE WS-EXC-ESCHEAT TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'EXCEPTIONS - OPEN HOLD' TO CTL-LABEL.
           MOVE WS-EXC-HOLD TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'EXCEPTIONS - OPEN DISPUTE' TO CTL-LABEL.
           MOVE WS-EXC-DISPUTE TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'PURGE CANDIDATES (LIST ONLY)' TO CTL-LABEL.
           MOVE WS-CANDIDATE-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'CUSTOMERS PURGED' TO CTL-LABEL.
           MOVE WS-PURGED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  NOT ON CUSTOMER MASTER' TO CTL-LABEL.
           MOVE WS-NOT-ON-CUSTMAST TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'CLOSED ACCOUNT RECORDS ANONYMISED' TO CTL-LABEL.
           MOVE WS-CLOSED-ANONYMISED TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'HELD MAIL ITEMS CLEARED' TO CTL-LABEL.
           MOVE WS-HELD-MAIL-CLEARED TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'LEGAL HOLDS IN FORCE' TO CTL-LABEL.
           MOVE WS-LEGAL-HOLDS-ACTIVE TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
