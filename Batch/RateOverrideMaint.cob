       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. RateOverrideMaint.  *> 账户议价利率档的批量维护

      *> 议价利率维护：客户经理把与单个大额存户谈定的专属利率
      *> 核定/调整/撤销录入 RATE_OVERRIDE_MAINT.TXT，本作业套用到
      *> RATE_OVERRIDES.DAT 索引议价档上，BatchAccountProcessor
      *> 在起止日期内按议价利率计息。每条维护须有核准人：核准人
      *> 不得是经办本人，用户主档可用时还须是在职的主管级（3 级）
      *> 柜员。撤销不删记录而是改状态留痕。结构沿用 OdLimitMaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RATE-PARM-FILE ASSIGN TO "RATE_PARM.DAT"  *> 业务日期取参数文件生效日期
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OVERRIDE-MASTER-FILE
               ASSIGN TO "RATE_OVERRIDES.DAT"  *> 账户议价利率档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROV-ACCOUNT-ID
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT OVERRIDE-MAINT-FILE
               ASSIGN TO "RATE_OVERRIDE_MAINT.TXT"  *> 议价维护交易
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件：核对账户存在
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO "USER_MASTER.DAT"  *> 柜员用户主档：核准人权限
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-TELLER-ID
               FILE STATUS IS WS-USER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  RATE-PARM-FILE.  *> 只取生效日期，其余参数字段本作业不使用
       01  RATE-PARM-RECORD.
           05 FILLER                PIC X(9).  *> 利率 9V9(4) + 管理费 9(2)V99
           05 PARM-EFFECTIVE-DATE   PIC 9(8).
           05 FILLER                PIC X(16).

       FD  OVERRIDE-MASTER-FILE.
       01  OVERRIDE-RECORD.
           COPY RATEOVR.

       FD  OVERRIDE-MAINT-FILE.
       01  OVERRIDE-MAINT-RECORD.
           05 ROM-CODE              PIC X.  *> 'A'=核定 'C'=调整 'R'=撤销
           05 ROM-ACCOUNT-ID        PIC 9(8).
           05 ROM-RATE              PIC 9V9(4).
           05 ROM-START-DATE        PIC 9(8).
           05 ROM-EXPIRY-DATE       PIC 9(8).
           05 ROM-REQUESTED-BY      PIC X(8).  *> 经办客户经理
           05 ROM-APPROVER-ID       PIC X(8).  *> 核准主管
           05 ROM-REASON            PIC X(30).

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  USER-MASTER-FILE.
       01  USER-RECORD.
           COPY USERREC.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-OVERRIDE-STATUS      PIC XX VALUE '00'.
       01  WS-MAINT-STATUS         PIC XX VALUE '00'.
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用的维护数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 套用失败的维护数
       01  WS-APPROVAL-REJECTS     PIC 9(5) VALUE 0.  *> 核准/内容校验不通过的维护数
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-MASTER-OPEN          PIC X VALUE 'N'.  *> 'Y' 表示账户主文件可用
       01  WS-USER-STATUS          PIC XX VALUE '00'.
       01  WS-USER-OPEN            PIC X VALUE 'N'.  *> 'Y' 表示用户主档可用
       01  WS-MAINT-OK             PIC X VALUE 'Y'.  *> 'N'=本条维护被拒绝
       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
      *    首次运行时议价档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O OVERRIDE-MASTER-FILE.
           IF WS-OVERRIDE-STATUS NOT = '00'
               OPEN OUTPUT OVERRIDE-MASTER-FILE
               CLOSE OVERRIDE-MASTER-FILE
               OPEN I-O OVERRIDE-MASTER-FILE
               IF WS-OVERRIDE-STATUS NOT = '00'
                   DISPLAY "Error opening rate override file. "
                       "File Status: " WS-OVERRIDE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT OVERRIDE-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "RATE_OVERRIDE_MAINT.TXT not available - "
                   "nothing to apply."
               CLOSE OVERRIDE-MASTER-FILE
               STOP RUN
           END-IF.
      *    账户主档/用户主档开不出来时跳过对应核对并提示，
      *    经办与核准不得同人这一条始终执行
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY "Account master not available - override "
                   "accounts not checked."
           END-IF.
           OPEN INPUT USER-MASTER-FILE.
           IF WS-USER-STATUS = '00'
               MOVE 'Y' TO WS-USER-OPEN
           ELSE
               DISPLAY "User master not available - approver "
                   "authority not checked."
           END-IF.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ OVERRIDE-MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-OVERRIDE-MAINT
               END-READ
           END-PERFORM.

           IF WS-MASTER-OPEN = 'Y'
               CLOSE MASTER-FILE
           END-IF.
           IF WS-USER-OPEN = 'Y'
               CLOSE USER-MASTER-FILE
           END-IF.
           CLOSE OVERRIDE-MASTER-FILE OVERRIDE-MAINT-FILE.
           DISPLAY "===== RATE OVERRIDE MAINT SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT
               " approval rejects: " WS-APPROVAL-REJECTS.
           STOP RUN.

       APPLY-ONE-OVERRIDE-MAINT.
           MOVE ROM-ACCOUNT-ID TO ROV-ACCOUNT-ID.
           EVALUATE ROM-CODE
               WHEN 'A'
                   PERFORM CHECK-OVERRIDE-APPROVAL
                   IF WS-MAINT-OK = 'Y'
                       PERFORM CHECK-OVERRIDE-TERMS
                   END-IF
                   IF WS-MAINT-OK = 'Y'
                       PERFORM ADD-OVERRIDE-RECORD
                   END-IF
               WHEN 'C'
                   PERFORM CHECK-OVERRIDE-APPROVAL
                   IF WS-MAINT-OK = 'Y'
                       PERFORM CHECK-OVERRIDE-TERMS
                   END-IF
                   IF WS-MAINT-OK = 'Y'
                       PERFORM CHANGE-OVERRIDE-RECORD
                   END-IF
               WHEN 'R'
                   PERFORM CHECK-OVERRIDE-APPROVAL
                   IF WS-MAINT-OK = 'Y'
                       PERFORM REVOKE-OVERRIDE-RECORD
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown rate override maintenance code: "
                       ROM-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       CHECK-OVERRIDE-APPROVAL.
      *> 核准：经办与核准人必填且不得同人；用户主档可用时核准人
      *> 须为在职（'A'）主管级（3 级）柜员
           MOVE 'Y' TO WS-MAINT-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           IF ROM-REQUESTED-BY = SPACES OR ROM-APPROVER-ID = SPACES
               MOVE 'REQUESTER AND APPROVER REQUIRED'
                   TO WS-REJECT-REASON
           ELSE
               IF ROM-REQUESTED-BY = ROM-APPROVER-ID
                   MOVE 'APPROVER SAME AS REQUESTER'
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-USER-OPEN = 'Y'
                       MOVE ROM-APPROVER-ID TO USR-TELLER-ID
                       READ USER-MASTER-FILE
                           INVALID KEY
                               MOVE 'APPROVER NOT ON USER MASTER'
                                   TO WS-REJECT-REASON
                           NOT INVALID KEY
                               IF USR-STATUS NOT = 'A' OR
                                       USR-AUTH-LEVEL < 3
                                   MOVE 'APPROVER NOT SUPERVISOR'
                                       TO WS-REJECT-REASON
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-OVERRIDE-MAINT
           END-IF.

       CHECK-OVERRIDE-TERMS.
      *> 内容校验：利率为正、起止日期有序、到期日不早于业务日期、
      *> 原因必填；账户主档可用时账户须存在
           IF ROM-RATE NOT NUMERIC OR ROM-RATE = 0
               MOVE 'RATE MISSING OR ZERO' TO WS-REJECT-REASON
           ELSE
           IF ROM-START-DATE NOT NUMERIC OR
                   ROM-EXPIRY-DATE NOT NUMERIC OR
                   ROM-START-DATE = 0 OR
                   ROM-EXPIRY-DATE < ROM-START-DATE
               MOVE 'START/EXPIRY DATES INVALID' TO WS-REJECT-REASON
           ELSE
           IF ROM-EXPIRY-DATE < WS-EFFECTIVE-DATE
               MOVE 'EXPIRY BEFORE BUSINESS DATE' TO WS-REJECT-REASON
           ELSE
           IF ROM-REASON = SPACES
               MOVE 'REASON REQUIRED' TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES AND WS-MASTER-OPEN = 'Y'
               MOVE ROM-ACCOUNT-ID TO ACCOUNT-ID
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON MASTER'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-OVERRIDE-MAINT
           END-IF.

       REJECT-OVERRIDE-MAINT.
           MOVE 'N' TO WS-MAINT-OK.
           ADD 1 TO WS-APPROVAL-REJECTS.
           DISPLAY "Rate override refused for account "
               ROM-ACCOUNT-ID " - " WS-REJECT-REASON.

       MOVE-MAINT-TO-MASTER.
           MOVE ROM-RATE         TO ROV-RATE.
           MOVE ROM-START-DATE   TO ROV-START-DATE.
           MOVE ROM-EXPIRY-DATE  TO ROV-EXPIRY-DATE.
           MOVE ROM-REQUESTED-BY TO ROV-REQUESTED-BY.
           MOVE ROM-APPROVER-ID  TO ROV-APPROVER-ID.
           MOVE ROM-REASON       TO ROV-REASON.
           MOVE 'A'              TO ROV-STATUS.
           MOVE WS-EFFECTIVE-DATE TO ROV-MAINT-DATE.

       ADD-OVERRIDE-RECORD.
           PERFORM MOVE-MAINT-TO-MASTER.
           WRITE OVERRIDE-RECORD
               INVALID KEY
      *            同户已有记录（含已撤销/已过期留痕）：覆盖为新议价
                   REWRITE OVERRIDE-RECORD
                       INVALID KEY
                           DISPLAY "Rate override add failed: "
                               ROV-ACCOUNT-ID
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-WRITE.

       CHANGE-OVERRIDE-RECORD.
           READ OVERRIDE-MASTER-FILE
               INVALID KEY
                   DISPLAY "Rate override change failed, not found: "
                       ROV-ACCOUNT-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM MOVE-MAINT-TO-MASTER
                   REWRITE OVERRIDE-RECORD
                       INVALID KEY
                           DISPLAY "Rate override rewrite failed: "
                               ROV-ACCOUNT-ID
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-REWRITE
           END-READ.

       REVOKE-OVERRIDE-RECORD.
      *> 撤销不删记录：状态置 'D' 留痕，撤销的核准人覆盖原核准人
           READ OVERRIDE-MASTER-FILE
               INVALID KEY
                   DISPLAY "Rate override revoke failed, not found: "
                       ROV-ACCOUNT-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'D' TO ROV-STATUS
                   MOVE ROM-APPROVER-ID TO ROV-APPROVER-ID
                   MOVE WS-EFFECTIVE-DATE TO ROV-MAINT-DATE
                   REWRITE OVERRIDE-RECORD
                       INVALID KEY
                           DISPLAY "Rate override revoke rewrite "
                               "failed: " ROV-ACCOUNT-ID
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-REWRITE
           END-READ.

       READ-EFFECTIVE-DATE.
           OPEN INPUT RATE-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "RATE_PARM.DAT not available - cannot "
                   "determine business date. Run stopped."
               STOP RUN
           END-IF.
           READ RATE-PARM-FILE
               AT END
                   DISPLAY "RATE_PARM.DAT empty - run stopped."
                   STOP RUN
           END-READ.
           MOVE PARM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           CLOSE RATE-PARM-FILE.

       READ-BUSINESS-DATE.
      *> 中央业务日期核对：控制档在则以其为准——参数文件自带的
      *> 日期与之不一致即停批，忘翻日的参数档再也混不进流程；
      *> 控制档未建（转换期）沿用参数日期
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-EFFECTIVE-DATE NOT = 0 AND
                               BD-BUSINESS-DATE NOT = WS-EFFECTIVE-DATE
                           DISPLAY "*** Business date mismatch: "
                               "control file " BD-BUSINESS-DATE
                               " vs parameter " WS-EFFECTIVE-DATE
                               " - run stopped ***"
                           STOP RUN
                       END-IF
                       MOVE BD-BUSINESS-DATE TO WS-EFFECTIVE-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
