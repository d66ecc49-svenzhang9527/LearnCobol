      *> 客户主档维护：网点把客户的增/改/删录入 CUST_MAINT.TXT，
      *> 本作业套用到 CUSTOMER_MASTER.DAT 索引客户主档上。客户面
      *> 输出（对账单、税务申报单、预静止通知、欢迎函）从该主档
      *> 取邮寄地址。增改删结构沿用 UserMasterLoad。
      *> KYC 栏位（证件到期日、风险等级、最近复核日）随维护录入，
      *> 未填的沿用原值；变更带来新的复核日或证件到期日时，逾期
      *> 与受限状态当即解除，借记限制不必等到下次月度重算
      *> 新增客户及姓名/证件号有变更的客户清零名单筛查日，由
      *> SanctionsScreen 在下次过账前补筛
      *> 邮寄标志：维护记录可置/撤客户申请的留存（'H'）；退信标志
      *> （'R'）在地址变更时解除。标志一解除，该客户在网点留存档
      *> 上的函件按新地址写入补寄流 RELEASED_MAIL.DAT。联机客户
      *> 维护（CUSTMNT）复核改地址时当场解除退信标志，其留存函件
      *> 由本作业每次运行清扫补寄：留存档上仍在留存、客户主档
      *> 邮寄标志已空白的函件一并补寄（当天无维护文件也照常清扫）
      *> 税务居民身份：维护记录带了居民国即三组居民国/纳税人识别号
      *> 整体替换，带了自证状态即改写自证状态与签署日期；已有有效
      *> 自证的客户邮寄地址国别改到境外、又不在所声明的居民国之列
      *> 时，自证当即失效，年终报送前须重新取得
      *> 维护文件首条为提交人抬头（'H' + 提交人号），每笔改动的
      *> 改前/改后映像连同作业名、业务日期、提交人追加到参考数据
      *> 变更日志 REFDATA_CHANGE_LOG.DAT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

      *>   参考数据变更日志：改前/改后映像，只追加
           SELECT CHANGE-LOG-FILE ASSIGN TO "REFDATA_CHANGE_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO "HELD_MAIL.DAT"  *> 网点留存函件档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HML-KEY
               FILE STATUS IS WS-HELD-MAIL-STATUS.

      *>   解除留存后按新地址补寄的函件
           SELECT RELEASED-MAIL-FILE ASSIGN TO "RELEASED_MAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           05 CMM-ID-DOC-NUMBER     PIC X(18).
           05 CMM-LANGUAGE-CODE     PIC X(2).
           05 CMM-STATUS            PIC X.
           05 CMM-ID-EXPIRY-DATE    PIC 9(8).  *> 证件到期日，空白/0=不变
           05 CMM-RISK-RATING       PIC X.  *> 'H'/'M'/'L'，其余=不变
           05 CMM-LAST-REVIEW-DATE  PIC 9(8).  *> 最近复核日，空白/0=不变
           05 CMM-MAIL-HOLD         PIC X.  *> 'H'=客户申请留存 'N'=撤销留存，其余=不变
           05 CMM-EMAIL-ADDRESS     PIC X(40).  *> 电子邮箱，空白=不变，'-'=注销
           05 CMM-ADDRESS-COUNTRY   PIC X(2).  *> 邮寄地址国别，空白=不变，'--'=改回境内
           05 CMM-TAX-RESIDENCY OCCURS 3 TIMES.  *> 首组居民国空白=不变，'--'=全部清除
               10 CMM-TAX-COUNTRY   PIC X(2).
               10 CMM-TAX-ID        PIC X(20).
           05 CMM-SELF-CERT-STATUS  PIC X.  *> 'Y'/'R'/'N' 见 CUSTMAST，其余=不变
           05 CMM-SELF-CERT-DATE    PIC 9(8).  *> 自证签署日期，'Y' 未带日期按业务日期
       01  CUST-MAINT-HEADER.  *> 提交人抬头，动作码 'H'
           05 FILLER                PIC X.
           05 CMM-SUBMITTER-ID      PIC X(8).  *> 提交人柜员号

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  CHANGE-LOG-FILE.  *> 参考数据变更日志文件描述符
       01  CHANGE-LOG-RECORD.
           COPY REFCHG.

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           COPY HELDMAIL.

       FD  RELEASED-MAIL-FILE.
       01  RELEASED-MAIL-RECORD.
           05 RLM-CUSTOMER-ID       PIC 9(6).  *> 收件客户号
           05 RLM-DOC-TYPE          PIC X(2).  *> 函件类型，同留存档
           05 RLM-ACCOUNT-ID        PIC 9(8).
           05 RLM-DOC-DATE          PIC 9(8).
           05 RLM-LINE-NO           PIC 9(4).
           05 RLM-BRANCH-CODE       PIC X(4).  *> 原保管网点
           05 RLM-RELEASE-DATE      PIC 9(8).
           05 RLM-CUSTOMER-NAME     PIC X(30).  *> 补寄用的现行姓名与地址
           05 RLM-ADDRESS-LINE-1    PIC X(30).
           05 RLM-ADDRESS-LINE-2    PIC X(30).
           05 RLM-ADDRESS-LINE-3    PIC X(30).
           05 RLM-DOC-IMAGE         PIC X(200).  *> 函件原样

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-STATUS      PIC XX VALUE '00'.
       01  WS-MAINT-EOF            PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 已套用的维护数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 套用失败的维护数
       01  WS-KYC-REFRESHED        PIC X VALUE 'N'.  *> 'Y'=本次维护刷新了复核日或证件到期日
       01  WS-KYC-CLEARED          PIC 9(5) VALUE 0.  *> 因此解除逾期/受限的客户数
       01  WS-HELD-MAIL-STATUS     PIC XX VALUE '00'.
       01  WS-HELD-MAIL-OPEN       PIC X VALUE 'N'.
       01  WS-RELEASED-STATUS      PIC XX VALUE '00'.
       01  WS-RELEASED-OPEN        PIC X VALUE 'N'.
       01  WS-HELD-SCAN-EOF        PIC X VALUE 'N'.
       01  WS-MAINT-OPEN           PIC X VALUE 'N'.
       01  WS-SWEEP-CUSTOMER       PIC 9(6) VALUE 0.  *> 清扫中最近读过的客户号
       01  WS-SWEEP-RELEASE        PIC X VALUE 'N'.  *> 'Y'=该客户邮寄标志已空白
       01  WS-TODAY-DATE           PIC 9(8) VALUE 0.  *> 运行日，邮寄标志盖章用
       01  WS-ADDRESS-CHANGED      PIC X VALUE 'N'.  *> 'Y'=本次维护改了邮寄地址
       01  WS-RELEASE-MAIL         PIC X VALUE 'N'.  *> 'Y'=本次解除了邮寄标志
       01  WS-MAIL-RELEASED        PIC 9(5) VALUE 0.  *> 解除邮寄标志的客户数
       01  WS-DOCS-RELEASED        PIC 9(7) VALUE 0.  *> 写入补寄流的留存记录数
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-CHGLOG-STATUS        PIC XX VALUE '00'.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'CUSTLOAD'.  *> 本程序在批流里的作业名
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 变更日志盖的业务日期
       01  WS-SUBMITTER-ID         PIC X(8) VALUE SPACES.  *> 当前抬头上的提交人
       01  WS-CHG-ACTION           PIC X VALUE SPACE.  *> 'A'=新增 'C'=改写 'D'=删除
       01  WS-CHG-BEFORE-IMAGE     PIC X(400) VALUE SPACES.  *> 改前映像
       01  WS-CHG-AFTER-IMAGE      PIC X(400) VALUE SPACES.  *> 改后映像
       01  WS-CHG-LOG-TIME         PIC 9(8) VALUE 0.
       01  WS-CHG-LOGGED           PIC 9(5) VALUE 0.  *> 记入变更日志的改动数
       01  WS-HOME-COUNTRY         PIC X(2) VALUE 'CN'.  *> 本行所在国，邮寄地址国别/居民国按此判境内外
       01  WS-TAX-INDEX            PIC 9 VALUE 0.
       01  WS-COUNTRY-DECLARED     PIC X VALUE 'N'.  *> 'Y'=新地址国别在所声明的居民国之列
       01  WS-CERT-LAPSED          PIC 9(5) VALUE 0.  *> 因地址移往境外而失效的自证数

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-BUSINESS-DATE.
      *    首次运行时客户主档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-STATUS NOT = '00'
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY "CUST_MAINT.TXT not available - nothing to "
                   "apply."
               MOVE 'Y' TO WS-MAINT-EOF
           ELSE
               MOVE 'Y' TO WS-MAINT-OPEN
               PERFORM READ-SUBMITTER-HEADER
               PERFORM OPEN-CHANGE-LOG
           END-IF.
      *    留存档未建即从未留存过函件，解除时无需补寄
           OPEN I-O HELD-MAIL-FILE.
           IF WS-HELD-MAIL-STATUS = '00'
               MOVE 'Y' TO WS-HELD-MAIL-OPEN
           END-IF.

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       IF CMM-CODE = 'H'
                           PERFORM TAKE-SUBMITTER-HEADER
                       ELSE
                           IF WS-SUBMITTER-ID = SPACES
                               DISPLAY "Customer maintenance "
                                   "without submitter rejected: "
                                   CMM-CUSTOMER-ID
                               ADD 1 TO WS-ERROR-COUNT
                           ELSE
                               PERFORM APPLY-ONE-CUST-MAINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-HELD-MAIL-OPEN = 'Y'
               PERFORM SWEEP-UNFLAGGED-HELD-MAIL
           END-IF.

           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-MAINT-OPEN = 'Y'
               CLOSE CUST-MAINT-FILE CHANGE-LOG-FILE
           END-IF.
           IF WS-HELD-MAIL-OPEN = 'Y'
               CLOSE HELD-MAIL-FILE
           END-IF.
           IF WS-RELEASED-OPEN = 'Y'
               CLOSE RELEASED-MAIL-FILE
           END-IF.
           DISPLAY "===== CUSTOMER MASTER LOAD SUMMARY =====".
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " errors: " WS-ERROR-COUNT.
           DISPLAY "Changes logged: " WS-CHG-LOGGED.
           DISPLAY "KYC restrictions cleared: " WS-KYC-CLEARED.
           DISPLAY "Tax self-certifications lapsed: " WS-CERT-LAPSED.
           DISPLAY "Mail flags released: " WS-MAIL-RELEASED
               " documents re-mailed: " WS-DOCS-RELEASED.
           STOP RUN.

       APPLY-ONE-CUST-MAINT.
           END-EVALUATE.

       MOVE-MAINT-TO-MASTER.
           IF CMM-CUSTOMER-NAME NOT = CM-CUSTOMER-NAME OR
                   CMM-ID-DOC-NUMBER NOT = CM-ID-DOC-NUMBER
               MOVE 0 TO CM-SCREEN-DATE
           END-IF.
           MOVE 'N' TO WS-ADDRESS-CHANGED.
           IF CMM-ADDRESS-LINE-1 NOT = CM-ADDRESS-LINE-1 OR
                   CMM-ADDRESS-LINE-2 NOT = CM-ADDRESS-LINE-2 OR
                   CMM-ADDRESS-LINE-3 NOT = CM-ADDRESS-LINE-3
               MOVE 'Y' TO WS-ADDRESS-CHANGED
           END-IF.
           MOVE CMM-CUSTOMER-NAME  TO CM-CUSTOMER-NAME.
           MOVE CMM-ADDRESS-LINE-1 TO CM-ADDRESS-LINE-1.
           MOVE CMM-ADDRESS-LINE-2 TO CM-ADDRESS-LINE-2.
           MOVE CMM-ID-DOC-TYPE    TO CM-ID-DOC-TYPE.
           MOVE CMM-ID-DOC-NUMBER  TO CM-ID-DOC-NUMBER.
           MOVE CMM-LANGUAGE-CODE  TO CM-LANGUAGE-CODE.
      *    电子邮箱后加的栏位：旧格式维护记录不带，空白按不变处理
           IF CMM-EMAIL-ADDRESS = '-'
               MOVE SPACES TO CM-EMAIL-ADDRESS
           ELSE
               IF CMM-EMAIL-ADDRESS NOT = SPACES
                   MOVE CMM-EMAIL-ADDRESS TO CM-EMAIL-ADDRESS
               END-IF
           END-IF.
           IF CMM-STATUS = 'A' OR CMM-STATUS = 'D'
               MOVE CMM-STATUS TO CM-STATUS
           ELSE
               MOVE 'A' TO CM-STATUS
           END-IF.
      *    KYC 栏位只在维护记录带了有效值时覆盖
           MOVE 'N' TO WS-KYC-REFRESHED.
           IF CMM-ID-EXPIRY-DATE NUMERIC AND CMM-ID-EXPIRY-DATE > 0
               IF CMM-ID-EXPIRY-DATE > CM-ID-EXPIRY-DATE
                   MOVE 'Y' TO WS-KYC-REFRESHED
               END-IF
               MOVE CMM-ID-EXPIRY-DATE TO CM-ID-EXPIRY-DATE
           END-IF.
           IF CMM-RISK-RATING = 'H' OR CMM-RISK-RATING = 'M' OR
                   CMM-RISK-RATING = 'L'
               MOVE CMM-RISK-RATING TO CM-RISK-RATING
           END-IF.
           IF CMM-LAST-REVIEW-DATE NUMERIC AND
                   CMM-LAST-REVIEW-DATE > 0
               IF CMM-LAST-REVIEW-DATE > CM-LAST-REVIEW-DATE
                   MOVE 'Y' TO WS-KYC-REFRESHED
               END-IF
               MOVE CMM-LAST-REVIEW-DATE TO CM-LAST-REVIEW-DATE
           END-IF.
           IF WS-KYC-REFRESHED = 'Y' AND
                   (CM-KYC-STATUS = 'O' OR CM-KYC-STATUS = 'R')
               MOVE 'C' TO CM-KYC-STATUS
               ADD 1 TO WS-KYC-CLEARED
           END-IF.
      *    退信标志随地址更正解除；客户申请的留存只能由客户撤销
           MOVE 'N' TO WS-RELEASE-MAIL.
           IF CM-MAIL-FLAG = 'R' AND WS-ADDRESS-CHANGED = 'Y'
               MOVE SPACE TO CM-MAIL-FLAG
               MOVE 0 TO CM-MAIL-FLAG-DATE
               MOVE 'Y' TO WS-RELEASE-MAIL
           END-IF.
           IF CMM-MAIL-HOLD = 'N' AND CM-MAIL-FLAG = 'H'
               MOVE SPACE TO CM-MAIL-FLAG
               MOVE 0 TO CM-MAIL-FLAG-DATE
               MOVE 'Y' TO WS-RELEASE-MAIL
           END-IF.
           IF CMM-MAIL-HOLD = 'H' AND CM-MAIL-FLAG = SPACE
               MOVE 'H' TO CM-MAIL-FLAG
               MOVE WS-TODAY-DATE TO CM-MAIL-FLAG-DATE
               MOVE 'N' TO WS-RELEASE-MAIL
           END-IF.
           PERFORM MOVE-TAX-RESIDENCY-TO-MASTER.

       MOVE-TAX-RESIDENCY-TO-MASTER.
      *> 税务居民栏位后加：旧格式维护记录不带，空白按不变处理
           IF CMM-TAX-COUNTRY(1) = '--'
               PERFORM VARYING WS-TAX-INDEX FROM 1 BY 1
                       UNTIL WS-TAX-INDEX > 3
                   MOVE SPACES TO CM-TAX-COUNTRY(WS-TAX-INDEX)
                   MOVE SPACES TO CM-TAX-ID(WS-TAX-INDEX)
               END-PERFORM
           ELSE
               IF CMM-TAX-COUNTRY(1) NOT = SPACES
                   PERFORM VARYING WS-TAX-INDEX FROM 1 BY 1
                           UNTIL WS-TAX-INDEX > 3
                       MOVE CMM-TAX-COUNTRY(WS-TAX-INDEX)
                           TO CM-TAX-COUNTRY(WS-TAX-INDEX)
                       MOVE CMM-TAX-ID(WS-TAX-INDEX)
                           TO CM-TAX-ID(WS-TAX-INDEX)
                   END-PERFORM
               END-IF
           END-IF.
           IF CMM-SELF-CERT-STATUS = 'Y' OR CMM-SELF-CERT-STATUS = 'R'
                   OR CMM-SELF-CERT-STATUS = 'N'
               MOVE CMM-SELF-CERT-STATUS TO CM-SELF-CERT-STATUS
               IF CMM-SELF-CERT-DATE NUMERIC AND
                       CMM-SELF-CERT-DATE > 0
                   MOVE CMM-SELF-CERT-DATE TO CM-SELF-CERT-DATE
               ELSE
                   IF CMM-SELF-CERT-STATUS = 'Y'
                       MOVE WS-BUSINESS-DATE TO CM-SELF-CERT-DATE
                   END-IF
               END-IF
           END-IF.
           IF CMM-ADDRESS-COUNTRY = SPACES OR
                   CMM-ADDRESS-COUNTRY = CM-ADDRESS-COUNTRY
               EXIT PARAGRAPH
           END-IF.
           IF CMM-ADDRESS-COUNTRY = '--'
               MOVE SPACES TO CM-ADDRESS-COUNTRY
               EXIT PARAGRAPH
           END-IF.
           MOVE CMM-ADDRESS-COUNTRY TO CM-ADDRESS-COUNTRY.
      *    情况变化：有效自证的客户地址移往境外、该国又不在声明
      *    之列，自证失效；同一笔维护带来新自证的不算
           IF CM-ADDRESS-COUNTRY = WS-HOME-COUNTRY OR
                   CM-SELF-CERT-STATUS NOT = 'Y' OR
                   CMM-SELF-CERT-STATUS = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-COUNTRY-DECLARED.
           PERFORM VARYING WS-TAX-INDEX FROM 1 BY 1
                   UNTIL WS-TAX-INDEX > 3
               IF CM-TAX-COUNTRY(WS-TAX-INDEX) = CM-ADDRESS-COUNTRY
                   MOVE 'Y' TO WS-COUNTRY-DECLARED
               END-IF
           END-PERFORM.
           IF WS-COUNTRY-DECLARED = 'N'
               MOVE 'N' TO CM-SELF-CERT-STATUS
               ADD 1 TO WS-CERT-LAPSED
               DISPLAY "Tax self-certification lapsed, address moved "
                   "to " CM-ADDRESS-COUNTRY ": " CM-CUSTOMER-ID
           END-IF.

       ADD-CUSTOMER-RECORD.
      *    新客户先按中风险、状态正常建档；维护记录未带复核日的
      *    由月度作业列为待复核
           MOVE 0 TO CM-ID-EXPIRY-DATE.
           MOVE 'M' TO CM-RISK-RATING.
           MOVE 0 TO CM-LAST-REVIEW-DATE.
           MOVE 'C' TO CM-KYC-STATUS.
           MOVE 0 TO CM-SCREEN-DATE.
           MOVE 0 TO CM-DATE-OF-DEATH.
           MOVE SPACE TO CM-ESTATE-STATUS.
           MOVE SPACE TO CM-MAIL-FLAG.
           MOVE 0 TO CM-MAIL-FLAG-DATE.
           MOVE SPACES TO CM-EMAIL-ADDRESS.
           MOVE SPACES TO CM-ADDRESS-COUNTRY.
           PERFORM VARYING WS-TAX-INDEX FROM 1 BY 1
                   UNTIL WS-TAX-INDEX > 3
               MOVE SPACES TO CM-TAX-COUNTRY(WS-TAX-INDEX)
               MOVE SPACES TO CM-TAX-ID(WS-TAX-INDEX)
           END-PERFORM.
           MOVE SPACE TO CM-SELF-CERT-STATUS.
           MOVE 0 TO CM-SELF-CERT-DATE.
           PERFORM MOVE-MAINT-TO-MASTER.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE CUSTOMER-RECORD TO WS-CHG-AFTER-IMAGE
                   MOVE 'A' TO WS-CHG-ACTION
                   PERFORM WRITE-CHANGE-LOG
           END-WRITE.

       CHANGE-CUSTOMER-RECORD.
                       CM-CUSTOMER-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-CHG-BEFORE-IMAGE
                   PERFORM MOVE-MAINT-TO-MASTER
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE CUSTOMER-RECORD TO WS-CHG-AFTER-IMAGE
                           MOVE 'C' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                           IF WS-RELEASE-MAIL = 'Y'
                               PERFORM RELEASE-HELD-MAIL
                           END-IF
                   END-REWRITE
           END-READ.

       DELETE-CUSTOMER-RECORD.
      *> 先读出改前映像再删
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Customer delete failed, not found: "
                       CM-CUSTOMER-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-CHG-BEFORE-IMAGE
                   DELETE CUSTOMER-MASTER-FILE RECORD
                       INVALID KEY
                           DISPLAY "Customer delete failed: "
                               CM-CUSTOMER-ID
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE 'D' TO WS-CHG-ACTION
                           PERFORM WRITE-CHANGE-LOG
                   END-DELETE
           END-READ.

       RELEASE-HELD-MAIL.
      *> 该客户留存中的函件逐条按现行姓名地址写入补寄流，留存档
      *> 置已解除
           ADD 1 TO WS-MAIL-RELEASED.
           IF WS-HELD-MAIL-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO HML-KEY.
           MOVE CM-CUSTOMER-ID TO HML-CUSTOMER-ID.
           MOVE 'N' TO WS-HELD-SCAN-EOF.
           START HELD-MAIL-FILE KEY IS GREATER THAN OR EQUAL TO HML-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HELD-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-HELD-SCAN-EOF = 'Y'
               READ HELD-MAIL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HELD-SCAN-EOF
                   NOT AT END
                       IF HML-CUSTOMER-ID NOT = CM-CUSTOMER-ID
                           MOVE 'Y' TO WS-HELD-SCAN-EOF
                       ELSE
                           IF HML-STATUS = 'H'
                               PERFORM RELEASE-ONE-HELD-DOCUMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SWEEP-UNFLAGGED-HELD-MAIL.
      *> 清扫整份留存档：仍在留存、客户邮寄标志却已空白的函件
      *> （联机维护改地址解除了退信标志）按现行地址补寄。
      *> 留存档按客户号排序，同一客户只读一次主档
           MOVE LOW-VALUES TO HML-KEY.
           MOVE 0 TO WS-SWEEP-CUSTOMER.
           MOVE 'N' TO WS-SWEEP-RELEASE.
           MOVE 'N' TO WS-HELD-SCAN-EOF.
           START HELD-MAIL-FILE KEY IS GREATER THAN OR EQUAL TO HML-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HELD-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-HELD-SCAN-EOF = 'Y'
               READ HELD-MAIL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HELD-SCAN-EOF
                   NOT AT END
                       IF HML-STATUS = 'H'
                           PERFORM SWEEP-ONE-HELD-DOCUMENT
                       END-IF
               END-READ
           END-PERFORM.

       SWEEP-ONE-HELD-DOCUMENT.
           IF HML-CUSTOMER-ID NOT = WS-SWEEP-CUSTOMER
               MOVE HML-CUSTOMER-ID TO WS-SWEEP-CUSTOMER
               MOVE 'N' TO WS-SWEEP-RELEASE
               MOVE HML-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-MAIL-FLAG = SPACE
                           MOVE 'Y' TO WS-SWEEP-RELEASE
                           ADD 1 TO WS-MAIL-RELEASED
                       END-IF
               END-READ
           END-IF.
           IF WS-SWEEP-RELEASE = 'Y'
               PERFORM RELEASE-ONE-HELD-DOCUMENT
           END-IF.

       RELEASE-ONE-HELD-DOCUMENT.
           IF WS-RELEASED-OPEN NOT = 'Y'
               OPEN EXTEND RELEASED-MAIL-FILE
               IF WS-RELEASED-STATUS NOT = '00'
                   OPEN OUTPUT RELEASED-MAIL-FILE
               END-IF
               IF WS-RELEASED-STATUS NOT = '00'
                   DISPLAY "Error opening released mail file. "
                       "File Status: " WS-RELEASED-STATUS
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-RELEASED-OPEN
           END-IF.
           MOVE HML-CUSTOMER-ID   TO RLM-CUSTOMER-ID.
           MOVE HML-DOC-TYPE      TO RLM-DOC-TYPE.
           MOVE HML-ACCOUNT-ID    TO RLM-ACCOUNT-ID.
           MOVE HML-DOC-DATE      TO RLM-DOC-DATE.
           MOVE HML-LINE-NO       TO RLM-LINE-NO.
           MOVE HML-BRANCH-CODE   TO RLM-BRANCH-CODE.
           MOVE WS-TODAY-DATE     TO RLM-RELEASE-DATE.
           MOVE CM-CUSTOMER-NAME  TO RLM-CUSTOMER-NAME.
           MOVE CM-ADDRESS-LINE-1 TO RLM-ADDRESS-LINE-1.
           MOVE CM-ADDRESS-LINE-2 TO RLM-ADDRESS-LINE-2.
           MOVE CM-ADDRESS-LINE-3 TO RLM-ADDRESS-LINE-3.
           MOVE HML-DOC-IMAGE     TO RLM-DOC-IMAGE.
           WRITE RELEASED-MAIL-RECORD.
           MOVE 'R' TO HML-STATUS.
           MOVE WS-TODAY-DATE TO HML-RELEASE-DATE.
           REWRITE HELD-MAIL-RECORD
               INVALID KEY
                   DISPLAY "Held mail release failed: "
                       HML-CUSTOMER-ID " " HML-DOC-TYPE " "
                       HML-ACCOUNT-ID
           END-REWRITE.
           ADD 1 TO WS-DOCS-RELEASED.

       READ-SUBMITTER-HEADER.
      *> 维护文件首条须为提交人抬头：查不出谁提交的文件整份不套用
           READ CUST-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
               NOT AT END
                   IF CMM-CODE = 'H'
                       PERFORM TAKE-SUBMITTER-HEADER
                   END-IF
                   IF WS-SUBMITTER-ID = SPACES
                       DISPLAY "CUST_MAINT.TXT has no submitter "
                           "header - nothing applied."
                       CLOSE CUSTOMER-MASTER-FILE CUST-MAINT-FILE
                       STOP RUN
                   END-IF
           END-READ.

       TAKE-SUBMITTER-HEADER.
      *> 多份维护文件拼在一起时各带抬头，其后的记录记在该提交人
      *> 名下；提交人为空的抬头之后的记录一律拒绝
           MOVE CMM-SUBMITTER-ID TO WS-SUBMITTER-ID.
           IF WS-SUBMITTER-ID = SPACES
               DISPLAY "Submitter header with blank submitter - "
                   "following records rejected."
           END-IF.

       READ-BUSINESS-DATE.
      *> 变更日志的业务日期：中央业务日期控制档在则以其为准，
      *> 控制档未建（转换期）按运行日
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
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

       OPEN-CHANGE-LOG.
      *> 变更日志写不了就不套用：没有留痕的维护不做
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CHGLOG-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           IF WS-CHGLOG-STATUS NOT = '00'
               DISPLAY "Error opening reference data change log. "
                   "File Status: " WS-CHGLOG-STATUS
               CLOSE CUSTOMER-MASTER-FILE CUST-MAINT-FILE
               STOP RUN
           END-IF.

       WRITE-CHANGE-LOG.
      *> 一笔改动记改前/改后两条映像：新增只有改后，删除只有改前；
      *> 改写前后完全相同的重复维护不算改动，不记
           IF WS-CHG-ACTION = 'C' AND
                   WS-CHG-BEFORE-IMAGE = WS-CHG-AFTER-IMAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'CUSTMAST' TO RCL-FILE-ID.
           MOVE CMM-CUSTOMER-ID TO RCL-RECORD-KEY.
           MOVE WS-BUSINESS-DATE TO RCL-BUSINESS-DATE.
           ACCEPT WS-CHG-LOG-TIME FROM TIME.
           MOVE WS-CHG-LOG-TIME TO RCL-LOG-TIME.
           MOVE WS-THIS-JOB-NAME TO RCL-JOB-NAME.
           MOVE WS-SUBMITTER-ID TO RCL-SUBMITTER-ID.
           MOVE CMM-CODE TO RCL-MAINT-CODE.
           MOVE WS-CHG-ACTION TO RCL-ACTION.
           IF WS-CHG-ACTION NOT = 'A'
               MOVE 'B' TO RCL-IMAGE-TYPE
               MOVE WS-CHG-BEFORE-IMAGE TO RCL-RECORD-IMAGE
               WRITE CHANGE-LOG-RECORD
           END-IF.
           IF WS-CHG-ACTION NOT = 'D'
               MOVE 'A' TO RCL-IMAGE-TYPE
               MOVE WS-CHG-AFTER-IMAGE TO RCL-RECORD-IMAGE
               WRITE CHANGE-LOG-RECORD
           END-IF.
           ADD 1 TO WS-CHG-LOGGED.
