       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. AuditConfirmation.  *> 外部审计余额询证函的抽样与出函

      *> 年终审计询证：外部审计师抽样的账户不再手工一封封填询证
      *> 函。本作业按 AUDIT_CONFIRM_PARM.DAT 运行：
      *>   抽样方式 'F'：审计师送来的样本文件 AUDIT_SAMPLE.DAT
      *>     （逐行一个账户ID），排序去重后与账户逐一对照，样本里
      *>     对不上账户的列 NOTF 交审计师核实；
      *>   抽样方式 'P'：参数抽样——基准日余额绝对值达到金额门槛
      *>     的全部入样（'H'），其余账户按种子驱动的伪随机数以千分
      *>     比抽中（'R'）。同一种子、同一账户顺序必得同一样本，
      *>     审计师可复核抽样过程。
      *> 基准日余额的来源：
      *>   'H'（默认）过账历史 POSTING_HISTORY.DAT——取基准日当天或
      *>     之前31天内最后一次日终运行的过账后余额；窗口内无历史
      *>     的账户取现余额并标 'C'，控制清单上单列；
      *>   'B' 备份代次——取基准日之后第一个备份代次（跑批前卸载，
      *>     即基准日日终后的主档）整档为准，历史已归档时使用。
      *> 询证函提取记录写 AUDIT_CONFIRM_LETTERS.DAT 进打印流；客户
      *> 邮寄标志为 'R'/'H' 的转网点留存档（'AC'），无地址的不出函，
      *> 都在控制清单上列明，审计师另行执行替代程序。每份询证函
      *> 登记进 AUDIT_CONFIRM_REGISTER.DAT，回函由
      *> AuditConfirmReply 套用。控制清单 AUDIT_CONFIRM_CONTROL.RPT
      *> 交审计师，逐户列出样本及抽样原因、余额来源、寄送结果

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRM-PARM-FILE ASSIGN TO "AUDIT_CONFIRM_PARM.DAT"  *> 询证参数
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AUDIT-SAMPLE-FILE ASSIGN TO "AUDIT_SAMPLE.DAT"  *> 审计师样本
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMPLE-STATUS.

           SELECT SAMPLE-SORT-WORK ASSIGN TO "AUDSWORK.TMP".  *> 样本排序用临时工作文件

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "POSTING_HISTORY.DAT"  *> 过账历史
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT BACKUP-CATALOG-FILE ASSIGN TO "BACKUP_CATALOG.DAT"  *> 备份代次目录
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT MASTER-BACKUP-FILE
               ASSIGN TO DYNAMIC WS-MASTER-BKP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-BKP-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档，取邮寄地址
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

      *>   询证函提取：进打印流
           SELECT LETTER-FILE ASSIGN TO "AUDIT_CONFIRM_LETTERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

      *>   交审计师的控制清单
           SELECT CONTROL-REPORT-FILE
               ASSIGN TO "AUDIT_CONFIRM_CONTROL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *>   询证登记档：基准日+账户键控，回函套用于此
           SELECT CONFIRM-REGISTER-FILE
               ASSIGN TO "AUDIT_CONFIRM_REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACF-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO "HELD_MAIL.DAT"  *> 网点留存函件档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HML-KEY
               FILE STATUS IS WS-HELD-MAIL-STATUS.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRM-PARM-FILE.
       01  CONFIRM-PARM-RECORD.
           05 PARM-AUDIT-DATE       PIC 9(8).  *> 审计基准日 CCYYMMDD
           05 PARM-SAMPLE-MODE      PIC X.  *> 'F'=审计师样本文件 'P'=参数抽样
           05 PARM-THRESHOLD        PIC 9(9)V99.  *> 'P'：余额绝对值达到即全部入样
           05 PARM-RANDOM-RATE      PIC 9(3).  *> 'P'：门槛以下随机抽样千分比
           05 PARM-RANDOM-SEED      PIC 9(9).  *> 'P'：伪随机数种子，审计师给定
           05 PARM-BALANCE-SOURCE   PIC X.  *> 空白/'H'=过账历史 'B'=备份代次

       FD  AUDIT-SAMPLE-FILE.
       01  AUDIT-SAMPLE-RECORD.
           05 ASM-ACCOUNT-ID        PIC 9(8).  *> 审计师抽中的账户

       SD  SAMPLE-SORT-WORK.
       01  SAMPLE-SORT-RECORD.
           05 SSW-ACCOUNT-ID        PIC 9(8).

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY ACCTHIS.

       FD  BACKUP-CATALOG-FILE.  *> 与 MasterBackup 的目录同布局
       01  BACKUP-CATALOG-RECORD.
           05 BCAT-GENERATION       PIC 9(2).
           05 BCAT-BUSINESS-DATE    PIC 9(8).
           05 BCAT-BACKUP-TIME      PIC 9(8).
           05 BCAT-MASTER-COUNT     PIC 9(7).
           05 BCAT-MASTER-TOTAL     PIC S9(11)V99.
           05 BCAT-PRIOR-COUNT      PIC 9(7).

       FD  MASTER-BACKUP-FILE.  *> 与 MasterBackup 的备份镜像同布局
       01  MASTER-BACKUP-RECORD.
           05 MBK-ACCOUNT-ID        PIC 9(8).
           05 MBK-ACCOUNT-NAME      PIC X(10).
           05 MBK-ACCOUNT-BALANCE   PIC S9(7)V99.
           05 MBK-YTD-INTEREST      PIC 9(7)V99.
           05 MBK-CURRENCY-CODE     PIC X(3).
           05 MBK-DORMANT-FLAG      PIC X.
           05 MBK-CUSTOMER-ID       PIC 9(6).
           05 MBK-TAX-EXEMPT-FLAG   PIC X.
           05 MBK-LAST-ACTIVITY     PIC 9(8).
           05 MBK-PRODUCT-CODE      PIC X(2).
           05 MBK-STMT-CYCLE        PIC 9.
           05 MBK-BRANCH-CODE       PIC X(4).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  LETTER-FILE.
       01  LETTER-RECORD.
           05 ACL-AUDIT-DATE        PIC 9(8).  *> 询证基准日
           05 ACL-ACCOUNT-ID        PIC 9(8).  *> 被询证账户
           05 ACL-ACCOUNT-NAME      PIC X(10).  *> 账户名称
           05 ACL-CURRENCY-CODE     PIC X(3).  *> 币种
           05 ACL-BALANCE           PIC S9(9)V99.  *> 基准日账面余额
           05 ACL-CUSTOMER-ID       PIC 9(6).  *> 收函客户号
           05 ACL-CUSTOMER-NAME     PIC X(30).  *> 客户姓名
           05 ACL-ADDRESS-LINE-1    PIC X(30).  *> 邮寄地址行1
           05 ACL-ADDRESS-LINE-2    PIC X(30).  *> 邮寄地址行2
           05 ACL-ADDRESS-LINE-3    PIC X(30).  *> 邮寄地址行3
           05 ACL-ISSUE-DATE        PIC 9(8).  *> 发函日期
           05 ACL-LANGUAGE-CODE     PIC X(2).  *> 函件语言，取客户主档

       FD  CONTROL-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       FD  CONFIRM-REGISTER-FILE.
       01  CONFIRM-REGISTER-RECORD.
           COPY AUDCONF.

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           COPY HELDMAIL.

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-SAMPLE-STATUS        PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-HISTORY-STATUS       PIC XX VALUE '00'.
       01  WS-CATALOG-STATUS       PIC XX VALUE '00'.
       01  WS-MASTER-BKP-STATUS    PIC XX VALUE '00'.
       01  WS-CUST-STATUS          PIC XX VALUE '00'.
       01  WS-LETTER-STATUS        PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-REGISTER-STATUS      PIC XX VALUE '00'.
       01  WS-HELD-MAIL-STATUS     PIC XX VALUE '00'.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-MASTER-BKP-NAME      PIC X(30) VALUE SPACES.
       01  WS-CUST-MASTER-OPEN     PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-HISTORY-EOF          PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 发函日期

      *> 询证参数
       01  WS-AUDIT-DATE           PIC 9(8) VALUE 0.
       01  WS-SAMPLE-MODE          PIC X VALUE SPACE.
       01  WS-THRESHOLD            PIC 9(9)V99 VALUE 0.
       01  WS-RANDOM-RATE          PIC 9(3) VALUE 0.
       01  WS-BALANCE-SOURCE       PIC X VALUE 'H'.
       01  WS-WINDOW-START         PIC 9(8) VALUE 0.  *> 历史回看窗口起点（基准日前31天）

      *> 伪随机数：乘同余法（16807 / 2^31-1），种子由参数给定
       01  WS-RANDOM-SEED          PIC 9(10) COMP VALUE 1.
       01  WS-RANDOM-PRODUCT       PIC 9(18) COMP VALUE 0.
       01  WS-RANDOM-QUOTIENT      PIC 9(18) COMP VALUE 0.
       01  WS-RANDOM-DRAW          PIC 9(3) VALUE 0.  *> 本次抽签 0-999

      *> 审计师样本表：排序去重后升序，与账户顺序逐一对照
       01  SAMPLE-TABLE.
           05 SAMPLE-ENTRY OCCURS 2000 TIMES.
               10 AST-ACCOUNT-ID    PIC 9(8).
       01  WS-SAMPLE-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-SAMPLE-INDEX          PIC 9(4) COMP VALUE 1.

      *> 备份目录：每个代次以最后一次登记为准
       01  GENERATION-TABLE.
           05 GEN-BUSINESS-DATE     PIC 9(8) OCCURS 100 TIMES.
       01  WS-GEN-INDEX             PIC 9(3) COMP VALUE 0.
       01  WS-USE-GENERATION        PIC 9(2) VALUE 0.
       01  WS-USE-GEN-DATE          PIC 9(8) VALUE 0.

      *> 当前候选账户（主档或备份镜像统一口径）
       01  WS-CAND-ACCOUNT-ID       PIC 9(8) VALUE 0.
       01  WS-CAND-ACCOUNT-NAME     PIC X(10) VALUE SPACES.
       01  WS-CAND-CURRENCY         PIC X(3) VALUE SPACES.
       01  WS-CAND-BALANCE          PIC S9(9)V99 VALUE 0.
       01  WS-CAND-ABS-BALANCE      PIC 9(9)V99 VALUE 0.
       01  WS-CAND-CUSTOMER-ID      PIC 9(6) VALUE 0.
       01  WS-CAND-BRANCH           PIC X(4) VALUE SPACES.
       01  WS-CAND-SOURCE           PIC X VALUE SPACE.
       01  WS-SELECT-REASON         PIC X VALUE SPACE.
       01  WS-MAIL-STATUS           PIC X VALUE SPACE.
       01  WS-REGISTER-EXISTS       PIC X VALUE 'N'.

       01  WS-UNIVERSE-COUNT        PIC 9(7) VALUE 0.  *> 参与抽样的账户数
       01  WS-SELECTED-COUNT        PIC 9(5) VALUE 0.  *> 入样数
       01  WS-AUDITOR-COUNT         PIC 9(5) VALUE 0.  *> 审计师样本入样
       01  WS-HIGH-COUNT            PIC 9(5) VALUE 0.  *> 门槛入样
       01  WS-RANDOM-COUNT          PIC 9(5) VALUE 0.  *> 随机入样
       01  WS-SENT-COUNT            PIC 9(5) VALUE 0.  *> 已出函
       01  WS-HELD-COUNT            PIC 9(5) VALUE 0.  *> 转网点留存
       01  WS-NOADDR-COUNT          PIC 9(5) VALUE 0.  *> 无地址未出函
       01  WS-NOHIST-COUNT          PIC 9(5) VALUE 0.  *> 无历史取现余额
       01  WS-NOTFOUND-COUNT        PIC 9(5) VALUE 0.  *> 样本对不上账户
       01  WS-BALANCE-HASH          PIC S9(13)V99 VALUE 0.  *> 入样余额合计（不折算币种，仅作控制数）

      *> 控制清单打印行
       01  CONTROL-HEADER-LINE.
           05 FILLER                PIC X(35)
               VALUE 'AUDIT BALANCE CONFIRMATION CONTROL '.
           05 FILLER                PIC X(6) VALUE 'AS AT '.
           05 CH-AUDIT-DATE         PIC 9(8).
           05 FILLER                PIC X(8) VALUE '  ISSUED'.
           05 FILLER                PIC X VALUE SPACE.
           05 CH-ISSUE-DATE         PIC 9(8).
           05 FILLER                PIC X(9) VALUE '  SAMPLE '.
           05 CH-SAMPLE-MODE        PIC X.
           05 FILLER                PIC X(9) VALUE '  SOURCE '.
           05 CH-SOURCE             PIC X.
       01  CONTROL-SOURCE-LINE.
           05 FILLER                PIC X(26)
               VALUE 'BALANCES FROM BACKUP GEN. '.
           05 CS-GENERATION         PIC 9(2).
           05 FILLER                PIC X(19)
               VALUE ' TAKEN FOR BUS.DATE'.
           05 FILLER                PIC X VALUE SPACE.
           05 CS-GEN-DATE           PIC 9(8).
       01  CONTROL-COLUMN-LINE.
           05 FILLER                PIC X(49) VALUE
               'ACCOUNT   CUSTOMER  CCY         BALANCE   RSN SRC'.
           05 FILLER                PIC X(7) VALUE '   MAIL'.
       01  CONTROL-DETAIL-LINE.
           05 CD-ACCOUNT-ID         PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CD-CUSTOMER-ID        PIC 9(6).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 CD-CURRENCY           PIC X(3).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CD-BALANCE            PIC ---,---,--9.99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 CD-REASON             PIC X.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 CD-SOURCE             PIC X.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 CD-MAIL-STATUS        PIC X(4).  *> SENT/HELD/NADR/NOTF
       01  CONTROL-TOTAL-LINE-1.
           05 FILLER                PIC X(18)
               VALUE 'ACCOUNTS SCANNED  '.
           05 CT-UNIVERSE           PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '   SELECTED '.
           05 CT-SELECTED           PIC ZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE '  AUDITOR '.
           05 CT-AUDITOR            PIC ZZ,ZZ9.
           05 FILLER                PIC X(7) VALUE '  HIGH '.
           05 CT-HIGH               PIC ZZ,ZZ9.
           05 FILLER                PIC X(9) VALUE '  RANDOM '.
           05 CT-RANDOM             PIC ZZ,ZZ9.
       01  CONTROL-TOTAL-LINE-2.
           05 FILLER                PIC X(18)
               VALUE 'LETTERS SENT      '.
           05 CT-SENT               PIC ZZ,ZZ9.
           05 FILLER                PIC X(8) VALUE '   HELD '.
           05 CT-HELD               PIC ZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE '  NO ADDR '.
           05 CT-NOADDR             PIC ZZ,ZZ9.
           05 FILLER                PIC X(13) VALUE '  NO HISTORY '.
           05 CT-NOHIST             PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  NOT FOUND '.
           05 CT-NOTFOUND           PIC ZZ,ZZ9.
       01  CONTROL-TOTAL-LINE-3.
           05 FILLER                PIC X(27)
               VALUE 'SAMPLE BALANCE HASH TOTAL  '.
           05 CT-BALANCE-HASH       PIC -,---,---,---,--9.99.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-CONFIRM-PARAMETERS.
           IF WS-SAMPLE-MODE = 'F'
               PERFORM LOAD-AUDITOR-SAMPLE
           END-IF.
           PERFORM OPEN-CONFIRM-FILES.

           IF WS-BALANCE-SOURCE = 'B'
               PERFORM FIND-BACKUP-GENERATION
               PERFORM SCAN-BACKUP-IMAGE
           ELSE
               PERFORM SCAN-ACCOUNT-MASTER
           END-IF.

      *    样本里排在最后一个账户之后的都对不上
           IF WS-SAMPLE-MODE = 'F'
               PERFORM UNTIL WS-SAMPLE-INDEX > WS-SAMPLE-COUNT
                   PERFORM LIST-SAMPLE-NOT-FOUND
               END-PERFORM
           END-IF.

           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE LETTER-FILE CONTROL-REPORT-FILE
               CONFIRM-REGISTER-FILE HELD-MAIL-FILE.
           IF WS-CUST-MASTER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           DISPLAY "===== AUDIT CONFIRMATION SUMMARY =====".
           DISPLAY "Audit date: " WS-AUDIT-DATE
               " sample mode: " WS-SAMPLE-MODE
               " source: " WS-BALANCE-SOURCE.
           DISPLAY "Accounts scanned: " WS-UNIVERSE-COUNT
               " selected: " WS-SELECTED-COUNT.
           DISPLAY "Sent: " WS-SENT-COUNT " held: " WS-HELD-COUNT
               " no address: " WS-NOADDR-COUNT.
           DISPLAY "Not on file: " WS-NOTFOUND-COUNT
               " no history: " WS-NOHIST-COUNT.
           STOP RUN.

       READ-BUSINESS-DATE.
      *> 发函日期：中央业务日期控制档在则以其为准，控制档未建
      *> （转换期）按运行日
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

       READ-CONFIRM-PARAMETERS.
           OPEN INPUT CONFIRM-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "AUDIT_CONFIRM_PARM.DAT not available - run "
                   "stopped."
               STOP RUN
           END-IF.
           READ CONFIRM-PARM-FILE
               AT END
                   DISPLAY "AUDIT_CONFIRM_PARM.DAT empty - run "
                       "stopped."
                   STOP RUN
           END-READ.
           CLOSE CONFIRM-PARM-FILE.
           MOVE PARM-AUDIT-DATE TO WS-AUDIT-DATE.
           MOVE PARM-SAMPLE-MODE TO WS-SAMPLE-MODE.
           MOVE PARM-THRESHOLD TO WS-THRESHOLD.
           MOVE PARM-RANDOM-RATE TO WS-RANDOM-RATE.
           MOVE PARM-RANDOM-SEED TO WS-RANDOM-SEED.
           IF WS-RANDOM-SEED = 0
               MOVE 1 TO WS-RANDOM-SEED
           END-IF.
           MOVE PARM-BALANCE-SOURCE TO WS-BALANCE-SOURCE.
           IF WS-BALANCE-SOURCE = SPACE
               MOVE 'H' TO WS-BALANCE-SOURCE
           END-IF.
           IF WS-AUDIT-DATE = 0 OR WS-AUDIT-DATE > WS-BUSINESS-DATE
               DISPLAY "Audit date " WS-AUDIT-DATE " invalid or "
                   "after business date - run stopped."
               STOP RUN
           END-IF.
           IF WS-SAMPLE-MODE NOT = 'F' AND WS-SAMPLE-MODE NOT = 'P'
               DISPLAY "Sample mode must be F or P - run stopped."
               STOP RUN
           END-IF.
           IF WS-BALANCE-SOURCE NOT = 'H' AND
                   WS-BALANCE-SOURCE NOT = 'B'
               DISPLAY "Balance source must be H or B - run stopped."
               STOP RUN
           END-IF.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-AUDIT-DATE) - 31).

       LOAD-AUDITOR-SAMPLE.
           OPEN INPUT AUDIT-SAMPLE-FILE.
           IF WS-SAMPLE-STATUS NOT = '00'
               DISPLAY "AUDIT_SAMPLE.DAT not available - run "
                   "stopped."
               STOP RUN
           END-IF.
           CLOSE AUDIT-SAMPLE-FILE.
           SORT SAMPLE-SORT-WORK
               ON ASCENDING KEY SSW-ACCOUNT-ID
               USING AUDIT-SAMPLE-FILE
               OUTPUT PROCEDURE IS TAKE-SORTED-SAMPLE.
           DISPLAY "Auditor sample accounts: " WS-SAMPLE-COUNT.

       TAKE-SORTED-SAMPLE.
      *    升序装表，重复的样本只留一个
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SAMPLE-SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-SAMPLE-COUNT = 0
                          OR SSW-ACCOUNT-ID NOT =
                             AST-ACCOUNT-ID(WS-SAMPLE-COUNT)
                           IF WS-SAMPLE-COUNT < 2000
                               ADD 1 TO WS-SAMPLE-COUNT
                               MOVE SSW-ACCOUNT-ID
                                   TO AST-ACCOUNT-ID(WS-SAMPLE-COUNT)
                           ELSE
                               DISPLAY "Sample table full - account "
                                   SSW-ACCOUNT-ID " not confirmed"
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM.

       OPEN-CONFIRM-FILES.
           OPEN OUTPUT LETTER-FILE.
           IF WS-LETTER-STATUS NOT = '00'
               DISPLAY "Error opening confirmation letters. "
                   "File Status: " WS-LETTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening control listing. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
      *    首次运行时登记档/留存档还不存在，先建空文件再以 I-O 重开
           OPEN I-O CONFIRM-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = '00'
               OPEN OUTPUT CONFIRM-REGISTER-FILE
               CLOSE CONFIRM-REGISTER-FILE
               OPEN I-O CONFIRM-REGISTER-FILE
               IF WS-REGISTER-STATUS NOT = '00'
                   DISPLAY "Error opening confirmation register. "
                       "File Status: " WS-REGISTER-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O HELD-MAIL-FILE.
           IF WS-HELD-MAIL-STATUS NOT = '00'
               OPEN OUTPUT HELD-MAIL-FILE
               CLOSE HELD-MAIL-FILE
               OPEN I-O HELD-MAIL-FILE
               IF WS-HELD-MAIL-STATUS NOT = '00'
                   DISPLAY "Error opening held mail file. "
                       "File Status: " WS-HELD-MAIL-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-STATUS = '00'
               MOVE 'Y' TO WS-CUST-MASTER-OPEN
           ELSE
               DISPLAY "Customer master not available - letters "
                   "cannot be addressed."
           END-IF.
           MOVE WS-AUDIT-DATE TO CH-AUDIT-DATE.
           MOVE WS-BUSINESS-DATE TO CH-ISSUE-DATE.
           MOVE WS-SAMPLE-MODE TO CH-SAMPLE-MODE.
           MOVE WS-BALANCE-SOURCE TO CH-SOURCE.
           MOVE CONTROL-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FIND-BACKUP-GENERATION.
      *> 备份在跑批前卸载，基准日之后第一个代次即基准日日终的
      *> 主档；代次号循环使用，目录里同一代次以最后登记为准
           MOVE ZEROS TO GENERATION-TABLE.
           OPEN INPUT BACKUP-CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY "BACKUP_CATALOG.DAT not available - run "
                   "stopped."
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BACKUP-CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       COMPUTE WS-GEN-INDEX = BCAT-GENERATION + 1
                       MOVE BCAT-BUSINESS-DATE
                           TO GEN-BUSINESS-DATE(WS-GEN-INDEX)
               END-READ
           END-PERFORM.
           CLOSE BACKUP-CATALOG-FILE.
           MOVE 0 TO WS-USE-GEN-DATE.
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > 100
               IF GEN-BUSINESS-DATE(WS-GEN-INDEX) > WS-AUDIT-DATE
                  AND (WS-USE-GEN-DATE = 0 OR
                       GEN-BUSINESS-DATE(WS-GEN-INDEX) <
                           WS-USE-GEN-DATE)
                   MOVE GEN-BUSINESS-DATE(WS-GEN-INDEX)
                       TO WS-USE-GEN-DATE
                   COMPUTE WS-USE-GENERATION = WS-GEN-INDEX - 1
               END-IF
           END-PERFORM.
           IF WS-USE-GEN-DATE = 0
               DISPLAY "No backup generation after audit date "
                   WS-AUDIT-DATE " - run stopped."
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-MASTER-BKP-NAME.
           STRING 'MASTER_BACKUP_G' WS-USE-GENERATION '.DAT'
               DELIMITED BY SIZE INTO WS-MASTER-BKP-NAME
           END-STRING.
           MOVE WS-USE-GENERATION TO CS-GENERATION.
           MOVE WS-USE-GEN-DATE TO CS-GEN-DATE.
           MOVE CONTROL-SOURCE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "Balances from " WS-MASTER-BKP-NAME
               " business date " WS-USE-GEN-DATE.

       SCAN-BACKUP-IMAGE.
           OPEN INPUT MASTER-BACKUP-FILE.
           IF WS-MASTER-BKP-STATUS NOT = '00'
               DISPLAY "Backup image " WS-MASTER-BKP-NAME
                   " not available - run stopped."
               STOP RUN
           END-IF.
           PERFORM WRITE-COLUMN-HEADINGS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTER-BACKUP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE MBK-ACCOUNT-ID TO WS-CAND-ACCOUNT-ID
                       MOVE MBK-ACCOUNT-NAME TO WS-CAND-ACCOUNT-NAME
                       MOVE MBK-CURRENCY-CODE TO WS-CAND-CURRENCY
                       MOVE MBK-ACCOUNT-BALANCE TO WS-CAND-BALANCE
                       MOVE MBK-CUSTOMER-ID TO WS-CAND-CUSTOMER-ID
                       MOVE MBK-BRANCH-CODE TO WS-CAND-BRANCH
                       MOVE 'B' TO WS-CAND-SOURCE
                       PERFORM CONSIDER-CANDIDATE
               END-READ
           END-PERFORM.
           CLOSE MASTER-BACKUP-FILE.

       SCAN-ACCOUNT-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. "
                   "File Status: " WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "POSTING_HISTORY.DAT not available - rerun "
                   "with balance source B. Run stopped."
               CLOSE MASTER-FILE
               STOP RUN
           END-IF.
           PERFORM WRITE-COLUMN-HEADINGS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ACCOUNT-ID TO WS-CAND-ACCOUNT-ID
                       MOVE ACCOUNT-NAME TO WS-CAND-ACCOUNT-NAME
                       MOVE CURRENCY-CODE TO WS-CAND-CURRENCY
                       MOVE ACCOUNT-BALANCE TO WS-CAND-BALANCE
                       MOVE CUSTOMER-ID TO WS-CAND-CUSTOMER-ID
                       MOVE BRANCH-CODE TO WS-CAND-BRANCH
                       PERFORM FIND-HISTORY-BALANCE
                       PERFORM CONSIDER-CANDIDATE
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE HISTORY-FILE.

       FIND-HISTORY-BALANCE.
      *> 基准日当天或之前窗口内最后一次日终运行的过账后余额；
      *> 窗口内没有历史的保留现余额，来源标 'C'
           MOVE 'C' TO WS-CAND-SOURCE.
           MOVE WS-CAND-ACCOUNT-ID TO HIST-ACCOUNT-ID.
           MOVE WS-WINDOW-START TO HIST-POSTING-DATE.
           MOVE 'N' TO WS-HISTORY-EOF.
           START HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-EOF
           END-START.
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF HIST-ACCOUNT-ID NOT = WS-CAND-ACCOUNT-ID
                          OR HIST-POSTING-DATE > WS-AUDIT-DATE
                           MOVE 'Y' TO WS-HISTORY-EOF
                       ELSE
                           MOVE HIST-AFTER-BALANCE TO WS-CAND-BALANCE
                           MOVE 'H' TO WS-CAND-SOURCE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CONTROL-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       CONSIDER-CANDIDATE.
           ADD 1 TO WS-UNIVERSE-COUNT.
           MOVE SPACE TO WS-SELECT-REASON.
           IF WS-SAMPLE-MODE = 'F'
               PERFORM MATCH-AUDITOR-SAMPLE
           ELSE
      *        门槛按余额绝对值：大额透支同样入样
               IF WS-CAND-BALANCE < 0
                   COMPUTE WS-CAND-ABS-BALANCE = 0 - WS-CAND-BALANCE
               ELSE
                   MOVE WS-CAND-BALANCE TO WS-CAND-ABS-BALANCE
               END-IF
               IF WS-THRESHOLD > 0 AND
                       WS-CAND-ABS-BALANCE >= WS-THRESHOLD
                   MOVE 'H' TO WS-SELECT-REASON
               ELSE
                   PERFORM NEXT-RANDOM-NUMBER
                   IF WS-RANDOM-DRAW < WS-RANDOM-RATE
                       MOVE 'R' TO WS-SELECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-SELECT-REASON NOT = SPACE
               PERFORM ISSUE-CONFIRMATION
           END-IF.

       MATCH-AUDITOR-SAMPLE.
      *    样本与账户同为升序：小于当前账户的样本已无账户可对
           PERFORM UNTIL WS-SAMPLE-INDEX > WS-SAMPLE-COUNT
                   OR AST-ACCOUNT-ID(WS-SAMPLE-INDEX)
                       >= WS-CAND-ACCOUNT-ID
               PERFORM LIST-SAMPLE-NOT-FOUND
           END-PERFORM.
           IF WS-SAMPLE-INDEX <= WS-SAMPLE-COUNT
               IF AST-ACCOUNT-ID(WS-SAMPLE-INDEX) = WS-CAND-ACCOUNT-ID
                   MOVE 'A' TO WS-SELECT-REASON
                   ADD 1 TO WS-SAMPLE-INDEX
               END-IF
           END-IF.

       LIST-SAMPLE-NOT-FOUND.
           MOVE SPACES TO CONTROL-DETAIL-LINE.
           MOVE AST-ACCOUNT-ID(WS-SAMPLE-INDEX) TO CD-ACCOUNT-ID.
           MOVE 0 TO CD-CUSTOMER-ID.
           MOVE 0 TO CD-BALANCE.
           MOVE 'A' TO CD-REASON.
           MOVE 'NOTF' TO CD-MAIL-STATUS.
           MOVE CONTROL-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-NOTFOUND-COUNT.
           ADD 1 TO WS-SAMPLE-INDEX.

       NEXT-RANDOM-NUMBER.
      *> 乘同余：种子 = 种子 x 16807 mod (2^31-1)，抽签取其千分位
           COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-SEED * 16807.
           DIVIDE WS-RANDOM-PRODUCT BY 2147483647
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-RANDOM-SEED.
           DIVIDE WS-RANDOM-SEED BY 1000
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-RANDOM-DRAW.

       ISSUE-CONFIRMATION.
           ADD 1 TO WS-SELECTED-COUNT.
           ADD WS-CAND-BALANCE TO WS-BALANCE-HASH.
           EVALUATE WS-SELECT-REASON
               WHEN 'A'
                   ADD 1 TO WS-AUDITOR-COUNT
               WHEN 'H'
                   ADD 1 TO WS-HIGH-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RANDOM-COUNT
           END-EVALUATE.
           IF WS-CAND-SOURCE = 'C'
               ADD 1 TO WS-NOHIST-COUNT
           END-IF.

           MOVE WS-AUDIT-DATE TO ACL-AUDIT-DATE.
           MOVE WS-CAND-ACCOUNT-ID TO ACL-ACCOUNT-ID.
           MOVE WS-CAND-ACCOUNT-NAME TO ACL-ACCOUNT-NAME.
           MOVE WS-CAND-CURRENCY TO ACL-CURRENCY-CODE.
           MOVE WS-CAND-BALANCE TO ACL-BALANCE.
           MOVE WS-CAND-CUSTOMER-ID TO ACL-CUSTOMER-ID.
           MOVE WS-BUSINESS-DATE TO ACL-ISSUE-DATE.
           PERFORM RESOLVE-MAILING-ADDRESS.
           EVALUATE WS-MAIL-STATUS
               WHEN 'S'
                   WRITE LETTER-RECORD
                   ADD 1 TO WS-SENT-COUNT
                   MOVE 'SENT' TO CD-MAIL-STATUS
               WHEN 'H'
                   PERFORM HOLD-CONFIRMATION-LETTER
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'HELD' TO CD-MAIL-STATUS
               WHEN OTHER
                   ADD 1 TO WS-NOADDR-COUNT
                   MOVE 'NADR' TO CD-MAIL-STATUS
           END-EVALUATE.
           PERFORM REGISTER-CONFIRMATION.

           MOVE WS-CAND-ACCOUNT-ID TO CD-ACCOUNT-ID.
           MOVE WS-CAND-CUSTOMER-ID TO CD-CUSTOMER-ID.
           MOVE WS-CAND-CURRENCY TO CD-CURRENCY.
           MOVE WS-CAND-BALANCE TO CD-BALANCE.
           MOVE WS-SELECT-REASON TO CD-REASON.
           MOVE WS-CAND-SOURCE TO CD-SOURCE.
           MOVE CONTROL-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       RESOLVE-MAILING-ADDRESS.
      *> 询证函寄开户人：未归属客户、客户主档无记录或地址空白的
      *> 不出函（'N'）；邮寄标志在的转网点留存（'H'）
           MOVE SPACES TO ACL-CUSTOMER-NAME.
           MOVE SPACES TO ACL-ADDRESS-LINE-1.
           MOVE SPACES TO ACL-ADDRESS-LINE-2.
           MOVE SPACES TO ACL-ADDRESS-LINE-3.
           MOVE SPACES TO ACL-LANGUAGE-CODE.
           MOVE 'N' TO WS-MAIL-STATUS.
           IF WS-CUST-MASTER-OPEN = 'Y' AND
                   WS-CAND-CUSTOMER-ID > 0
               MOVE WS-CAND-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME  TO ACL-CUSTOMER-NAME
                       MOVE CM-ADDRESS-LINE-1 TO ACL-ADDRESS-LINE-1
                       MOVE CM-ADDRESS-LINE-2 TO ACL-ADDRESS-LINE-2
                       MOVE CM-ADDRESS-LINE-3 TO ACL-ADDRESS-LINE-3
                       MOVE CM-LANGUAGE-CODE  TO ACL-LANGUAGE-CODE
                       IF CM-ADDRESS-LINE-1 NOT = SPACES
                           IF CM-MAIL-FLAG = 'R' OR CM-MAIL-FLAG = 'H'
                               MOVE 'H' TO WS-MAIL-STATUS
                           ELSE
                               MOVE 'S' TO WS-MAIL-STATUS
                           END-IF
                       END-IF
               END-READ
           END-IF.

       HOLD-CONFIRMATION-LETTER.
      *> 询证函整条落留存档，函件日期取基准日，保管网点取开户网点
           MOVE WS-CAND-CUSTOMER-ID TO HML-CUSTOMER-ID.
           MOVE 'AC'               TO HML-DOC-TYPE.
           MOVE WS-CAND-ACCOUNT-ID TO HML-ACCOUNT-ID.
           MOVE WS-AUDIT-DATE      TO HML-DOC-DATE.
           MOVE 1                  TO HML-LINE-NO.
           MOVE WS-CAND-BRANCH     TO HML-BRANCH-CODE.
           MOVE CM-MAIL-FLAG       TO HML-HOLD-REASON.
           MOVE 'H'                TO HML-STATUS.
           MOVE 0                  TO HML-RELEASE-DATE.
           MOVE LETTER-RECORD      TO HML-DOC-IMAGE.
           WRITE HELD-MAIL-RECORD
               INVALID KEY
                   REWRITE HELD-MAIL-RECORD
           END-WRITE.

       REGISTER-CONFIRMATION.
      *> 同一基准日重跑覆盖寄送要素，已套用的回函结果保留
           MOVE WS-AUDIT-DATE TO ACF-AUDIT-DATE.
           MOVE WS-CAND-ACCOUNT-ID TO ACF-ACCOUNT-ID.
           READ CONFIRM-REGISTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REGISTER-EXISTS
                   MOVE SPACE TO ACF-REPLY-STATUS
                   MOVE 0 TO ACF-REPLY-DATE
                   MOVE 0 TO ACF-STATED-BALANCE
                   MOVE SPACES TO ACF-REPLY-NOTE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-EXISTS
           END-READ.
           MOVE WS-CAND-CUSTOMER-ID TO ACF-CUSTOMER-ID.
           MOVE WS-CAND-CURRENCY TO ACF-CURRENCY-CODE.
           MOVE WS-CAND-BALANCE TO ACF-BALANCE.
           MOVE WS-SELECT-REASON TO ACF-SELECT-REASON.
           MOVE WS-CAND-SOURCE TO ACF-BALANCE-SOURCE.
           MOVE WS-MAIL-STATUS TO ACF-MAIL-STATUS.
           MOVE WS-BUSINESS-DATE TO ACF-ISSUE-DATE.
           IF WS-REGISTER-EXISTS = 'Y'
               REWRITE CONFIRM-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "*** Unable to update confirmation "
                           "register for " WS-CAND-ACCOUNT-ID
               END-REWRITE
           ELSE
               WRITE CONFIRM-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "*** Unable to register confirmation "
                           "for " WS-CAND-ACCOUNT-ID
               END-WRITE
           END-IF.

       PRINT-CONTROL-TOTALS.
           MOVE WS-UNIVERSE-COUNT TO CT-UNIVERSE.
           MOVE WS-SELECTED-COUNT TO CT-SELECTED.
           MOVE WS-AUDITOR-COUNT TO CT-AUDITOR.
           MOVE WS-HIGH-COUNT TO CT-HIGH.
           MOVE WS-RANDOM-COUNT TO CT-RANDOM.
           MOVE WS-SENT-COUNT TO CT-SENT.
           MOVE WS-HELD-COUNT TO CT-HELD.
           MOVE WS-NOADDR-COUNT TO CT-NOADDR.
           MOVE WS-NOHIST-COUNT TO CT-NOHIST.
           MOVE WS-NOTFOUND-COUNT TO CT-NOTFOUND.
           MOVE WS-BALANCE-HASH TO CT-BALANCE-HASH.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CONTROL-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CONTROL-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CONTROL-TOTAL-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
