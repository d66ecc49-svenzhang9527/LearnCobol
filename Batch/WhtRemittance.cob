       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. WhtRemittance.  *> 月度利息代扣税汇缴文件及应交税费核对

      *> 月末代扣税汇缴：BatchAccountProcessor 计息时按客户扣下的
      *> 利息代扣税逐笔记在过账审计明细（AUDIT-WHT-AMOUNT），总账
      *> 上挂在应交代扣税科目 WHTPAY 贷方，次月由本作业汇缴税务
      *> 机关，不再由财务月初对着审计明细手工汇总：
      *>   - 汇缴期间（年月）取参数 WHT_REMIT_PARM.DAT，缺省为业务
      *>     日期的上一个月；
      *>   - 取数：当月审计归档 AUDIT_ARCH_CCYYMM.DAT（必须在，缺档
      *>     即停批，不能少缴）、次月归档（月末几天可能归在次月）与
      *>     在线 ACCOUNT_AUDIT.DAT，只收过账日期在汇缴期间内的记录；
      *>     期后已扣的代扣税另计，供总账核对；
      *>   - 账户按主档（已销户的按销户登记册）归属开户人，逐客户
      *>     汇总写汇缴文件 WHT_REMITTANCE.DAT（文件头/逐客户明细/
      *>     文件尾），客户姓名、证件取客户信息主档，并在传输清单
      *>     TRANSMIT_MANIFEST.DAT 追加一条；
      *>   - 汇缴分录（借 WHTPAY 贷 TAXSETL 税款汇缴清算）写
      *>     WHT_REMIT_GL.DAT，与 GL_INTERFACE.DAT 同布局；
      *>   - 控制报表 WHT_REMITTANCE.RPT 把明细合计与总账台账
      *>     GL_LEDGER.DAT 上 WHTPAY 余额（本年贷方减借方，扣除期后
      *>     已扣部分）核对，差额列明；归属不到客户、客户主档查无
      *>     或缺证件的逐客户列出。
      *> 已汇缴期间登记在汇缴登记档 WHT_REMIT_HISTORY.DAT，同一期间
      *> 重跑即停批，避免重复过账；参数重出标志 'Y' 时只重出汇缴
      *> 文件与清单（税务机关要求重传），不再出汇缴分录

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-PARM-FILE ASSIGN TO "WHT_REMIT_PARM.DAT"  *> 汇缴期间/重出标志参数，可缺省
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-PARM-STATUS.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RATE-PARM-FILE ASSIGN TO "RATE_PARM.DAT"  *> 业务日期取参数文件生效日期
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *>   过账审计明细：按归档年月拼出文件名，在线档另行读取
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，随机读取开户人
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CLOSED-REGISTER-FILE ASSIGN TO "CLOSED_ACCOUNTS.DAT"  *> 已销户登记册：期内销户账户的归属
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLR-ACCOUNT-ID
               FILE STATUS IS WS-CLOSED-REG-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档：姓名、证件
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "GL_LEDGER.DAT"  *> 按科目代码累计的台账
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLL-ACCOUNT-CODE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "WHT_REMIT_HISTORY.DAT"  *> 汇缴登记档：已汇缴期间
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REMIT-FILE ASSIGN TO "WHT_REMITTANCE.DAT"  *> 报送税务机关的汇缴文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "TRANSMIT_MANIFEST.DAT"  *> 出站文件传输清单
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT REMIT-GL-FILE ASSIGN TO "WHT_REMIT_GL.DAT"  *> 汇缴分录，与 GL_INTERFACE.DAT 同布局
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "WHT_REMITTANCE.RPT"  *> 控制报表：合计、例外与总账核对
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "WHTRWORK.TMP".  *> 代扣税明细按客户排序用

       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-PARM-FILE.  *> 汇缴参数文件描述符
       01  REMIT-PARM-RECORD.
           05 PARM-REMIT-PERIOD     PIC 9(6).  *> 汇缴期间 CCYYMM，0/空白=业务日期上月
           05 PARM-REGENERATE       PIC X.  *> 'Y'=已汇缴期间重出文件，不出分录

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  RATE-PARM-FILE.  *> 只取生效日期，其余参数字段本作业不使用
       01  RATE-PARM-RECORD.
           05 FILLER                PIC X(9).  *> 利率 9V9(4) + 管理费 9(2)V99
           05 PARM-EFFECTIVE-DATE   PIC 9(8).
           05 FILLER                PIC X(16).

       FD  AUDIT-FILE.  *> 与 BatchAccountProcessor 共用同一份审计记录布局
       01  AUDIT-RECORD.
           COPY ACCTAUD.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY ACCTREC.

       FD  CLOSED-REGISTER-FILE.  *> 已销户登记册文件描述符
       01  CLOSED-REGISTER-RECORD.
           COPY CLOSEREG.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  LEDGER-FILE.  *> 与 GlLedgerPost 的台账同布局
       01  LEDGER-RECORD.
           05 GLL-ACCOUNT-CODE      PIC X(10).
           05 GLL-PERIOD-DR         PIC S9(13)V99 COMP-3.
           05 GLL-PERIOD-CR         PIC S9(13)V99 COMP-3.
           05 GLL-YTD-DR            PIC S9(13)V99 COMP-3.
           05 GLL-YTD-CR            PIC S9(13)V99 COMP-3.
           05 GLL-LAST-POSTED       PIC 9(8).

       FD  HISTORY-FILE.  *> 每次汇缴（含重出）追加一条
       01  HISTORY-RECORD.
           05 WRH-PERIOD            PIC 9(6).  *> 汇缴期间 CCYYMM
           05 WRH-BUSINESS-DATE     PIC 9(8).  *> 汇缴时的业务日期
           05 WRH-RUN-TYPE          PIC X.  *> 'O'=首次汇缴（已出分录） 'R'=重出文件
           05 WRH-CUSTOMER-COUNT    PIC 9(7).  *> 汇缴文件明细条数
           05 WRH-WHT-TOTAL         PIC 9(11)V99.  *> 汇缴代扣税合计
           05 WRH-GEN-DATE          PIC 9(8).  *> 文件生成日期
           05 WRH-GEN-TIME          PIC 9(8).  *> 文件生成时间 HHMMSSCC

       FD  REMIT-FILE.
       01  REMIT-RECORD.
           05 RMT-RECORD-TYPE       PIC X.  *> '0'=文件头 '1'=客户明细 '9'=文件尾
           05 RMT-CUSTOMER-ID       PIC 9(6).  *> 客户号，0=归属不到客户
           05 RMT-CUSTOMER-NAME     PIC X(30).  *> 纳税人姓名/名称
           05 RMT-ID-DOC-TYPE       PIC X(2).  *> 证件类型
           05 RMT-ID-DOC-NUMBER     PIC X(18).  *> 证件号码
           05 RMT-ACCOUNT-COUNT     PIC 9(3).  *> 本期被扣税的账户数
           05 RMT-INTEREST-AMOUNT   PIC 9(9)V99.  *> 本期税前利息合计
           05 RMT-WHT-AMOUNT        PIC 9(9)V99.  *> 本期代扣税合计
           05 RMT-PERIOD            PIC 9(6).  *> 所属期间 CCYYMM
           05 FILLER                PIC X(12).
       01  REMIT-HEADER REDEFINES REMIT-RECORD.  *> '0' 文件头视图
           05 RMH-RECORD-TYPE       PIC X.
           05 RMH-AGENT-TAX-ID      PIC X(18).  *> 扣缴义务人（本行）纳税人识别号
           05 RMH-AGENT-BANK        PIC X(6).  *> 本行行号
           05 RMH-PERIOD            PIC 9(6).  *> 所属期间 CCYYMM
           05 RMH-FILE-DATE         PIC 9(8).  *> 业务日期
           05 RMH-GEN-DATE          PIC 9(8).  *> 文件生成日期
           05 RMH-GEN-TIME          PIC 9(8).  *> 文件生成时间 HHMMSSCC
           05 FILLER                PIC X(45).
       01  REMIT-TRAILER REDEFINES REMIT-RECORD.  *> '9' 文件尾视图
           05 RMT-TRL-RECORD-TYPE   PIC X.
           05 RMT-TRL-COUNT         PIC 9(7).  *> 明细条数
           05 RMT-TRL-INTEREST      PIC 9(11)V99.  *> 税前利息合计
           05 RMT-TRL-WHT           PIC 9(11)V99.  *> 代扣税合计
           05 FILLER                PIC X(66).

       FD  MANIFEST-FILE.  *> 传输清单文件描述符
       01  MANIFEST-RECORD.
           COPY TRNMAN.

       FD  REMIT-GL-FILE.  *> 与 BatchAccountProcessor 的总账接口同布局
       01  GL-RECORD.
           05 GL-JE-DATE            PIC 9(8).
           05 GL-ACCOUNT-CODE       PIC X(10).
           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-CUSTOMER-ID        PIC 9(6).  *> 开户人客户号，0=归属不到
           05 SW-ACCOUNT-ID         PIC 9(8).
           05 SW-ACCOUNT-SOURCE     PIC X.  *> 'M'=主档 'C'=销户登记册 'N'=均查无
           05 SW-INTEREST-AMOUNT    PIC 9(7)V99.
           05 SW-WHT-AMOUNT         PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-REMIT-PARM-STATUS    PIC XX VALUE '00'.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS         PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-CLOSED-REG-STATUS    PIC XX VALUE '00'.
       01  WS-CLOSED-REG-OPEN      PIC X VALUE 'N'.  *> 'Y'=销户登记册可用
       01  WS-CUST-STATUS          PIC XX VALUE '00'.
       01  WS-LEDGER-STATUS        PIC XX VALUE '00'.
       01  WS-HISTORY-STATUS       PIC XX VALUE '00'.
       01  WS-REMIT-STATUS         PIC XX VALUE '00'.
       01  WS-MANIFEST-STATUS      PIC XX VALUE '00'.
       01  WS-GL-STATUS            PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-AUDIT-EOF            PIC X VALUE 'N'.
       01  WS-HISTORY-EOF          PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.  *> 本次运行的业务日期
       01  WS-OUR-BANK-CODE        PIC X(6) VALUE '100001'.  *> 本行清算行号
       01  WS-OUR-TAX-ID           PIC X(18)
               VALUE '91110000100001000X'.  *> 本行作为扣缴义务人的纳税人识别号
       01  WS-WHT-PAYABLE-CODE     PIC X(10) VALUE 'WHTPAY'.  *> 应交代扣税科目
       01  WS-TAX-SETTLE-CODE      PIC X(10) VALUE 'TAXSETL'.  *> 税款汇缴清算科目
       01  WS-REGENERATE           PIC X VALUE 'N'.  *> 'Y'=重出文件，不出分录
       01  WS-ALREADY-REMITTED     PIC X VALUE 'N'.  *> 'Y'=登记档上本期间已首次汇缴
       01  WS-MANIFEST-DATE        PIC 9(8) VALUE 0.
       01  WS-MANIFEST-TIME        PIC 9(8) VALUE 0.

      *> 汇缴期间及取数窗口
       01  WS-REMIT-PERIOD         PIC 9(6) VALUE 0.  *> 汇缴期间 CCYYMM
       01  WS-PERIOD-PARTS REDEFINES WS-REMIT-PERIOD.
           05 WS-PERIOD-YEAR       PIC 9(4).
           05 WS-PERIOD-MONTH      PIC 9(2).
       01  WS-NEXT-PERIOD          PIC 9(6) VALUE 0.  *> 次月 CCYYMM，月末几天的归档
       01  WS-PERIOD-START         PIC 9(8) VALUE 0.
       01  WS-PERIOD-END           PIC 9(8) VALUE 0.
       01  WS-AUDIT-ARCH-NAME      PIC X(30) VALUE SPACES.  *> 当前读取的审计档文件名
       01  WS-ARCH-MONTH           PIC 9(6) VALUE 0.  *> 当前读取的归档年月
       01  WS-ARCH-REQUIRED        PIC X VALUE 'N'.  *> 'Y'=缺档即停批

      *> 当前账户的归属（逐笔审计记录查一次主档/销户登记册）
       01  WS-LAST-ACCOUNT         PIC 9(8) VALUE 0.
       01  WS-LAST-OWNER           PIC 9(6) VALUE 0.
       01  WS-LAST-SOURCE          PIC X VALUE SPACE.

      *> 当前客户（排序输出按客户分组）的合计
       01  WS-CURRENT-CUSTOMER     PIC 9(6) VALUE 0.
       01  WS-CURRENT-ACCOUNT      PIC 9(8) VALUE 0.
       01  WS-CUSTOMER-STARTED     PIC X VALUE 'N'.
       01  WS-CUST-ACCOUNTS        PIC 9(3) VALUE 0.
       01  WS-CUST-INTEREST        PIC 9(9)V99 VALUE 0.
       01  WS-CUST-WHT             PIC 9(9)V99 VALUE 0.
       01  WS-CUST-NOT-ON-MASTER   PIC X VALUE 'N'.  *> 'Y'=本客户有账户主档与销户登记册均查无
       01  WS-EXCEPTION-TEXT       PIC X(40) VALUE SPACES.

      *> 统计与合计
       01  WS-ARCHIVES-READ        PIC 9(2) VALUE 0.
       01  WS-AUDIT-RECORDS        PIC 9(9) VALUE 0.  *> 期内有代扣税的审计记录数
       01  WS-LATER-RECORDS        PIC 9(9) VALUE 0.  *> 期后有代扣税的审计记录数
       01  WS-CUSTOMERS-REMITTED   PIC 9(7) VALUE 0.  *> 汇缴文件明细条数
       01  WS-EXCEPTIONS           PIC 9(7) VALUE 0.
       01  WS-TOTAL-INTEREST       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-WHT            PIC 9(11)V99 VALUE 0.  *> 明细合计，即本期汇缴额
       01  WS-LATER-WHT            PIC 9(11)V99 VALUE 0.  *> 期后已扣、尚在 WHTPAY 上的代扣税
       01  WS-UNASSIGNED-WHT       PIC 9(11)V99 VALUE 0.  *> 归属不到客户的代扣税
       01  WS-GL-PAYABLE           PIC S9(13)V99 VALUE 0.  *> WHTPAY 本年贷方减借方
       01  WS-GL-LAST-POSTED       PIC 9(8) VALUE 0.
       01  WS-GL-PERIOD-PAYABLE    PIC S9(13)V99 VALUE 0.  *> 扣除期后部分的本期应缴
       01  WS-TIE-DIFFERENCE       PIC S9(13)V99 VALUE 0.
       01  WS-OUT-OF-BALANCE       PIC X VALUE 'N'.  *> 'Y'=明细合计与总账不符
       01  WS-GL-LINES             PIC 9(3) VALUE 0.

       01  WS-TITLE-LINE.
           05 FILLER                PIC X(40)
               VALUE 'WITHHOLDING TAX REMITTANCE - PERIOD '.
           05 TTL-PERIOD            PIC 9(6).
           05 FILLER                PIC X(17) VALUE '   BUSINESS DATE '.
           05 TTL-BUSINESS-DATE     PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 TTL-RUN-TYPE          PIC X(20).
       01  WS-EXCEPTION-HEADING.
           05 FILLER                PIC X(44)
               VALUE 'CUSTOMER  ACCTS  REASON                     '.
           05 FILLER                PIC X(25)
               VALUE '                 WHT    '.
       01  WS-EXCEPTION-LINE.
           05 EXL-CUSTOMER-ID       PIC 9(6).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 EXL-ACCOUNTS          PIC ZZ9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 EXL-REASON            PIC X(40).
           05 FILLER                PIC X VALUE SPACE.
           05 EXL-WHT               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 AML-LABEL             PIC X(36).
           05 AML-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 AML-NOTE              PIC X(40).
       01  WS-COUNT-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CTL-LABEL             PIC X(36).
           05 FILLER                PIC X(12) VALUE SPACES.
           05 CTL-COUNT             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-REMIT-PARAMETERS.
           DISPLAY "Withholding tax remittance for period "
               WS-REMIT-PERIOD.
           PERFORM CHECK-REMIT-HISTORY.
           IF WS-ALREADY-REMITTED = 'Y' AND WS-REGENERATE NOT = 'Y'
               DISPLAY "*** Period " WS-REMIT-PERIOD
                   " already remitted - run stopped. Set the "
                   "regenerate flag to re-send the file only ***"
               STOP RUN
           END-IF.
           IF WS-ALREADY-REMITTED = 'N' AND WS-REGENERATE = 'Y'
               DISPLAY "*** Period " WS-REMIT-PERIOD
                   " not yet remitted - regenerate flag ignored ***"
               MOVE 'N' TO WS-REGENERATE
           END-IF.

      *    当月归档是汇缴的主体，缺档即停批，不出半截文件
           MOVE WS-REMIT-PERIOD TO WS-ARCH-MONTH.
           PERFORM BUILD-ARCHIVE-NAME.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "*** Audit archive " WS-AUDIT-ARCH-NAME
                   " not available - remittance not produced ***"
               STOP RUN
           END-IF.
           CLOSE AUDIT-FILE.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY "Error opening customer master. File Status: "
                   WS-CUST-STATUS
               CLOSE MASTER-FILE
               STOP RUN
           END-IF.
           OPEN INPUT CLOSED-REGISTER-FILE.
           IF WS-CLOSED-REG-STATUS = '00'
               MOVE 'Y' TO WS-CLOSED-REG-OPEN
           ELSE
               DISPLAY "Closed account register not available, "
                   "closed accounts remitted as unidentified."
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening WHT_REMITTANCE.RPT. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REMIT-FILE.
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY "Error opening WHT_REMITTANCE.DAT. "
                   "File Status: " WS-REMIT-STATUS
               STOP RUN
           END-IF.

           MOVE WS-REMIT-PERIOD TO TTL-PERIOD.
           MOVE WS-EFFECTIVE-DATE TO TTL-BUSINESS-DATE.
           IF WS-REGENERATE = 'Y'
               MOVE '(FILE REGENERATED)' TO TTL-RUN-TYPE
           ELSE
               MOVE SPACES TO TTL-RUN-TYPE
           END-IF.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM WRITE-REMIT-HEADER.
           SORT SORT-WORK
               ON ASCENDING KEY SW-CUSTOMER-ID
               ON ASCENDING KEY SW-ACCOUNT-ID
               INPUT PROCEDURE IS COLLECT-WHT-ITEMS
               OUTPUT PROCEDURE IS WRITE-CUSTOMER-DETAILS.
           PERFORM WRITE-REMIT-TRAILER.

           CLOSE REMIT-FILE MASTER-FILE CUSTOMER-MASTER-FILE.
           IF WS-CLOSED-REG-OPEN = 'Y'
               CLOSE CLOSED-REGISTER-FILE
           END-IF.
           PERFORM WRITE-TRANSMIT-MANIFEST.

           IF WS-REGENERATE = 'N'
               PERFORM WRITE-REMIT-GL-ENTRY
           END-IF.
           PERFORM APPEND-REMIT-HISTORY.

           PERFORM PRINT-CONTROL-TOTALS.
           PERFORM PRINT-GL-TIE-OUT.
           CLOSE REPORT-FILE.

           DISPLAY "===== WHT REMITTANCE SUMMARY =====".
           DISPLAY "REMITTANCE PERIOD     : " WS-REMIT-PERIOD.
           DISPLAY "AUDIT FILES READ      : " WS-ARCHIVES-READ.
           DISPLAY "WHT AUDIT RECORDS     : " WS-AUDIT-RECORDS.
           DISPLAY "CUSTOMERS REMITTED    : " WS-CUSTOMERS-REMITTED.
           DISPLAY "WHT REMITTED          : " WS-TOTAL-WHT.
           DISPLAY "EXCEPTIONS            : " WS-EXCEPTIONS.
           IF WS-REGENERATE = 'Y'
               DISPLAY "File regenerated - no GL entry posted."
           ELSE
               DISPLAY "GL lines written      : " WS-GL-LINES
           END-IF.
           IF WS-OUT-OF-BALANCE = 'Y'
               DISPLAY "*** Remitted WHT does not agree with "
                   "GL_LEDGER.DAT - see WHT_REMITTANCE.RPT"
           END-IF.
           STOP RUN.

       READ-EFFECTIVE-DATE.
           OPEN INPUT RATE-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "RATE_PARM.DAT not available - cannot "
                   "determine business date. Run stopped."
               STOP RUN
           END-IF.
           READ RATE-PARM-FILE
               AT END
                   DISPLAY "RATE_PARM.DAT empty - cannot determine "
                       "business date. Run stopped."
                   STOP RUN
           END-READ.
           MOVE PARM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           CLOSE RATE-PARM-FILE.

       READ-BUSINESS-DATE.
      *> 中央业务日期核对：控制档在则以其为准——参数文件自带的
      *> 日期与之不一致即停批；控制档未建（转换期）沿用参数日期
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

       READ-REMIT-PARAMETERS.
      *> 参数缺失或期间为零时按业务日期的上一个月；期间不得是
      *> 业务日期所在月或以后（当月尚未扣完）
           OPEN INPUT REMIT-PARM-FILE.
           IF WS-REMIT-PARM-STATUS = '00'
               READ REMIT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-REMIT-PERIOD NUMERIC
                           MOVE PARM-REMIT-PERIOD TO WS-REMIT-PERIOD
                       END-IF
                       IF PARM-REGENERATE = 'Y'
                           MOVE 'Y' TO WS-REGENERATE
                       END-IF
               END-READ
               CLOSE REMIT-PARM-FILE
           END-IF.
           IF WS-REMIT-PERIOD = 0
               MOVE WS-EFFECTIVE-DATE(1:6) TO WS-REMIT-PERIOD
               IF WS-PERIOD-MONTH = 1
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
                   MOVE 12 TO WS-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MONTH
               END-IF
           END-IF.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "*** Invalid remittance period "
                   WS-REMIT-PERIOD " - run stopped ***"
               STOP RUN
           END-IF.
           IF WS-REMIT-PERIOD NOT < WS-EFFECTIVE-DATE(1:6)
               DISPLAY "*** Remittance period " WS-REMIT-PERIOD
                   " has not ended at business date "
                   WS-EFFECTIVE-DATE " - run stopped ***"
               STOP RUN
           END-IF.
           COMPUTE WS-PERIOD-START = WS-REMIT-PERIOD * 100 + 1.
           COMPUTE WS-PERIOD-END = WS-REMIT-PERIOD * 100 + 31.
           IF WS-PERIOD-MONTH = 12
               COMPUTE WS-NEXT-PERIOD = (WS-PERIOD-YEAR + 1) * 100 + 1
           ELSE
               COMPUTE WS-NEXT-PERIOD = WS-REMIT-PERIOD + 1
           END-IF.

       CHECK-REMIT-HISTORY.
      *> 登记档未建即从未汇缴过
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF WRH-PERIOD = WS-REMIT-PERIOD AND
                               WRH-RUN-TYPE = 'O'
                           MOVE 'Y' TO WS-ALREADY-REMITTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

       BUILD-ARCHIVE-NAME.
           MOVE SPACES TO WS-AUDIT-ARCH-NAME.
           STRING 'AUDIT_ARCH_' WS-ARCH-MONTH '.DAT'
               DELIMITED BY SIZE INTO WS-AUDIT-ARCH-NAME
           END-STRING.

       WRITE-REMIT-HEADER.
           ACCEPT WS-MANIFEST-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MANIFEST-TIME FROM TIME.
           MOVE SPACES TO REMIT-RECORD.
           MOVE '0' TO RMH-RECORD-TYPE.
           MOVE WS-OUR-TAX-ID TO RMH-AGENT-TAX-ID.
           MOVE WS-OUR-BANK-CODE TO RMH-AGENT-BANK.
           MOVE WS-REMIT-PERIOD TO RMH-PERIOD.
           MOVE WS-EFFECTIVE-DATE TO RMH-FILE-DATE.
           MOVE WS-MANIFEST-DATE TO RMH-GEN-DATE.
           MOVE WS-MANIFEST-TIME TO RMH-GEN-TIME.
           WRITE REMIT-RECORD.

       COLLECT-WHT-ITEMS.
      *> 当月归档、次月归档、在线审计档依次读；在线档每日由归档
      *> 作业续入月归档后清空，三者不重叠
           MOVE WS-REMIT-PERIOD TO WS-ARCH-MONTH.
           MOVE 'Y' TO WS-ARCH-REQUIRED.
           PERFORM BUILD-ARCHIVE-NAME.
           PERFORM RELEASE-ONE-AUDIT-FILE.
           MOVE WS-NEXT-PERIOD TO WS-ARCH-MONTH.
           MOVE 'N' TO WS-ARCH-REQUIRED.
           PERFORM BUILD-ARCHIVE-NAME.
           PERFORM RELEASE-ONE-AUDIT-FILE.
           MOVE 'ACCOUNT_AUDIT.DAT' TO WS-AUDIT-ARCH-NAME.
           PERFORM RELEASE-ONE-AUDIT-FILE.

       RELEASE-ONE-AUDIT-FILE.
      *> 次月归档、在线档缺档是正常情况（尚未跑批或已归档清空），
      *> 报表上注明即可
           MOVE 'N' TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               IF WS-ARCH-REQUIRED = 'Y'
                   DISPLAY "*** Audit archive " WS-AUDIT-ARCH-NAME
                       " could not be read - run stopped ***"
                   STOP RUN
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "AUDIT FILE " WS-AUDIT-ARCH-NAME
                   " NOT AVAILABLE - NOT READ"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ARCHIVES-READ.
           MOVE SPACES TO REPORT-LINE.
           STRING "AUDIT FILE " WS-AUDIT-ARCH-NAME " READ"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       PERFORM RELEASE-WHT-ITEM
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       RELEASE-WHT-ITEM.
      *> 旧版审计记录无过账日期或无代扣税栏，不计；期后的只累计
      *> 总额供核对，不进本期汇缴
           IF AUDIT-POSTING-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF AUDIT-WHT-AMOUNT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF AUDIT-WHT-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.
           IF AUDIT-POSTING-DATE > WS-PERIOD-END
               ADD AUDIT-WHT-AMOUNT TO WS-LATER-WHT
               ADD 1 TO WS-LATER-RECORDS
               EXIT PARAGRAPH
           END-IF.
           IF AUDIT-POSTING-DATE < WS-PERIOD-START
               EXIT PARAGRAPH
           END-IF.
           IF AUDIT-ACCOUNT-ID NOT = WS-LAST-ACCOUNT
               PERFORM RESOLVE-ACCOUNT-OWNER
           END-IF.
           MOVE WS-LAST-OWNER TO SW-CUSTOMER-ID.
           MOVE AUDIT-ACCOUNT-ID TO SW-ACCOUNT-ID.
           MOVE WS-LAST-SOURCE TO SW-ACCOUNT-SOURCE.
           IF AUDIT-INTEREST-AMOUNT NUMERIC
               MOVE AUDIT-INTEREST-AMOUNT TO SW-INTEREST-AMOUNT
           ELSE
               MOVE 0 TO SW-INTEREST-AMOUNT
           END-IF.
           MOVE AUDIT-WHT-AMOUNT TO SW-WHT-AMOUNT.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO WS-AUDIT-RECORDS.

       RESOLVE-ACCOUNT-OWNER.
      *> 先查主档，期内已销户的查销户登记册；都查无的归客户 0
           MOVE AUDIT-ACCOUNT-ID TO WS-LAST-ACCOUNT.
           MOVE 0 TO WS-LAST-OWNER.
           MOVE 'N' TO WS-LAST-SOURCE.
           MOVE AUDIT-ACCOUNT-ID TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'M' TO WS-LAST-SOURCE
                   IF CUSTOMER-ID NUMERIC
                       MOVE CUSTOMER-ID TO WS-LAST-OWNER
                   END-IF
           END-READ.
           IF WS-LAST-SOURCE = 'N' AND WS-CLOSED-REG-OPEN = 'Y'
               MOVE AUDIT-ACCOUNT-ID TO CLR-ACCOUNT-ID
               READ CLOSED-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'C' TO WS-LAST-SOURCE
                       IF CLR-CUSTOMER-ID NUMERIC
                           MOVE CLR-CUSTOMER-ID TO WS-LAST-OWNER
                       END-IF
               END-READ
           END-IF.

       WRITE-CUSTOMER-DETAILS.
      *> 排序后按客户分组，组内按账户计账户数；组末写汇缴明细
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CUSTOMERS REQUIRING ATTENTION' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXCEPTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM ACCUMULATE-SORTED-ITEM
               END-RETURN
           END-PERFORM.
           IF WS-CUSTOMER-STARTED = 'Y'
               PERFORM FINISH-ONE-CUSTOMER
           END-IF.

       ACCUMULATE-SORTED-ITEM.
           IF WS-CUSTOMER-STARTED = 'N' OR
                   SW-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
               IF WS-CUSTOMER-STARTED = 'Y'
                   PERFORM FINISH-ONE-CUSTOMER
               END-IF
               MOVE 'Y' TO WS-CUSTOMER-STARTED
               MOVE SW-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
               MOVE 0 TO WS-CURRENT-ACCOUNT
               MOVE 0 TO WS-CUST-ACCOUNTS
               MOVE 0 TO WS-CUST-INTEREST
               MOVE 0 TO WS-CUST-WHT
               MOVE 'N' TO WS-CUST-NOT-ON-MASTER
           END-IF.
           IF SW-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT
               MOVE SW-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
               IF WS-CUST-ACCOUNTS < 999
                   ADD 1 TO WS-CUST-ACCOUNTS
               END-IF
           END-IF.
           IF SW-ACCOUNT-SOURCE = 'N'
               MOVE 'Y' TO WS-CUST-NOT-ON-MASTER
           END-IF.
           ADD SW-INTEREST-AMOUNT TO WS-CUST-INTEREST.
           ADD SW-WHT-AMOUNT TO WS-CUST-WHT.

       FINISH-ONE-CUSTOMER.
      *> 税款已扣，归属不到客户的也照缴（客户号 0、姓名注明），
      *> 报表列出由网点补正后下期更正申报
           MOVE SPACES TO REMIT-RECORD.
           MOVE '1' TO RMT-RECORD-TYPE.
           MOVE WS-CURRENT-CUSTOMER TO RMT-CUSTOMER-ID.
           MOVE WS-CUST-ACCOUNTS TO RMT-ACCOUNT-COUNT.
           MOVE WS-CUST-INTEREST TO RMT-INTEREST-AMOUNT.
           MOVE WS-CUST-WHT TO RMT-WHT-AMOUNT.
           MOVE WS-REMIT-PERIOD TO RMT-PERIOD.
           MOVE SPACES TO WS-EXCEPTION-TEXT.
           IF WS-CURRENT-CUSTOMER = 0
               MOVE 'UNIDENTIFIED TAXPAYER' TO RMT-CUSTOMER-NAME
               ADD WS-CUST-WHT TO WS-UNASSIGNED-WHT
               IF WS-CUST-NOT-ON-MASTER = 'Y'
                   MOVE 'ACCOUNT NOT ON MASTER OR CLOSED REGISTER'
                       TO WS-EXCEPTION-TEXT
               ELSE
                   MOVE 'NO CUSTOMER ON ACCOUNT' TO WS-EXCEPTION-TEXT
               END-IF
           ELSE
               MOVE WS-CURRENT-CUSTOMER TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON CUSTOMER MASTER'
                           TO WS-EXCEPTION-TEXT
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO RMT-CUSTOMER-NAME
                       MOVE CM-ID-DOC-TYPE TO RMT-ID-DOC-TYPE
                       MOVE CM-ID-DOC-NUMBER TO RMT-ID-DOC-NUMBER
                       IF CM-ID-DOC-NUMBER = SPACES
                           MOVE 'NO ID DOCUMENT ON CUSTOMER MASTER'
                               TO WS-EXCEPTION-TEXT
                       END-IF
               END-READ
           END-IF.
           WRITE REMIT-RECORD.
           ADD 1 TO WS-CUSTOMERS-REMITTED.
           ADD WS-CUST-INTEREST TO WS-TOTAL-INTEREST.
           ADD WS-CUST-WHT TO WS-TOTAL-WHT.
           IF WS-EXCEPTION-TEXT NOT = SPACES
               ADD 1 TO WS-EXCEPTIONS
               MOVE WS-CURRENT-CUSTOMER TO EXL-CUSTOMER-ID
               MOVE WS-CUST-ACCOUNTS TO EXL-ACCOUNTS
               MOVE WS-EXCEPTION-TEXT TO EXL-REASON
               MOVE WS-CUST-WHT TO EXL-WHT
               MOVE WS-EXCEPTION-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-REMIT-TRAILER.
           MOVE SPACES TO REMIT-RECORD.
           MOVE '9' TO RMT-TRL-RECORD-TYPE.
           MOVE WS-CUSTOMERS-REMITTED TO RMT-TRL-COUNT.
           MOVE WS-TOTAL-INTEREST TO RMT-TRL-INTEREST.
           MOVE WS-TOTAL-WHT TO RMT-TRL-WHT.
           WRITE REMIT-RECORD.

       WRITE-TRANSMIT-MANIFEST.
      *> 清单记录数/金额散列取明细口径（代扣税），文件头尾不计
           OPEN EXTEND MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT MANIFEST-FILE
           END-IF.
           MOVE 'WHT_REMITTANCE.DAT' TO MAN-FILE-NAME.
           MOVE WS-EFFECTIVE-DATE TO MAN-BUSINESS-DATE.
           MOVE WS-CUSTOMERS-REMITTED TO MAN-RECORD-COUNT.
           MOVE WS-TOTAL-WHT TO MAN-AMOUNT-TOTAL.
           MOVE WS-MANIFEST-DATE TO MAN-GEN-DATE.
           MOVE WS-MANIFEST-TIME TO MAN-GEN-TIME.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.

       WRITE-REMIT-GL-ENTRY.
      *> 汇缴额冲减应交代扣税，贷税款汇缴清算科目（资金经人行
      *> 国库划缴）；本期无代扣税时出空分录档
           OPEN OUTPUT REMIT-GL-FILE.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY "Error opening WHT_REMIT_GL.DAT. "
                   "File Status: " WS-GL-STATUS
               STOP RUN
           END-IF.
           IF WS-TOTAL-WHT > 0
               MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE
               MOVE WS-WHT-PAYABLE-CODE TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               MOVE WS-TOTAL-WHT TO GL-AMOUNT
               MOVE SPACES TO GL-DESCRIPTION
               STRING 'WHT remittance ' WS-REMIT-PERIOD
                   DELIMITED BY SIZE INTO GL-DESCRIPTION
               END-STRING
               WRITE GL-RECORD
               ADD 1 TO WS-GL-LINES
               MOVE WS-TAX-SETTLE-CODE TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               WRITE GL-RECORD
               ADD 1 TO WS-GL-LINES
           END-IF.
           CLOSE REMIT-GL-FILE.

       APPEND-REMIT-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY "*** Unable to record period "
                       WS-REMIT-PERIOD " on WHT_REMIT_HISTORY.DAT - "
                       "record it before any re-run ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-REMIT-PERIOD TO WRH-PERIOD.
           MOVE WS-EFFECTIVE-DATE TO WRH-BUSINESS-DATE.
           IF WS-REGENERATE = 'Y'
               MOVE 'R' TO WRH-RUN-TYPE
           ELSE
               MOVE 'O' TO WRH-RUN-TYPE
           END-IF.
           MOVE WS-CUSTOMERS-REMITTED TO WRH-CUSTOMER-COUNT.
           MOVE WS-TOTAL-WHT TO WRH-WHT-TOTAL.
           MOVE WS-MANIFEST-DATE TO WRH-GEN-DATE.
           MOVE WS-MANIFEST-TIME TO WRH-GEN-TIME.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'REMITTANCE TOTALS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'AUDIT FILES READ' TO CTL-LABEL.
           MOVE WS-ARCHIVES-READ TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'WHT AUDIT RECORDS IN PERIOD' TO CTL-LABEL.
           MOVE WS-AUDIT-RECORDS TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'CUSTOMER DETAIL RECORDS' TO CTL-LABEL.
           MOVE WS-CUSTOMERS-REMITTED TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'CUSTOMERS REQUIRING ATTENTION' TO CTL-LABEL.
           MOVE WS-EXCEPTIONS TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO AML-NOTE.
           MOVE 'GROSS INTEREST' TO AML-LABEL.
           MOVE WS-TOTAL-INTEREST TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'WHT REMITTED (DETAIL TOTAL)' TO AML-LABEL.
           MOVE WS-TOTAL-WHT TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'OF WHICH UNIDENTIFIED TAXPAYER' TO AML-LABEL.
           MOVE WS-UNASSIGNED-WHT TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           IF WS-REGENERATE = 'Y'
               MOVE 'FILE REGENERATED - NO GL ENTRY POSTED'
                   TO REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING 'GL ENTRY: DR ' WS-WHT-PAYABLE-CODE
                   ' CR ' WS-TAX-SETTLE-CODE ' ON WHT_REMIT_GL.DAT'
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

       PRINT-GL-TIE-OUT.
      *> WHTPAY 贷方余额（本年贷方减借方）扣除期后已扣部分即为
      *> 本期应缴，应等于明细合计；汇缴分录过账后科目余额只剩
      *> 期后部分。重出文件时本期汇缴分录可能已过账，核对仅供参考
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TIE-OUT TO GL_LEDGER.DAT (WHTPAY BALANCE)'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE '  GL_LEDGER.DAT NOT AVAILABLE - TIE-OUT NOT DONE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WHT-PAYABLE-CODE TO GLL-ACCOUNT-CODE.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 0 TO WS-GL-PAYABLE
                   MOVE 0 TO WS-GL-LAST-POSTED
               NOT INVALID KEY
                   COMPUTE WS-GL-PAYABLE = GLL-YTD-CR - GLL-YTD-DR
                   MOVE GLL-LAST-POSTED TO WS-GL-LAST-POSTED
           END-READ.
           CLOSE LEDGER-FILE.

           MOVE SPACES TO AML-NOTE.
           MOVE 'WHTPAY BALANCE (YTD CR LESS DR)' TO AML-LABEL.
           MOVE WS-GL-PAYABLE TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'LESS WHT DEDUCTED AFTER PERIOD END' TO AML-LABEL.
           MOVE WS-LATER-WHT TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           COMPUTE WS-GL-PERIOD-PAYABLE = WS-GL-PAYABLE - WS-LATER-WHT.
           MOVE 'WHTPAY BALANCE FOR PERIOD' TO AML-LABEL.
           MOVE WS-GL-PERIOD-PAYABLE TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'WHT REMITTED (DETAIL TOTAL)' TO AML-LABEL.
           MOVE WS-TOTAL-WHT TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           COMPUTE WS-TIE-DIFFERENCE =
               WS-GL-PERIOD-PAYABLE - WS-TOTAL-WHT.
           MOVE 'DIFFERENCE (GL LESS REMITTED)' TO AML-LABEL.
           MOVE WS-TIE-DIFFERENCE TO AML-AMOUNT.
           IF WS-TIE-DIFFERENCE = 0
               MOVE 'AGREED' TO AML-NOTE
           ELSE
               MOVE 'OUT OF BALANCE - INVESTIGATE' TO AML-NOTE
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF.
           IF WS-GL-LAST-POSTED < WS-PERIOD-END
               MOVE 'GL NOT POSTED TO PERIOD END' TO AML-NOTE
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF.
           IF WS-REGENERATE = 'Y'
               MOVE 'REGENERATED - FOR INFORMATION ONLY' TO AML-NOTE
               MOVE 'N' TO WS-OUT-OF-BALANCE
           END-IF.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO AML-NOTE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
