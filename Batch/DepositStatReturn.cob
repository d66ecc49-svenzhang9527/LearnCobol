       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. DepositStatReturn.  *> 人民银行月度存款统计报表

      *> 月度存款统计报送：人民银行要求按产品类型、币种、居民
      *> 属性、客户类型、余额档次、原始期限六个维度报送存款余额，
      *> 不再由两个人花三天从各抽取文件手工拼表。本作业月末运行：
      *>   1. 顺序扫描账户主文件，正余额账户即存款（透支不是存款，
      *>      另计供总账核对）；定期合约档 TERM_DEPOSITS.DAT 上
      *>      在存（'A'）的为定期，原始期限按合约存期分档，其余为
      *>      活期；
      *>   2. 开户人查客户信息主档：邮寄地址国别空白或为本国即
      *>      居民；证件类型为单位证件的为单位客户，其余为个人；
      *>   3. 非本币按 FX_CLOSING_RATES.DAT 折本币（取法与
      *>      FxRevaluation 一致），余额档次按折本币金额划分；
      *>   4. 报送前核对：报表合计扣除外币折算差与透支余额后的
      *>      账面存款，应等于总账台账 GL_LEDGER.DAT 存款负债科目
      *>      （缺省 DEPLIA，参数可列）本年贷方减借方。核对相符才写
      *>      报送文件 CBDEP_RETURN.DAT 并追加传输清单；不符时只出
      *>      审阅报表，财务确认差异原因后可置参数接受差异重跑；
      *>   5. 审阅报表 CBDEP_RETURN.RPT 逐格列示、分类小计、核对段
      *>      及例外账户（缺汇率、查无客户）。
      *> 参数 CBDEP_PARM.DAT 可缺省

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-PARM-FILE ASSIGN TO "CBDEP_PARM.DAT"  *> 接受差异标志/存款负债科目清单，可缺省
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-PARM-STATUS.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RATE-PARM-FILE ASSIGN TO "RATE_PARM.DAT"  *> 业务日期取参数文件生效日期
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TD-MASTER-FILE
               ASSIGN TO "TERM_DEPOSITS.DAT"  *> 定期存款合约档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCOUNT-ID
               FILE STATUS IS WS-TD-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档：居民属性、客户类型
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT CLOSING-RATE-FILE
               ASSIGN TO "FX_CLOSING_RATES.DAT"  *> 财资维护的收盘汇率档
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "GL_LEDGER.DAT"  *> 按科目代码累计的台账
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLL-ACCOUNT-CODE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT RETURN-FILE ASSIGN TO "CBDEP_RETURN.DAT"  *> 报送人民银行的定长文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "TRANSMIT_MANIFEST.DAT"  *> 出站文件传输清单
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT REVIEW-FILE ASSIGN TO "CBDEP_RETURN.RPT"  *> 审阅报表
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT SORT-WORK ASSIGN TO "CBDPWORK.TMP".  *> 统计格按维度排序用

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-PARM-FILE.  *> 报送参数文件描述符
       01  RETURN-PARM-RECORD.
           05 PARM-ACCEPT-DIFF      PIC X.  *> 'Y'=财务已确认核对差异，照常出报送文件
           05 PARM-LIABILITY-CODE OCCURS 5 TIMES
                                    PIC X(10).  *> 存款负债科目，全空白=DEPLIA

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  RATE-PARM-FILE.  *> 只取生效日期，其余参数字段本作业不使用
       01  RATE-PARM-RECORD.
           05 FILLER                PIC X(9).  *> 利率 9V9(4) + 管理费 9(2)V99
           05 PARM-EFFECTIVE-DATE   PIC 9(8).
           05 FILLER                PIC X(16).

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  TD-MASTER-FILE.  *> 与 TermDepositMaint 同一份合约布局
       01  TD-RECORD.
           COPY TERMDEP.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  CLOSING-RATE-FILE.  *> 与外币利率档共用同一份费率记录布局
       01  CLOSING-RATE-RECORD.
           COPY FXRATE.

       FD  LEDGER-FILE.  *> 与 GlLedgerPost 的台账同布局
       01  LEDGER-RECORD.
           05 GLL-ACCOUNT-CODE      PIC X(10).
           05 GLL-PERIOD-DR         PIC S9(13)V99 COMP-3.
           05 GLL-PERIOD-CR         PIC S9(13)V99 COMP-3.
           05 GLL-YTD-DR            PIC S9(13)V99 COMP-3.
           05 GLL-YTD-CR            PIC S9(13)V99 COMP-3.
           05 GLL-LAST-POSTED       PIC 9(8).

       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05 CBR-RECORD-TYPE       PIC X.  *> '0'=文件头 '1'=统计格 '9'=文件尾
           05 CBR-PRODUCT-TYPE      PIC X(2).  *> 'DD'=活期 'TD'=定期
           05 CBR-CURRENCY-CODE     PIC X(3).  *> 币种
           05 CBR-RESIDENCY         PIC X.  *> 'R'=居民 'N'=非居民
           05 CBR-CUSTOMER-TYPE     PIC X.  *> 'I'=个人 'C'=单位
           05 CBR-SIZE-BAND         PIC 9.  *> 余额档次 1-4，见审阅报表
           05 CBR-MATURITY-BAND     PIC X(2).  *> 原始期限：'DM' 活期 'M3' 'M6' 'Y1' 'Y2' 'Y5' 'YL'
           05 CBR-ACCOUNT-COUNT     PIC 9(7).  *> 账户数
           05 CBR-ORIGINAL-AMOUNT   PIC 9(13)V99.  *> 原币余额合计
           05 CBR-CNY-AMOUNT        PIC 9(13)V99.  *> 折本币余额合计
           05 FILLER                PIC X(32).
       01  RETURN-HEADER REDEFINES RETURN-RECORD.  *> '0' 文件头视图
           05 CBH-RECORD-TYPE       PIC X.
           05 CBH-REPORTING-BANK    PIC X(6).  *> 报送行（本行）行号
           05 CBH-REPORT-MONTH      PIC 9(6).  *> 报告期 CCYYMM
           05 CBH-AS-AT-DATE        PIC 9(8).  *> 余额基准日（业务日期）
           05 CBH-GEN-DATE          PIC 9(8).  *> 文件生成日期
           05 CBH-GEN-TIME          PIC 9(8).  *> 文件生成时间 HHMMSSCC
           05 FILLER                PIC X(43).
       01  RETURN-TRAILER REDEFINES RETURN-RECORD.  *> '9' 文件尾视图
           05 CBT-RECORD-TYPE       PIC X.
           05 CBT-CELL-COUNT        PIC 9(7).  *> 统计格条数
           05 CBT-ACCOUNT-COUNT     PIC 9(9).  *> 账户数合计
           05 CBT-CNY-AMOUNT        PIC 9(15)V99.  *> 折本币余额合计
           05 FILLER                PIC X(46).

       FD  MANIFEST-FILE.  *> 传输清单文件描述符
       01  MANIFEST-RECORD.
           COPY TRNMAN.

       FD  REVIEW-FILE.
       01  REVIEW-LINE              PIC X(132).

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-CELL-KEY.
               10 SW-PRODUCT-TYPE   PIC X(2).
               10 SW-CURRENCY-CODE  PIC X(3).
               10 SW-RESIDENCY      PIC X.
               10 SW-CUSTOMER-TYPE  PIC X.
               10 SW-SIZE-BAND      PIC 9.
               10 SW-MATURITY-BAND  PIC X(2).
           05 SW-ACCOUNT-COUNT      PIC 9(7).
           05 SW-ORIGINAL-AMOUNT    PIC 9(13)V99.
           05 SW-CNY-AMOUNT         PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       01  WS-RETURN-PARM-STATUS   PIC XX VALUE '00'.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-TD-STATUS            PIC XX VALUE '00'.
       01  WS-CUST-STATUS          PIC XX VALUE '00'.
       01  WS-CUST-OPEN            PIC X VALUE 'N'.  *> 'Y'=客户主档可用
       01  WS-RATE-STATUS          PIC XX VALUE '00'.
       01  WS-LEDGER-STATUS        PIC XX VALUE '00'.
       01  WS-RETURN-STATUS        PIC XX VALUE '00'.
       01  WS-MANIFEST-STATUS      PIC XX VALUE '00'.
       01  WS-REVIEW-STATUS        PIC XX VALUE '00'.
       01  WS-MASTER-EOF           PIC X VALUE 'N'.
       01  WS-RATE-EOF             PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.  *> 本次运行的业务日期，即余额基准日
       01  WS-REPORT-MONTH         PIC 9(6) VALUE 0.
       01  WS-OUR-BANK-CODE        PIC X(6) VALUE '100001'.  *> 本行清算行号（人行分配）
       01  WS-HOME-COUNTRY         PIC X(2) VALUE 'CN'.  *> 本行所在国，地址国别按此判居民
       01  WS-ACCEPT-DIFF          PIC X VALUE 'N'.  *> 'Y'=核对不符也出报送文件
       01  WS-SUBMIT               PIC X VALUE 'N'.  *> 'Y'=核对通过（或已接受差异），写报送文件
       01  WS-MANIFEST-DATE        PIC 9(8) VALUE 0.
       01  WS-MANIFEST-TIME        PIC 9(8) VALUE 0.

      *> 存款负债科目清单（参数未列时只有 DEPLIA）
       01  LIABILITY-CODE-TABLE.
           05 LCT-CODE OCCURS 5 TIMES PIC X(10).
       01  WS-LCT-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-LCT-INDEX            PIC 9(2) COMP VALUE 0.

      *> 单位客户证件类型：营业执照、组织机构代码、统一社会信用代码
       01  CORPORATE-DOC-VALUES    PIC X(6) VALUE 'BLOCUC'.
       01  CORPORATE-DOC-TABLE REDEFINES CORPORATE-DOC-VALUES.
           05 CDT-DOC-TYPE OCCURS 3 TIMES PIC X(2).
       01  WS-CDT-INDEX            PIC 9(2) COMP VALUE 0.

      *> 余额档次上限（折本币）：1=5万以下 2=50万以下 3=500万以下 4=以上
       01  SIZE-BAND-LIMITS.
           05 FILLER                PIC 9(9)V99 VALUE 50000.00.
           05 FILLER                PIC 9(9)V99 VALUE 500000.00.
           05 FILLER                PIC 9(9)V99 VALUE 5000000.00.
       01  SIZE-BAND-TABLE REDEFINES SIZE-BAND-LIMITS.
           05 SBT-LIMIT OCCURS 3 TIMES PIC 9(9)V99.
       01  WS-SBT-INDEX            PIC 9(2) COMP VALUE 0.

      *> 收盘汇率表：每币种取生效日期不晚于基准日的最新一条
       01  CLOSING-RATE-TABLE.
           05 CRT-ENTRY OCCURS 20 TIMES.
               10 CRT-CURRENCY      PIC X(3).
               10 CRT-RATE          PIC 9(3)V9(6).
               10 CRT-EFFECTIVE     PIC 9(8).
       01  WS-CRT-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-CRT-INDEX            PIC 9(2) COMP VALUE 0.
       01  WS-CRT-SLOT             PIC 9(2) COMP VALUE 0.
       01  WS-RATE-FOUND           PIC X VALUE 'N'.

      *> 统计格表：六个维度组合成一格，逐账户累计
       01  CELL-TABLE.
           05 CELL-ENTRY OCCURS 2000 TIMES.
               10 CLT-KEY.
                   15 CLT-PRODUCT-TYPE  PIC X(2).
                   15 CLT-CURRENCY-CODE PIC X(3).
                   15 CLT-RESIDENCY     PIC X.
                   15 CLT-CUSTOMER-TYPE PIC X.
                   15 CLT-SIZE-BAND     PIC 9.
                   15 CLT-MATURITY-BAND PIC X(2).
               10 CLT-ACCOUNT-COUNT PIC 9(7).
               10 CLT-ORIGINAL      PIC 9(13)V99.
               10 CLT-CNY           PIC 9(13)V99.
       01  WS-CELL-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-CELL-INDEX           PIC 9(4) COMP VALUE 0.
       01  WS-CELL-SLOT            PIC 9(4) COMP VALUE 0.

      *> 当前账户的维度与金额
       01  WS-ACCOUNT-KEY.
           05 WS-PRODUCT-TYPE      PIC X(2).
           05 WS-CURRENCY-CODE     PIC X(3).
           05 WS-RESIDENCY         PIC X.
           05 WS-CUSTOMER-TYPE     PIC X.
           05 WS-SIZE-BAND         PIC 9.
           05 WS-MATURITY-BAND     PIC X(2).
       01  WS-CNY-AMOUNT           PIC S9(13)V99 VALUE 0.  *> 单账户折本币金额
       01  WS-EXCEPTION-TEXT       PIC X(40) VALUE SPACES.

      *> 统计与合计
       01  WS-ACCOUNTS-READ        PIC 9(7) VALUE 0.
       01  WS-DEPOSIT-ACCOUNTS     PIC 9(9) VALUE 0.  *> 报入统计的存款账户数
       01  WS-TERM-ACCOUNTS        PIC 9(7) VALUE 0.
       01  WS-OVERDRAWN-ACCOUNTS   PIC 9(7) VALUE 0.
       01  WS-NO-RATE-ACCOUNTS     PIC 9(7) VALUE 0.  *> 缺汇率未报入的账户数
       01  WS-NO-CUSTOMER-ACCOUNTS PIC 9(7) VALUE 0.  *> 查无客户、按居民个人报入的账户数
       01  WS-EXCEPTIONS           PIC 9(7) VALUE 0.
       01  WS-CELLS-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-TOTAL-CNY            PIC S9(15)V99 VALUE 0.  *> 报表合计（折本币）
       01  WS-TOTAL-FX-ORIGINAL    PIC S9(15)V99 VALUE 0.  *> 报入的外币存款原币合计
       01  WS-TOTAL-FX-CNY         PIC S9(15)V99 VALUE 0.  *> 报入的外币存款折本币合计
       01  WS-FX-TRANSLATION       PIC S9(15)V99 VALUE 0.  *> 折算差：折本币减原币
       01  WS-NO-RATE-BALANCE      PIC S9(15)V99 VALUE 0.  *> 缺汇率未报入的原币余额
       01  WS-OVERDRAWN-BALANCE    PIC S9(15)V99 VALUE 0.  *> 透支余额（负数）
       01  WS-BOOK-DEPOSITS        PIC S9(15)V99 VALUE 0.  *> 折回账面口径的存款净额
       01  WS-GL-LIABILITY         PIC S9(15)V99 VALUE 0.  *> 存款负债科目贷方余额合计
       01  WS-GL-ONE-BALANCE       PIC S9(15)V99 VALUE 0.
       01  WS-GL-LAST-POSTED       PIC 9(8) VALUE 0.
       01  WS-TIE-DIFFERENCE       PIC S9(15)V99 VALUE 0.
       01  WS-TIE-AGREED           PIC X VALUE 'N'.  *> 'Y'=报表与总账相符
       01  WS-DD-CNY               PIC S9(15)V99 VALUE 0.  *> 活期小计
       01  WS-TD-CNY               PIC S9(15)V99 VALUE 0.  *> 定期小计
       01  WS-RES-CNY              PIC S9(15)V99 VALUE 0.  *> 居民小计
       01  WS-NONRES-CNY           PIC S9(15)V99 VALUE 0.  *> 非居民小计
       01  WS-INDIV-CNY            PIC S9(15)V99 VALUE 0.  *> 个人小计
       01  WS-CORP-CNY             PIC S9(15)V99 VALUE 0.  *> 单位小计
       01  WS-TRAILER-ACCOUNTS     PIC 9(9) VALUE 0.
       01  WS-TRAILER-CNY          PIC 9(15)V99 VALUE 0.

       01  WS-TITLE-LINE.
           05 FILLER                PIC X(40)
               VALUE 'CENTRAL BANK DEPOSIT RETURN - MONTH '.
           05 TTL-REPORT-MONTH      PIC 9(6).
           05 FILLER                PIC X(10) VALUE '   AS AT '.
           05 TTL-AS-AT-DATE        PIC 9(8).
       01  WS-BAND-LEGEND-1.
           05 FILLER                PIC X(44)
               VALUE 'SIZE BAND (CNY): 1 <= 50,000  2 <= 500,000  '.
           05 FILLER                PIC X(30)
               VALUE '3 <= 5,000,000  4 > 5,000,000'.
       01  WS-BAND-LEGEND-2.
           05 FILLER                PIC X(44)
               VALUE 'ORIGINAL MATURITY: DM DEMAND  M3 <= 3 MONTHS'.
           05 FILLER                PIC X(44)
               VALUE '  M6 <= 6M  Y1 <= 1Y  Y2 <= 2Y  Y5 <= 5Y  YL'.
           05 FILLER                PIC X(9) VALUE ' OVER 5Y'.
       01  WS-CELL-HEADING.
           05 FILLER                PIC X(44)
               VALUE 'PRD CCY RES TYPE BAND MAT   ACCOUNTS        '.
           05 FILLER                PIC X(40)
               VALUE '   ORIGINAL AMOUNT          CNY AMOUNT'.
       01  WS-CELL-LINE.
           05 CLL-PRODUCT-TYPE      PIC X(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CLL-CURRENCY-CODE     PIC X(3).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CLL-RESIDENCY         PIC X.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 CLL-CUSTOMER-TYPE     PIC X.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 CLL-SIZE-BAND         PIC 9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 CLL-MATURITY-BAND     PIC X(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CLL-ACCOUNT-COUNT     PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CLL-ORIGINAL-AMOUNT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 CLL-CNY-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EXCEPTION-HEADING.
           05 FILLER                PIC X(44)
               VALUE 'ACCOUNT  CCY REASON                         '.
           05 FILLER                PIC X(25)
               VALUE '                  BALANCE'.
       01  WS-EXCEPTION-LINE.
           05 EXL-ACCOUNT-ID        PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 EXL-CURRENCY-CODE     PIC X(3).
           05 FILLER                PIC X VALUE SPACE.
           05 EXL-REASON            PIC X(40).
           05 FILLER                PIC X VALUE SPACE.
           05 EXL-BALANCE           PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 AML-LABEL             PIC X(36).
           05 AML-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 AML-NOTE              PIC X(40).
       01  WS-COUNT-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CTL-LABEL             PIC X(36).
           05 FILLER                PIC X(14) VALUE SPACES.
           05 CTL-COUNT             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-EFFECTIVE-DATE(1:6) TO WS-REPORT-MONTH.
           PERFORM READ-RETURN-PARAMETERS.
           DISPLAY "Central bank deposit return as at "
               WS-EFFECTIVE-DATE.
           PERFORM LOAD-CLOSING-RATES.

      *    定期合约档决定产品类型与原始期限，缺档报表无从分类
           OPEN INPUT TD-MASTER-FILE.
           IF WS-TD-STATUS NOT = '00'
               DISPLAY "TERM_DEPOSITS.DAT not available - return "
                   "cannot be classified. Run stopped."
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-STATUS = '00'
               MOVE 'Y' TO WS-CUST-OPEN
           ELSE
               DISPLAY "Customer master not available - all "
                   "deposits reported as resident individual."
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REVIEW-FILE.
           IF WS-REVIEW-STATUS NOT = '00'
               DISPLAY "Error opening CBDEP_RETURN.RPT. "
                   "File Status: " WS-REVIEW-STATUS
               STOP RUN
           END-IF.

           MOVE WS-REPORT-MONTH TO TTL-REPORT-MONTH.
           MOVE WS-EFFECTIVE-DATE TO TTL-AS-AT-DATE.
           MOVE WS-TITLE-LINE TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE 'ACCOUNTS NOT REPORTED AS CLASSIFIED' TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE WS-EXCEPTION-HEADING TO REVIEW-LINE.
           WRITE REVIEW-LINE.

           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM CLASSIFY-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE TD-MASTER-FILE.
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

           PERFORM PRINT-GL-TIE-OUT.
           IF WS-TIE-AGREED = 'Y' OR WS-ACCEPT-DIFF = 'Y'
               MOVE 'Y' TO WS-SUBMIT
               OPEN OUTPUT RETURN-FILE
               IF WS-RETURN-STATUS NOT = '00'
                   DISPLAY "Error opening CBDEP_RETURN.DAT. "
                       "File Status: " WS-RETURN-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-RETURN-HEADER
           ELSE
      *        清掉上月遗留的报送文件，核对不符的数不会被误传
               OPEN OUTPUT RETURN-FILE
               CLOSE RETURN-FILE
           END-IF.

           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE WS-BAND-LEGEND-1 TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE WS-BAND-LEGEND-2 TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE WS-CELL-HEADING TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           SORT SORT-WORK
               ON ASCENDING KEY SW-CELL-KEY
               INPUT PROCEDURE IS RELEASE-CELLS
               OUTPUT PROCEDURE IS WRITE-RETURN-CELLS.

           IF WS-SUBMIT = 'Y'
               PERFORM WRITE-RETURN-TRAILER
               CLOSE RETURN-FILE
               PERFORM WRITE-TRANSMIT-MANIFEST
           END-IF.
           PERFORM PRINT-SUBTOTALS.
           PERFORM PRINT-SUBMISSION-STATUS.
           CLOSE REVIEW-FILE.

           DISPLAY "===== CENTRAL BANK DEPOSIT RETURN SUMMARY =====".
           DISPLAY "Accounts read      : " WS-ACCOUNTS-READ.
           DISPLAY "Deposit accounts   : " WS-DEPOSIT-ACCOUNTS.
           DISPLAY "Return cells       : " WS-CELLS-WRITTEN.
           DISPLAY "Grand total (CNY)  : " WS-TOTAL-CNY.
           DISPLAY "GL liability       : " WS-GL-LIABILITY.
           DISPLAY "Exceptions         : " WS-EXCEPTIONS.
           IF WS-SUBMIT = 'Y'
               DISPLAY "CBDEP_RETURN.DAT written for submission."
           ELSE
               DISPLAY "*** Return does not agree with GL_LEDGER.DAT "
                   "- submission file not produced, see "
                   "CBDEP_RETURN.RPT ***"
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

       READ-RETURN-PARAMETERS.
      *> 参数缺失时不接受差异，存款负债科目只有 DEPLIA
           OPEN INPUT RETURN-PARM-FILE.
           IF WS-RETURN-PARM-STATUS = '00'
               READ RETURN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-ACCEPT-DIFF = 'Y'
                           MOVE 'Y' TO WS-ACCEPT-DIFF
                       END-IF
                       PERFORM VARYING WS-LCT-INDEX FROM 1 BY 1
                               UNTIL WS-LCT-INDEX > 5
                           IF PARM-LIABILITY-CODE(WS-LCT-INDEX)
                                   NOT = SPACES
                               ADD 1 TO WS-LCT-COUNT
                               MOVE PARM-LIABILITY-CODE(WS-LCT-INDEX)
                                   TO LCT-CODE(WS-LCT-COUNT)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE RETURN-PARM-FILE
           END-IF.
           IF WS-LCT-COUNT = 0
               MOVE 1 TO WS-LCT-COUNT
               MOVE 'DEPLIA' TO LCT-CODE(1)
           END-IF.

       LOAD-CLOSING-RATES.
      *> 每币种保留生效日期不晚于基准日的最新一条，取法与
      *> FxRevaluation 一致
           OPEN INPUT CLOSING-RATE-FILE.
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY "FX_CLOSING_RATES.DAT not available - FX "
                   "accounts cannot be converted. Run stopped."
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-RATE-EOF = 'Y'
               READ CLOSING-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-RATE-EOF
                   NOT AT END
                       IF FXR-EFFECTIVE-DATE <= WS-EFFECTIVE-DATE
                           PERFORM KEEP-LATEST-RATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOSING-RATE-FILE.
           DISPLAY "Closing rates loaded: " WS-CRT-COUNT.

       KEEP-LATEST-RATE.
           MOVE 0 TO WS-CRT-SLOT.
           PERFORM VARYING WS-CRT-INDEX FROM 1 BY 1
                   UNTIL WS-CRT-INDEX > WS-CRT-COUNT
                   OR WS-CRT-SLOT > 0
               IF CRT-CURRENCY(WS-CRT-INDEX) = FXR-CURRENCY-CODE
                   MOVE WS-CRT-INDEX TO WS-CRT-SLOT
               END-IF
           END-PERFORM.
           IF WS-CRT-SLOT = 0
               IF WS-CRT-COUNT >= 20
                   DISPLAY "*** Closing rate table full at 20 "
                       "currencies - run stopped ***"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CRT-COUNT
               MOVE WS-CRT-COUNT TO WS-CRT-SLOT
               MOVE FXR-CURRENCY-CODE TO CRT-CURRENCY(WS-CRT-SLOT)
               MOVE FXR-RATE TO CRT-RATE(WS-CRT-SLOT)
               MOVE FXR-EFFECTIVE-DATE TO CRT-EFFECTIVE(WS-CRT-SLOT)
           ELSE
               IF FXR-EFFECTIVE-DATE > CRT-EFFECTIVE(WS-CRT-SLOT)
                   MOVE FXR-RATE TO CRT-RATE(WS-CRT-SLOT)
                   MOVE FXR-EFFECTIVE-DATE
                       TO CRT-EFFECTIVE(WS-CRT-SLOT)
               END-IF
           END-IF.

       CLASSIFY-ONE-ACCOUNT.
      *> 透支（负余额）不是存款，零余额不报；外币缺汇率的不报入
      *> 并列为例外，核对时按账面原币单列
           MOVE CURRENCY-CODE TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE 'CNY' TO WS-CURRENCY-CODE
           END-IF.
           IF ACCOUNT-BALANCE < 0
               ADD 1 TO WS-OVERDRAWN-ACCOUNTS
               ADD ACCOUNT-BALANCE TO WS-OVERDRAWN-BALANCE
               EXIT PARAGRAPH
           END-IF.
           IF ACCOUNT-BALANCE = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-BALANCE TO WS-CNY-AMOUNT.
           IF WS-CURRENCY-CODE NOT = 'CNY'
               MOVE 'N' TO WS-RATE-FOUND
               PERFORM VARYING WS-CRT-INDEX FROM 1 BY 1
                       UNTIL WS-CRT-INDEX > WS-CRT-COUNT
                       OR WS-RATE-FOUND = 'Y'
                   IF CRT-CURRENCY(WS-CRT-INDEX) = WS-CURRENCY-CODE
                       COMPUTE WS-CNY-AMOUNT ROUNDED =
                           ACCOUNT-BALANCE * CRT-RATE(WS-CRT-INDEX)
                       MOVE 'Y' TO WS-RATE-FOUND
                   END-IF
               END-PERFORM
               IF WS-RATE-FOUND = 'N'
                   ADD 1 TO WS-NO-RATE-ACCOUNTS
                   ADD ACCOUNT-BALANCE TO WS-NO-RATE-BALANCE
                   MOVE 'NO CLOSING RATE - NOT REPORTED'
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD ACCOUNT-BALANCE TO WS-TOTAL-FX-ORIGINAL
               ADD WS-CNY-AMOUNT TO WS-TOTAL-FX-CNY
           END-IF.

           PERFORM CLASSIFY-PRODUCT-MATURITY.
           PERFORM CLASSIFY-CUSTOMER.
           MOVE 4 TO WS-SIZE-BAND.
           PERFORM VARYING WS-SBT-INDEX FROM 3 BY -1
                   UNTIL WS-SBT-INDEX < 1
               IF WS-CNY-AMOUNT <= SBT-LIMIT(WS-SBT-INDEX)
                   MOVE WS-SBT-INDEX TO WS-SIZE-BAND
               END-IF
           END-PERFORM.
           PERFORM ADD-TO-CELL-TABLE.

           ADD 1 TO WS-DEPOSIT-ACCOUNTS.
           ADD WS-CNY-AMOUNT TO WS-TOTAL-CNY.
           IF WS-PRODUCT-TYPE = 'TD'
               ADD WS-CNY-AMOUNT TO WS-TD-CNY
           ELSE
               ADD WS-CNY-AMOUNT TO WS-DD-CNY
           END-IF.
           IF WS-RESIDENCY = 'N'
               ADD WS-CNY-AMOUNT TO WS-NONRES-CNY
           ELSE
               ADD WS-CNY-AMOUNT TO WS-RES-CNY
           END-IF.
           IF WS-CUSTOMER-TYPE = 'C'
               ADD WS-CNY-AMOUNT TO WS-CORP-CNY
           ELSE
               ADD WS-CNY-AMOUNT TO WS-INDIV-CNY
           END-IF.

       CLASSIFY-PRODUCT-MATURITY.
      *> 在存定期合约按存期分原始期限档，其余为活期
           MOVE 'DD' TO WS-PRODUCT-TYPE.
           MOVE 'DM' TO WS-MATURITY-BAND.
           MOVE ACCOUNT-ID TO TD-ACCOUNT-ID.
           READ TD-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF TD-STATUS NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TERM-ACCOUNTS.
           MOVE 'TD' TO WS-PRODUCT-TYPE.
           EVALUATE TRUE
               WHEN TD-TERM-MONTHS <= 3
                   MOVE 'M3' TO WS-MATURITY-BAND
               WHEN TD-TERM-MONTHS <= 6
                   MOVE 'M6' TO WS-MATURITY-BAND
               WHEN TD-TERM-MONTHS <= 12
                   MOVE 'Y1' TO WS-MATURITY-BAND
               WHEN TD-TERM-MONTHS <= 24
                   MOVE 'Y2' TO WS-MATURITY-BAND
               WHEN TD-TERM-MONTHS <= 60
                   MOVE 'Y5' TO WS-MATURITY-BAND
               WHEN OTHER
                   MOVE 'YL' TO WS-MATURITY-BAND
           END-EVALUATE.

       CLASSIFY-CUSTOMER.
      *> 查无客户的按居民个人报入并列为例外，由网点补录客户
           MOVE 'R' TO WS-RESIDENCY.
           MOVE 'I' TO WS-CUSTOMER-TYPE.
           IF WS-CUST-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF CUSTOMER-ID NOT NUMERIC OR CUSTOMER-ID = 0
               MOVE 'NO CUSTOMER - REPORTED AS RESIDENT'
                   TO WS-EXCEPTION-TEXT
               PERFORM NOTE-NO-CUSTOMER
               EXIT PARAGRAPH
           END-IF.
           MOVE CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON CUSTOMER MASTER - AS RESIDENT'
                       TO WS-EXCEPTION-TEXT
                   PERFORM NOTE-NO-CUSTOMER
                   EXIT PARAGRAPH
           END-READ.
           IF CM-ADDRESS-COUNTRY NOT = SPACES AND
                   CM-ADDRESS-COUNTRY NOT = WS-HOME-COUNTRY
               MOVE 'N' TO WS-RESIDENCY
           END-IF.
           PERFORM VARYING WS-CDT-INDEX FROM 1 BY 1
                   UNTIL WS-CDT-INDEX > 3
               IF CM-ID-DOC-TYPE = CDT-DOC-TYPE(WS-CDT-INDEX)
                   MOVE 'C' TO WS-CUSTOMER-TYPE
               END-IF
           END-PERFORM.

       NOTE-NO-CUSTOMER.
           ADD 1 TO WS-NO-CUSTOMER-ACCOUNTS.
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE ACCOUNT-ID TO EXL-ACCOUNT-ID.
           MOVE WS-CURRENCY-CODE TO EXL-CURRENCY-CODE.
           MOVE WS-EXCEPTION-TEXT TO EXL-REASON.
           MOVE ACCOUNT-BALANCE TO EXL-BALANCE.
           MOVE WS-EXCEPTION-LINE TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO WS-EXCEPTION-TEXT.

       ADD-TO-CELL-TABLE.
           MOVE 0 TO WS-CELL-SLOT.
           PERFORM VARYING WS-CELL-INDEX FROM 1 BY 1
                   UNTIL WS-CELL-INDEX > WS-CELL-COUNT
                   OR WS-CELL-SLOT > 0
               IF CLT-KEY(WS-CELL-INDEX) = WS-ACCOUNT-KEY
                   MOVE WS-CELL-INDEX TO WS-CELL-SLOT
               END-IF
           END-PERFORM.
           IF WS-CELL-SLOT = 0
               IF WS-CELL-COUNT >= 2000
                   DISPLAY "*** Return cell table full at 2000 - run "
                       "stopped (return would be incomplete) ***"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CELL-COUNT
               MOVE WS-CELL-COUNT TO WS-CELL-SLOT
               MOVE WS-ACCOUNT-KEY TO CLT-KEY(WS-CELL-SLOT)
               MOVE 0 TO CLT-ACCOUNT-COUNT(WS-CELL-SLOT)
               MOVE 0 TO CLT-ORIGINAL(WS-CELL-SLOT)
               MOVE 0 TO CLT-CNY(WS-CELL-SLOT)
           END-IF.
           ADD 1 TO CLT-ACCOUNT-COUNT(WS-CELL-SLOT).
           ADD ACCOUNT-BALANCE TO CLT-ORIGINAL(WS-CELL-SLOT).
           ADD WS-CNY-AMOUNT TO CLT-CNY(WS-CELL-SLOT).

       PRINT-GL-TIE-OUT.
      *> 台账金额按记账币种原额累计（与 FeeDisclosureStatement
      *> 同口径），报表合计须先扣除外币折算差、加回透支余额与
      *> 缺汇率未报入的余额，折回账面口径再与存款负债科目核对
           COMPUTE WS-FX-TRANSLATION =
               WS-TOTAL-FX-CNY - WS-TOTAL-FX-ORIGINAL.
           COMPUTE WS-BOOK-DEPOSITS = WS-TOTAL-CNY - WS-FX-TRANSLATION
               + WS-NO-RATE-BALANCE + WS-OVERDRAWN-BALANCE.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE 'VALIDATION TO GL_LEDGER.DAT (DEPOSIT LIABILITY LINES)'
               TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO AML-NOTE.
           MOVE 'RETURN GRAND TOTAL (CNY)' TO AML-LABEL.
           MOVE WS-TOTAL-CNY TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'LESS FX TRANSLATION TO CNY' TO AML-LABEL.
           MOVE WS-FX-TRANSLATION TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'ADD FX BALANCES WITHOUT CLOSING RATE' TO AML-LABEL.
           MOVE WS-NO-RATE-BALANCE TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'ADD OVERDRAWN BALANCES' TO AML-LABEL.
           MOVE WS-OVERDRAWN-BALANCE TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'BOOK DEPOSIT BALANCE' TO AML-LABEL.
           MOVE WS-BOOK-DEPOSITS TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE '  GL_LEDGER.DAT NOT AVAILABLE - NOT VALIDATED'
                   TO REVIEW-LINE
               WRITE REVIEW-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LCT-INDEX FROM 1 BY 1
                   UNTIL WS-LCT-INDEX > WS-LCT-COUNT
               MOVE LCT-CODE(WS-LCT-INDEX) TO GLL-ACCOUNT-CODE
               READ LEDGER-FILE
                   INVALID KEY
                       MOVE 0 TO WS-GL-ONE-BALANCE
                       MOVE 'NOT ON LEDGER' TO AML-NOTE
                   NOT INVALID KEY
                       COMPUTE WS-GL-ONE-BALANCE =
                           GLL-YTD-CR - GLL-YTD-DR
                       IF GLL-LAST-POSTED > WS-GL-LAST-POSTED
                           MOVE GLL-LAST-POSTED TO WS-GL-LAST-POSTED
                       END-IF
               END-READ
               ADD WS-GL-ONE-BALANCE TO WS-GL-LIABILITY
               MOVE SPACES TO AML-LABEL
               STRING 'GL ' LCT-CODE(WS-LCT-INDEX) ' (CR LESS DR)'
                   DELIMITED BY SIZE INTO AML-LABEL
               END-STRING
               MOVE WS-GL-ONE-BALANCE TO AML-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE SPACES TO AML-NOTE
           END-PERFORM.
           CLOSE LEDGER-FILE.

           COMPUTE WS-TIE-DIFFERENCE =
               WS-GL-LIABILITY - WS-BOOK-DEPOSITS.
           MOVE 'DIFFERENCE (GL LESS BOOK)' TO AML-LABEL.
           MOVE WS-TIE-DIFFERENCE TO AML-AMOUNT.
           IF WS-TIE-DIFFERENCE = 0
               MOVE 'AGREED' TO AML-NOTE
               MOVE 'Y' TO WS-TIE-AGREED
           ELSE
               MOVE 'OUT OF BALANCE - INVESTIGATE' TO AML-NOTE
           END-IF.
           IF WS-GL-LAST-POSTED < WS-EFFECTIVE-DATE
               MOVE 'GL NOT POSTED TO AS-AT DATE' TO AML-NOTE
               MOVE 'N' TO WS-TIE-AGREED
           END-IF.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO AML-NOTE.

       WRITE-RETURN-HEADER.
           ACCEPT WS-MANIFEST-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MANIFEST-TIME FROM TIME.
           MOVE SPACES TO RETURN-RECORD.
           MOVE '0' TO CBH-RECORD-TYPE.
           MOVE WS-OUR-BANK-CODE TO CBH-REPORTING-BANK.
           MOVE WS-REPORT-MONTH TO CBH-REPORT-MONTH.
           MOVE WS-EFFECTIVE-DATE TO CBH-AS-AT-DATE.
           MOVE WS-MANIFEST-DATE TO CBH-GEN-DATE.
           MOVE WS-MANIFEST-TIME TO CBH-GEN-TIME.
           WRITE RETURN-RECORD.

       RELEASE-CELLS.
           PERFORM VARYING WS-CELL-INDEX FROM 1 BY 1
                   UNTIL WS-CELL-INDEX > WS-CELL-COUNT
               MOVE CLT-KEY(WS-CELL-INDEX) TO SW-CELL-KEY
               MOVE CLT-ACCOUNT-COUNT(WS-CELL-INDEX)
                   TO SW-ACCOUNT-COUNT
               MOVE CLT-ORIGINAL(WS-CELL-INDEX) TO SW-ORIGINAL-AMOUNT
               MOVE CLT-CNY(WS-CELL-INDEX) TO SW-CNY-AMOUNT
               RELEASE SORT-WORK-RECORD
           END-PERFORM.

       WRITE-RETURN-CELLS.
      *> 审阅报表逐格照列；报送文件只在核对通过（或已接受差异）
      *> 时写
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM WRITE-ONE-CELL
               END-RETURN
           END-PERFORM.

       WRITE-ONE-CELL.
           MOVE SW-PRODUCT-TYPE TO CLL-PRODUCT-TYPE.
           MOVE SW-CURRENCY-CODE TO CLL-CURRENCY-CODE.
           MOVE SW-RESIDENCY TO CLL-RESIDENCY.
           MOVE SW-CUSTOMER-TYPE TO CLL-CUSTOMER-TYPE.
           MOVE SW-SIZE-BAND TO CLL-SIZE-BAND.
           MOVE SW-MATURITY-BAND TO CLL-MATURITY-BAND.
           MOVE SW-ACCOUNT-COUNT TO CLL-ACCOUNT-COUNT.
           MOVE SW-ORIGINAL-AMOUNT TO CLL-ORIGINAL-AMOUNT.
           MOVE SW-CNY-AMOUNT TO CLL-CNY-AMOUNT.
           MOVE WS-CELL-LINE TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           ADD 1 TO WS-CELLS-WRITTEN.
           IF WS-SUBMIT = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RETURN-RECORD.
           MOVE '1' TO CBR-RECORD-TYPE.
           MOVE SW-PRODUCT-TYPE TO CBR-PRODUCT-TYPE.
           MOVE SW-CURRENCY-CODE TO CBR-CURRENCY-CODE.
           MOVE SW-RESIDENCY TO CBR-RESIDENCY.
           MOVE SW-CUSTOMER-TYPE TO CBR-CUSTOMER-TYPE.
           MOVE SW-SIZE-BAND TO CBR-SIZE-BAND.
           MOVE SW-MATURITY-BAND TO CBR-MATURITY-BAND.
           MOVE SW-ACCOUNT-COUNT TO CBR-ACCOUNT-COUNT.
           MOVE SW-ORIGINAL-AMOUNT TO CBR-ORIGINAL-AMOUNT.
           MOVE SW-CNY-AMOUNT TO CBR-CNY-AMOUNT.
           WRITE RETURN-RECORD.
           ADD SW-ACCOUNT-COUNT TO WS-TRAILER-ACCOUNTS.
           ADD SW-CNY-AMOUNT TO WS-TRAILER-CNY.

       WRITE-RETURN-TRAILER.
           MOVE SPACES TO RETURN-RECORD.
           MOVE '9' TO CBT-RECORD-TYPE.
           MOVE WS-CELLS-WRITTEN TO CBT-CELL-COUNT.
           MOVE WS-TRAILER-ACCOUNTS TO CBT-ACCOUNT-COUNT.
           MOVE WS-TRAILER-CNY TO CBT-CNY-AMOUNT.
           WRITE RETURN-RECORD.

       WRITE-TRANSMIT-MANIFEST.
      *> 清单记录数/金额散列取统计格口径（折本币），文件头尾不计
           OPEN EXTEND MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT MANIFEST-FILE
           END-IF.
           MOVE 'CBDEP_RETURN.DAT' TO MAN-FILE-NAME.
           MOVE WS-EFFECTIVE-DATE TO MAN-BUSINESS-DATE.
           MOVE WS-CELLS-WRITTEN TO MAN-RECORD-COUNT.
           MOVE WS-TRAILER-CNY TO MAN-AMOUNT-TOTAL.
           MOVE WS-MANIFEST-DATE TO MAN-GEN-DATE.
           MOVE WS-MANIFEST-TIME TO MAN-GEN-TIME.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.

       PRINT-SUBTOTALS.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE 'SUBTOTALS (CNY)' TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO AML-NOTE.
           MOVE 'DEMAND DEPOSITS' TO AML-LABEL.
           MOVE WS-DD-CNY TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'TIME DEPOSITS' TO AML-LABEL.
           MOVE WS-TD-CNY TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'RESIDENT' TO AML-LABEL.
           MOVE WS-RES-CNY TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'NON-RESIDENT' TO AML-LABEL.
           MOVE WS-NONRES-CNY TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'INDIVIDUAL' TO AML-LABEL.
           MOVE WS-INDIV-CNY TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'CORPORATE' TO AML-LABEL.
           MOVE WS-CORP-CNY TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'GRAND TOTAL' TO AML-LABEL.
           MOVE WS-TOTAL-CNY TO AML-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'ACCOUNTS READ' TO CTL-LABEL.
           MOVE WS-ACCOUNTS-READ TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'DEPOSIT ACCOUNTS REPORTED' TO CTL-LABEL.
           MOVE WS-DEPOSIT-ACCOUNTS TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'OF WHICH TIME DEPOSITS' TO CTL-LABEL.
           MOVE WS-TERM-ACCOUNTS TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'OVERDRAWN ACCOUNTS (NOT DEPOSITS)' TO CTL-LABEL.
           MOVE WS-OVERDRAWN-ACCOUNTS TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'FX ACCOUNTS WITHOUT CLOSING RATE' TO CTL-LABEL.
           MOVE WS-NO-RATE-ACCOUNTS TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'ACCOUNTS WITHOUT CUSTOMER' TO CTL-LABEL.
           MOVE WS-NO-CUSTOMER-ACCOUNTS TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'RETURN CELLS' TO CTL-LABEL.
           MOVE WS-CELLS-WRITTEN TO CTL-COUNT.
           PERFORM WRITE-COUNT-LINE.

       PRINT-SUBMISSION-STATUS.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           EVALUATE TRUE
               WHEN WS-TIE-AGREED = 'Y'
                   MOVE 'RETURN AGREES TO GL - READY FOR SUBMISSION'
                       TO REVIEW-LINE
               WHEN WS-SUBMIT = 'Y'
                   MOVE 'DIFFERENCE ACCEPTED - SUBMISSION FILE WRITTEN'
                       TO REVIEW-LINE
               WHEN OTHER
                   MOVE 'NOT AGREED TO GL - NO SUBMISSION FILE'
                       TO REVIEW-LINE
           END-EVALUATE.
           WRITE REVIEW-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO REVIEW-LINE.
           WRITE REVIEW-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REVIEW-LINE.
           WRITE REVIEW-LINE.
