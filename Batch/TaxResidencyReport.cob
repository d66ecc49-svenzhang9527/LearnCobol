       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. TaxResidencyReport.  *> 境外税收居民账户（CRS/FATCA）年度报送

      *> 年终 CRS/FATCA 报送：税务机关要求每年报送境外税收居民
      *> 持有的账户。本作业在 YearEndTaxReport 清零 YTD-INTEREST-PAID
      *> 之前运行（YearEndTaxReport 清零前核对本作业当日已正常
      *> 完成）：
      *>   1. 顺序扫描账户主文件，开户人及 ACCT_CUST_XREF.DAT 上的
      *>      联名持有人逐人查客户主档，声明的税收居民国里有本国
      *>      以外的即为应报送持有人：账户年末余额（透支按 0 报）、
      *>      本年利息总额（YTD-INTEREST-PAID）、持有人姓名地址、
      *>      居民国及纳税人识别号写报送抽取文件；居民国含 US 的
      *>      标 FATCA。共签人不是账户持有人，不报送；
      *>   2. 顺序扫描客户主档，有境外迹象（邮寄地址国别在境外，
      *>      或联系电话为境外号码）却没有有效自证的有效客户列入
      *>      跟进清单，由网点索取自证。
      *> 抽取文件 CRS_FATCA_EXTRACT.DAT，报表 CRS_FATCA.RPT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档：先随机读持有人，后顺序扫迹象
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT XREF-MASTER-FILE ASSIGN TO "ACCT_CUST_XREF.DAT"  *> 持有人交叉引用档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT TAX-PARM-FILE ASSIGN TO "YEAREND_PARM.DAT"  *> 纳税年度，与 YearEndTaxReport 共用
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *>   中央业务日期控制档：作业状态按此业务日期登记
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT JOB-STATUS-FILE ASSIGN TO "JOB_STATUS.DAT"  *> 夜间批流作业状态文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS-FS.

           SELECT CRS-EXTRACT-FILE ASSIGN TO "CRS_FATCA_EXTRACT.DAT"  *> 报送抽取文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT CRS-REPORT-FILE ASSIGN TO "CRS_FATCA.RPT"  *> 打印格式的报送清单与跟进清单
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  XREF-MASTER-FILE.
       01  XREF-RECORD.
           COPY CUSTXREF.

       FD  TAX-PARM-FILE.  *> 只取纳税年度，申报起点本作业不使用
       01  TAX-PARM-RECORD.
           05 PARM-TAX-YEAR         PIC 9(4).  *> 报送的纳税年度
           05 FILLER                PIC X(7).

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  JOB-STATUS-FILE.  *> 作业状态文件描述符
       01  JOB-STATUS-RECORD.
           COPY JOBSTAT.

       FD  CRS-EXTRACT-FILE.
       01  CRS-EXTRACT-RECORD.
           05 CRX-TAX-YEAR          PIC 9(4).  *> 纳税年度
           05 CRX-ACCOUNT-ID        PIC 9(8).  *> 账户ID
           05 CRX-CURRENCY-CODE     PIC X(3).  *> 记账币种，金额按此币种报
           05 CRX-YEAR-END-BALANCE  PIC 9(7)V99.  *> 年末余额，透支按 0
           05 CRX-GROSS-INTEREST    PIC 9(7)V99.  *> 本年利息总额
           05 CRX-HOLDER-ROLE       PIC X.  *> 'P'=开户人 'J'=联名持有人
           05 CRX-CUSTOMER-ID       PIC 9(6).  *> 持有人客户号
           05 CRX-CUSTOMER-NAME     PIC X(30).
           05 CRX-ADDRESS-LINE-1    PIC X(30).
           05 CRX-ADDRESS-LINE-2    PIC X(30).
           05 CRX-ADDRESS-LINE-3    PIC X(30).
           05 CRX-ADDRESS-COUNTRY   PIC X(2).  *> 邮寄地址国别，境内填本国代码
           05 CRX-ID-DOC-TYPE       PIC X(2).
           05 CRX-ID-DOC-NUMBER     PIC X(18).
           05 CRX-RESIDENCY OCCURS 3 TIMES.  *> 声明的税收居民国及纳税人识别号
               10 CRX-TAX-COUNTRY   PIC X(2).
               10 CRX-TAX-ID        PIC X(20).
           05 CRX-FATCA-FLAG        PIC X.  *> 'Y'=居民国含 US
           05 CRX-SELF-CERT-STATUS  PIC X.
           05 CRX-SELF-CERT-DATE    PIC 9(8).

       FD  CRS-REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-CUST-STATUS          PIC XX VALUE '00'.
       01  WS-XREF-STATUS          PIC XX VALUE '00'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.  *> 'Y'=交叉引用档可用
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.
       01  WS-JOB-STATUS-FS        PIC XX VALUE '00'.
       01  WS-EXTRACT-STATUS       PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-XREF-DONE            PIC X VALUE 'N'.
       01  WS-THIS-JOB-NAME        PIC X(8) VALUE 'CRSRPT  '.  *> 本程序在批流里的作业名
       01  WS-STREAM-DATE          PIC 9(8) VALUE 0.  *> 本批流的业务日期
       01  WS-JOB-EVENT-STATUS     PIC X VALUE 'S'.
       01  WS-JOB-LOG-TIME         PIC 9(8) VALUE 0.
       01  WS-TAX-YEAR             PIC 9(4) VALUE 0.  *> 报送的纳税年度
       01  WS-HOME-COUNTRY         PIC X(2) VALUE 'CN'.  *> 本行所在国，居民国/地址国别按此判境内外
       01  WS-HOME-DIAL-PLUS       PIC X(3) VALUE '+86'.  *> 本国电话国际区号的两种写法
       01  WS-HOME-DIAL-ZERO       PIC X(4) VALUE '0086'.

      *> 当前持有人的判定结果
       01  WS-HOLDER-ID            PIC 9(6) VALUE 0.
       01  WS-HOLDER-ROLE          PIC X VALUE SPACE.
       01  WS-TAX-INDEX            PIC 9 VALUE 0.
       01  WS-FOREIGN-RESIDENT     PIC X VALUE 'N'.  *> 'Y'=声明了本国以外的居民国
       01  WS-FATCA-HOLDER         PIC X VALUE 'N'.  *> 'Y'=居民国含 US
       01  WS-TIN-MISSING          PIC X VALUE 'N'.  *> 'Y'=有境外居民国缺纳税人识别号
       01  WS-ACCOUNT-REPORTED     PIC X VALUE 'N'.  *> 'Y'=本账户已有持有人报送
       01  WS-ADDRESS-INDICIUM     PIC X VALUE 'N'.
       01  WS-PHONE-INDICIUM       PIC X VALUE 'N'.
       01  WS-COUNTRY-LIST         PIC X(9) VALUE SPACES.  *> 居民国代码串，打印用
       01  WS-LIST-POS             PIC 9(2) VALUE 0.

      *> 统计
       01  WS-ACCOUNTS-READ        PIC 9(7) VALUE 0.
       01  WS-ACCOUNTS-REPORTED    PIC 9(7) VALUE 0.  *> 应报送账户数
       01  WS-HOLDERS-REPORTED     PIC 9(7) VALUE 0.  *> 报送的持有人记录数
       01  WS-FATCA-REPORTED       PIC 9(7) VALUE 0.  *> 其中 FATCA（US）持有人记录数
       01  WS-TIN-MISSING-COUNT    PIC 9(7) VALUE 0.  *> 缺纳税人识别号的持有人记录数
       01  WS-CERT-INVALID-COUNT   PIC 9(7) VALUE 0.  *> 自证非有效状态的持有人记录数
       01  WS-HOLDER-NOT-FOUND     PIC 9(7) VALUE 0.  *> 客户主档查无的持有人数
       01  WS-TOTAL-BALANCE        PIC 9(11)V99 VALUE 0.  *> 报送账户年末余额合计（每户一次）
       01  WS-TOTAL-INTEREST       PIC 9(11)V99 VALUE 0.  *> 报送账户利息合计（每户一次）
       01  WS-CUSTOMERS-SCANNED    PIC 9(7) VALUE 0.
       01  WS-FOLLOWUP-COUNT       PIC 9(7) VALUE 0.  *> 列入跟进清单的客户数

       01  WS-TITLE-LINE.
           05 FILLER                PIC X(44)
               VALUE 'CRS/FATCA FOREIGN TAX RESIDENT ACCOUNTS   '.
           05 FILLER                PIC X(9) VALUE 'TAX YEAR '.
           05 TTL-TAX-YEAR          PIC 9(4).
           05 FILLER                PIC X(17) VALUE '   BUSINESS DATE '.
           05 TTL-BUSINESS-DATE     PIC 9(8).
       01  WS-ACCOUNT-HEADING.
           05 FILLER                PIC X(44)
               VALUE 'ACCOUNT  R CUST   NAME                      '.
           05 FILLER                PIC X(39)
               VALUE '     CCY YEAR-END BAL  GROSS INTEREST  '.
           05 FILLER                PIC X(16)
               VALUE 'RESIDENCY FLAGS'.
       01  WS-ACCOUNT-LINE.
           05 ACL-ACCOUNT-ID        PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 ACL-HOLDER-ROLE       PIC X.
           05 FILLER                PIC X VALUE SPACE.
           05 ACL-CUSTOMER-ID       PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 ACL-CUSTOMER-NAME     PIC X(30).
           05 FILLER                PIC X VALUE SPACE.
           05 ACL-CURRENCY-CODE     PIC X(3).
           05 FILLER                PIC X VALUE SPACE.
           05 ACL-BALANCE           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 ACL-INTEREST          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 ACL-COUNTRIES         PIC X(9).
           05 FILLER                PIC X VALUE SPACE.
           05 ACL-FLAG-FATCA        PIC X(6).
           05 ACL-FLAG-TIN          PIC X(12).
           05 ACL-FLAG-CERT         PIC X(15).
       01  WS-FOLLOWUP-HEADING.
           05 FILLER                PIC X(44)
               VALUE 'CUST   NAME                           ADDR  '.
           05 FILLER                PIC X(43)
               VALUE 'PHONE            INDICIA   SELF-CERT  CERT '.
           05 FILLER                PIC X(4)
               VALUE 'DATE'.
       01  WS-FOLLOWUP-LINE.
           05 FUL-CUSTOMER-ID       PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 FUL-CUSTOMER-NAME     PIC X(30).
           05 FILLER                PIC X VALUE SPACE.
           05 FUL-ADDRESS-COUNTRY   PIC X(2).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FUL-PHONE-NUMBER      PIC X(15).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FUL-INDICIA           PIC X(9).
           05 FILLER                PIC X VALUE SPACE.
           05 FUL-CERT-TEXT         PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 FUL-CERT-DATE         PIC 9(8).

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-TAX-PARAMETERS.
           PERFORM READ-BUSINESS-DATE.
           MOVE 'S' TO WS-JOB-EVENT-STATUS.
           PERFORM RECORD-JOB-EVENT.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
      *    没有客户主档就无从判定税收居民身份，整份报送不出
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY "Error opening customer master. File Status: "
                   WS-CUST-STATUS
               CLOSE MASTER-FILE
               STOP RUN
           END-IF.
      *    交叉引用档可能尚未建立；开不出来只报送开户人
           OPEN INPUT XREF-MASTER-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           ELSE
               DISPLAY "Holder cross-reference not available, joint "
                   "holders not reported."
           END-IF.
           OPEN OUTPUT CRS-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY "Error opening CRS extract. File Status: "
                   WS-EXTRACT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT CRS-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening CRS report. File Status: "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE WS-TAX-YEAR TO TTL-TAX-YEAR.
           MOVE WS-STREAM-DATE TO TTL-BUSINESS-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'REPORTABLE ACCOUNTS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACCOUNT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           PERFORM PRINT-ACCOUNT-TOTALS.

           PERFORM SCAN-INDICIA-FOLLOWUP.

           CLOSE MASTER-FILE CUSTOMER-MASTER-FILE.
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-MASTER-FILE
           END-IF.
           CLOSE CRS-EXTRACT-FILE CRS-REPORT-FILE.

           DISPLAY "===== CRS/FATCA REPORTING SUMMARY =====".
           DISPLAY "TAX YEAR              : " WS-TAX-YEAR.
           DISPLAY "ACCOUNTS READ         : " WS-ACCOUNTS-READ.
           DISPLAY "ACCOUNTS REPORTABLE   : " WS-ACCOUNTS-REPORTED.
           DISPLAY "HOLDER RECORDS        : " WS-HOLDERS-REPORTED.
           DISPLAY "  OF WHICH FATCA (US) : " WS-FATCA-REPORTED.
           DISPLAY "  TIN MISSING         : " WS-TIN-MISSING-COUNT.
           DISPLAY "  SELF-CERT NOT VALID : " WS-CERT-INVALID-COUNT.
           DISPLAY "HOLDERS NOT ON FILE   : " WS-HOLDER-NOT-FOUND.
           DISPLAY "INDICIA FOLLOW-UPS    : " WS-FOLLOWUP-COUNT.
           MOVE 'C' TO WS-JOB-EVENT-STATUS.
           PERFORM RECORD-JOB-EVENT.
           STOP RUN.

       READ-TAX-PARAMETERS.
      *> 纳税年度与 YearEndTaxReport 取同一份参数；参数缺失按
      *> 业务日期所在年度
           OPEN INPUT TAX-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ TAX-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
               END-READ
               CLOSE TAX-PARM-FILE
           END-IF.

       READ-BUSINESS-DATE.
      *> 中央业务日期控制档在则以其为准，未建（转换期）按运行日
           ACCEPT WS-STREAM-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-STREAM-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
           IF WS-TAX-YEAR = 0
               MOVE WS-STREAM-DATE(1:4) TO WS-TAX-YEAR
           END-IF.

       CHECK-ONE-ACCOUNT.
      *> 开户人先判，再按交叉引用逐个判联名持有人；共签人跳过
           MOVE 'N' TO WS-ACCOUNT-REPORTED.
           IF CUSTOMER-ID NUMERIC AND CUSTOMER-ID > 0
               MOVE CUSTOMER-ID TO WS-HOLDER-ID
               MOVE 'P' TO WS-HOLDER-ROLE
               PERFORM CHECK-ONE-HOLDER
           END-IF.
           IF WS-XREF-OPEN = 'Y'
               PERFORM CHECK-JOINT-HOLDERS
           END-IF.

       CHECK-JOINT-HOLDERS.
           MOVE ACCOUNT-ID TO XRF-ACCOUNT-ID.
           MOVE 0 TO XRF-CUSTOMER-ID.
           MOVE 'N' TO WS-XREF-DONE.
           START XREF-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO XRF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-DONE
           END-START.
           PERFORM UNTIL WS-XREF-DONE = 'Y'
               READ XREF-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-DONE
                   NOT AT END
                       IF XRF-ACCOUNT-ID NOT = ACCOUNT-ID
                           MOVE 'Y' TO WS-XREF-DONE
                       ELSE
                           IF XRF-CUSTOMER-ID NOT = CUSTOMER-ID AND
                                   XRF-ROLE-CODE NOT = 'S'
                               MOVE XRF-CUSTOMER-ID TO WS-HOLDER-ID
                               MOVE 'J' TO WS-HOLDER-ROLE
                               PERFORM CHECK-ONE-HOLDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-HOLDER.
           MOVE WS-HOLDER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-HOLDER-NOT-FOUND
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'N' TO WS-FOREIGN-RESIDENT.
           MOVE 'N' TO WS-FATCA-HOLDER.
           MOVE 'N' TO WS-TIN-MISSING.
           MOVE SPACES TO WS-COUNTRY-LIST.
           MOVE 1 TO WS-LIST-POS.
           PERFORM VARYING WS-TAX-INDEX FROM 1 BY 1
                   UNTIL WS-TAX-INDEX > 3
               IF CM-TAX-COUNTRY(WS-TAX-INDEX) NOT = SPACES
                   MOVE CM-TAX-COUNTRY(WS-TAX-INDEX)
                       TO WS-COUNTRY-LIST(WS-LIST-POS:2)
                   ADD 3 TO WS-LIST-POS
                   IF CM-TAX-COUNTRY(WS-TAX-INDEX) NOT = WS-HOME-COUNTRY
                       MOVE 'Y' TO WS-FOREIGN-RESIDENT
                       IF CM-TAX-ID(WS-TAX-INDEX) = SPACES
                           MOVE 'Y' TO WS-TIN-MISSING
                       END-IF
                   END-IF
                   IF CM-TAX-COUNTRY(WS-TAX-INDEX) = 'US'
                       MOVE 'Y' TO WS-FATCA-HOLDER
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FOREIGN-RESIDENT = 'Y'
               PERFORM REPORT-ONE-HOLDER
           END-IF.

       REPORT-ONE-HOLDER.
      *> 一个应报送持有人写一条抽取记录、打一行；账户的余额与
      *> 利息合计只在该账户首个报送持有人上计一次
           MOVE WS-TAX-YEAR        TO CRX-TAX-YEAR.
           MOVE ACCOUNT-ID         TO CRX-ACCOUNT-ID.
           MOVE CURRENCY-CODE      TO CRX-CURRENCY-CODE.
           IF CRX-CURRENCY-CODE = SPACES
               MOVE 'CNY' TO CRX-CURRENCY-CODE
           END-IF.
           IF ACCOUNT-BALANCE < 0
               MOVE 0 TO CRX-YEAR-END-BALANCE
           ELSE
               MOVE ACCOUNT-BALANCE TO CRX-YEAR-END-BALANCE
           END-IF.
           MOVE YTD-INTEREST-PAID  TO CRX-GROSS-INTEREST.
           MOVE WS-HOLDER-ROLE     TO CRX-HOLDER-ROLE.
           MOVE CM-CUSTOMER-ID     TO CRX-CUSTOMER-ID.
           MOVE CM-CUSTOMER-NAME   TO CRX-CUSTOMER-NAME.
           MOVE CM-ADDRESS-LINE-1  TO CRX-ADDRESS-LINE-1.
           MOVE CM-ADDRESS-LINE-2  TO CRX-ADDRESS-LINE-2.
           MOVE CM-ADDRESS-LINE-3  TO CRX-ADDRESS-LINE-3.
           MOVE CM-ADDRESS-COUNTRY TO CRX-ADDRESS-COUNTRY.
           IF CRX-ADDRESS-COUNTRY = SPACES
               MOVE WS-HOME-COUNTRY TO CRX-ADDRESS-COUNTRY
           END-IF.
           MOVE CM-ID-DOC-TYPE     TO CRX-ID-DOC-TYPE.
           MOVE CM-ID-DOC-NUMBER   TO CRX-ID-DOC-NUMBER.
           PERFORM VARYING WS-TAX-INDEX FROM 1 BY 1
                   UNTIL WS-TAX-INDEX > 3
               MOVE CM-TAX-COUNTRY(WS-TAX-INDEX)
                   TO CRX-TAX-COUNTRY(WS-TAX-INDEX)
               MOVE CM-TAX-ID(WS-TAX-INDEX)
                   TO CRX-TAX-ID(WS-TAX-INDEX)
           END-PERFORM.
           MOVE WS-FATCA-HOLDER    TO CRX-FATCA-FLAG.
           MOVE CM-SELF-CERT-STATUS TO CRX-SELF-CERT-STATUS.
           MOVE CM-SELF-CERT-DATE  TO CRX-SELF-CERT-DATE.
           WRITE CRS-EXTRACT-RECORD.
           ADD 1 TO WS-HOLDERS-REPORTED.
           IF WS-ACCOUNT-REPORTED = 'N'
               MOVE 'Y' TO WS-ACCOUNT-REPORTED
               ADD 1 TO WS-ACCOUNTS-REPORTED
               ADD CRX-YEAR-END-BALANCE TO WS-TOTAL-BALANCE
               ADD CRX-GROSS-INTEREST TO WS-TOTAL-INTEREST
           END-IF.

           MOVE ACCOUNT-ID         TO ACL-ACCOUNT-ID.
           MOVE WS-HOLDER-ROLE     TO ACL-HOLDER-ROLE.
           MOVE CM-CUSTOMER-ID     TO ACL-CUSTOMER-ID.
           MOVE CM-CUSTOMER-NAME   TO ACL-CUSTOMER-NAME.
           MOVE CRX-CURRENCY-CODE  TO ACL-CURRENCY-CODE.
           MOVE CRX-YEAR-END-BALANCE TO ACL-BALANCE.
           MOVE CRX-GROSS-INTEREST TO ACL-INTEREST.
           MOVE WS-COUNTRY-LIST    TO ACL-COUNTRIES.
           MOVE SPACES TO ACL-FLAG-FATCA ACL-FLAG-TIN ACL-FLAG-CERT.
           IF WS-FATCA-HOLDER = 'Y'
               MOVE 'FATCA' TO ACL-FLAG-FATCA
               ADD 1 TO WS-FATCA-REPORTED
           END-IF.
           IF WS-TIN-MISSING = 'Y'
               MOVE 'TIN MISSING' TO ACL-FLAG-TIN
               ADD 1 TO WS-TIN-MISSING-COUNT
           END-IF.
           IF CM-SELF-CERT-STATUS NOT = 'Y'
               MOVE 'CERT NOT VALID' TO ACL-FLAG-CERT
               ADD 1 TO WS-CERT-INVALID-COUNT
           END-IF.
           MOVE WS-ACCOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-ACCOUNT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS REPORTABLE " WS-ACCOUNTS-REPORTED
               "  HOLDER RECORDS " WS-HOLDERS-REPORTED
               "  FATCA " WS-FATCA-REPORTED
               "  TIN MISSING " WS-TIN-MISSING-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "YEAR-END BALANCE TOTAL " WS-TOTAL-BALANCE
               "  GROSS INTEREST TOTAL " WS-TOTAL-INTEREST
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       SCAN-INDICIA-FOLLOWUP.
      *> 顺序扫客户主档：有效客户有境外迹象、自证不是有效状态的
      *> 列入跟进清单
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'FOREIGN INDICIA WITHOUT VALID SELF-CERTIFICATION'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FOLLOWUP-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO CM-CUSTOMER-ID.
           MOVE 'N' TO WS-EOF.
           START CUSTOMER-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO CM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CUSTOMERS-SCANNED
                       IF CM-STATUS NOT = 'D' AND
                               CM-SELF-CERT-STATUS NOT = 'Y'
                           PERFORM CHECK-FOREIGN-INDICIA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTOMERS SCANNED " WS-CUSTOMERS-SCANNED
               "  FOLLOW-UPS " WS-FOLLOWUP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       CHECK-FOREIGN-INDICIA.
      *> 地址迹象：邮寄地址国别填了本国以外的代码；电话迹象：
      *> 以 '+' 或 '00' 开头的国际号码而区号不是本国
           MOVE 'N' TO WS-ADDRESS-INDICIUM.
           MOVE 'N' TO WS-PHONE-INDICIUM.
           IF CM-ADDRESS-COUNTRY NOT = SPACES AND
                   CM-ADDRESS-COUNTRY NOT = WS-HOME-COUNTRY
               MOVE 'Y' TO WS-ADDRESS-INDICIUM
           END-IF.
           IF CM-PHONE-NUMBER(1:1) = '+' AND
                   CM-PHONE-NUMBER(1:3) NOT = WS-HOME-DIAL-PLUS
               MOVE 'Y' TO WS-PHONE-INDICIUM
           END-IF.
           IF CM-PHONE-NUMBER(1:2) = '00' AND
                   CM-PHONE-NUMBER(1:4) NOT = WS-HOME-DIAL-ZERO
               MOVE 'Y' TO WS-PHONE-INDICIUM
           END-IF.
           IF WS-ADDRESS-INDICIUM = 'N' AND WS-PHONE-INDICIUM = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE CM-CUSTOMER-ID     TO FUL-CUSTOMER-ID.
           MOVE CM-CUSTOMER-NAME   TO FUL-CUSTOMER-NAME.
           MOVE CM-ADDRESS-COUNTRY TO FUL-ADDRESS-COUNTRY.
           MOVE CM-PHONE-NUMBER    TO FUL-PHONE-NUMBER.
           EVALUATE TRUE
               WHEN WS-ADDRESS-INDICIUM = 'Y' AND
                       WS-PHONE-INDICIUM = 'Y'
                   MOVE 'ADDR+PHON' TO FUL-INDICIA
               WHEN WS-ADDRESS-INDICIUM = 'Y'
                   MOVE 'ADDRESS' TO FUL-INDICIA
               WHEN OTHER
                   MOVE 'PHONE' TO FUL-INDICIA
           END-EVALUATE.
           EVALUATE CM-SELF-CERT-STATUS
               WHEN 'R'
                   MOVE 'REQUESTED' TO FUL-CERT-TEXT
               WHEN 'N'
                   MOVE 'LAPSED' TO FUL-CERT-TEXT
               WHEN OTHER
                   MOVE 'NONE' TO FUL-CERT-TEXT
           END-EVALUATE.
           MOVE CM-SELF-CERT-DATE  TO FUL-CERT-DATE.
           MOVE WS-FOLLOWUP-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-FOLLOWUP-COUNT.

       RECORD-JOB-EVENT.
           MOVE WS-THIS-JOB-NAME TO JS-JOB-NAME.
           MOVE WS-STREAM-DATE TO JS-BUSINESS-DATE.
           MOVE WS-JOB-EVENT-STATUS TO JS-RUN-STATUS.
           ACCEPT WS-JOB-LOG-TIME FROM TIME.
           MOVE WS-JOB-LOG-TIME TO JS-LOG-TIME.
           OPEN EXTEND JOB-STATUS-FILE.
           IF WS-JOB-STATUS-FS NOT = '00'
               OPEN OUTPUT JOB-STATUS-FILE
           END-IF.
           WRITE JOB-STATUS-RECORD.
           CLOSE JOB-STATUS-FILE.
