       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. RefDataChangeReport.  *> 参考数据变更日志调阅报表

      *> 参考数据变更调阅：内审按档名、主键、业务日期区间调阅
      *> REFDATA_CHANGE_LOG.DAT，不必再从备份拼。调阅条件取
      *> CHANGE_LOG_QUERY.DAT（档名/主键空白=全部，日期 0=不限）。
      *> 每笔改动列出套用时间、作业、提交人、档名、主键和动作；
      *> 改写只列改了的栏位及改前 -> 改后值，新增列全部栏位的
      *> 新值，删除列全部栏位的原值。栏位按下面的栏位对照表从
      *> 整条映像里切出，对照表与各档记录布局（CUSTMAST、
      *> PRODMAST、USERREC、ODLIMIT、ACCTHOLD、COACODE、INTDISP、
      *> CUSTXREF、ALERTSUB、ENTITLE、CARDMAST、SDBOX、TXNCODE、ACCTRNG）同步维护；表里没有的档按整条映像列出。
      *> 报表 REFDATA_CHANGES.RPT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERY-PARM-FILE ASSIGN TO "CHANGE_LOG_QUERY.DAT"  *> 调阅条件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUERY-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO "REFDATA_CHANGE_LOG.DAT"  *> 参考数据变更日志
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

           SELECT CHANGE-REPORT-FILE
               ASSIGN TO "REFDATA_CHANGES.RPT"  *> 打印格式的变更调阅报表
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUERY-PARM-FILE.
       01  QUERY-PARM-RECORD.
           05 QRY-FILE-ID           PIC X(8).  *> 档名，空白=全部
           05 QRY-RECORD-KEY        PIC X(20).  *> 主键（按记录原样，账户ID 8 位补零），空白=全部
           05 QRY-FROM-DATE         PIC 9(8).  *> 起始业务日期，0=不限
           05 QRY-TO-DATE           PIC 9(8).  *> 截止业务日期，0=不限

       FD  CHANGE-LOG-FILE.  *> 与各维护作业写出的变更日志同布局
       01  CHANGE-LOG-RECORD.
           COPY REFCHG.

       FD  CHANGE-REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-QUERY-STATUS         PIC XX VALUE '00'.
       01  WS-CHGLOG-STATUS        PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-CHGLOG-EOF           PIC X VALUE 'N'.
       01  WS-SEL-FILE-ID          PIC X(8) VALUE SPACES.  *> 调阅档名
       01  WS-SEL-RECORD-KEY       PIC X(20) VALUE SPACES.  *> 调阅主键
       01  WS-SEL-FROM-DATE        PIC 9(8) VALUE 0.
       01  WS-SEL-TO-DATE          PIC 9(8) VALUE 99999999.
       01  WS-SELECTED             PIC X VALUE 'N'.  *> 'Y'=本条日志符合调阅条件
       01  WS-READ-COUNT           PIC 9(7) VALUE 0.  *> 读入的日志记录数
       01  WS-CHANGE-COUNT         PIC 9(7) VALUE 0.  *> 列出的改动数
       01  WS-ADD-COUNT            PIC 9(7) VALUE 0.
       01  WS-UPDATE-COUNT         PIC 9(7) VALUE 0.
       01  WS-DELETE-COUNT         PIC 9(7) VALUE 0.
       01  WS-ORPHAN-COUNT         PIC 9(7) VALUE 0.  *> 改后映像找不到配对改前映像的改动数

      *> 改写的改前映像先存着，等紧随其后的改后映像配对
       01  WS-PENDING-BEFORE       PIC X VALUE 'N'.  *> 'Y'=有待配对的改前映像
       01  WS-PENDING-FILE-ID      PIC X(8) VALUE SPACES.
       01  WS-PENDING-KEY          PIC X(20) VALUE SPACES.
       01  WS-PENDING-TIME         PIC 9(8) VALUE 0.
       01  WS-BEFORE-IMAGE         PIC X(400) VALUE SPACES.
       01  WS-AFTER-IMAGE          PIC X(400) VALUE SPACES.

      *> 栏位对照表：档名 + 栏位名 + 映像内起始位置 + 长度 + 小数位
       01  WS-FIELD-MAP-LIST.
      *>   CUSTMAST
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTCUSTOMER-ID         0010060'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTCUSTOMER-NAME       0070300'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTADDRESS-LINE-1      0370300'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTADDRESS-LINE-2      0670300'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTADDRESS-LINE-3      0970300'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTPHONE-NUMBER        1270150'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTID-DOC-TYPE         1420020'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTID-DOC-NUMBER       1440180'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTLANGUAGE-CODE       1620020'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTSTATUS              1640010'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTID-EXPIRY-DATE      1650080'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTRISK-RATING         1730010'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTLAST-REVIEW-DATE    1740080'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTKYC-STATUS          1820010'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTSCREEN-DATE         1830080'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTDATE-OF-DEATH       1910080'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTESTATE-STATUS       1990010'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTMAIL-FLAG           2000010'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTMAIL-FLAG-DATE      2010080'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTEMAIL-ADDRESS       2090400'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTADDRESS-COUNTRY     2490020'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTTAX-COUNTRY-1       2510020'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTTAX-ID-1            2530200'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTTAX-COUNTRY-2       2730020'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTTAX-ID-2            2750200'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTTAX-COUNTRY-3       2950020'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTTAX-ID-3            2970200'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTSELF-CERT-STATUS    3170010'.
           05 FILLER PIC X(35)
               VALUE 'CUSTMASTSELF-CERT-DATE      3180080'.
      *>   PRODMAST
           05 FILLER PIC X(35)
               VALUE 'PRODMASTPRODUCT-CODE        0010020'.
           05 FILLER PIC X(35)
               VALUE 'PRODMASTDESCRIPTION         0030200'.
           05 FILLER PIC X(35)
               VALUE 'PRODMASTTIER1-LIMIT         0230092'.
           05 FILLER PIC X(35)
               VALUE 'PRODMASTTIER2-LIMIT         0320092'.
           05 FILLER PIC X(35)
               VALUE 'PRODMASTTIER1-RATE          0410054'.
           05 FILLER PIC X(35)
               VALUE 'PRODMASTTIER2-RATE          0460054'.
           05 FILLER PIC X(35)
               VALUE 'PRODMASTTIER3-RATE          0510054'.
           05 FILLER PIC X(35)
               VALUE 'PRODMASTMANAGEMENT-FEE      0560042'.
           05 FILLER PIC X(35)
               VALUE 'PRODMASTOVERDRAFT-FEE       0600042'.
           05 FILLER PIC X(35)
               VALUE 'PRODMASTOD-ALLOWED          0640010'.
           05 FILLER PIC X(35)
               VALUE 'PRODMASTSTATUS              0650010'.
           05 FILLER PIC X(35)
               VALUE 'PRODMASTFREE-WITHDRAWALS    0660030'.
           05 FILLER PIC X(35)
               VALUE 'PRODMASTWITHDRAWAL-FEE      0690042'.
           05 FILLER PIC X(35)
               VALUE 'PRODMASTFREE-TRANSFERS      0730030'.
           05 FILLER PIC X(35)
               VALUE 'PRODMASTTRANSFER-FEE        0760042'.
      *>   USERMAST
           05 FILLER PIC X(35)
               VALUE 'USERMASTTELLER-ID           0010080'.
           05 FILLER PIC X(35)
               VALUE 'USERMASTPASSWORD            0090080'.
           05 FILLER PIC X(35)
               VALUE 'USERMASTAUTH-LEVEL          0170010'.
           05 FILLER PIC X(35)
               VALUE 'USERMASTSTATUS              0180010'.
           05 FILLER PIC X(35)
               VALUE 'USERMASTPWD-CHANGED-DATE    0190080'.
           05 FILLER PIC X(35)
               VALUE 'USERMASTPREV-PASSWORD-1     0270080'.
           05 FILLER PIC X(35)
               VALUE 'USERMASTPREV-PASSWORD-2     0350080'.
           05 FILLER PIC X(35)
               VALUE 'USERMASTFAIL-COUNT          0430020'.
           05 FILLER PIC X(35)
               VALUE 'USERMASTTXN-LIMIT           0450092'.
           05 FILLER PIC X(35)
               VALUE 'USERMASTDAILY-LIMIT         0540112'.
           05 FILLER PIC X(35)
               VALUE 'USERMASTROLE-CODE           0650040'.
           05 FILLER PIC X(35)
               VALUE 'USERMASTMANAGER-ID          0690080'.
      *>   ODLIMIT
           05 FILLER PIC X(35)
               VALUE 'ODLIMIT ACCOUNT-ID          0010080'.
           05 FILLER PIC X(35)
               VALUE 'ODLIMIT LIMIT-AMOUNT        0090092'.
           05 FILLER PIC X(35)
               VALUE 'ODLIMIT EXPIRY-DATE         0180080'.
           05 FILLER PIC X(35)
               VALUE 'ODLIMIT REVIEW-DATE         0260080'.
           05 FILLER PIC X(35)
               VALUE 'ODLIMIT STATUS              0340010'.
      *>   ACCTHOLD
           05 FILLER PIC X(35)
               VALUE 'ACCTHOLDACCOUNT-ID          0010080'.
           05 FILLER PIC X(35)
               VALUE 'ACCTHOLDHOLD-TYPE           0090010'.
           05 FILLER PIC X(35)
               VALUE 'ACCTHOLDHOLD-AMOUNT         0100092'.
           05 FILLER PIC X(35)
               VALUE 'ACCTHOLDSTART-DATE          0190080'.
           05 FILLER PIC X(35)
               VALUE 'ACCTHOLDEXPIRY-DATE         0270080'.
           05 FILLER PIC X(35)
               VALUE 'ACCTHOLDORDER-REF           0350120'.
           05 FILLER PIC X(35)
               VALUE 'ACCTHOLDSTATUS              0470010'.
      *>   COACODE
           05 FILLER PIC X(35)
               VALUE 'COACODE ACCOUNT-CODE        0010100'.
           05 FILLER PIC X(35)
               VALUE 'COACODE DESCRIPTION         0110300'.
           05 FILLER PIC X(35)
               VALUE 'COACODE TYPE                0410010'.
           05 FILLER PIC X(35)
               VALUE 'COACODE NORMAL-SIDE         0420020'.
           05 FILLER PIC X(35)
               VALUE 'COACODE ACTIVE              0440010'.
      *>   INTDISP
           05 FILLER PIC X(35)
               VALUE 'INTDISP ACCOUNT-ID          0010080'.
           05 FILLER PIC X(35)
               VALUE 'INTDISP DISP-CODE           0090010'.
           05 FILLER PIC X(35)
               VALUE 'INTDISP TARGET-ACCOUNT      0100080'.
      *>   CUSTXREF
           05 FILLER PIC X(35)
               VALUE 'CUSTXREFACCOUNT-ID          0010080'.
           05 FILLER PIC X(35)
               VALUE 'CUSTXREFCUSTOMER-ID         0090060'.
           05 FILLER PIC X(35)
               VALUE 'CUSTXREFROLE-CODE           0150010'.
      *>   ALERTSUB
           05 FILLER PIC X(35)
               VALUE 'ALERTSUBACCOUNT-ID          0010080'.
           05 FILLER PIC X(35)
               VALUE 'ALERTSUBCUSTOMER-ID         0090060'.
           05 FILLER PIC X(35)
               VALUE 'ALERTSUBCHANNEL             0150010'.
           05 FILLER PIC X(35)
               VALUE 'ALERTSUBDEBIT-THRESHOLD     0160092'.
           05 FILLER PIC X(35)
               VALUE 'ALERTSUBLOW-BALANCE         0250092'.
           05 FILLER PIC X(35)
               VALUE 'ALERTSUBRETURN-ALERT        0340010'.
           05 FILLER PIC X(35)
               VALUE 'ALERTSUBHOLD-ALERT          0350010'.
           05 FILLER PIC X(35)
               VALUE 'ALERTSUBQUIET-START         0360040'.
           05 FILLER PIC X(35)
               VALUE 'ALERTSUBQUIET-END           0400040'.
           05 FILLER PIC X(35)
               VALUE 'ALERTSUBSTATUS              0440010'.
           05 FILLER PIC X(35)
               VALUE 'ALERTSUBMAINT-DATE          0450080'.
      *>   ENTITLE
           05 FILLER PIC X(35)
               VALUE 'ENTITLE ROLE-CODE           0010040'.
           05 FILLER PIC X(35)
               VALUE 'ENTITLE FUNCTION            0050040'.
           05 FILLER PIC X(35)
               VALUE 'ENTITLE GRANTED-DATE        0090080'.
           05 FILLER PIC X(35)
               VALUE 'ENTITLE GRANTED-BY          0170080'.
      *>   CARDMAST
           05 FILLER PIC X(35)
               VALUE 'CARDMASTCARD-TOKEN          0010160'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTACCOUNT-ID          0170080'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTCUSTOMER-ID         0250060'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTEMBOSS-NAME         0310260'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTSTATUS              0570010'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTBLOCK-REASON        0580010'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTISSUE-DATE          0590080'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTEXPIRY-DATE         0670060'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTATM-DAILY-LIMIT     0730092'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTPOS-DAILY-LIMIT     0820092'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTSTATUS-DATE         0910080'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTREPLACES-TOKEN      0990160'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTREPLACED-BY-TOKEN   1150160'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTREPLACE-COUNT       1310020'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTEMBOSS-STATUS       1330010'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTEMBOSS-REASON       1340010'.
           05 FILLER PIC X(35)
               VALUE 'CARDMASTEMBOSS-DATE         1350080'.
      *>   SDBOX
           05 FILLER PIC X(35)
               VALUE 'SDBOX   BRANCH-CODE         0010040'.
           05 FILLER PIC X(35)
               VALUE 'SDBOX   BOX-NUMBER          0050060'.
           05 FILLER PIC X(35)
               VALUE 'SDBOX   BOX-SIZE            0110010'.
           05 FILLER PIC X(35)
               VALUE 'SDBOX   STATUS              0120010'.
           05 FILLER PIC X(35)
               VALUE 'SDBOX   ANNUAL-RENT         0130072'.
           05 FILLER PIC X(35)
               VALUE 'SDBOX   CUSTOMER-ID         0200060'.
           05 FILLER PIC X(35)
               VALUE 'SDBOX   DEBIT-ACCOUNT       0260080'.
           05 FILLER PIC X(35)
               VALUE 'SDBOX   RENTAL-START        0340080'.
           05 FILLER PIC X(35)
               VALUE 'SDBOX   RENT-DUE-DATE       0420080'.
           05 FILLER PIC X(35)
               VALUE 'SDBOX   KEY-DEPOSIT         0500072'.
           05 FILLER PIC X(35)
               VALUE 'SDBOX   BILL-STATUS         0570010'.
           05 FILLER PIC X(35)
               VALUE 'SDBOX   LAST-BILLED-DATE    0580080'.
           05 FILLER PIC X(35)
               VALUE 'SDBOX   LAST-BILLED-AMOUNT  0660072'.
           05 FILLER PIC X(35)
               VALUE 'SDBOX   UNPAID-SINCE        0730080'.
           05 FILLER PIC X(35)
               VALUE 'SDBOX   DRILL-NOTICE-DATE   0810080'.
           05 FILLER PIC X(35)
               VALUE 'SDBOX   STATUS-DATE         0890080'.
      *>   TXNCODE
           05 FILLER PIC X(35)
               VALUE 'TXNCODE CODE                0010020'.
           05 FILLER PIC X(35)
               VALUE 'TXNCODE DESC-EN             0030300'.
           05 FILLER PIC X(35)
               VALUE 'TXNCODE DESC-ZH             0330300'.
           05 FILLER PIC X(35)
               VALUE 'TXNCODE DEBIT-CREDIT        0630020'.
           05 FILLER PIC X(35)
               VALUE 'TXNCODE GL-ACCOUNT          0650100'.
           05 FILLER PIC X(35)
               VALUE 'TXNCODE GL-BY-BRANCH        0750010'.
           05 FILLER PIC X(35)
               VALUE 'TXNCODE FEE-ELIGIBLE        0760010'.
           05 FILLER PIC X(35)
               VALUE 'TXNCODE COUNTS-ACTIVITY     0770010'.
           05 FILLER PIC X(35)
               VALUE 'TXNCODE NARRATIVE           0780400'.
      *>   ACCTRNG
           05 FILLER PIC X(35)
               VALUE 'ACCTRNG BRANCH-CODE         0010040'.
           05 FILLER PIC X(35)
               VALUE 'ACCTRNG PRODUCT-CODE        0050020'.
           05 FILLER PIC X(35)
               VALUE 'ACCTRNG RANGE-START         0070070'.
           05 FILLER PIC X(35)
               VALUE 'ACCTRNG RANGE-END           0140070'.
           05 FILLER PIC X(35)
               VALUE 'ACCTRNG NEXT-BASE           0210080'.
           05 FILLER PIC X(35)
               VALUE 'ACCTRNG ALLOCATED-COUNT     0290070'.
           05 FILLER PIC X(35)
               VALUE 'ACCTRNG SKIPPED-COUNT       0360070'.
           05 FILLER PIC X(35)
               VALUE 'ACCTRNG WARN-PCT            0430030'.
           05 FILLER PIC X(35)
               VALUE 'ACCTRNG STATUS              0460010'.
           05 FILLER PIC X(35)
               VALUE 'ACCTRNG LAST-ALLOC-DATE     0470080'.
           05 FILLER PIC X(35)
               VALUE 'ACCTRNG LAST-ALLOC-ID       0550080'.
       01  WS-FIELD-MAP-TABLE REDEFINES WS-FIELD-MAP-LIST.
           05 FMP-ENTRY OCCURS 147 TIMES.
               10 FMP-FILE-ID       PIC X(8).
               10 FMP-FIELD-NAME    PIC X(20).
               10 FMP-OFFSET        PIC 9(3).
               10 FMP-LENGTH        PIC 9(3).
               10 FMP-DECIMALS      PIC 9.
       01  WS-FMP-INDEX            PIC 9(3) COMP VALUE 0.
       01  WS-FIELD-FOUND          PIC X VALUE 'N'.  *> 'Y'=该档在对照表里有栏位
       01  WS-FIELD-POS            PIC 9(3) VALUE 0.
       01  WS-FIELD-LEN            PIC 9(3) VALUE 0.
       01  WS-INT-LEN              PIC 9(3) VALUE 0.
       01  WS-DEC-POS              PIC 9(3) VALUE 0.
       01  WS-FIELD-BEFORE         PIC X(40) VALUE SPACES.
       01  WS-FIELD-AFTER          PIC X(40) VALUE SPACES.
       01  WS-SHOW-BEFORE          PIC X(40) VALUE SPACES.  *> 排版后的改前值
       01  WS-SHOW-AFTER           PIC X(40) VALUE SPACES.  *> 排版后的改后值
       01  WS-FORMAT-IN            PIC X(40) VALUE SPACES.
       01  WS-FORMAT-OUT           PIC X(40) VALUE SPACES.
       01  WS-ACTION-TEXT          PIC X(6) VALUE SPACES.

       01  WS-CHANGE-HEADING.
           05 CHD-BUSINESS-DATE     PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 CHD-LOG-TIME          PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CHD-JOB-NAME          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CHD-SUBMITTER-ID      PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CHD-FILE-ID           PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CHD-RECORD-KEY        PIC X(20).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CHD-ACTION            PIC X(6).
           05 FILLER                PIC X(7) VALUE '  CODE '.
           05 CHD-MAINT-CODE        PIC X.
       01  WS-FIELD-LINE.
           05 FILLER                PIC X(6) VALUE SPACES.
           05 FLD-FIELD-NAME        PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 FLD-BEFORE            PIC X(40).
           05 FLD-ARROW             PIC X(4) VALUE ' -> '.
           05 FLD-AFTER             PIC X(40).

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-QUERY-PARAMETERS.
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-CHGLOG-STATUS NOT = '00'
               DISPLAY "REFDATA_CHANGE_LOG.DAT not available - "
                   "nothing to report."
               STOP RUN
           END-IF.
           OPEN OUTPUT CHANGE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening change report. File Status: "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.

           PERFORM UNTIL WS-CHGLOG-EOF = 'Y'
               READ CHANGE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-CHGLOG-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-LOG-RECORD
               END-READ
           END-PERFORM.
      *    日志尾部孤立的改前映像（改后映像未写成）照原值列出
           IF WS-PENDING-BEFORE = 'Y'
               PERFORM REPORT-UNPAIRED-BEFORE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHANGES LISTED " WS-CHANGE-COUNT
               "  ADDED " WS-ADD-COUNT
               "  CHANGED " WS-UPDATE-COUNT
               "  DELETED " WS-DELETE-COUNT
               "  UNPAIRED " WS-ORPHAN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE CHANGE-LOG-FILE CHANGE-REPORT-FILE.
           DISPLAY "===== REFERENCE DATA CHANGE REPORT SUMMARY =====".
           DISPLAY "Log records read: " WS-READ-COUNT.
           DISPLAY "Changes listed  : " WS-CHANGE-COUNT.
           STOP RUN.

       READ-QUERY-PARAMETERS.
           OPEN INPUT QUERY-PARM-FILE.
           IF WS-QUERY-STATUS NOT = '00'
               DISPLAY "CHANGE_LOG_QUERY.DAT not available - run "
                   "stopped."
               STOP RUN
           END-IF.
           READ QUERY-PARM-FILE
               AT END
                   DISPLAY "CHANGE_LOG_QUERY.DAT empty - run stopped."
                   STOP RUN
               NOT AT END
                   MOVE QRY-FILE-ID TO WS-SEL-FILE-ID
                   MOVE QRY-RECORD-KEY TO WS-SEL-RECORD-KEY
                   IF QRY-FROM-DATE NUMERIC
                       MOVE QRY-FROM-DATE TO WS-SEL-FROM-DATE
                   END-IF
                   IF QRY-TO-DATE NUMERIC AND QRY-TO-DATE > 0
                       MOVE QRY-TO-DATE TO WS-SEL-TO-DATE
                   END-IF
           END-READ.
           CLOSE QUERY-PARM-FILE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "REFERENCE DATA CHANGE LOG   FILE " WS-SEL-FILE-ID
               "  KEY " WS-SEL-RECORD-KEY
               "  BUSINESS DATES " WS-SEL-FROM-DATE
               " - " WS-SEL-TO-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BUS-DATE TIME      JOB       SUBMITTR  FILE      "
               "KEY                   ACTION"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "      FIELD                BEFORE"
               "                                       AFTER"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       PROCESS-LOG-RECORD.
      *> 改写：'B' 先到先存，紧随的 'A' 到了配对出差异；新增只有
      *> 'A'，删除只有 'B'，各自单独列出
           IF RCL-IMAGE-TYPE = 'B'
               IF WS-PENDING-BEFORE = 'Y'
                   PERFORM REPORT-UNPAIRED-BEFORE
               END-IF
               IF RCL-ACTION = 'D'
                   PERFORM CHECK-SELECTION
                   IF WS-SELECTED = 'Y'
                       MOVE RCL-RECORD-IMAGE TO WS-BEFORE-IMAGE
                       MOVE SPACES TO WS-AFTER-IMAGE
                       PERFORM REPORT-ONE-CHANGE
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-PENDING-BEFORE
                   MOVE RCL-FILE-ID TO WS-PENDING-FILE-ID
                   MOVE RCL-RECORD-KEY TO WS-PENDING-KEY
                   MOVE RCL-LOG-TIME TO WS-PENDING-TIME
                   MOVE RCL-RECORD-IMAGE TO WS-BEFORE-IMAGE
               END-IF
           ELSE
               IF RCL-ACTION = 'C'
                   IF WS-PENDING-BEFORE = 'Y' AND
                           WS-PENDING-FILE-ID = RCL-FILE-ID AND
                           WS-PENDING-KEY = RCL-RECORD-KEY
                       MOVE 'N' TO WS-PENDING-BEFORE
                   ELSE
                       IF WS-PENDING-BEFORE = 'Y'
                           PERFORM REPORT-UNPAIRED-BEFORE
                       END-IF
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       ADD 1 TO WS-ORPHAN-COUNT
                   END-IF
               ELSE
                   IF WS-PENDING-BEFORE = 'Y'
                       PERFORM REPORT-UNPAIRED-BEFORE
                   END-IF
                   MOVE SPACES TO WS-BEFORE-IMAGE
               END-IF
               PERFORM CHECK-SELECTION
               IF WS-SELECTED = 'Y'
                   MOVE RCL-RECORD-IMAGE TO WS-AFTER-IMAGE
                   PERFORM REPORT-ONE-CHANGE
               END-IF
           END-IF.

       REPORT-UNPAIRED-BEFORE.
      *> 改前映像之后没有配对的改后映像（改写中途中断）：把存着的
      *> 改前映像当作改前值列出，改后留空
           MOVE 'N' TO WS-PENDING-BEFORE.
           ADD 1 TO WS-ORPHAN-COUNT.
           IF (WS-SEL-FILE-ID = SPACES OR
                   WS-SEL-FILE-ID = WS-PENDING-FILE-ID) AND
                   (WS-SEL-RECORD-KEY = SPACES OR
                   WS-SEL-RECORD-KEY = WS-PENDING-KEY)
               MOVE SPACES TO REPORT-LINE
               STRING "*** UNPAIRED BEFORE IMAGE  FILE "
                   WS-PENDING-FILE-ID "  KEY " WS-PENDING-KEY
                   "  TIME " WS-PENDING-TIME
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       CHECK-SELECTION.
           MOVE 'Y' TO WS-SELECTED.
           IF WS-SEL-FILE-ID NOT = SPACES AND
                   WS-SEL-FILE-ID NOT = RCL-FILE-ID
               MOVE 'N' TO WS-SELECTED
           END-IF.
           IF WS-SEL-RECORD-KEY NOT = SPACES AND
                   WS-SEL-RECORD-KEY NOT = RCL-RECORD-KEY
               MOVE 'N' TO WS-SELECTED
           END-IF.
           IF RCL-BUSINESS-DATE < WS-SEL-FROM-DATE OR
                   RCL-BUSINESS-DATE > WS-SEL-TO-DATE
               MOVE 'N' TO WS-SELECTED
           END-IF.

       REPORT-ONE-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT.
           EVALUATE RCL-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO WS-ACTION-TEXT
                   ADD 1 TO WS-ADD-COUNT
               WHEN 'D'
                   MOVE 'DELETE' TO WS-ACTION-TEXT
                   ADD 1 TO WS-DELETE-COUNT
               WHEN OTHER
                   MOVE 'CHANGE' TO WS-ACTION-TEXT
                   ADD 1 TO WS-UPDATE-COUNT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RCL-BUSINESS-DATE TO CHD-BUSINESS-DATE.
           MOVE RCL-LOG-TIME      TO CHD-LOG-TIME.
           MOVE RCL-JOB-NAME      TO CHD-JOB-NAME.
           MOVE RCL-SUBMITTER-ID  TO CHD-SUBMITTER-ID.
           MOVE RCL-FILE-ID       TO CHD-FILE-ID.
           MOVE RCL-RECORD-KEY    TO CHD-RECORD-KEY.
           MOVE WS-ACTION-TEXT    TO CHD-ACTION.
           MOVE RCL-MAINT-CODE    TO CHD-MAINT-CODE.
           MOVE WS-CHANGE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-FIELD-FOUND.
           PERFORM VARYING WS-FMP-INDEX FROM 1 BY 1
                   UNTIL WS-FMP-INDEX > 147
               IF FMP-FILE-ID(WS-FMP-INDEX) = RCL-FILE-ID
                   MOVE 'Y' TO WS-FIELD-FOUND
                   PERFORM REPORT-ONE-FIELD
               END-IF
           END-PERFORM.
           IF WS-FIELD-FOUND = 'N'
               PERFORM REPORT-RAW-IMAGES
           END-IF.

       REPORT-ONE-FIELD.
      *> 改写只列改了的栏位；新增/删除列全部栏位
           MOVE FMP-OFFSET(WS-FMP-INDEX) TO WS-FIELD-POS.
           MOVE FMP-LENGTH(WS-FMP-INDEX) TO WS-FIELD-LEN.
           MOVE SPACES TO WS-FIELD-BEFORE WS-FIELD-AFTER.
           MOVE WS-BEFORE-IMAGE(WS-FIELD-POS:WS-FIELD-LEN)
               TO WS-FIELD-BEFORE.
           MOVE WS-AFTER-IMAGE(WS-FIELD-POS:WS-FIELD-LEN)
               TO WS-FIELD-AFTER.
           IF RCL-ACTION = 'C' AND WS-FIELD-BEFORE = WS-FIELD-AFTER
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SHOW-BEFORE WS-SHOW-AFTER.
           IF RCL-ACTION NOT = 'A'
               MOVE WS-FIELD-BEFORE TO WS-FORMAT-IN
               PERFORM FORMAT-FIELD-VALUE
               MOVE WS-FORMAT-OUT TO WS-SHOW-BEFORE
           END-IF.
           IF RCL-ACTION NOT = 'D'
               MOVE WS-FIELD-AFTER TO WS-FORMAT-IN
               PERFORM FORMAT-FIELD-VALUE
               MOVE WS-FORMAT-OUT TO WS-SHOW-AFTER
           END-IF.
           MOVE FMP-FIELD-NAME(WS-FMP-INDEX) TO FLD-FIELD-NAME.
           MOVE WS-SHOW-BEFORE TO FLD-BEFORE.
           MOVE WS-SHOW-AFTER TO FLD-AFTER.
           MOVE WS-FIELD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FORMAT-FIELD-VALUE.
      *> 带小数位的金额/利率栏位在隐含小数点处补上 '.'
           MOVE SPACES TO WS-FORMAT-OUT.
           IF FMP-DECIMALS(WS-FMP-INDEX) = 0
               MOVE WS-FORMAT-IN TO WS-FORMAT-OUT
           ELSE
               COMPUTE WS-INT-LEN =
                   WS-FIELD-LEN - FMP-DECIMALS(WS-FMP-INDEX)
               COMPUTE WS-DEC-POS = WS-INT-LEN + 1
               STRING WS-FORMAT-IN(1:WS-INT-LEN) '.'
                   WS-FORMAT-IN(WS-DEC-POS:FMP-DECIMALS(WS-FMP-INDEX))
                   DELIMITED BY SIZE INTO WS-FORMAT-OUT
               END-STRING
           END-IF.

       REPORT-RAW-IMAGES.
      *> 对照表里没有的档：整条映像按前 100 位列出
           IF RCL-ACTION NOT = 'A'
               MOVE SPACES TO REPORT-LINE
               STRING "      BEFORE " WS-BEFORE-IMAGE(1:100)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           IF RCL-ACTION NOT = 'D'
               MOVE SPACES TO REPORT-LINE
               STRING "      AFTER  " WS-AFTER-IMAGE(1:100)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
