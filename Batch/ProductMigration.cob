       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. ProductMigration.  *> 停售产品存量账户批量迁移

      *> 停售产品迁移：产品停售（PRD-STATUS 'D'）后存量账户仍按原
      *> 产品定价，本作业按迁移对照表 PRODUCT_MIGRATION_MAP.TXT
      *> （原产品、新产品、生效日期）把账户成批改挂到在售产品：
      *>   - 生效日期前参数 N 天（PRODUCT_MIGRATION_PARM.DAT，缺省
      *>     30 天）起逐户出预先通知，开户人与联名持有人各一份，
      *>     写 PRODUCT_MIGRATION_NOTICES.DAT 进打印流，邮寄标志
      *>     'R'/'H' 的转网点留存档（'PM'）；对照表晚到的，迁移日
      *>     顺延到通知日后满 N 天，任何账户都不会未满通知期即被
      *>     迁移；
      *>   - 到期日起生成 'C' 交易改挂产品代码，带批头/批尾写
      *>     PRODUCT_MIGRATION_TXN.DAT，由运维作为独立批次交给
      *>     AccountMasterUpdate 过账，不绕开正常的主档变更路径；
      *>     提交前新产品条件若已比通知时更差，重新通知、重新起算；
      *>   - 过账后主档见新产品代码即在登记册置已迁移，次日仍在
      *>     原产品上的（批次被拒/未过账）重新提交。
      *> 迁移登记册 PRODUCT_MIGRATION_REG.DAT 定格每户通知当天的
      *> 新旧定价；报表 PRODUCT_MIGRATION.RPT 逐户列新旧利率（按
      *> 通知日余额判档，外币户利率取外币利率表不随产品）、新旧
      *> 收费、不利项与实得通知天数，供向监管证明没有客户未经
      *> 通知即被迁到更差的条件

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

      *>   预先通知天数参数
           SELECT MIG-PARM-FILE ASSIGN TO "PRODUCT_MIGRATION_PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MAP-FILE ASSIGN TO "PRODUCT_MIGRATION_MAP.TXT"  *> 迁移对照表
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODUCT_MASTER.DAT"  *> 产品主档：新旧产品定价
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件：顺序扫描 + 随机确认
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *>   产品迁移登记册：逐户通知、提交、迁移状态与定格定价
           SELECT REGISTER-FILE ASSIGN TO "PRODUCT_MIGRATION_REG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT XREF-MASTER-FILE ASSIGN TO "ACCT_CUST_XREF.DAT"  *> 持有人交叉引用档：联名持有人各出一份通知
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档：姓名、地址、函件语言
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO "HELD_MAIL.DAT"  *> 网点留存函件档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HML-KEY
               FILE STATUS IS WS-HELD-MAIL-STATUS.

      *>   预先通知提取：逐户逐持有人一条，进打印流
           SELECT NOTICE-FILE ASSIGN TO "PRODUCT_MIGRATION_NOTICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

      *>   生成的改挂交易批（ACCTTXN 布局）：单独落档作为独立批次
           SELECT TXN-OUTPUT-FILE ASSIGN TO "PRODUCT_MIGRATION_TXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-OUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PRODUCT_MIGRATION.RPT"  *> 新旧定价对比与迁移动作报表
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  MIG-PARM-FILE.
       01  MIG-PARM-RECORD.
           05 PARM-NOTICE-DAYS      PIC 9(3).  *> 迁移前须提前通知的天数

       FD  MAP-FILE.
       01  MAP-RECORD.
           05 MAP-OLD-PRODUCT       PIC X(2).  *> 停售的原产品代码
           05 MAP-NEW-PRODUCT       PIC X(2).  *> 迁入的在售产品代码
           05 MAP-EFFECTIVE-DATE    PIC X(8).  *> 迁移生效日期 CCYYMMDD

       FD  PRODUCT-MASTER-FILE.  *> 产品主档文件描述符
       01  PRODUCT-RECORD.
           COPY PRODMAST.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  REGISTER-FILE.  *> 产品迁移登记册文件描述符
       01  MIGRATION-RECORD.
           COPY PRDMIG.

       FD  XREF-MASTER-FILE.
       01  XREF-RECORD.
           COPY CUSTXREF.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           COPY HELDMAIL.

       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           05 PMN-ACCOUNT-ID        PIC 9(8).  *> 迁移账户
           05 PMN-CUSTOMER-ID       PIC 9(6).  *> 收件客户号，0=账户未归属客户
           05 PMN-HOLDER-ROLE       PIC X.  *> 'P'=开户人 'J'=联名持有人
           05 PMN-CUSTOMER-NAME     PIC X(30).  *> 客户姓名，取客户主档；无记录时空白
           05 PMN-ADDRESS-LINE-1    PIC X(30).  *> 邮寄地址行1
           05 PMN-ADDRESS-LINE-2    PIC X(30).  *> 邮寄地址行2
           05 PMN-ADDRESS-LINE-3    PIC X(30).  *> 邮寄地址行3
           05 PMN-LANGUAGE-CODE     PIC X(2).  *> 函件语言：'EN'=英文，其余出中文
           05 PMN-OLD-PRODUCT       PIC X(2).  *> 原产品代码
           05 PMN-NEW-PRODUCT       PIC X(2).  *> 新产品代码
           05 PMN-NEW-DESCRIPTION   PIC X(20).  *> 新产品名称
           05 PMN-MIGRATION-DATE    PIC 9(8).  *> 迁移日期（最早改挂日）
           05 PMN-RATE-BASIS        PIC X.  *> 'P'=按产品利率 'F'=外币户利率不变
           05 PMN-OLD-RATE          PIC 9V9(4).  *> 现适用年利率
           05 PMN-NEW-RATE          PIC 9V9(4).  *> 迁移后适用年利率
           05 PMN-OLD-MGMT-FEE      PIC 9(2)V99.  *> 现月管理费
           05 PMN-NEW-MGMT-FEE      PIC 9(2)V99.  *> 迁移后月管理费
           05 PMN-OLD-OD-FEE        PIC 9(2)V99.  *> 现透支费
           05 PMN-NEW-OD-FEE        PIC 9(2)V99.  *> 迁移后透支费
           05 PMN-WORSE-FLAG        PIC X.  *> 'Y'=迁移后条件对客户不利

       FD  TXN-OUTPUT-FILE.  *> 与 AccountMasterUpdate 共用同一份交易布局
       01  TRANSACTION-RECORD.
           COPY ACCTTXN.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-MAP-STATUS           PIC XX VALUE '00'.
       01  WS-PRODUCT-STATUS       PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-REGISTER-STATUS      PIC XX VALUE '00'.
       01  WS-XREF-STATUS          PIC XX VALUE '00'.
       01  WS-CUST-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-HELD-MAIL-STATUS     PIC XX VALUE '00'.
       01  WS-NOTICE-STATUS        PIC XX VALUE '00'.
       01  WS-TXN-OUT-STATUS       PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.  *> 'Y' 表示交叉引用档可用，联名持有人出通知
       01  WS-CUST-MASTER-OPEN     PIC X VALUE 'N'.  *> 'Y' 表示客户主档可用，通知带邮寄地址
       01  WS-MAP-AVAILABLE        PIC X VALUE 'N'.  *> 'Y'=对照表在，登记册上对照表已撤的迁移随之撤销
       01  WS-MAP-EOF              PIC X VALUE 'N'.
       01  WS-REGISTER-EOF         PIC X VALUE 'N'.
       01  WS-MASTER-EOF           PIC X VALUE 'N'.
       01  WS-XREF-EOF             PIC X VALUE 'N'.
       01  WS-NOTICE-HELD          PIC X VALUE 'N'.  *> 'Y'=当前通知转网点留存
       01  WS-STREAM-DATE          PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 本次运行的业务日期
       01  WS-BUSINESS-DAY-NUM     PIC 9(7) VALUE 0.  *> 业务日期的整数日序
       01  WS-NOTICE-DAYS          PIC 9(3) VALUE 30.  *> 取不到参数时的缺省通知天数
       01  WS-DAYS-TO-EFFECTIVE    PIC S9(7) VALUE 0.
       01  WS-DAYS-OF-NOTICE       PIC S9(7) VALUE 0.  *> 通知日至提交日实得的天数
       01  WS-EARLIEST-DUE         PIC 9(8) VALUE 0.  *> 通知日 + 通知天数
       01  WS-DUE-DATE             PIC 9(8) VALUE 0.
       01  WS-PRIOR-STATUS         PIC X VALUE SPACE.  *> 本次处理前的登记状态
       01  WS-REGISTER-FOUND       PIC X VALUE 'N'.
       01  WS-PRODUCT-FOUND        PIC X VALUE 'N'.
       01  WS-CHECK-DATE           PIC 9(8) VALUE 0.
       01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YEAR         PIC 9(4).
           05 WS-CHECK-MONTH        PIC 9(2).
           05 WS-CHECK-DAY          PIC 9(2).
       01  WS-PRICING-BALANCE      PIC S9(7)V99 VALUE 0.  *> 判档余额

      *> 迁移对照表：校验通过的行 MT-VALID = 'Y'
       01  WS-MAP-COUNT            PIC 9(3) VALUE 0.
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 50 TIMES.
               10 MT-OLD-PRODUCT    PIC X(2).
               10 MT-NEW-PRODUCT    PIC X(2).
               10 MT-EFFECTIVE-DATE PIC 9(8).
               10 MT-VALID          PIC X.
       01  WS-MAP-IDX              PIC 9(3) VALUE 0.
       01  WS-MAP-SLOT             PIC 9(3) VALUE 0.  *> 当前账户原产品命中的对照行，0=无
       01  WS-MAP-REJECT-REASON    PIC X(40) VALUE SPACES.
       01  WS-MIG-OLD-PRODUCT      PIC X(2) VALUE SPACES.  *> 本次通知的原产品
       01  WS-MIG-NEW-PRODUCT      PIC X(2) VALUE SPACES.  *> 本次通知的新产品
       01  WS-MIG-EFFECTIVE-DATE   PIC 9(8) VALUE 0.  *> 本次通知对应的生效日期

      *> 新旧产品条件：原产品、新产品与当前新产品现值同一口径
       01  WS-OLD-PARMS.
           COPY PRODMAST
               REPLACING LEADING ==PRD-== BY ==OLD-==.
       01  WS-NEW-PARMS.
           COPY PRODMAST
               REPLACING LEADING ==PRD-== BY ==NEW-==.
       01  WS-RATE-BASIS           PIC X VALUE 'P'.
       01  WS-BASE-TERMS.  *> 比对基准（迁移前/已通知的条件）
           05 BT-RATE               PIC 9V9(4).
           05 BT-MGMT-FEE           PIC 9(2)V99.
           05 BT-OD-FEE             PIC 9(2)V99.
           05 BT-FREE-WD            PIC 9(3).
           05 BT-WD-FEE             PIC 9(2)V99.
           05 BT-FREE-TR            PIC 9(3).
           05 BT-TR-FEE             PIC 9(2)V99.
       01  WS-CAND-TERMS.  *> 比对对象（迁移后/当前新产品的条件）
           05 CT-RATE               PIC 9V9(4).
           05 CT-MGMT-FEE           PIC 9(2)V99.
           05 CT-OD-FEE             PIC 9(2)V99.
           05 CT-FREE-WD            PIC 9(3).
           05 CT-WD-FEE             PIC 9(2)V99.
           05 CT-FREE-TR            PIC 9(3).
           05 CT-TR-FEE             PIC 9(2)V99.
       01  WS-WORSE-FLAG           PIC X VALUE 'N'.
       01  WS-WORSE-ITEMS.  *> 不利项：R=利率 M=管理费 O=透支费 W=支取费 T=转出费
           05 WS-WORSE-RATE         PIC X.
           05 WS-WORSE-MGMT         PIC X.
           05 WS-WORSE-OD           PIC X.
           05 WS-WORSE-WD           PIC X.
           05 WS-WORSE-TR           PIC X.

      *> 交易批控制
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.  *> 写出的明细交易笔数
       01  WS-HASH-TOTAL           PIC 9(9) VALUE 0.  *> 明细账户ID哈希累计（低9位自然溢出）

      *> 统计
       01  WS-MAPS-ACCEPTED        PIC 9(5) VALUE 0.
       01  WS-MAPS-REJECTED        PIC 9(5) VALUE 0.
       01  WS-ACCOUNTS-READ        PIC 9(7) VALUE 0.
       01  WS-ACCOUNTS-MAPPED      PIC 9(7) VALUE 0.  *> 挂在待迁移停售产品上的账户
       01  WS-NOTICES-ISSUED       PIC 9(7) VALUE 0.  *> 本次出通知的账户数
       01  WS-NOTICE-COPIES        PIC 9(7) VALUE 0.  *> 通知份数（含联名持有人）
       01  WS-NOTICES-HELD         PIC 9(7) VALUE 0.  *> 转网点留存的份数
       01  WS-RENOTICED            PIC 9(7) VALUE 0.  *> 新产品条件变差重新通知的账户
       01  WS-NOT-YET-IN-WINDOW    PIC 9(7) VALUE 0.  *> 尚未进入通知期的账户
       01  WS-PENDING-COUNT        PIC 9(7) VALUE 0.  *> 已通知、未到迁移日的账户
       01  WS-SUBMITTED-COUNT      PIC 9(7) VALUE 0.
       01  WS-RESUBMITTED-COUNT    PIC 9(7) VALUE 0.
       01  WS-MIGRATED-COUNT       PIC 9(7) VALUE 0.
       01  WS-CANCELLED-COUNT      PIC 9(7) VALUE 0.
       01  WS-WORSE-SUBMITTED      PIC 9(7) VALUE 0.  *> 提交迁移中条件不利的账户
       01  WS-WORSE-SHORT-NOTICE   PIC 9(7) VALUE 0.  *> 条件不利且通知不足天数的账户，应恒为零

      *> 报表行
       01  WS-TITLE-LINE.
           05 FILLER                PIC X(40)
               VALUE 'PRODUCT MIGRATION - PRICING COMPARISON  '.
           05 FILLER                PIC X(14) VALUE 'BUSINESS DATE '.
           05 TTL-BUSINESS-DATE     PIC 9(8).
           05 FILLER                PIC X(15) VALUE '   NOTICE DAYS '.
           05 TTL-NOTICE-DAYS       PIC ZZ9.
       01  WS-MAP-HEADING.
           05 FILLER                PIC X(44)
               VALUE 'MIGRATION MAP   OLD NEW EFFECTIVE RESULT    '.
       01  WS-MAP-LINE.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 MPL-OLD-PRODUCT       PIC X(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 MPL-NEW-PRODUCT       PIC X(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 MPL-EFFECTIVE-DATE    PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 MPL-RESULT            PIC X(9).
           05 FILLER                PIC X VALUE SPACE.
           05 MPL-REASON            PIC X(40).
       01  WS-DETAIL-HEADING-1.
           05 FILLER                PIC X(44)
               VALUE 'ACCOUNT  CUST   OL NW ACTION    NOTICE   DUE'.
           05 FILLER                PIC X(44)
               VALUE '      DAYS      BALANCE  OLD    NEW    OLD  '.
           05 FILLER                PIC X(44)
               VALUE ' NEW   OLD   NEW   WORSE NOTE               '.
       01  WS-DETAIL-HEADING-2.
           05 FILLER                PIC X(44)
               VALUE '                                DATE     DAT'.
           05 FILLER                PIC X(44)
               VALUE 'E                        RATE   RATE   MGMT '.
           05 FILLER                PIC X(44)
               VALUE ' MGMT  ODFEE ODFEE RMOWT                    '.
       01  WS-DETAIL-LINE.
           05 DTL-ACCOUNT-ID        PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-CUSTOMER-ID       PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-OLD-PRODUCT       PIC X(2).
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-NEW-PRODUCT       PIC X(2).
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-ACTION            PIC X(9).
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-NOTICE-DATE       PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-DUE-DATE          PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-NOTICE-DAYS       PIC ZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-BALANCE           PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-OLD-RATE          PIC X(6).
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-NEW-RATE          PIC X(6).
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-OLD-MGMT          PIC Z9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-NEW-MGMT          PIC Z9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-OLD-OD            PIC Z9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-NEW-OD            PIC Z9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-WORSE             PIC X(5).
           05 FILLER                PIC X VALUE SPACE.
           05 DTL-NOTE              PIC X(19).
       01  WS-RATE-EDIT            PIC 9.9999.
       01  WS-COUNT-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CTL-LABEL             PIC X(40).
           05 FILLER                PIC X(8) VALUE SPACES.
           05 CTL-COUNT             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-MIGRATION-PARAMETERS.
           COMPUTE WS-BUSINESS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           DISPLAY "Product migration for " WS-BUSINESS-DATE
               ", notice period " WS-NOTICE-DAYS " days.".

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening migration report. File Status: "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO TTL-BUSINESS-DATE.
           MOVE WS-NOTICE-DAYS TO TTL-NOTICE-DAYS.
           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-STATUS NOT = '00'
               DISPLAY "Error opening product master. File Status: "
                   WS-PRODUCT-STATUS
               STOP RUN
           END-IF.
           PERFORM LOAD-MIGRATION-MAP.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN I-O REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = '00'
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
               IF WS-REGISTER-STATUS NOT = '00'
                   DISPLAY "Error opening migration register. "
                       "File Status: " WS-REGISTER-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT XREF-MASTER-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           ELSE
               DISPLAY "Account/customer cross-reference not "
                   "available, notices to account owner only."
           END-IF.
      *    客户主档可能尚未建立（转换期）；开不出来只影响地址栏
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CUST-MASTER-OPEN
           ELSE
               DISPLAY "Customer master not available, notices "
                   "written without mailing address."
           END-IF.
           OPEN I-O HELD-MAIL-FILE.
           IF WS-HELD-MAIL-STATUS NOT = '00'
               OPEN OUTPUT HELD-MAIL-FILE
               CLOSE HELD-MAIL-FILE
               OPEN I-O HELD-MAIL-FILE
               IF WS-HELD-MAIL-STATUS NOT = '00'
                   DISPLAY "Error opening held mail file. File Status: "
                       WS-HELD-MAIL-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT NOTICE-FILE.
           IF WS-NOTICE-STATUS NOT = '00'
               DISPLAY "Error opening notice extract. File Status: "
                   WS-NOTICE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT TXN-OUTPUT-FILE.
           IF WS-TXN-OUT-STATUS NOT = '00'
               DISPLAY "Error opening transaction output. "
                   "File Status: " WS-TXN-OUT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 0 TO BCH-SORT-KEY.
           MOVE 'H' TO BCH-RECORD-TYPE.
           MOVE 'PRDMIG' TO BCH-BATCH-ID.
           MOVE 'HQ01' TO BCH-BRANCH-ID.
           MOVE WS-BUSINESS-DATE TO BCH-BATCH-DATE.
           WRITE TRANSACTION-RECORD.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-DETAIL-HEADING-1.
           WRITE REPORT-LINE FROM WS-DETAIL-HEADING-2.

           PERFORM CONFIRM-REGISTER-ENTRIES.
           PERFORM SCAN-ACCOUNT-MASTER.

           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 99999999 TO BCT-SORT-KEY.
           MOVE 'Z' TO BCT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO BCT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BCT-HASH-TOTAL.
           MOVE 0 TO BCT-NET-AMOUNT.
           WRITE TRANSACTION-RECORD.
           DISPLAY "Transaction batch PRDMIG written: "
               WS-DETAIL-COUNT " product changes.".

           PERFORM WRITE-CONTROL-COUNTS.

           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-MASTER-FILE
           END-IF.
           IF WS-CUST-MASTER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           CLOSE PRODUCT-MASTER-FILE MASTER-FILE REGISTER-FILE
               HELD-MAIL-FILE NOTICE-FILE TXN-OUTPUT-FILE
               REPORT-FILE.
           DISPLAY "===== PRODUCT MIGRATION SUMMARY =====".
           DISPLAY "Mappings accepted : " WS-MAPS-ACCEPTED
               " rejected: " WS-MAPS-REJECTED.
           DISPLAY "Notices issued    : " WS-NOTICES-ISSUED
               " copies: " WS-NOTICE-COPIES
               " held: " WS-NOTICES-HELD.
           DISPLAY "Changes submitted : " WS-SUBMITTED-COUNT
               " resubmitted: " WS-RESUBMITTED-COUNT.
           DISPLAY "Migrated          : " WS-MIGRATED-COUNT.
           DISPLAY "Cancelled         : " WS-CANCELLED-COUNT.
           IF WS-WORSE-SHORT-NOTICE > 0
               DISPLAY "*** " WS-WORSE-SHORT-NOTICE " accounts moved "
                   "to worse terms with short notice ***"
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

       READ-MIGRATION-PARAMETERS.
      *> 通知天数参数缺失或为零时沿用缺省 30 天
           OPEN INPUT MIG-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ MIG-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-NOTICE-DAYS NUMERIC AND
                           PARM-NOTICE-DAYS > 0
                       MOVE PARM-NOTICE-DAYS TO WS-NOTICE-DAYS
                   END-IF
           END-READ.
           CLOSE MIG-PARM-FILE.

       LOAD-MIGRATION-MAP.
      *> 对照表逐行校验：原产品须在产品主档上且已停售，新产品须
      *> 在售，同一原产品只能有一行；不合格的行列入报表不执行
           WRITE REPORT-LINE FROM WS-MAP-HEADING.
           OPEN INPUT MAP-FILE.
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY "PRODUCT_MIGRATION_MAP.TXT not available - "
                   "no new migrations, register follow-up only."
               MOVE SPACES TO WS-MAP-LINE
               MOVE 'NO MIGRATION MAP ON FILE' TO MPL-REASON
               WRITE REPORT-LINE FROM WS-MAP-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-MAP-AVAILABLE.
           PERFORM UNTIL WS-MAP-EOF = 'Y'
               READ MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-MAP-EOF
                   NOT AT END
                       PERFORM VALIDATE-MAP-ENTRY
               END-READ
           END-PERFORM.
           CLOSE MAP-FILE.

       VALIDATE-MAP-ENTRY.
           MOVE SPACES TO WS-MAP-REJECT-REASON.
           IF MAP-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'EFFECTIVE DATE NOT NUMERIC'
                   TO WS-MAP-REJECT-REASON
           ELSE
               MOVE MAP-EFFECTIVE-DATE TO WS-CHECK-DATE
               IF WS-CHECK-YEAR < 1601 OR
                       WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12 OR
                       WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
                   MOVE 'EFFECTIVE DATE INVALID'
                       TO WS-MAP-REJECT-REASON
               END-IF
           END-IF.
           IF WS-MAP-REJECT-REASON = SPACES AND
                   MAP-OLD-PRODUCT = MAP-NEW-PRODUCT
               MOVE 'OLD AND NEW PRODUCT THE SAME'
                   TO WS-MAP-REJECT-REASON
           END-IF.
           IF WS-MAP-REJECT-REASON = SPACES
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   IF MT-OLD-PRODUCT(WS-MAP-IDX) = MAP-OLD-PRODUCT
                           AND MT-VALID(WS-MAP-IDX) = 'Y'
                       MOVE 'OLD PRODUCT MAPPED MORE THAN ONCE'
                           TO WS-MAP-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MAP-REJECT-REASON = SPACES
               MOVE MAP-OLD-PRODUCT TO PRD-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE 'OLD PRODUCT NOT ON PRODUCT MASTER'
                           TO WS-MAP-REJECT-REASON
                   NOT INVALID KEY
                       IF PRD-STATUS NOT = 'D'
                           MOVE 'OLD PRODUCT NOT DISCONTINUED'
                               TO WS-MAP-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-MAP-REJECT-REASON = SPACES
               MOVE MAP-NEW-PRODUCT TO PRD-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE 'NEW PRODUCT NOT ON PRODUCT MASTER'
                           TO WS-MAP-REJECT-REASON
                   NOT INVALID KEY
                       IF PRD-STATUS NOT = 'A'
                           MOVE 'NEW PRODUCT NOT ACTIVE'
                               TO WS-MAP-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-MAP-REJECT-REASON = SPACES AND WS-MAP-COUNT >= 50
               MOVE 'MAP TABLE FULL AT 50 ENTRIES'
                   TO WS-MAP-REJECT-REASON
           END-IF.

           MOVE SPACES TO WS-MAP-LINE.
           MOVE MAP-OLD-PRODUCT    TO MPL-OLD-PRODUCT.
           MOVE MAP-NEW-PRODUCT    TO MPL-NEW-PRODUCT.
           MOVE MAP-EFFECTIVE-DATE TO MPL-EFFECTIVE-DATE.
           IF WS-MAP-REJECT-REASON = SPACES
               ADD 1 TO WS-MAP-COUNT
               MOVE MAP-OLD-PRODUCT TO MT-OLD-PRODUCT(WS-MAP-COUNT)
               MOVE MAP-NEW-PRODUCT TO MT-NEW-PRODUCT(WS-MAP-COUNT)
               MOVE WS-CHECK-DATE TO MT-EFFECTIVE-DATE(WS-MAP-COUNT)
               MOVE 'Y' TO MT-VALID(WS-MAP-COUNT)
               ADD 1 TO WS-MAPS-ACCEPTED
               MOVE 'ACCEPTED' TO MPL-RESULT
           ELSE
               ADD 1 TO WS-MAPS-REJECTED
               MOVE 'REJECTED' TO MPL-RESULT
               MOVE WS-MAP-REJECT-REASON TO MPL-REASON
               DISPLAY "Migration map " MAP-OLD-PRODUCT " -> "
                   MAP-NEW-PRODUCT " rejected: " WS-MAP-REJECT-REASON
           END-IF.
           WRITE REPORT-LINE FROM WS-MAP-LINE.

       CONFIRM-REGISTER-ENTRIES.
      *> 登记册上在途的迁移逐户对主档确认：已见新产品代码即迁移
      *> 完成；账户已销户或被改挂到别的产品即撤销；仍在原产品上
      *> 的留给主档扫描处理
           MOVE LOW-VALUES TO PMG-KEY.
           START REGISTER-FILE KEY IS GREATER THAN OR EQUAL TO PMG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-EOF
           END-START.
           PERFORM UNTIL WS-REGISTER-EOF = 'Y'
               READ REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       IF PMG-STATUS = 'N' OR PMG-STATUS = 'C'
                           PERFORM CONFIRM-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       CONFIRM-ONE-ENTRY.
           MOVE PMG-ACCOUNT-ID TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'X' TO PMG-STATUS
                   PERFORM REWRITE-REGISTER-ENTRY
                   ADD 1 TO WS-CANCELLED-COUNT
                   MOVE 0 TO WS-DAYS-OF-NOTICE
                   PERFORM FORMAT-REGISTER-DETAIL
                   MOVE 'CANCELLED' TO DTL-ACTION
                   MOVE 'ACCOUNT CLOSED' TO DTL-NOTE
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   EXIT PARAGRAPH
           END-READ.
           IF PRODUCT-CODE = PMG-OLD-PRODUCT
               EXIT PARAGRAPH
           END-IF.
           IF PRODUCT-CODE = PMG-NEW-PRODUCT
               MOVE PMG-STATUS TO WS-PRIOR-STATUS
               MOVE 'M' TO PMG-STATUS
               MOVE WS-BUSINESS-DATE TO PMG-MIGRATED-DATE
               PERFORM REWRITE-REGISTER-ENTRY
               ADD 1 TO WS-MIGRATED-COUNT
               IF PMG-SUBMIT-DATE > 0
                   COMPUTE WS-DAYS-OF-NOTICE =
                       FUNCTION INTEGER-OF-DATE(PMG-SUBMIT-DATE) -
                       FUNCTION INTEGER-OF-DATE(PMG-NOTICE-DATE)
               ELSE
                   COMPUTE WS-DAYS-OF-NOTICE =
                       WS-BUSINESS-DAY-NUM -
                       FUNCTION INTEGER-OF-DATE(PMG-NOTICE-DATE)
               END-IF
               PERFORM FORMAT-REGISTER-DETAIL
               MOVE 'MIGRATED' TO DTL-ACTION
               IF WS-PRIOR-STATUS = 'N'
                   MOVE 'CHANGED BY BRANCH' TO DTL-NOTE
               END-IF
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               MOVE 'X' TO PMG-STATUS
               PERFORM REWRITE-REGISTER-ENTRY
               ADD 1 TO WS-CANCELLED-COUNT
               MOVE 0 TO WS-DAYS-OF-NOTICE
               PERFORM FORMAT-REGISTER-DETAIL
               MOVE 'CANCELLED' TO DTL-ACTION
               MOVE 'NOW ON PRODUCT' TO DTL-NOTE
               MOVE PRODUCT-CODE TO DTL-NOTE(16:2)
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       SCAN-ACCOUNT-MASTER.
      *> 确认环节随机读过主档，扫描前重新定位到首户
           MOVE 0 TO ACCOUNT-ID.
           START MASTER-FILE KEY IS GREATER THAN OR EQUAL TO ACCOUNT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       IF PRODUCT-CODE NOT = SPACES AND
                               PRODUCT-CODE NOT = LOW-VALUES
                           PERFORM REVIEW-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       REVIEW-ONE-ACCOUNT.
           MOVE 0 TO WS-MAP-SLOT.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT OR WS-MAP-SLOT > 0
               IF MT-OLD-PRODUCT(WS-MAP-IDX) = PRODUCT-CODE AND
                       MT-VALID(WS-MAP-IDX) = 'Y'
                   MOVE WS-MAP-IDX TO WS-MAP-SLOT
               END-IF
           END-PERFORM.
           MOVE ACCOUNT-ID   TO PMG-ACCOUNT-ID.
           MOVE PRODUCT-CODE TO PMG-OLD-PRODUCT.
           MOVE 'Y' TO WS-REGISTER-FOUND.
           READ REGISTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REGISTER-FOUND
           END-READ.
           IF WS-MAP-SLOT > 0
               ADD 1 TO WS-ACCOUNTS-MAPPED
           END-IF.

           IF WS-REGISTER-FOUND = 'Y' AND
                   (PMG-STATUS = 'N' OR PMG-STATUS = 'C')
      *        在途迁移：对照表已撤或改了目标产品即撤销；改了目标
      *        产品的按新对照行重新通知
               IF WS-MAP-AVAILABLE = 'Y' AND
                       (WS-MAP-SLOT = 0 OR
                        MT-NEW-PRODUCT(WS-MAP-SLOT) NOT =
                            PMG-NEW-PRODUCT)
                   MOVE 'X' TO PMG-STATUS
                   PERFORM REWRITE-REGISTER-ENTRY
                   ADD 1 TO WS-CANCELLED-COUNT
                   MOVE 0 TO WS-DAYS-OF-NOTICE
                   PERFORM FORMAT-REGISTER-DETAIL
                   MOVE 'CANCELLED' TO DTL-ACTION
                   MOVE 'MAPPING WITHDRAWN' TO DTL-NOTE
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   IF WS-MAP-SLOT > 0
                       PERFORM CHECK-NOTICE-WINDOW
                   END-IF
               ELSE
                   PERFORM PROCESS-DUE-MIGRATION
               END-IF
           ELSE
      *        未登记，或迁移完成/撤销后又回到停售产品上的：按
      *        对照表重新起算
               IF WS-MAP-SLOT > 0
                   PERFORM CHECK-NOTICE-WINDOW
               END-IF
           END-IF.

       CHECK-NOTICE-WINDOW.
      *> 生效日期前 N 天内（含生效日已过的晚到对照表）出通知
           COMPUTE WS-DAYS-TO-EFFECTIVE =
               FUNCTION INTEGER-OF-DATE(MT-EFFECTIVE-DATE(WS-MAP-SLOT))
               - WS-BUSINESS-DAY-NUM.
           IF WS-DAYS-TO-EFFECTIVE > WS-NOTICE-DAYS
               ADD 1 TO WS-NOT-YET-IN-WINDOW
           ELSE
               MOVE MT-OLD-PRODUCT(WS-MAP-SLOT) TO WS-MIG-OLD-PRODUCT
               MOVE MT-NEW-PRODUCT(WS-MAP-SLOT) TO WS-MIG-NEW-PRODUCT
               MOVE MT-EFFECTIVE-DATE(WS-MAP-SLOT)
                   TO WS-MIG-EFFECTIVE-DATE
               PERFORM ISSUE-MIGRATION-NOTICE
               ADD 1 TO WS-NOTICES-ISSUED
               COMPUTE WS-DAYS-OF-NOTICE =
                   FUNCTION INTEGER-OF-DATE(PMG-DUE-DATE) -
                   WS-BUSINESS-DAY-NUM
               PERFORM FORMAT-REGISTER-DETAIL
               MOVE 'NOTICE' TO DTL-ACTION
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       ISSUE-MIGRATION-NOTICE.
      *> 定格新旧定价，登记（或覆盖）登记册，逐持有人出通知。
      *> 迁移日取生效日与通知日 + N 天的晚者
           MOVE WS-MIG-OLD-PRODUCT TO PRD-PRODUCT-CODE.
           PERFORM READ-PRODUCT-TERMS.
           MOVE PRODUCT-RECORD TO WS-OLD-PARMS.
           MOVE WS-MIG-NEW-PRODUCT TO PRD-PRODUCT-CODE.
           PERFORM READ-PRODUCT-TERMS.
           MOVE PRODUCT-RECORD TO WS-NEW-PARMS.

           MOVE FUNCTION DATE-OF-INTEGER
               (WS-BUSINESS-DAY-NUM + WS-NOTICE-DAYS)
               TO WS-EARLIEST-DUE.
           IF WS-MIG-EFFECTIVE-DATE > WS-EARLIEST-DUE
               MOVE WS-MIG-EFFECTIVE-DATE TO WS-DUE-DATE
           ELSE
               MOVE WS-EARLIEST-DUE TO WS-DUE-DATE
           END-IF.

           MOVE ACCOUNT-BALANCE TO WS-PRICING-BALANCE.
           IF CURRENCY-CODE NOT = SPACES AND CURRENCY-CODE NOT = 'CNY'
               MOVE 'F' TO WS-RATE-BASIS
           ELSE
               MOVE 'P' TO WS-RATE-BASIS
           END-IF.
           PERFORM LOAD-OLD-TERMS-AS-BASE.
           PERFORM LOAD-NEW-TERMS-AS-CANDIDATE.
           PERFORM JUDGE-CANDIDATE-TERMS.

           MOVE ACCOUNT-ID                 TO PMG-ACCOUNT-ID.
           MOVE WS-MIG-OLD-PRODUCT         TO PMG-OLD-PRODUCT.
           MOVE WS-MIG-NEW-PRODUCT         TO PMG-NEW-PRODUCT.
           MOVE WS-MIG-EFFECTIVE-DATE      TO PMG-EFFECTIVE-DATE.
           MOVE WS-BUSINESS-DATE           TO PMG-NOTICE-DATE.
           MOVE WS-DUE-DATE                TO PMG-DUE-DATE.
           MOVE 'N'                        TO PMG-STATUS.
           MOVE 0                          TO PMG-SUBMIT-DATE.
           MOVE 0                          TO PMG-MIGRATED-DATE.
           MOVE CUSTOMER-ID                TO PMG-CUSTOMER-ID.
           MOVE WS-PRICING-BALANCE         TO PMG-BALANCE.
           MOVE WS-RATE-BASIS              TO PMG-RATE-BASIS.
           MOVE BT-RATE                    TO PMG-OLD-RATE.
           MOVE BT-MGMT-FEE                TO PMG-OLD-MGMT-FEE.
           MOVE BT-OD-FEE                  TO PMG-OLD-OD-FEE.
           MOVE BT-FREE-WD                 TO PMG-OLD-FREE-WD.
           MOVE BT-WD-FEE                  TO PMG-OLD-WD-FEE.
           MOVE BT-FREE-TR                 TO PMG-OLD-FREE-TR.
           MOVE BT-TR-FEE                  TO PMG-OLD-TR-FEE.
           MOVE CT-RATE                    TO PMG-NEW-RATE.
           MOVE CT-MGMT-FEE                TO PMG-NEW-MGMT-FEE.
           MOVE CT-OD-FEE                  TO PMG-NEW-OD-FEE.
           MOVE CT-FREE-WD                 TO PMG-NEW-FREE-WD.
           MOVE CT-WD-FEE                  TO PMG-NEW-WD-FEE.
           MOVE CT-FREE-TR                 TO PMG-NEW-FREE-TR.
           MOVE CT-TR-FEE                  TO PMG-NEW-TR-FEE.
           MOVE WS-WORSE-FLAG              TO PMG-WORSE-FLAG.
           WRITE MIGRATION-RECORD
               INVALID KEY
                   PERFORM REWRITE-REGISTER-ENTRY
           END-WRITE.

           MOVE SPACES TO NOTICE-RECORD.
           MOVE ACCOUNT-ID                 TO PMN-ACCOUNT-ID.
           MOVE PMG-OLD-PRODUCT            TO PMN-OLD-PRODUCT.
           MOVE PMG-NEW-PRODUCT            TO PMN-NEW-PRODUCT.
           MOVE NEW-DESCRIPTION            TO PMN-NEW-DESCRIPTION.
           MOVE PMG-DUE-DATE               TO PMN-MIGRATION-DATE.
           MOVE PMG-RATE-BASIS             TO PMN-RATE-BASIS.
           MOVE PMG-OLD-RATE               TO PMN-OLD-RATE.
           MOVE PMG-NEW-RATE               TO PMN-NEW-RATE.
           MOVE PMG-OLD-MGMT-FEE           TO PMN-OLD-MGMT-FEE.
           MOVE PMG-NEW-MGMT-FEE           TO PMN-NEW-MGMT-FEE.
           MOVE PMG-OLD-OD-FEE             TO PMN-OLD-OD-FEE.
           MOVE PMG-NEW-OD-FEE             TO PMN-NEW-OD-FEE.
           MOVE PMG-WORSE-FLAG             TO PMN-WORSE-FLAG.
           MOVE CUSTOMER-ID                TO PMN-CUSTOMER-ID.
           MOVE 'P'                        TO PMN-HOLDER-ROLE.
           PERFORM WRITE-ONE-NOTICE.
           IF WS-XREF-OPEN = 'Y'
               PERFORM NOTIFY-JOINT-HOLDERS
           END-IF.

       READ-PRODUCT-TERMS.
      *> 对照表装载时已校验过两端产品在档；其后被删的按空条件
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PRODUCT-FOUND
                   MOVE SPACES TO PRD-DESCRIPTION
                   MOVE 0 TO PRD-TIER1-LIMIT PRD-TIER2-LIMIT
                       PRD-TIER1-RATE PRD-TIER2-RATE PRD-TIER3-RATE
                       PRD-MANAGEMENT-FEE PRD-OVERDRAFT-FEE
                       PRD-FREE-WITHDRAWALS PRD-WITHDRAWAL-FEE
                       PRD-FREE-TRANSFERS PRD-TRANSFER-FEE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRODUCT-FOUND
           END-READ.

       LOAD-OLD-TERMS-AS-BASE.
      *> 档次口径与 BatchAccountProcessor 一致：余额低于低档上限取
      *> 低档利率，低于中档上限取中档，其余取高档
           MOVE 0 TO BT-RATE.
           IF WS-RATE-BASIS = 'P'
               EVALUATE TRUE
                   WHEN WS-PRICING-BALANCE < OLD-TIER1-LIMIT
                       MOVE OLD-TIER1-RATE TO BT-RATE
                   WHEN WS-PRICING-BALANCE < OLD-TIER2-LIMIT
                       MOVE OLD-TIER2-RATE TO BT-RATE
                   WHEN OTHER
                       MOVE OLD-TIER3-RATE TO BT-RATE
               END-EVALUATE
           END-IF.
           MOVE OLD-MANAGEMENT-FEE   TO BT-MGMT-FEE.
           MOVE OLD-OVERDRAFT-FEE    TO BT-OD-FEE.
           MOVE OLD-FREE-WITHDRAWALS TO BT-FREE-WD.
           MOVE OLD-WITHDRAWAL-FEE   TO BT-WD-FEE.
           MOVE OLD-FREE-TRANSFERS   TO BT-FREE-TR.
           MOVE OLD-TRANSFER-FEE     TO BT-TR-FEE.

       LOAD-NEW-TERMS-AS-CANDIDATE.
           MOVE 0 TO CT-RATE.
           IF WS-RATE-BASIS = 'P'
               EVALUATE TRUE
                   WHEN WS-PRICING-BALANCE < NEW-TIER1-LIMIT
                       MOVE NEW-TIER1-RATE TO CT-RATE
                   WHEN WS-PRICING-BALANCE < NEW-TIER2-LIMIT
                       MOVE NEW-TIER2-RATE TO CT-RATE
                   WHEN OTHER
                       MOVE NEW-TIER3-RATE TO CT-RATE
               END-EVALUATE
           END-IF.
           MOVE NEW-MANAGEMENT-FEE   TO CT-MGMT-FEE.
           MOVE NEW-OVERDRAFT-FEE    TO CT-OD-FEE.
           MOVE NEW-FREE-WITHDRAWALS TO CT-FREE-WD.
           MOVE NEW-WITHDRAWAL-FEE   TO CT-WD-FEE.
           MOVE NEW-FREE-TRANSFERS   TO CT-FREE-TR.
           MOVE NEW-TRANSFER-FEE     TO CT-TR-FEE.

       JUDGE-CANDIDATE-TERMS.
      *> 比对对象任一项对客户不利即判不利：利率降（外币户利率
      *> 不随产品，不比）、管理费/透支费升、免费笔数减或超额单价升
           MOVE '.....' TO WS-WORSE-ITEMS.
           IF WS-RATE-BASIS = 'P' AND CT-RATE < BT-RATE
               MOVE 'R' TO WS-WORSE-RATE
           END-IF.
           IF CT-MGMT-FEE > BT-MGMT-FEE
               MOVE 'M' TO WS-WORSE-MGMT
           END-IF.
           IF CT-OD-FEE > BT-OD-FEE
               MOVE 'O' TO WS-WORSE-OD
           END-IF.
           IF CT-FREE-WD < BT-FREE-WD OR CT-WD-FEE > BT-WD-FEE
               MOVE 'W' TO WS-WORSE-WD
           END-IF.
           IF CT-FREE-TR < BT-FREE-TR OR CT-TR-FEE > BT-TR-FEE
               MOVE 'T' TO WS-WORSE-TR
           END-IF.
           IF WS-WORSE-ITEMS = '.....'
               MOVE 'N' TO WS-WORSE-FLAG
           ELSE
               MOVE 'Y' TO WS-WORSE-FLAG
           END-IF.

       NOTIFY-JOINT-HOLDERS.
      *> 联名持有人各寄一份；共签人不是账户所有人，不出
           MOVE ACCOUNT-ID TO XRF-ACCOUNT-ID.
           MOVE 0 TO XRF-CUSTOMER-ID.
           MOVE 'N' TO WS-XREF-EOF.
           START XREF-MASTER-FILE KEY IS GREATER THAN OR EQUAL TO
                   XRF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF
           END-START.
           PERFORM UNTIL WS-XREF-EOF = 'Y'
               READ XREF-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF
                   NOT AT END
                       IF XRF-ACCOUNT-ID NOT = ACCOUNT-ID
                           MOVE 'Y' TO WS-XREF-EOF
                       ELSE
                           IF XRF-ROLE-CODE NOT = 'S' AND
                                   XRF-CUSTOMER-ID NOT = CUSTOMER-ID
                               MOVE XRF-CUSTOMER-ID
                                   TO PMN-CUSTOMER-ID
                               MOVE 'J' TO PMN-HOLDER-ROLE
                               PERFORM WRITE-ONE-NOTICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-ONE-NOTICE.
           PERFORM RESOLVE-MAILING-ADDRESS.
           IF WS-NOTICE-HELD = 'Y'
               PERFORM HOLD-MIGRATION-NOTICE
           ELSE
               WRITE NOTICE-RECORD
           END-IF.
           ADD 1 TO WS-NOTICE-COPIES.

       RESOLVE-MAILING-ADDRESS.
      *> 按收件客户号从客户主档取姓名、邮寄地址与函件语言；未归属
      *> 客户或客户主档无记录时地址栏空白，通知留交网点人工处理
           MOVE SPACES TO PMN-CUSTOMER-NAME.
           MOVE SPACES TO PMN-ADDRESS-LINE-1.
           MOVE SPACES TO PMN-ADDRESS-LINE-2.
           MOVE SPACES TO PMN-ADDRESS-LINE-3.
           MOVE 'ZH' TO PMN-LANGUAGE-CODE.
           MOVE 'N' TO WS-NOTICE-HELD.
           IF WS-CUST-MASTER-OPEN = 'Y' AND
                   PMN-CUSTOMER-ID NUMERIC AND PMN-CUSTOMER-ID > 0
               MOVE PMN-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME  TO PMN-CUSTOMER-NAME
                       MOVE CM-ADDRESS-LINE-1 TO PMN-ADDRESS-LINE-1
                       MOVE CM-ADDRESS-LINE-2 TO PMN-ADDRESS-LINE-2
                       MOVE CM-ADDRESS-LINE-3 TO PMN-ADDRESS-LINE-3
                       IF CM-LANGUAGE-CODE = 'EN'
                           MOVE 'EN' TO PMN-LANGUAGE-CODE
                       END-IF
                       IF CM-MAIL-FLAG = 'R' OR CM-MAIL-FLAG = 'H'
                           MOVE 'Y' TO WS-NOTICE-HELD
                       END-IF
               END-READ
           END-IF.

       HOLD-MIGRATION-NOTICE.
      *> 通知整条落留存档，函件日期取通知日，保管网点取开户网点
           MOVE PMN-CUSTOMER-ID    TO HML-CUSTOMER-ID.
           MOVE 'PM'               TO HML-DOC-TYPE.
           MOVE ACCOUNT-ID         TO HML-ACCOUNT-ID.
           MOVE WS-BUSINESS-DATE   TO HML-DOC-DATE.
           MOVE 1                  TO HML-LINE-NO.
           MOVE BRANCH-CODE        TO HML-BRANCH-CODE.
           MOVE CM-MAIL-FLAG       TO HML-HOLD-REASON.
           MOVE 'H'                TO HML-STATUS.
           MOVE 0                  TO HML-RELEASE-DATE.
           MOVE NOTICE-RECORD      TO HML-DOC-IMAGE.
           WRITE HELD-MAIL-RECORD
               INVALID KEY
                   REWRITE HELD-MAIL-RECORD
           END-WRITE.
           ADD 1 TO WS-NOTICES-HELD.

       PROCESS-DUE-MIGRATION.
      *> 已通知的账户：迁移日已到且实得通知满 N 天才提交变更交易；
      *> 提交前新产品现行条件比通知时更差的，按现行条件重新通知、
      *> 重新起算通知期。当日已提交过的不重复提交
           IF PMG-STATUS = 'C' AND PMG-SUBMIT-DATE >= WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-OF-NOTICE =
               WS-BUSINESS-DAY-NUM -
               FUNCTION INTEGER-OF-DATE(PMG-NOTICE-DATE).
           IF WS-BUSINESS-DATE < PMG-DUE-DATE OR
                   WS-DAYS-OF-NOTICE < WS-NOTICE-DAYS
               ADD 1 TO WS-PENDING-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE PMG-NEW-PRODUCT TO PRD-PRODUCT-CODE.
           PERFORM READ-PRODUCT-TERMS.
           MOVE PRODUCT-RECORD TO WS-NEW-PARMS.
           IF WS-PRODUCT-FOUND = 'N' OR NEW-STATUS NOT = 'A'
               MOVE 'X' TO PMG-STATUS
               PERFORM REWRITE-REGISTER-ENTRY
               ADD 1 TO WS-CANCELLED-COUNT
               MOVE 0 TO WS-DAYS-OF-NOTICE
               PERFORM FORMAT-REGISTER-DETAIL
               MOVE 'CANCELLED' TO DTL-ACTION
               MOVE 'NEW PRODUCT INACTIVE' TO DTL-NOTE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE PMG-RATE-BASIS   TO WS-RATE-BASIS.
           MOVE PMG-BALANCE      TO WS-PRICING-BALANCE.
           MOVE PMG-NEW-RATE     TO BT-RATE.
           MOVE PMG-NEW-MGMT-FEE TO BT-MGMT-FEE.
           MOVE PMG-NEW-OD-FEE   TO BT-OD-FEE.
           MOVE PMG-NEW-FREE-WD  TO BT-FREE-WD.
           MOVE PMG-NEW-WD-FEE   TO BT-WD-FEE.
           MOVE PMG-NEW-FREE-TR  TO BT-FREE-TR.
           MOVE PMG-NEW-TR-FEE   TO BT-TR-FEE.
           PERFORM LOAD-NEW-TERMS-AS-CANDIDATE.
           PERFORM JUDGE-CANDIDATE-TERMS.
           IF WS-WORSE-FLAG = 'Y'
               MOVE PMG-OLD-PRODUCT    TO WS-MIG-OLD-PRODUCT
               MOVE PMG-NEW-PRODUCT    TO WS-MIG-NEW-PRODUCT
               MOVE PMG-EFFECTIVE-DATE TO WS-MIG-EFFECTIVE-DATE
               PERFORM ISSUE-MIGRATION-NOTICE
               ADD 1 TO WS-RENOTICED
               COMPUTE WS-DAYS-OF-NOTICE =
                   FUNCTION INTEGER-OF-DATE(PMG-DUE-DATE) -
                   WS-BUSINESS-DAY-NUM
               PERFORM FORMAT-REGISTER-DETAIL
               MOVE 'RENOTICE' TO DTL-ACTION
               MOVE 'NEW TERMS CHANGED' TO DTL-NOTE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE PMG-STATUS TO WS-PRIOR-STATUS.
           PERFORM WRITE-PRODUCT-CHANGE-TXN.
           MOVE 'C' TO PMG-STATUS.
           MOVE WS-BUSINESS-DATE TO PMG-SUBMIT-DATE.
           PERFORM REWRITE-REGISTER-ENTRY.
           IF PMG-WORSE-FLAG = 'Y'
               ADD 1 TO WS-WORSE-SUBMITTED
               IF WS-DAYS-OF-NOTICE < WS-NOTICE-DAYS
                   ADD 1 TO WS-WORSE-SHORT-NOTICE
               END-IF
           END-IF.
           PERFORM FORMAT-REGISTER-DETAIL.
           IF WS-PRIOR-STATUS = 'C'
               ADD 1 TO WS-RESUBMITTED-COUNT
               MOVE 'RESUBMIT' TO DTL-ACTION
               MOVE 'PRIOR CHANGE UNPOSTED' TO DTL-NOTE
           ELSE
               ADD 1 TO WS-SUBMITTED-COUNT
               MOVE 'SUBMIT' TO DTL-ACTION
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-PRODUCT-CHANGE-TXN.
      *> 只改产品代码的 'C' 交易：名称空白、不带余额、标志空白
      *> 均表示不变
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE PMG-ACCOUNT-ID TO TXN-ACCOUNT-ID.
           MOVE 'C' TO TXN-TYPE.
           MOVE 0 TO TXN-ACCOUNT-BALANCE.
           MOVE 'N' TO TXN-BALANCE-PRESENT.
           MOVE 0 TO TXN-AMOUNT.
           MOVE 0 TO TXN-TO-ACCOUNT-ID.
           MOVE 0 TO TXN-VALUE-DATE.
           MOVE 0 TO TXN-CHEQUE-NUMBER.
           MOVE PMG-NEW-PRODUCT TO TXN-PRODUCT-CODE.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD PMG-ACCOUNT-ID TO WS-HASH-TOTAL.

       REWRITE-REGISTER-ENTRY.
           REWRITE MIGRATION-RECORD
               INVALID KEY
                   DISPLAY "Migration register rewrite failed: "
                       PMG-ACCOUNT-ID " " PMG-OLD-PRODUCT
           END-REWRITE.

       FORMAT-REGISTER-DETAIL.
      *> 报表明细取登记册上定格的新旧定价；通知天数由调用方先算好
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PMG-ACCOUNT-ID     TO DTL-ACCOUNT-ID.
           MOVE PMG-CUSTOMER-ID    TO DTL-CUSTOMER-ID.
           MOVE PMG-OLD-PRODUCT    TO DTL-OLD-PRODUCT.
           MOVE PMG-NEW-PRODUCT    TO DTL-NEW-PRODUCT.
           MOVE PMG-NOTICE-DATE    TO DTL-NOTICE-DATE.
           MOVE PMG-DUE-DATE       TO DTL-DUE-DATE.
           IF WS-DAYS-OF-NOTICE > 0
               MOVE WS-DAYS-OF-NOTICE TO DTL-NOTICE-DAYS
           ELSE
               MOVE 0 TO DTL-NOTICE-DAYS
           END-IF.
           MOVE PMG-BALANCE        TO DTL-BALANCE.
           IF PMG-RATE-BASIS = 'F'
               MOVE '  FX  ' TO DTL-OLD-RATE
               MOVE '  FX  ' TO DTL-NEW-RATE
           ELSE
               MOVE PMG-OLD-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO DTL-OLD-RATE
               MOVE PMG-NEW-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO DTL-NEW-RATE
           END-IF.
           MOVE PMG-OLD-MGMT-FEE   TO DTL-OLD-MGMT.
           MOVE PMG-NEW-MGMT-FEE   TO DTL-NEW-MGMT.
           MOVE PMG-OLD-OD-FEE     TO DTL-OLD-OD.
           MOVE PMG-NEW-OD-FEE     TO DTL-NEW-OD.
      *    不利项按登记册上的新旧条件重判，报表与通知同一口径
           MOVE PMG-RATE-BASIS     TO WS-RATE-BASIS.
           MOVE PMG-OLD-RATE       TO BT-RATE.
           MOVE PMG-OLD-MGMT-FEE   TO BT-MGMT-FEE.
           MOVE PMG-OLD-OD-FEE     TO BT-OD-FEE.
           MOVE PMG-OLD-FREE-WD    TO BT-FREE-WD.
           MOVE PMG-OLD-WD-FEE     TO BT-WD-FEE.
           MOVE PMG-OLD-FREE-TR    TO BT-FREE-TR.
           MOVE PMG-OLD-TR-FEE     TO BT-TR-FEE.
           MOVE PMG-NEW-RATE       TO CT-RATE.
           MOVE PMG-NEW-MGMT-FEE   TO CT-MGMT-FEE.
           MOVE PMG-NEW-OD-FEE     TO CT-OD-FEE.
           MOVE PMG-NEW-FREE-WD    TO CT-FREE-WD.
           MOVE PMG-NEW-WD-FEE     TO CT-WD-FEE.
           MOVE PMG-NEW-FREE-TR    TO CT-FREE-TR.
           MOVE PMG-NEW-TR-FEE     TO CT-TR-FEE.
           PERFORM JUDGE-CANDIDATE-TERMS.
           MOVE WS-WORSE-ITEMS     TO DTL-WORSE.

       WRITE-CONTROL-COUNTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'MIGRATION MAP ENTRIES ACCEPTED' TO CTL-LABEL.
           MOVE WS-MAPS-ACCEPTED TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'MIGRATION MAP ENTRIES REJECTED' TO CTL-LABEL.
           MOVE WS-MAPS-REJECTED TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ACCOUNTS READ' TO CTL-LABEL.
           MOVE WS-ACCOUNTS-READ TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ACCOUNTS ON MAPPED DISCONTINUED PRODUCTS' TO CTL-LABEL.
           MOVE WS-ACCOUNTS-MAPPED TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  NOT YET IN NOTICE WINDOW' TO CTL-LABEL.
           MOVE WS-NOT-YET-IN-WINDOW TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ACCOUNTS NOTIFIED' TO CTL-LABEL.
           MOVE WS-NOTICES-ISSUED TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  NOTICE COPIES INCL. JOINT HOLDERS' TO CTL-LABEL.
           MOVE WS-NOTICE-COPIES TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  OF WHICH HELD AT BRANCH' TO CTL-LABEL.
           MOVE WS-NOTICES-HELD TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'RE-NOTIFIED - NEW TERMS WORSENED' TO CTL-LABEL.
           MOVE WS-RENOTICED TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'NOTIFIED - AWAITING MIGRATION DATE' TO CTL-LABEL.
           MOVE WS-PENDING-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'PRODUCT CHANGES SUBMITTED' TO CTL-LABEL.
           MOVE WS-SUBMITTED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'PRODUCT CHANGES RESUBMITTED' TO CTL-LABEL.
           MOVE WS-RESUBMITTED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  SUBMITTED ON LESS FAVOURABLE TERMS' TO CTL-LABEL.
           MOVE WS-WORSE-SUBMITTED TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  LESS FAVOURABLE WITH SHORT NOTICE' TO CTL-LABEL.
           MOVE WS-WORSE-SHORT-NOTICE TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'MIGRATIONS CONFIRMED ON MASTER' TO CTL-LABEL.
           MOVE WS-MIGRATED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'MIGRATIONS CANCELLED' TO CTL-LABEL.
           MOVE WS-CANCELLED-COUNT TO CTL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
