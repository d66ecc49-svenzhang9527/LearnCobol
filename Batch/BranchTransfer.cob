       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. BranchTransfer.  *> 账户跨网点迁移：生成网点迁移交易批

      *> 网点迁移：客户搬家或网点撤并时账户要改挂到别的网点，
      *> 归属网点号此前只能开户时定、或靠一次性的 BranchCodeConvert
      *> 回填。本作业按两份输入生成 'B' 网点迁移交易批，交给
      *> AccountMasterUpdate 改挂网点并出往来分录：
      *>   - 迁移申请 BRANCH_XFER_REQ.TXT（网点逐笔录入）：
      *>     'A'=单个账户迁入指定网点，'C'=客户名下全部账户
      *>     迁入指定网点，申请编号必填；
      *>   - 撤并对照 BRANCH_CLOSE_MAP.TXT（批量模式）：撤销网点
      *>     -> 承接网点，撤销网点名下全部账户迁往承接网点。
      *> 同一账户多处命中时，账户申请优先于客户申请，客户申请
      *> 优先于撤并对照。迁入网点本身正被撤销的申请拒绝，撤并
      *> 对照不得链式承接。顺序扫描账户主档，命中的账户按账户
      *> 顺序写带批头/批尾控制的交易批 BRANCH_XFER_TRANSACTIONS.DAT
      *> （批次号 BRXFR1），由运维作为独立批次交给更新作业过账
      *> （套路同委托扣款生成批）。保管箱是实物，客户搬迁时留在
      *> 原网点；网点撤并时撤销网点的保管箱登记随实物改挂承接
      *> 网点（箱号与承接网点现有箱号冲突的列示，留待网点重新
      *> 编号）。逐笔结果写 BRANCH_XFER_GEN.RPT；过账后由
      *> BranchTransferRegister 出两个网点共用的迁移登记表

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

           SELECT REQUEST-FILE ASSIGN TO "BRANCH_XFER_REQ.TXT"  *> 网点迁移申请
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT CLOSE-MAP-FILE ASSIGN TO "BRANCH_CLOSE_MAP.TXT"  *> 网点撤并对照
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-MAP-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，顺序扫描
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SAFE-BOX-FILE ASSIGN TO "SAFE_DEPOSIT_BOXES.DAT"  *> 保管箱登记册，撤并时改挂
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDB-KEY
               FILE STATUS IS WS-SAFE-BOX-STATUS.

      *>   生成的网点迁移交易批（ACCTTXN 布局）：单独落档作为独立批次
           SELECT TXN-OUTPUT-FILE
               ASSIGN TO "BRANCH_XFER_TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-OUT-STATUS.

           SELECT GEN-REPORT-FILE ASSIGN TO "BRANCH_XFER_GEN.RPT"  *> 逐笔生成结果
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 BXR-REQ-TYPE          PIC X.  *> 'A'=单个账户 'C'=客户名下全部账户
           05 BXR-ACCOUNT-ID        PIC 9(8).  *> 'A' 迁移账户
           05 BXR-CUSTOMER-ID       PIC 9(6).  *> 'C' 迁移客户号
           05 BXR-TO-BRANCH         PIC X(4).  *> 迁入网点号
           05 BXR-REQUEST-REF       PIC X(12).  *> 申请编号，必填

       FD  CLOSE-MAP-FILE.
       01  CLOSE-MAP-RECORD.
           05 BCM-FROM-BRANCH       PIC X(4).  *> 撤销网点号
           05 BCM-TO-BRANCH         PIC X(4).  *> 承接网点号

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  SAFE-BOX-FILE.
       01  SAFE-BOX-RECORD.
           COPY SDBOX.

       FD  TXN-OUTPUT-FILE.  *> 与 AccountMasterUpdate 共用同一份交易布局
       01  TRANSACTION-RECORD.
           COPY ACCTTXN.

       FD  GEN-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-REQUEST-STATUS       PIC XX VALUE '00'.
       01  WS-CLOSE-MAP-STATUS     PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-SAFE-BOX-STATUS      PIC XX VALUE '00'.
       01  WS-TXN-OUT-STATUS       PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-REQUEST-EOF          PIC X VALUE 'N'.
       01  WS-CLOSE-MAP-EOF        PIC X VALUE 'N'.
       01  WS-MASTER-EOF           PIC X VALUE 'N'.
       01  WS-SCAN-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-ENTRY-OK             PIC X VALUE 'Y'.
       01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.

       01  WS-REQUESTS-READ        PIC 9(5) VALUE 0.  *> 读入的迁移申请数
       01  WS-REQUESTS-REJECTED    PIC 9(5) VALUE 0.  *> 拒绝的迁移申请数
       01  WS-MAPS-READ            PIC 9(5) VALUE 0.  *> 读入的撤并对照行数
       01  WS-MAPS-REJECTED        PIC 9(5) VALUE 0.  *> 拒绝的撤并对照行数
       01  WS-ACCOUNTS-SCANNED     PIC 9(7) VALUE 0.
       01  WS-ALREADY-THERE        PIC 9(7) VALUE 0.  *> 已在迁入网点、不生成的账户数
       01  WS-BOXES-MOVED          PIC 9(5) VALUE 0.  *> 改挂承接网点的保管箱数
       01  WS-BOXES-CLASHED        PIC 9(5) VALUE 0.  *> 箱号冲突未改挂的保管箱数
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.  *> 写出的明细交易笔数
       01  WS-HASH-TOTAL           PIC 9(9) VALUE 0.  *> 明细账户ID哈希累计（低9位自然溢出）
       01  WS-NET-AMOUNT           PIC S9(9)V99 VALUE 0.  *> 批尾净额：'B' 不计，恒为零

      *> 迁移申请表：校验通过的申请装表，扫描主档时逐户匹配
       01  REQUEST-TABLE.
           05 RQ-ENTRY OCCURS 500 TIMES.
               10 RQ-TYPE           PIC X.
               10 RQ-ACCOUNT-ID     PIC 9(8).
               10 RQ-CUSTOMER-ID    PIC 9(6).
               10 RQ-TO-BRANCH      PIC X(4).
               10 RQ-REF            PIC X(12).
               10 RQ-MATCHED        PIC 9(5).  *> 命中生成的账户数
       01  WS-RQ-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-RQ-INDEX             PIC 9(3) COMP VALUE 0.
       01  WS-RQ-HIT               PIC 9(3) COMP VALUE 0.

      *> 撤并对照表
       01  CLOSE-MAP-TABLE.
           05 CM-MAP-ENTRY OCCURS 50 TIMES.
               10 MP-FROM-BRANCH    PIC X(4).
               10 MP-TO-BRANCH      PIC X(4).
               10 MP-MATCHED        PIC 9(5).  *> 命中生成的账户数
       01  WS-MAP-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-MAP-INDEX            PIC 9(3) COMP VALUE 0.
       01  WS-MAP-SCAN             PIC 9(3) COMP VALUE 0.
       01  WS-MAP-HIT              PIC 9(3) COMP VALUE 0.
       01  WS-CHECK-BRANCH         PIC X(4) VALUE SPACES.
       01  WS-BRANCH-CLOSING       PIC X VALUE 'N'.  *> 'Y'=该网点在撤并对照的撤销方

      *> 本账户的迁移目标
       01  WS-TARGET-BRANCH        PIC X(4) VALUE SPACES.
       01  WS-TARGET-SOURCE        PIC X(4) VALUE SPACES.  *> ACCT/CUST/CLOS
       01  WS-TARGET-REF           PIC X(12) VALUE SPACES.

      *> 撤销网点的保管箱先装表再逐箱改挂，免得边扫边插乱了
      *> 顺序读的位置
       01  BOX-TABLE.
           05 BX-ENTRY OCCURS 500 TIMES.
               10 BX-RECORD         PIC X(100).
       01  WS-BOX-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-BOX-INDEX            PIC 9(3) COMP VALUE 0.
       01  WS-BOX-OLD-KEY          PIC X(10) VALUE SPACES.
       01  WS-BOX-NEW-BRANCH       PIC X(4) VALUE SPACES.

       01  WS-TITLE-LINE.
           05 FILLER                PIC X(40)
               VALUE 'BRANCH TRANSFER GENERATION - BRXFR1'.
           05 FILLER                PIC X(15) VALUE 'BUSINESS DATE '.
           05 TTL-BUSINESS-DATE     PIC 9(8).
       01  WS-DETAIL-HEADING.
           05 FILLER                PIC X(42)
               VALUE 'ITEM      CUSTOMER  FROM    TO    SOURCE  '.
           05 FILLER                PIC X(30)
               VALUE 'REF           RESULT'.
       01  WS-DETAIL-LINE.
           05 DTL-ITEM              PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 DTL-CUSTOMER-ID       PIC X(6).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 DTL-FROM-BRANCH       PIC X(4).
           05 FILLER                PIC X(4) VALUE ' -> '.
           05 DTL-TO-BRANCH         PIC X(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 DTL-SOURCE            PIC X(4).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 DTL-REF               PIC X(12).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 DTL-RESULT            PIC X(30).
       01  WS-COUNT-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CTL-LABEL             PIC X(36).
           05 CTL-COUNT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN OUTPUT GEN-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening BRANCH_XFER_GEN.RPT. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO TTL-BUSINESS-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DETAIL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM LOAD-CLOSE-MAP.
           PERFORM LOAD-TRANSFER-REQUESTS.
           IF WS-RQ-COUNT = 0 AND WS-MAP-COUNT = 0
               DISPLAY "No valid branch transfer requests or closure "
                   "mappings - nothing to generate."
               CLOSE GEN-REPORT-FILE
               STOP RUN
           END-IF.

           PERFORM GENERATE-TRANSFER-BATCH.
           PERFORM REPORT-UNMATCHED-REQUESTS.
           IF WS-MAP-COUNT > 0
               PERFORM MOVE-CLOSING-BRANCH-BOXES
           END-IF.
           PERFORM WRITE-GENERATION-TOTALS.
           CLOSE GEN-REPORT-FILE.

           DISPLAY "===== BRANCH TRANSFER GENERATION SUMMARY =====".
           DISPLAY "Requests read    : " WS-REQUESTS-READ
               " rejected " WS-REQUESTS-REJECTED.
           DISPLAY "Closure mappings : " WS-MAPS-READ
               " rejected " WS-MAPS-REJECTED.
           DISPLAY "Accounts scanned : " WS-ACCOUNTS-SCANNED.
           DISPLAY "Transfers written: " WS-DETAIL-COUNT.
           DISPLAY "Already at branch: " WS-ALREADY-THERE.
           DISPLAY "Boxes moved      : " WS-BOXES-MOVED
               " number clash " WS-BOXES-CLASHED.
           DISPLAY "Transaction batch BRXFR1 written as "
               "BRANCH_XFER_TRANSACTIONS.DAT - submit to the master "
               "update as a separate batch.".
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

       LOAD-CLOSE-MAP.
      *> 撤并对照可以没有（只做逐笔申请的日子）；撤销/承接网点
      *> 必填且不同，同一撤销网点只能有一行，承接网点不得本身
      *> 也在撤销之列（链式承接要分两次撤并做）
           OPEN INPUT CLOSE-MAP-FILE.
           IF WS-CLOSE-MAP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CLOSE-MAP-EOF = 'Y'
               READ CLOSE-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-CLOSE-MAP-EOF
                   NOT AT END
                       ADD 1 TO WS-MAPS-READ
                       PERFORM LOAD-ONE-CLOSE-MAP
               END-READ
           END-PERFORM.
           CLOSE CLOSE-MAP-FILE.
      *    承接网点本身在撤销之列的对照整行作废
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
                   UNTIL WS-MAP-INDEX > WS-MAP-COUNT
               MOVE MP-TO-BRANCH(WS-MAP-INDEX) TO WS-CHECK-BRANCH
               PERFORM CHECK-BRANCH-CLOSING
               IF WS-BRANCH-CLOSING = 'Y'
                   MOVE SPACES TO DTL-ITEM DTL-CUSTOMER-ID DTL-REF
                   MOVE MP-FROM-BRANCH(WS-MAP-INDEX)
                       TO DTL-FROM-BRANCH
                   MOVE MP-TO-BRANCH(WS-MAP-INDEX) TO DTL-TO-BRANCH
                   MOVE 'CLOS' TO DTL-SOURCE
                   MOVE 'REJECTED - SUCCESSOR CLOSING' TO DTL-RESULT
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-MAPS-REJECTED
                   MOVE SPACES TO MP-TO-BRANCH(WS-MAP-INDEX)
               END-IF
           END-PERFORM.

       LOAD-ONE-CLOSE-MAP.
           MOVE 'Y' TO WS-ENTRY-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           IF BCM-FROM-BRANCH = SPACES OR BCM-TO-BRANCH = SPACES
               MOVE 'REJECTED - BRANCH MISSING' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           IF WS-ENTRY-OK = 'Y' AND BCM-FROM-BRANCH = BCM-TO-BRANCH
               MOVE 'REJECTED - SAME BRANCH' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           IF WS-ENTRY-OK = 'Y'
               MOVE BCM-FROM-BRANCH TO WS-CHECK-BRANCH
               PERFORM CHECK-BRANCH-CLOSING
               IF WS-BRANCH-CLOSING = 'Y'
                   MOVE 'REJECTED - DUPLICATE MAPPING'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
           END-IF.
           IF WS-ENTRY-OK = 'Y' AND WS-MAP-COUNT >= 50
               MOVE 'REJECTED - MAPPING TABLE FULL' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           IF WS-ENTRY-OK = 'N'
               MOVE SPACES TO DTL-ITEM DTL-CUSTOMER-ID DTL-REF
               MOVE BCM-FROM-BRANCH TO DTL-FROM-BRANCH
               MOVE BCM-TO-BRANCH TO DTL-TO-BRANCH
               MOVE 'CLOS' TO DTL-SOURCE
               MOVE WS-REJECT-REASON TO DTL-RESULT
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-MAPS-REJECTED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           MOVE BCM-FROM-BRANCH TO MP-FROM-BRANCH(WS-MAP-COUNT).
           MOVE BCM-TO-BRANCH TO MP-TO-BRANCH(WS-MAP-COUNT).
           MOVE 0 TO MP-MATCHED(WS-MAP-COUNT).

       CHECK-BRANCH-CLOSING.
      *> 网点是否在撤并对照的撤销方；WS-MAP-HIT 带回命中行
           MOVE 'N' TO WS-BRANCH-CLOSING.
           MOVE 0 TO WS-MAP-HIT.
           PERFORM VARYING WS-MAP-SCAN FROM 1 BY 1
                   UNTIL WS-MAP-SCAN > WS-MAP-COUNT
                       OR WS-BRANCH-CLOSING = 'Y'
               IF MP-FROM-BRANCH(WS-MAP-SCAN) = WS-CHECK-BRANCH
                   MOVE 'Y' TO WS-BRANCH-CLOSING
                   MOVE WS-MAP-SCAN TO WS-MAP-HIT
               END-IF
           END-PERFORM.

       LOAD-TRANSFER-REQUESTS.
      *> 逐笔申请可以没有（只做撤并的日子）
           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-REQUEST-EOF = 'Y'
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-REQUEST-EOF
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM LOAD-ONE-REQUEST
               END-READ
           END-PERFORM.
           CLOSE REQUEST-FILE.

       LOAD-ONE-REQUEST.
      *> 申请编号、迁入网点必填；迁入网点不得正被撤销；同一账户/
      *> 同一客户只收第一份申请，后到的重复申请拒绝
           MOVE 'Y' TO WS-ENTRY-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN BXR-REQ-TYPE NOT = 'A' AND BXR-REQ-TYPE NOT = 'C'
                   MOVE 'REJECTED - UNKNOWN REQUEST TYPE'
                       TO WS-REJECT-REASON
               WHEN BXR-REQUEST-REF = SPACES
                   MOVE 'REJECTED - NO REQUEST REF' TO WS-REJECT-REASON
               WHEN BXR-TO-BRANCH = SPACES
                   MOVE 'REJECTED - NO TARGET BRANCH'
                       TO WS-REJECT-REASON
               WHEN BXR-REQ-TYPE = 'A' AND
                       (BXR-ACCOUNT-ID NOT NUMERIC OR
                        BXR-ACCOUNT-ID = 0)
                   MOVE 'REJECTED - NO ACCOUNT' TO WS-REJECT-REASON
               WHEN BXR-REQ-TYPE = 'C' AND
                       (BXR-CUSTOMER-ID NOT NUMERIC OR
                        BXR-CUSTOMER-ID = 0)
                   MOVE 'REJECTED - NO CUSTOMER' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               MOVE BXR-TO-BRANCH TO WS-CHECK-BRANCH
               PERFORM CHECK-BRANCH-CLOSING
               IF WS-BRANCH-CLOSING = 'Y'
                   MOVE 'REJECTED - TARGET BRANCH CLOSING'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING WS-RQ-INDEX FROM 1 BY 1
                       UNTIL WS-RQ-INDEX > WS-RQ-COUNT
                   IF RQ-TYPE(WS-RQ-INDEX) = BXR-REQ-TYPE
                       IF (BXR-REQ-TYPE = 'A' AND
                               RQ-ACCOUNT-ID(WS-RQ-INDEX) =
                                   BXR-ACCOUNT-ID) OR
                          (BXR-REQ-TYPE = 'C' AND
                               RQ-CUSTOMER-ID(WS-RQ-INDEX) =
                                   BXR-CUSTOMER-ID)
                           MOVE 'REJECTED - DUPLICATE REQUEST'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-REJECT-REASON = SPACES AND WS-RQ-COUNT >= 500
               MOVE 'REJECTED - REQUEST TABLE FULL' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE SPACES TO DTL-ITEM DTL-CUSTOMER-ID DTL-FROM-BRANCH
               IF BXR-REQ-TYPE = 'A'
                   MOVE BXR-ACCOUNT-ID TO DTL-ITEM
                   MOVE 'ACCT' TO DTL-SOURCE
               ELSE
                   MOVE BXR-CUSTOMER-ID TO DTL-CUSTOMER-ID
                   MOVE 'CUST' TO DTL-SOURCE
               END-IF
               MOVE BXR-TO-BRANCH TO DTL-TO-BRANCH
               MOVE BXR-REQUEST-REF TO DTL-REF
               MOVE WS-REJECT-REASON TO DTL-RESULT
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-REQUESTS-REJECTED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RQ-COUNT.
           MOVE BXR-REQ-TYPE TO RQ-TYPE(WS-RQ-COUNT).
           IF BXR-REQ-TYPE = 'A'
               MOVE BXR-ACCOUNT-ID TO RQ-ACCOUNT-ID(WS-RQ-COUNT)
               MOVE 0 TO RQ-CUSTOMER-ID(WS-RQ-COUNT)
           ELSE
               MOVE 0 TO RQ-ACCOUNT-ID(WS-RQ-COUNT)
               MOVE BXR-CUSTOMER-ID TO RQ-CUSTOMER-ID(WS-RQ-COUNT)
           END-IF.
           MOVE BXR-TO-BRANCH TO RQ-TO-BRANCH(WS-RQ-COUNT).
           MOVE BXR-REQUEST-REF TO RQ-REF(WS-RQ-COUNT).
           MOVE 0 TO RQ-MATCHED(WS-RQ-COUNT).

       GENERATE-TRANSFER-BATCH.
      *> 批头 + 按账户顺序的迁移明细 + 批尾；批尾笔数/哈希口径
      *> 与 AccountMasterUpdate 的批控制核对一致，'B' 不计净额
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
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
           MOVE 'BRXFR1' TO BCH-BATCH-ID.
           MOVE 'HQ01' TO BCH-BRANCH-ID.
           MOVE WS-EFFECTIVE-DATE TO BCH-BATCH-DATE.
           WRITE TRANSACTION-RECORD.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-SCANNED
                       PERFORM GENERATE-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 99999999 TO BCT-SORT-KEY.
           MOVE 'Z' TO BCT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO BCT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BCT-HASH-TOTAL.
           MOVE WS-NET-AMOUNT TO BCT-NET-AMOUNT.
           WRITE TRANSACTION-RECORD.
           CLOSE TXN-OUTPUT-FILE MASTER-FILE.

       GENERATE-ONE-ACCOUNT.
           PERFORM FIND-TRANSFER-TARGET.
           IF WS-TARGET-BRANCH = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCOUNT-ID TO DTL-ITEM.
           MOVE CUSTOMER-ID TO DTL-CUSTOMER-ID.
           MOVE BRANCH-CODE TO DTL-FROM-BRANCH.
           MOVE WS-TARGET-BRANCH TO DTL-TO-BRANCH.
           MOVE WS-TARGET-SOURCE TO DTL-SOURCE.
           MOVE WS-TARGET-REF TO DTL-REF.
      *    已在迁入网点的账户不生成（客户名下部分账户早已迁过）
           IF BRANCH-CODE = WS-TARGET-BRANCH
               MOVE 'SKIPPED - ALREADY AT BRANCH' TO DTL-RESULT
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-ALREADY-THERE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE ACCOUNT-ID TO TXN-ACCOUNT-ID.
           MOVE 'B' TO TXN-TYPE.
           MOVE 0 TO TXN-ACCOUNT-BALANCE.
           MOVE 'N' TO TXN-BALANCE-PRESENT.
           MOVE 0 TO TXN-AMOUNT TXN-TO-ACCOUNT-ID TXN-VALUE-DATE
               TXN-CUSTOMER-ID TXN-CHEQUE-NUMBER.
           MOVE WS-TARGET-BRANCH TO TXN-BRANCH-CODE.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD ACCOUNT-ID TO WS-HASH-TOTAL.
           MOVE 'GENERATED' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FIND-TRANSFER-TARGET.
      *> 账户申请 > 客户申请 > 撤并对照，命中即定
           MOVE SPACES TO WS-TARGET-BRANCH WS-TARGET-SOURCE
               WS-TARGET-REF.
           MOVE 0 TO WS-RQ-HIT.
           PERFORM VARYING WS-RQ-INDEX FROM 1 BY 1
                   UNTIL WS-RQ-INDEX > WS-RQ-COUNT OR WS-RQ-HIT > 0
               IF RQ-TYPE(WS-RQ-INDEX) = 'A' AND
                       RQ-ACCOUNT-ID(WS-RQ-INDEX) = ACCOUNT-ID
                   MOVE WS-RQ-INDEX TO WS-RQ-HIT
                   MOVE 'ACCT' TO WS-TARGET-SOURCE
               END-IF
           END-PERFORM.
           IF WS-RQ-HIT = 0 AND CUSTOMER-ID > 0
               PERFORM VARYING WS-RQ-INDEX FROM 1 BY 1
                       UNTIL WS-RQ-INDEX > WS-RQ-COUNT
                           OR WS-RQ-HIT > 0
                   IF RQ-TYPE(WS-RQ-INDEX) = 'C' AND
                           RQ-CUSTOMER-ID(WS-RQ-INDEX) = CUSTOMER-ID
                       MOVE WS-RQ-INDEX TO WS-RQ-HIT
                       MOVE 'CUST' TO WS-TARGET-SOURCE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RQ-HIT > 0
               MOVE RQ-TO-BRANCH(WS-RQ-HIT) TO WS-TARGET-BRANCH
               MOVE RQ-REF(WS-RQ-HIT) TO WS-TARGET-REF
               ADD 1 TO RQ-MATCHED(WS-RQ-HIT)
               EXIT PARAGRAPH
           END-IF.
           IF BRANCH-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE BRANCH-CODE TO WS-CHECK-BRANCH.
           PERFORM CHECK-BRANCH-CLOSING.
           IF WS-BRANCH-CLOSING = 'Y'
               IF MP-TO-BRANCH(WS-MAP-HIT) NOT = SPACES
                   MOVE MP-TO-BRANCH(WS-MAP-HIT) TO WS-TARGET-BRANCH
                   MOVE 'CLOS' TO WS-TARGET-SOURCE
                   ADD 1 TO MP-MATCHED(WS-MAP-HIT)
               END-IF
           END-IF.

       REPORT-UNMATCHED-REQUESTS.
      *> 主档上找不到账户/客户名下无账户的申请逐笔列示退回网点
           PERFORM VARYING WS-RQ-INDEX FROM 1 BY 1
                   UNTIL WS-RQ-INDEX > WS-RQ-COUNT
               IF RQ-MATCHED(WS-RQ-INDEX) = 0
                   MOVE SPACES TO DTL-ITEM DTL-CUSTOMER-ID
                       DTL-FROM-BRANCH
                   IF RQ-TYPE(WS-RQ-INDEX) = 'A'
                       MOVE RQ-ACCOUNT-ID(WS-RQ-INDEX) TO DTL-ITEM
                       MOVE 'ACCT' TO DTL-SOURCE
                       MOVE 'REJECTED - ACCOUNT NOT ON MASTER'
                           TO DTL-RESULT
                   ELSE
                       MOVE RQ-CUSTOMER-ID(WS-RQ-INDEX)
                           TO DTL-CUSTOMER-ID
                       MOVE 'CUST' TO DTL-SOURCE
                       MOVE 'REJECTED - NO ACCOUNTS ON MASTER'
                           TO DTL-RESULT
                   END-IF
                   MOVE RQ-TO-BRANCH(WS-RQ-INDEX) TO DTL-TO-BRANCH
                   MOVE RQ-REF(WS-RQ-INDEX) TO DTL-REF
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-REQUESTS-REJECTED
               END-IF
           END-PERFORM.

       MOVE-CLOSING-BRANCH-BOXES.
      *> 撤销网点的保管箱随实物改挂承接网点：主键含网点号，改挂
      *> 即按新键写入、删除旧键，其余栏位原样搬过去（租期、欠租
      *> 跟踪不受影响）。承接网点已有同号箱的不动，列示待重新编号
           OPEN I-O SAFE-BOX-FILE.
           IF WS-SAFE-BOX-STATUS NOT = '00'
               DISPLAY "Safe deposit box register not available - "
                   "boxes of closing branches not moved."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ SAFE-BOX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE SDB-BRANCH-CODE TO WS-CHECK-BRANCH
                       PERFORM CHECK-BRANCH-CLOSING
                       IF WS-BRANCH-CLOSING = 'Y' AND
                               MP-TO-BRANCH(WS-MAP-HIT) NOT = SPACES
                           IF WS-BOX-COUNT < 500
                               ADD 1 TO WS-BOX-COUNT
                               MOVE SAFE-BOX-RECORD
                                   TO BX-RECORD(WS-BOX-COUNT)
                           ELSE
                               DISPLAY "*** Box table full - box "
                                   SDB-BRANCH-CODE " " SDB-BOX-NUMBER
                                   " not moved ***"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-BOX-INDEX FROM 1 BY 1
                   UNTIL WS-BOX-INDEX > WS-BOX-COUNT
               PERFORM MOVE-ONE-BOX
           END-PERFORM.
           CLOSE SAFE-BOX-FILE.

       MOVE-ONE-BOX.
           MOVE BX-RECORD(WS-BOX-INDEX) TO SAFE-BOX-RECORD.
           MOVE SDB-KEY TO WS-BOX-OLD-KEY.
           MOVE SDB-BRANCH-CODE TO WS-CHECK-BRANCH.
           PERFORM CHECK-BRANCH-CLOSING.
           MOVE MP-TO-BRANCH(WS-MAP-HIT) TO WS-BOX-NEW-BRANCH.
           MOVE SPACES TO DTL-ITEM DTL-REF.
           MOVE SDB-BOX-NUMBER TO DTL-ITEM.
           IF SDB-CUSTOMER-ID > 0
               MOVE SDB-CUSTOMER-ID TO DTL-CUSTOMER-ID
           ELSE
               MOVE SPACES TO DTL-CUSTOMER-ID
           END-IF.
           MOVE SDB-BRANCH-CODE TO DTL-FROM-BRANCH.
           MOVE WS-BOX-NEW-BRANCH TO DTL-TO-BRANCH.
           MOVE 'SDBX' TO DTL-SOURCE.
           MOVE WS-BOX-NEW-BRANCH TO SDB-BRANCH-CODE.
           READ SAFE-BOX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'NOT MOVED - BOX NUMBER IN USE' TO DTL-RESULT
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-BOXES-CLASHED
                   EXIT PARAGRAPH
           END-READ.
           MOVE BX-RECORD(WS-BOX-INDEX) TO SAFE-BOX-RECORD.
           MOVE WS-BOX-NEW-BRANCH TO SDB-BRANCH-CODE.
           MOVE WS-EFFECTIVE-DATE TO SDB-STATUS-DATE.
           WRITE SAFE-BOX-RECORD
               INVALID KEY
                   MOVE 'NOT MOVED - WRITE FAILED' TO DTL-RESULT
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-BOXES-CLASHED
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE WS-BOX-OLD-KEY TO SDB-KEY.
           DELETE SAFE-BOX-FILE
               INVALID KEY
                   DISPLAY "*** Old box entry " WS-BOX-OLD-KEY
                       " could not be removed ***"
           END-DELETE.
           MOVE 'BOX MOVED WITH BRANCH' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-BOXES-MOVED.

       WRITE-GENERATION-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GENERATION TOTALS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Transfer requests read' TO CTL-LABEL.
           MOVE WS-REQUESTS-READ TO CTL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Transfer requests rejected' TO CTL-LABEL.
           MOVE WS-REQUESTS-REJECTED TO CTL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Closure mappings read' TO CTL-LABEL.
           MOVE WS-MAPS-READ TO CTL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Closure mappings rejected' TO CTL-LABEL.
           MOVE WS-MAPS-REJECTED TO CTL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Branch transfers generated' TO CTL-LABEL.
           MOVE WS-DETAIL-COUNT TO CTL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Accounts already at target branch' TO CTL-LABEL.
           MOVE WS-ALREADY-THERE TO CTL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Safe deposit boxes moved' TO CTL-LABEL.
           MOVE WS-BOXES-MOVED TO CTL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Safe deposit boxes not moved' TO CTL-LABEL.
           MOVE WS-BOXES-CLASHED TO CTL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

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
