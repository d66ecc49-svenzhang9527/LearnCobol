       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. VaultCashMaint.  *> 网点金库出入库及柜员领缴现金

      *> 金库出入库：TellerEodProof 只比对柜员采集与点钞申报，
      *> 金库、柜员与金库之间的领缴、券别都没有账，两个柜员之间
      *> 的短款查不下去。网点把当日金库交易按券别逐行录入
      *> VAULT_MOVEMENTS.TXT，本作业逐行套用：
      *>   'B' 柜员向金库领现（金库减、尾箱领入加）
      *>   'S' 柜员向金库缴现（金库加、尾箱缴回加）
      *>   'I' 现金中心调入（金库加，借网点现金、贷现金中心往来）
      *>   'O' 调出至现金中心（金库减，分录反向）
      *> 每笔须经办与复核两人（双人管库），金库某券别不够出的
      *> 整行拒绝，金库头寸永不为负。不论成败都落出入库留痕档
      *> （VAULT_MOVE_HISTORY.DAT），查短款按柜员、券别、凭证号
      *> 翻得到每一笔。柜员领缴是网点现金科目内部划转，不出分录；
      *> 调入调出的分录以 GL-RECORD 布局写 VAULT_CASH_GL.DAT

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

           SELECT MOVEMENT-FILE ASSIGN TO "VAULT_MOVEMENTS.TXT"  *> 当日金库出入库交易
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-STATUS.

           SELECT VAULT-FILE ASSIGN TO "VAULT_POSITION.DAT"  *> 网点金库券别头寸
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VP-KEY
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT DRAWER-FILE ASSIGN TO "TELLER_DRAWER.DAT"  *> 柜员尾箱
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDR-TELLER-ID
               FILE STATUS IS WS-DRAWER-STATUS.

      *>   出入库留痕档：逐日追加，成功与拒绝的交易都留
           SELECT HISTORY-FILE ASSIGN TO "VAULT_MOVE_HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT VAULT-GL-FILE ASSIGN TO "VAULT_CASH_GL.DAT"  *> 调入调出分录，与 GL_INTERFACE.DAT 同布局
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

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

       FD  MOVEMENT-FILE.
       01  MOVEMENT-RECORD.
           05 VM-TYPE               PIC X.  *> 'B'=领现 'S'=缴现 'I'=调入 'O'=调出
           05 VM-BRANCH-ID          PIC X(4).  *> 网点号
           05 VM-TELLER-ID          PIC X(8).  *> 经办柜员（领缴为尾箱柜员，调拨为管库员）
           05 VM-CUSTODIAN-ID       PIC X(8).  *> 复核（第二把钥匙），须与经办不同
           05 VM-REFERENCE          PIC X(10).  *> 凭证/押运单号
           05 VM-DENOMINATION       PIC 9(4)V99.  *> 券别面额
           05 VM-PIECES             PIC 9(7).  *> 张（枚）数

       FD  VAULT-FILE.
       01  VAULT-RECORD.
           COPY VAULTPOS.

       FD  DRAWER-FILE.
       01  DRAWER-RECORD.
           COPY TDRAWER.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 VMH-BUSINESS-DATE     PIC 9(8).  *> 业务日期
           05 VMH-TYPE              PIC X.
           05 VMH-BRANCH-ID         PIC X(4).
           05 VMH-TELLER-ID         PIC X(8).
           05 VMH-CUSTODIAN-ID      PIC X(8).
           05 VMH-REFERENCE         PIC X(10).
           05 VMH-DENOMINATION      PIC 9(4)V99.
           05 VMH-PIECES            PIC 9(7).
           05 VMH-AMOUNT            PIC 9(9)V99.  *> 金额 = 张数 × 面额
           05 VMH-VAULT-PIECES      PIC 9(9).  *> 套用后该券别金库张数
           05 VMH-RESULT            PIC X(4).  *> 'OK'=已套用，其余为拒绝原因

       FD  VAULT-GL-FILE.  *> 与 BatchAccountProcessor 的总账接口同布局
       01  GL-RECORD.
           05 GL-JE-DATE            PIC 9(8).
           05 GL-ACCOUNT-CODE       PIC X(10).
           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-MOVEMENT-STATUS      PIC XX VALUE '00'.
       01  WS-VAULT-STATUS         PIC XX VALUE '00'.
       01  WS-DRAWER-STATUS        PIC XX VALUE '00'.
       01  WS-HISTORY-STATUS       PIC XX VALUE '00'.
       01  WS-GL-STATUS            PIC XX VALUE '00'.
       01  WS-MOVEMENT-EOF         PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-MOVES-READ           PIC 9(5) VALUE 0.  *> 读入的交易行数
       01  WS-MOVES-APPLIED        PIC 9(5) VALUE 0.  *> 已套用
       01  WS-MOVES-REJECTED       PIC 9(5) VALUE 0.  *> 拒绝
       01  WS-GL-ENTRIES           PIC 9(5) VALUE 0.  *> 写出的分录数
       01  WS-MOVE-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-REJECT-REASON        PIC X(4) VALUE SPACES.  *> 空白=通过
       01  WS-VAULT-FOUND          PIC X VALUE 'N'.
       01  WS-DRAWER-FOUND         PIC X VALUE 'N'.
       01  WS-DRAWER-HELD          PIC S9(9)V99 VALUE 0.  *> 尾箱领缴后在手（不含当日收付）
       01  WS-CASH-ACCOUNT         PIC X(10) VALUE SPACES.  *> 网点现金科目 CASH+网点号

      *> 可收付的券别：百元至一角，键错的面额整行拒绝
       01  WS-DENOM-VALUES.
           05 FILLER                PIC 9(4)V99 VALUE 100.00.
           05 FILLER                PIC 9(4)V99 VALUE 50.00.
           05 FILLER                PIC 9(4)V99 VALUE 20.00.
           05 FILLER                PIC 9(4)V99 VALUE 10.00.
           05 FILLER                PIC 9(4)V99 VALUE 5.00.
           05 FILLER                PIC 9(4)V99 VALUE 1.00.
           05 FILLER                PIC 9(4)V99 VALUE 0.50.
           05 FILLER                PIC 9(4)V99 VALUE 0.10.
       01  WS-DENOM-TABLE REDEFINES WS-DENOM-VALUES.
           05 WS-DENOM-ENTRY        PIC 9(4)V99 OCCURS 8 TIMES.
       01  WS-DENOM-INDEX          PIC 9(2) COMP VALUE 0.
       01  WS-DENOM-VALID          PIC X VALUE 'N'.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT MOVEMENT-FILE.
           IF WS-MOVEMENT-STATUS NOT = '00'
               DISPLAY "VAULT_MOVEMENTS.TXT not available - nothing "
                   "to apply."
               STOP RUN
           END-IF.
           PERFORM OPEN-VAULT-FILES.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           OPEN OUTPUT VAULT-GL-FILE.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY "Error opening VAULT_CASH_GL.DAT. File Status: "
                   WS-GL-STATUS
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-MOVEMENT-EOF = 'Y'
               READ MOVEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-MOVEMENT-EOF
                   NOT AT END
                       ADD 1 TO WS-MOVES-READ
                       PERFORM APPLY-ONE-MOVEMENT
               END-READ
           END-PERFORM.

           CLOSE MOVEMENT-FILE VAULT-FILE DRAWER-FILE HISTORY-FILE
               VAULT-GL-FILE.
           DISPLAY "===== VAULT CASH MAINTENANCE SUMMARY =====".
           DISPLAY "Movements read     : " WS-MOVES-READ.
           DISPLAY "Movements applied  : " WS-MOVES-APPLIED.
           DISPLAY "Movements rejected : " WS-MOVES-REJECTED.
           DISPLAY "GL entries written : " WS-GL-ENTRIES.
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
                   DISPLAY "RATE_PARM.DAT empty - run stopped."
                   STOP RUN
           END-READ.
           MOVE PARM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           CLOSE RATE-PARM-FILE.
           DISPLAY "Vault movements for " WS-EFFECTIVE-DATE.

       OPEN-VAULT-FILES.
      *> 首次运行时金库档、尾箱档还不存在，先建空文件再以 I-O 重开
           OPEN I-O VAULT-FILE.
           IF WS-VAULT-STATUS NOT = '00'
               OPEN OUTPUT VAULT-FILE
               CLOSE VAULT-FILE
               OPEN I-O VAULT-FILE
               IF WS-VAULT-STATUS NOT = '00'
                   DISPLAY "Error opening vault position file. "
                       "File Status: " WS-VAULT-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O DRAWER-FILE.
           IF WS-DRAWER-STATUS NOT = '00'
               OPEN OUTPUT DRAWER-FILE
               CLOSE DRAWER-FILE
               OPEN I-O DRAWER-FILE
               IF WS-DRAWER-STATUS NOT = '00'
                   DISPLAY "Error opening teller drawer file. "
                       "File Status: " WS-DRAWER-STATUS
                   STOP RUN
               END-IF
           END-IF.

       APPLY-ONE-MOVEMENT.
           PERFORM VALIDATE-MOVEMENT.
           IF WS-REJECT-REASON = SPACES
               PERFORM READ-VAULT-POSITION
           END-IF.
           IF WS-REJECT-REASON = SPACES AND
                   (VM-TYPE = 'B' OR VM-TYPE = 'S')
               PERFORM READ-TELLER-DRAWER
           END-IF.
      *    金库出库（领现、调出）不得超过该券别库存
           IF WS-REJECT-REASON = SPACES AND
                   (VM-TYPE = 'B' OR VM-TYPE = 'O') AND
                   VM-PIECES > VP-PIECES
               MOVE 'SHRT' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
               PERFORM POST-MOVEMENT
               ADD 1 TO WS-MOVES-APPLIED
           ELSE
               DISPLAY "Vault movement rejected (" WS-REJECT-REASON
                   "): " VM-TYPE " " VM-BRANCH-ID " " VM-TELLER-ID
                   " ref " VM-REFERENCE
               ADD 1 TO WS-MOVES-REJECTED
           END-IF.
           PERFORM WRITE-MOVE-HISTORY.

       VALIDATE-MOVEMENT.
      *> 交易类型、网点、双人、券别、张数逐项校验，首个不符即拒
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-MOVE-AMOUNT.
           IF VM-TYPE NOT = 'B' AND VM-TYPE NOT = 'S' AND
                   VM-TYPE NOT = 'I' AND VM-TYPE NOT = 'O'
               MOVE 'TYPE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF VM-BRANCH-ID = SPACES
               MOVE 'BRCH' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF VM-TELLER-ID = SPACES OR VM-CUSTODIAN-ID = SPACES OR
                   VM-TELLER-ID = VM-CUSTODIAN-ID
               MOVE 'DUAL' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DENOM-VALID.
           IF VM-DENOMINATION NUMERIC
               PERFORM VARYING WS-DENOM-INDEX FROM 1 BY 1
                       UNTIL WS-DENOM-INDEX > 8
                   IF VM-DENOMINATION = WS-DENOM-ENTRY(WS-DENOM-INDEX)
                       MOVE 'Y' TO WS-DENOM-VALID
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DENOM-VALID = 'N'
               MOVE 'DENM' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF VM-PIECES NOT NUMERIC OR VM-PIECES = 0
               MOVE 'QTY ' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MOVE-AMOUNT = VM-PIECES * VM-DENOMINATION
               ON SIZE ERROR
                   MOVE 'QTY ' TO WS-REJECT-REASON
           END-COMPUTE.

       READ-VAULT-POSITION.
      *> 该网点该券别首次入库时金库记录还没有，按零头寸起账
           MOVE VM-BRANCH-ID    TO VP-BRANCH-ID.
           MOVE VM-DENOMINATION TO VP-DENOMINATION.
           READ VAULT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VAULT-FOUND
                   MOVE 0 TO VP-PIECES
                   MOVE 0 TO VP-VALUE
                   MOVE 0 TO VP-LAST-MOVE-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VAULT-FOUND
           END-READ.

       READ-TELLER-DRAWER.
      *> 柜员首次领现时开尾箱；尾箱在别的网点且仍有现金的不准
      *> 直接在本网点领缴，须先在原网点缴清
           MOVE VM-TELLER-ID TO TDR-TELLER-ID.
           READ DRAWER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-DRAWER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DRAWER-FOUND
           END-READ.
           IF WS-DRAWER-FOUND = 'N'
               IF VM-TYPE = 'S'
                   MOVE 'NODR' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE VM-TELLER-ID      TO TDR-TELLER-ID
               MOVE VM-BRANCH-ID      TO TDR-BRANCH-ID
               MOVE WS-EFFECTIVE-DATE TO TDR-BUSINESS-DATE
               MOVE 0 TO TDR-OPENING-CASH
               MOVE 0 TO TDR-BOUGHT
               MOVE 0 TO TDR-SOLD
               MOVE 0 TO TDR-CLOSING-CASH
               MOVE 0 TO TDR-CLOSED-DATE
           ELSE
               PERFORM ROLL-DRAWER-DAY
           END-IF.
           COMPUTE WS-DRAWER-HELD =
               TDR-OPENING-CASH + TDR-BOUGHT - TDR-SOLD.
           IF TDR-BRANCH-ID NOT = VM-BRANCH-ID
               IF WS-DRAWER-HELD NOT = 0
                   MOVE 'BRCH' TO WS-REJECT-REASON
               ELSE
                   MOVE VM-BRANCH-ID TO TDR-BRANCH-ID
               END-IF
           END-IF.

       ROLL-DRAWER-DAY.
      *> 尾箱还停在以前的业务日：日终轧过的取期末为期初，没轧过
      *> 的（当日无采集未跑日终）按领缴后在手结转
           IF TDR-BUSINESS-DATE < WS-EFFECTIVE-DATE
               IF TDR-CLOSED-DATE = TDR-BUSINESS-DATE
                   MOVE TDR-CLOSING-CASH TO TDR-OPENING-CASH
               ELSE
                   COMPUTE TDR-OPENING-CASH =
                       TDR-OPENING-CASH + TDR-BOUGHT - TDR-SOLD
               END-IF
               MOVE 0 TO TDR-BOUGHT
               MOVE 0 TO TDR-SOLD
               MOVE WS-EFFECTIVE-DATE TO TDR-BUSINESS-DATE
           END-IF.

       POST-MOVEMENT.
           MOVE WS-EFFECTIVE-DATE TO VP-LAST-MOVE-DATE.
           IF VM-TYPE = 'B' OR VM-TYPE = 'O'
               SUBTRACT VM-PIECES FROM VP-PIECES
               SUBTRACT WS-MOVE-AMOUNT FROM VP-VALUE
           ELSE
               ADD VM-PIECES TO VP-PIECES
               ADD WS-MOVE-AMOUNT TO VP-VALUE
           END-IF.
           IF WS-VAULT-FOUND = 'Y'
               REWRITE VAULT-RECORD
                   INVALID KEY
                       DISPLAY "*** Vault rewrite failed: "
                           VP-BRANCH-ID " " VP-DENOMINATION
               END-REWRITE
           ELSE
               WRITE VAULT-RECORD
                   INVALID KEY
                       DISPLAY "*** Vault write failed: "
                           VP-BRANCH-ID " " VP-DENOMINATION
               END-WRITE
           END-IF.

           EVALUATE VM-TYPE
               WHEN 'B'
                   ADD WS-MOVE-AMOUNT TO TDR-BOUGHT
                   PERFORM STORE-TELLER-DRAWER
               WHEN 'S'
                   ADD WS-MOVE-AMOUNT TO TDR-SOLD
                   PERFORM STORE-TELLER-DRAWER
               WHEN 'I'
                   PERFORM WRITE-SHIPMENT-GL
               WHEN 'O'
                   PERFORM WRITE-SHIPMENT-GL
           END-EVALUATE.

       STORE-TELLER-DRAWER.
           IF WS-DRAWER-FOUND = 'Y'
               REWRITE DRAWER-RECORD
                   INVALID KEY
                       DISPLAY "*** Drawer rewrite failed: "
                           TDR-TELLER-ID
               END-REWRITE
           ELSE
               WRITE DRAWER-RECORD
                   INVALID KEY
                       DISPLAY "*** Drawer write failed: "
                           TDR-TELLER-ID
               END-WRITE
           END-IF.

       WRITE-SHIPMENT-GL.
      *> 调入借网点现金、贷现金中心往来；调出反向
           MOVE SPACES TO WS-CASH-ACCOUNT.
           STRING 'CASH' VM-BRANCH-ID
               DELIMITED BY SIZE INTO WS-CASH-ACCOUNT
           END-STRING.
           MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE.
           MOVE WS-MOVE-AMOUNT TO GL-AMOUNT.
           MOVE SPACES TO GL-DESCRIPTION.
           IF VM-TYPE = 'I'
               STRING 'Cash shipment in ' VM-REFERENCE
                   DELIMITED BY SIZE INTO GL-DESCRIPTION
               END-STRING
               MOVE WS-CASH-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               WRITE GL-RECORD
               MOVE 'CASHCTR' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               WRITE GL-RECORD
           ELSE
               STRING 'Cash shipment out ' VM-REFERENCE
                   DELIMITED BY SIZE INTO GL-DESCRIPTION
               END-STRING
               MOVE 'CASHCTR' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               WRITE GL-RECORD
               MOVE WS-CASH-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               WRITE GL-RECORD
           END-IF.
           ADD 2 TO WS-GL-ENTRIES.

       WRITE-MOVE-HISTORY.
           MOVE WS-EFFECTIVE-DATE TO VMH-BUSINESS-DATE.
           MOVE VM-TYPE           TO VMH-TYPE.
           MOVE VM-BRANCH-ID      TO VMH-BRANCH-ID.
           MOVE VM-TELLER-ID      TO VMH-TELLER-ID.
           MOVE VM-CUSTODIAN-ID   TO VMH-CUSTODIAN-ID.
           MOVE VM-REFERENCE      TO VMH-REFERENCE.
           IF VM-DENOMINATION NUMERIC
               MOVE VM-DENOMINATION TO VMH-DENOMINATION
           ELSE
               MOVE 0 TO VMH-DENOMINATION
           END-IF.
           IF VM-PIECES NUMERIC
               MOVE VM-PIECES TO VMH-PIECES
           ELSE
               MOVE 0 TO VMH-PIECES
           END-IF.
           MOVE WS-MOVE-AMOUNT TO VMH-AMOUNT.
           IF WS-REJECT-REASON = SPACES
               MOVE VP-PIECES TO VMH-VAULT-PIECES
               MOVE 'OK' TO VMH-RESULT
           ELSE
               MOVE 0 TO VMH-VAULT-PIECES
               MOVE WS-REJECT-REASON TO VMH-RESULT
           END-IF.
           WRITE HISTORY-RECORD.

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
