       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. MasterUpdateMerge.  *> 拼接主档更新各分片产出并核对分片控制总数

      *> AccountMasterUpdate 按 PARTITION_PARM_n.DAT 的账户ID区间分片
      *> 并行运行（PARM PART=n）后，由本程序把各分片的新主档、异常、
      *> 流水、欢迎函、倒起息报告、两份总账分录与待发汇出拼接成整档
      *> 运行时的同名文件，再由 MasterUpdateVerify 做三文件核实。
      *> 拼接前先做核实，任一项不符整个拼接响亮地失败、一个文件都
      *> 不写：分片区间从 0 起连续铺满 99999999；每个有参数的分片
      *> 作业 MASTUPDn 当日已正常完成、写过控制总数；分片新主档的
      *> 账户ID落在本区间内且严格升序，记录数/余额合计与控制总数
      *> 一致；各分片过的是同一批（批次号/明细笔数/转账笔数一致）；
      *> 各分片的转账预检结论逐笔一致——两腿分属不同分片的转账
      *> 由两个分片各过一腿，结论一致才保证整笔要么两腿都过、
      *> 要么两腿都不过。核实通过后登记已过账批次，并代整档作业
      *> 登记 MASTUPDT 完成，下游作业的前置检查不必区分两种跑法

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-PARM-FILE ASSIGN TO "RATE_PARM.DAT"  *> 业务日期取参数文件生效日期
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO "JOB_STATUS.DAT"  *> 夜间批流作业状态文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS-FS.
           SELECT PARTITION-PARM-IN
               ASSIGN TO DYNAMIC WS-PARM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT PART-CONTROL-FILE
               ASSIGN TO "MASTUPDT_CONTROL.DAT"  *> 各分片运行写出的控制总数
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-CTL-STATUS.
           SELECT VERDICT-IN-FILE
               ASSIGN TO DYNAMIC WS-VERDICT-NAME  *> 各分片的转账预检结论
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERDICT-STATUS.
           SELECT PART-MASTER-FILE
               ASSIGN TO DYNAMIC WS-PART-MASTER-NAME  *> 分片新主档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-ACCOUNT-ID
               FILE STATUS IS WS-PART-MASTER-STATUS.
           SELECT NEW-MASTER-FILE ASSIGN TO "ACCOUNT_INPUT_NEW.DAT"  *> 拼接后的新账户主文件
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NM-ACCOUNT-ID
               FILE STATUS IS WS-NEW-MASTER-STATUS.
      *>   分片顺序产出与拼接目标：按整行搬运，布局各自不变
           SELECT PART-SEQ-FILE
               ASSIGN TO DYNAMIC WS-PART-SEQ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-SEQ-STATUS.
           SELECT MERGED-SEQ-FILE
               ASSIGN TO DYNAMIC WS-MERGED-SEQ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGED-SEQ-STATUS.
      *>   已过账批次登记册：分片运行不登记，由本程序代为登记
           SELECT BATCH-REGISTER-FILE
               ASSIGN TO "POSTED_BATCH_REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PBR-KEY
               FILE STATUS IS WS-BATCH-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-PARM-FILE.  *> 只取生效日期，其余参数字段本作业不使用
       01  RATE-PARM-RECORD.
           05 FILLER            PIC X(9).  *> 利率 9V9(4) + 管理费 9(2)V99
           05 PARM-EFFECTIVE-DATE PIC 9(8).
           05 FILLER            PIC X(16).

       FD  JOB-STATUS-FILE.  *> 作业状态文件描述符
       01  JOB-STATUS-RECORD.
           COPY JOBSTAT.

       FD  PARTITION-PARM-IN.  *> 各分片的区间参数（PARTITION_PARM_n.DAT）
       01  PARTITION-PARM-RECORD.
           05 PPI-RANGE-LOW     PIC 9(8).
           05 PPI-RANGE-HIGH    PIC 9(8).

       FD  PART-CONTROL-FILE.  *> 分片控制总数文件描述符
       01  PART-CONTROL-RECORD.
           COPY MUPDCTL.

       FD  VERDICT-IN-FILE.  *> 分片转账预检结论文件描述符
       01  VERDICT-IN-RECORD.
           COPY MUPDTRV.

       FD  PART-MASTER-FILE.
       01  PART-MASTER-RECORD.
           COPY ACCTREC
               REPLACING ==ACCOUNT-ID== BY ==PM-ACCOUNT-ID==
                   ==ACCOUNT-NAME== BY ==PM-ACCOUNT-NAME==
                   ==ACCOUNT-BALANCE== BY ==PM-ACCOUNT-BALANCE==
                   ==YTD-INTEREST-PAID== BY
                       ==PM-YTD-INTEREST-PAID==
                   ==CURRENCY-CODE== BY ==PM-CURRENCY-CODE==
                   ==DORMANT-FLAG== BY ==PM-DORMANT-FLAG==
                   ==CUSTOMER-ID== BY ==PM-CUSTOMER-ID==
                   ==TAX-EXEMPT-FLAG== BY ==PM-TAX-EXEMPT-FLAG==
                   ==LAST-ACTIVITY-DATE== BY
                       ==PM-LAST-ACTIVITY-DATE==
                   ==PRODUCT-CODE== BY ==PM-PRODUCT-CODE==
                   ==STMT-CYCLE-CODE== BY ==PM-STMT-CYCLE-CODE==
                   ==BRANCH-CODE== BY ==PM-BRANCH-CODE==.

       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD.
           COPY ACCTREC
               REPLACING ==ACCOUNT-ID== BY ==NM-ACCOUNT-ID==
                   ==ACCOUNT-NAME== BY ==NM-ACCOUNT-NAME==
                   ==ACCOUNT-BALANCE== BY ==NM-ACCOUNT-BALANCE==
                   ==YTD-INTEREST-PAID== BY
                       ==NM-YTD-INTEREST-PAID==
                   ==CURRENCY-CODE== BY ==NM-CURRENCY-CODE==
                   ==DORMANT-FLAG== BY ==NM-DORMANT-FLAG==
                   ==CUSTOMER-ID== BY ==NM-CUSTOMER-ID==
                   ==TAX-EXEMPT-FLAG== BY ==NM-TAX-EXEMPT-FLAG==
                   ==LAST-ACTIVITY-DATE== BY
                       ==NM-LAST-ACTIVITY-DATE==
                   ==PRODUCT-CODE== BY ==NM-PRODUCT-CODE==
                   ==STMT-CYCLE-CODE== BY ==NM-STMT-CYCLE-CODE==
                   ==BRANCH-CODE== BY ==NM-BRANCH-CODE==.

       FD  PART-SEQ-FILE.  *> 分片顺序产出（整行）
       01  PART-SEQ-RECORD      PIC X(300).

       FD  MERGED-SEQ-FILE.  *> 拼接目标（整行）
       01  MERGED-SEQ-RECORD    PIC X(300).

       FD  BATCH-REGISTER-FILE.  *> 与 AccountMasterUpdate 同一份登记册布局
       01  BATCH-REGISTER-RECORD.
           05 PBR-KEY.
               10 PBR-BATCH-ID      PIC X(6).  *> 批次号
               10 PBR-BRANCH-ID     PIC X(4).  *> 发送网点号
               10 PBR-BATCH-DATE    PIC 9(8).  *> 批次业务日期
           05 PBR-POSTED-TIME       PIC 9(8).  *> 过账完成时间 HHMMSSCC
           05 PBR-DETAIL-COUNT      PIC 9(7).  *> 该批明细笔数

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS       PIC XX VALUE '00'.
       01  WS-JOB-STATUS-FS     PIC XX VALUE '00'.
       01  WS-JOB-EOF           PIC X VALUE 'N'.
       01  WS-STREAM-DATE       PIC 9(8) VALUE 0.  *> 本批流的业务日期
       01  WS-THIS-JOB-NAME     PIC X(8) VALUE 'MUPDMRGE'.  *> 本程序在批流里的作业名
       01  WS-JOB-EVENT-STATUS  PIC X VALUE 'S'.
       01  WS-JOB-LOG-TIME      PIC 9(8) VALUE 0.
       01  WS-PRED-NAME         PIC X(8) VALUE SPACES.  *> 待检查的前置作业名
       01  WS-PRED-REQUIRED     PIC X VALUE 'Y'.  *> 'N'=前置作业未运行也放行
       01  WS-PRED-LAST-STATUS  PIC X VALUE 'X'.  *> 前置作业同日最后状态，'X'=无记录
       01  WS-PARM-IN-STATUS    PIC XX VALUE '00'.
       01  WS-PART-CTL-STATUS   PIC XX VALUE '00'.
       01  WS-VERDICT-STATUS    PIC XX VALUE '00'.
       01  WS-PART-MASTER-STATUS PIC XX VALUE '00'.
       01  WS-NEW-MASTER-STATUS PIC XX VALUE '00'.
       01  WS-PART-SEQ-STATUS   PIC XX VALUE '00'.
       01  WS-MERGED-SEQ-STATUS PIC XX VALUE '00'.
       01  WS-BATCH-REG-STATUS  PIC XX VALUE '00'.
       01  WS-PARM-NAME         PIC X(40) VALUE SPACES.
       01  WS-VERDICT-NAME      PIC X(40) VALUE SPACES.
       01  WS-PART-MASTER-NAME  PIC X(40) VALUE SPACES.
       01  WS-PART-SEQ-NAME     PIC X(40) VALUE SPACES.
       01  WS-MERGED-SEQ-NAME   PIC X(40) VALUE SPACES.
       01  WS-CTL-EOF           PIC X VALUE 'N'.
       01  WS-FILE-EOF          PIC X VALUE 'N'.
       01  WS-VERIFY-FAILED     PIC X VALUE 'N'.  *> 'Y'=核实不通过，拼接终止
       01  WS-SLOT              PIC 9 VALUE 0.  *> 当前处理的分片号
       01  WS-FIRST-SLOT        PIC 9 VALUE 0.  *> 第一个有参数的分片，批次信息以它为准
       01  WS-EXPECTED-LOW      PIC 9(8) VALUE 0.  *> 区间连续性检查的期望下限
       01  WS-COVERAGE-DONE     PIC X VALUE 'N'.  *> 'Y'=区间已铺满 99999999
       01  WS-PREV-ACCT-ID      PIC 9(8) VALUE 0.  *> 升序检查的上一账户ID
       01  WS-FIRST-IN-SLOT     PIC X VALUE 'Y'.
       01  WS-MERGE-LAST-STATUS PIC X VALUE 'X'.  *> 本作业同日最后状态
       01  WS-BATCH-REG-TIME    PIC 9(8) VALUE 0.

      *> 拼接的顺序文件：基名 + 拼接方式。'O'=整档重建（与整档
      *> 运行一样每次新写），'E'=追加到跨班次续写的全天文件
       01  WS-SEQ-FILE-LIST.
           05 FILLER PIC X(31) VALUE 'ACCOUNT_TXN_EXCEPTIONS        O'.
           05 FILLER PIC X(31) VALUE 'WELCOME_LETTERS               O'.
           05 FILLER PIC X(31) VALUE 'BACKDATE_ADJUSTMENTS          O'.
           05 FILLER PIC X(31) VALUE 'XCCY_GL                       O'.
           05 FILLER PIC X(31) VALUE 'OUTPAY_GL                     O'.
           05 FILLER PIC X(31) VALUE 'REVERSAL_GL                   O'.
           05 FILLER PIC X(31) VALUE 'BRANCH_XFER_GL                O'.
           05 FILLER PIC X(31) VALUE 'ACCOUNT_UPDATE_JOURNAL        E'.
           05 FILLER PIC X(31) VALUE 'OUTBOUND_PAYMENTS_PENDING     E'.
           05 FILLER PIC X(31) VALUE 'BRANCH_XFER_PENDING           E'.
       01  WS-SEQ-FILE-TABLE REDEFINES WS-SEQ-FILE-LIST.
           05 SQF-ENTRY OCCURS 10 TIMES.
               10 SQF-BASE-NAME     PIC X(30).
               10 SQF-MODE          PIC X.
       01  WS-SEQ-INDEX         PIC 9(2) VALUE 0.
       01  WS-SEQ-COUNT         PIC 9(7) VALUE 0.  *> 当前文件拼接的行数

      *> 分片核实表：参数区间、分片新主档实测与控制总数
       01  SLOT-TABLE.
           05 SLOT-ENTRY OCCURS 4 TIMES.
               10 SL-PARM-PRESENT   PIC X.
               10 SL-RANGE-LOW      PIC 9(8).
               10 SL-RANGE-HIGH     PIC 9(8).
               10 SL-FILE-COUNT     PIC 9(7).
               10 SL-FILE-BALANCE   PIC S9(11)V99.
               10 SL-CTL-FOUND      PIC X.
               10 SL-CTL-COUNT      PIC 9(7).
               10 SL-CTL-BALANCE    PIC S9(11)V99.
               10 SL-BATCH-ID       PIC X(6).
               10 SL-BRANCH-ID      PIC X(4).
               10 SL-BATCH-DATE     PIC 9(8).
               10 SL-DETAIL-COUNT   PIC 9(7).
               10 SL-TRANSFER-COUNT PIC 9(3).
               10 SL-TRANSFERS-POSTED PIC 9(7).
               10 SL-JOURNALED      PIC 9(7).
               10 SL-EXCEPTIONS     PIC 9(7).

      *> 基准转账结论：取第一个分片的预检结论，其余分片逐笔比对
       01  VERDICT-TABLE.
           05 VT-ENTRY OCCURS 500 TIMES.
               10 VT-RECORD         PIC X(38).
       01  WS-VERDICT-COUNT     PIC 9(3) COMP VALUE 0.  *> 基准结论笔数
       01  WS-VERDICT-INDEX     PIC 9(3) COMP VALUE 0.
       01  WS-CROSS-POSTED      PIC 9(5) VALUE 0.  *> 跨分片且两腿都过账的转账笔数
       01  WS-CROSS-REJECTED    PIC 9(5) VALUE 0.  *> 跨分片且整笔拒绝的转账笔数
       01  WS-FROM-SLOT         PIC 9 VALUE 0.
       01  WS-TO-SLOT           PIC 9 VALUE 0.
       01  WS-FIND-ACCOUNT      PIC 9(8) VALUE 0.
       01  WS-FIND-SLOT         PIC 9 VALUE 0.
       01  WS-CHECK-SLOT        PIC 9 VALUE 0.

       01  WS-GRAND-COUNT       PIC 9(7) VALUE 0.  *> 拼接后的新主档账户数
       01  WS-GRAND-BALANCE     PIC S9(11)V99 VALUE 0.  *> 拼接后的新主档余额合计
       01  WS-GRAND-POSTED      PIC 9(7) VALUE 0.  *> 各分片过账的转出腿合计
       01  WS-GRAND-JOURNALED   PIC 9(7) VALUE 0.
       01  WS-GRAND-EXCEPTIONS  PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-STREAM-DATE.
           PERFORM CHECK-NOT-ALREADY-MERGED.
           PERFORM LOAD-SLOT-PARAMETERS.
      *    前置作业：每个有参数的分片当日都必须已正常完成
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
               IF SL-PARM-PRESENT(WS-SLOT) = 'Y'
                   MOVE 'MASTUPD ' TO WS-PRED-NAME
                   MOVE WS-SLOT TO WS-PRED-NAME(8:1)
                   MOVE 'Y' TO WS-PRED-REQUIRED
                   PERFORM CHECK-ONE-PREDECESSOR
               END-IF
           END-PERFORM.
           MOVE 'S' TO WS-JOB-EVENT-STATUS.
           PERFORM RECORD-JOB-EVENT.

           PERFORM VERIFY-PARTITION-SET.
           IF WS-VERIFY-FAILED = 'Y'
               DISPLAY "*** PARTITION VERIFICATION FAILED - MASTER "
                   "UPDATE NOT MERGED, NO OUTPUT WRITTEN ***"
               STOP RUN
           END-IF.

           PERFORM MERGE-NEW-MASTERS.
           PERFORM VARYING WS-SEQ-INDEX FROM 1 BY 1
                   UNTIL WS-SEQ-INDEX > 10
               PERFORM STITCH-SEQUENTIAL-FILE
           END-PERFORM.
           PERFORM REGISTER-POSTED-BATCH.

           DISPLAY "===== MASTER UPDATE MERGE SUMMARY =====".
           DISPLAY "Batch          : " SL-BATCH-ID(WS-FIRST-SLOT)
               " branch " SL-BRANCH-ID(WS-FIRST-SLOT)
               " details " SL-DETAIL-COUNT(WS-FIRST-SLOT).
           DISPLAY "Accounts merged: " WS-GRAND-COUNT.
           DISPLAY "Combined balance: " WS-GRAND-BALANCE.
           DISPLAY "Transfers      : " WS-VERDICT-COUNT
               " debit legs posted " WS-GRAND-POSTED.
           DISPLAY "Cross-partition: " WS-CROSS-POSTED
               " posted both legs, " WS-CROSS-REJECTED
               " rejected both legs".
           DISPLAY "Journaled      : " WS-GRAND-JOURNALED.
           DISPLAY "Exceptions     : " WS-GRAND-EXCEPTIONS.
           MOVE 'C' TO WS-JOB-EVENT-STATUS.
           PERFORM RECORD-JOB-EVENT.
      *    代整档作业登记完成：下游按 MASTUPDT 做前置检查
           MOVE 'MASTUPDT' TO WS-THIS-JOB-NAME.
           PERFORM RECORD-JOB-EVENT.
           STOP RUN.

       CHECK-NOT-ALREADY-MERGED.
      *> 流水与待发汇出是追加拼接，同日重跑会重复追加：本作业
      *> 当日已正常完成即拒绝再跑
           MOVE 'X' TO WS-MERGE-LAST-STATUS.
           MOVE 'N' TO WS-JOB-EOF.
           OPEN INPUT JOB-STATUS-FILE.
           IF WS-JOB-STATUS-FS = '00'
               PERFORM UNTIL WS-JOB-EOF = 'Y'
                   READ JOB-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WS-JOB-EOF
                       NOT AT END
                           IF JS-JOB-NAME = WS-THIS-JOB-NAME AND
                                   JS-BUSINESS-DATE = WS-STREAM-DATE
                               MOVE JS-RUN-STATUS
                                   TO WS-MERGE-LAST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-STATUS-FILE
           END-IF.
           IF WS-MERGE-LAST-STATUS = 'C'
               DISPLAY "Master update partitions already merged for "
                   WS-STREAM-DATE " - run refused."
               STOP RUN
           END-IF.

       VERIFY-PARTITION-SET.
      *> 拼接前核实：区间覆盖 + 控制总数 + 分片新主档自检 +
      *> 同批一致 + 顺序产出齐全 + 转账结论一致
           PERFORM CHECK-RANGE-COVERAGE.
           PERFORM LOAD-CONTROL-TOTALS.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
               IF SL-PARM-PRESENT(WS-SLOT) = 'Y'
                   PERFORM VERIFY-PARTITION-MASTER
                   PERFORM VERIFY-PARTITION-SEQ-FILES
               END-IF
           END-PERFORM.
           PERFORM RECONCILE-CONTROL-TOTALS.
           PERFORM VERIFY-TRANSFER-VERDICTS.

       LOAD-SLOT-PARAMETERS.
           MOVE 0 TO WS-FIRST-SLOT.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
               MOVE 'N' TO SL-PARM-PRESENT(WS-SLOT)
               MOVE 0 TO SL-FILE-COUNT(WS-SLOT)
               MOVE 0 TO SL-FILE-BALANCE(WS-SLOT)
               MOVE 'N' TO SL-CTL-FOUND(WS-SLOT)
               MOVE SPACES TO WS-PARM-NAME
               STRING 'PARTITION_PARM_' WS-SLOT '.DAT'
                   DELIMITED BY SIZE INTO WS-PARM-NAME
               END-STRING
               OPEN INPUT PARTITION-PARM-IN
               IF WS-PARM-IN-STATUS = '00'
                   READ PARTITION-PARM-IN
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'Y' TO SL-PARM-PRESENT(WS-SLOT)
                           MOVE PPI-RANGE-LOW
                               TO SL-RANGE-LOW(WS-SLOT)
                           MOVE PPI-RANGE-HIGH
                               TO SL-RANGE-HIGH(WS-SLOT)
                           IF WS-FIRST-SLOT = 0
                               MOVE WS-SLOT TO WS-FIRST-SLOT
                           END-IF
                   END-READ
                   CLOSE PARTITION-PARM-IN
               END-IF
           END-PERFORM.
           IF WS-FIRST-SLOT = 0
               DISPLAY "No PARTITION_PARM_n.DAT found - nothing to "
                   "merge. Run stopped."
               STOP RUN
           END-IF.

       CHECK-RANGE-COVERAGE.
      *> 有参数的分片区间必须从 0 起连续衔接到 99999999：
      *> 有缝隙漏账户、有重叠重复过账，都不放行
           MOVE 0 TO WS-EXPECTED-LOW.
           MOVE 'N' TO WS-COVERAGE-DONE.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
               IF SL-PARM-PRESENT(WS-SLOT) = 'Y'
                   IF WS-COVERAGE-DONE = 'Y'
                       DISPLAY "*** Partition " WS-SLOT " overlaps "
                           "already-complete coverage ***"
                       MOVE 'Y' TO WS-VERIFY-FAILED
                   END-IF
                   IF SL-RANGE-LOW(WS-SLOT) NOT = WS-EXPECTED-LOW
                       DISPLAY "*** Partition " WS-SLOT " range "
                           "starts at " SL-RANGE-LOW(WS-SLOT)
                           " but " WS-EXPECTED-LOW
                           " expected (gap or overlap) ***"
                       MOVE 'Y' TO WS-VERIFY-FAILED
                   END-IF
                   IF SL-RANGE-HIGH(WS-SLOT) <
                           SL-RANGE-LOW(WS-SLOT)
                       DISPLAY "*** Partition " WS-SLOT
                           " range inverted ***"
                       MOVE 'Y' TO WS-VERIFY-FAILED
                   END-IF
                   IF SL-RANGE-HIGH(WS-SLOT) = 99999999
                       MOVE 'Y' TO WS-COVERAGE-DONE
                       MOVE 0 TO WS-EXPECTED-LOW
                   ELSE
                       COMPUTE WS-EXPECTED-LOW =
                           SL-RANGE-HIGH(WS-SLOT) + 1
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-COVERAGE-DONE NOT = 'Y'
               DISPLAY "*** Partition ranges stop at "
                   WS-EXPECTED-LOW " - coverage to 99999999 missing"
               MOVE 'Y' TO WS-VERIFY-FAILED
           END-IF.

       LOAD-CONTROL-TOTALS.
      *> 取本业务日期、分片号与区间都匹配的控制总数（分片重跑
      *> 多条取最后一条）
           OPEN INPUT PART-CONTROL-FILE.
           IF WS-PART-CTL-STATUS NOT = '00'
               DISPLAY "*** MASTUPDT_CONTROL.DAT not available - "
                   "control totals cannot be proved ***"
               MOVE 'Y' TO WS-VERIFY-FAILED
           ELSE
               MOVE 'N' TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 'Y'
                   READ PART-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-CTL-EOF
                       NOT AT END
                           IF MPC-STREAM-DATE = WS-STREAM-DATE
                               PERFORM MATCH-CONTROL-TO-SLOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PART-CONTROL-FILE
           END-IF.

       MATCH-CONTROL-TO-SLOT.
           IF MPC-PARTITION-NBR >= 1 AND MPC-PARTITION-NBR <= 4
               MOVE MPC-PARTITION-NBR TO WS-SLOT
               IF SL-PARM-PRESENT(WS-SLOT) = 'Y' AND
                       SL-RANGE-LOW(WS-SLOT) = MPC-RANGE-LOW AND
                       SL-RANGE-HIGH(WS-SLOT) = MPC-RANGE-HIGH
                   MOVE 'Y' TO SL-CTL-FOUND(WS-SLOT)
                   MOVE MPC-MASTER-COUNT TO SL-CTL-COUNT(WS-SLOT)
                   MOVE MPC-MASTER-BALANCE
                       TO SL-CTL-BALANCE(WS-SLOT)
                   MOVE MPC-BATCH-ID TO SL-BATCH-ID(WS-SLOT)
                   MOVE MPC-BRANCH-ID TO SL-BRANCH-ID(WS-SLOT)
                   MOVE MPC-BATCH-DATE TO SL-BATCH-DATE(WS-SLOT)
                   MOVE MPC-DETAIL-COUNT
                       TO SL-DETAIL-COUNT(WS-SLOT)
                   MOVE MPC-TRANSFER-COUNT
                       TO SL-TRANSFER-COUNT(WS-SLOT)
                   MOVE MPC-TRANSFERS-POSTED
                       TO SL-TRANSFERS-POSTED(WS-SLOT)
                   MOVE MPC-JOURNALED-COUNT
                       TO SL-JOURNALED(WS-SLOT)
                   MOVE MPC-EXCEPTION-COUNT
                       TO SL-EXCEPTIONS(WS-SLOT)
               END-IF
           END-IF.

       VERIFY-PARTITION-MASTER.
      *> 分片新主档自检：账户ID须落在本分片区间内且严格升序，
      *> 计数与余额累计用于控制总数对账
           MOVE 'Y' TO WS-FIRST-IN-SLOT.
           MOVE SPACES TO WS-PART-MASTER-NAME.
           STRING 'ACCOUNT_INPUT_NEW_' WS-SLOT '.DAT'
               DELIMITED BY SIZE INTO WS-PART-MASTER-NAME
           END-STRING.
           OPEN INPUT PART-MASTER-FILE.
           IF WS-PART-MASTER-STATUS NOT = '00'
               DISPLAY "*** " WS-PART-MASTER-NAME " missing but "
                   "its parameter range exists ***"
               MOVE 'Y' TO WS-VERIFY-FAILED
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PART-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE PART-MASTER-FILE
           END-IF.

       CHECK-ONE-MASTER-RECORD.
           IF WS-FIRST-IN-SLOT = 'N' AND
                   PM-ACCOUNT-ID <= WS-PREV-ACCT-ID
               DISPLAY "*** Partition " WS-SLOT " account "
                   PM-ACCOUNT-ID
                   " out of sequence (duplicate or disorder) ***"
               MOVE 'Y' TO WS-VERIFY-FAILED
           END-IF.
           MOVE 'N' TO WS-FIRST-IN-SLOT.
           MOVE PM-ACCOUNT-ID TO WS-PREV-ACCT-ID.
           IF PM-ACCOUNT-ID < SL-RANGE-LOW(WS-SLOT) OR
                   PM-ACCOUNT-ID > SL-RANGE-HIGH(WS-SLOT)
               DISPLAY "*** Partition " WS-SLOT " account "
                   PM-ACCOUNT-ID " outside its parameter range ***"
               MOVE 'Y' TO WS-VERIFY-FAILED
           END-IF.
           ADD 1 TO SL-FILE-COUNT(WS-SLOT).
           ADD PM-ACCOUNT-BALANCE TO SL-FILE-BALANCE(WS-SLOT).

       VERIFY-PARTITION-SEQ-FILES.
      *> 分片的每份顺序产出都必须在（分片运行开头即全部建档，
      *> 缺一份说明分片没跑完或文件被挪走），拼接开始后不能半途缺档
           PERFORM VARYING WS-SEQ-INDEX FROM 1 BY 1
                   UNTIL WS-SEQ-INDEX > 10
               PERFORM BUILD-PART-SEQ-NAME
               OPEN INPUT PART-SEQ-FILE
               IF WS-PART-SEQ-STATUS NOT = '00'
                   DISPLAY "*** " WS-PART-SEQ-NAME " missing for "
                       "partition " WS-SLOT " ***"
                   MOVE 'Y' TO WS-VERIFY-FAILED
               ELSE
                   CLOSE PART-SEQ-FILE
               END-IF
           END-PERFORM.

       BUILD-PART-SEQ-NAME.
           MOVE SPACES TO WS-PART-SEQ-NAME.
           STRING SQF-BASE-NAME(WS-SEQ-INDEX) DELIMITED BY SPACE
               '_' WS-SLOT '.DAT' DELIMITED BY SIZE
               INTO WS-PART-SEQ-NAME
           END-STRING.

       RECONCILE-CONTROL-TOTALS.
      *> 分片新主档实测对控制总数；各分片的批头信息、明细笔数与
      *> 转账笔数必须与第一个分片一致，证明过的是同一份交易文件
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
               IF SL-PARM-PRESENT(WS-SLOT) = 'Y'
                   IF SL-CTL-FOUND(WS-SLOT) NOT = 'Y'
                       DISPLAY "*** No control totals for "
                           "partition " WS-SLOT " on "
                           WS-STREAM-DATE " ***"
                       MOVE 'Y' TO WS-VERIFY-FAILED
                   ELSE
                       PERFORM RECONCILE-ONE-SLOT
                   END-IF
               END-IF
           END-PERFORM.

       RECONCILE-ONE-SLOT.
           IF SL-FILE-COUNT(WS-SLOT) NOT = SL-CTL-COUNT(WS-SLOT)
               DISPLAY "*** Partition " WS-SLOT " record count "
                   SL-FILE-COUNT(WS-SLOT) " vs reported "
                   SL-CTL-COUNT(WS-SLOT) " ***"
               MOVE 'Y' TO WS-VERIFY-FAILED
           END-IF.
           IF SL-FILE-BALANCE(WS-SLOT) NOT = SL-CTL-BALANCE(WS-SLOT)
               DISPLAY "*** Partition " WS-SLOT " balance total "
                   SL-FILE-BALANCE(WS-SLOT) " vs reported "
                   SL-CTL-BALANCE(WS-SLOT) " ***"
               MOVE 'Y' TO WS-VERIFY-FAILED
           END-IF.
           IF SL-CTL-FOUND(WS-FIRST-SLOT) = 'Y'
               IF SL-BATCH-ID(WS-SLOT) NOT =
                       SL-BATCH-ID(WS-FIRST-SLOT) OR
                       SL-BRANCH-ID(WS-SLOT) NOT =
                       SL-BRANCH-ID(WS-FIRST-SLOT) OR
                       SL-BATCH-DATE(WS-SLOT) NOT =
                       SL-BATCH-DATE(WS-FIRST-SLOT) OR
                       SL-DETAIL-COUNT(WS-SLOT) NOT =
                       SL-DETAIL-COUNT(WS-FIRST-SLOT) OR
                       SL-TRANSFER-COUNT(WS-SLOT) NOT =
                       SL-TRANSFER-COUNT(WS-FIRST-SLOT)
                   DISPLAY "*** Partition " WS-SLOT " processed "
                       "batch " SL-BATCH-ID(WS-SLOT) " ("
                       SL-DETAIL-COUNT(WS-SLOT) " details), "
                       "partition " WS-FIRST-SLOT " processed "
                       SL-BATCH-ID(WS-FIRST-SLOT) " ("
                       SL-DETAIL-COUNT(WS-FIRST-SLOT)
                       " details) ***"
                   MOVE 'Y' TO WS-VERIFY-FAILED
               END-IF
           END-IF.
           ADD SL-TRANSFERS-POSTED(WS-SLOT) TO WS-GRAND-POSTED.
           ADD SL-JOURNALED(WS-SLOT) TO WS-GRAND-JOURNALED.
           ADD SL-EXCEPTIONS(WS-SLOT) TO WS-GRAND-EXCEPTIONS.

       VERIFY-TRANSFER-VERDICTS.
      *> 第一个分片的转账结论装表作基准，其余分片逐笔比对：
      *> 笔数、顺序、两腿账户、金额、结论、贷记额全部一致
           MOVE WS-FIRST-SLOT TO WS-SLOT.
           PERFORM OPEN-VERDICT-FILE.
           MOVE 0 TO WS-VERDICT-COUNT.
           IF WS-VERDICT-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ VERDICT-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM LOAD-BASE-VERDICT
                   END-READ
               END-PERFORM
               CLOSE VERDICT-IN-FILE
           END-IF.
           IF SL-CTL-FOUND(WS-FIRST-SLOT) = 'Y' AND
                   WS-VERDICT-COUNT NOT =
                   SL-TRANSFER-COUNT(WS-FIRST-SLOT)
               DISPLAY "*** Partition " WS-FIRST-SLOT " transfer "
                   "verdicts " WS-VERDICT-COUNT " vs reported "
                   SL-TRANSFER-COUNT(WS-FIRST-SLOT) " ***"
               MOVE 'Y' TO WS-VERIFY-FAILED
           END-IF.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
               IF SL-PARM-PRESENT(WS-SLOT) = 'Y' AND
                       WS-SLOT NOT = WS-FIRST-SLOT
                   PERFORM COMPARE-SLOT-VERDICTS
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-VERDICT-INDEX FROM 1 BY 1
                   UNTIL WS-VERDICT-INDEX > WS-VERDICT-COUNT
               PERFORM COUNT-CROSS-PARTITION
           END-PERFORM.

       OPEN-VERDICT-FILE.
           MOVE SPACES TO WS-VERDICT-NAME.
           STRING 'MASTUPDT_TRANSFERS_' WS-SLOT '.DAT'
               DELIMITED BY SIZE INTO WS-VERDICT-NAME
           END-STRING.
           OPEN INPUT VERDICT-IN-FILE.
           IF WS-VERDICT-STATUS NOT = '00'
               DISPLAY "*** " WS-VERDICT-NAME " missing - transfer "
                   "verdicts of partition " WS-SLOT
                   " cannot be proved ***"
               MOVE 'Y' TO WS-VERIFY-FAILED
           END-IF.

       LOAD-BASE-VERDICT.
           IF WS-VERDICT-COUNT >= 500
               DISPLAY "*** Transfer verdict table full at 500 "
                   "entries - run stopped ***"
               STOP RUN
           END-IF.
           ADD 1 TO WS-VERDICT-COUNT.
           MOVE VERDICT-IN-RECORD TO VT-RECORD(WS-VERDICT-COUNT).

       COMPARE-SLOT-VERDICTS.
           PERFORM OPEN-VERDICT-FILE.
           IF WS-VERDICT-STATUS = '00'
               MOVE 0 TO WS-VERDICT-INDEX
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ VERDICT-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           ADD 1 TO WS-VERDICT-INDEX
                           PERFORM COMPARE-ONE-VERDICT
                   END-READ
               END-PERFORM
               CLOSE VERDICT-IN-FILE
               IF WS-VERDICT-INDEX NOT = WS-VERDICT-COUNT
                   DISPLAY "*** Partition " WS-SLOT " has "
                       WS-VERDICT-INDEX " transfer verdicts, "
                       "partition " WS-FIRST-SLOT " has "
                       WS-VERDICT-COUNT " ***"
                   MOVE 'Y' TO WS-VERIFY-FAILED
               END-IF
           END-IF.

       COMPARE-ONE-VERDICT.
           IF WS-VERDICT-INDEX > WS-VERDICT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF VERDICT-IN-RECORD NOT = VT-RECORD(WS-VERDICT-INDEX)
               DISPLAY "*** Transfer " MTV-SEQUENCE " from "
                   MTV-FROM-ACCOUNT " to " MTV-TO-ACCOUNT
                   " verdict '" MTV-VALID-FLAG "' in partition "
                   WS-SLOT " differs from partition " WS-FIRST-SLOT
                   " - legs would post inconsistently ***"
               MOVE 'Y' TO WS-VERIFY-FAILED
           END-IF.

       COUNT-CROSS-PARTITION.
      *> 两腿账户分属不同分片的转账按结论分别计数，供汇总核对
           MOVE VT-RECORD(WS-VERDICT-INDEX) TO VERDICT-IN-RECORD.
           MOVE MTV-FROM-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM FIND-ACCOUNT-SLOT.
           MOVE WS-FIND-SLOT TO WS-FROM-SLOT.
           MOVE MTV-TO-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM FIND-ACCOUNT-SLOT.
           MOVE WS-FIND-SLOT TO WS-TO-SLOT.
           IF WS-FROM-SLOT NOT = WS-TO-SLOT
               IF MTV-VALID-FLAG = 'V'
                   ADD 1 TO WS-CROSS-POSTED
               ELSE
                   ADD 1 TO WS-CROSS-REJECTED
               END-IF
           END-IF.

       FIND-ACCOUNT-SLOT.
           MOVE 0 TO WS-FIND-SLOT.
           PERFORM VARYING WS-CHECK-SLOT FROM 1 BY 1
                   UNTIL WS-CHECK-SLOT > 4 OR WS-FIND-SLOT > 0
               IF SL-PARM-PRESENT(WS-CHECK-SLOT) = 'Y' AND
                       WS-FIND-ACCOUNT >=
                           SL-RANGE-LOW(WS-CHECK-SLOT) AND
                       WS-FIND-ACCOUNT <=
                           SL-RANGE-HIGH(WS-CHECK-SLOT)
                   MOVE WS-CHECK-SLOT TO WS-FIND-SLOT
               END-IF
           END-PERFORM.

       MERGE-NEW-MASTERS.
      *> 区间按分片号升序衔接，逐片顺序搬运即得整档升序新主档
           OPEN OUTPUT NEW-MASTER-FILE.
           IF WS-NEW-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening new master. File Status: "
                   WS-NEW-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
               IF SL-PARM-PRESENT(WS-SLOT) = 'Y'
                   PERFORM COPY-PARTITION-MASTER
               END-IF
           END-PERFORM.
           CLOSE NEW-MASTER-FILE.

       COPY-PARTITION-MASTER.
           MOVE SPACES TO WS-PART-MASTER-NAME.
           STRING 'ACCOUNT_INPUT_NEW_' WS-SLOT '.DAT'
               DELIMITED BY SIZE INTO WS-PART-MASTER-NAME
           END-STRING.
           OPEN INPUT PART-MASTER-FILE.
           MOVE 'N' TO WS-FILE-EOF.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ PART-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       MOVE PART-MASTER-RECORD TO NEW-MASTER-RECORD
                       WRITE NEW-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "*** Unable to write account "
                                   NM-ACCOUNT-ID " to new master"
                               STOP RUN
                       END-WRITE
                       ADD 1 TO WS-GRAND-COUNT
                       ADD NM-ACCOUNT-BALANCE TO WS-GRAND-BALANCE
               END-READ
           END-PERFORM.
           CLOSE PART-MASTER-FILE.

       STITCH-SEQUENTIAL-FILE.
      *> 一份顺序产出：各分片按分片号顺序整行搬到目标文件
           MOVE SPACES TO WS-MERGED-SEQ-NAME.
           STRING SQF-BASE-NAME(WS-SEQ-INDEX) DELIMITED BY SPACE
               '.DAT' DELIMITED BY SIZE
               INTO WS-MERGED-SEQ-NAME
           END-STRING.
           IF SQF-MODE(WS-SEQ-INDEX) = 'E'
               OPEN EXTEND MERGED-SEQ-FILE
               IF WS-MERGED-SEQ-STATUS NOT = '00'
                   OPEN OUTPUT MERGED-SEQ-FILE
               END-IF
           ELSE
               OPEN OUTPUT MERGED-SEQ-FILE
           END-IF.
           IF WS-MERGED-SEQ-STATUS NOT = '00'
               DISPLAY "Error opening " WS-MERGED-SEQ-NAME
                   " File Status: " WS-MERGED-SEQ-STATUS
               STOP RUN
           END-IF.
           MOVE 0 TO WS-SEQ-COUNT.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
               IF SL-PARM-PRESENT(WS-SLOT) = 'Y'
                   PERFORM COPY-PARTITION-SEQ-FILE
               END-IF
           END-PERFORM.
           CLOSE MERGED-SEQ-FILE.
           DISPLAY WS-MERGED-SEQ-NAME " : " WS-SEQ-COUNT " records".

       COPY-PARTITION-SEQ-FILE.
           PERFORM BUILD-PART-SEQ-NAME.
           OPEN INPUT PART-SEQ-FILE.
           MOVE 'N' TO WS-FILE-EOF.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ PART-SEQ-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       WRITE MERGED-SEQ-RECORD FROM PART-SEQ-RECORD
                       ADD 1 TO WS-SEQ-COUNT
               END-READ
           END-PERFORM.
           CLOSE PART-SEQ-FILE.

       REGISTER-POSTED-BATCH.
      *> 分片运行都不登记批次，全部核对通过、拼接完成后在这里
      *> 登记一次；主管放行的重跑撞键以最后一次过账为准
           OPEN I-O BATCH-REGISTER-FILE.
           IF WS-BATCH-REG-STATUS NOT = '00'
               OPEN OUTPUT BATCH-REGISTER-FILE
               CLOSE BATCH-REGISTER-FILE
               OPEN I-O BATCH-REGISTER-FILE
           END-IF.
           IF WS-BATCH-REG-STATUS NOT = '00'
               DISPLAY "*** Unable to open posted-batch register. "
                   "File Status: " WS-BATCH-REG-STATUS
           ELSE
               MOVE SL-BATCH-ID(WS-FIRST-SLOT) TO PBR-BATCH-ID
               MOVE SL-BRANCH-ID(WS-FIRST-SLOT) TO PBR-BRANCH-ID
               MOVE SL-BATCH-DATE(WS-FIRST-SLOT) TO PBR-BATCH-DATE
               ACCEPT WS-BATCH-REG-TIME FROM TIME
               MOVE WS-BATCH-REG-TIME TO PBR-POSTED-TIME
               MOVE SL-DETAIL-COUNT(WS-FIRST-SLOT)
                   TO PBR-DETAIL-COUNT
               WRITE BATCH-REGISTER-RECORD
                   INVALID KEY
                       REWRITE BATCH-REGISTER-RECORD
                           INVALID KEY
                               DISPLAY "*** Unable to register "
                                   "posted batch " PBR-BATCH-ID
                       END-REWRITE
               END-WRITE
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       READ-STREAM-DATE.
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
           MOVE PARM-EFFECTIVE-DATE TO WS-STREAM-DATE.
           CLOSE RATE-PARM-FILE.

       CHECK-ONE-PREDECESSOR.
      *> 扫描作业状态文件，取前置作业同日的最后一条状态；
      *> 不是 'C' 就拒绝启动（可选前置无记录时放行）
           MOVE 'X' TO WS-PRED-LAST-STATUS.
           MOVE 'N' TO WS-JOB-EOF.
           OPEN INPUT JOB-STATUS-FILE.
           IF WS-JOB-STATUS-FS = '00'
               PERFORM UNTIL WS-JOB-EOF = 'Y'
                   READ JOB-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WS-JOB-EOF
                       NOT AT END
                           IF JS-JOB-NAME = WS-PRED-NAME AND
                                   JS-BUSINESS-DATE = WS-STREAM-DATE
                               MOVE JS-RUN-STATUS
                                   TO WS-PRED-LAST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-STATUS-FILE
           END-IF.
           IF WS-PRED-LAST-STATUS = 'C'
               CONTINUE
           ELSE
               IF WS-PRED-LAST-STATUS = 'X' AND
                       WS-PRED-REQUIRED = 'N'
                   CONTINUE
               ELSE
                   DISPLAY "Predecessor " WS-PRED-NAME " has not "
                       "completed for " WS-STREAM-DATE
                       " - run refused."
                   STOP RUN
               END-IF
           END-IF.

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
