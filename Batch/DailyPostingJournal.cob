      *> 运行日期和页号、栏头、编辑后的金额、借贷方向指示），
      *> 末页给出与 DISPLAY-TOTAL-BALANCE 同口径的控制总计：
      *> 读取数 = 过账数 + 拒绝数、期初/期末余额总计。可直接
      *> 交审计师或归入当日工作档案。
      *> 控制总计之前按交易代码汇总当日过账流水（业务日期 = 运行
      *> 日期，转账贷记腿不重复计）：代码、说明、借贷方向、对方
      *> 科目取交易代码主档 TXN_CODES.DAT，逐代码列笔数与金额；
      *> 代码档上没有的代码照样列出并注明

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *>   过账流水：按交易代码汇总当日过账
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "ACCOUNT_UPDATE_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *>   交易代码主档：说明/借贷方向/对方科目，开跑时整档装表
           SELECT TXN-CODE-FILE ASSIGN TO "TXN_CODES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCD-CODE
               FILE STATUS IS WS-TXN-CODE-STATUS.

      *>   打印格式日报
           SELECT JOURNAL-REPORT-FILE ASSIGN TO "POSTING_JOURNAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 PARM-EFFECTIVE-DATE   PIC 9(8).
           05 FILLER                PIC X(16).

       FD  POSTING-JOURNAL-FILE.  *> 与 AccountMasterUpdate 的过账流水同布局（只取汇总用到的栏位）
       01  JOURNAL-RECORD.
           05 JRN-ACCOUNT-ID        PIC 9(8).
           05 JRN-TXN-TYPE          PIC X.
           05 JRN-TXN-AMOUNT        PIC 9(9)V99.
           05 JRN-TO-ACCOUNT-ID     PIC 9(8).
           05 FILLER                PIC X(124).  *> 主档前后镜像，本作业不使用
           05 JRN-CYCLE-NUMBER      PIC 9(3).
           05 FILLER                PIC X(11).  *> 跨币种折算金额，本作业不使用
           05 JRN-BUSINESS-DATE     PIC 9(8).  *> 流水业务日期——只汇总运行日期当日
           05 JRN-FEE-FLAG          PIC X.  *> 费用标志，与类型码拼成交易代码
           05 FILLER                PIC X(50).  *> 流水顺序号/起息日/冲正引用/参考号，本作业不使用

       FD  TXN-CODE-FILE.  *> 交易代码主档文件描述符
       01  TXN-CODE-RECORD.
           COPY TXNCODE.

       FD  JOURNAL-REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       01  WS-DORMANT-STATUS       PIC XX VALUE '00'.
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-JOURNAL-STATUS       PIC XX VALUE '00'.
       01  WS-TXN-CODE-STATUS      PIC XX VALUE '00'.
       01  WS-TXN-CODE-EOF         PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-PAGE-NUMBER          PIC 9(3) VALUE 0.
       01  WS-INTEREST-TOTAL       PIC S9(11)V99 VALUE 0.  *> 利息合计
       01  WS-FEE-TOTAL            PIC S9(11)V99 VALUE 0.  *> 费用合计

      *> 交易代码表：汇总行的说明/借贷方向/对方科目按代码查表
       01  TXN-CODE-TABLE.
           COPY TXNCTAB.
       01  WS-TCT-INDEX            PIC 9(3) COMP VALUE 0.
       01  WS-TCT-SLOT             PIC 9(3) COMP VALUE 0.  *> 查找命中的表项下标，0=未命中
       01  WS-TCT-SEARCH-CODE      PIC X(2) VALUE SPACES.  *> 待查的交易类型码 + 子代码

      *> 当日过账按交易代码的汇总，按代码升序插入
       01  CODE-TOTAL-TABLE.
           05 CTT-COUNT             PIC 9(3) VALUE 0.
           05 CTT-ENTRY OCCURS 200 TIMES.
               10 CTT-CODE          PIC X(2).
               10 CTT-TXN-COUNT     PIC 9(7).
               10 CTT-AMOUNT        PIC 9(11)V99.
       01  WS-CTT-INDEX            PIC 9(3) COMP VALUE 0.
       01  WS-CTT-SLOT             PIC 9(3) COMP VALUE 0.  *> 汇总表命中/插入的下标
       01  WS-JOURNAL-CODE         PIC X(2) VALUE SPACES.  *> 本条流水的交易代码
       01  WS-CODE-TXN-TOTAL       PIC 9(7) VALUE 0.  *> 按代码汇总的笔数合计
       01  WS-CODE-AMOUNT-TOTAL    PIC 9(11)V99 VALUE 0.  *> 按代码汇总的金额合计

      *> 页眉/栏头
       01  PAGE-HEADER-LINE.
           05 FILLER                PIC X(24)
           05 FILLER                PIC X(2) VALUE SPACES.
           05 DD-BALANCE            PIC ZZ,ZZZ,ZZ9.99-.

       01  CODE-COLUMN-LINE.
           05 FILLER                PIC X(6) VALUE 'CODE  '.
           05 FILLER                PIC X(32) VALUE 'DESCRIPTION'.
           05 FILLER                PIC X(4) VALUE 'DC  '.
           05 FILLER                PIC X(12) VALUE 'GL ACCOUNT'.
           05 FILLER                PIC X(11) VALUE '    COUNT  '.
           05 FILLER                PIC X(16) VALUE '          AMOUNT'.

      *> 对方科目按网点拼的，科目栏打前缀后接 '*'
       01  CODE-DETAIL-LINE.
           05 CD-CODE               PIC X(2).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 CD-DESCRIPTION        PIC X(30).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CD-DEBIT-CREDIT       PIC X(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CD-GL-ACCOUNT         PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CD-TXN-COUNT          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CD-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-PENDING-LINE          PIC X(132).  *> 换页时暂存待写的明细行

       01  TOTAL-LINE.
           PERFORM PRINT-POSTED-SECTION.
           PERFORM PRINT-REJECT-SECTION.
           PERFORM PRINT-DORMANT-SECTION.
           PERFORM PRINT-TXN-CODE-SECTION.
           PERFORM PRINT-CONTROL-TOTALS.

           CLOSE JOURNAL-REPORT-FILE.
               CLOSE DORMANT-FILE
           END-IF.

       PRINT-TXN-CODE-SECTION.
      *> 读当日过账流水按交易代码累计，逐代码出一行汇总
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'POSTINGS BY TRANSACTION CODE' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT POSTING-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               MOVE '  (NO POSTING JOURNAL THIS RUN)' TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-TXN-CODE-TABLE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ POSTING-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ACCUMULATE-JOURNAL-CODE
               END-READ
           END-PERFORM.
           CLOSE POSTING-JOURNAL-FILE.
           MOVE CODE-COLUMN-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF CTT-COUNT = 0
               MOVE '  (NO POSTINGS FOR RUN DATE)' TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CTT-INDEX FROM 1 BY 1
                   UNTIL WS-CTT-INDEX > CTT-COUNT
               PERFORM PRINT-ONE-CODE-TOTAL
           END-PERFORM.
           MOVE SPACES TO CODE-DETAIL-LINE.
           MOVE 'TOTAL ALL CODES' TO CD-DESCRIPTION.
           MOVE WS-CODE-TXN-TOTAL TO CD-TXN-COUNT.
           MOVE WS-CODE-AMOUNT-TOTAL TO CD-AMOUNT.
           MOVE CODE-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       ACCUMULATE-JOURNAL-CODE.
      *> 只取运行日期当日的流水；转账贷记腿（账户栏与转入栏同号）
      *> 与借记腿同一笔交易，不重复计
           IF JRN-BUSINESS-DATE NOT NUMERIC OR
                   JRN-BUSINESS-DATE NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           IF JRN-TXN-TYPE = 'T' AND
                   JRN-ACCOUNT-ID = JRN-TO-ACCOUNT-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE JRN-TXN-TYPE TO WS-JOURNAL-CODE(1:1).
           MOVE JRN-FEE-FLAG TO WS-JOURNAL-CODE(2:1).
           IF JRN-FEE-FLAG = LOW-VALUE
               MOVE SPACE TO WS-JOURNAL-CODE(2:1)
           END-IF.
      *    汇总表按代码升序：找到同码累加，否则在第一个更大的代码前插入
           MOVE 0 TO WS-CTT-SLOT.
           PERFORM VARYING WS-CTT-INDEX FROM 1 BY 1
                   UNTIL WS-CTT-INDEX > CTT-COUNT
                   OR WS-CTT-SLOT > 0
               IF CTT-CODE(WS-CTT-INDEX) >= WS-JOURNAL-CODE
                   MOVE WS-CTT-INDEX TO WS-CTT-SLOT
               END-IF
           END-PERFORM.
           IF WS-CTT-SLOT = 0 OR
                   CTT-CODE(WS-CTT-SLOT) NOT = WS-JOURNAL-CODE
               IF CTT-COUNT >= 200
                   DISPLAY "Transaction code summary full, code "
                       "not summarised: " WS-JOURNAL-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-CTT-SLOT = 0
                   COMPUTE WS-CTT-SLOT = CTT-COUNT + 1
               END-IF
               PERFORM VARYING WS-CTT-INDEX FROM CTT-COUNT BY -1
                       UNTIL WS-CTT-INDEX < WS-CTT-SLOT
                   MOVE CTT-ENTRY(WS-CTT-INDEX)
                       TO CTT-ENTRY(WS-CTT-INDEX + 1)
               END-PERFORM
               ADD 1 TO CTT-COUNT
               MOVE WS-JOURNAL-CODE TO CTT-CODE(WS-CTT-SLOT)
               MOVE 0 TO CTT-TXN-COUNT(WS-CTT-SLOT)
               MOVE 0 TO CTT-AMOUNT(WS-CTT-SLOT)
           END-IF.
           ADD 1 TO CTT-TXN-COUNT(WS-CTT-SLOT).
           ADD JRN-TXN-AMOUNT TO CTT-AMOUNT(WS-CTT-SLOT).
           ADD 1 TO WS-CODE-TXN-TOTAL.
           ADD JRN-TXN-AMOUNT TO WS-CODE-AMOUNT-TOTAL.

       PRINT-ONE-CODE-TOTAL.
           MOVE SPACES TO CODE-DETAIL-LINE.
           MOVE CTT-CODE(WS-CTT-INDEX) TO CD-CODE.
           MOVE CTT-TXN-COUNT(WS-CTT-INDEX) TO CD-TXN-COUNT.
           MOVE CTT-AMOUNT(WS-CTT-INDEX) TO CD-AMOUNT.
           MOVE CTT-CODE(WS-CTT-INDEX) TO WS-TCT-SEARCH-CODE.
           PERFORM LOOKUP-TXN-CODE.
           IF WS-TCT-SLOT = 0
               MOVE '(NOT IN CODE MASTER)' TO CD-DESCRIPTION
           ELSE
               MOVE TCT-DESC-EN(WS-TCT-SLOT) TO CD-DESCRIPTION
               MOVE TCT-DEBIT-CREDIT(WS-TCT-SLOT) TO CD-DEBIT-CREDIT
               IF TCT-GL-BY-BRANCH(WS-TCT-SLOT) = 'Y'
                   STRING TCT-GL-ACCOUNT(WS-TCT-SLOT) DELIMITED BY ' '
                       '*' DELIMITED BY SIZE
                       INTO CD-GL-ACCOUNT
                   END-STRING
               ELSE
                   MOVE TCT-GL-ACCOUNT(WS-TCT-SLOT) TO CD-GL-ACCOUNT
               END-IF
           END-IF.
           MOVE CODE-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       LOAD-TXN-CODE-TABLE.
      *> 交易代码主档整档装表；档未建时各代码都按不在档列出
           OPEN INPUT TXN-CODE-FILE.
           IF WS-TXN-CODE-STATUS NOT = '00'
               DISPLAY "TXN_CODES.DAT not available, code "
                   "descriptions not printed."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO TCT-LOADED.
           PERFORM UNTIL WS-TXN-CODE-EOF = 'Y'
               READ TXN-CODE-FILE
                   AT END
                       MOVE 'Y' TO WS-TXN-CODE-EOF
                   NOT AT END
                       IF TCT-COUNT < 200
                           ADD 1 TO TCT-COUNT
                           MOVE TCD-CODE TO TCT-CODE(TCT-COUNT)
                           MOVE TCD-DESC-EN TO TCT-DESC-EN(TCT-COUNT)
                           MOVE TCD-DEBIT-CREDIT
                               TO TCT-DEBIT-CREDIT(TCT-COUNT)
                           MOVE TCD-GL-ACCOUNT
                               TO TCT-GL-ACCOUNT(TCT-COUNT)
                           MOVE TCD-GL-BY-BRANCH
                               TO TCT-GL-BY-BRANCH(TCT-COUNT)
                       ELSE
                           DISPLAY "Transaction code table full, "
                               "code ignored: " TCD-CODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TXN-CODE-FILE.

       LOOKUP-TXN-CODE.
      *> 按 WS-TCT-SEARCH-CODE 查代码表，命中下标回填 WS-TCT-SLOT
           MOVE 0 TO WS-TCT-SLOT.
           PERFORM VARYING WS-TCT-INDEX FROM 1 BY 1
                   UNTIL WS-TCT-INDEX > TCT-COUNT
                   OR WS-TCT-SLOT > 0
               IF TCT-CODE(WS-TCT-INDEX) = WS-TCT-SEARCH-CODE
                   MOVE WS-TCT-INDEX TO WS-TCT-SLOT
               END-IF
           END-PERFORM.

       PRINT-CONTROL-TOTALS.
      *> 与 DISPLAY-TOTAL-BALANCE 同口径：读取数 = 过账数 + 拒绝数
           MOVE SPACES TO REPORT-LINE.
