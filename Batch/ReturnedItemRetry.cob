               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-OUT-STATUS.

      *>   账户主文件：取网点/产品作 NSF 费收入分录的成本中心
           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT NSF-GL-FILE ASSIGN TO "NSF_GL.DAT"  *> NSF 费分录，与 GL_INTERFACE.DAT 同布局
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
       01  TRANSACTION-RECORD.
           COPY ACCTTXN.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  NSF-GL-FILE.  *> 与 BatchAccountProcessor 的总账接口同布局
       01  GL-RECORD.
           05 GL-JE-DATE            PIC 9(8).
           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).
           05 GL-COST-CENTRE        PIC X(6).  *> 成本中心：网点+产品，空白=未分摊

       FD  NSF-NOTICE-FILE.
       01  NSF-NOTICE-RECORD.
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
       01  WS-HASH-TOTAL           PIC 9(9) VALUE 0.
       01  WS-NET-AMOUNT           PIC S9(9)V99 VALUE 0.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-MASTER-OPEN          PIC X VALUE 'N'.  *> 'Y' 表示账户主文件可用

      *> NSF 费按成本中心（账户网点+产品）分段合计，费收入分录
      *> 逐成本中心出对；第 1 格为空白成本中心，主档查不到或
      *> 表满时并入该格
       01  NSF-COST-CENTRE-TABLE.
           05 NSF-CC-ENTRY OCCURS 200 TIMES.
               10 NCC-COST-CENTRE   PIC X(6).
               10 NCC-FEE-TOTAL     PIC 9(9)V99.
       01  WS-NCC-COUNT            PIC 9(3) COMP VALUE 1.
       01  WS-NCC-INDEX            PIC 9(3) COMP VALUE 0.
       01  WS-NCC-SLOT             PIC 9(3) COMP VALUE 0.
       01  WS-THIS-COST-CENTRE     PIC X(6) VALUE SPACES.

      *> 过账日历：周末 + 节假日表，非营业日不重试
       01  POSTING-CALENDAR.
                   WS-TXN-OUT-STATUS " " WS-GL-STATUS
               STOP RUN
           END-IF.
      *    账户主文件开不出来时 NSF 费收入整体记空白成本中心
           MOVE SPACES TO NCC-COST-CENTRE(1).
           MOVE 0 TO NCC-FEE-TOTAL(1).
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY "Account master not available, NSF income "
                   "posted unallocated."
           END-IF.
           OPEN EXTEND NSF-NOTICE-FILE.
           IF WS-NOTICE-STATUS NOT = '00'
               OPEN OUTPUT NSF-NOTICE-FILE

           CLOSE RETURNED-ITEM-FILE TXN-OUTPUT-FILE NSF-GL-FILE
               NSF-NOTICE-FILE.
           IF WS-MASTER-OPEN = 'Y'
               CLOSE MASTER-FILE
           END-IF.
           DISPLAY "===== RETURNED ITEM RETRY SUMMARY =====".
           DISPLAY "Items scanned  : " WS-ITEMS-SCANNED.
           DISPLAY "Items retried  : " WS-ITEMS-RETRIED.
           IF RTI-FEE-ASSESSED NOT = 'P'
               ADD 1 TO WS-FEES-ASSESSED
               ADD WS-NSF-FEE TO WS-FEE-TOTAL
               PERFORM FIND-NSF-COST-CENTRE
               ADD WS-NSF-FEE TO NCC-FEE-TOTAL(WS-NCC-SLOT)
           END-IF.
           MOVE 'P' TO RTI-FEE-ASSESSED.

               SUBTRACT RTI-AMOUNT FROM WS-NET-AMOUNT
           END-IF.

       FIND-NSF-COST-CENTRE.
      *> 退票账户的成本中心 = 主档网点号 + 产品代码
           MOVE SPACES TO WS-THIS-COST-CENTRE.
           IF WS-MASTER-OPEN = 'Y'
               MOVE RTI-ACCOUNT-ID TO ACCOUNT-ID
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BRANCH-CODE TO WS-THIS-COST-CENTRE(1:4)
                       MOVE PRODUCT-CODE TO WS-THIS-COST-CENTRE(5:2)
               END-READ
           END-IF.
           MOVE 0 TO WS-NCC-SLOT.
           PERFORM VARYING WS-NCC-INDEX FROM 1 BY 1
                   UNTIL WS-NCC-INDEX > WS-NCC-COUNT
                   OR WS-NCC-SLOT > 0
               IF NCC-COST-CENTRE(WS-NCC-INDEX) = WS-THIS-COST-CENTRE
                   MOVE WS-NCC-INDEX TO WS-NCC-SLOT
               END-IF
           END-PERFORM.
           IF WS-NCC-SLOT = 0
               IF WS-NCC-COUNT >= 200
                   MOVE 1 TO WS-NCC-SLOT
               ELSE
                   ADD 1 TO WS-NCC-COUNT
                   MOVE WS-NCC-COUNT TO WS-NCC-SLOT
                   MOVE WS-THIS-COST-CENTRE
                       TO NCC-COST-CENTRE(WS-NCC-SLOT)
                   MOVE 0 TO NCC-FEE-TOTAL(WS-NCC-SLOT)
               END-IF
           END-IF.

       WRITE-NSF-GL-ENTRIES.
      *> NSF 费收入分录对：借记费用应收、贷记 NSF 费收入，逐成本
      *> 中心各出一对，网点利润表据此分得 NSF 费收入
           PERFORM VARYING WS-NCC-INDEX FROM 1 BY 1
                   UNTIL WS-NCC-INDEX > WS-NCC-COUNT
               IF NCC-FEE-TOTAL(WS-NCC-INDEX) > 0
                   MOVE NCC-COST-CENTRE(WS-NCC-INDEX)
                       TO GL-COST-CENTRE
                   MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE
                   MOVE 'FEERCV' TO GL-ACCOUNT-CODE
                   MOVE 'DR' TO GL-DEBIT-CREDIT
                   MOVE NCC-FEE-TOTAL(WS-NCC-INDEX) TO GL-AMOUNT
                   MOVE 'NSF fees receivable' TO GL-DESCRIPTION
                   WRITE GL-RECORD
                   MOVE 'NSFFEE' TO GL-ACCOUNT-CODE
                   MOVE 'CR' TO GL-DEBIT-CREDIT
                   MOVE 'NSF fee income' TO GL-DESCRIPTION
                   WRITE GL-RECORD
               END-IF
           END-PERFORM.

       INIT-HOLIDAY-CALENDAR.
      *> 与 BatchAccountProcessor 同一份示例节假日表
           COMPUTE WS-POSTING-YEAR = WS-EFFECTIVE-DATE / 10000.
