       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. BranchTransferRegister.  *> 网点迁移登记表及随户资料改挂

      *> 网点迁移登记：AccountMasterUpdate 每过账一笔 'B' 网点迁移
      *> 就追加一条到待登记档 BRANCH_XFER_PENDING.DAT。本作业在
      *> 主档更新后运行，逐笔：
      *>   - 客户留存中的函件（HELD_MAIL.DAT）保管网点改挂迁入
      *>     网点，客户以后到新网点领取；
      *>   - 支票簿登记（CHEQUE_REGISTER.DAT）与委托扣款
      *>     （STANDING_ORDERS.DAT）都按账户ID挂钩，随账户原样
      *>     迁移、无需改档，登记表列出在用支票号段与生效委托
      *>     笔数，迁入网点据此接手；
      *>   - 以该账户扣租的保管箱（SAFE_DEPOSIT_BOXES.DAT）是实物，
      *>     仍在原网点，登记表列出箱数提醒两个网点协调（网点撤并
      *>     时的保管箱已由 BranchTransfer 随撤并改挂）。
      *> 按 迁出网点+迁入网点 分组打印迁移登记表
      *> BRANCH_TRANSFER_REGISTER.RPT，迁出、迁入两个网点经理拿
      *> 同一份清单核对；登记过的迁移追加到迁移历史档
      *> BRANCH_TRANSFER_HISTORY.DAT 留底后清空待登记档

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

           SELECT PENDING-FILE ASSIGN TO "BRANCH_XFER_PENDING.DAT"  *> 已过账待登记的网点迁移
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "BRANCH_TRANSFER_HISTORY.DAT"  *> 已登记的网点迁移留底
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CHEQUE-REGISTER-FILE ASSIGN TO "CHEQUE_REGISTER.DAT"  *> 支票簿登记册
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHQ-ACCOUNT-ID
               FILE STATUS IS WS-CHQ-REG-STATUS.

           SELECT SO-MASTER-FILE ASSIGN TO "STANDING_ORDERS.DAT"  *> 委托扣款主档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-SO-MASTER-STATUS.

           SELECT SAFE-BOX-FILE ASSIGN TO "SAFE_DEPOSIT_BOXES.DAT"  *> 保管箱登记册
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SDB-KEY
               FILE STATUS IS WS-SAFE-BOX-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO "HELD_MAIL.DAT"  *> 网点留存函件档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HML-KEY
               FILE STATUS IS WS-HELD-MAIL-STATUS.

           SELECT REGISTER-REPORT-FILE
               ASSIGN TO "BRANCH_TRANSFER_REGISTER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "BRXWORK.TMP".  *> 按迁出/迁入网点排序用

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

       FD  PENDING-FILE.  *> 更新作业追加的待登记布局
       01  PENDING-RECORD.
           COPY BRXFER.

       FD  HISTORY-FILE.  *> 与待登记档同布局
       01  HISTORY-RECORD           PIC X(70).

       FD  CHEQUE-REGISTER-FILE.
       01  CHEQUE-REGISTER-RECORD.
           COPY CHQREG.

       FD  SO-MASTER-FILE.  *> 与 StandingOrderGenerator 同一布局
       01  SO-MASTER-RECORD.
           05 SO-ORDER-ID           PIC 9(6).  *> 委托编号，主键
           05 SO-FROM-ACCOUNT       PIC 9(8).  *> 委托扣款账户
           05 SO-TO-ACCOUNT         PIC 9(8).  *> 对方收款账户
           05 SO-AMOUNT             PIC 9(7)V99.  *> 每期划转金额
           05 SO-FREQUENCY          PIC X.  *> 'M'=按月 'W'=按周
           05 SO-NEXT-DUE-DATE      PIC 9(8).  *> 下一到期日 CCYYMMDD
           05 SO-EXPIRY-DATE        PIC 9(8).  *> 委托失效日，0=长期有效
           05 SO-STATUS             PIC X.  *> 'A'=生效 'E'=已失效 'S'=身故暂停

       FD  SAFE-BOX-FILE.
       01  SAFE-BOX-RECORD.
           COPY SDBOX.

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           COPY HELDMAIL.

       FD  REGISTER-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-FROM-BRANCH        PIC X(4).
           05 SW-TO-BRANCH          PIC X(4).
           05 SW-ACCOUNT-ID         PIC 9(8).
           05 SW-CUSTOMER-ID        PIC 9(6).
           05 SW-ACCOUNT-NAME       PIC X(10).
           05 SW-PRODUCT-CODE       PIC X(2).
           05 SW-CURRENCY-CODE      PIC X(3).
           05 SW-BALANCE            PIC S9(7)V99.
           05 SW-CHQ-FIRST          PIC 9(6).  *> 在用支票簿起始号，0=无在用支票簿
           05 SW-CHQ-LAST           PIC 9(6).
           05 SW-SO-COUNT           PIC 9(3).  *> 生效委托笔数
           05 SW-BOX-COUNT          PIC 9(2).  *> 以本账户扣租的保管箱数
           05 SW-MAIL-MOVED         PIC 9(3).  *> 改挂保管网点的留存函件条数

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-PENDING-STATUS       PIC XX VALUE '00'.
       01  WS-HISTORY-STATUS       PIC XX VALUE '00'.
       01  WS-CHQ-REG-STATUS       PIC XX VALUE '00'.
       01  WS-SO-MASTER-STATUS     PIC XX VALUE '00'.
       01  WS-SAFE-BOX-STATUS      PIC XX VALUE '00'.
       01  WS-HELD-MAIL-STATUS     PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-CHQ-REG-OPEN         PIC X VALUE 'N'.
       01  WS-HELD-MAIL-OPEN       PIC X VALUE 'N'.
       01  WS-PENDING-EOF          PIC X VALUE 'N'.
       01  WS-SCAN-EOF             PIC X VALUE 'N'.
       01  WS-HELD-SCAN-EOF        PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.

       01  WS-TRANSFERS-READ       PIC 9(7) VALUE 0.  *> 待登记的迁移笔数
       01  WS-MAIL-MOVED-TOTAL     PIC 9(7) VALUE 0.  *> 改挂保管网点的函件合计
       01  WS-CHQ-BOOKS-TOTAL      PIC 9(7) VALUE 0.  *> 随户迁移的在用支票簿数
       01  WS-SO-TOTAL             PIC 9(7) VALUE 0.  *> 随户迁移的生效委托数
       01  WS-BOX-TOTAL            PIC 9(7) VALUE 0.  *> 留在原网点的扣租保管箱数

      *> 生效委托的扣款账户表与出租中保管箱的扣租账户表：各扫
      *> 一遍装表，逐笔迁移按账户查表计数
       01  SO-ACCOUNT-TABLE.
           05 SOA-ACCOUNT-ID OCCURS 3000 TIMES PIC 9(8).
       01  WS-SOA-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-SOA-INDEX            PIC 9(4) COMP VALUE 0.
       01  BOX-ACCOUNT-TABLE.
           05 BXA-ACCOUNT-ID OCCURS 1000 TIMES PIC 9(8).
       01  WS-BXA-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-BXA-INDEX            PIC 9(4) COMP VALUE 0.

      *> 网点迁出/迁入笔数汇总
       01  BRANCH-TABLE.
           05 BR-ENTRY OCCURS 200 TIMES.
               10 BR-BRANCH-CODE    PIC X(4).
               10 BR-OUT-COUNT      PIC 9(5).
               10 BR-IN-COUNT       PIC 9(5).
       01  WS-BR-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-BR-INDEX             PIC 9(3) COMP VALUE 0.
       01  WS-BR-SLOT              PIC 9(3) COMP VALUE 0.
       01  WS-FIND-BRANCH          PIC X(4) VALUE SPACES.

      *> 分组控制
       01  WS-PREV-FROM            PIC X(4) VALUE SPACES.
       01  WS-PREV-TO              PIC X(4) VALUE SPACES.
       01  WS-FIRST-GROUP          PIC X VALUE 'Y'.
       01  WS-GROUP-COUNT          PIC 9(5) VALUE 0.

       01  WS-TITLE-LINE.
           05 FILLER                PIC X(40)
               VALUE 'BRANCH TRANSFER REGISTER'.
           05 FILLER                PIC X(15) VALUE 'BUSINESS DATE '.
           05 TTL-BUSINESS-DATE     PIC 9(8).
       01  WS-GROUP-HEADING.
           05 FILLER                PIC X(16) VALUE 'FROM BRANCH '.
           05 GRH-FROM-BRANCH       PIC X(4).
           05 FILLER                PIC X(14) VALUE '   TO BRANCH '.
           05 GRH-TO-BRANCH         PIC X(4).
       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(39)
               VALUE 'ACCOUNT   CUSTOMER  NAME        PR CCY '.
           05 FILLER                PIC X(48)
               VALUE '      BALANCE  CHEQUE BOOK   ORDERS BOXES  MAIL'.
       01  WS-DETAIL-LINE.
           05 DTL-ACCOUNT-ID        PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 DTL-CUSTOMER-ID       PIC 9(6).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 DTL-ACCOUNT-NAME      PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 DTL-PRODUCT-CODE      PIC X(2).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 DTL-CURRENCY-CODE     PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 DTL-BALANCE           PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 DTL-CHEQUE-BOOK       PIC X(13).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 DTL-SO-COUNT          PIC ZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 DTL-BOX-COUNT         PIC Z9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 DTL-MAIL-MOVED        PIC ZZ9.
       01  WS-CHEQUE-RANGE.
           05 CHR-FIRST             PIC 9(6).
           05 FILLER                PIC X VALUE '-'.
           05 CHR-LAST              PIC 9(6).
       01  WS-GROUP-TOTAL-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(24)
               VALUE 'ACCOUNTS TRANSFERRED: '.
           05 GTL-COUNT             PIC ZZ,ZZ9.
       01  WS-SUMMARY-HEADING.
           05 FILLER                PIC X(41)
               VALUE 'BRANCH    TRANSFERRED OUT  TRANSFERRED IN'.
       01  WS-SUMMARY-LINE.
           05 SML-BRANCH-CODE       PIC X(4).
           05 FILLER                PIC X(10) VALUE SPACES.
           05 SML-OUT-COUNT         PIC ZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 SML-IN-COUNT          PIC ZZ,ZZ9.
       01  WS-COUNT-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 CTL-LABEL             PIC X(36).
           05 CTL-COUNT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY "BRANCH_XFER_PENDING.DAT not available - no "
                   "branch transfers to register."
               STOP RUN
           END-IF.
           OPEN OUTPUT REGISTER-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening BRANCH_TRANSFER_REGISTER.RPT. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY "Error opening branch transfer history. "
                       "File Status: " WS-HISTORY-STATUS
                   STOP RUN
               END-IF
           END-IF.
      *    支票簿登记册、留存函件档可能尚未建立，缺档只少列/少改挂
           OPEN INPUT CHEQUE-REGISTER-FILE.
           IF WS-CHQ-REG-STATUS = '00'
               MOVE 'Y' TO WS-CHQ-REG-OPEN
           END-IF.
           OPEN I-O HELD-MAIL-FILE.
           IF WS-HELD-MAIL-STATUS = '00'
               MOVE 'Y' TO WS-HELD-MAIL-OPEN
           END-IF.
           PERFORM LOAD-STANDING-ORDER-ACCOUNTS.
           PERFORM LOAD-SAFE-BOX-ACCOUNTS.

           MOVE WS-EFFECTIVE-DATE TO TTL-BUSINESS-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ONE LIST FOR THE MANAGERS OF BOTH THE SENDING AND '
               TO REPORT-LINE.
           MOVE 'RECEIVING BRANCH' TO REPORT-LINE(51:16).
           WRITE REPORT-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SW-FROM-BRANCH SW-TO-BRANCH
                   SW-ACCOUNT-ID
               INPUT PROCEDURE IS COLLECT-PENDING-TRANSFERS
               OUTPUT PROCEDURE IS PRINT-TRANSFER-REGISTER.

           CLOSE PENDING-FILE HISTORY-FILE.
           IF WS-CHQ-REG-OPEN = 'Y'
               CLOSE CHEQUE-REGISTER-FILE
           END-IF.
           IF WS-HELD-MAIL-OPEN = 'Y'
               CLOSE HELD-MAIL-FILE
           END-IF.
           PERFORM WRITE-BRANCH-SUMMARY.
           CLOSE REGISTER-REPORT-FILE.

      *    登记完毕清空待登记档，后续过账重新累积
           OPEN OUTPUT PENDING-FILE.
           CLOSE PENDING-FILE.

           DISPLAY "===== BRANCH TRANSFER REGISTER SUMMARY =====".
           DISPLAY "Transfers registered: " WS-TRANSFERS-READ.
           DISPLAY "Held mail re-homed  : " WS-MAIL-MOVED-TOTAL.
           DISPLAY "Cheque books moved  : " WS-CHQ-BOOKS-TOTAL.
           DISPLAY "Standing orders     : " WS-SO-TOTAL.
           DISPLAY "Boxes left at branch: " WS-BOX-TOTAL.
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

       LOAD-STANDING-ORDER-ACCOUNTS.
           OPEN INPUT SO-MASTER-FILE.
           IF WS-SO-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ SO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF SO-STATUS = 'A'
                           IF WS-SOA-COUNT < 3000
                               ADD 1 TO WS-SOA-COUNT
                               MOVE SO-FROM-ACCOUNT
                                   TO SOA-ACCOUNT-ID(WS-SOA-COUNT)
                           ELSE
                               DISPLAY "*** Standing order table "
                                   "full - order " SO-ORDER-ID
                                   " not counted ***"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SO-MASTER-FILE.

       LOAD-SAFE-BOX-ACCOUNTS.
           OPEN INPUT SAFE-BOX-FILE.
           IF WS-SAFE-BOX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ SAFE-BOX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF SDB-STATUS NOT = 'V' AND
                               SDB-DEBIT-ACCOUNT > 0
                           IF WS-BXA-COUNT < 1000
                               ADD 1 TO WS-BXA-COUNT
                               MOVE SDB-DEBIT-ACCOUNT
                                   TO BXA-ACCOUNT-ID(WS-BXA-COUNT)
                           ELSE
                               DISPLAY "*** Safe box table full - "
                                   "box " SDB-BRANCH-CODE " "
                                   SDB-BOX-NUMBER " not counted ***"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAFE-BOX-FILE.

       COLLECT-PENDING-TRANSFERS.
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       ADD 1 TO WS-TRANSFERS-READ
                       WRITE HISTORY-RECORD FROM PENDING-RECORD
                       PERFORM COLLECT-ONE-TRANSFER
               END-READ
           END-PERFORM.

       COLLECT-ONE-TRANSFER.
           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE BXP-FROM-BRANCH   TO SW-FROM-BRANCH.
           MOVE BXP-TO-BRANCH     TO SW-TO-BRANCH.
           MOVE BXP-ACCOUNT-ID    TO SW-ACCOUNT-ID.
           MOVE BXP-CUSTOMER-ID   TO SW-CUSTOMER-ID.
           MOVE BXP-ACCOUNT-NAME  TO SW-ACCOUNT-NAME.
           MOVE BXP-PRODUCT-CODE  TO SW-PRODUCT-CODE.
           MOVE BXP-CURRENCY-CODE TO SW-CURRENCY-CODE.
           MOVE BXP-BALANCE       TO SW-BALANCE.
           MOVE 0 TO SW-CHQ-FIRST SW-CHQ-LAST SW-SO-COUNT
               SW-BOX-COUNT SW-MAIL-MOVED.
      *    在用支票簿随账户迁移，列出号段供迁入网点接手
           IF WS-CHQ-REG-OPEN = 'Y'
               MOVE BXP-ACCOUNT-ID TO CHQ-ACCOUNT-ID
               READ CHEQUE-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHQ-STATUS = 'A'
                           MOVE CHQ-FIRST-NUMBER TO SW-CHQ-FIRST
                           MOVE CHQ-LAST-NUMBER TO SW-CHQ-LAST
                           ADD 1 TO WS-CHQ-BOOKS-TOTAL
                       END-IF
               END-READ
           END-IF.
           PERFORM VARYING WS-SOA-INDEX FROM 1 BY 1
                   UNTIL WS-SOA-INDEX > WS-SOA-COUNT
               IF SOA-ACCOUNT-ID(WS-SOA-INDEX) = BXP-ACCOUNT-ID
                       AND SW-SO-COUNT < 999
                   ADD 1 TO SW-SO-COUNT
               END-IF
           END-PERFORM.
           ADD SW-SO-COUNT TO WS-SO-TOTAL.
           PERFORM VARYING WS-BXA-INDEX FROM 1 BY 1
                   UNTIL WS-BXA-INDEX > WS-BXA-COUNT
               IF BXA-ACCOUNT-ID(WS-BXA-INDEX) = BXP-ACCOUNT-ID
                       AND SW-BOX-COUNT < 99
                   ADD 1 TO SW-BOX-COUNT
               END-IF
           END-PERFORM.
           ADD SW-BOX-COUNT TO WS-BOX-TOTAL.
           PERFORM REHOME-HELD-MAIL.
           RELEASE SORT-WORK-RECORD.
           MOVE BXP-FROM-BRANCH TO WS-FIND-BRANCH.
           PERFORM FIND-BRANCH-SLOT.
           IF WS-BR-SLOT > 0
               ADD 1 TO BR-OUT-COUNT(WS-BR-SLOT)
           END-IF.
           MOVE BXP-TO-BRANCH TO WS-FIND-BRANCH.
           PERFORM FIND-BRANCH-SLOT.
           IF WS-BR-SLOT > 0
               ADD 1 TO BR-IN-COUNT(WS-BR-SLOT)
           END-IF.

       REHOME-HELD-MAIL.
      *> 客户名下本账户仍在留存的函件改挂迁入网点保管
           IF WS-HELD-MAIL-OPEN NOT = 'Y' OR BXP-CUSTOMER-ID = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO HML-KEY.
           MOVE BXP-CUSTOMER-ID TO HML-CUSTOMER-ID.
           MOVE 'N' TO WS-HELD-SCAN-EOF.
           START HELD-MAIL-FILE KEY IS GREATER THAN OR EQUAL TO HML-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HELD-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-HELD-SCAN-EOF = 'Y'
               READ HELD-MAIL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HELD-SCAN-EOF
                   NOT AT END
                       IF HML-CUSTOMER-ID NOT = BXP-CUSTOMER-ID
                           MOVE 'Y' TO WS-HELD-SCAN-EOF
                       ELSE
                           IF HML-ACCOUNT-ID = BXP-ACCOUNT-ID AND
                                   HML-STATUS = 'H' AND
                                   HML-BRANCH-CODE NOT = BXP-TO-BRANCH
                               MOVE BXP-TO-BRANCH TO HML-BRANCH-CODE
                               REWRITE HELD-MAIL-RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF SW-MAIL-MOVED < 999
                                           ADD 1 TO SW-MAIL-MOVED
                                       END-IF
                                       ADD 1 TO WS-MAIL-MOVED-TOTAL
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-BRANCH-SLOT.
           MOVE 0 TO WS-BR-SLOT.
           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT OR WS-BR-SLOT > 0
               IF BR-BRANCH-CODE(WS-BR-INDEX) = WS-FIND-BRANCH
                   MOVE WS-BR-INDEX TO WS-BR-SLOT
               END-IF
           END-PERFORM.
           IF WS-BR-SLOT = 0 AND WS-BR-COUNT < 200
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-SLOT
               MOVE WS-FIND-BRANCH TO BR-BRANCH-CODE(WS-BR-SLOT)
               MOVE 0 TO BR-OUT-COUNT(WS-BR-SLOT)
                   BR-IN-COUNT(WS-BR-SLOT)
           END-IF.

       PRINT-TRANSFER-REGISTER.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-TRANSFER
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-GROUP = 'N'
               PERFORM WRITE-GROUP-TOTAL
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'NO BRANCH TRANSFERS POSTED' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PRINT-ONE-TRANSFER.
           IF WS-FIRST-GROUP = 'Y' OR
                   SW-FROM-BRANCH NOT = WS-PREV-FROM OR
                   SW-TO-BRANCH NOT = WS-PREV-TO
               IF WS-FIRST-GROUP = 'N'
                   PERFORM WRITE-GROUP-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-GROUP
               MOVE SW-FROM-BRANCH TO WS-PREV-FROM
               MOVE SW-TO-BRANCH TO WS-PREV-TO
               MOVE 0 TO WS-GROUP-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SW-FROM-BRANCH TO GRH-FROM-BRANCH
               MOVE SW-TO-BRANCH TO GRH-TO-BRANCH
               MOVE WS-GROUP-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-COLUMN-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SW-ACCOUNT-ID TO DTL-ACCOUNT-ID.
           MOVE SW-CUSTOMER-ID TO DTL-CUSTOMER-ID.
           MOVE SW-ACCOUNT-NAME TO DTL-ACCOUNT-NAME.
           MOVE SW-PRODUCT-CODE TO DTL-PRODUCT-CODE.
           MOVE SW-CURRENCY-CODE TO DTL-CURRENCY-CODE.
           MOVE SW-BALANCE TO DTL-BALANCE.
           IF SW-CHQ-FIRST = 0 AND SW-CHQ-LAST = 0
               MOVE 'NONE' TO DTL-CHEQUE-BOOK
           ELSE
               MOVE SW-CHQ-FIRST TO CHR-FIRST
               MOVE SW-CHQ-LAST TO CHR-LAST
               MOVE WS-CHEQUE-RANGE TO DTL-CHEQUE-BOOK
           END-IF.
           MOVE SW-SO-COUNT TO DTL-SO-COUNT.
           MOVE SW-BOX-COUNT TO DTL-BOX-COUNT.
           MOVE SW-MAIL-MOVED TO DTL-MAIL-MOVED.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-GROUP-COUNT.

       WRITE-GROUP-TOTAL.
           MOVE WS-GROUP-COUNT TO GTL-COUNT.
           MOVE WS-GROUP-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-BRANCH-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BRANCH SUMMARY' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUMMARY-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT
               MOVE BR-BRANCH-CODE(WS-BR-INDEX) TO SML-BRANCH-CODE
               MOVE BR-OUT-COUNT(WS-BR-INDEX) TO SML-OUT-COUNT
               MOVE BR-IN-COUNT(WS-BR-INDEX) TO SML-IN-COUNT
               MOVE WS-SUMMARY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Branch transfers registered' TO CTL-LABEL.
           MOVE WS-TRANSFERS-READ TO CTL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Held mail items re-homed' TO CTL-LABEL.
           MOVE WS-MAIL-MOVED-TOTAL TO CTL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Cheque books moved with account' TO CTL-LABEL.
           MOVE WS-CHQ-BOOKS-TOTAL TO CTL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Standing orders moved with account' TO CTL-LABEL.
           MOVE WS-SO-TOTAL TO CTL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Rent-paying boxes left at branch' TO CTL-LABEL.
           MOVE WS-BOX-TOTAL TO CTL-COUNT.
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
