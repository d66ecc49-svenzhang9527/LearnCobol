      *> （跨月，上月归档一并取数）；周期 4 截止月末，期间即本
      *> 日历月；周期 0（一次全出的旧口径）同样按日历月。
      *> 排序/控制断点结构沿用 BalanceTierSortedReport 的做法。
      *> 客户主档邮寄标志为退信/留存的，整份对账单逐行落网点留存
      *> 档 HELD_MAIL.DAT，不进打印文件。
      *> 期间内过账的冲正按冲正登记册逐户列在期末余额之前：原交易
      *> 一行、"REVERSAL OF ABOVE" 一行，两行成对，客户一眼看出
      *> 哪笔入账被撤回。原交易一行的摘要取交易代码主档
      *> （TXN_CODES.DAT）该类型的对账单摘要模板，'&' 处代入原交易
      *> 的参考号；模板空白取说明（客户函件语言为 ZH 的取中文说明）；
      *> 代码档未建或表上没有的按原来的 DEPOSIT/WITHDRAWAL 出。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO "HELD_MAIL.DAT"  *> 网点留存函件档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HML-KEY
               FILE STATUS IS WS-HELD-MAIL-STATUS.

      *>   冲正登记册：按账户起点 START 后顺读，取期间内的冲正配对
           SELECT REVERSAL-REGISTER-FILE
               ASSIGN TO "REVERSAL_REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVR-KEY
               FILE STATUS IS WS-RVS-REG-STATUS.

      *>   交易代码主档：冲正配对的原交易摘要，开跑时整档装表
           SELECT TXN-CODE-FILE ASSIGN TO "TXN_CODES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCD-CODE
               FILE STATUS IS WS-TXN-CODE-STATUS.

           SELECT SORT-WORK ASSIGN TO "STMTWORK.TMP".  *> 排序用临时工作文件

       DATA DIVISION.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE           PIC X(80).

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           COPY HELDMAIL.

       FD  REVERSAL-REGISTER-FILE.
       01  REVERSAL-REGISTER-RECORD.
           COPY RVSLREG.

       FD  TXN-CODE-FILE.  *> 交易代码主档文件描述符
       01  TXN-CODE-RECORD.
           COPY TXNCODE.

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-ACCOUNT-ID         PIC 9(8).
       01  WS-CUST-MASTER-OPEN      PIC X VALUE 'N'.  *> 'Y' 表示客户主档可用，对账单带邮寄地址
       01  WS-PARM-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-STMT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-HELD-MAIL-STATUS      PIC XX VALUE '00'.
       01  WS-RVS-REG-STATUS        PIC XX VALUE '00'.
       01  WS-RVS-REG-OPEN          PIC X VALUE 'N'.  *> 'Y'=冲正登记册可用
       01  WS-RVS-REG-EOF           PIC X VALUE 'N'.  *> 本账户的登记已读完
       01  WS-RVS-PAIR-COUNT        PIC 9(5) VALUE 0.  *> 上对账单的冲正配对数
       01  WS-STMT-CUST-FOUND       PIC X VALUE 'N'.  *> 'Y'=当前对账单的客户主档记录已读到
       01  WS-STMT-HELD             PIC X VALUE 'N'.  *> 'Y'=当前对账单转网点留存
       01  WS-HELD-LINE-NO          PIC 9(4) VALUE 0.  *> 留存对账单的行号
       01  WS-HELD-STMT-COUNT       PIC 9(5) VALUE 0.  *> 转留存的对账单份数
       01  WS-AUDIT-EOF             PIC X VALUE 'N'.  *> 审计文件读取结束标志
       01  WS-SORT-EOF              PIC X VALUE 'N'.  *> RETURN 排序结果的结束标志
       01  WS-STMT-MONTH            PIC 9(6) VALUE 0.  *> 本次对账单月份 CCYYMM
       01  WS-STMT-COUNT            PIC 9(5) VALUE 0.  *> 本次生成的对账单份数
       01  WS-LINE-COUNT            PIC 9(7) VALUE 0.  *> 写出的对账单行数

      *> 交易代码表：冲正配对原交易一行的摘要按代码查表
       01  TXN-CODE-TABLE.
           COPY TXNCTAB.
       01  WS-TXN-CODE-STATUS       PIC XX VALUE '00'.
       01  WS-TXN-CODE-EOF          PIC X VALUE 'N'.
       01  WS-TCT-INDEX             PIC 9(3) COMP VALUE 0.
       01  WS-TCT-SLOT              PIC 9(3) COMP VALUE 0.  *> 查找命中的表项下标，0=未命中
       01  WS-TCT-SEARCH-CODE       PIC X(2) VALUE SPACES.  *> 待查的交易类型码 + 子代码
       01  WS-STMT-NARRATIVE        PIC X(60) VALUE SPACES.  *> 拼好的对账单摘要
       01  WS-NARR-TEMPLATE         PIC X(40) VALUE SPACES.  *> 摘要模板
       01  WS-NARR-POS              PIC 9(2) VALUE 0.  *> 模板中 '&' 之前的字符数
       01  WS-NARR-PTR              PIC 9(2) VALUE 0.  *> 拼摘要的 STRING 指针

      *> 对账单打印行的编辑格式
       01  STMT-HEADER-LINE.
           05 FILLER                PIC X(20)
           05 SD-FEE-AMOUNT         PIC ZZ9.99.
           05 FILLER                PIC X(10) VALUE '  BALANCE '.
           05 SD-AFTER-BALANCE      PIC ZZ,ZZZ,ZZ9.99-.
       01  STMT-RVS-ORIG-LINE.
           05 FILLER                PIC XX VALUE SPACES.
           05 SRV-ORIG-DATE         PIC 9(8).
           05 FILLER                PIC XX VALUE SPACES.
           05 SRV-ORIG-TEXT         PIC X(36).
           05 SRV-ORIG-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(6) VALUE '  REF '.
           05 SRV-REF-CYCLE         PIC 9(3).
           05 FILLER                PIC X VALUE '/'.
           05 SRV-REF-SEQ           PIC 9(7).
       01  STMT-RVS-REVERSAL-LINE.
           05 FILLER                PIC XX VALUE SPACES.
           05 SRV-REVERSAL-DATE     PIC 9(8).
           05 FILLER                PIC X(20)
               VALUE '  REVERSAL OF ABOVE '.
           05 SRV-REVERSAL-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
       01  STMT-CLOSING-LINE.
           05 FILLER                PIC X(18)
               VALUE '  CLOSING BALANCE '.

       BEGIN-PROGRAM.
           PERFORM READ-STATEMENT-PARAMETERS.
           PERFORM LOAD-TXN-CODE-TABLE.
      *    客户主档可能尚未建立（转换期）；开不出来只影响地址栏，
      *    对账单照常生成
           OPEN INPUT CUSTOMER-MASTER-FILE.
                   WS-STMT-FILE-STATUS
               STOP RUN
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

      *    登记册未建（尚无冲正）时对账单不出冲正配对
           OPEN INPUT REVERSAL-REGISTER-FILE.
           IF WS-RVS-REG-STATUS = '00'
               MOVE 'Y' TO WS-RVS-REG-OPEN
           END-IF.

           SORT SORT-WORK
               ASCENDING KEY SW-ACCOUNT-ID SW-POSTING-DATE
           IF WS-CUST-MASTER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           CLOSE MASTER-FILE STATEMENT-FILE HELD-MAIL-FILE.
           IF WS-RVS-REG-OPEN = 'Y'
               CLOSE REVERSAL-REGISTER-FILE
           END-IF.
           DISPLAY "===== STATEMENT PRODUCTION SUMMARY =====".
           DISPLAY "Statement month : " WS-STMT-MONTH.
           DISPLAY "Statement cycle : " WS-STMT-CYCLE.
           DISPLAY "Statements made : " WS-STMT-COUNT.
           DISPLAY "Lines written   : " WS-LINE-COUNT.
           DISPLAY "Held at branch  : " WS-HELD-STMT-COUNT.
           DISPLAY "Reversal pairs  : " WS-RVS-PAIR-COUNT.
           STOP RUN.

       READ-STATEMENT-PARAMETERS.
           MOVE SW-INTEREST-AMOUNT TO SD-INTEREST-AMOUNT.
           MOVE SW-FEE-AMOUNT      TO SD-FEE-AMOUNT.
           MOVE SW-AFTER-BALANCE   TO SD-AFTER-BALANCE.
           MOVE STMT-DETAIL-LINE TO STATEMENT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SW-AFTER-BALANCE TO WS-CLOSING-BALANCE.

               INVALID KEY
                   MOVE 'NOT-FOUND ' TO ACCOUNT-NAME
                   MOVE '???' TO CURRENCY-CODE
                   MOVE 0 TO CUSTOMER-ID
                   MOVE SPACES TO BRANCH-CODE
           END-READ.
           PERFORM CHECK-STATEMENT-MAIL-FLAG.
           MOVE WS-CURRENT-ACCOUNT TO SH-ACCOUNT-ID.
           MOVE ACCOUNT-NAME       TO SH-ACCOUNT-NAME.
           MOVE CURRENCY-CODE      TO SH-CURRENCY-CODE.
           MOVE WS-PERIOD-START    TO SH-PERIOD-START.
           MOVE WS-PERIOD-END      TO SH-PERIOD-END.
           MOVE STMT-HEADER-LINE TO STATEMENT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           PERFORM PRINT-MAILING-ADDRESS.
           MOVE SW-BEFORE-BALANCE  TO WS-OPENING-BALANCE.
           MOVE WS-OPENING-BALANCE TO SO-OPENING-BALANCE.
           MOVE STMT-OPENING-LINE TO STATEMENT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           ADD 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-STMT-COUNT.

       CHECK-STATEMENT-MAIL-FLAG.
      *> 按主档客户号读客户主档：邮寄地址与邮寄标志都从这里来
           MOVE 'N' TO WS-STMT-CUST-FOUND.
           MOVE 'N' TO WS-STMT-HELD.
           MOVE 0 TO WS-HELD-LINE-NO.
           IF WS-CUST-MASTER-OPEN = 'Y' AND
                   CUSTOMER-ID NUMERIC AND CUSTOMER-ID > 0
               MOVE CUSTOMER-ID TO CM-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STMT-CUST-FOUND
                       IF CM-MAIL-FLAG = 'R' OR CM-MAIL-FLAG = 'H'
                           MOVE 'Y' TO WS-STMT-HELD
                           ADD 1 TO WS-HELD-STMT-COUNT
                       END-IF
               END-READ
           END-IF.

       PRINT-MAILING-ADDRESS.
      *> 未归属客户或客户主档无记录时不出地址行，对账单留交网点
      *> 人工处理；转留存的对账单也不出地址行，补寄时按届时的地址
           IF WS-STMT-CUST-FOUND = 'Y' AND WS-STMT-HELD = 'N'
               MOVE CM-CUSTOMER-NAME TO SA-ADDRESS-TEXT
               WRITE STATEMENT-LINE FROM STMT-ADDRESS-LINE
               MOVE CM-ADDRESS-LINE-1 TO SA-ADDRESS-TEXT
               WRITE STATEMENT-LINE FROM STMT-ADDRESS-LINE
               MOVE CM-ADDRESS-LINE-2 TO SA-ADDRESS-TEXT
               WRITE STATEMENT-LINE FROM STMT-ADDRESS-LINE
               MOVE CM-ADDRESS-LINE-3 TO SA-ADDRESS-TEXT
               WRITE STATEMENT-LINE FROM STMT-ADDRESS-LINE
               ADD 4 TO WS-LINE-COUNT
           END-IF.

       PRINT-STATEMENT-CLOSING.
           PERFORM PRINT-REVERSAL-PAIRS.
           MOVE WS-CLOSING-BALANCE TO SC-CLOSING-BALANCE.
           MOVE STMT-CLOSING-LINE TO STATEMENT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           ADD 2 TO WS-LINE-COUNT.

       PRINT-REVERSAL-PAIRS.
      *> 登记册主键以账户ID打头，从本账户起点 START 顺读到账户
      *> 变化为止；冲正过账日落在期间内的逐笔出一对
           IF WS-RVS-REG-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-RVS-REG-EOF.
           MOVE WS-CURRENT-ACCOUNT TO RVR-ACCOUNT-ID.
           MOVE 0 TO RVR-ORIG-BUSINESS-DATE.
           MOVE 0 TO RVR-ORIG-CYCLE.
           MOVE 0 TO RVR-ORIG-ENTRY-SEQ.
           START REVERSAL-REGISTER-FILE KEY IS NOT LESS THAN RVR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RVS-REG-EOF
           END-START.
           PERFORM UNTIL WS-RVS-REG-EOF = 'Y'
               READ REVERSAL-REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RVS-REG-EOF
                   NOT AT END
                       IF RVR-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT
                           MOVE 'Y' TO WS-RVS-REG-EOF
                       ELSE
                           IF RVR-REVERSAL-DATE >= WS-PERIOD-START AND
                                   RVR-REVERSAL-DATE <= WS-PERIOD-END
                               PERFORM PRINT-ONE-REVERSAL-PAIR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-ONE-REVERSAL-PAIR.
           MOVE RVR-ORIG-BUSINESS-DATE TO SRV-ORIG-DATE.
           PERFORM BUILD-REVERSAL-NARRATIVE.
           MOVE RVR-AMOUNT TO SRV-ORIG-AMOUNT.
           MOVE RVR-ORIG-CYCLE TO SRV-REF-CYCLE.
           MOVE RVR-ORIG-ENTRY-SEQ TO SRV-REF-SEQ.
           MOVE STMT-RVS-ORIG-LINE TO STATEMENT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
      *    冲存入是借记、冲支取是贷记，冲正行按对账户的方向带符号
           MOVE RVR-REVERSAL-DATE TO SRV-REVERSAL-DATE.
           IF RVR-ORIG-TYPE = 'P'
               COMPUTE SRV-REVERSAL-AMOUNT = 0 - RVR-AMOUNT
           ELSE
               MOVE RVR-AMOUNT TO SRV-REVERSAL-AMOUNT
           END-IF.
           MOVE STMT-RVS-REVERSAL-LINE TO STATEMENT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           ADD 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-RVS-PAIR-COUNT.

       BUILD-REVERSAL-NARRATIVE.
      *> 原交易摘要：按原交易类型码对码（冲正只针对普通交易，子代码
      *> 空白），模板有 '&' 的代入原交易参考号
           MOVE SPACES TO SRV-ORIG-TEXT.
           MOVE RVR-ORIG-TYPE TO WS-TCT-SEARCH-CODE(1:1).
           MOVE SPACE TO WS-TCT-SEARCH-CODE(2:1).
           PERFORM LOOKUP-TXN-CODE.
           IF WS-TCT-SLOT = 0
               IF RVR-ORIG-TYPE = 'P'
                   MOVE '  DEPOSIT' TO SRV-ORIG-TEXT
               ELSE
                   MOVE '  WITHDRAWAL' TO SRV-ORIG-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-STMT-NARRATIVE.
           MOVE TCT-NARRATIVE(WS-TCT-SLOT) TO WS-NARR-TEMPLATE.
           IF WS-NARR-TEMPLATE = SPACES
               IF WS-STMT-CUST-FOUND = 'Y' AND
                       CM-LANGUAGE-CODE = 'ZH' AND
                       TCT-DESC-ZH(WS-TCT-SLOT) NOT = SPACES
                   MOVE TCT-DESC-ZH(WS-TCT-SLOT) TO WS-STMT-NARRATIVE
               ELSE
                   MOVE TCT-DESC-EN(WS-TCT-SLOT) TO WS-STMT-NARRATIVE
               END-IF
           ELSE
               MOVE 0 TO WS-NARR-POS
               INSPECT WS-NARR-TEMPLATE TALLYING WS-NARR-POS
                   FOR CHARACTERS BEFORE INITIAL '&'
               IF WS-NARR-POS >= 40
                   MOVE WS-NARR-TEMPLATE TO WS-STMT-NARRATIVE
               ELSE
                   PERFORM SUBSTITUTE-NARRATIVE-REFERENCE
               END-IF
           END-IF.
           MOVE WS-STMT-NARRATIVE TO SRV-ORIG-TEXT(3:34).

       SUBSTITUTE-NARRATIVE-REFERENCE.
      *> '&' 前的模板原样、参考号去尾空格代入、'&' 后的模板接上
           MOVE 1 TO WS-NARR-PTR.
           IF WS-NARR-POS > 0
               STRING WS-NARR-TEMPLATE(1:WS-NARR-POS) DELIMITED BY SIZE
                   INTO WS-STMT-NARRATIVE WITH POINTER WS-NARR-PTR
               END-STRING
           END-IF.
           IF RVR-ORIG-REFERENCE NOT = SPACES
               STRING FUNCTION TRIM(RVR-ORIG-REFERENCE TRAILING)
                   DELIMITED BY SIZE
                   INTO WS-STMT-NARRATIVE WITH POINTER WS-NARR-PTR
               END-STRING
           END-IF.
           IF WS-NARR-POS < 39
               STRING WS-NARR-TEMPLATE(WS-NARR-POS + 2:39 - WS-NARR-POS)
                   DELIMITED BY SIZE
                   INTO WS-STMT-NARRATIVE WITH POINTER WS-NARR-PTR
               END-STRING
           END-IF.

       LOAD-TXN-CODE-TABLE.
      *> 交易代码主档整档装表（只留代码、说明与摘要模板）；档未建
      *> 时冲正配对按原摘要出，不停批
           OPEN INPUT TXN-CODE-FILE.
           IF WS-TXN-CODE-STATUS NOT = '00'
               DISPLAY "TXN_CODES.DAT not available, standard "
                   "statement narratives used."
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
                           MOVE TCD-DESC-ZH TO TCT-DESC-ZH(TCT-COUNT)
                           MOVE TCD-NARRATIVE
                               TO TCT-NARRATIVE(TCT-COUNT)
                       ELSE
                           DISPLAY "Transaction code table full, "
                               "code ignored: " TCD-CODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TXN-CODE-FILE.
           DISPLAY "Transaction codes loaded: " TCT-COUNT.

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

       EMIT-STATEMENT-LINE.
      *> 正常对账单写打印文件；转留存的逐行写留存档，行号保序
           IF WS-STMT-HELD = 'N'
               WRITE STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HELD-LINE-NO.
           MOVE CM-CUSTOMER-ID     TO HML-CUSTOMER-ID.
           MOVE 'ST'               TO HML-DOC-TYPE.
           MOVE WS-CURRENT-ACCOUNT TO HML-ACCOUNT-ID.
           MOVE WS-PERIOD-END      TO HML-DOC-DATE.
           MOVE WS-HELD-LINE-NO    TO HML-LINE-NO.
           MOVE BRANCH-CODE        TO HML-BRANCH-CODE.
           MOVE CM-MAIL-FLAG       TO HML-HOLD-REASON.
           MOVE 'H'                TO HML-STATUS.
           MOVE 0                  TO HML-RELEASE-DATE.
           MOVE STATEMENT-LINE     TO HML-DOC-IMAGE.
           WRITE HELD-MAIL-RECORD
               INVALID KEY
                   REWRITE HELD-MAIL-RECORD
           END-WRITE.
