       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. DuplicateCustomerScan.  *> 重复客户号疑似对查找与复核报告

      *> 网点给老客户重复开了客户号，关系定价被拆开算、存款保险
      *> 按人汇总偏低、对账单一人两份。本作业把客户主档上在用的
      *> 客户整表装入，两两比对，疑似同一人的列复核报告
      *> DUPLICATE_CUSTOMERS.RPT：
      *>   'SAME-ID' =证件类型相同且证件号规范化后相同
      *>   'NAME+PH' =姓名近似且联系电话末8位相同
      *>   'NAME+AD' =姓名近似且地址（行1+行3）规范化后相同
      *> 姓名近似：按 WatchlistLoad 的口径规范化（转大写、去标点、
      *> 词排序后连写）后相同，或规范化结果不短于6个字符且只差
      *> 一个字符（错字/漏字/多字）。
      *> 复核人员确认后把核准的合并对录入 CUSTOMER_MERGE.TXT，
      *> 由 CustomerMerge 统一套用。已停用（'D'）的客户不参与比对

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

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，数疑似对各自的账户
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *>   疑似重复复核报告
           SELECT DUP-REPORT-FILE ASSIGN TO "DUPLICATE_CUSTOMERS.RPT"
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

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  DUP-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-CUST-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-INPUT-EOF            PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.

      *> 在用客户整表：比对只用规范化后的姓名、证件、电话、地址
       01  WS-CUST-COUNT           PIC 9(5) VALUE 0.
       01  WS-CUST-SKIPPED         PIC 9(5) VALUE 0.  *> 超出表容量未比对的客户数
       01  WS-CUST-TABLE.
           05 WS-CUST OCCURS 5000 TIMES.
               10 WS-CT-ID           PIC 9(6).
               10 WS-CT-NAME         PIC X(30).
               10 WS-CT-NORM-NAME    PIC X(40).
               10 WS-CT-NAME-LEN     PIC 9(2).
               10 WS-CT-ID-KEY       PIC X(20).  *> 证件类型+规范化证件号，空白=未录
               10 WS-CT-DOC-TYPE     PIC X(2).
               10 WS-CT-DOC-NUMBER   PIC X(18).
               10 WS-CT-PHONE        PIC X(15).
               10 WS-CT-PHONE-KEY    PIC X(8).  *> 电话末8位数字，空白=不足7位
               10 WS-CT-ADDR-KEY     PIC X(60).  *> 规范化地址，空白=太短不比
       01  WS-I                    PIC 9(5) VALUE 0.
       01  WS-J                    PIC 9(5) VALUE 0.

      *> 疑似重复对
       01  WS-PAIR-COUNT           PIC 9(4) VALUE 0.
       01  WS-PAIR-OVERFLOW        PIC 9(5) VALUE 0.
       01  WS-PAIR-TABLE.
           05 WS-PAIR OCCURS 1000 TIMES.
               10 WS-PR-A            PIC 9(5).
               10 WS-PR-B            PIC 9(5).
               10 WS-PR-REASON       PIC X(8).
               10 WS-PR-A-ACCOUNTS   PIC 9(3).
               10 WS-PR-B-ACCOUNTS   PIC 9(3).
       01  WS-PR-IDX               PIC 9(4) VALUE 0.
       01  WS-PAIR-REASON          PIC X(8) VALUE SPACES.
       01  WS-NAME-SIMILAR         PIC X VALUE 'N'.
       01  WS-SAME-ID-COUNT        PIC 9(5) VALUE 0.
       01  WS-NAME-PHONE-COUNT     PIC 9(5) VALUE 0.
       01  WS-NAME-ADDR-COUNT      PIC 9(5) VALUE 0.

      *> 姓名规范化工作区：与 WatchlistLoad 同一口径
       01  WS-NORM-INPUT           PIC X(40) VALUE SPACES.
       01  WS-NORM-WORK            PIC X(40) VALUE SPACES.
       01  WS-NORM-OUTPUT          PIC X(40) VALUE SPACES.
       01  WS-NORM-TOKEN-TABLE.
           05 WS-NORM-TOKEN         PIC X(20) OCCURS 8 TIMES.
       01  WS-NORM-SWAP            PIC X(20) VALUE SPACES.
       01  WS-NORM-I               PIC 9(2) COMP VALUE 0.
       01  WS-NORM-J               PIC 9(2) COMP VALUE 0.
       01  WS-NORM-POINTER         PIC 9(2) COMP VALUE 1.
       01  WS-ID-INPUT             PIC X(18) VALUE SPACES.
       01  WS-ID-OUTPUT            PIC X(18) VALUE SPACES.
       01  WS-ID-OUT-LEN           PIC 9(2) COMP VALUE 0.

      *> 电话/地址规范化工作区
       01  WS-PHONE-DIGITS         PIC X(15) VALUE SPACES.
       01  WS-PHONE-LEN            PIC 9(2) COMP VALUE 0.
       01  WS-ADDR-WORK            PIC X(60) VALUE SPACES.
       01  WS-ADDR-OUTPUT          PIC X(60) VALUE SPACES.
       01  WS-ADDR-LEN             PIC 9(2) COMP VALUE 0.
       01  WS-K                    PIC 9(2) COMP VALUE 0.

      *> 近似比较工作区：差一个字符以内
       01  WS-CMP-A                PIC X(40) VALUE SPACES.
       01  WS-CMP-B                PIC X(40) VALUE SPACES.
       01  WS-CMP-A-LEN            PIC 9(2) COMP VALUE 0.
       01  WS-CMP-B-LEN            PIC 9(2) COMP VALUE 0.
       01  WS-CMP-SWAP             PIC X(40) VALUE SPACES.
       01  WS-CMP-SWAP-LEN         PIC 9(2) COMP VALUE 0.
       01  WS-CMP-DIFFS            PIC 9(2) COMP VALUE 0.
       01  WS-CMP-PA               PIC 9(2) COMP VALUE 0.
       01  WS-CMP-PB               PIC 9(2) COMP VALUE 0.

      *> 报告打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(34)
               VALUE 'DUPLICATE CUSTOMER CANDIDATES    '.
           05 FILLER                PIC X(10) VALUE ' RUN DATE '.
           05 RH-RUN-DATE           PIC 9(8).
       01  COLUMN-HEADER-LINE.
           05 FILLER                PIC X(52) VALUE
               'PAIR REASON   CUSTNO NAME'.
           05 FILLER                PIC X(46) VALUE
               'ID DOC-NUMBER         PHONE           ACC'.
       01  PAIR-DETAIL-LINE.
           05 PD-PAIR-NO            PIC ZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 PD-REASON             PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 PD-CUSTOMER-ID        PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 PD-NAME               PIC X(30).
           05 FILLER                PIC X VALUE SPACE.
           05 PD-DOC-TYPE           PIC X(2).
           05 FILLER                PIC X VALUE SPACE.
           05 PD-DOC-NUMBER         PIC X(18).
           05 FILLER                PIC X VALUE SPACE.
           05 PD-PHONE              PIC X(15).
           05 FILLER                PIC X VALUE SPACE.
           05 PD-ACCOUNTS           PIC ZZ9.
       01  PAIR-TOTAL-LINE.
           05 FILLER                PIC X(22)
               VALUE 'CANDIDATE PAIRS     : '.
           05 PT-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY "Error opening customer master. File Status: "
                   WS-CUST-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM LOAD-CUSTOMER-TABLE.
           CLOSE CUSTOMER-MASTER-FILE.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-CUST-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J >= WS-CUST-COUNT
                   PERFORM COMPARE-ONE-PAIR
               END-PERFORM
           END-PERFORM.

           PERFORM COUNT-PAIR-ACCOUNTS.
           PERFORM PRINT-CANDIDATE-REPORT.

           DISPLAY "===== DUPLICATE CUSTOMER SCAN SUMMARY =====".
           DISPLAY "Customers compared : " WS-CUST-COUNT.
           IF WS-CUST-SKIPPED > 0
               DISPLAY "Customers skipped (table full): "
                   WS-CUST-SKIPPED
           END-IF.
           DISPLAY "Candidate pairs    : " WS-PAIR-COUNT.
           DISPLAY "  same ID document : " WS-SAME-ID-COUNT.
           DISPLAY "  name + phone     : " WS-NAME-PHONE-COUNT.
           DISPLAY "  name + address   : " WS-NAME-ADDR-COUNT.
           IF WS-PAIR-OVERFLOW > 0
               DISPLAY "Pairs not listed (table full): "
                   WS-PAIR-OVERFLOW
           END-IF.
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

       LOAD-CUSTOMER-TABLE.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       IF CM-STATUS NOT = 'D'
                           PERFORM LOAD-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-CUSTOMER.
           IF WS-CUST-COUNT >= 5000
               ADD 1 TO WS-CUST-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUST-COUNT.
           MOVE CM-CUSTOMER-ID   TO WS-CT-ID(WS-CUST-COUNT).
           MOVE CM-CUSTOMER-NAME TO WS-CT-NAME(WS-CUST-COUNT).
           MOVE CM-ID-DOC-TYPE   TO WS-CT-DOC-TYPE(WS-CUST-COUNT).
           MOVE CM-ID-DOC-NUMBER TO WS-CT-DOC-NUMBER(WS-CUST-COUNT).
           MOVE CM-PHONE-NUMBER  TO WS-CT-PHONE(WS-CUST-COUNT).

           MOVE CM-CUSTOMER-NAME TO WS-NORM-INPUT.
           PERFORM NORMALIZE-NAME.
           MOVE WS-NORM-OUTPUT TO WS-CT-NORM-NAME(WS-CUST-COUNT).
           MOVE WS-NORM-OUTPUT TO WS-CMP-A.
           PERFORM MEASURE-CMP-A.
           MOVE WS-CMP-A-LEN TO WS-CT-NAME-LEN(WS-CUST-COUNT).

           MOVE SPACES TO WS-CT-ID-KEY(WS-CUST-COUNT).
           IF CM-ID-DOC-NUMBER NOT = SPACES
               MOVE CM-ID-DOC-NUMBER TO WS-ID-INPUT
               PERFORM NORMALIZE-ID-NUMBER
               STRING CM-ID-DOC-TYPE WS-ID-OUTPUT DELIMITED BY SIZE
                   INTO WS-CT-ID-KEY(WS-CUST-COUNT)
               END-STRING
           END-IF.

           PERFORM NORMALIZE-PHONE.
           PERFORM NORMALIZE-ADDRESS.

       NORMALIZE-PHONE.
      *> 只留数字；少于7位（空白或残缺）的不参与比对，否则取末8位
           MOVE SPACES TO WS-PHONE-DIGITS.
           MOVE 0 TO WS-PHONE-LEN.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 15
               IF CM-PHONE-NUMBER(WS-K:1) IS NUMERIC
                   ADD 1 TO WS-PHONE-LEN
                   MOVE CM-PHONE-NUMBER(WS-K:1)
                       TO WS-PHONE-DIGITS(WS-PHONE-LEN:1)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CT-PHONE-KEY(WS-CUST-COUNT).
           IF WS-PHONE-LEN >= 8
               MOVE WS-PHONE-DIGITS(WS-PHONE-LEN - 7:8)
                   TO WS-CT-PHONE-KEY(WS-CUST-COUNT)
           ELSE
               IF WS-PHONE-LEN = 7
                   MOVE WS-PHONE-DIGITS(1:7)
                       TO WS-CT-PHONE-KEY(WS-CUST-COUNT)(2:7)
               END-IF
           END-IF.

       NORMALIZE-ADDRESS.
      *> 地址行1（门牌街道）+行3（市/省/邮编）转大写、去标点与
      *> 空格后连写；少于8个字符的不参与比对
           MOVE SPACES TO WS-ADDR-WORK.
           STRING CM-ADDRESS-LINE-1 CM-ADDRESS-LINE-3
               DELIMITED BY SIZE INTO WS-ADDR-WORK
           END-STRING.
           INSPECT WS-ADDR-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-ADDR-WORK CONVERTING
               '.,-''/&()#' TO '         '.
           MOVE SPACES TO WS-ADDR-OUTPUT.
           MOVE 0 TO WS-ADDR-LEN.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 60
               IF WS-ADDR-WORK(WS-K:1) NOT = SPACE
                   ADD 1 TO WS-ADDR-LEN
                   MOVE WS-ADDR-WORK(WS-K:1)
                       TO WS-ADDR-OUTPUT(WS-ADDR-LEN:1)
               END-IF
           END-PERFORM.
           IF WS-ADDR-LEN < 8
               MOVE SPACES TO WS-CT-ADDR-KEY(WS-CUST-COUNT)
           ELSE
               MOVE WS-ADDR-OUTPUT TO WS-CT-ADDR-KEY(WS-CUST-COUNT)
           END-IF.

       COMPARE-ONE-PAIR.
      *> WS-I 与 WS-J + 1 比：证件相同直接列；否则电话或地址相同
      *> 时再看姓名是否近似
           MOVE SPACES TO WS-PAIR-REASON.
           IF WS-CT-ID-KEY(WS-I) NOT = SPACES AND
                   WS-CT-ID-KEY(WS-I) = WS-CT-ID-KEY(WS-J + 1)
               MOVE 'SAME-ID' TO WS-PAIR-REASON
               ADD 1 TO WS-SAME-ID-COUNT
               PERFORM REGISTER-PAIR
               EXIT PARAGRAPH
           END-IF.
           IF (WS-CT-PHONE-KEY(WS-I) = SPACES OR
                   WS-CT-PHONE-KEY(WS-I) NOT =
                   WS-CT-PHONE-KEY(WS-J + 1)) AND
                   (WS-CT-ADDR-KEY(WS-I) = SPACES OR
                   WS-CT-ADDR-KEY(WS-I) NOT =
                   WS-CT-ADDR-KEY(WS-J + 1))
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CT-NORM-NAME(WS-I)     TO WS-CMP-A.
           MOVE WS-CT-NAME-LEN(WS-I)      TO WS-CMP-A-LEN.
           MOVE WS-CT-NORM-NAME(WS-J + 1) TO WS-CMP-B.
           MOVE WS-CT-NAME-LEN(WS-J + 1)  TO WS-CMP-B-LEN.
           PERFORM COMPARE-NAMES.
           IF WS-NAME-SIMILAR NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CT-PHONE-KEY(WS-I) NOT = SPACES AND
                   WS-CT-PHONE-KEY(WS-I) = WS-CT-PHONE-KEY(WS-J + 1)
               MOVE 'NAME+PH' TO WS-PAIR-REASON
               ADD 1 TO WS-NAME-PHONE-COUNT
           ELSE
               MOVE 'NAME+AD' TO WS-PAIR-REASON
               ADD 1 TO WS-NAME-ADDR-COUNT
           END-IF.
           PERFORM REGISTER-PAIR.

       REGISTER-PAIR.
           IF WS-PAIR-COUNT >= 1000
               ADD 1 TO WS-PAIR-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAIR-COUNT.
           MOVE WS-I           TO WS-PR-A(WS-PAIR-COUNT).
           COMPUTE WS-PR-B(WS-PAIR-COUNT) = WS-J + 1.
           MOVE WS-PAIR-REASON TO WS-PR-REASON(WS-PAIR-COUNT).
           MOVE 0 TO WS-PR-A-ACCOUNTS(WS-PAIR-COUNT).
           MOVE 0 TO WS-PR-B-ACCOUNTS(WS-PAIR-COUNT).

       COMPARE-NAMES.
      *> 规范化姓名相同即近似；否则两者都不短于6个字符、长度差
      *> 不超过1、且只有一处替换/插入/删除时也算近似
           MOVE 'N' TO WS-NAME-SIMILAR.
           IF WS-CMP-A-LEN = 0 OR WS-CMP-B-LEN = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-CMP-A = WS-CMP-B
               MOVE 'Y' TO WS-NAME-SIMILAR
               EXIT PARAGRAPH
           END-IF.
           IF WS-CMP-A-LEN < 6 OR WS-CMP-B-LEN < 6
               EXIT PARAGRAPH
           END-IF.
      *    让 A 是较长的一方
           IF WS-CMP-B-LEN > WS-CMP-A-LEN
               MOVE WS-CMP-A     TO WS-CMP-SWAP
               MOVE WS-CMP-A-LEN TO WS-CMP-SWAP-LEN
               MOVE WS-CMP-B     TO WS-CMP-A
               MOVE WS-CMP-B-LEN TO WS-CMP-A-LEN
               MOVE WS-CMP-SWAP     TO WS-CMP-B
               MOVE WS-CMP-SWAP-LEN TO WS-CMP-B-LEN
           END-IF.
           IF WS-CMP-A-LEN - WS-CMP-B-LEN > 1
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CMP-DIFFS.
           MOVE 1 TO WS-CMP-PA.
           MOVE 1 TO WS-CMP-PB.
           PERFORM UNTIL WS-CMP-PA > WS-CMP-A-LEN OR
                   WS-CMP-DIFFS > 1
               IF WS-CMP-PB <= WS-CMP-B-LEN AND
                       WS-CMP-A(WS-CMP-PA:1) = WS-CMP-B(WS-CMP-PB:1)
                   ADD 1 TO WS-CMP-PA
                   ADD 1 TO WS-CMP-PB
               ELSE
                   ADD 1 TO WS-CMP-DIFFS
                   IF WS-CMP-A-LEN = WS-CMP-B-LEN
      *                等长：按替换跳过一位
                       ADD 1 TO WS-CMP-PA
                       ADD 1 TO WS-CMP-PB
                   ELSE
      *                长的一方多一个字符：只跳长的一方
                       ADD 1 TO WS-CMP-PA
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CMP-DIFFS <= 1
               MOVE 'Y' TO WS-NAME-SIMILAR
           END-IF.

       MEASURE-CMP-A.
           MOVE 0 TO WS-CMP-A-LEN.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 40
               IF WS-CMP-A(WS-K:1) NOT = SPACE
                   MOVE WS-K TO WS-CMP-A-LEN
               END-IF
           END-PERFORM.

       COUNT-PAIR-ACCOUNTS.
      *> 报告上列出两边各有几个账户（按主档开户人），便于判断
      *> 保留哪一个客户号
           IF WS-PAIR-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                               UNTIL WS-PR-IDX > WS-PAIR-COUNT
                           IF CUSTOMER-ID =
                                   WS-CT-ID(WS-PR-A(WS-PR-IDX))
                               ADD 1 TO WS-PR-A-ACCOUNTS(WS-PR-IDX)
                           END-IF
                           IF CUSTOMER-ID =
                                   WS-CT-ID(WS-PR-B(WS-PR-IDX))
                               ADD 1 TO WS-PR-B-ACCOUNTS(WS-PR-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.

       PRINT-CANDIDATE-REPORT.
           OPEN OUTPUT DUP-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening duplicate customer report. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO RH-RUN-DATE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PAIR-COUNT
               MOVE WS-PR-IDX TO PD-PAIR-NO
               MOVE WS-PR-REASON(WS-PR-IDX) TO PD-REASON
               MOVE WS-PR-A(WS-PR-IDX) TO WS-I
               MOVE WS-PR-A-ACCOUNTS(WS-PR-IDX) TO PD-ACCOUNTS
               PERFORM FORMAT-PAIR-CUSTOMER
               MOVE PAIR-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO PD-REASON
               MOVE 0 TO PD-PAIR-NO
               MOVE WS-PR-B(WS-PR-IDX) TO WS-I
               MOVE WS-PR-B-ACCOUNTS(WS-PR-IDX) TO PD-ACCOUNTS
               PERFORM FORMAT-PAIR-CUSTOMER
               MOVE PAIR-DETAIL-LINE TO REPORT-LINE
               MOVE SPACES TO REPORT-LINE(1:4)
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE WS-PAIR-COUNT TO PT-COUNT.
           MOVE PAIR-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE DUP-REPORT-FILE.

       FORMAT-PAIR-CUSTOMER.
           MOVE WS-CT-ID(WS-I)         TO PD-CUSTOMER-ID.
           MOVE WS-CT-NAME(WS-I)       TO PD-NAME.
           MOVE WS-CT-DOC-TYPE(WS-I)   TO PD-DOC-TYPE.
           MOVE WS-CT-DOC-NUMBER(WS-I) TO PD-DOC-NUMBER.
           MOVE WS-CT-PHONE(WS-I)      TO PD-PHONE.

       NORMALIZE-NAME.
      *> 规范化口径：转大写，标点换空格，按空格拆成至多8个词，
      *> 词按字母序排好后连写——与 WatchlistLoad 同一算法
           MOVE WS-NORM-INPUT TO WS-NORM-WORK.
           INSPECT WS-NORM-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NORM-WORK CONVERTING
               '.,-''/&()' TO '        '.
           MOVE SPACES TO WS-NORM-TOKEN-TABLE.
           UNSTRING WS-NORM-WORK DELIMITED BY ALL SPACE
               INTO WS-NORM-TOKEN(1) WS-NORM-TOKEN(2)
                    WS-NORM-TOKEN(3) WS-NORM-TOKEN(4)
                    WS-NORM-TOKEN(5) WS-NORM-TOKEN(6)
                    WS-NORM-TOKEN(7) WS-NORM-TOKEN(8)
           END-UNSTRING.
           PERFORM VARYING WS-NORM-I FROM 1 BY 1 UNTIL WS-NORM-I > 7
               PERFORM VARYING WS-NORM-J FROM 1 BY 1
                       UNTIL WS-NORM-J > 8 - WS-NORM-I
                   IF WS-NORM-TOKEN(WS-NORM-J) >
                           WS-NORM-TOKEN(WS-NORM-J + 1)
                       MOVE WS-NORM-TOKEN(WS-NORM-J) TO WS-NORM-SWAP
                       MOVE WS-NORM-TOKEN(WS-NORM-J + 1)
                           TO WS-NORM-TOKEN(WS-NORM-J)
                       MOVE WS-NORM-SWAP
                           TO WS-NORM-TOKEN(WS-NORM-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-NORM-OUTPUT.
           MOVE 1 TO WS-NORM-POINTER.
           PERFORM VARYING WS-NORM-I FROM 1 BY 1 UNTIL WS-NORM-I > 8
               IF WS-NORM-TOKEN(WS-NORM-I) NOT = SPACES
                   STRING WS-NORM-TOKEN(WS-NORM-I) DELIMITED BY SPACE
                       INTO WS-NORM-OUTPUT
                       WITH POINTER WS-NORM-POINTER
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

       NORMALIZE-ID-NUMBER.
      *> 证件号转大写并去掉空格与连字符
           INSPECT WS-ID-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-ID-OUTPUT.
           MOVE 0 TO WS-ID-OUT-LEN.
           PERFORM VARYING WS-NORM-I FROM 1 BY 1 UNTIL WS-NORM-I > 18
               IF WS-ID-INPUT(WS-NORM-I:1) NOT = SPACE AND
                       WS-ID-INPUT(WS-NORM-I:1) NOT = '-'
                   ADD 1 TO WS-ID-OUT-LEN
                   MOVE WS-ID-INPUT(WS-NORM-I:1)
                       TO WS-ID-OUTPUT(WS-ID-OUT-LEN:1)
               END-IF
           END-PERFORM.

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
