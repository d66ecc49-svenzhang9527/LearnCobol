       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. SuspenseBooking.  *> 无法过账款项挂暂收暂付

      *> 暂收暂付挂账：AccountMasterUpdate（分片运行为合并后的）
      *> 写出的交易异常 ACCOUNT_TXN_EXCEPTIONS.DAT 里，款项已经到行
      *> 却过不进客户账的金额交易原先只在异常报告上出现一次，账上
      *> 无处可寻。本作业在每轮过账之后运行，把这类异常逐笔挂到
      *> 暂收暂付档 SUSPENSE_ITEMS.DAT（布局见 SUSPITEM.CPY）：
      *>   - 只挂 'P' 存入/'W' 支取、金额非零、理由码为 UNMT（账户
      *>     不在档/已销户）、CHKD（校验位不符）、BTCH（整批控制
      *>     核对失败）、OVFL（金额溢出）的；余额不足、冻结、止付、
      *>     支票类拒付的支取款项本来就没付出去，重复批（DUPB）的
      *>     款项已随原批过账，转账两腿都在本行，均不挂账；
      *>   - 每笔赋挂账项号，记来源批次/网点/业务日期/日内批次序号；
      *>   - 分录：存入合计借记客户存款 DEPLIA、贷记暂收暂付
      *>     SUSPNS；支取合计借记 SUSPNS、贷记 DEPLIA，与
      *>     GL_INTERFACE.DAT 同布局写 SUSPENSE_GL.DAT 供 GlLedgerPost
      *>     落账。
      *> 档上控制记录（项号 0）记已挂账的最近一轮异常，同一轮的
      *> 异常文件重跑整档跳过，不会重复挂账

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

           SELECT EXCEPTION-FILE ASSIGN TO "ACCOUNT_TXN_EXCEPTIONS.DAT"  *> 更新运行写出的交易异常报告
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE_ITEMS.DAT"  *> 暂收暂付挂账项档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUS-ITEM-NO
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT SUSPENSE-GL-FILE ASSIGN TO "SUSPENSE_GL.DAT"  *> 挂账分录，与 GL_INTERFACE.DAT 同布局
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

       FD  EXCEPTION-FILE.  *> 与 AccountMasterUpdate 的异常记录同布局
       01  EXCEPTION-RECORD.
           05 EXC-ACCOUNT-ID        PIC 9(8).
           05 EXC-TXN-TYPE          PIC X.
           05 EXC-AMOUNT            PIC 9(7)V99.
           05 EXC-REASON-CODE       PIC X(4).
           05 EXC-BATCH-ID          PIC X(6).
           05 EXC-BRANCH-ID         PIC X(4).
           05 EXC-BUSINESS-DATE     PIC 9(8).
           05 EXC-CYCLE-NUMBER      PIC 9(3).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY SUSPITEM.

       FD  SUSPENSE-GL-FILE.  *> 与 BatchAccountProcessor 的总账接口同布局
       01  GL-RECORD.
           05 GL-JE-DATE            PIC 9(8).
           05 GL-ACCOUNT-CODE       PIC X(10).
           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-EXCEPTION-STATUS     PIC XX VALUE '00'.
       01  WS-SUSPENSE-STATUS      PIC XX VALUE '00'.
       01  WS-GL-STATUS            PIC XX VALUE '00'.
       01  WS-EXCEPTION-EOF        PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.

      *> 本轮异常的业务日期+日内批次序号，与控制记录比较
       01  WS-ROUND-KEY            PIC 9(11) VALUE 0.
       01  WS-ROUND-KEY-R REDEFINES WS-ROUND-KEY.
           05 WS-ROUND-DATE        PIC 9(8).
           05 WS-ROUND-CYCLE       PIC 9(3).
       01  WS-BOOKED-KEY           PIC 9(11) VALUE 0.
       01  WS-BOOKED-KEY-R REDEFINES WS-BOOKED-KEY.
           05 WS-BOOKED-DATE       PIC 9(8).
           05 WS-BOOKED-CYCLE      PIC 9(3).
       01  WS-HIGH-KEY             PIC 9(11) VALUE 0.  *> 本次挂账的最晚一轮
       01  WS-LAST-ITEM-NO         PIC 9(8) VALUE 0.

       01  WS-EXCEPTIONS-READ      PIC 9(7) VALUE 0.
       01  WS-ALREADY-BOOKED       PIC 9(7) VALUE 0.  *> 已挂过账的一轮，跳过
       01  WS-ITEMS-BOOKED         PIC 9(7) VALUE 0.
       01  WS-CREDIT-ITEMS         PIC 9(7) VALUE 0.
       01  WS-DEBIT-ITEMS          PIC 9(7) VALUE 0.
       01  WS-CREDIT-TOTAL         PIC 9(9)V99 VALUE 0.  *> 挂暂收合计
       01  WS-DEBIT-TOTAL          PIC 9(9)V99 VALUE 0.  *> 挂暂付合计

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

      *    首次运行时挂账项档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = '00'
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
               IF WS-SUSPENSE-STATUS NOT = '00'
                   DISPLAY "Error opening suspense item file. "
                       "File Status: " WS-SUSPENSE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           PERFORM READ-SUSPENSE-CONTROL.

      *    异常文件不在时照常写空分录档，下游 GL 拼接不缺档
           OPEN OUTPUT SUSPENSE-GL-FILE.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY "Error opening SUSPENSE_GL.DAT. File Status: "
                   WS-GL-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCEPTION-STATUS NOT = '00'
               DISPLAY "ACCOUNT_TXN_EXCEPTIONS.DAT not available - "
                   "nothing to book."
           ELSE
               PERFORM UNTIL WS-EXCEPTION-EOF = 'Y'
                   READ EXCEPTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EXCEPTION-EOF
                       NOT AT END
                           ADD 1 TO WS-EXCEPTIONS-READ
                           PERFORM BOOK-ONE-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.

           PERFORM WRITE-SUSPENSE-GL-ENTRIES.
           PERFORM WRITE-SUSPENSE-CONTROL.
           CLOSE SUSPENSE-FILE SUSPENSE-GL-FILE.

           DISPLAY "===== SUSPENSE BOOKING SUMMARY =====".
           DISPLAY "Exceptions read     : " WS-EXCEPTIONS-READ.
           DISPLAY "Already booked      : " WS-ALREADY-BOOKED.
           DISPLAY "Items booked        : " WS-ITEMS-BOOKED.
           DISPLAY "Suspense credits    : " WS-CREDIT-ITEMS
               " total " WS-CREDIT-TOTAL.
           DISPLAY "Suspense debits     : " WS-DEBIT-ITEMS
               " total " WS-DEBIT-TOTAL.
           DISPLAY "Last item number    : " WS-LAST-ITEM-NO.
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

       READ-SUSPENSE-CONTROL.
      *> 控制记录不在（首次运行）时从项号 1 起编，尚无已挂账的轮次
           MOVE 0 TO SUS-ITEM-NO.
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE 0 TO WS-LAST-ITEM-NO
                   MOVE 0 TO WS-BOOKED-KEY
               NOT INVALID KEY
                   MOVE SUS-LAST-ITEM-NO TO WS-LAST-ITEM-NO
                   MOVE SUS-LAST-BOOKED-DATE TO WS-BOOKED-DATE
                   MOVE SUS-LAST-BOOKED-CYCLE TO WS-BOOKED-CYCLE
           END-READ.
           MOVE WS-BOOKED-KEY TO WS-HIGH-KEY.

       BOOK-ONE-EXCEPTION.
      *> 只挂款项已到行却过不进客户账的金额交易，见程序头说明
           IF EXC-TXN-TYPE NOT = 'P' AND EXC-TXN-TYPE NOT = 'W'
               EXIT PARAGRAPH
           END-IF.
           IF EXC-AMOUNT NOT NUMERIC OR EXC-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.
           IF EXC-REASON-CODE NOT = 'UNMT' AND
                   EXC-REASON-CODE NOT = 'CHKD' AND
                   EXC-REASON-CODE NOT = 'BTCH' AND
                   EXC-REASON-CODE NOT = 'OVFL'
               EXIT PARAGRAPH
           END-IF.
      *    未带来源栏位的旧格式异常按本业务日期夜间主批挂账
           IF EXC-BUSINESS-DATE NUMERIC AND EXC-BUSINESS-DATE > 0
               MOVE EXC-BUSINESS-DATE TO WS-ROUND-DATE
           ELSE
               MOVE WS-EFFECTIVE-DATE TO WS-ROUND-DATE
           END-IF.
           IF EXC-CYCLE-NUMBER NUMERIC
               MOVE EXC-CYCLE-NUMBER TO WS-ROUND-CYCLE
           ELSE
               MOVE 0 TO WS-ROUND-CYCLE
           END-IF.
           IF WS-ROUND-KEY NOT > WS-BOOKED-KEY
               ADD 1 TO WS-ALREADY-BOOKED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LAST-ITEM-NO.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE WS-LAST-ITEM-NO TO SUS-ITEM-NO.
           MOVE EXC-ACCOUNT-ID TO SUS-ACCOUNT-ID.
           MOVE EXC-TXN-TYPE TO SUS-TXN-TYPE.
           MOVE EXC-AMOUNT TO SUS-AMOUNT.
           MOVE EXC-REASON-CODE TO SUS-REASON-CODE.
           MOVE EXC-BATCH-ID TO SUS-BATCH-ID.
           MOVE EXC-BRANCH-ID TO SUS-BRANCH-ID.
           MOVE WS-ROUND-DATE TO SUS-OPEN-DATE.
           MOVE WS-ROUND-CYCLE TO SUS-CYCLE-NUMBER.
           MOVE 'O' TO SUS-STATUS.
           MOVE 0 TO SUS-CLEAR-DATE.
           MOVE 0 TO SUS-CLEAR-ACCOUNT.
           IF EXC-TXN-TYPE = 'P'
               MOVE 'C' TO SUS-DIRECTION
           ELSE
               MOVE 'D' TO SUS-DIRECTION
           END-IF.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "Suspense item write failed: " SUS-ITEM-NO
                       " File Status: " WS-SUSPENSE-STATUS
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-ITEMS-BOOKED.
           IF SUS-DIRECTION = 'C'
               ADD 1 TO WS-CREDIT-ITEMS
               ADD EXC-AMOUNT TO WS-CREDIT-TOTAL
           ELSE
               ADD 1 TO WS-DEBIT-ITEMS
               ADD EXC-AMOUNT TO WS-DEBIT-TOTAL
           END-IF.
           IF WS-ROUND-KEY > WS-HIGH-KEY
               MOVE WS-ROUND-KEY TO WS-HIGH-KEY
           END-IF.
           DISPLAY "Suspense item " SUS-ITEM-NO " account "
               EXC-ACCOUNT-ID " type '" EXC-TXN-TYPE "' reason "
               EXC-REASON-CODE " batch " EXC-BATCH-ID " amount "
               EXC-AMOUNT.

       WRITE-SUSPENSE-CONTROL.
      *> 控制记录记已分配的最大项号与已挂账的最晚一轮异常
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE 0 TO SUS-ITEM-NO.
           MOVE WS-LAST-ITEM-NO TO SUS-LAST-ITEM-NO.
           MOVE WS-HIGH-KEY TO WS-BOOKED-KEY.
           MOVE WS-BOOKED-DATE TO SUS-LAST-BOOKED-DATE.
           MOVE WS-BOOKED-CYCLE TO SUS-LAST-BOOKED-CYCLE.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   REWRITE SUSPENSE-RECORD
                       INVALID KEY
                           DISPLAY "Suspense control record rewrite "
                               "failed. File Status: "
                               WS-SUSPENSE-STATUS
                   END-REWRITE
           END-WRITE.

       WRITE-SUSPENSE-GL-ENTRIES.
      *> 挂暂收：借记客户存款、贷记暂收暂付；挂暂付反之。
      *> 借贷合计分开成对，方向不同的不轧差
           IF WS-CREDIT-TOTAL > 0
               MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE
               MOVE 'DEPLIA' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               MOVE WS-CREDIT-TOTAL TO GL-AMOUNT
               MOVE 'Unpostable credits to suspense' TO GL-DESCRIPTION
               WRITE GL-RECORD
               MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE
               MOVE 'SUSPNS' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               MOVE WS-CREDIT-TOTAL TO GL-AMOUNT
               MOVE 'Suspense - unpostable credits' TO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF.
           IF WS-DEBIT-TOTAL > 0
               MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE
               MOVE 'SUSPNS' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DEBIT-CREDIT
               MOVE WS-DEBIT-TOTAL TO GL-AMOUNT
               MOVE 'Suspense - unpostable debits' TO GL-DESCRIPTION
               WRITE GL-RECORD
               MOVE WS-EFFECTIVE-DATE TO GL-JE-DATE
               MOVE 'DEPLIA' TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DEBIT-CREDIT
               MOVE WS-DEBIT-TOTAL TO GL-AMOUNT
               MOVE 'Unpostable debits to suspense' TO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF.

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
