       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. UncollectedFundsRelease.  *> 夜间释放到期的未收妥资金

      *> 未收妥资金释放：支票存入过账时 AccountMasterUpdate 按可用
      *> 性时间表登记未收妥资金（UNCOLLECTED_FUNDS.DAT），释放日前
      *> 该部分不得支取/转出/汇出。本作业每晚整档扫一遍，释放日
      *> 不晚于业务日期的未收妥项置为已释放并记下实际释放日期，
      *> 逐笔列入释放清单（UNCOLLECTED_RELEASE.RPT），仍在冻结中
      *> 的按账户合计列出最早释放日，供柜面答复客户查询。
      *> 已释放超过保留天数的项从档中清除，档不会无限增长

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

           SELECT UNCOLLECTED-FUNDS-FILE
               ASSIGN TO "UNCOLLECTED_FUNDS.DAT"  *> 未收妥资金档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UCF-KEY
               FILE STATUS IS WS-UNCFUNDS-STATUS.

           SELECT RELEASE-REPORT-FILE
               ASSIGN TO "UNCOLLECTED_RELEASE.RPT"  *> 释放清单
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

       FD  UNCOLLECTED-FUNDS-FILE.  *> 与 AccountMasterUpdate 同一份未收妥资金布局
       01  UNCOLLECTED-FUNDS-RECORD.
           COPY UNCFUNDS.

       FD  RELEASE-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-UNCFUNDS-STATUS      PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-UNCFUNDS-EOF         PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-PURGE-BEFORE         PIC 9(8) VALUE 0.  *> 早于此日期释放的项清除
       01  WS-RETAIN-DAYS          PIC 9(3) VALUE 90.  *> 已释放项保留的自然日天数
       01  WS-ITEMS-READ           PIC 9(7) VALUE 0.
       01  WS-ITEMS-RELEASED       PIC 9(7) VALUE 0.  *> 本次释放的笔数
       01  WS-RELEASED-TOTAL       PIC 9(9)V99 VALUE 0.  *> 本次释放的金额合计
       01  WS-ITEMS-HELD           PIC 9(7) VALUE 0.  *> 仍在冻结中的笔数
       01  WS-HELD-TOTAL           PIC 9(9)V99 VALUE 0.  *> 仍在冻结中的金额合计
       01  WS-ITEMS-PURGED         PIC 9(7) VALUE 0.  *> 清除的已释放项
      *> 冻结中按账户合计：档按账户+序号有序，换账户时出一行
       01  WS-HELD-ACCOUNT         PIC 9(8) VALUE 0.
       01  WS-HELD-ACCOUNT-AMOUNT  PIC 9(9)V99 VALUE 0.
       01  WS-HELD-EARLIEST        PIC 9(8) VALUE 0.  *> 该账户最早释放日
       01  WS-HELD-ACCOUNTS        PIC 9(7) VALUE 0.

       01  WS-RELEASE-LINE.
           05 RRL-ACCOUNT-ID        PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RRL-SEQUENCE          PIC 9(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RRL-INSTRUMENT        PIC X.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RRL-DEPOSIT-DATE      PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RRL-RELEASE-DATE      PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RRL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RRL-ACTION            PIC X(8).
       01  WS-HELD-LINE.
           05 RHL-ACCOUNT-ID        PIC 9(8).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 RHL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 RHL-EARLIEST          PIC 9(8).

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-PURGE-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE)
               - WS-RETAIN-DAYS).

           OPEN I-O UNCOLLECTED-FUNDS-FILE.
           IF WS-UNCFUNDS-STATUS NOT = '00'
               DISPLAY "UNCOLLECTED_FUNDS.DAT not available - no "
                   "holds to release."
               STOP RUN
           END-IF.
           OPEN OUTPUT RELEASE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening UNCOLLECTED_RELEASE.RPT. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNCOLLECTED FUNDS RELEASE  BUSINESS DATE "
               WS-EFFECTIVE-DATE DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACCOUNT   SEQ    I  DEPOSITED RELEASE         AMOUNT"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM UNTIL WS-UNCFUNDS-EOF = 'Y'
               READ UNCOLLECTED-FUNDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-UNCFUNDS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM PROCESS-ONE-ITEM
               END-READ
           END-PERFORM.
           PERFORM PRINT-HELD-ACCOUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RELEASED " WS-ITEMS-RELEASED " ITEMS  "
               "STILL HELD " WS-ITEMS-HELD " ITEMS ON "
               WS-HELD-ACCOUNTS " ACCOUNTS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE UNCOLLECTED-FUNDS-FILE RELEASE-REPORT-FILE.
           DISPLAY "===== UNCOLLECTED FUNDS RELEASE SUMMARY =====".
           DISPLAY "Items read     : " WS-ITEMS-READ.
           DISPLAY "Released       : " WS-ITEMS-RELEASED
               " total " WS-RELEASED-TOTAL.
           DISPLAY "Still held     : " WS-ITEMS-HELD
               " total " WS-HELD-TOTAL.
           DISPLAY "Purged         : " WS-ITEMS-PURGED.
           STOP RUN.

       PROCESS-ONE-ITEM.
      *> 已释放且超过保留期的清除；到期的未收妥项释放；其余
      *> 按账户累计冻结金额与最早释放日
           IF UCF-STATUS = 'R'
               IF UCF-RELEASED-ON < WS-PURGE-BEFORE
                   DELETE UNCOLLECTED-FUNDS-FILE RECORD
                       INVALID KEY
                           DISPLAY "*** Unable to purge released "
                               "item " UCF-ACCOUNT-ID "/"
                               UCF-SEQUENCE
                       NOT INVALID KEY
                           ADD 1 TO WS-ITEMS-PURGED
                   END-DELETE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF UCF-RELEASE-DATE <= WS-EFFECTIVE-DATE
               MOVE 'R' TO UCF-STATUS
               MOVE WS-EFFECTIVE-DATE TO UCF-RELEASED-ON
               REWRITE UNCOLLECTED-FUNDS-RECORD
                   INVALID KEY
                       DISPLAY "*** Unable to release item "
                           UCF-ACCOUNT-ID "/" UCF-SEQUENCE
                       EXIT PARAGRAPH
               END-REWRITE
               ADD 1 TO WS-ITEMS-RELEASED
               ADD UCF-AMOUNT TO WS-RELEASED-TOTAL
               MOVE 'RELEASED' TO RRL-ACTION
               PERFORM WRITE-RELEASE-LINE
               EXIT PARAGRAPH
           END-IF.
           IF UCF-ACCOUNT-ID NOT = WS-HELD-ACCOUNT
               PERFORM PRINT-HELD-ACCOUNT
               MOVE UCF-ACCOUNT-ID TO WS-HELD-ACCOUNT
               MOVE 0 TO WS-HELD-ACCOUNT-AMOUNT
               MOVE UCF-RELEASE-DATE TO WS-HELD-EARLIEST
           END-IF.
           ADD 1 TO WS-ITEMS-HELD.
           ADD UCF-AMOUNT TO WS-HELD-TOTAL.
           ADD UCF-AMOUNT TO WS-HELD-ACCOUNT-AMOUNT.
           IF UCF-RELEASE-DATE < WS-HELD-EARLIEST
               MOVE UCF-RELEASE-DATE TO WS-HELD-EARLIEST
           END-IF.

       WRITE-RELEASE-LINE.
           MOVE UCF-ACCOUNT-ID TO RRL-ACCOUNT-ID.
           MOVE UCF-SEQUENCE TO RRL-SEQUENCE.
           MOVE UCF-INSTRUMENT TO RRL-INSTRUMENT.
           MOVE UCF-DEPOSIT-DATE TO RRL-DEPOSIT-DATE.
           MOVE UCF-RELEASE-DATE TO RRL-RELEASE-DATE.
           MOVE UCF-AMOUNT TO RRL-AMOUNT.
           MOVE WS-RELEASE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-HELD-ACCOUNT.
      *> 冻结中账户合计行：首次进入（尚无账户）不出行
           IF WS-HELD-ACCOUNT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-HELD-ACCOUNTS = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "STILL HELD  ACCOUNT      AMOUNT HELD    EARLIEST"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-HELD-ACCOUNTS.
           MOVE WS-HELD-ACCOUNT TO RHL-ACCOUNT-ID.
           MOVE WS-HELD-ACCOUNT-AMOUNT TO RHL-AMOUNT.
           MOVE WS-HELD-EARLIEST TO RHL-EARLIEST.
           MOVE SPACES TO REPORT-LINE.
           STRING "            " WS-HELD-LINE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

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
           DISPLAY "Uncollected funds release for " WS-EFFECTIVE-DATE.

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
