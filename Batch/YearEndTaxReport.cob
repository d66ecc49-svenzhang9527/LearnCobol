      *> 在操作员确认后把 YTD-INTEREST-PAID 清零，开启新的纳税年度。
      *> 清零沿用 BatchAccountProcessor 回写主文件的 REWRITE 方式，
      *> 操作员确认沿用 CONFIRM-OUTPUT-OVERWRITE 的 ACCEPT 暂停模式。
      *> 收件客户邮寄标志为退信/留存的申报单落网点留存档
      *> HELD_MAIL.DAT，不进申报单文件。
      *> 境外税收居民报送（TaxResidencyReport，作业 CRSRPT）要取
      *> 清零前的本年利息：清零前核对 CRSRPT 当日已正常完成，
      *> 未完成不清零

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO "HELD_MAIL.DAT"  *> 网点留存函件档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HML-KEY
               FILE STATUS IS WS-HELD-MAIL-STATUS.

      *>   中央业务日期控制档：核对 CRSRPT 完成状态用的业务日期
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT JOB-STATUS-FILE ASSIGN TO "JOB_STATUS.DAT"  *> 夜间批流作业状态文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  XREF-RECORD.
           COPY CUSTXREF.

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           COPY HELDMAIL.

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  JOB-STATUS-FILE.  *> 作业状态文件描述符
       01  JOB-STATUS-RECORD.
           COPY JOBSTAT.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-PARM-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.  *> 'Y' 表示持有人交叉引用档可用
       01  WS-XREF-DONE            PIC X VALUE 'N'.  *> 本账户的持有人扫描结束标志
       01  WS-JOINT-STMTS          PIC 9(7) VALUE 0.  *> 联名持有人追加的申报单数
       01  WS-HELD-MAIL-STATUS     PIC XX VALUE '00'.
       01  WS-TAX-HELD             PIC X VALUE 'N'.  *> 'Y'=当前申报单转网点留存
       01  WS-HELD-STMTS           PIC 9(7) VALUE 0.  *> 转留存的申报单数
       01  WS-EOF                  PIC X VALUE 'N'.  *> 主文件读取结束标志
       01  WS-TAX-YEAR             PIC 9(4) VALUE 0.  *> 本次申报的纳税年度
       01  WS-REPORT-THRESHOLD     PIC 9(5)V99 VALUE 10.00.  *> 申报起点，取不到参数时的缺省值
       01  WS-TOTAL-INTEREST-PAID  PIC 9(9)V99 VALUE 0.  *> 全部账户的利息合计
       01  WS-RESET-CONFIRM        PIC X VALUE SPACES.  *> 清零前的操作员确认
       01  WS-RESET-COUNT          PIC 9(7) VALUE 0.  *> 已清零的账户数
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.
       01  WS-JOB-STATUS-FS        PIC XX VALUE '00'.
       01  WS-JOB-EOF              PIC X VALUE 'N'.
       01  WS-STREAM-DATE          PIC 9(8) VALUE 0.  *> 本批流的业务日期
       01  WS-PRED-NAME            PIC X(8) VALUE 'CRSRPT  '.  *> 清零前须完成的报送作业
       01  WS-PRED-LAST-STATUS     PIC X VALUE 'X'.  *> 该作业同日最后状态，'X'=无记录

       PROCEDURE DIVISION.

               DISPLAY "Holder cross-reference not available, joint "
                   "holders not reported."
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

           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-MASTER-FILE
           END-IF.
           CLOSE MASTER-FILE TAX-STMT-FILE HELD-MAIL-FILE.
           PERFORM DISPLAY-REGULATOR-SUMMARY.
           PERFORM RESET-YTD-UNDER-CONTROL.
           STOP RUN.
           MOVE CURRENCY-CODE      TO TS-CURRENCY-CODE.
           MOVE YTD-INTEREST-PAID  TO TS-INTEREST-PAID.
           PERFORM RESOLVE-MAILING-ADDRESS.
           PERFORM EMIT-TAX-STATEMENT.
           ADD 1 TO WS-STATEMENTS-WRITTEN.
           ADD YTD-INTEREST-PAID TO WS-TOTAL-INTEREST-RPTD.
           IF WS-XREF-OPEN = 'Y'
                               MOVE XRF-CUSTOMER-ID
                                   TO TS-CUSTOMER-ID
                               PERFORM RESOLVE-MAILING-ADDRESS
                               PERFORM EMIT-TAX-STATEMENT
                               ADD 1 TO WS-JOINT-STMTS
                           END-IF
                       END-IF
           MOVE SPACES TO TS-ADDRESS-LINE-1.
           MOVE SPACES TO TS-ADDRESS-LINE-2.
           MOVE SPACES TO TS-ADDRESS-LINE-3.
           MOVE 'N' TO WS-TAX-HELD.
           IF WS-CUST-MASTER-OPEN = 'Y' AND
                   TS-CUSTOMER-ID NUMERIC AND TS-CUSTOMER-ID > 0
               MOVE TS-CUSTOMER-ID TO CM-CUSTOMER-ID
                       MOVE CM-ADDRESS-LINE-1 TO TS-ADDRESS-LINE-1
                       MOVE CM-ADDRESS-LINE-2 TO TS-ADDRESS-LINE-2
                       MOVE CM-ADDRESS-LINE-3 TO TS-ADDRESS-LINE-3
                       IF CM-MAIL-FLAG = 'R' OR CM-MAIL-FLAG = 'H'
                           MOVE 'Y' TO WS-TAX-HELD
                       END-IF
               END-READ
           END-IF.

       EMIT-TAX-STATEMENT.
      *> 正常申报单写申报单文件；转留存的整条记录落留存档，函件
      *> 日期取纳税年度末日，保管网点取账户开户网点
           IF WS-TAX-HELD = 'N'
               WRITE TAX-STMT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE TS-CUSTOMER-ID     TO HML-CUSTOMER-ID.
           MOVE 'TX'               TO HML-DOC-TYPE.
           MOVE TS-ACCOUNT-ID      TO HML-ACCOUNT-ID.
           COMPUTE HML-DOC-DATE = WS-TAX-YEAR * 10000 + 1231.
           MOVE 1                  TO HML-LINE-NO.
           MOVE BRANCH-CODE        TO HML-BRANCH-CODE.
           MOVE CM-MAIL-FLAG       TO HML-HOLD-REASON.
           MOVE 'H'                TO HML-STATUS.
           MOVE 0                  TO HML-RELEASE-DATE.
           MOVE TAX-STMT-RECORD    TO HML-DOC-IMAGE.
           WRITE HELD-MAIL-RECORD
               INVALID KEY
                   REWRITE HELD-MAIL-RECORD
           END-WRITE.
           ADD 1 TO WS-HELD-STMTS.

       DISPLAY-REGULATOR-SUMMARY.
           DISPLAY "===== YEAR-END INTEREST TAX SUMMARY =====".
           DISPLAY "TAX YEAR              : " WS-TAX-YEAR.
           DISPLAY "ACCOUNTS READ         : " WS-ACCOUNTS-READ.
           DISPLAY "STATEMENTS PRODUCED   : " WS-STATEMENTS-WRITTEN.
           DISPLAY "JOINT HOLDER COPIES   : " WS-JOINT-STMTS.
           DISPLAY "HELD AT BRANCH        : " WS-HELD-STMTS.
           DISPLAY "BELOW THRESHOLD       : " WS-BELOW-THRESHOLD.
           DISPLAY "INTEREST REPORTED     : " WS-TOTAL-INTEREST-RPTD.
           DISPLAY "INTEREST PAID (ALL)   : " WS-TOTAL-INTEREST-PAID.
       RESET-YTD-UNDER-CONTROL.
      *> 申报单落地后才允许清零；清零动作不可逆，必须操作员确认，
      *> 未确认则保留累计，本作业可以重跑
           PERFORM CHECK-CRS-REPORTED.
           IF WS-PRED-LAST-STATUS NOT = 'C'
               DISPLAY "CRS/FATCA report " WS-PRED-NAME " has not "
                   "completed for " WS-STREAM-DATE
                   " - YTD accumulators left unchanged."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Reset YTD interest accumulators for the new "
               "tax year?".
           DISPLAY "Enter Y to reset, any other value to keep: ".
               DISPLAY "YTD accumulators reset on " WS-RESET-COUNT
                   " accounts."
           END-IF.

       CHECK-CRS-REPORTED.
      *> 业务日期取中央控制档（未建按运行日），扫描作业状态文件
      *> 取 CRSRPT 同日最后一条状态
           ACCEPT WS-STREAM-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-STREAM-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
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
