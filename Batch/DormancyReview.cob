      *>   - 尚未记录活动日期的存量账户（转换期）以本次审查日起算，
      *>     盖上审查日并报告 INIT，避免子系统上线即大面积置静。
      *> 所有动作逐笔写审查报告。回写沿用 BatchAccountProcessor
      *> WRITE-BACK-YTD-INTEREST 的 REWRITE 方式。
      *> 客户邮寄标志为退信/留存的预静止通知落网点留存档
      *> HELD_MAIL.DAT，不进通知提取文件（审查报告照记 NOTC）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO "HELD_MAIL.DAT"  *> 网点留存函件档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HML-KEY
               FILE STATUS IS WS-HELD-MAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           COPY HELDMAIL.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-REVIEW-STATUS        PIC XX VALUE '00'.
       01  WS-CUST-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-CUST-MASTER-OPEN     PIC X VALUE 'N'.  *> 'Y' 表示客户主档可用，通知带邮寄地址
       01  WS-HELD-MAIL-STATUS     PIC XX VALUE '00'.
       01  WS-NOTICE-HELD          PIC X VALUE 'N'.  *> 'Y'=当前通知转网点留存
       01  WS-HELD-NOTICES         PIC 9(7) VALUE 0.  *> 转留存的通知数
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-REVIEW-DATE          PIC 9(8) VALUE 0.  *> 审查基准日
       01  WS-DORMANT-MONTHS       PIC 9(3) VALUE 12.  *> 取不到参数时的缺省静止月数
               DISPLAY "Customer master not available, notices "
                   "written without mailing address."
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
           IF WS-CUST-MASTER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           CLOSE MASTER-FILE NOTICE-FILE REVIEW-REPORT-FILE
               HELD-MAIL-FILE.
           DISPLAY "===== DORMANCY REVIEW SUMMARY =====".
           DISPLAY "Accounts reviewed : " WS-ACCOUNTS-READ.
           DISPLAY "Already dormant   : " WS-ALREADY-DORMANT.
           DISPLAY "Flagged dormant   : " WS-FLAGGED-COUNT.
           DISPLAY "Notices issued    : " WS-NOTICE-COUNT.
           DISPLAY "Notices held      : " WS-HELD-NOTICES.
           DISPLAY "Activity date set : " WS-INIT-COUNT.
           STOP RUN.

           MOVE LAST-ACTIVITY-DATE TO NTC-LAST-ACTIVITY.
           MOVE WS-MONTHS-INACTIVE TO NTC-MONTHS-INACTIVE.
           PERFORM RESOLVE-MAILING-ADDRESS.
           IF WS-NOTICE-HELD = 'Y'
               PERFORM HOLD-PRE-DORMANCY-NOTICE
           ELSE
               WRITE NOTICE-RECORD
           END-IF.
           MOVE ACCOUNT-ID         TO RVW-ACCOUNT-ID.
           MOVE 'NOTC'             TO RVW-ACTION-CODE.
           MOVE LAST-ACTIVITY-DATE TO RVW-LAST-ACTIVITY.
           MOVE SPACES TO NTC-ADDRESS-LINE-1.
           MOVE SPACES TO NTC-ADDRESS-LINE-2.
           MOVE SPACES TO NTC-ADDRESS-LINE-3.
           MOVE 'N' TO WS-NOTICE-HELD.
           IF WS-CUST-MASTER-OPEN = 'Y' AND
                   CUSTOMER-ID NUMERIC AND CUSTOMER-ID > 0
               MOVE CUSTOMER-ID TO CM-CUSTOMER-ID
                       MOVE CM-ADDRESS-LINE-1 TO NTC-ADDRESS-LINE-1
                       MOVE CM-ADDRESS-LINE-2 TO NTC-ADDRESS-LINE-2
                       MOVE CM-ADDRESS-LINE-3 TO NTC-ADDRESS-LINE-3
                       IF CM-MAIL-FLAG = 'R' OR CM-MAIL-FLAG = 'H'
                           MOVE 'Y' TO WS-NOTICE-HELD
                       END-IF
               END-READ
           END-IF.

       HOLD-PRE-DORMANCY-NOTICE.
      *> 通知整条落留存档，函件日期取审查日，保管网点取开户网点
           MOVE CUSTOMER-ID        TO HML-CUSTOMER-ID.
           MOVE 'DN'               TO HML-DOC-TYPE.
           MOVE ACCOUNT-ID         TO HML-ACCOUNT-ID.
           MOVE WS-REVIEW-DATE     TO HML-DOC-DATE.
           MOVE 1                  TO HML-LINE-NO.
           MOVE BRANCH-CODE        TO HML-BRANCH-CODE.
           MOVE CM-MAIL-FLAG       TO HML-HOLD-REASON.
           MOVE 'H'                TO HML-STATUS.
           MOVE 0                  TO HML-RELEASE-DATE.
           MOVE NOTICE-RECORD      TO HML-DOC-IMAGE.
           WRITE HELD-MAIL-RECORD
               INVALID KEY
                   REWRITE HELD-MAIL-RECORD
           END-WRITE.
           ADD 1 TO WS-HELD-NOTICES.

       READ-BUSINESS-DATE.
      *> 中央业务日期核对：控制档在则以其为准——参数文件自带的
      *> 日期与之不一致即停批，忘翻日的参数档再也混不进流程；
