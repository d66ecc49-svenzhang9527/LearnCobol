      *>   - 追加进永久上缴登记册（ESCHEATED_REGISTER.DAT），
      *>     日后原主认领时据此查证。
      *> 不在本次静止清单上的账龄记录（账户已重新活动或已清户）
      *> 从账龄档清除。登记册记下账户所属客户号（清户前从主档
      *> 取），账户清户后客户名下仍有未认领上缴款可查

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，随机读取所属客户号
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
           05 REG-FIRST-SEEN-DATE   PIC 9(8).  *> 静止首见日期
           05 REG-REMIT-DATE        PIC 9(8).  *> 上缴日期
           05 REG-CLAIM-STATUS      PIC X.  *> 'R'=已上缴 'C'=原主已认领（人工回填）
           05 REG-CUSTOMER-ID       PIC 9(6).  *> 上缴时账户所属客户号，0=未归属；旧记录为空白

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-GL-STATUS            PIC XX VALUE '00'.
       01  WS-TXN-OUT-STATUS       PIC XX VALUE '00'.
       01  WS-REGISTER-STATUS      PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-MASTER-OPEN          PIC X VALUE 'N'.  *> 'Y' 表示主档可用，登记册带客户号
       01  WS-DORMANT-EOF          PIC X VALUE 'N'.
       01  WS-AGING-EOF            PIC X VALUE 'N'.
       01  WS-PROCESS-DATE         PIC 9(8) VALUE 0.  *> 处理基准日
               END-IF
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY "Account master not available, escheat "
                   "register written without customer number."
           END-IF.

           PERFORM WRITE-TXN-BATCH-HEADER.

           PERFORM UNTIL WS-DORMANT-EOF = 'Y'
           PERFORM WRITE-ESCHEAT-GL-ENTRIES.
           PERFORM PURGE-REACTIVATED-AGING.

           IF WS-MASTER-OPEN = 'Y'
               CLOSE MASTER-FILE
           END-IF.
           CLOSE DORMANT-FILE ESCHEAT-AGING-FILE REMITTANCE-FILE
               ESCHEAT-GL-FILE TXN-OUTPUT-FILE REGISTER-FILE.
           DISPLAY "===== ESCHEATMENT RUN SUMMARY =====".
           MOVE EAG-FIRST-SEEN-DATE  TO REG-FIRST-SEEN-DATE.
           MOVE WS-PROCESS-DATE      TO REG-REMIT-DATE.
           MOVE 'R'                  TO REG-CLAIM-STATUS.
           MOVE 0                    TO REG-CUSTOMER-ID.
           IF WS-MASTER-OPEN = 'Y'
               MOVE DORM-ACCOUNT-ID TO ACCOUNT-ID
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMER-ID TO REG-CUSTOMER-ID
               END-READ
           END-IF.
           WRITE REGISTER-RECORD.

           ADD 1 TO WS-ESCHEATED-COUNT.
