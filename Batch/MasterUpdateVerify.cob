               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSING-RATE-STATUS.

      *>   冲正登记册：按原流水引用取被冲正交易的类型，重演冲正方向
           SELECT REVERSAL-REGISTER-FILE
               ASSIGN TO "REVERSAL_REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RVR-KEY
               FILE STATUS IS WS-RVS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
           05 EXC-TXN-TYPE          PIC X.
           05 EXC-AMOUNT            PIC 9(7)V99.
           05 EXC-REASON-CODE       PIC X(4).
           05 EXC-BATCH-ID          PIC X(6).
           05 EXC-BRANCH-ID         PIC X(4).
           05 EXC-BUSINESS-DATE     PIC 9(8).
           05 EXC-CYCLE-NUMBER      PIC 9(3).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE        PIC X(80).
       01  CLOSING-RATE-RECORD.
           COPY FXRATE.

       FD  REVERSAL-REGISTER-FILE.
       01  REVERSAL-REGISTER-RECORD.
           COPY RVSLREG.

       WORKING-STORAGE SECTION.
       01  WS-OLD-MASTER-STATUS     PIC XX VALUE '00'.
       01  WS-TXN-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-NEW-MASTER-STATUS     PIC XX VALUE '00'.
       01  WS-EXCEPTION-STATUS      PIC XX VALUE '00'.
       01  WS-RECON-STATUS          PIC XX VALUE '00'.
       01  WS-RVS-REG-STATUS        PIC XX VALUE '00'.
       01  WS-RVS-REG-OPEN          PIC X VALUE 'N'.  *> 'Y'=冲正登记册已打开
       01  WS-OLD-MASTER-EOF        PIC X VALUE 'N'.
       01  WS-TXN-EOF               PIC X VALUE 'N'.
       01  WS-NEW-MASTER-EOF        PIC X VALUE 'N'.
               STOP RUN
           END-IF.

      *    登记册缺失时当日冲正一律无从重演，作未解释交易报告
           OPEN INPUT REVERSAL-REGISTER-FILE.
           IF WS-RVS-REG-STATUS = '00'
               MOVE 'Y' TO WS-RVS-REG-OPEN
           END-IF.

           PERFORM LOAD-EXCEPTION-OFFSETS.
           PERFORM PRESCAN-TRANSFER-CREDITS.
           PERFORM LOAD-FX-PARAMETERS.

           CLOSE OLD-MASTER-FILE TRANSACTION-FILE NEW-MASTER-FILE
               RECON-REPORT-FILE.
           IF WS-RVS-REG-OPEN = 'Y'
               CLOSE REVERSAL-REGISTER-FILE
           END-IF.
           DISPLAY "===== MASTER UPDATE VERIFICATION SUMMARY =====".
           DISPLAY "Old master records : " WS-OLD-COUNT.
           DISPLAY "New master records : " WS-NEW-COUNT.
                       ADD TXN-AMOUNT TO EXP-ACCOUNT-BALANCE
                   WHEN 'W'
                       SUBTRACT TXN-AMOUNT FROM EXP-ACCOUNT-BALANCE
                   WHEN 'O'
      *                他行汇出与支取同样借记付款账户
                       SUBTRACT TXN-AMOUNT FROM EXP-ACCOUNT-BALANCE
                   WHEN 'T'
                       SUBTRACT TXN-AMOUNT FROM EXP-ACCOUNT-BALANCE
                   WHEN 'R'
                       PERFORM REPLAY-REVERSAL-TXN
                   WHEN 'B'
      *                网点迁移只改挂归属网点，不动余额与名称
                       CONTINUE
                   WHEN OTHER
                       SUBTRACT 1 FROM WS-TXNS-REPLAYED
                       PERFORM REPORT-UNEXPLAINED-TXN
           END-IF
           END-IF.

       REPLAY-REVERSAL-TXN.
      *> 冲正按登记册上的原交易类型反向重演：冲存入借记、冲支取
      *> 贷记；登记册上查不到的冲正更新作业本应转了异常
           MOVE 'N' TO WS-RVS-REG-STATUS.
           IF WS-RVS-REG-OPEN = 'Y'
               MOVE TXN-ACCOUNT-ID        TO RVR-ACCOUNT-ID
               MOVE TXN-RVS-BUSINESS-DATE TO RVR-ORIG-BUSINESS-DATE
               MOVE TXN-RVS-CYCLE         TO RVR-ORIG-CYCLE
               MOVE TXN-RVS-ENTRY-SEQ     TO RVR-ORIG-ENTRY-SEQ
               READ REVERSAL-REGISTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-RVS-REG-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WS-RVS-REG-STATUS
               END-READ
           END-IF.
           IF WS-RVS-REG-STATUS = '00' AND RVR-ORIG-TYPE = 'P'
               SUBTRACT TXN-AMOUNT FROM EXP-ACCOUNT-BALANCE
           ELSE
           IF WS-RVS-REG-STATUS = '00' AND RVR-ORIG-TYPE = 'W'
               ADD TXN-AMOUNT TO EXP-ACCOUNT-BALANCE
           ELSE
               SUBTRACT 1 FROM WS-TXNS-REPLAYED
               PERFORM REPORT-UNEXPLAINED-TXN
           END-IF
           END-IF.

       OFFSET-AGAINST-EXCEPTIONS.
      *> 按账户+类型（金额类交易再加金额）查找未对销的异常记录，
      *> 命中即对销一笔
                           TXN-ACCOUNT-ID AND
                       OFF-TXN-TYPE(WS-OFFSET-INDEX) = TXN-TYPE
                   IF TXN-TYPE = 'P' OR TXN-TYPE = 'W'
                           OR TXN-TYPE = 'T' OR TXN-TYPE = 'O'
                           OR TXN-TYPE = 'R'
                       IF OFF-AMOUNT(WS-OFFSET-INDEX) = TXN-AMOUNT
                           MOVE WS-OFFSET-INDEX TO WS-OFFSET-HIT
                       END-IF
