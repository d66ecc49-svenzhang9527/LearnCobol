           05 EXC-TXN-TYPE          PIC X.
           05 EXC-AMOUNT            PIC 9(7)V99.
           05 EXC-REASON-CODE       PIC X(4).
           05 EXC-BATCH-ID          PIC X(6).
           05 EXC-BRANCH-ID         PIC X(4).
           05 EXC-BUSINESS-DATE     PIC 9(8).
           05 EXC-CYCLE-NUMBER      PIC 9(3).

       FD  CLOSING-RATE-FILE.  *> 与月末重估值共用同一份费率记录布局
       01  CLOSING-RATE-RECORD.
      *> 金额明细先对销异常：更新作业打回的明细（含整批拒绝）
      *> 没有真正过账，不计头寸；'T' 对销即两腿同免
           IF TXN-TYPE = 'P' OR TXN-TYPE = 'W' OR TXN-TYPE = 'T'
                   OR TXN-TYPE = 'O'
               PERFORM OFFSET-AGAINST-EXCEPTIONS
               IF WS-OFFSET-HIT > 0
                   EXIT PARAGRAPH
                   MOVE TXN-AMOUNT TO WS-POST-AMOUNT
                   PERFORM POST-TO-BRANCH
               WHEN 'W'
               WHEN 'O'
      *            他行汇出在受理网点与支取同样计借方
                   MOVE WS-CURRENT-BRANCH TO WS-POST-BRANCH
                   MOVE 'DR' TO WS-POST-SIDE
                   MOVE TXN-AMOUNT TO WS-POST-AMOUNT
