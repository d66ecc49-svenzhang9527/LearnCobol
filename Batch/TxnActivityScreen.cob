      *> 写入可疑活动报告（带完整交易明细）供合规专员审阅：
      *>   VELO - 单账户单批交易笔数超过参数 N；
      *>   LRGE - 单笔金额达到应报告金额的交易；
      *>   OFST - 同账户同金额的存入/支取（含他行汇出）对敲。
      *> 交易文件已按账户ID排序，按控制断点逐账户筛查；
      *> 批头/批尾控制记录不参与筛查

               MOVE 'Y' TO WS-GROUP-ACTIVE
           END-IF.
           IF TXN-TYPE = 'P' OR TXN-TYPE = 'W' OR TXN-TYPE = 'T'
                   OR TXN-TYPE = 'O'
               IF WS-GROUP-COUNT < 50
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE TXN-TYPE TO TG-TXN-TYPE(WS-GROUP-COUNT)
           PERFORM VARYING WS-PAIR-INDEX FROM 1 BY 1
                   UNTIL WS-PAIR-INDEX > WS-GROUP-COUNT
                   OR TG-OFFSET-MARK(WS-GROUP-INDEX) = 'Y'
               IF (TG-TXN-TYPE(WS-PAIR-INDEX) = 'W' OR
                       TG-TXN-TYPE(WS-PAIR-INDEX) = 'O') AND
                       TG-OFFSET-MARK(WS-PAIR-INDEX) = 'N' AND
                       TG-AMOUNT(WS-PAIR-INDEX) =
                           TG-AMOUNT(WS-GROUP-INDEX)
