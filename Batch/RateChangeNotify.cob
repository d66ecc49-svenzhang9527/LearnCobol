      *> 提取 RATE_NOTIFY_EXTRACT.DAT（账户、客户、旧率、新率、
      *> 生效日期），出站清单留控制总数，比对历史追加
      *> RATE_NOTIFY_HISTORY.DAT（何时发现、何键、旧新、户数），
      *> 日后能证明每份通知是哪天生成的。快照随即更新为新值。
      *> 产品键的利率、档限和生效日期取产品参数历史档
      *> PRODUCT_HISTORY.DAT 里参数日期当天在用的那套（生效日期
      *> 即其起用日期）；产品在历史档里无记录则取产品主档现值

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.

      *>   产品参数历史档：参数日期当天在用的产品参数
           SELECT PRODUCT-HISTORY-FILE ASSIGN TO "PRODUCT_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-KEY
               FILE STATUS IS WS-PRODHIST-STATUS.

      *>   上次实际适用利率的键控快照
           SELECT PRIOR-RATE-FILE ASSIGN TO "RATE_APPLIED_PRIOR.DAT"
               ORGANIZATION IS INDEXED
       01  PRODUCT-RECORD.
           COPY PRODMAST.

       FD  PRODUCT-HISTORY-FILE.  *> 产品参数历史档文件描述符
       01  PRODUCT-HISTORY-RECORD.
           COPY PRODHIST.

       FD  PRIOR-RATE-FILE.
       01  PRIOR-RATE-RECORD.
           05 RAP-RATE-KEY          PIC X(6).  *> TIER1/TIER2/TIER3 或币种代码
       01  WS-PRODUCT-STATUS       PIC XX VALUE '00'.
       01  WS-PRODUCT-EOF          PIC X VALUE 'N'.
       01  WS-PRIOR-STATUS        PIC XX VALUE '00'.
       01  WS-PRODHIST-STATUS      PIC XX VALUE '00'.
       01  WS-PRODHIST-OPEN        PIC X VALUE 'N'.  *> 'Y' 表示产品参数历史档可用
       01  WS-PRODHIST-EOF         PIC X VALUE 'N'.
       01  WS-PRODUCT-EFFECTIVE    PIC 9(8) VALUE 0.  *> 产品键的生效日期
       01  WS-APPLIED-PARMS.  *> 参数日期当天在用的产品参数
           COPY PRODMAST
               REPLACING LEADING ==PRD-== BY ==APP-==.
       01  WS-EXTRACT-STATUS       PIC XX VALUE '00'.
       01  WS-HISTORY-STATUS       PIC XX VALUE '00'.
       01  WS-MANIFEST-STATUS      PIC XX VALUE '00'.
           PERFORM LOAD-PRODUCT-RATES.

       LOAD-PRODUCT-RATES.
      *> 每产品装三个档位键（PppTn），利率取参数日期当天在用的
      *> 那套产品参数；停售产品存量仍按其参数计息，一并比对
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-STATUS NOT = '00'
               DISPLAY "PRODUCT_MASTER.DAT not available, product "
                   "rate keys not compared."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PRODUCT-HISTORY-FILE.
           IF WS-PRODHIST-STATUS = '00'
               MOVE 'Y' TO WS-PRODHIST-OPEN
           END-IF.
           PERFORM UNTIL WS-PRODUCT-EOF = 'Y'
               READ PRODUCT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRODUCT-EOF
                   NOT AT END
                       PERFORM FIND-PRODUCT-PARMS-IN-FORCE
                       PERFORM LOAD-ONE-PRODUCT-KEYS
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.
           IF WS-PRODHIST-OPEN = 'Y'
               CLOSE PRODUCT-HISTORY-FILE
           END-IF.

       FIND-PRODUCT-PARMS-IN-FORCE.
      *> 缺省取主档现值、生效日期取参数日期；历史档里有覆盖参数
      *> 日期的一套则以其为准，生效日期取其起用日期（起用日期
      *> 为 0 的是启用历史档前的参数，生效日期不详，仍取参数日期）
           MOVE PRODUCT-RECORD TO WS-APPLIED-PARMS.
           MOVE WS-EFFECTIVE-DATE TO WS-PRODUCT-EFFECTIVE.
           IF WS-PRODHIST-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PRODHIST-EOF.
           MOVE PRD-PRODUCT-CODE TO PHS-PRODUCT-CODE.
           MOVE 0 TO PHS-EFFECTIVE-FROM.
           START PRODUCT-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO PHS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRODHIST-EOF
           END-START.
           PERFORM UNTIL WS-PRODHIST-EOF = 'Y'
               READ PRODUCT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRODHIST-EOF
                   NOT AT END
                       IF PHS-PRODUCT-CODE NOT = PRD-PRODUCT-CODE OR
                               PHS-EFFECTIVE-FROM > WS-EFFECTIVE-DATE
                           MOVE 'Y' TO WS-PRODHIST-EOF
                       ELSE
                           IF PHS-EFFECTIVE-TO >= WS-EFFECTIVE-DATE
                               MOVE PHS-PARAMETERS TO WS-APPLIED-PARMS
                               IF PHS-EFFECTIVE-FROM > 0
                                   MOVE PHS-EFFECTIVE-FROM
                                       TO WS-PRODUCT-EFFECTIVE
                               END-IF
                               MOVE 'Y' TO WS-PRODHIST-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-PRODUCT-KEYS.
           IF WS-TODAY-COUNT > 37
               DELIMITED BY SIZE
               INTO TR-RATE-KEY(WS-TODAY-COUNT)
           END-STRING.
           MOVE APP-TIER1-RATE TO TR-RATE(WS-TODAY-COUNT).
           MOVE WS-PRODUCT-EFFECTIVE TO TR-EFFECTIVE(WS-TODAY-COUNT).
           MOVE APP-TIER1-LIMIT TO TR-TIER1-LIMIT(WS-TODAY-COUNT).
           MOVE APP-TIER2-LIMIT TO TR-TIER2-LIMIT(WS-TODAY-COUNT).
           ADD 1 TO WS-TODAY-COUNT.
           MOVE SPACES TO TR-RATE-KEY(WS-TODAY-COUNT).
           STRING 'P' PRD-PRODUCT-CODE 'T2'
               DELIMITED BY SIZE
               INTO TR-RATE-KEY(WS-TODAY-COUNT)
           END-STRING.
           MOVE APP-TIER2-RATE TO TR-RATE(WS-TODAY-COUNT).
           MOVE WS-PRODUCT-EFFECTIVE TO TR-EFFECTIVE(WS-TODAY-COUNT).
           MOVE APP-TIER1-LIMIT TO TR-TIER1-LIMIT(WS-TODAY-COUNT).
           MOVE APP-TIER2-LIMIT TO TR-TIER2-LIMIT(WS-TODAY-COUNT).
           ADD 1 TO WS-TODAY-COUNT.
           MOVE SPACES TO TR-RATE-KEY(WS-TODAY-COUNT).
           STRING 'P' PRD-PRODUCT-CODE 'T3'
               DELIMITED BY SIZE
               INTO TR-RATE-KEY(WS-TODAY-COUNT)
           END-STRING.
           MOVE APP-TIER3-RATE TO TR-RATE(WS-TODAY-COUNT).
           MOVE WS-PRODUCT-EFFECTIVE TO TR-EFFECTIVE(WS-TODAY-COUNT).
           MOVE APP-TIER1-LIMIT TO TR-TIER1-LIMIT(WS-TODAY-COUNT).
           MOVE APP-TIER2-LIMIT TO TR-TIER2-LIMIT(WS-TODAY-COUNT).

       KEEP-LATEST-CCY-RATE.
           MOVE 0 TO WS-TODAY-SLOT.
