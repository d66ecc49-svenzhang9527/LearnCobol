       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. CardRenewal.  *> 借记卡月度到期续卡与制卡文件

      *> 借记卡续卡与制卡：每月跑一次，
      *>   - 第一遍顺序读卡主档，有效期为下个月的正常卡续期：账户
      *>     仍在主档上且无生效全额冻结的，有效期顺延标准年数、
      *>     置待制卡（到期续卡）；账户已销户、全额冻结中或卡在
      *>     止付状态的不续，列入清单交卡部跟进；
      *>   - 第二遍把全部待制卡的正常卡（本月续卡，以及上次出文件
      *>     以来 CardMasterMaint 新发、换出的卡）写制卡商文件
      *>     CARD_EMBOSS.DAT（文件头/明细/文件尾），卡面姓名、有效期
      *>     连同客户主档上的邮寄地址一并送出；退信/留存邮寄的客户
      *>     改寄开户网点。送出即置已送制卡；
      *>   - 制卡文件在传输清单 TRANSMIT_MANIFEST.DAT 追加一条（无
      *>     金额栏，金额散列记零），制卡商接收前按清单对数。
      *> 止付中的待制卡留待解止付后再送。没有待制卡时不动制卡
      *> 文件，避免重跑覆盖尚未传走的文件。
      *> 续卡/不续/送制卡逐卡列在 CARD_RENEWAL.RPT

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

           SELECT CARD-MASTER-FILE ASSIGN TO "CARD_MASTER.DAT"  *> 借记卡主档，续期/送制卡回写
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDM-CARD-TOKEN
               FILE STATUS IS WS-CARD-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，核对账户仍在并取网点
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HOLD-MASTER-FILE ASSIGN TO "ACCOUNT_HOLDS.DAT"  *> 司法冻结/止付档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AHL-ACCOUNT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档，取邮寄地址
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT EMBOSS-FILE ASSIGN TO "CARD_EMBOSS.DAT"  *> 送制卡商的制卡文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMBOSS-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "TRANSMIT_MANIFEST.DAT"  *> 出站文件传输清单
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT RENEWAL-REPORT-FILE ASSIGN TO "CARD_RENEWAL.RPT"  *> 续卡与送制卡清单
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

       FD  CARD-MASTER-FILE.
       01  CARD-RECORD.
           COPY CARDMAST.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY ACCTREC.

       FD  HOLD-MASTER-FILE.
       01  HOLD-RECORD.
           COPY ACCTHOLD.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  EMBOSS-FILE.
       01  EMBOSS-RECORD.
           05 EMB-RECORD-TYPE       PIC X.  *> '0'=文件头 '1'=明细 '9'=文件尾
           05 EMB-CARD-TOKEN        PIC X(16).  *> 卡号令牌，制卡商按令牌取卡号
           05 EMB-EMBOSS-NAME       PIC X(26).  *> 卡面压印姓名
           05 EMB-EXPIRY-DATE       PIC 9(6).  *> 有效期 CCYYMM
           05 EMB-REASON            PIC X.  *> 'N'=新发卡 'R'=换卡 'E'=到期续卡
           05 EMB-DELIVERY          PIC X.  *> 'M'=寄客户 'B'=寄开户网点
           05 EMB-ADDRESS-LINE-1    PIC X(30).
           05 EMB-ADDRESS-LINE-2    PIC X(30).
           05 EMB-ADDRESS-LINE-3    PIC X(30).
           05 EMB-BRANCH-CODE       PIC X(4).  *> 开户网点号
       01  EMBOSS-HEADER REDEFINES EMBOSS-RECORD.  *> '0' 文件头视图
           05 EMH-RECORD-TYPE       PIC X.
           05 EMH-SENDER-BANK       PIC X(6).  *> 发卡行（本行）行号
           05 EMH-FILE-DATE         PIC 9(8).  *> 业务日期
           05 EMH-GEN-DATE          PIC 9(8).  *> 文件生成日期
           05 EMH-GEN-TIME          PIC 9(8).  *> 文件生成时间 HHMMSSCC
           05 FILLER                PIC X(114).
       01  EMBOSS-TRAILER REDEFINES EMBOSS-RECORD.  *> '9' 文件尾视图
           05 EMT-RECORD-TYPE       PIC X.
           05 EMT-COUNT             PIC 9(7).  *> 明细笔数
           05 FILLER                PIC X(137).

       FD  MANIFEST-FILE.  *> 传输清单文件描述符
       01  MANIFEST-RECORD.
           COPY TRNMAN.

       FD  RENEWAL-REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-CARD-STATUS          PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-HOLD-STATUS          PIC XX VALUE '00'.
       01  WS-CUST-STATUS          PIC XX VALUE '00'.
       01  WS-EMBOSS-STATUS        PIC XX VALUE '00'.
       01  WS-MANIFEST-STATUS      PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-HOLD-FILE-OPEN       PIC X VALUE 'N'.  *> 'Y'=冻结档可用
       01  WS-CUST-MASTER-OPEN     PIC X VALUE 'N'.  *> 'Y'=客户主档可用
       01  WS-EMBOSS-OPEN          PIC X VALUE 'N'.  *> 'Y'=制卡文件已开（有待制卡才开）
       01  WS-CARD-EOF             PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.  *> 本次运行的业务日期
       01  WS-OUR-BANK-CODE        PIC X(6) VALUE '100001'.  *> 本行行号（与清算出站文件一致）
       01  WS-CARD-VALIDITY-YEARS  PIC 9 VALUE 3.  *> 续卡顺延的标准年数，与发卡一致
       01  WS-MANIFEST-DATE        PIC 9(8) VALUE 0.
       01  WS-MANIFEST-TIME        PIC 9(8) VALUE 0.

      *> 续卡月份：业务日期的下一个月 CCYYMM
       01  WS-RENEWAL-MONTH.
           05 WS-RENEWAL-YEAR      PIC 9(4) VALUE 0.
           05 WS-RENEWAL-MM        PIC 9(2) VALUE 0.
       01  WS-RENEWAL-MONTH-N REDEFINES WS-RENEWAL-MONTH PIC 9(6).

       01  WS-ACCOUNT-FOUND        PIC X VALUE 'N'.  *> 'Y'=账户在主档上
       01  WS-FULL-HOLD            PIC X VALUE 'N'.  *> 'Y'=账户有生效的全额冻结
       01  WS-OLD-EXPIRY           PIC 9(6) VALUE 0.

       01  WS-EXPIRING-COUNT       PIC 9(7) VALUE 0.  *> 下月到期的卡数（正常+止付）
       01  WS-RENEWED-COUNT        PIC 9(7) VALUE 0.  *> 已续期的卡数
       01  WS-NOT-RENEWED-COUNT    PIC 9(7) VALUE 0.  *> 不续的卡数
       01  WS-EMBOSSED-COUNT       PIC 9(7) VALUE 0.  *> 写入制卡文件的卡数
       01  WS-EMBOSS-HELD-COUNT    PIC 9(7) VALUE 0.  *> 止付中留待后送的待制卡数

      *> 清单打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(30)
               VALUE 'DEBIT CARD RENEWAL/EMBOSSING  '.
           05 FILLER                PIC X(9) VALUE 'FOR DATE '.
           05 RH-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(11) VALUE '  EXPIRING '.
           05 RH-RENEWAL-MONTH      PIC 9(6).
       01  COLUMN-HEADER-LINE.
           05 FILLER                PIC X(51) VALUE
               'CARD TOKEN        ACCOUNT   EXPIRY  NEW EXP  ACTION'.
       01  RENEWAL-DETAIL-LINE.
           05 RR-CARD-TOKEN         PIC X(16).
           05 FILLER                PIC XX VALUE SPACES.
           05 RR-ACCOUNT-ID         PIC 9(8).
           05 FILLER                PIC XX VALUE SPACES.
           05 RR-EXPIRY             PIC 9(6).
           05 FILLER                PIC XX VALUE SPACES.
           05 RR-NEW-EXPIRY         PIC 9(6).
           05 FILLER                PIC XX VALUE SPACES.
           05 RR-ACTION             PIC X(30).
       01  SUMMARY-LINE.
           05 SUM-LABEL             PIC X(34).
           05 SUM-COUNT             PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM DERIVE-RENEWAL-MONTH.

           OPEN I-O CARD-MASTER-FILE.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY "CARD_MASTER.DAT not available - no cards to "
                   "renew or emboss."
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. File Status: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
      *    冻结档/客户主档可能尚未建立：冻结档缺按无冻结处理，客户
      *    主档缺制卡一律寄开户网点
           OPEN INPUT HOLD-MASTER-FILE.
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-FILE-OPEN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-STATUS = '00'
               MOVE 'Y' TO WS-CUST-MASTER-OPEN
           END-IF.
           OPEN OUTPUT RENEWAL-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening CARD_RENEWAL.RPT. File Status: "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO RH-RUN-DATE.
           MOVE WS-RENEWAL-MONTH-N TO RH-RENEWAL-MONTH.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADER-LINE.

      *    第一遍：下月到期卡续期
           MOVE 'N' TO WS-CARD-EOF.
           PERFORM UNTIL WS-CARD-EOF = 'Y'
               READ CARD-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CARD-EOF
                   NOT AT END
                       IF CDM-EXPIRY-DATE = WS-RENEWAL-MONTH-N AND
                               (CDM-STATUS = 'A' OR CDM-STATUS = 'B')
                           PERFORM RENEW-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.

      *    第二遍：待制卡写制卡文件，从头重新定位
           MOVE LOW-VALUES TO CDM-CARD-TOKEN.
           MOVE 'N' TO WS-CARD-EOF.
           START CARD-MASTER-FILE KEY IS NOT LESS THAN CDM-CARD-TOKEN
               INVALID KEY
                   MOVE 'Y' TO WS-CARD-EOF
           END-START.
           PERFORM UNTIL WS-CARD-EOF = 'Y'
               READ CARD-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CARD-EOF
                   NOT AT END
                       IF CDM-EMBOSS-STATUS = 'P'
                           PERFORM EMBOSS-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-EMBOSS-OPEN = 'Y'
               PERFORM WRITE-EMBOSS-TRAILER
               CLOSE EMBOSS-FILE
               PERFORM WRITE-TRANSMIT-MANIFEST
           ELSE
               DISPLAY "No cards pending embossing - embossing file "
                   "not produced."
           END-IF.

           PERFORM PRINT-RENEWAL-SUMMARY.
           CLOSE CARD-MASTER-FILE MASTER-FILE RENEWAL-REPORT-FILE.
           IF WS-HOLD-FILE-OPEN = 'Y'
               CLOSE HOLD-MASTER-FILE
           END-IF.
           IF WS-CUST-MASTER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           DISPLAY "===== CARD RENEWAL SUMMARY =====".
           DISPLAY "Expiring " WS-RENEWAL-MONTH-N "  : "
               WS-EXPIRING-COUNT.
           DISPLAY "Renewed          : " WS-RENEWED-COUNT.
           DISPLAY "Not renewed      : " WS-NOT-RENEWED-COUNT.
           DISPLAY "Sent to embosser : " WS-EMBOSSED-COUNT.
           DISPLAY "Held (blocked)   : " WS-EMBOSS-HELD-COUNT.
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

       READ-BUSINESS-DATE.
      *> 中央业务日期核对：控制档在则以其为准——参数文件自带的
      *> 日期与之不一致即停批；控制档未建（转换期）沿用参数日期
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

       DERIVE-RENEWAL-MONTH.
      *> 业务日期的下一个月，十二月翻到次年一月
           DIVIDE WS-EFFECTIVE-DATE BY 100 GIVING WS-RENEWAL-MONTH-N.
           IF WS-RENEWAL-MM = 12
               ADD 1 TO WS-RENEWAL-YEAR
               MOVE 1 TO WS-RENEWAL-MM
           ELSE
               ADD 1 TO WS-RENEWAL-MM
           END-IF.
           DISPLAY "Card renewal for " WS-EFFECTIVE-DATE
               " - cards expiring " WS-RENEWAL-MONTH-N.

       RENEW-ONE-CARD.
      *> 止付卡不续；正常卡账户已销户或全额冻结中的也不续，不自动
      *> 止付（销户/冻结的止付由过账与冻结维护负责），只列清单
           ADD 1 TO WS-EXPIRING-COUNT.
           MOVE CDM-CARD-TOKEN TO RR-CARD-TOKEN.
           MOVE CDM-ACCOUNT-ID TO RR-ACCOUNT-ID.
           MOVE CDM-EXPIRY-DATE TO RR-EXPIRY.
           MOVE 0 TO RR-NEW-EXPIRY.
           IF CDM-STATUS = 'B'
               MOVE 'NOT RENEWED - CARD BLOCKED' TO RR-ACTION
               ADD 1 TO WS-NOT-RENEWED-COUNT
               WRITE REPORT-LINE FROM RENEWAL-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CARD-ACCOUNT.
           IF WS-ACCOUNT-FOUND = 'N'
               MOVE 'NOT RENEWED - ACCOUNT CLOSED' TO RR-ACTION
               ADD 1 TO WS-NOT-RENEWED-COUNT
               WRITE REPORT-LINE FROM RENEWAL-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FULL-HOLD = 'Y'
               MOVE 'NOT RENEWED - ACCOUNT ON HOLD' TO RR-ACTION
               ADD 1 TO WS-NOT-RENEWED-COUNT
               WRITE REPORT-LINE FROM RENEWAL-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE CDM-EXPIRY-DATE TO WS-OLD-EXPIRY.
           COMPUTE CDM-EXPIRY-DATE =
               WS-OLD-EXPIRY + WS-CARD-VALIDITY-YEARS * 100.
           MOVE 'P' TO CDM-EMBOSS-STATUS.
           MOVE 'E' TO CDM-EMBOSS-REASON.
           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "Card renewal rewrite failed: "
                       CDM-CARD-TOKEN
                   MOVE 'RENEWAL REWRITE FAILED' TO RR-ACTION
                   ADD 1 TO WS-NOT-RENEWED-COUNT
               NOT INVALID KEY
                   MOVE CDM-EXPIRY-DATE TO RR-NEW-EXPIRY
                   MOVE 'RENEWED' TO RR-ACTION
                   ADD 1 TO WS-RENEWED-COUNT
           END-REWRITE.
           WRITE REPORT-LINE FROM RENEWAL-DETAIL-LINE.

       CHECK-CARD-ACCOUNT.
      *> 读主档确认账户仍在，并查有无生效的全额冻结（'F'/'I'，未解
      *> 除且未过期）；冻结档不可用按无冻结处理
           MOVE 'N' TO WS-ACCOUNT-FOUND.
           MOVE 'N' TO WS-FULL-HOLD.
           MOVE CDM-ACCOUNT-ID TO ACCOUNT-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO BRANCH-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
           END-READ.
           IF WS-ACCOUNT-FOUND = 'Y' AND WS-HOLD-FILE-OPEN = 'Y'
               MOVE ACCOUNT-ID TO AHL-ACCOUNT-ID
               READ HOLD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AHL-STATUS = 'A' AND
                               (AHL-HOLD-TYPE = 'F' OR
                                AHL-HOLD-TYPE = 'I') AND
                               (AHL-EXPIRY-DATE = 0 OR
                                AHL-EXPIRY-DATE >= WS-EFFECTIVE-DATE)
                           MOVE 'Y' TO WS-FULL-HOLD
                       END-IF
               END-READ
           END-IF.

       EMBOSS-ONE-CARD.
      *> 只送正常卡；止付中的待制卡留待解止付后的下一次运行
           IF CDM-STATUS NOT = 'A'
               IF CDM-STATUS = 'B'
                   ADD 1 TO WS-EMBOSS-HELD-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMBOSS-OPEN = 'N'
               PERFORM OPEN-EMBOSS-FILE
           END-IF.
           PERFORM CHECK-CARD-ACCOUNT.
           MOVE SPACES TO EMBOSS-RECORD.
           MOVE '1' TO EMB-RECORD-TYPE.
           MOVE CDM-CARD-TOKEN TO EMB-CARD-TOKEN.
           MOVE CDM-EMBOSS-NAME TO EMB-EMBOSS-NAME.
           MOVE CDM-EXPIRY-DATE TO EMB-EXPIRY-DATE.
           MOVE CDM-EMBOSS-REASON TO EMB-REASON.
           MOVE BRANCH-CODE TO EMB-BRANCH-CODE.
           MOVE 'B' TO EMB-DELIVERY.
           IF WS-CUST-MASTER-OPEN = 'Y' AND CDM-CUSTOMER-ID > 0
               MOVE CDM-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
      *                退信待更正/申请留存的客户，卡寄开户网点
                       IF CM-MAIL-FLAG NOT = 'R' AND
                               CM-MAIL-FLAG NOT = 'H'
                           MOVE 'M' TO EMB-DELIVERY
                           MOVE CM-ADDRESS-LINE-1
                               TO EMB-ADDRESS-LINE-1
                           MOVE CM-ADDRESS-LINE-2
                               TO EMB-ADDRESS-LINE-2
                           MOVE CM-ADDRESS-LINE-3
                               TO EMB-ADDRESS-LINE-3
                       END-IF
               END-READ
           END-IF.
           WRITE EMBOSS-RECORD.
           MOVE 'S' TO CDM-EMBOSS-STATUS.
           MOVE WS-EFFECTIVE-DATE TO CDM-EMBOSS-DATE.
           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "Card emboss status rewrite failed: "
                       CDM-CARD-TOKEN
           END-REWRITE.
           ADD 1 TO WS-EMBOSSED-COUNT.
           MOVE CDM-CARD-TOKEN TO RR-CARD-TOKEN.
           MOVE CDM-ACCOUNT-ID TO RR-ACCOUNT-ID.
           MOVE 0 TO RR-EXPIRY.
           MOVE CDM-EXPIRY-DATE TO RR-NEW-EXPIRY.
           EVALUATE CDM-EMBOSS-REASON
               WHEN 'N'
                   MOVE 'SENT TO EMBOSSER - NEW CARD' TO RR-ACTION
               WHEN 'R'
                   MOVE 'SENT TO EMBOSSER - REPLACEMENT' TO RR-ACTION
               WHEN OTHER
                   MOVE 'SENT TO EMBOSSER - RENEWAL' TO RR-ACTION
           END-EVALUATE.
           WRITE REPORT-LINE FROM RENEWAL-DETAIL-LINE.

       OPEN-EMBOSS-FILE.
           OPEN OUTPUT EMBOSS-FILE.
           IF WS-EMBOSS-STATUS NOT = '00'
               DISPLAY "Error opening CARD_EMBOSS.DAT. File Status: "
                   WS-EMBOSS-STATUS
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-EMBOSS-OPEN.
           ACCEPT WS-MANIFEST-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MANIFEST-TIME FROM TIME.
           MOVE SPACES TO EMBOSS-RECORD.
           MOVE '0' TO EMH-RECORD-TYPE.
           MOVE WS-OUR-BANK-CODE TO EMH-SENDER-BANK.
           MOVE WS-EFFECTIVE-DATE TO EMH-FILE-DATE.
           MOVE WS-MANIFEST-DATE TO EMH-GEN-DATE.
           MOVE WS-MANIFEST-TIME TO EMH-GEN-TIME.
           WRITE EMBOSS-RECORD.

       WRITE-EMBOSS-TRAILER.
           MOVE SPACES TO EMBOSS-RECORD.
           MOVE '9' TO EMT-RECORD-TYPE.
           MOVE WS-EMBOSSED-COUNT TO EMT-COUNT.
           WRITE EMBOSS-RECORD.

       WRITE-TRANSMIT-MANIFEST.
      *> 清单记录数取明细口径，文件头尾不计；制卡文件无金额栏
           OPEN EXTEND MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT MANIFEST-FILE
           END-IF.
           MOVE 'CARD_EMBOSS.DAT' TO MAN-FILE-NAME.
           MOVE WS-EFFECTIVE-DATE TO MAN-BUSINESS-DATE.
           MOVE WS-EMBOSSED-COUNT TO MAN-RECORD-COUNT.
           MOVE 0 TO MAN-AMOUNT-TOTAL.
           MOVE WS-MANIFEST-DATE TO MAN-GEN-DATE.
           MOVE WS-MANIFEST-TIME TO MAN-GEN-TIME.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.

       PRINT-RENEWAL-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CARDS EXPIRING NEXT MONTH         ' TO SUM-LABEL.
           MOVE WS-EXPIRING-COUNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'CARDS RENEWED                     ' TO SUM-LABEL.
           MOVE WS-RENEWED-COUNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'CARDS NOT RENEWED                 ' TO SUM-LABEL.
           MOVE WS-NOT-RENEWED-COUNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'CARDS SENT TO EMBOSSER            ' TO SUM-LABEL.
           MOVE WS-EMBOSSED-COUNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'PENDING CARDS HELD - BLOCKED      ' TO SUM-LABEL.
           MOVE WS-EMBOSS-HELD-COUNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
