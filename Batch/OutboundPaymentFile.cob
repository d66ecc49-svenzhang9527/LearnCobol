       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. OutboundPaymentFile.  *> 他行汇出：生成清算网络出站文件及传输清单

      *> 跨行汇出发送：AccountMasterUpdate 过账 'O' 交易时已借记
      *> 客户并逐笔追加待发汇出档（OUTBOUND_PAYMENTS_PENDING.DAT），
      *> 本作业在当日各班过账之后运行，把待发汇出汇总成清算网络
      *> 出站文件 CLEARING_OUTWARD.DAT（批头/明细/批尾），不再由
      *> 柜员在清算终端逐笔手工录入：
      *>   - 每笔赋汇出参考号（业务日期 + 当日序号，同日重跑从
      *>     登记册上当日最大序号续编），清算所退回时凭此参考号
      *>     找回原汇出；
      *>   - 逐笔登记汇出登记册 OUTBOUND_PAYMENTS.DAT（状态 'S'），
      *>     ClearingInbound 收到退回后回标 'R' 并自动回存客户；
      *>   - 出站文件在传输清单 TRANSMIT_MANIFEST.DAT 追加一条，
      *>     清算所接收前按清单对数；
      *>   - 发送完毕清空待发档。无待发汇出时不动出站文件，
      *>     避免重跑覆盖尚未传走的文件

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

      *>   待发汇出档：更新作业追加，本作业取走后清档
           SELECT PENDING-FILE
               ASSIGN TO "OUTBOUND_PAYMENTS_PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

      *>   汇出登记册：按参考号登记，清算所退回时按参考号核对
           SELECT REGISTER-FILE ASSIGN TO "OUTBOUND_PAYMENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBP-REFERENCE
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OUTWARD-FILE ASSIGN TO "CLEARING_OUTWARD.DAT"  *> 清算网络出站文件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTWARD-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "TRANSMIT_MANIFEST.DAT"  *> 出站文件传输清单
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

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

       FD  PENDING-FILE.  *> 与汇出登记册共用同一份布局
       01  PENDING-RECORD.
           COPY OUTPAY
               REPLACING LEADING ==OBP-== BY ==PND-==.

       FD  REGISTER-FILE.  *> 汇出登记册文件描述符
       01  REGISTER-RECORD.
           COPY OUTPAY.

       FD  OUTWARD-FILE.
       01  OUTWARD-RECORD.
           05 OUT-RECORD-TYPE       PIC X.  *> '0'=文件头 '1'=明细 '9'=文件尾
           05 OUT-BENE-BANK         PIC X(6).  *> 收款行行号
           05 OUT-BENE-ACCOUNT      PIC X(20).  *> 收款人账号
           05 OUT-BENE-NAME         PIC X(30).  *> 收款人名称
           05 OUT-ORIG-ACCOUNT      PIC 9(8).  *> 付款人在我行的账户ID
           05 OUT-DC-FLAG           PIC X.  *> 固定 'C'：贷记收款人
           05 OUT-AMOUNT            PIC 9(7)V99.  *> 金额
           05 OUT-VALUE-DATE        PIC 9(8).  *> 起息日 CCYYMMDD（发送日）
           05 OUT-REFERENCE         PIC X(12).  *> 汇出参考号，退回时原样带回
       01  OUTWARD-HEADER REDEFINES OUTWARD-RECORD.  *> '0' 文件头视图
           05 OUH-RECORD-TYPE       PIC X.
           05 OUH-SENDER-BANK       PIC X(6).  *> 发送行（本行）行号
           05 OUH-FILE-DATE         PIC 9(8).  *> 业务日期
           05 OUH-GEN-DATE          PIC 9(8).  *> 文件生成日期
           05 OUH-GEN-TIME          PIC 9(8).  *> 文件生成时间 HHMMSSCC
           05 FILLER                PIC X(64).
       01  OUTWARD-TRAILER REDEFINES OUTWARD-RECORD.  *> '9' 文件尾视图
           05 OUT-TRL-RECORD-TYPE   PIC X.
           05 OUT-TRL-COUNT         PIC 9(7).  *> 明细笔数
           05 OUT-TRL-AMOUNT        PIC 9(11)V99.  *> 明细金额合计
           05 FILLER                PIC X(74).

       FD  MANIFEST-FILE.  *> 传输清单文件描述符
       01  MANIFEST-RECORD.
           COPY TRNMAN.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-PENDING-STATUS       PIC XX VALUE '00'.
       01  WS-REGISTER-STATUS      PIC XX VALUE '00'.
       01  WS-OUTWARD-STATUS       PIC XX VALUE '00'.
       01  WS-MANIFEST-STATUS      PIC XX VALUE '00'.
       01  WS-PENDING-EOF          PIC X VALUE 'N'.
       01  WS-REGISTER-EOF         PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.  *> 本次运行的业务日期
       01  WS-OUR-BANK-CODE        PIC X(6) VALUE '100001'.  *> 本行清算行号（清算网络分配）
       01  WS-PAYMENTS-SENT        PIC 9(7) VALUE 0.  *> 写入出站文件的汇出笔数
       01  WS-PAYMENTS-TOTAL       PIC 9(11)V99 VALUE 0.  *> 汇出金额合计
       01  WS-MANIFEST-DATE        PIC 9(8) VALUE 0.
       01  WS-MANIFEST-TIME        PIC 9(8) VALUE 0.

      *> 汇出参考号 = 业务日期 + 当日4位序号
       01  WS-NEXT-REFERENCE.
           05 WS-REF-DATE          PIC 9(8) VALUE 0.
           05 WS-REF-SEQUENCE      PIC 9(4) VALUE 0.
       01  WS-LAST-REFERENCE.
           05 WS-LAST-REF-DATE     PIC 9(8) VALUE 0.
           05 WS-LAST-REF-SEQUENCE PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY "OUTBOUND_PAYMENTS_PENDING.DAT not available - "
                   "no outbound payments to send."
               STOP RUN
           END-IF.
           READ PENDING-FILE
               AT END
                   MOVE 'Y' TO WS-PENDING-EOF
           END-READ.
           IF WS-PENDING-EOF = 'Y'
               CLOSE PENDING-FILE
               DISPLAY "No outbound payments pending - outward file "
                   "not produced."
               STOP RUN
           END-IF.

      *    登记册首次使用时建空档
           OPEN I-O REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = '00'
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
               IF WS-REGISTER-STATUS NOT = '00'
                   DISPLAY "Error opening outbound payment register. "
                       "File Status: " WS-REGISTER-STATUS
                   STOP RUN
               END-IF
           END-IF.
           PERFORM FIND-LAST-SEQUENCE.

           OPEN OUTPUT OUTWARD-FILE.
           IF WS-OUTWARD-STATUS NOT = '00'
               DISPLAY "Error opening outward clearing file. "
                   "File Status: " WS-OUTWARD-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-OUTWARD-HEADER.

           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               PERFORM SEND-ONE-PAYMENT
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF
               END-READ
           END-PERFORM.

           PERFORM WRITE-OUTWARD-TRAILER.
           CLOSE PENDING-FILE REGISTER-FILE OUTWARD-FILE.
           PERFORM WRITE-TRANSMIT-MANIFEST.

      *    全部登记发送后清空待发档，次日过账重新累积
           OPEN OUTPUT PENDING-FILE.
           CLOSE PENDING-FILE.

           DISPLAY "===== OUTBOUND PAYMENT FILE SUMMARY =====".
           DISPLAY "Payments sent  : " WS-PAYMENTS-SENT.
           DISPLAY "Amount total   : " WS-PAYMENTS-TOTAL.
           DISPLAY "Last reference : " WS-NEXT-REFERENCE.
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
           DISPLAY "Outbound payment file for " WS-EFFECTIVE-DATE.

       FIND-LAST-SEQUENCE.
      *> 同日重跑时从登记册上当日最大参考号续编，参考号永不重复
           MOVE WS-EFFECTIVE-DATE TO WS-REF-DATE.
           MOVE 0 TO WS-REF-SEQUENCE.
           MOVE WS-NEXT-REFERENCE TO OBP-REFERENCE.
           START REGISTER-FILE
               KEY IS NOT LESS THAN OBP-REFERENCE
               INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-EOF
           END-START.
           PERFORM UNTIL WS-REGISTER-EOF = 'Y'
               READ REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       MOVE OBP-REFERENCE TO WS-LAST-REFERENCE
                       IF WS-LAST-REF-DATE NOT = WS-EFFECTIVE-DATE
                           MOVE 'Y' TO WS-REGISTER-EOF
                       ELSE
                           MOVE WS-LAST-REF-SEQUENCE
                               TO WS-REF-SEQUENCE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-OUTWARD-HEADER.
           ACCEPT WS-MANIFEST-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MANIFEST-TIME FROM TIME.
           MOVE SPACES TO OUTWARD-RECORD.
           MOVE '0' TO OUH-RECORD-TYPE.
           MOVE WS-OUR-BANK-CODE TO OUH-SENDER-BANK.
           MOVE WS-EFFECTIVE-DATE TO OUH-FILE-DATE.
           MOVE WS-MANIFEST-DATE TO OUH-GEN-DATE.
           MOVE WS-MANIFEST-TIME TO OUH-GEN-TIME.
           WRITE OUTWARD-RECORD.

       SEND-ONE-PAYMENT.
      *> 赋参考号、登记、写出站明细；登记册写不进（参考号重复）
      *> 说明登记册与序号控制不一致，停批查明，不能发出无法
      *> 追回的汇出
           IF WS-REF-SEQUENCE >= 9999
               DISPLAY "*** Outbound reference sequence exhausted for "
                   WS-EFFECTIVE-DATE " - run stopped ***"
               STOP RUN
           END-IF.
           ADD 1 TO WS-REF-SEQUENCE.
           MOVE PENDING-RECORD TO REGISTER-RECORD.
           MOVE WS-NEXT-REFERENCE TO OBP-REFERENCE.
           MOVE WS-EFFECTIVE-DATE TO OBP-SEND-DATE.
           MOVE 'S' TO OBP-STATUS.
           MOVE 0 TO OBP-REJECT-DATE.
           MOVE SPACES TO OBP-REJECT-REASON.
           WRITE REGISTER-RECORD
               INVALID KEY
                   DISPLAY "*** Duplicate outbound reference "
                       OBP-REFERENCE " - run stopped ***"
                   STOP RUN
           END-WRITE.
           MOVE SPACES TO OUTWARD-RECORD.
           MOVE '1' TO OUT-RECORD-TYPE.
           MOVE OBP-BENE-BANK-CODE TO OUT-BENE-BANK.
           MOVE OBP-BENE-ACCOUNT TO OUT-BENE-ACCOUNT.
           MOVE OBP-BENE-NAME TO OUT-BENE-NAME.
           MOVE OBP-ACCOUNT-ID TO OUT-ORIG-ACCOUNT.
           MOVE 'C' TO OUT-DC-FLAG.
           MOVE OBP-AMOUNT TO OUT-AMOUNT.
           MOVE WS-EFFECTIVE-DATE TO OUT-VALUE-DATE.
           MOVE OBP-REFERENCE TO OUT-REFERENCE.
           WRITE OUTWARD-RECORD.
           ADD 1 TO WS-PAYMENTS-SENT.
           ADD OBP-AMOUNT TO WS-PAYMENTS-TOTAL.

       WRITE-OUTWARD-TRAILER.
           MOVE SPACES TO OUTWARD-RECORD.
           MOVE '9' TO OUT-TRL-RECORD-TYPE.
           MOVE WS-PAYMENTS-SENT TO OUT-TRL-COUNT.
           MOVE WS-PAYMENTS-TOTAL TO OUT-TRL-AMOUNT.
           WRITE OUTWARD-RECORD.

       WRITE-TRANSMIT-MANIFEST.
      *> 清单记录数/金额散列取明细口径，文件头尾不计
           OPEN EXTEND MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT MANIFEST-FILE
           END-IF.
           MOVE 'CLEARING_OUTWARD.DAT' TO MAN-FILE-NAME.
           MOVE WS-EFFECTIVE-DATE TO MAN-BUSINESS-DATE.
           MOVE WS-PAYMENTS-SENT TO MAN-RECORD-COUNT.
           MOVE WS-PAYMENTS-TOTAL TO MAN-AMOUNT-TOTAL.
           MOVE WS-MANIFEST-DATE TO MAN-GEN-DATE.
           MOVE WS-MANIFEST-TIME TO MAN-GEN-TIME.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.

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
