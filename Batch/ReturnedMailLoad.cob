       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. ReturnedMailLoad.  *> 退信登记：客户主档置退信邮寄标志

      *> 退信登记：邮局退回的对账单、税务申报单、通知函由网点
      *> 按退件录入 RETURNED_MAIL.TXT，本作业在客户主档上置邮寄
      *> 标志 'R'。此后客户面函件一律转网点留存档，不再往同一个
      *> 坏地址寄；网点核实新地址后经 CustomerMasterLoad 更正，
      *> 标志随即解除、留存函件补寄。
      *> 退件上只有账户号的（客户号填0）按账户主档开户人找客户。
      *> 客户已申请留存（'H'）的改置 'R'：地址本身有问题优先。
      *> 套用结构沿用 HoldFileMaint

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

           SELECT RETURN-INPUT-FILE ASSIGN TO "RETURNED_MAIL.TXT"  *> 网点录入的退件
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件，按账户找开户人
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

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

       FD  RETURN-INPUT-FILE.
       01  RETURN-INPUT-RECORD.
           05 RMI-CUSTOMER-ID       PIC 9(6).  *> 收件客户号，0=按账户找
           05 RMI-ACCOUNT-ID        PIC 9(8).  *> 函件所属账户，客户号为0时必填
           05 RMI-DOC-TYPE          PIC X(2).  *> 退回的函件类型 ST/TX/DN/WL 等
           05 RMI-RETURN-DATE       PIC 9(8).  *> 退件日期，空白/0=按业务日期
           05 RMI-RETURN-REASON     PIC X(2).  *> 邮局退件原因，如 NK=查无此人 MV=迁移

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTMAST.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-INPUT-STATUS         PIC XX VALUE '00'.
       01  WS-CUST-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-MASTER-OPEN          PIC X VALUE 'N'.
       01  WS-INPUT-EOF            PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-RETURN-CUSTOMER      PIC 9(6) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.  *> 新置退信标志的客户数
       01  WS-ALREADY-FLAGGED      PIC 9(5) VALUE 0.  *> 原已是退信的退件数
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.  *> 无法登记的退件数

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT RETURN-INPUT-FILE.
           IF WS-INPUT-STATUS NOT = '00'
               DISPLAY "RETURNED_MAIL.TXT not available - nothing to "
                   "register."
               STOP RUN
           END-IF.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY "Error opening customer master. File Status: "
                   WS-CUST-FILE-STATUS
               STOP RUN
           END-IF.
      *    主档开不出来只影响只带账户号的退件
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF.

           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ RETURN-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-RETURN
               END-READ
           END-PERFORM.

           IF WS-MASTER-OPEN = 'Y'
               CLOSE MASTER-FILE
           END-IF.
           CLOSE RETURN-INPUT-FILE CUSTOMER-MASTER-FILE.
           DISPLAY "===== RETURNED MAIL REGISTRATION SUMMARY =====".
           DISPLAY "Customers flagged : " WS-APPLIED-COUNT.
           DISPLAY "Already flagged   : " WS-ALREADY-FLAGGED.
           DISPLAY "Errors            : " WS-ERROR-COUNT.
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

       APPLY-ONE-RETURN.
           MOVE RMI-CUSTOMER-ID TO WS-RETURN-CUSTOMER.
           IF WS-RETURN-CUSTOMER = 0
               IF WS-MASTER-OPEN NOT = 'Y' OR RMI-ACCOUNT-ID = 0
                   DISPLAY "Returned mail without customer rejected, "
                       "account " RMI-ACCOUNT-ID
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE RMI-ACCOUNT-ID TO ACCOUNT-ID
               READ MASTER-FILE
                   INVALID KEY
                       DISPLAY "Returned mail rejected, account not "
                           "on master: " RMI-ACCOUNT-ID
                       ADD 1 TO WS-ERROR-COUNT
                       EXIT PARAGRAPH
               END-READ
               MOVE CUSTOMER-ID TO WS-RETURN-CUSTOMER
               IF WS-RETURN-CUSTOMER = 0
                   DISPLAY "Returned mail rejected, account has no "
                       "customer: " RMI-ACCOUNT-ID
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-RETURN-CUSTOMER TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Returned mail rejected, customer not "
                       "found: " WS-RETURN-CUSTOMER
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-READ.
           IF CM-MAIL-FLAG = 'R'
               ADD 1 TO WS-ALREADY-FLAGGED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO CM-MAIL-FLAG.
           IF RMI-RETURN-DATE NUMERIC AND RMI-RETURN-DATE > 0
               MOVE RMI-RETURN-DATE TO CM-MAIL-FLAG-DATE
           ELSE
               MOVE WS-EFFECTIVE-DATE TO CM-MAIL-FLAG-DATE
           END-IF.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Customer rewrite failed: " CM-CUSTOMER-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   DISPLAY "Customer " CM-CUSTOMER-ID
                       " flagged returned mail (" RMI-DOC-TYPE " "
                       RMI-RETURN-REASON ")"
           END-REWRITE.

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
