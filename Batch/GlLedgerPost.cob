      *> 按科目的试算平衡表（本期与本年累计两组栏位），运维要查
      *> "这个月我们往 INTPAY 过了多少"不用再打电话问财务。
      *> 参数 RESET='Y' 表示开新账期：先清零全部科目的本期栏
      *> 再过本日分录（月初第一跑由运维置 Y）。
      *> 带成本中心（网点+产品）的分录另过一份成本中心台账
      *> （GL_CC_LEDGER.DAT，科目+成本中心为主键，栏位同上），
      *> GlStatementReport 据此出网点利润表；空白成本中心的分录
      *> （结账分录等全行口径分录）只进科目台账

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS GLL-ACCOUNT-CODE
               FILE STATUS IS WS-LEDGER-STATUS.

      *>   按科目+成本中心累计的成本中心台账
           SELECT CC-LEDGER-FILE ASSIGN TO "GL_CC_LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLC-KEY
               FILE STATUS IS WS-CC-LEDGER-STATUS.

           SELECT LEDGER-PARM-FILE ASSIGN TO "GLLEDGER_PARM.DAT"  *> 账期控制参数
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).
           05 GL-COST-CENTRE        PIC X(6).  *> 成本中心：网点+产品，空白=未分摊

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 GLL-YTD-CR            PIC S9(13)V99 COMP-3.  *> 本年贷方累计
           05 GLL-LAST-POSTED       PIC 9(8).  *> 最后过账的分录日期

       FD  CC-LEDGER-FILE.
       01  CC-LEDGER-RECORD.
           05 GLC-KEY.
               10 GLC-ACCOUNT-CODE  PIC X(10).  *> 总账科目代码
               10 GLC-COST-CENTRE.  *> 成本中心
                   15 GLC-BRANCH-CODE  PIC X(4).  *> 网点号
                   15 GLC-PRODUCT-CODE PIC X(2).  *> 产品代码
           05 GLC-PERIOD-DR         PIC S9(13)V99 COMP-3.  *> 本期借方累计
           05 GLC-PERIOD-CR         PIC S9(13)V99 COMP-3.  *> 本期贷方累计
           05 GLC-YTD-DR            PIC S9(13)V99 COMP-3.  *> 本年借方累计
           05 GLC-YTD-CR            PIC S9(13)V99 COMP-3.  *> 本年贷方累计
           05 GLC-LAST-POSTED       PIC 9(8).  *> 最后过账的分录日期

       FD  LEDGER-PARM-FILE.
       01  LEDGER-PARM-RECORD.
           05 PARM-RESET-PERIOD     PIC X.  *> 'Y'=开新账期，先清零本期栏
       01  WS-TRIAL-STATUS         PIC XX VALUE '00'.
       01  WS-GL-EOF               PIC X VALUE 'N'.
       01  WS-LEDGER-EOF           PIC X VALUE 'N'.
       01  WS-CC-LEDGER-STATUS     PIC XX VALUE '00'.
       01  WS-CC-LEDGER-EOF        PIC X VALUE 'N'.
       01  WS-CC-POSTINGS          PIC 9(7) VALUE 0.  *> 过入成本中心台账的分录笔数
       01  WS-RESET-PERIOD         PIC X VALUE 'N'.  *> 'Y'=本次先开新账期
       01  WS-GL-RECORDS           PIC 9(7) VALUE 0.  *> 过入台账的分录笔数
       01  WS-LEDGER-ACCOUNTS      PIC 9(5) VALUE 0.  *> 台账科目数
           PERFORM OPEN-LEDGER-FILE.
           IF WS-RESET-PERIOD = 'Y'
               PERFORM RESET-PERIOD-COLUMNS
               PERFORM RESET-CC-PERIOD-COLUMNS
           END-IF.

      *    科目表可能尚未建立（转换期）；开不出来跳过科目校验
                       PERFORM VALIDATE-ENTRY-CODE
                       IF WS-CODE-OK = 'Y'
                           PERFORM POST-TO-LEDGER
                           IF GL-COST-CENTRE NOT = SPACES
                               PERFORM POST-TO-CC-LEDGER
                           END-IF
                           PERFORM NOTE-PENDING-PERIOD
                       END-IF
               END-READ

           PERFORM PRINT-TRIAL-BALANCE.

           CLOSE LEDGER-FILE CC-LEDGER-FILE.
           DISPLAY "===== GL LEDGER POST SUMMARY =====".
           DISPLAY "Entries posted : " WS-GL-RECORDS.
           DISPLAY "Cost-centred   : " WS-CC-POSTINGS.
           DISPLAY "Code rejects   : " WS-POST-REJECTS.
           DISPLAY "Ledger accounts: " WS-LEDGER-ACCOUNTS.
           IF WS-TOTAL-YTD-DR = WS-TOTAL-YTD-CR
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O CC-LEDGER-FILE.
           IF WS-CC-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT CC-LEDGER-FILE
               CLOSE CC-LEDGER-FILE
               OPEN I-O CC-LEDGER-FILE
               IF WS-CC-LEDGER-STATUS NOT = '00'
                   DISPLAY "Error opening cost-centre ledger. "
                       "File Status: " WS-CC-LEDGER-STATUS
                   STOP RUN
               END-IF
           END-IF.

       RESET-PERIOD-COLUMNS.
           MOVE SPACES TO GLL-ACCOUNT-CODE.
           END-PERFORM.
           MOVE 'N' TO WS-LEDGER-EOF.

       RESET-CC-PERIOD-COLUMNS.
      *> 成本中心台账与科目台账同步开新账期
           MOVE LOW-VALUES TO GLC-KEY.
           START CC-LEDGER-FILE
               KEY IS GREATER THAN OR EQUAL TO GLC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CC-LEDGER-EOF
           END-START.
           PERFORM UNTIL WS-CC-LEDGER-EOF = 'Y'
               READ CC-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CC-LEDGER-EOF
                   NOT AT END
                       MOVE 0 TO GLC-PERIOD-DR
                       MOVE 0 TO GLC-PERIOD-CR
                       REWRITE CC-LEDGER-RECORD
                           INVALID KEY
                               DISPLAY "*** Unable to reset period "
                                   "for " GLC-ACCOUNT-CODE " "
                                   GLC-COST-CENTRE
                       END-REWRITE
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-CC-LEDGER-EOF.

       VALIDATE-ENTRY-CODE.
      *> 科目代码对科目表校验：不存在/已停用的分录写异常文件、
      *> 不入台账，财务在坏分录进 GL_LEDGER.DAT 之前就看到
                   END-REWRITE
           END-READ.

       POST-TO-CC-LEDGER.
      *> 成本中心台账：科目+成本中心一条，首见即建
           MOVE GL-ACCOUNT-CODE TO GLC-ACCOUNT-CODE.
           MOVE GL-COST-CENTRE TO GLC-COST-CENTRE.
           READ CC-LEDGER-FILE
               INVALID KEY
                   MOVE GL-ACCOUNT-CODE TO GLC-ACCOUNT-CODE
                   MOVE GL-COST-CENTRE TO GLC-COST-CENTRE
                   MOVE 0 TO GLC-PERIOD-DR
                   MOVE 0 TO GLC-PERIOD-CR
                   MOVE 0 TO GLC-YTD-DR
                   MOVE 0 TO GLC-YTD-CR
                   PERFORM APPLY-ENTRY-TO-CC-LEDGER
                   WRITE CC-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "*** Unable to create cost-centre "
                               "ledger record for " GL-ACCOUNT-CODE
                               " " GL-COST-CENTRE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM APPLY-ENTRY-TO-CC-LEDGER
                   REWRITE CC-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "*** Unable to update cost-centre "
                               "ledger record for " GL-ACCOUNT-CODE
                               " " GL-COST-CENTRE
                   END-REWRITE
           END-READ.
           ADD 1 TO WS-CC-POSTINGS.

       APPLY-ENTRY-TO-CC-LEDGER.
           IF GL-DEBIT-CREDIT = 'DR'
               ADD GL-AMOUNT TO GLC-PERIOD-DR
               ADD GL-AMOUNT TO GLC-YTD-DR
           ELSE
               ADD GL-AMOUNT TO GLC-PERIOD-CR
               ADD GL-AMOUNT TO GLC-YTD-CR
           END-IF.
           MOVE GL-JE-DATE TO GLC-LAST-POSTED.

       APPLY-ENTRY-TO-LEDGER.
           IF GL-DEBIT-CREDIT = 'DR'
               ADD GL-AMOUNT TO GLL-PERIOD-DR
