      *>      INTACC 贷方/借方识别）——DAILY 运行的计提分录对审计
      *>      明细里本来就没有利息，不冲掉会天天误报不平；
      *>   3. FEERCV 借方 / FEEINC 贷方必须等于审计明细的费用合计；
      *>   4. INTPAY 借方 / WHTPAY 贷方必须等于审计明细的代扣税合计；
      *>   5. 带成本中心（网点+产品）的分录逐成本中心借贷相等——
      *>      分录对是逐成本中心出的，某成本中心不平说明分段错了，
      *>      网点利润表会跟着错。以上合计口径跨全部成本中心。
      *> SIZE ERROR 截断或半截运行造成的不平在这里拦住，而不是
      *> 月结时才由财务发现。校验结论写成平衡证书文件
      *> （GL_BALANCE_CERT.DAT），上传规程凭 PASS 证书放行
           05 GL-DEBIT-CREDIT       PIC X(2).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-DESCRIPTION        PIC X(30).
           05 GL-COST-CENTRE        PIC X(6).  *> 成本中心：网点+产品，空白=未分摊

       FD  AUDIT-FILE.  *> 与 BatchAccountProcessor 共用同一份审计记录布局
       01  AUDIT-RECORD.
       01  WS-DATE-INDEX           PIC 9(3) COMP VALUE 0.
       01  WS-DATE-SLOT            PIC 9(3) COMP VALUE 0.

      *> 按成本中心的借贷合计表（空白成本中心不入表）
       01  COST-CENTRE-TABLE.
           05 COST-CENTRE-ENTRY OCCURS 500 TIMES.
               10 CCB-COST-CENTRE   PIC X(6).
               10 CCB-DR-TOTAL      PIC S9(11)V99 COMP-3.
               10 CCB-CR-TOTAL      PIC S9(11)V99 COMP-3.
       01  WS-CC-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-CC-INDEX             PIC 9(3) COMP VALUE 0.
       01  WS-CC-SLOT              PIC 9(3) COMP VALUE 0.
       01  WS-CC-UNBALANCED        PIC 9(3) VALUE 0.  *> 借贷不等的成本中心数

      *> 科目方向合计：与审计明细对数的口径
       01  WS-INTEXP-DR            PIC S9(11)V99 VALUE 0.
       01  WS-INTEXP-CR            PIC S9(11)V99 VALUE 0.
           05 CDL-CR                PIC -(11)9.99.
           05 FILLER                PIC X(2) VALUE ' '.
           05 CDL-VERDICT           PIC X(4).
       01  CERT-CC-LINE.
           05 FILLER                PIC X(12) VALUE 'COST CENTRE '.
           05 CCL-COST-CENTRE       PIC X(6).
           05 FILLER                PIC X(4) VALUE ' DR '.
           05 CCL-DR                PIC -(11)9.99.
           05 FILLER                PIC X(4) VALUE ' CR '.
           05 CCL-CR                PIC -(11)9.99.
           05 FILLER                PIC X(2) VALUE ' '.
           05 CCL-VERDICT           PIC X(4).

       PROCEDURE DIVISION.

           WRITE CERT-LINE.

           PERFORM CHECK-DATE-BALANCES.
           PERFORM CHECK-COST-CENTRE-BALANCES.
           PERFORM CHECK-AUDIT-TIEOUTS.
           PERFORM CHECK-CODE-REJECTS.
           PERFORM WRITE-CERT-VERDICT.
           DISPLAY "GL records   : " WS-GL-RECORDS.
           DISPLAY "Audit records: " WS-AUDIT-RECORDS.
           DISPLAY "Code rejects : " WS-CODE-REJECTS.
           DISPLAY "Cost centres : " WS-CC-COUNT
               " (unbalanced " WS-CC-UNBALANCED ")".
           DISPLAY "Checks failed: " WS-FAIL-COUNT.
           IF WS-FAIL-COUNT = 0
               DISPLAY "CERTIFICATE: PASS - feed may be uploaded."
           ELSE
               ADD GL-AMOUNT TO JDT-CR-TOTAL(WS-DATE-SLOT)
           END-IF.
           IF GL-COST-CENTRE NOT = SPACES
               PERFORM FIND-COST-CENTRE-SLOT
               IF GL-DEBIT-CREDIT = 'DR'
                   ADD GL-AMOUNT TO CCB-DR-TOTAL(WS-CC-SLOT)
               ELSE
                   ADD GL-AMOUNT TO CCB-CR-TOTAL(WS-CC-SLOT)
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN GL-ACCOUNT-CODE = 'INTEXP' AND
                       GL-DEBIT-CREDIT = 'DR'
               MOVE 0 TO JDT-CR-TOTAL(WS-DATE-SLOT)
           END-IF.

       FIND-COST-CENTRE-SLOT.
           MOVE 0 TO WS-CC-SLOT.
           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
                   OR WS-CC-SLOT > 0
               IF CCB-COST-CENTRE(WS-CC-INDEX) = GL-COST-CENTRE
                   MOVE WS-CC-INDEX TO WS-CC-SLOT
               END-IF
           END-PERFORM.
           IF WS-CC-SLOT = 0
               IF WS-CC-COUNT >= 500
                   DISPLAY "*** Cost centre table full at 500 - "
                       "run stopped ***"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CC-COUNT
               MOVE WS-CC-COUNT TO WS-CC-SLOT
               MOVE GL-COST-CENTRE TO CCB-COST-CENTRE(WS-CC-SLOT)
               MOVE 0 TO CCB-DR-TOTAL(WS-CC-SLOT)
               MOVE 0 TO CCB-CR-TOTAL(WS-CC-SLOT)
           END-IF.

       CHECK-DATE-BALANCES.
      *> 逐个分录日期证明借贷相等，证书逐日留一行
           PERFORM VARYING WS-DATE-INDEX FROM 1 BY 1
               WRITE CERT-LINE
           END-PERFORM.

       CHECK-COST-CENTRE-BALANCES.
      *> 逐成本中心证明借贷相等；成本中心多，证书只列不平的，
      *> 再以一行汇总判定（期望不平数为零）
           MOVE 0 TO WS-CC-UNBALANCED.
           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
               IF CCB-DR-TOTAL(WS-CC-INDEX) NOT =
                       CCB-CR-TOTAL(WS-CC-INDEX)
                   ADD 1 TO WS-CC-UNBALANCED
                   MOVE CCB-COST-CENTRE(WS-CC-INDEX) TO CCL-COST-CENTRE
                   MOVE CCB-DR-TOTAL(WS-CC-INDEX) TO CCL-DR
                   MOVE CCB-CR-TOTAL(WS-CC-INDEX) TO CCL-CR
                   MOVE 'FAIL' TO CCL-VERDICT
                   MOVE CERT-CC-LINE TO CERT-LINE
                   WRITE CERT-LINE
               END-IF
           END-PERFORM.
           MOVE 'COST CENTRE IMBALANCES' TO CD-LABEL.
           MOVE 0 TO WS-TIEOUT-EXPECTED.
           MOVE WS-CC-UNBALANCED TO WS-TIEOUT-ACTUAL.
           PERFORM JUDGE-CERT-LINE.

       CHECK-AUDIT-TIEOUTS.
      *> 接口科目合计对审计明细合计逐项对数。利息支出先冲掉应计
      *> 计提腿（= INTACC 贷方）和冲销腿（= INTEXP 贷方，其对手
