           05 REG-FIRST-SEEN-DATE   PIC 9(8).
           05 REG-REMIT-DATE        PIC 9(8).
           05 REG-CLAIM-STATUS      PIC X.  *> 'R'=已上缴 'C'=原主已认领
           05 REG-CUSTOMER-ID       PIC X(6).  *> 上缴时所属客户号，原样带过（旧记录为空白）

       FD  REGISTER-NEW-FILE.
       01  REGISTER-NEW-RECORD.
           05 RGN-FIRST-SEEN-DATE   PIC 9(8).
           05 RGN-REMIT-DATE        PIC 9(8).
           05 RGN-CLAIM-STATUS      PIC X.
           05 RGN-CUSTOMER-ID       PIC X(6).

       FD  ESCHEAT-PARM-FILE.
       01  ESCHEAT-PARM-RECORD.
               10 RT-FIRST-SEEN     PIC 9(8).
               10 RT-REMIT-DATE     PIC 9(8).
               10 RT-CLAIM-STATUS   PIC X.
               10 RT-CUSTOMER-ID    PIC X(6).
       01  WS-REGISTER-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-REGISTER-INDEX       PIC 9(4) COMP VALUE 0.
       01  WS-REGISTER-HIT         PIC 9(4) COMP VALUE 0.  *> 命中的登记册表项下标，0=未命中
                           RT-REMIT-DATE(WS-REGISTER-COUNT)
                       MOVE REG-CLAIM-STATUS TO
                           RT-CLAIM-STATUS(WS-REGISTER-COUNT)
                       MOVE REG-CUSTOMER-ID TO
                           RT-CUSTOMER-ID(WS-REGISTER-COUNT)
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.
                   TO RGN-REMIT-DATE
               MOVE RT-CLAIM-STATUS(WS-REGISTER-INDEX)
                   TO RGN-CLAIM-STATUS
               MOVE RT-CUSTOMER-ID(WS-REGISTER-INDEX)
                   TO RGN-CUSTOMER-ID
               WRITE REGISTER-NEW-RECORD
           END-PERFORM.
           CLOSE REGISTER-NEW-FILE.
