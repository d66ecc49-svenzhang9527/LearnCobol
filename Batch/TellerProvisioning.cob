           05 EMP-NAME             PIC X(20).
           05 EMP-SALARY           PIC X(10).
           05 EMP-HIRE-DATE        PIC X(10).
           05 EMP-ID-DOC-TYPE      PIC X(2).  *> 证件类型，与客户主档同口径
           05 EMP-ID-DOC-NUMBER    PIC X(18).  *> 证件号码，员工-客户关联用

       FD  USER-MASTER-FILE.
       01  USER-RECORD.
           05 UM-TXN-LIMIT          PIC 9(7)V99.
           05 UM-DAILY-LIMIT        PIC 9(9)V99.
           05 UM-PWD-EXPIRED        PIC X.
           05 UM-ROLE-CODE          PIC X(4).
           05 UM-MANAGER-ID         PIC X(8).

       FD  PROV-REPORT-FILE.
       01  PROV-REPORT-RECORD.
                   MOVE USR-TXN-LIMIT TO UM-TXN-LIMIT
                   MOVE USR-DAILY-LIMIT TO UM-DAILY-LIMIT
                   MOVE SPACE TO UM-PWD-EXPIRED
                   MOVE USR-ROLE-CODE TO UM-ROLE-CODE
                   MOVE USR-MANAGER-ID TO UM-MANAGER-ID
                   WRITE USER-MAINT-RECORD
                   MOVE 'LEAV' TO PRV-ACTION-CODE
                   MOVE USR-TELLER-ID TO PRV-TELLER-ID
                   MOVE 0 TO UM-TXN-LIMIT
                   MOVE 0 TO UM-DAILY-LIMIT
                   MOVE 'Y' TO UM-PWD-EXPIRED
      *            角色与主管由安全岗按岗位另行维护
                   MOVE SPACES TO UM-ROLE-CODE
                   MOVE SPACES TO UM-MANAGER-ID
                   WRITE USER-MAINT-RECORD
                   MOVE 'JOIN' TO PRV-ACTION-CODE
                   MOVE ET-TELLER-ID(WS-EMP-INDEX) TO PRV-TELLER-ID
