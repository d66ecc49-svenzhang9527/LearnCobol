       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. StaffAccountLink.  *> 员工持有账户关联档的每晚重建

      *> 员工自办业务防控：柜员不得经手本人（含联名）账户的记账
      *> 和维护。本作业每晚全量重建 STAFF_ACCOUNTS.DAT：
      *>   1. 载入员工主档（EMPLOYEE-QUERY 同步的 EMPLOYEE_MASTER.DAT，
      *>      柜员号 = EMP-ID 前8位），未登记证件的员工无从关联，
      *>      计数列示交 HR 补录；
      *>   2. 扫描客户主档，证件类型+号码与员工一致的客户记录即员工
      *>      本人（重复建档的多条客户记录全部算上）；
      *>   3. 扫描账户主文件，开户人是员工本人的账户记 'O'；
      *>   4. 扫描持有人交叉引用档，员工作为主/联名/共签持有人登记
      *>      的账户按登记角色记入。
      *> 同一账户同一员工已经以开户人记入的，交叉引用不重复记入。
      *> 联机 ACCTCAPT/ACCTMNT 据此拒绝，StaffActivityReport 据此
      *> 列示员工账户的当日经手

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE_MASTER.DAT"  *> 主机侧员工主档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER_MASTER.DAT"  *> 客户信息主档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT MASTER-FILE ASSIGN TO "ACCOUNT_INPUT.DAT"  *> 账户主文件
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT XREF-FILE ASSIGN TO "ACCT_CUST_XREF.DAT"  *> 持有人交叉引用档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT STAFF-ACCOUNT-FILE ASSIGN TO "STAFF_ACCOUNTS.DAT"  *> 员工持有账户关联档，全量重建
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SFA-KEY
               FILE STATUS IS WS-STAFF-STATUS.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.  *> 与 EMPLOYEE-SALARY-RPT 同一份员工主档布局
       01  EMPLOYEE-FILE-RECORD.
           05 EMP-ID               PIC X(10).
           05 EMP-NAME             PIC X(20).
           05 EMP-SALARY           PIC X(10).
           05 EMP-HIRE-DATE        PIC X(10).
           05 EMP-ID-DOC-TYPE      PIC X(2).  *> 证件类型，与客户主档同口径
           05 EMP-ID-DOC-NUMBER    PIC X(18).  *> 证件号码，员工-客户关联用

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  MASTER-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  XREF-FILE.
       01  XREF-RECORD.
           COPY CUSTXREF.

       FD  STAFF-ACCOUNT-FILE.
       01  STAFF-ACCOUNT-RECORD.
           COPY STAFFACC.

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS           PIC XX VALUE '00'.
       01  WS-CUST-STATUS          PIC XX VALUE '00'.
       01  WS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-XREF-STATUS          PIC XX VALUE '00'.
       01  WS-STAFF-STATUS         PIC XX VALUE '00'.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 重建的业务日期
       01  WS-EOF                  PIC X VALUE 'N'.

      *> 员工表：有证件登记的员工
       01  STAFF-TABLE.
           05 STAFF-ENTRY OCCURS 2000 TIMES.
               10 STF-EMPLOYEE-ID   PIC X(10).
               10 STF-TELLER-ID     PIC X(8).
               10 STF-EMPLOYEE-NAME PIC X(20).
               10 STF-ID-DOC-TYPE   PIC X(2).
               10 STF-ID-DOC-NUMBER PIC X(18).
               10 STF-MATCHED       PIC X.  *> 'Y'=已对上客户记录
       01  WS-STAFF-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-STAFF-INDEX           PIC 9(4) COMP VALUE 0.

      *> 员工-客户对照表：员工本人的客户记录（重复建档可多条）
       01  STAFF-CUSTOMER-TABLE.
           05 STAFF-CUSTOMER-ENTRY OCCURS 4000 TIMES.
               10 SCT-STAFF-INDEX   PIC 9(4) COMP.
               10 SCT-CUSTOMER-ID   PIC 9(6).
       01  WS-SCT-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-SCT-INDEX             PIC 9(4) COMP VALUE 0.
       01  WS-SCT-FULL-WARNED       PIC X VALUE 'N'.  *> 'Y'=表满告警已出过

       01  WS-LINK-ROLE             PIC X VALUE SPACE.  *> 本次记入的持有角色
       01  WS-LINK-CUSTOMER-ID      PIC 9(6) VALUE 0.  *> 本次比对的持有人客户号
       01  WS-LINK-ACCOUNT-ID       PIC 9(8) VALUE 0.  *> 本次比对的账户

       01  WS-EMP-READ              PIC 9(5) VALUE 0.  *> 读入员工数
       01  WS-EMP-NO-DOC            PIC 9(5) VALUE 0.  *> 未登记证件的员工数
       01  WS-EMP-NOT-CUSTOMER      PIC 9(5) VALUE 0.  *> 证件对不上客户记录的员工数
       01  WS-OWNER-LINKS           PIC 9(7) VALUE 0.  *> 开户人关联数
       01  WS-XREF-LINKS            PIC 9(7) VALUE 0.  *> 交叉引用关联数
       01  WS-DUP-LINKS             PIC 9(7) VALUE 0.  *> 已以开户人记入、未重复记入的

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-STAFF-TABLE.
           PERFORM MATCH-STAFF-CUSTOMERS.

           OPEN OUTPUT STAFF-ACCOUNT-FILE.
           IF WS-STAFF-STATUS NOT = '00'
               DISPLAY "Error opening staff account link file. "
                   "File Status: " WS-STAFF-STATUS
               STOP RUN
           END-IF.
           PERFORM LINK-OWNED-ACCOUNTS.
           PERFORM LINK-XREF-HOLDINGS.
           CLOSE STAFF-ACCOUNT-FILE.

           PERFORM VARYING WS-STAFF-INDEX FROM 1 BY 1
                   UNTIL WS-STAFF-INDEX > WS-STAFF-COUNT
               IF STF-MATCHED(WS-STAFF-INDEX) NOT = 'Y'
                   ADD 1 TO WS-EMP-NOT-CUSTOMER
               END-IF
           END-PERFORM.

           DISPLAY "===== STAFF ACCOUNT LINK SUMMARY =====".
           DISPLAY "Business date: " WS-BUSINESS-DATE.
           DISPLAY "Employees read: " WS-EMP-READ
               " without ID document: " WS-EMP-NO-DOC.
           DISPLAY "Employees with no customer record: "
               WS-EMP-NOT-CUSTOMER.
           DISPLAY "Staff customer records: " WS-SCT-COUNT.
           DISPLAY "Accounts linked as owner: " WS-OWNER-LINKS
               " as xref holder: " WS-XREF-LINKS.
           DISPLAY "Xref holdings already linked as owner: "
               WS-DUP-LINKS.
           STOP RUN.

       READ-BUSINESS-DATE.
      *> 重建日期：中央业务日期控制档在则以其为准，控制档未建
      *> （转换期）按运行日
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       LOAD-STAFF-TABLE.
      *> 员工主档缺失时不能重建：保留旧关联档，联机照旧拦截
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "Error opening employee master. "
                   "File Status: " WS-EMP-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPLOYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-EMP-READ
                       PERFORM TAKE-ONE-EMPLOYEE
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

       TAKE-ONE-EMPLOYEE.
           IF EMP-ID-DOC-TYPE = SPACES OR EMP-ID-DOC-NUMBER = SPACES
               ADD 1 TO WS-EMP-NO-DOC
               DISPLAY "Employee without ID document: " EMP-ID
                   " " EMP-NAME
           ELSE
               IF WS-STAFF-COUNT < 2000
                   ADD 1 TO WS-STAFF-COUNT
                   MOVE EMP-ID TO STF-EMPLOYEE-ID(WS-STAFF-COUNT)
                   MOVE EMP-ID(1:8) TO STF-TELLER-ID(WS-STAFF-COUNT)
                   MOVE EMP-NAME TO STF-EMPLOYEE-NAME(WS-STAFF-COUNT)
                   MOVE EMP-ID-DOC-TYPE
                       TO STF-ID-DOC-TYPE(WS-STAFF-COUNT)
                   MOVE EMP-ID-DOC-NUMBER
                       TO STF-ID-DOC-NUMBER(WS-STAFF-COUNT)
                   MOVE 'N' TO STF-MATCHED(WS-STAFF-COUNT)
               ELSE
                   DISPLAY "Staff table full - employee not linked: "
                       EMP-ID
               END-IF
           END-IF.

       MATCH-STAFF-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY "Error opening customer master. "
                   "File Status: " WS-CUST-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CM-ID-DOC-NUMBER NOT = SPACES
                           PERFORM MATCH-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.

       MATCH-ONE-CUSTOMER.
           PERFORM VARYING WS-STAFF-INDEX FROM 1 BY 1
                   UNTIL WS-STAFF-INDEX > WS-STAFF-COUNT
               IF STF-ID-DOC-TYPE(WS-STAFF-INDEX) = CM-ID-DOC-TYPE
                  AND STF-ID-DOC-NUMBER(WS-STAFF-INDEX)
                      = CM-ID-DOC-NUMBER
                   PERFORM ADD-STAFF-CUSTOMER
               END-IF
           END-PERFORM.

       ADD-STAFF-CUSTOMER.
           IF WS-SCT-COUNT < 4000
               ADD 1 TO WS-SCT-COUNT
               MOVE WS-STAFF-INDEX TO SCT-STAFF-INDEX(WS-SCT-COUNT)
               MOVE CM-CUSTOMER-ID TO SCT-CUSTOMER-ID(WS-SCT-COUNT)
               MOVE 'Y' TO STF-MATCHED(WS-STAFF-INDEX)
           ELSE
               IF WS-SCT-FULL-WARNED = 'N'
                   DISPLAY "Staff customer table full - further "
                       "matches not linked"
                   MOVE 'Y' TO WS-SCT-FULL-WARNED
               END-IF
           END-IF.

       LINK-OWNED-ACCOUNTS.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Error opening account master. "
                   "File Status: " WS-MASTER-STATUS
               CLOSE STAFF-ACCOUNT-FILE
               STOP RUN
           END-IF.
           MOVE 'O' TO WS-LINK-ROLE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUSTOMER-ID NOT = 0
                           MOVE ACCOUNT-ID TO WS-LINK-ACCOUNT-ID
                           MOVE CUSTOMER-ID TO WS-LINK-CUSTOMER-ID
                           PERFORM LINK-ONE-HOLDING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.

       LINK-XREF-HOLDINGS.
      *> 交叉引用档未建（尚无联名登记）时只有开户人关联
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY "Holder cross-reference not available - "
                   "owner links only."
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ XREF-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE XRF-ROLE-CODE TO WS-LINK-ROLE
                           MOVE XRF-ACCOUNT-ID TO WS-LINK-ACCOUNT-ID
                           MOVE XRF-CUSTOMER-ID TO WS-LINK-CUSTOMER-ID
                           PERFORM LINK-ONE-HOLDING
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

       LINK-ONE-HOLDING.
      *    持有人是员工本人的客户记录即记入该员工的关联
           PERFORM VARYING WS-SCT-INDEX FROM 1 BY 1
                   UNTIL WS-SCT-INDEX > WS-SCT-COUNT
               IF SCT-CUSTOMER-ID(WS-SCT-INDEX) = WS-LINK-CUSTOMER-ID
                   MOVE SCT-STAFF-INDEX(WS-SCT-INDEX)
                       TO WS-STAFF-INDEX
                   PERFORM WRITE-STAFF-LINK
               END-IF
           END-PERFORM.

       WRITE-STAFF-LINK.
           MOVE WS-LINK-ACCOUNT-ID TO SFA-ACCOUNT-ID.
           MOVE STF-TELLER-ID(WS-STAFF-INDEX) TO SFA-TELLER-ID.
           MOVE STF-EMPLOYEE-ID(WS-STAFF-INDEX) TO SFA-EMPLOYEE-ID.
           MOVE WS-LINK-CUSTOMER-ID TO SFA-CUSTOMER-ID.
           MOVE WS-LINK-ROLE TO SFA-HOLDER-ROLE.
           MOVE STF-EMPLOYEE-NAME(WS-STAFF-INDEX) TO SFA-EMPLOYEE-NAME.
           MOVE WS-BUSINESS-DATE TO SFA-BUILD-DATE.
           WRITE STAFF-ACCOUNT-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-LINKS
               NOT INVALID KEY
                   IF WS-LINK-ROLE = 'O'
                       ADD 1 TO WS-OWNER-LINKS
                   ELSE
                       ADD 1 TO WS-XREF-LINKS
                   END-IF
           END-WRITE.
