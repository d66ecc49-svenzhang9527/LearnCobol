       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. AccessRecertReport.  *> 季度柜员权限复核报告

      *> 季度权限复核：每季末列出每个柜员用户的联机权限，交其
      *> 直属主管（USR-MANAGER-ID）逐人勾选保留/收回并签核，签
      *> 回的报告由安全岗据以走 UserMasterLoad / EntitlementLoad
      *> 维护。用户主档按主管、柜员号排序后分组打印，每人一行：
      *> 角色码、权限级别、状态、角色在角色功能授权档
      *> （ENTITLEMENT.DAT）里被授予的全部交易码/动作码。标记：
      *>   INACTIVE=用户已停用或锁定（仍列出，确认应否删除）；
      *>   NO ROLE =未分配角色，菜单照列全部选项、按权限级别把关；
      *>   NO ENTL =角色在授权档里一条授权也没有。
      *> 未登记主管的用户单列一组交安全岗复核；主管本人不在用户
      *> 主档或已停用的，组抬头注明。报告 ACCESS_RECERT.RPT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO "USER_MASTER.DAT"  *> 柜员用户主档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-TELLER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT ENTITLE-FILE ASSIGN TO "ENTITLEMENT.DAT"  *> 角色功能授权档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-KEY
               FILE STATUS IS WS-ENTITLE-STATUS.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RECERT-SORT-WORK ASSIGN TO "RECSWORK.TMP".  *> 按主管分组用临时排序文件

           SELECT RECERT-REPORT-FILE ASSIGN TO "ACCESS_RECERT.RPT"  *> 季度权限复核报告
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
       01  USER-RECORD.
           COPY USERREC.

       FD  ENTITLE-FILE.
       01  ENTITLEMENT-RECORD.
           COPY ENTITLE.

       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       SD  RECERT-SORT-WORK.
       01  RECERT-SORT-RECORD.
           05 RS-MANAGER-ID         PIC X(8).  *> 直属主管，空白=未登记
           05 RS-TELLER-ID          PIC X(8).
           05 RS-ROLE-CODE          PIC X(4).
           05 RS-AUTH-LEVEL         PIC 9.
           05 RS-STATUS             PIC X.

       FD  RECERT-REPORT-FILE.
       01  REPORT-LINE              PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-USER-STATUS          PIC XX VALUE '00'.
       01  WS-ENTITLE-STATUS       PIC XX VALUE '00'.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-USER-EOF             PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-ENTITLE-EOF          PIC X VALUE 'N'.
       01  WS-ENTITLE-OPEN         PIC X VALUE 'N'.  *> 'Y'=授权档可读

       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
           05 WS-BUS-YEAR           PIC 9(4).
           05 WS-BUS-MONTH          PIC 9(2).
           05 WS-BUS-DAY            PIC 9(2).
       01  WS-QUARTER              PIC 9 VALUE 0.

       01  WS-CURRENT-MANAGER      PIC X(8) VALUE SPACES.
       01  WS-FIRST-GROUP          PIC X VALUE 'Y'.
       01  WS-FUNC-POINTER         PIC 9(3) COMP VALUE 0.
       01  WS-FUNC-COUNT           PIC 9(3) VALUE 0.

       01  WS-USERS-LISTED         PIC 9(5) VALUE 0.  *> 列出的用户数
       01  WS-MANAGER-GROUPS       PIC 9(5) VALUE 0.  *> 主管分组数
       01  WS-NO-MANAGER-COUNT     PIC 9(5) VALUE 0.  *> 未登记主管的用户数
       01  WS-NO-ROLE-COUNT        PIC 9(5) VALUE 0.
       01  WS-NO-ENTL-COUNT        PIC 9(5) VALUE 0.
       01  WS-INACTIVE-COUNT       PIC 9(5) VALUE 0.

      *> 报告打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(32)
               VALUE 'ONLINE ACCESS RECERTIFICATION   '.
           05 FILLER                PIC X(8) VALUE 'QUARTER '.
           05 RH-QUARTER            PIC 9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 RH-YEAR               PIC 9(4).
           05 FILLER                PIC X(10) VALUE '   AS OF  '.
           05 RH-RUN-DATE           PIC 9(8).
       01  MANAGER-HEADER-LINE.
           05 FILLER                PIC X(9) VALUE 'MANAGER: '.
           05 MH-MANAGER-ID         PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 MH-MANAGER-NOTE       PIC X(50).
       01  DETAIL-COLUMN-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE 'TELLER'.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(4) VALUE 'ROLE'.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(3) VALUE 'LVL'.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(4) VALUE 'STAT'.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(80)
               VALUE 'ENTITLED FUNCTIONS'.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE 'FLAG'.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE 'DECISION'.
       01  RECERT-DETAIL-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RD-TELLER-ID          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RD-ROLE-CODE          PIC X(4).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 RD-AUTH-LEVEL         PIC 9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 RD-STATUS             PIC X.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 RD-FUNCTIONS          PIC X(80).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RD-FLAG               PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE '[ ]KEEP [ ]REVOKE'.
       01  LEVEL-RULE-TEXT.
           05 FILLER                PIC X(28)
               VALUE 'ALL MENU OPTIONS UNDER LEVEL'.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 LR-AUTH-LEVEL         PIC 9.
           05 FILLER                PIC X(6) VALUE ' RULES'.
       01  SIGN-OFF-LINE-1.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(44)
               VALUE 'I HAVE REVIEWED THE ACCESS LISTED ABOVE AND '.
           05 FILLER                PIC X(35)
               VALUE 'MARKED EACH USER TO KEEP OR REVOKE.'.
       01  SIGN-OFF-LINE-2.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(20)
               VALUE 'MANAGER SIGNATURE: '.
           05 FILLER                PIC X(24) VALUE ALL '_'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(6) VALUE 'DATE: '.
           05 FILLER                PIC X(12) VALUE ALL '_'.
       01  TOTALS-LINE.
           05 FILLER                PIC X(14) VALUE 'USERS LISTED: '.
           05 TL-USERS              PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  MANAGERS: '.
           05 TL-MANAGERS           PIC ZZ,ZZ9.
           05 FILLER                PIC X(14) VALUE '  NO MANAGER: '.
           05 TL-NO-MANAGER         PIC ZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE '  NO ROLE: '.
           05 TL-NO-ROLE            PIC ZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE '  NO ENTL: '.
           05 TL-NO-ENTL            PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  INACTIVE: '.
           05 TL-INACTIVE           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-QUARTER = (WS-BUS-MONTH + 2) / 3.
           OPEN INPUT USER-MASTER-FILE.
           IF WS-USER-STATUS NOT = '00'
               DISPLAY "USER_MASTER.DAT not available - nothing to "
                   "recertify. File Status: " WS-USER-STATUS
               STOP RUN
           END-IF.
      *    授权档未建（全员尚未分配角色）照样出报告，角色一律无授权
           OPEN INPUT ENTITLE-FILE.
           IF WS-ENTITLE-STATUS = '00'
               MOVE 'Y' TO WS-ENTITLE-OPEN
           ELSE
               DISPLAY "ENTITLEMENT.DAT not available - roles "
                   "reported without entitlements."
           END-IF.
           OPEN OUTPUT RECERT-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening recertification report. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE WS-QUARTER TO RH-QUARTER.
           MOVE WS-BUS-YEAR TO RH-YEAR.
           MOVE WS-BUSINESS-DATE TO RH-RUN-DATE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           SORT RECERT-SORT-WORK
               ON ASCENDING KEY RS-MANAGER-ID RS-TELLER-ID
               INPUT PROCEDURE IS RELEASE-USER-RECORDS
               OUTPUT PROCEDURE IS PRINT-MANAGER-GROUPS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-USERS-LISTED TO TL-USERS.
           MOVE WS-MANAGER-GROUPS TO TL-MANAGERS.
           MOVE WS-NO-MANAGER-COUNT TO TL-NO-MANAGER.
           MOVE WS-NO-ROLE-COUNT TO TL-NO-ROLE.
           MOVE WS-NO-ENTL-COUNT TO TL-NO-ENTL.
           MOVE WS-INACTIVE-COUNT TO TL-INACTIVE.
           MOVE TOTALS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE USER-MASTER-FILE RECERT-REPORT-FILE.
           IF WS-ENTITLE-OPEN = 'Y'
               CLOSE ENTITLE-FILE
           END-IF.
           DISPLAY "===== ACCESS RECERTIFICATION SUMMARY =====".
           DISPLAY "Quarter         : " WS-QUARTER " " WS-BUS-YEAR.
           DISPLAY "Users listed    : " WS-USERS-LISTED.
           DISPLAY "Manager groups  : " WS-MANAGER-GROUPS.
           DISPLAY "No manager      : " WS-NO-MANAGER-COUNT.
           DISPLAY "No role         : " WS-NO-ROLE-COUNT.
           DISPLAY "Role no entitle : " WS-NO-ENTL-COUNT.
           DISPLAY "Inactive users  : " WS-INACTIVE-COUNT.
           STOP RUN.

       READ-BUSINESS-DATE.
      *> 报告日期：中央业务日期控制档在则以其为准，控制档未建
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

       RELEASE-USER-RECORDS.
      *> 用户主档全部记录按主管+柜员号送排序
           PERFORM UNTIL WS-USER-EOF = 'Y'
               READ USER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-USER-EOF
                   NOT AT END
                       MOVE USR-MANAGER-ID TO RS-MANAGER-ID
                       MOVE USR-TELLER-ID TO RS-TELLER-ID
                       MOVE USR-ROLE-CODE TO RS-ROLE-CODE
                       MOVE USR-AUTH-LEVEL TO RS-AUTH-LEVEL
                       MOVE USR-STATUS TO RS-STATUS
                       RELEASE RECERT-SORT-RECORD
               END-READ
           END-PERFORM.

       PRINT-MANAGER-GROUPS.
      *> 主管变了收上一组的签核栏、起新组抬头
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN RECERT-SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-FIRST-GROUP = 'Y' OR
                               RS-MANAGER-ID NOT = WS-CURRENT-MANAGER
                           IF WS-FIRST-GROUP = 'N'
                               PERFORM PRINT-SIGN-OFF-BLOCK
                           END-IF
                           MOVE 'N' TO WS-FIRST-GROUP
                           MOVE RS-MANAGER-ID TO WS-CURRENT-MANAGER
                           PERFORM PRINT-MANAGER-HEADER
                       END-IF
                       PERFORM PRINT-USER-ACCESS
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-GROUP = 'N'
               PERFORM PRINT-SIGN-OFF-BLOCK
           END-IF.

       PRINT-MANAGER-HEADER.
      *> 主管本人的用户记录核一下：不在档或已停用的组须另找签核人
           ADD 1 TO WS-MANAGER-GROUPS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CURRENT-MANAGER TO MH-MANAGER-ID.
           MOVE SPACES TO MH-MANAGER-NOTE.
           IF WS-CURRENT-MANAGER = SPACES
               MOVE 'NONE' TO MH-MANAGER-ID
               MOVE 'NO MANAGER RECORDED - SECURITY OFFICER TO REVIEW'
                   TO MH-MANAGER-NOTE
           ELSE
               MOVE WS-CURRENT-MANAGER TO USR-TELLER-ID
               READ USER-MASTER-FILE
                   INVALID KEY
                       MOVE 'MANAGER NOT ON USER MASTER - REASSIGN'
                           TO MH-MANAGER-NOTE
                   NOT INVALID KEY
                       IF USR-STATUS NOT = 'A'
                           MOVE 'MANAGER NOT ACTIVE - REASSIGN'
                               TO MH-MANAGER-NOTE
                       END-IF
               END-READ
           END-IF.
           MOVE MANAGER-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE DETAIL-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-USER-ACCESS.
           ADD 1 TO WS-USERS-LISTED.
           IF RS-MANAGER-ID = SPACES
               ADD 1 TO WS-NO-MANAGER-COUNT
           END-IF.
           MOVE RS-TELLER-ID TO RD-TELLER-ID.
           MOVE RS-ROLE-CODE TO RD-ROLE-CODE.
           MOVE RS-AUTH-LEVEL TO RD-AUTH-LEVEL.
           MOVE RS-STATUS TO RD-STATUS.
           MOVE SPACES TO RD-FUNCTIONS.
           MOVE SPACES TO RD-FLAG.
           MOVE 0 TO WS-FUNC-COUNT.
           IF RS-ROLE-CODE = SPACES
               MOVE RS-AUTH-LEVEL TO LR-AUTH-LEVEL
               MOVE LEVEL-RULE-TEXT TO RD-FUNCTIONS
               MOVE 'NO ROLE' TO RD-FLAG
               ADD 1 TO WS-NO-ROLE-COUNT
           ELSE
               PERFORM LIST-ROLE-FUNCTIONS
               IF WS-FUNC-COUNT = 0
                   MOVE 'NO ENTL' TO RD-FLAG
                   ADD 1 TO WS-NO-ENTL-COUNT
               END-IF
           END-IF.
      *    停用/锁定优先标出：这类用户首先要确认应否删除
           IF RS-STATUS NOT = 'A'
               MOVE 'INACTIVE' TO RD-FLAG
               ADD 1 TO WS-INACTIVE-COUNT
           END-IF.
           MOVE RECERT-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       LIST-ROLE-FUNCTIONS.
      *> 按角色前缀浏览授权档，功能码依次排进功能栏
           IF WS-ENTITLE-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-FUNC-POINTER.
           MOVE RS-ROLE-CODE TO ENT-ROLE-CODE.
           MOVE LOW-VALUES TO ENT-FUNCTION.
           MOVE 'N' TO WS-ENTITLE-EOF.
           START ENTITLE-FILE
               KEY IS GREATER THAN OR EQUAL TO ENT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ENTITLE-EOF
           END-START.
           PERFORM UNTIL WS-ENTITLE-EOF = 'Y'
               READ ENTITLE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENTITLE-EOF
                   NOT AT END
                       IF ENT-ROLE-CODE NOT = RS-ROLE-CODE
                           MOVE 'Y' TO WS-ENTITLE-EOF
                       ELSE
                           ADD 1 TO WS-FUNC-COUNT
                           STRING ENT-FUNCTION ' ' DELIMITED BY SIZE
                               INTO RD-FUNCTIONS
                               WITH POINTER WS-FUNC-POINTER
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-SIGN-OFF-BLOCK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SIGN-OFF-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SIGN-OFF-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
