       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. WatchlistLoad.  *> 制裁/关注名单的整单装入

      *> 名单装入：合规岗收到新版名单后放成 WATCHLIST_IN.TXT（'H'
      *> 单头带名单来源与版本日期，'D' 明细逐条列条目号、姓名与
      *> 可选证件号），本作业整单装入 WATCHLIST.DAT 索引名单档：
      *>   - 姓名按统一口径规范化后存放，筛查不必每次重算；
      *>   - 证件号去空格/连字符、转大写后存放；
      *>   - 同一来源在新版中未再列出的条目置 'D' 留痕；
      *>   - 装入后在筛查控制档 SANCTIONS_CONTROL.DAT 上置全量
      *>     重筛标志，SanctionsScreen 下次运行即对客户主档全量
      *>     重筛，不再只在开户时手工查一次表。
      *> 装入/变更结构沿用 UserMasterLoad

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

           SELECT WATCHLIST-FILE ASSIGN TO "WATCHLIST.DAT"  *> 制裁/关注名单档
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ENTRY-ID
               FILE STATUS IS WS-WATCHLIST-STATUS.

           SELECT LIST-INPUT-FILE ASSIGN TO "WATCHLIST_IN.TXT"  *> 合规岗收到的新版名单
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

      *>   筛查控制档：全量重筛标志与最近装入/全量重筛日期
           SELECT CONTROL-FILE ASSIGN TO "SANCTIONS_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

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

       FD  WATCHLIST-FILE.
       01  WATCHLIST-RECORD.
           COPY WATCHLST.

       FD  LIST-INPUT-FILE.
       01  LIST-INPUT-RECORD.
           05 LIN-RECORD-TYPE       PIC X.  *> 'H'=单头 'D'=明细
           05 LIN-ENTRY-ID          PIC X(12).  *> 条目号
           05 LIN-NAME              PIC X(40).  *> 姓名/名称
           05 LIN-ID-DOC-NUMBER     PIC X(18).  *> 证件号，可空白
       01  LIST-INPUT-HEADER REDEFINES LIST-INPUT-RECORD.
           05 LIH-RECORD-TYPE       PIC X.
           05 LIH-LIST-CODE         PIC X(4).  *> 名单来源
           05 LIH-LIST-DATE         PIC 9(8).  *> 名单版本日期
           05 FILLER                PIC X(58).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 SCC-RESCREEN-FLAG     PIC X.  *> 'Y'=已装入新名单，待全量重筛
           05 SCC-LAST-LOAD-DATE    PIC 9(8).  *> 最近一次装入名单的业务日期
           05 SCC-LAST-FULL-DATE    PIC 9(8).  *> 最近一次全量重筛的业务日期

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-PARM-STATUS          PIC XX VALUE '00'.
       01  WS-WATCHLIST-STATUS     PIC XX VALUE '00'.
       01  WS-INPUT-STATUS         PIC XX VALUE '00'.
       01  WS-CONTROL-STATUS       PIC XX VALUE '00'.
       01  WS-INPUT-EOF            PIC X VALUE 'N'.
       01  WS-SWEEP-EOF            PIC X VALUE 'N'.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
       01  WS-LIST-CODE            PIC X(4) VALUE SPACES.  *> 本次装入的名单来源
       01  WS-LIST-DATE            PIC 9(8) VALUE 0.  *> 本次装入的名单版本日期
       01  WS-ADDED-COUNT          PIC 9(7) VALUE 0.  *> 新登记条目数
       01  WS-UPDATED-COUNT        PIC 9(7) VALUE 0.  *> 已在册、本次刷新的条目数
       01  WS-REMOVED-COUNT        PIC 9(7) VALUE 0.  *> 新版未再列出、置 'D' 的条目数
       01  WS-ERROR-COUNT          PIC 9(7) VALUE 0.
       01  WS-PRIOR-LOAD-DATE      PIC 9(8) VALUE 0.
       01  WS-PRIOR-FULL-DATE      PIC 9(8) VALUE 0.

      *> 姓名规范化工作区：与 SanctionsScreen 同一口径
       01  WS-NORM-INPUT           PIC X(40) VALUE SPACES.
       01  WS-NORM-WORK            PIC X(40) VALUE SPACES.
       01  WS-NORM-OUTPUT          PIC X(40) VALUE SPACES.
       01  WS-NORM-TOKEN-TABLE.
           05 WS-NORM-TOKEN         PIC X(20) OCCURS 8 TIMES.
       01  WS-NORM-SWAP            PIC X(20) VALUE SPACES.
       01  WS-NORM-I               PIC 9(2) COMP VALUE 0.
       01  WS-NORM-J               PIC 9(2) COMP VALUE 0.
       01  WS-NORM-POINTER         PIC 9(2) COMP VALUE 1.
       01  WS-ID-INPUT             PIC X(18) VALUE SPACES.
       01  WS-ID-OUTPUT            PIC X(18) VALUE SPACES.
       01  WS-ID-OUT-LEN           PIC 9(2) COMP VALUE 0.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-EFFECTIVE-DATE.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT LIST-INPUT-FILE.
           IF WS-INPUT-STATUS NOT = '00'
               DISPLAY "WATCHLIST_IN.TXT not available - nothing to "
                   "load."
               STOP RUN
           END-IF.
           READ LIST-INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF
           END-READ.
           IF WS-INPUT-EOF = 'Y' OR LIH-RECORD-TYPE NOT = 'H' OR
                   LIH-LIST-CODE = SPACES OR
                   LIH-LIST-DATE NOT NUMERIC
               DISPLAY "*** WATCHLIST_IN.TXT has no valid list header "
                   "- load refused ***"
               CLOSE LIST-INPUT-FILE
               STOP RUN
           END-IF.
           MOVE LIH-LIST-CODE TO WS-LIST-CODE.
           MOVE LIH-LIST-DATE TO WS-LIST-DATE.
           DISPLAY "Loading list " WS-LIST-CODE " dated "
               WS-LIST-DATE.

      *    首次运行时名单档还不存在，先建空文件再以 I-O 方式重开
           OPEN I-O WATCHLIST-FILE.
           IF WS-WATCHLIST-STATUS NOT = '00'
               OPEN OUTPUT WATCHLIST-FILE
               CLOSE WATCHLIST-FILE
               OPEN I-O WATCHLIST-FILE
               IF WS-WATCHLIST-STATUS NOT = '00'
                   DISPLAY "Error opening watchlist file. "
                       "File Status: " WS-WATCHLIST-STATUS
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ LIST-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       IF LIN-RECORD-TYPE = 'D'
                           PERFORM LOAD-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIST-INPUT-FILE.

           PERFORM SWEEP-REMOVED-ENTRIES.
           CLOSE WATCHLIST-FILE.
           PERFORM SET-RESCREEN-FLAG.

           DISPLAY "===== WATCHLIST LOAD SUMMARY =====".
           DISPLAY "List            : " WS-LIST-CODE
               " dated " WS-LIST-DATE.
           DISPLAY "Entries added   : " WS-ADDED-COUNT.
           DISPLAY "Entries updated : " WS-UPDATED-COUNT.
           DISPLAY "Entries removed : " WS-REMOVED-COUNT.
           DISPLAY "Errors          : " WS-ERROR-COUNT.
           DISPLAY "Full customer rescreen flagged.".
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

       LOAD-ONE-ENTRY.
           IF LIN-ENTRY-ID = SPACES OR LIN-NAME = SPACES
               DISPLAY "List entry without id or name skipped: "
                   LIN-ENTRY-ID
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE LIN-ENTRY-ID TO WL-ENTRY-ID.
           READ WATCHLIST-FILE
               INVALID KEY
                   PERFORM MOVE-INPUT-TO-ENTRY
                   WRITE WATCHLIST-RECORD
                       INVALID KEY
                           DISPLAY "List entry add failed: "
                               WL-ENTRY-ID
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDED-COUNT
                   END-WRITE
               NOT INVALID KEY
                   PERFORM MOVE-INPUT-TO-ENTRY
                   REWRITE WATCHLIST-RECORD
                       INVALID KEY
                           DISPLAY "List entry rewrite failed: "
                               WL-ENTRY-ID
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-UPDATED-COUNT
                   END-REWRITE
           END-READ.

       MOVE-INPUT-TO-ENTRY.
           MOVE WS-LIST-CODE      TO WL-LIST-CODE.
           MOVE LIN-NAME          TO WL-NAME.
           MOVE LIN-NAME          TO WS-NORM-INPUT.
           PERFORM NORMALIZE-NAME.
           MOVE WS-NORM-OUTPUT    TO WL-NORM-NAME.
           MOVE LIN-ID-DOC-NUMBER TO WS-ID-INPUT.
           PERFORM NORMALIZE-ID-NUMBER.
           MOVE WS-ID-OUTPUT      TO WL-ID-DOC-NUMBER.
           MOVE WS-LIST-DATE      TO WL-LIST-DATE.
           MOVE 'A'               TO WL-STATUS.

       SWEEP-REMOVED-ENTRIES.
      *> 同一来源里版本日期早于本次的在册条目即新版已不再列出，
      *> 置 'D' 留痕；其他来源的条目不动
           MOVE LOW-VALUES TO WL-ENTRY-ID.
           START WATCHLIST-FILE
               KEY IS GREATER THAN OR EQUAL TO WL-ENTRY-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-EOF
           END-START.
           PERFORM UNTIL WS-SWEEP-EOF = 'Y'
               READ WATCHLIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SWEEP-EOF
                   NOT AT END
                       IF WL-LIST-CODE = WS-LIST-CODE AND
                               WL-STATUS = 'A' AND
                               WL-LIST-DATE < WS-LIST-DATE
                           MOVE 'D' TO WL-STATUS
                           REWRITE WATCHLIST-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-ERROR-COUNT
                               NOT INVALID KEY
                                   ADD 1 TO WS-REMOVED-COUNT
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       SET-RESCREEN-FLAG.
      *> 控制档只有一条记录：读出原日期后整档重写
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCC-LAST-FULL-DATE NUMERIC
                           MOVE SCC-LAST-FULL-DATE
                               TO WS-PRIOR-FULL-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           OPEN OUTPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY "Error opening sanctions control file. "
                   "File Status: " WS-CONTROL-STATUS
               STOP RUN
           END-IF.
           MOVE 'Y'                TO SCC-RESCREEN-FLAG.
           MOVE WS-EFFECTIVE-DATE  TO SCC-LAST-LOAD-DATE.
           MOVE WS-PRIOR-FULL-DATE TO SCC-LAST-FULL-DATE.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

       NORMALIZE-NAME.
      *> 规范化口径：转大写，标点换空格，按空格拆成至多8个词，
      *> 词按字母序排好后连写——"Smith, John" 与 "JOHN SMITH"
      *> 得到同一结果
           MOVE WS-NORM-INPUT TO WS-NORM-WORK.
           INSPECT WS-NORM-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NORM-WORK CONVERTING
               '.,-''/&()' TO '        '.
           MOVE SPACES TO WS-NORM-TOKEN-TABLE.
           UNSTRING WS-NORM-WORK DELIMITED BY ALL SPACE
               INTO WS-NORM-TOKEN(1) WS-NORM-TOKEN(2)
                    WS-NORM-TOKEN(3) WS-NORM-TOKEN(4)
                    WS-NORM-TOKEN(5) WS-NORM-TOKEN(6)
                    WS-NORM-TOKEN(7) WS-NORM-TOKEN(8)
           END-UNSTRING.
           PERFORM VARYING WS-NORM-I FROM 1 BY 1 UNTIL WS-NORM-I > 7
               PERFORM VARYING WS-NORM-J FROM 1 BY 1
                       UNTIL WS-NORM-J > 8 - WS-NORM-I
                   IF WS-NORM-TOKEN(WS-NORM-J) >
                           WS-NORM-TOKEN(WS-NORM-J + 1)
                       MOVE WS-NORM-TOKEN(WS-NORM-J) TO WS-NORM-SWAP
                       MOVE WS-NORM-TOKEN(WS-NORM-J + 1)
                           TO WS-NORM-TOKEN(WS-NORM-J)
                       MOVE WS-NORM-SWAP
                           TO WS-NORM-TOKEN(WS-NORM-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-NORM-OUTPUT.
           MOVE 1 TO WS-NORM-POINTER.
           PERFORM VARYING WS-NORM-I FROM 1 BY 1 UNTIL WS-NORM-I > 8
               IF WS-NORM-TOKEN(WS-NORM-I) NOT = SPACES
                   STRING WS-NORM-TOKEN(WS-NORM-I) DELIMITED BY SPACE
                       INTO WS-NORM-OUTPUT
                       WITH POINTER WS-NORM-POINTER
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

       NORMALIZE-ID-NUMBER.
      *> 证件号转大写并去掉空格与连字符
           INSPECT WS-ID-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-ID-OUTPUT.
           MOVE 0 TO WS-ID-OUT-LEN.
           PERFORM VARYING WS-NORM-I FROM 1 BY 1 UNTIL WS-NORM-I > 18
               IF WS-ID-INPUT(WS-NORM-I:1) NOT = SPACE AND
                       WS-ID-INPUT(WS-NORM-I:1) NOT = '-'
                   ADD 1 TO WS-ID-OUT-LEN
                   MOVE WS-ID-INPUT(WS-NORM-I:1)
                       TO WS-ID-OUTPUT(WS-ID-OUT-LEN:1)
               END-IF
           END-PERFORM.

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
