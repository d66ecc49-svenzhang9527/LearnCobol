       IDENTIFICATION DIVISION.                                          *> 程序标识部分
       PROGRAM-ID. AccountRangeCapacity.  *> 账号号段容量预警报表

      *> 账号号段容量报表：顺序通读号段控制档 ACCOUNT_RANGES.DAT
      *> （ACCTRNG），逐段列出区间、号段大小、已消耗号码（下一可用
      *> 基号 - 起始基号，含发出与跳过）、余号和用量比例。用量达到
      *> 该号段的预警比例（未设按 80%）标 WARN，已用尽标 FULL，
      *> 暂停发号的标 SUSP；WARN/FULL 另在控制台逐段告警，运营
      *> 据此在号段用尽前用 AccountRangeMaint 放宽或新增号段。
      *> 印成 ACCOUNT_RANGE_CAPACITY.RPT，末行全行合计

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *>   中央业务日期控制档：业务日期的唯一口径
           SELECT BUSDATE-FILE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RANGE-FILE ASSIGN TO "ACCOUNT_RANGES.DAT"  *> 账号分配控制档，按网点+产品顺序通读
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARG-KEY
               FILE STATUS IS WS-RANGE-STATUS.

           SELECT CAPACITY-REPORT-FILE
               ASSIGN TO "ACCOUNT_RANGE_CAPACITY.RPT"  *> 号段容量一览
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.  *> 中央业务日期控制档文件描述符
       01  BUSDATE-RECORD.
           COPY BUSDATE.

       FD  RANGE-FILE.
       01  RANGE-RECORD.
           COPY ACCTRNG.

       FD  CAPACITY-REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX VALUE '00'.  *> BUSDATE-FILE 文件状态
       01  WS-RANGE-STATUS         PIC XX VALUE '00'.
       01  WS-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-RANGE-EOF            PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.  *> 报表日期
       01  WS-DEFAULT-WARN-PCT     PIC 9(3) VALUE 80.  *> 号段未设预警比例时的口径
       01  WS-WARN-PCT             PIC 9(3) VALUE 0.  *> 本段的预警比例
       01  WS-RANGE-SIZE           PIC 9(8) VALUE 0.  *> 号段大小
       01  WS-RANGE-USED           PIC 9(8) VALUE 0.  *> 已消耗号码（发出+跳过）
       01  WS-RANGE-LEFT           PIC 9(8) VALUE 0.  *> 余号
       01  WS-USED-PCT             PIC 9(3)V9 VALUE 0.  *> 用量比例
       01  WS-RANGE-FLAG           PIC X(4) VALUE SPACES.  *> WARN/FULL/SUSP
       01  WS-RANGE-COUNT          PIC 9(5) VALUE 0.  *> 列出的号段数
       01  WS-WARN-COUNT           PIC 9(5) VALUE 0.  *> 达预警比例的号段数
       01  WS-FULL-COUNT           PIC 9(5) VALUE 0.  *> 已用尽的号段数
       01  WS-SUSPENDED-COUNT      PIC 9(5) VALUE 0.  *> 暂停发号的号段数
       01  WS-GT-SIZE              PIC 9(9) VALUE 0.
       01  WS-GT-USED              PIC 9(9) VALUE 0.
       01  WS-GT-ISSUED            PIC 9(9) VALUE 0.
       01  WS-GT-SKIPPED           PIC 9(9) VALUE 0.
       01  WS-GT-LEFT              PIC 9(9) VALUE 0.

      *> 报表打印行
       01  REPORT-HEADER-LINE.
           05 FILLER                PIC X(36)
               VALUE 'ACCOUNT NUMBER RANGE CAPACITY      '.
           05 FILLER                PIC X(9) VALUE 'FOR DATE '.
           05 RH-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(24)
               VALUE '  DEFAULT WARNING AT   '.
           05 RH-DEFAULT-PCT        PIC ZZ9.
           05 FILLER                PIC X VALUE '%'.
       01  COLUMN-HEADER-LINE.
           05 FILLER                PIC X(7) VALUE 'BRANCH'.
           05 FILLER                PIC X(5) VALUE 'PROD'.
           05 FILLER                PIC X(18)
               VALUE '  START      END  '.
           05 FILLER                PIC X(9) VALUE '     SIZE'.
           05 FILLER                PIC X(9) VALUE '     USED'.
           05 FILLER                PIC X(9) VALUE '   ISSUED'.
           05 FILLER                PIC X(9) VALUE '  SKIPPED'.
           05 FILLER                PIC X(9) VALUE '     LEFT'.
           05 FILLER                PIC X(8) VALUE '  USED %'.
           05 FILLER                PIC X(7) VALUE '  WARN'.
           05 FILLER                PIC X(8) VALUE '  STATUS'.
       01  RANGE-DETAIL-LINE.
           05 RD-BRANCH-CODE        PIC X(4).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 RD-PRODUCT-CODE       PIC X(2).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 RD-RANGE-START        PIC 9(7).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RD-RANGE-END          PIC 9(7).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 RD-SIZE               PIC ZZZZZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 RD-USED               PIC ZZZZZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 RD-ISSUED             PIC ZZZZZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 RD-SKIPPED            PIC ZZZZZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 RD-LEFT               PIC ZZZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 RD-USED-PCT           PIC ZZ9.9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 RD-WARN-PCT           PIC ZZ9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 RD-FLAG               PIC X(4).
       01  GRAND-TOTAL-LINE.
           05 FILLER                PIC X(30)
               VALUE 'ALL RANGES                    '.
           05 GT-SIZE               PIC ZZZZZZZZ9.
           05 GT-USED               PIC ZZZZZZZZ9.
           05 GT-ISSUED             PIC ZZZZZZZZ9.
           05 GT-SKIPPED            PIC ZZZZZZZZ9.
           05 GT-LEFT               PIC ZZZZZZZZ9.
       01  WARNING-COUNT-LINE.
           05 FILLER                PIC X(18)
               VALUE 'RANGES AT WARNING '.
           05 WC-WARN               PIC ZZZZ9.
           05 FILLER                PIC X(9) VALUE '   FULL '.
           05 WC-FULL               PIC ZZZZ9.
           05 FILLER                PIC X(14) VALUE '   SUSPENDED '.
           05 WC-SUSPENDED          PIC ZZZZ9.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
           OPEN INPUT RANGE-FILE.
           IF WS-RANGE-STATUS NOT = '00'
               DISPLAY "ACCOUNT_RANGES.DAT not available - no "
                   "ranges to report."
               STOP RUN
           END-IF.
           OPEN OUTPUT CAPACITY-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "Error opening ACCOUNT_RANGE_CAPACITY.RPT. "
                   "File Status: " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO RH-RUN-DATE.
           MOVE WS-DEFAULT-WARN-PCT TO RH-DEFAULT-PCT.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADER-LINE.

           PERFORM UNTIL WS-RANGE-EOF = 'Y'
               READ RANGE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RANGE-EOF
                   NOT AT END
                       PERFORM REPORT-ONE-RANGE
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GT-SIZE TO GT-SIZE.
           MOVE WS-GT-USED TO GT-USED.
           MOVE WS-GT-ISSUED TO GT-ISSUED.
           MOVE WS-GT-SKIPPED TO GT-SKIPPED.
           MOVE WS-GT-LEFT TO GT-LEFT.
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
           MOVE WS-WARN-COUNT TO WC-WARN.
           MOVE WS-FULL-COUNT TO WC-FULL.
           MOVE WS-SUSPENDED-COUNT TO WC-SUSPENDED.
           WRITE REPORT-LINE FROM WARNING-COUNT-LINE.

           CLOSE RANGE-FILE CAPACITY-REPORT-FILE.
           DISPLAY "===== ACCOUNT RANGE CAPACITY SUMMARY =====".
           DISPLAY "Ranges listed    : " WS-RANGE-COUNT.
           DISPLAY "At warning level : " WS-WARN-COUNT.
           DISPLAY "Exhausted        : " WS-FULL-COUNT.
           DISPLAY "Suspended        : " WS-SUSPENDED-COUNT.
           DISPLAY "Numbers left     : " WS-GT-LEFT.
           STOP RUN.

       REPORT-ONE-RANGE.
      *> 已消耗 = 下一可用基号 - 起始基号（跳过的号码也占号段）；
      *> 用尽优先于预警，暂停只在未达预警时标出
           ADD 1 TO WS-RANGE-COUNT.
           COMPUTE WS-RANGE-SIZE = ARG-RANGE-END - ARG-RANGE-START + 1.
           IF ARG-NEXT-BASE > ARG-RANGE-END
               MOVE WS-RANGE-SIZE TO WS-RANGE-USED
           ELSE
               IF ARG-NEXT-BASE > ARG-RANGE-START
                   COMPUTE WS-RANGE-USED =
                       ARG-NEXT-BASE - ARG-RANGE-START
               ELSE
                   MOVE 0 TO WS-RANGE-USED
               END-IF
           END-IF.
           COMPUTE WS-RANGE-LEFT = WS-RANGE-SIZE - WS-RANGE-USED.
           COMPUTE WS-USED-PCT ROUNDED =
               WS-RANGE-USED * 100 / WS-RANGE-SIZE.
           IF ARG-WARN-PCT = 0
               MOVE WS-DEFAULT-WARN-PCT TO WS-WARN-PCT
           ELSE
               MOVE ARG-WARN-PCT TO WS-WARN-PCT
           END-IF.
           MOVE SPACES TO WS-RANGE-FLAG.
           EVALUATE TRUE
               WHEN WS-RANGE-LEFT = 0 OR ARG-STATUS = 'X'
                   MOVE 'FULL' TO WS-RANGE-FLAG
                   ADD 1 TO WS-FULL-COUNT
                   DISPLAY "*** Account range " ARG-BRANCH-CODE " "
                       ARG-PRODUCT-CODE " exhausted - no numbers left"
               WHEN WS-USED-PCT >= WS-WARN-PCT
                   MOVE 'WARN' TO WS-RANGE-FLAG
                   ADD 1 TO WS-WARN-COUNT
                   DISPLAY "*** Account range " ARG-BRANCH-CODE " "
                       ARG-PRODUCT-CODE " at " WS-USED-PCT
                       "% used - " WS-RANGE-LEFT " numbers left"
               WHEN ARG-STATUS = 'S'
                   MOVE 'SUSP' TO WS-RANGE-FLAG
           END-EVALUATE.
           IF ARG-STATUS = 'S'
               ADD 1 TO WS-SUSPENDED-COUNT
           END-IF.
           ADD WS-RANGE-SIZE TO WS-GT-SIZE.
           ADD WS-RANGE-USED TO WS-GT-USED.
           ADD ARG-ALLOCATED-COUNT TO WS-GT-ISSUED.
           ADD ARG-SKIPPED-COUNT TO WS-GT-SKIPPED.
           ADD WS-RANGE-LEFT TO WS-GT-LEFT.
           MOVE ARG-BRANCH-CODE TO RD-BRANCH-CODE.
           MOVE ARG-PRODUCT-CODE TO RD-PRODUCT-CODE.
           MOVE ARG-RANGE-START TO RD-RANGE-START.
           MOVE ARG-RANGE-END TO RD-RANGE-END.
           MOVE WS-RANGE-SIZE TO RD-SIZE.
           MOVE WS-RANGE-USED TO RD-USED.
           MOVE ARG-ALLOCATED-COUNT TO RD-ISSUED.
           MOVE ARG-SKIPPED-COUNT TO RD-SKIPPED.
           MOVE WS-RANGE-LEFT TO RD-LEFT.
           MOVE WS-USED-PCT TO RD-USED-PCT.
           MOVE WS-WARN-PCT TO RD-WARN-PCT.
           MOVE WS-RANGE-FLAG TO RD-FLAG.
           WRITE REPORT-LINE FROM RANGE-DETAIL-LINE.

       READ-BUSINESS-DATE.
      *> 报表日期：中央业务日期控制档在则以其为准，控制档未建
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
