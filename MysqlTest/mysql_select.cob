           05 EMP-NAME             PIC X(20).
           05 EMP-SALARY           PIC X(10).
           05 EMP-HIRE-DATE        PIC X(10).
      *> 证件类型/号码：与客户主档同口径，员工-客户关联
      *> （StaffAccountLink）按此认出员工本人的客户记录
           05 EMP-ID-DOC-TYPE      PIC X(2).
           05 EMP-ID-DOC-NUMBER    PIC X(18).

       FD  deptDriverFile.
       01  DEPT-DRIVER-RECORD.
           05 EMPLOYEE-NAME     PIC X(20).
           05 EMPLOYEE-SALARY   PIC X(10).
           05 EMPLOYEE-HIRE-DATE PIC X(10).
           05 EMPLOYEE-ID-DOC-TYPE PIC X(2).
           05 EMPLOYEE-ID-DOC-NUMBER PIC X(18).

      *> 游标过滤用的部门代码；默认 SALES，可由作业控制 PARM 的
      *> DEPT=xxxxx 覆盖，作为本次运行的定向抽取目标
           * FULL REFRESH CURSOR, FILTERED BY DEPARTMENT CODE
           EXEC SQL
               DECLARE C1 CURSOR FOR
                   SELECT employee_id, employee_name, salary, hire_date,
                          id_doc_type, id_doc_number
                       FROM employees
                       WHERE department_code = :DEPT-CODE
           END-EXEC.
           * DELTA CURSOR: ONLY ROWS ADDED/CHANGED SINCE LAST SYNC
           EXEC SQL
               DECLARE C2 CURSOR FOR
                   SELECT employee_id, employee_name, salary, hire_date,
                          id_doc_type, id_doc_number
                       FROM employees
                       WHERE department_code = :DEPT-CODE
                         AND last_updated >= :LAST-SYNC-TS
           IF WS-EFFECTIVE-MODE = 'DELTA'
               EXEC SQL
                   FETCH C2 INTO :EMPLOYEE-ID, :EMPLOYEE-NAME,
                       :EMPLOYEE-SALARY, :EMPLOYEE-HIRE-DATE,
                       :EMPLOYEE-ID-DOC-TYPE, :EMPLOYEE-ID-DOC-NUMBER
               END-EXEC
           ELSE
               EXEC SQL
                   FETCH C1 INTO :EMPLOYEE-ID, :EMPLOYEE-NAME,
                       :EMPLOYEE-SALARY, :EMPLOYEE-HIRE-DATE,
                       :EMPLOYEE-ID-DOC-TYPE, :EMPLOYEE-ID-DOC-NUMBER
               END-EXEC
           END-IF.

           MOVE EMPLOYEE-NAME TO EMP-NAME.
           MOVE EMPLOYEE-SALARY TO EMP-SALARY.
           MOVE EMPLOYEE-HIRE-DATE TO EMP-HIRE-DATE.
           MOVE EMPLOYEE-ID-DOC-TYPE TO EMP-ID-DOC-TYPE.
           MOVE EMPLOYEE-ID-DOC-NUMBER TO EMP-ID-DOC-NUMBER.
           WRITE EMPLOYEE-FILE-RECORD
               INVALID KEY
                   IF WS-EFFECTIVE-MODE = 'DELTA'
