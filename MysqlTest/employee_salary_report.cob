           05 EMP-NAME             PIC X(20).
           05 EMP-SALARY           PIC X(10).
           05 EMP-HIRE-DATE        PIC X(10).
           05 EMP-ID-DOC-TYPE      PIC X(2).
           05 EMP-ID-DOC-NUMBER    PIC X(18).

       FD  exceptionFile.
       01  EXCEPTION-RECORD.
