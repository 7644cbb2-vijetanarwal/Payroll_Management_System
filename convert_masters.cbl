      *> kept as employee_seq.bak / payroll_seq.bak; the new indexed
      *> files take over the original names so the main system needs no
      *> configuration change.
      *> Run as "convert_masters PAYBASIS" it instead widens an already
      *> indexed employee.dat to carry the pay type and hourly rate -
      *> every employee converts as salaried - keeping the previous
      *> file as employee_idx.bak.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OLD-PAYROLL-FILE ASSIGN TO "payroll.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-PAY-STATUS.
           SELECT PRIOR-EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRIOR-EMP-ID
               FILE STATUS IS WS-PRIOR-EMP-STATUS.
           SELECT NEW-EMPLOYEE-FILE ASSIGN TO "employee.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 OLD-PAY-MONTH        PIC 9(2).
           05 OLD-PAY-YEAR         PIC 9(4).

       FD PRIOR-EMPLOYEE-FILE.
       01 PRIOR-EMPLOYEE-RECORD.
           05 PRIOR-EMP-ID         PIC 9(5).
           05 PRIOR-EMP-NAME       PIC X(30).
           05 PRIOR-EMP-DEPARTMENT PIC X(20).
           05 PRIOR-EMP-POSITION   PIC X(25).
           05 PRIOR-EMP-BASE-SALARY PIC 9(7)V99.
           05 PRIOR-EMP-BANK-ROUTING PIC 9(9).
           05 PRIOR-EMP-BANK-ACCOUNT PIC X(17).
           05 PRIOR-EMP-STATUS     PIC X.
           05 PRIOR-EMP-HIRE-DATE  PIC 9(8).
           05 PRIOR-EMP-TERM-DATE  PIC 9(8).

       FD NEW-EMPLOYEE-FILE.
       01 NEW-EMPLOYEE-RECORD.
           05 NEW-EMP-ID           PIC 9(5).
           05 NEW-EMP-STATUS       PIC X.
           05 NEW-EMP-HIRE-DATE    PIC 9(8).
           05 NEW-EMP-TERM-DATE    PIC 9(8).
           05 NEW-EMP-PAY-TYPE     PIC X.
           05 NEW-EMP-HOURLY-RATE  PIC 9(4)V99.

       FD NEW-PAYROLL-FILE.
       01 NEW-PAYROLL-RECORD.

       WORKING-STORAGE SECTION.
       01 WS-EOF                   PIC X VALUE 'N'.
       01 WS-RUN-MODE              PIC X(20).
       01 WS-OLD-EMP-STATUS        PIC XX.
       01 WS-PRIOR-EMP-STATUS      PIC XX.
       01 WS-OLD-PAY-STATUS        PIC XX.
       01 WS-NEW-EMP-STATUS        PIC XX.
       01 WS-NEW-PAY-STATUS        PIC XX.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           IF WS-RUN-MODE = "PAYBASIS" OR WS-RUN-MODE = "paybasis"
               DISPLAY "=================================================="
               DISPLAY "   EMPLOYEE MASTER CONVERSION - PAY BASIS FIELDS  "
               DISPLAY "=================================================="
               PERFORM CONVERT-PAY-BASIS
           ELSE
               DISPLAY "=================================================="
               DISPLAY "   MASTER FILE CONVERSION - SEQUENTIAL TO INDEXED "
               DISPLAY "=================================================="
               PERFORM CONVERT-EMPLOYEE-FILE
               PERFORM CONVERT-PAYROLL-FILE
           END-IF
           DISPLAY "Conversion complete."
           STOP RUN.

           MOVE 'A' TO NEW-EMP-STATUS
           MOVE 0 TO NEW-EMP-HIRE-DATE
           MOVE 0 TO NEW-EMP-TERM-DATE
      *> Everyone on the old master was paid a monthly salary.
           MOVE 'S' TO NEW-EMP-PAY-TYPE
           MOVE 0 TO NEW-EMP-HOURLY-RATE
           WRITE NEW-EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "  Duplicate Employee ID " OLD-EMP-ID
               END-IF
           END-IF.

       CONVERT-PAY-BASIS.
           OPEN INPUT PRIOR-EMPLOYEE-FILE
           IF WS-PRIOR-EMP-STATUS = "35"
               DISPLAY "employee.dat not found - nothing to convert."
           ELSE
               OPEN OUTPUT NEW-EMPLOYEE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PRIOR-EMPLOYEE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-EMP-READ
                           PERFORM WRITE-PAY-BASIS-EMPLOYEE
                   END-READ
               END-PERFORM
               CLOSE PRIOR-EMPLOYEE-FILE
               CLOSE NEW-EMPLOYEE-FILE
               MOVE 'N' TO WS-EOF

               DISPLAY "Employees read: " WS-EMP-READ
                       "  written: " WS-EMP-WRITTEN
               MOVE "employee_idx.bak" TO WS-EMP-BAK-NAME
               PERFORM SWAP-EMPLOYEE-FILES
           END-IF.

       WRITE-PAY-BASIS-EMPLOYEE.
           MOVE PRIOR-EMP-ID TO NEW-EMP-ID
           MOVE PRIOR-EMP-NAME TO NEW-EMP-NAME
           MOVE PRIOR-EMP-DEPARTMENT TO NEW-EMP-DEPARTMENT
           MOVE PRIOR-EMP-POSITION TO NEW-EMP-POSITION
           MOVE PRIOR-EMP-BASE-SALARY TO NEW-EMP-BASE-SALARY
           MOVE PRIOR-EMP-BANK-ROUTING TO NEW-EMP-BANK-ROUTING
           MOVE PRIOR-EMP-BANK-ACCOUNT TO NEW-EMP-BANK-ACCOUNT
           MOVE PRIOR-EMP-STATUS TO NEW-EMP-STATUS
           MOVE PRIOR-EMP-HIRE-DATE TO NEW-EMP-HIRE-DATE
           MOVE PRIOR-EMP-TERM-DATE TO NEW-EMP-TERM-DATE
      *> Hourly staff are switched over afterwards through Update
      *> Employee, which records the change in salary history.
           MOVE 'S' TO NEW-EMP-PAY-TYPE
           MOVE 0 TO NEW-EMP-HOURLY-RATE
           WRITE NEW-EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "  Duplicate Employee ID " PRIOR-EMP-ID
                           " dropped from employee.dat"
               NOT INVALID KEY
                   ADD 1 TO WS-EMP-WRITTEN
           END-WRITE.

       CONVERT-PAYROLL-FILE.
           OPEN INPUT OLD-PAYROLL-FILE
           IF WS-OLD-PAY-STATUS = "35"
