      *HRCHANGESEDIT is the front-end edit between the HR system and
      *the maintenance run, in the mould of the payroll SalaryEdit:
      *it reads the comma-separated extract HR can already produce
      *(type,empno,inits,surname,salary,address,dept,effdate,
      *supervisor; on leave and termination rows the address column
      *carries the reason code, and the supervisor column names the
      *EMPLOYEE-NO reported to, or NONE to clear it),
      *validates and reformats each row into the fixed CHANGES-REC
      *layout, rejects malformed rows to an edit report with line
      *numbers and reasons, and writes the accepted count to the
           03  EMP-ADDRESS      PIC X(40).
           03  EMP-DEPT         PIC X(10).
           03  EFFECTIVE-DATE   PIC 9(8).
           03  EMP-SUPERVISOR   PIC X(8).
       FD  EDITREPORT.
       01  EDITREPORTLINE       PIC X(90).
       FD  CHANGESCONTROL.
       01  WS-FIELD-ADDRESS     PIC X(42).
       01  WS-FIELD-DEPT        PIC X(12).
       01  WS-FIELD-EFFDATE     PIC X(10).
       01  WS-FIELD-SUPERVISOR  PIC X(10).

      *Salary parsing: integer and decimal halves split on the
      *point, validated, and recombined with the implied decimal
           MOVE SPACES TO WS-FIELD-TYPE WS-FIELD-EMP-NO
               WS-FIELD-INITS WS-FIELD-SURNAME WS-FIELD-SALARY
               WS-FIELD-ADDRESS WS-FIELD-DEPT WS-FIELD-EFFDATE
               WS-FIELD-SUPERVISOR
           UNSTRING HRCSV-REC DELIMITED BY ","
               INTO WS-FIELD-TYPE WS-FIELD-EMP-NO WS-FIELD-INITS
                    WS-FIELD-SURNAME WS-FIELD-SALARY
                    WS-FIELD-ADDRESS WS-FIELD-DEPT WS-FIELD-EFFDATE
                    WS-FIELD-SUPERVISOR
           END-UNSTRING
           PERFORM VALIDATE-ROW
           IF ROW-VALID
                   AND WS-FIELD-TYPE(1:1) NOT = "C"
                   AND WS-FIELD-TYPE(1:1) NOT = "D"
                   AND WS-FIELD-TYPE(1:1) NOT = "M"
                   AND WS-FIELD-TYPE(1:1) NOT = "L"
                   AND WS-FIELD-TYPE(1:1) NOT = "R"
                   AND WS-FIELD-TYPE(1:1) NOT = "T"
                   AND WS-FIELD-TYPE(1:1) NOT = "H"
                   MOVE "BAD TRANSACTION TYPE" TO WS-REJECT-REASON
                   MOVE 0 TO WS-ROW-VALID
               WHEN WS-FIELD-EMP-NO = SPACES
               WHEN WS-FIELD-DEPT(11:2) NOT = SPACES
                   MOVE "DEPARTMENT TOO LONG" TO WS-REJECT-REASON
                   MOVE 0 TO WS-ROW-VALID
               WHEN WS-FIELD-SUPERVISOR(9:2) NOT = SPACES
                   MOVE "SUPERVISOR NUMBER TOO LONG"
                       TO WS-REJECT-REASON
                   MOVE 0 TO WS-ROW-VALID
      *Leave and termination rows carry their reason code in the
      *address column
               WHEN WS-FIELD-TYPE(1:1) = "T"
                   AND WS-FIELD-ADDRESS = SPACES
                   MOVE "BLANK TERMINATION REASON" TO WS-REJECT-REASON
                   MOVE 0 TO WS-ROW-VALID
               WHEN (WS-FIELD-TYPE(1:1) = "L"
                   OR WS-FIELD-TYPE(1:1) = "T")
                   AND WS-FIELD-ADDRESS(3:38) NOT = SPACES
                   MOVE "REASON CODE TOO LONG" TO WS-REJECT-REASON
                   MOVE 0 TO WS-ROW-VALID
           END-EVALUATE
           IF ROW-VALID
               PERFORM PARSE-SALARY
           ELSE
               MOVE WS-FIELD-EFFDATE(1:8) TO EFFECTIVE-DATE
           END-IF
           MOVE WS-FIELD-SUPERVISOR(1:8) TO EMP-SUPERVISOR
           EXIT.


