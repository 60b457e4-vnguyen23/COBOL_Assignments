      *index was built to support: the operator keys a full or
      *partial surname, the program positions on the alternate key
      *and browses forward, listing every matching employee (number,
      *initials, surname, department, salary, employment status).
      *Duplicate surnames all come out, one line each; terminated
      *employees are listed too, marked as such.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  EMPLOYEE-SALARY  PIC 9(6)V99.
           03  EMPLOYEE-ADDRESS PIC X(40).
           03  EMPLOYEE-DEPT    PIC X(10).
           03  EMPLOYEE-STATUS  PIC X.
               88  EMPLOYEE-ACTIVE      VALUES "A" " ".
               88  EMPLOYEE-ON-LEAVE    VALUE "L".
               88  EMPLOYEE-TERMINATED  VALUE "T".
           03  EMPLOYEE-STATUS-DATE PIC 9(8).
           03  EMPLOYEE-REASON  PIC XX.
           03  EMPLOYEE-SUPERVISOR PIC X(8).

       WORKING-STORAGE SECTION.

           03  DL-DEPT          PIC X(10).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-SALARY        PIC ZZZ,ZZ9.99.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-STATUS        PIC X(10).

       PROCEDURE DIVISION.
       PROG.
               MOVE EMPLOYEE-SURNAME TO DL-SURNAME
               MOVE EMPLOYEE-DEPT TO DL-DEPT
               MOVE EMPLOYEE-SALARY TO DL-SALARY
               EVALUATE TRUE
                 WHEN EMPLOYEE-TERMINATED
                   MOVE "TERMINATED" TO DL-STATUS
                 WHEN EMPLOYEE-ON-LEAVE
                   MOVE "ON LEAVE" TO DL-STATUS
                 WHEN OTHER
                   MOVE "ACTIVE" TO DL-STATUS
               END-EVALUATE
               DISPLAY WS-DETAIL-LINE
               ADD 1 TO WS-MATCH-COUNT
               READ EMPLOYEE-FILE NEXT RECORD
