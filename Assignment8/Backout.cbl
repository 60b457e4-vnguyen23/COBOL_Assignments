       FD  BACKUPFILE.
       01  BACKUPFILE-REC.
           03  BF-EMPLOYEE-NO   PIC X(8).
           03  BF-REST          PIC X(97).
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           03  EMPLOYEE-NO      PIC X(8).
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
       FD  BACKOUTREPORT.
       01  BACKOUTREPORTLINE    PIC X(80).

                                 DEPENDING ON WS-IMAGE-COUNT
                                 INDEXED BY IMAGE-IX.
               05  WS-IMAGE-EMP-NO PIC X(8).
               05  WS-IMAGE-REC    PIC X(105).
       01  WS-IMAGE-FOUND       PIC 9 VALUE 0.
           88  IMAGE-FOUND            VALUE 1.


      *-------------------------------------------------------------
      *REVERSE-ONE-ENTRY paragraph reverses one audit entry: adds
      *are deleted, changes and status changes rewritten to their
      *before-image, deletes re-added from it
      *-------------------------------------------------------------
       REVERSE-ONE-ENTRY.
           ADD 1 TO WS-AUDIT-COUNT
                   PERFORM REVERSE-AN-ADD
               WHEN "C"
               WHEN "M"
               WHEN "L"
               WHEN "R"
               WHEN "T"
               WHEN "H"
                   PERFORM REVERSE-A-CHANGE
               WHEN "D"
                   PERFORM REVERSE-A-DELETE
