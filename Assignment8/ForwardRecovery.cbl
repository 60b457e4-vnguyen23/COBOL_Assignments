       DATA DIVISION.
       FILE SECTION.
       FD  FULLBACKUP.
       01  FULLBACKUP-REC       PIC X(105).
       FD  BACKUPCATALOG.
      *Catalog entry as BackupManager lays it out, one line per
      *backup generation taken
           03  FILLER           PIC X(7).
           03  AL-AFTER-SALARY  PIC X(10).
           03  FILLER           PIC X(2).
           03  AL-AFTER-IMAGE   PIC X(105).
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           03  EMPLOYEE-NO      PIC X(8).
                                PIC X(8).
           03  EMPLOYEE-ADDRESS PIC X(40).
           03  EMPLOYEE-DEPT    PIC X(10).
           03  EMPLOYEE-STATUS  PIC X.
               88  EMPLOYEE-ACTIVE      VALUES "A" " ".
               88  EMPLOYEE-ON-LEAVE    VALUE "L".
               88  EMPLOYEE-TERMINATED  VALUE "T".
           03  EMPLOYEE-STATUS-DATE PIC 9(8).
           03  EMPLOYEE-REASON  PIC XX.
           03  EMPLOYEE-SUPERVISOR PIC X(8).
       FD  RECOVERYREPORT.
       01  RECOVERYREPORTLINE   PIC X(80).


      *-------------------------------------------------------------
      *APPLY-ONE-ENTRY paragraph replays one in-window entry: adds
      *are written from the after-image, changes, mass increases and
      *status changes rewritten from it, deletes deleted
      *-------------------------------------------------------------
       APPLY-ONE-ENTRY.
           EVALUATE AL-TRANS-TYPE
                   END-WRITE
               WHEN "C"
               WHEN "M"
               WHEN "L"
               WHEN "R"
               WHEN "T"
               WHEN "H"
                   MOVE AL-AFTER-IMAGE TO EMPLOYEE-REC
                   REWRITE EMPLOYEE-REC
                       INVALID KEY
