           03  HC-EMP-NO        PIC X(8).
           03  HC-DETAIL        PIC X(78).
           03  HC-EFFECTIVE-DATE PIC 9(8).
           03  HC-SUPERVISOR    PIC X(8).
       FD  CHANGES-FILE.
       01  CHANGES-REC          PIC X(103).
       FD  STILLHELD.
       01  STILLHELD-REC        PIC X(103).

       WORKING-STORAGE SECTION.

