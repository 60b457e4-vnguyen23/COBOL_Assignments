       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOVERREPORT.

      *TURNOVERREPORT is HR's monthly staff turnover report, built
      *from the employment status EMPLOYEE29.DAT now carries. The
      *operator keys the month (YYYYMM); every employee terminated
      *in that month (status "T" with a status date inside it) is
      *counted by termination reason and by department, against the
      *average of the opening and closing headcounts. The closing
      *headcount is everyone not terminated plus anyone terminated
      *after the month ended; the opening headcount is the closing
      *one plus the month's terminations. Hire dates are not kept on
      *the file, so staff added since the month ended count in both
      *headcounts - run the report promptly after month end.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN USING EMPLOYEE-FILE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS IS SEQUENTIAL
                       RECORD KEY EMPLOYEE-NO
                       FILE STATUS IS WS-FILE-STATUS.
           SELECT TURNOVERREPORT
               ASSIGN USING
           TURNOVERREPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           03  EMPLOYEE-NO      PIC X(8).
           03  EMPLOYEE-INITS   PIC X(4).
           03  EMPLOYEE-SURNAME PIC X(16).
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
       FD  TURNOVERREPORT.
       01  TURNOVERREPORTLINE   PIC X(80).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  EMPLOYEE-FILE-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\EMPLOYEE29.DAT".
       01  TURNOVERREPORT-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\TurnoverReport.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-FILE-STATUS       PIC XX.
       01  WS-EOF               PIC 9 VALUE 0.
           88  NO-MORE-EMPLOYEES      VALUE 1.

      *The reporting month and the first and last dates inside it
       01  WS-REPORT-MONTH      PIC X(6).
       01  WS-MONTH-START       PIC 9(8).
       01  WS-MONTH-END         PIC 9(8).

      *Termination reason codes as the maintenance run accepts them,
      *with the description printed against each; anything else on
      *file is counted against the last, unrecognised, entry
       01  WS-REASON-VALUES.
           03  FILLER  PIC X(18) VALUE "RSRESIGNED".
           03  FILLER  PIC X(18) VALUE "DMDISMISSED".
           03  FILLER  PIC X(18) VALUE "LOLAID OFF".
           03  FILLER  PIC X(18) VALUE "RTRETIRED".
           03  FILLER  PIC X(18) VALUE "ECEND OF CONTRACT".
           03  FILLER  PIC X(18) VALUE "DCDECEASED".
           03  FILLER  PIC X(18) VALUE "OTOTHER".
           03  FILLER  PIC X(18) VALUE "??UNRECOGNISED".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           03  WS-REASON        OCCURS 8 TIMES
                                 INDEXED BY REASON-IX.
               05  WS-REASON-CODE   PIC XX.
               05  WS-REASON-DESC   PIC X(16).
       01  WS-REASON-COUNTS.
           03  WS-REASON-TERMS  PIC 9(5) OCCURS 8 TIMES VALUE 0.

      *One entry per department seen on the file
       01  WS-DEPT-COUNT        PIC 99 VALUE 0.
       01  WS-DEPT-TABLE.
           03  WS-DEPT          OCCURS 0 TO 50 TIMES
                                 DEPENDING ON WS-DEPT-COUNT
                                 INDEXED BY DEPT-IX.
               05  WS-DEPT-NAME     PIC X(10).
               05  WS-DEPT-END-HEADS PIC 9(5).
               05  WS-DEPT-TERMS    PIC 9(5).

       01  WS-COMPANY-END-HEADS PIC 9(6) VALUE 0.
       01  WS-COMPANY-TERMS     PIC 9(6) VALUE 0.
       01  WS-LINE-END-HEADS    PIC 9(6).
       01  WS-LINE-TERMS        PIC 9(6).
       01  WS-START-HEADS       PIC 9(6).
       01  WS-AVG-HEADS         PIC 9(6)V9.
       01  WS-TURNOVER-PCT      PIC 9(3)V99.
       01  WS-SHARE-PCT         PIC 9(3)V9.

       01  WS-REPORT-HEADING.
           03  FILLER           PIC X(25) VALUE
               "STAFF TURNOVER FOR MONTH ".
           03  RH-MONTH         PIC X(6).
       01  WS-REASON-HEADING.
           03  FILLER  PIC X(22) VALUE "TERMINATIONS BY REASON".
       01  WS-REASON-COLUMNS.
           03  FILLER  PIC X(22) VALUE "CODE  REASON".
           03  FILLER  PIC X(7)  VALUE "  TERMS".
           03  FILLER  PIC X(10) VALUE "   % TERMS".
       01  WS-REASON-LINE.
           03  RL-CODE          PIC XX.
           03  FILLER           PIC X(4) VALUE SPACES.
           03  RL-DESC          PIC X(16).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  RL-TERMS         PIC ZZZZ9.
           03  FILLER           PIC X(4) VALUE SPACES.
           03  RL-SHARE         PIC ZZ9.9.
           03  FILLER           PIC X VALUE "%".
       01  WS-DEPT-HEADING.
           03  FILLER  PIC X(38) VALUE
               "TURNOVER BY DEPARTMENT".
       01  WS-DEPT-COLUMNS.
           03  FILLER  PIC X(12) VALUE "DEPARTMENT".
           03  FILLER  PIC X(8)  VALUE "   START".
           03  FILLER  PIC X(8)  VALUE "     END".
           03  FILLER  PIC X(10) VALUE "   AVERAGE".
           03  FILLER  PIC X(8)  VALUE "   TERMS".
           03  FILLER  PIC X(11) VALUE "  TURNOVER".
       01  WS-DEPT-LINE.
           03  DL-DEPT          PIC X(10).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-START         PIC ZZZZZ9.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-END           PIC ZZZZZ9.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-AVERAGE       PIC ZZZZZ9.9.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-TERMS         PIC ZZZZZ9.
           03  FILLER           PIC X(3) VALUE SPACES.
           03  DL-TURNOVER      PIC ZZ9.99.
           03  FILLER           PIC X VALUE "%".

       PROCEDURE DIVISION.
       PROG.
           PERFORM CONFIGURE-FILE-PATHS
           DISPLAY "STAFF TURNOVER REPORT"
           DISPLAY "ENTER MONTH (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-MONTH NOT NUMERIC
               OR WS-REPORT-MONTH(5:2) < "01"
               OR WS-REPORT-MONTH(5:2) > "12"
               DISPLAY "INVALID MONTH - RUN CANCELLED"
               STOP RUN
           END-IF
           MOVE WS-REPORT-MONTH TO WS-MONTH-START(1:6)
           MOVE "01" TO WS-MONTH-START(7:2)
           MOVE WS-REPORT-MONTH TO WS-MONTH-END(1:6)
           MOVE "31" TO WS-MONTH-END(7:2)
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN EMPLOYEE FILE - STATUS "
                   WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT TURNOVERREPORT
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ
           PERFORM TALLY-EMPLOYEE UNTIL NO-MORE-EMPLOYEES
           PERFORM WRITE-REASON-SECTION
           PERFORM WRITE-DEPT-SECTION
           CLOSE EMPLOYEE-FILE TURNOVERREPORT
           DISPLAY "TERMINATIONS IN MONTH: " WS-COMPANY-TERMS
           STOP RUN.

      *-------------------------------------------------------------
      *TALLY-EMPLOYEE paragraph counts one employee: a termination
      *inside the month is counted by reason and department, and
      *anyone still employed at month end counts in the closing
      *headcount; staff terminated before the month are ignored
      *-------------------------------------------------------------
       TALLY-EMPLOYEE.
           IF EMPLOYEE-TERMINATED
               AND EMPLOYEE-STATUS-DATE < WS-MONTH-START
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-DEPT
           IF EMPLOYEE-TERMINATED
               AND EMPLOYEE-STATUS-DATE NOT > WS-MONTH-END
               ADD 1 TO WS-COMPANY-TERMS
               ADD 1 TO WS-DEPT-TERMS(DEPT-IX)
               PERFORM COUNT-REASON
           ELSE
               ADD 1 TO WS-COMPANY-END-HEADS
               ADD 1 TO WS-DEPT-END-HEADS(DEPT-IX)
           END-IF
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *COUNT-REASON paragraph counts the termination against its
      *reason code, or against the unrecognised entry
      *-------------------------------------------------------------
       COUNT-REASON.
           SET REASON-IX TO 1
           SEARCH WS-REASON
               AT END
                   ADD 1 TO WS-REASON-TERMS(8)
               WHEN WS-REASON-CODE(REASON-IX) = EMPLOYEE-REASON
                   ADD 1 TO WS-REASON-TERMS(REASON-IX)
           END-SEARCH
           EXIT.

      *-------------------------------------------------------------
      *FIND-OR-ADD-DEPT paragraph finds the employee's department
      *entry, adding it the first time it is seen
      *-------------------------------------------------------------
       FIND-OR-ADD-DEPT.
           SET DEPT-IX TO 1
           SEARCH WS-DEPT
               AT END
                   IF WS-DEPT-COUNT >= 50
                       DISPLAY "ERROR: Department table full"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DEPT-COUNT
                   SET DEPT-IX TO WS-DEPT-COUNT
                   MOVE EMPLOYEE-DEPT TO WS-DEPT-NAME(DEPT-IX)
                   MOVE 0 TO WS-DEPT-END-HEADS(DEPT-IX)
                   MOVE 0 TO WS-DEPT-TERMS(DEPT-IX)
               WHEN WS-DEPT-NAME(DEPT-IX) = EMPLOYEE-DEPT
                   CONTINUE
           END-SEARCH
           EXIT.

      *-------------------------------------------------------------
      *WRITE-REASON-SECTION paragraph writes the heading and one
      *line per reason code with its share of the terminations;
      *the unrecognised line only prints when it has a count
      *-------------------------------------------------------------
       WRITE-REASON-SECTION.
           MOVE WS-REPORT-MONTH TO RH-MONTH
           WRITE TURNOVERREPORTLINE FROM WS-REPORT-HEADING
           MOVE SPACES TO TURNOVERREPORTLINE
           WRITE TURNOVERREPORTLINE
           WRITE TURNOVERREPORTLINE FROM WS-REASON-HEADING
           WRITE TURNOVERREPORTLINE FROM WS-REASON-COLUMNS
           PERFORM WRITE-ONE-REASON
               VARYING REASON-IX FROM 1 BY 1 UNTIL REASON-IX > 8
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ONE-REASON paragraph writes one reason code's line
      *-------------------------------------------------------------
       WRITE-ONE-REASON.
           IF REASON-IX = 8 AND WS-REASON-TERMS(8) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REASON-CODE(REASON-IX) TO RL-CODE
           MOVE WS-REASON-DESC(REASON-IX) TO RL-DESC
           MOVE WS-REASON-TERMS(REASON-IX) TO RL-TERMS
           IF WS-COMPANY-TERMS > 0
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-REASON-TERMS(REASON-IX) * 100
                   / WS-COMPANY-TERMS
           ELSE
               MOVE 0 TO WS-SHARE-PCT
           END-IF
           MOVE WS-SHARE-PCT TO RL-SHARE
           WRITE TURNOVERREPORTLINE FROM WS-REASON-LINE
           EXIT.

      *-------------------------------------------------------------
      *WRITE-DEPT-SECTION paragraph writes one line per department
      *and the company total line
      *-------------------------------------------------------------
       WRITE-DEPT-SECTION.
           MOVE SPACES TO TURNOVERREPORTLINE
           WRITE TURNOVERREPORTLINE
           WRITE TURNOVERREPORTLINE FROM WS-DEPT-HEADING
           WRITE TURNOVERREPORTLINE FROM WS-DEPT-COLUMNS
           PERFORM WRITE-ONE-DEPT
               VARYING DEPT-IX FROM 1 BY 1
               UNTIL DEPT-IX > WS-DEPT-COUNT
           MOVE SPACES TO TURNOVERREPORTLINE
           WRITE TURNOVERREPORTLINE
           MOVE "COMPANY" TO DL-DEPT
           MOVE WS-COMPANY-END-HEADS TO WS-LINE-END-HEADS
           MOVE WS-COMPANY-TERMS TO WS-LINE-TERMS
           PERFORM FORMAT-TURNOVER
           WRITE TURNOVERREPORTLINE FROM WS-DEPT-LINE
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ONE-DEPT paragraph writes one department's line
      *-------------------------------------------------------------
       WRITE-ONE-DEPT.
           MOVE WS-DEPT-NAME(DEPT-IX) TO DL-DEPT
           MOVE WS-DEPT-END-HEADS(DEPT-IX) TO WS-LINE-END-HEADS
           MOVE WS-DEPT-TERMS(DEPT-IX) TO WS-LINE-TERMS
           PERFORM FORMAT-TURNOVER
           WRITE TURNOVERREPORTLINE FROM WS-DEPT-LINE
           EXIT.

      *-------------------------------------------------------------
      *FORMAT-TURNOVER paragraph fills the line from the closing
      *headcount and terminations, deriving the opening and average
      *headcounts and the turnover percentage
      *-------------------------------------------------------------
       FORMAT-TURNOVER.
           MOVE WS-LINE-END-HEADS TO DL-END
           MOVE WS-LINE-TERMS TO DL-TERMS
           COMPUTE WS-START-HEADS = WS-LINE-END-HEADS + WS-LINE-TERMS
           MOVE WS-START-HEADS TO DL-START
           COMPUTE WS-AVG-HEADS ROUNDED =
               (WS-START-HEADS + WS-LINE-END-HEADS) / 2
           MOVE WS-AVG-HEADS TO DL-AVERAGE
           IF WS-AVG-HEADS > 0
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   WS-LINE-TERMS * 100 / WS-AVG-HEADS
           ELSE
               MOVE 0 TO WS-TURNOVER-PCT
           END-IF
           MOVE WS-TURNOVER-PCT TO DL-TURNOVER
           EXIT.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEFILE"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EMPLOYEE-FILE-PATH
           END-IF
           DISPLAY "EMPLOYEE-FILE: " EMPLOYEE-FILE-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_TURNOVERREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO TURNOVERREPORT-PATH
           END-IF
           DISPLAY "TURNOVERREPORT: " TURNOVERREPORT-PATH
           EXIT.
       END PROGRAM TURNOVERREPORT.
