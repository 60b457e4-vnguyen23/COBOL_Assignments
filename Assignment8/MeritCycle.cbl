       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERITCYCLE.

      *MERITCYCLE runs the annual merit increase. Each employee on
      *EMPLOYEE29.DAT with a rating on MeritRatings.DAT is placed in
      *the salary range MeritDeptControl.DAT gives their department
      *- first to fourth quarter of the range, below the minimum
      *counting as the first and above the maximum as the fourth -
      *and the merit matrix on MeritMatrix.DAT (one row per rating,
      *one percentage per quarter) gives the increase. Every run
      *prints the proposal report HR signs off: each employee's
      *rating, quarter, percentage and new salary, the exceptions
      *(no salary range, rating not on the matrix), and the total
      *cost against each department's budgeted merit pool.
      *Once the proposal is signed off, HR sets MeritControl.DAT to
      *RELEASE with the effective date; the next run, by an operator
      *holding the override grant, appends one effective-dated "C"
      *transaction per increase to HeldChanges.DAT, so HELDRELEASE
      *feeds them to the maintenance run on the date and the
      *approval threshold and every other check applies as for any
      *change. The control record is then marked DONE so the cycle
      *cannot be released twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN USING EMPLOYEE-FILE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS IS SEQUENTIAL
                       RECORD KEY EMPLOYEE-NO
                       FILE STATUS IS WS-FILE-STATUS.
           SELECT MERITRATINGS
               ASSIGN USING
           MERITRATINGS-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERITMATRIX
               ASSIGN USING
           MERITMATRIX-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERITDEPT
               ASSIGN USING
           MERITDEPT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MERITCONTROL
               ASSIGN USING
           MERITCONTROL-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELDCHANGES
               ASSIGN USING
           HELDCHANGES-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERITPROPOSAL
               ASSIGN USING
           MERITPROPOSAL-PATH
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
       FD  MERITRATINGS.
       01  MERITRATINGS-REC.
           03  MR-EMP-NO        PIC X(8).
           03  FILLER           PIC X.
           03  MR-RATING        PIC X.
      *One row per rating: the percentage for each quarter of the
      *salary range, e.g. "3 0450 0400 0300 0200"
       FD  MERITMATRIX.
       01  MERITMATRIX-REC.
           03  MX-RATING        PIC X.
           03  MX-QUARTER       OCCURS 4 TIMES.
               05  FILLER       PIC X.
               05  MX-PCT       PIC 99V99.
      *Per department: the salary range and the merit pool
       FD  MERITDEPT.
       01  MERITDEPT-REC.
           03  MD-DEPT          PIC X(10).
           03  FILLER           PIC X.
           03  MD-RANGE-MIN     PIC 9(6)V99.
           03  FILLER           PIC X.
           03  MD-RANGE-MAX     PIC 9(6)V99.
           03  FILLER           PIC X.
           03  MD-POOL          PIC 9(7)V99.
       FD  MERITCONTROL.
       01  MERITCONTROL-REC.
           03  MK-MODE          PIC X(7).
               88  MERIT-RELEASE        VALUE "RELEASE".
               88  MERIT-DONE           VALUE "DONE".
           03  FILLER           PIC X.
           03  MK-EFFECTIVE-DATE PIC 9(8).
      *The CHANGES-REC layout the maintenance run reads
       FD  HELDCHANGES.
       01  CHANGES-REC.
           03  CHANGE-TYPE      PIC X.
           03  EMP-NO           PIC X(8).
           03  EMP-INITS        PIC X(4).
           03  EMP-SURNAME      PIC X(16).
           03  EMP-SALARY       PIC 9(6)V99.
           03  EMP-ADDRESS      PIC X(40).
           03  EMP-DEPT         PIC X(10).
           03  EFFECTIVE-DATE   PIC 9(8).
           03  EMP-SUPERVISOR   PIC X(8).
       FD  MERITPROPOSAL.
       01  MERITPROPOSALLINE    PIC X(100).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  EMPLOYEE-FILE-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\EMPLOYEE29.DAT".
       01  MERITRATINGS-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\MeritRatings.DAT".
       01  MERITMATRIX-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\MeritMatrix.DAT".
       01  MERITDEPT-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\MeritDeptControl.DAT".
       01  MERITCONTROL-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\MeritControl.DAT".
       01  HELDCHANGES-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\HeldChanges.DAT".
       01  MERITPROPOSAL-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\MeritProposal.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-FILE-STATUS       PIC XX.
       01  WS-EOF               PIC 9 VALUE 0.
           88  NO-MORE-EMPLOYEES      VALUE 1.
       01  WS-LOAD-EOF          PIC 9 VALUE 0.
           88  NO-MORE-LOAD           VALUE 1.

      *Run mode from the control record: a proposal unless HR has
      *released a signed-off cycle
       01  WS-RUN-MODE          PIC X VALUE "P".
           88  PROPOSAL-RUN           VALUE "P".
           88  RELEASE-RUN            VALUE "R".
           88  ALREADY-RELEASED       VALUE "D".
       01  WS-EFFECTIVE-DATE    PIC 9(8) VALUE 0.

      *Request block for the shared SignOn subprogram
       01  WS-SIGNON-REQUEST.
           03  WS-SO-PROGRAM       PIC X(20).
           03  WS-SO-FUNCTION      PIC X.
           03  WS-SO-OPERATOR      PIC X(8).
           03  WS-SO-RESULT        PIC X.
               88  SIGN-ON-GRANTED VALUE "A".

       01  WS-RATING-COUNT      PIC 9(4) VALUE 0.
       01  WS-RATING-TABLE.
           03  WS-RATING-ENTRY  OCCURS 0 TO 5000 TIMES
                                 DEPENDING ON WS-RATING-COUNT
                                 INDEXED BY RATING-IX.
               05  WS-RATING-EMP-NO PIC X(8).
               05  WS-RATING        PIC X.

       01  WS-MATRIX-COUNT      PIC 99 VALUE 0.
       01  WS-MATRIX-TABLE.
           03  WS-MATRIX        OCCURS 0 TO 20 TIMES
                                 DEPENDING ON WS-MATRIX-COUNT
                                 INDEXED BY MATRIX-IX.
               05  WS-MATRIX-RATING PIC X.
               05  WS-MATRIX-PCT    OCCURS 4 TIMES PIC 99V99.

      *Per department: the range and pool, and the cycle's cost
       01  WS-DEPT-COUNT        PIC 99 VALUE 0.
       01  WS-DEPT-TABLE.
           03  WS-DEPT          OCCURS 0 TO 50 TIMES
                                 DEPENDING ON WS-DEPT-COUNT
                                 INDEXED BY DEPT-IX.
               05  WS-DEPT-CODE     PIC X(10).
               05  WS-DEPT-MIN      PIC 9(6)V99.
               05  WS-DEPT-MAX      PIC 9(6)V99.
               05  WS-DEPT-POOL     PIC 9(7)V99.
               05  WS-DEPT-HEADS    PIC 9(5).
               05  WS-DEPT-COST     PIC 9(7)V99.

      *Per-employee work fields
       01  WS-FOUND             PIC 9 VALUE 0.
           88  ENTRY-FOUND            VALUE 1.
       01  WS-EMP-RATING        PIC X.
       01  WS-RANGE-POSITION    PIC S9(5)V99.
       01  WS-QUARTER           PIC 9.
       01  WS-MERIT-PCT         PIC 99V99.
       01  WS-NEW-SALARY        PIC 9(7)V99.
       01  WS-INCREASE          PIC 9(7)V99.

       01  WS-PROPOSED-COUNT    PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT   PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT    PIC 9(5) VALUE 0.
       01  WS-TOTAL-COST        PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-POOL        PIC 9(9)V99 VALUE 0.
       01  WS-VARIANCE          PIC S9(9)V99.
       01  WS-POOL-USED-PCT     PIC 9(4)V9.
       01  WS-POOL-AMOUNT       PIC 9(9)V99.
       01  WS-POOL-COST         PIC 9(9)V99.

       01  WS-REPORT-HEADING.
           03  FILLER           PIC X(32) VALUE
               "MERIT INCREASE PROPOSAL".
           03  RH-MODE          PIC X(40).
       01  WS-COLUMN-LINE.
           03  FILLER  PIC X(10) VALUE "EMP NO".
           03  FILLER  PIC X(18) VALUE "SURNAME".
           03  FILLER  PIC X(12) VALUE "DEPARTMENT".
           03  FILLER  PIC X(6)  VALUE "RATING".
           03  FILLER  PIC X(4)  VALUE "  QT".
           03  FILLER  PIC X(8)  VALUE "     PCT".
           03  FILLER  PIC X(12) VALUE "  OLD SALARY".
           03  FILLER  PIC X(12) VALUE "  NEW SALARY".
           03  FILLER  PIC X(11) VALUE "   INCREASE".
       01  WS-DETAIL-LINE.
           03  DL-EMP-NO        PIC X(8).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-SURNAME       PIC X(16).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-DEPT          PIC X(10).
           03  FILLER           PIC X(4) VALUE SPACES.
           03  DL-RATING        PIC X.
           03  FILLER           PIC X(4) VALUE SPACES.
           03  DL-QUARTER       PIC 9.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-PCT           PIC Z9.99.
           03  FILLER           PIC X VALUE "%".
           03  FILLER           PIC X VALUE SPACE.
           03  DL-OLD-SALARY    PIC ZZZ,ZZ9.99.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-NEW-SALARY    PIC ZZZ,ZZ9.99.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-INCREASE      PIC ZZ,ZZ9.99.
       01  WS-EXCEPTION-LINE.
           03  XL-EMP-NO        PIC X(8).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  XL-SURNAME       PIC X(16).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  XL-DEPT          PIC X(10).
           03  FILLER           PIC X(4) VALUE SPACES.
           03  XL-RATING        PIC X.
           03  FILLER           PIC X(4) VALUE SPACES.
           03  XL-REASON        PIC X(30).
       01  WS-POOL-HEADING.
           03  FILLER  PIC X(12) VALUE "DEPARTMENT".
           03  FILLER  PIC X(7)  VALUE "  HEADS".
           03  FILLER  PIC X(15) VALUE "    MERIT POOL".
           03  FILLER  PIC X(15) VALUE "     MERIT COST".
           03  FILLER  PIC X(15) VALUE "       VARIANCE".
           03  FILLER  PIC X(8)  VALUE "    USED".
       01  WS-POOL-LINE.
           03  PL-DEPT          PIC X(10).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  PL-HEADS         PIC ZZZZ9.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  PL-POOL          PIC Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  PL-COST          PIC Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  PL-VARIANCE      PIC -Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  PL-USED          PIC ZZZ9.9.
           03  PL-USED-SIGN     PIC X.
       01  WS-COUNT-LINE.
           03  CL-LABEL         PIC X(24).
           03  CL-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM CONFIGURE-FILE-PATHS
           DISPLAY "MERIT INCREASE CYCLE STARTING"
           PERFORM LOAD-MERIT-CONTROL
      *Releasing the cycle is the sign-off path: it takes the
      *override grant, and without it the run is a proposal only
           IF RELEASE-RUN
               MOVE "MERITCYCLE" TO WS-SO-PROGRAM
               MOVE "O" TO WS-SO-FUNCTION
               CALL "SignOn" USING WS-SIGNON-REQUEST
               IF NOT SIGN-ON-GRANTED
                   DISPLAY "RELEASE NOT AUTHORIZED - PROPOSAL ONLY"
                   MOVE "P" TO WS-RUN-MODE
               END-IF
           END-IF
           PERFORM LOAD-RATINGS
           PERFORM LOAD-MATRIX
           PERFORM LOAD-MERIT-DEPTS
           OPEN OUTPUT MERITPROPOSAL
           EVALUATE TRUE
               WHEN RELEASE-RUN
                   MOVE SPACES TO RH-MODE
                   STRING "RELEASED - EFFECTIVE " WS-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO RH-MODE
                   OPEN EXTEND HELDCHANGES
               WHEN ALREADY-RELEASED
                   MOVE "ALREADY RELEASED - FOR REFERENCE ONLY"
                       TO RH-MODE
               WHEN OTHER
                   MOVE "PROPOSAL - FOR HR SIGN-OFF" TO RH-MODE
           END-EVALUATE
           WRITE MERITPROPOSALLINE FROM WS-REPORT-HEADING
           WRITE MERITPROPOSALLINE FROM WS-COLUMN-LINE
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN EMPLOYEE FILE - STATUS "
                   WS-FILE-STATUS
               STOP RUN
           END-IF
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ
           PERFORM PROPOSE-ONE-EMPLOYEE UNTIL NO-MORE-EMPLOYEES
           CLOSE EMPLOYEE-FILE
           PERFORM WRITE-POOL-SECTION
           CLOSE MERITPROPOSAL
           IF RELEASE-RUN
               CLOSE HELDCHANGES
               PERFORM MARK-CYCLE-DONE
           END-IF
           DISPLAY "INCREASES PROPOSED: " WS-PROPOSED-COUNT
           DISPLAY "EXCEPTIONS        : " WS-EXCEPTION-COUNT
           DISPLAY "RELEASED TO HELD  : " WS-RELEASED-COUNT
           STOP RUN.

      *-------------------------------------------------------------
      *LOAD-MERIT-CONTROL paragraph reads the release instruction; a
      *release without a usable effective date stays a proposal
      *-------------------------------------------------------------
       LOAD-MERIT-CONTROL.
           OPEN INPUT MERITCONTROL
           READ MERITCONTROL
               AT END CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN MERIT-DONE
                           MOVE "D" TO WS-RUN-MODE
                       WHEN MERIT-RELEASE
                           AND MK-EFFECTIVE-DATE IS NUMERIC
                           AND MK-EFFECTIVE-DATE > 0
                           MOVE "R" TO WS-RUN-MODE
                           MOVE MK-EFFECTIVE-DATE
                               TO WS-EFFECTIVE-DATE
                       WHEN MERIT-RELEASE
                           DISPLAY "RELEASE WITHOUT EFFECTIVE DATE"
                               " - PROPOSAL ONLY"
                   END-EVALUATE
           END-READ
           CLOSE MERITCONTROL
           EXIT.

      *-------------------------------------------------------------
      *MARK-CYCLE-DONE paragraph stamps the control record once the
      *transactions are released, so a rerun cannot release again
      *-------------------------------------------------------------
       MARK-CYCLE-DONE.
           OPEN OUTPUT MERITCONTROL
           MOVE SPACES TO MERITCONTROL-REC
           MOVE "DONE" TO MK-MODE
           MOVE WS-EFFECTIVE-DATE TO MK-EFFECTIVE-DATE
           WRITE MERITCONTROL-REC
           CLOSE MERITCONTROL
           EXIT.

      *-------------------------------------------------------------
      *LOAD-RATINGS paragraph loads the employee ratings
      *-------------------------------------------------------------
       LOAD-RATINGS.
           OPEN INPUT MERITRATINGS
           MOVE 0 TO WS-LOAD-EOF
           READ MERITRATINGS
               AT END MOVE 1 TO WS-LOAD-EOF
           END-READ
           PERFORM LOAD-ONE-RATING UNTIL NO-MORE-LOAD
           CLOSE MERITRATINGS
           EXIT.

       LOAD-ONE-RATING.
           IF WS-RATING-COUNT >= 5000
               DISPLAY "ERROR: Ratings table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-RATING-COUNT
           MOVE MR-EMP-NO TO WS-RATING-EMP-NO(WS-RATING-COUNT)
           MOVE MR-RATING TO WS-RATING(WS-RATING-COUNT)
           READ MERITRATINGS
               AT END MOVE 1 TO WS-LOAD-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *LOAD-MATRIX paragraph loads the merit matrix rows
      *-------------------------------------------------------------
       LOAD-MATRIX.
           OPEN INPUT MERITMATRIX
           MOVE 0 TO WS-LOAD-EOF
           READ MERITMATRIX
               AT END MOVE 1 TO WS-LOAD-EOF
           END-READ
           PERFORM LOAD-ONE-MATRIX-ROW UNTIL NO-MORE-LOAD
           CLOSE MERITMATRIX
           EXIT.

       LOAD-ONE-MATRIX-ROW.
           IF WS-MATRIX-COUNT >= 20
               DISPLAY "ERROR: Merit matrix table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-MATRIX-COUNT
           MOVE MX-RATING TO WS-MATRIX-RATING(WS-MATRIX-COUNT)
           PERFORM LOAD-ONE-MATRIX-PCT
               VARYING WS-QUARTER FROM 1 BY 1 UNTIL WS-QUARTER > 4
           READ MERITMATRIX
               AT END MOVE 1 TO WS-LOAD-EOF
           END-READ
           EXIT.

       LOAD-ONE-MATRIX-PCT.
           IF MX-PCT(WS-QUARTER) IS NUMERIC
               MOVE MX-PCT(WS-QUARTER)
                   TO WS-MATRIX-PCT(WS-MATRIX-COUNT, WS-QUARTER)
           ELSE
               MOVE 0 TO WS-MATRIX-PCT(WS-MATRIX-COUNT, WS-QUARTER)
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *LOAD-MERIT-DEPTS paragraph loads each department's salary
      *range and merit pool
      *-------------------------------------------------------------
       LOAD-MERIT-DEPTS.
           OPEN INPUT MERITDEPT
           MOVE 0 TO WS-LOAD-EOF
           READ MERITDEPT
               AT END MOVE 1 TO WS-LOAD-EOF
           END-READ
           PERFORM LOAD-ONE-MERIT-DEPT UNTIL NO-MORE-LOAD
           CLOSE MERITDEPT
           EXIT.

       LOAD-ONE-MERIT-DEPT.
           IF WS-DEPT-COUNT >= 50
               DISPLAY "ERROR: Merit department table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE MD-DEPT TO WS-DEPT-CODE(WS-DEPT-COUNT)
           MOVE MD-RANGE-MIN TO WS-DEPT-MIN(WS-DEPT-COUNT)
           MOVE MD-RANGE-MAX TO WS-DEPT-MAX(WS-DEPT-COUNT)
           MOVE MD-POOL TO WS-DEPT-POOL(WS-DEPT-COUNT)
           MOVE 0 TO WS-DEPT-HEADS(WS-DEPT-COUNT)
           MOVE 0 TO WS-DEPT-COST(WS-DEPT-COUNT)
           READ MERITDEPT
               AT END MOVE 1 TO WS-LOAD-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *PROPOSE-ONE-EMPLOYEE paragraph works out one rated
      *employee's increase and reports it, or reports why it cannot
      *be worked out; terminated and unrated employees are skipped
      *-------------------------------------------------------------
       PROPOSE-ONE-EMPLOYEE.
           IF NOT EMPLOYEE-TERMINATED
               PERFORM FIND-RATING
               IF ENTRY-FOUND
                   PERFORM CALCULATE-MERIT
               END-IF
           END-IF
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ
           EXIT.

       FIND-RATING.
           MOVE 0 TO WS-FOUND
           SET RATING-IX TO 1
           SEARCH WS-RATING-ENTRY
               AT END CONTINUE
               WHEN WS-RATING-EMP-NO(RATING-IX) = EMPLOYEE-NO
                   MOVE WS-RATING(RATING-IX) TO WS-EMP-RATING
                   MOVE 1 TO WS-FOUND
           END-SEARCH
           EXIT.

      *-------------------------------------------------------------
      *CALCULATE-MERIT paragraph places the salary in its quarter of
      *the department range, takes the matrix percentage, and
      *reports and (on release) writes the increase
      *-------------------------------------------------------------
       CALCULATE-MERIT.
           MOVE 0 TO WS-FOUND
           SET DEPT-IX TO 1
           SEARCH WS-DEPT
               AT END CONTINUE
               WHEN WS-DEPT-CODE(DEPT-IX) = EMPLOYEE-DEPT
                   MOVE 1 TO WS-FOUND
           END-SEARCH
           IF NOT ENTRY-FOUND
               MOVE "NO SALARY RANGE FOR DEPARTMENT" TO XL-REASON
               PERFORM WRITE-MERIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF WS-DEPT-MAX(DEPT-IX) > WS-DEPT-MIN(DEPT-IX)
               COMPUTE WS-RANGE-POSITION =
                   (EMPLOYEE-SALARY - WS-DEPT-MIN(DEPT-IX)) * 100
                   / (WS-DEPT-MAX(DEPT-IX) - WS-DEPT-MIN(DEPT-IX))
           ELSE
               MOVE 50 TO WS-RANGE-POSITION
           END-IF
           EVALUATE TRUE
               WHEN WS-RANGE-POSITION < 25
                   MOVE 1 TO WS-QUARTER
               WHEN WS-RANGE-POSITION < 50
                   MOVE 2 TO WS-QUARTER
               WHEN WS-RANGE-POSITION < 75
                   MOVE 3 TO WS-QUARTER
               WHEN OTHER
                   MOVE 4 TO WS-QUARTER
           END-EVALUATE
           MOVE 0 TO WS-FOUND
           SET MATRIX-IX TO 1
           SEARCH WS-MATRIX
               AT END CONTINUE
               WHEN WS-MATRIX-RATING(MATRIX-IX) = WS-EMP-RATING
                   MOVE 1 TO WS-FOUND
           END-SEARCH
           IF NOT ENTRY-FOUND
               MOVE "RATING NOT ON MERIT MATRIX" TO XL-REASON
               PERFORM WRITE-MERIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MATRIX-PCT(MATRIX-IX, WS-QUARTER) TO WS-MERIT-PCT
           COMPUTE WS-NEW-SALARY ROUNDED =
               EMPLOYEE-SALARY * (100 + WS-MERIT-PCT) / 100
           IF WS-NEW-SALARY > 999999.99
               MOVE "NEW SALARY TOO LARGE" TO XL-REASON
               PERFORM WRITE-MERIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INCREASE = WS-NEW-SALARY - EMPLOYEE-SALARY
           MOVE EMPLOYEE-NO TO DL-EMP-NO
           MOVE EMPLOYEE-SURNAME TO DL-SURNAME
           MOVE EMPLOYEE-DEPT TO DL-DEPT
           MOVE WS-EMP-RATING TO DL-RATING
           MOVE WS-QUARTER TO DL-QUARTER
           MOVE WS-MERIT-PCT TO DL-PCT
           MOVE EMPLOYEE-SALARY TO DL-OLD-SALARY
           MOVE WS-NEW-SALARY TO DL-NEW-SALARY
           MOVE WS-INCREASE TO DL-INCREASE
           WRITE MERITPROPOSALLINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-DEPT-HEADS(DEPT-IX)
           ADD WS-INCREASE TO WS-DEPT-COST(DEPT-IX)
           ADD WS-INCREASE TO WS-TOTAL-COST
           IF WS-INCREASE > 0
               ADD 1 TO WS-PROPOSED-COUNT
               IF RELEASE-RUN
                   PERFORM RELEASE-MERIT-CHANGE
               END-IF
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *RELEASE-MERIT-CHANGE paragraph writes the effective-dated
      *"C" transaction carrying the new salary; every other field is
      *left blank so the change touches the salary alone
      *-------------------------------------------------------------
       RELEASE-MERIT-CHANGE.
           MOVE SPACES TO CHANGES-REC
           MOVE "C" TO CHANGE-TYPE
           MOVE EMPLOYEE-NO TO EMP-NO
           MOVE WS-NEW-SALARY TO EMP-SALARY
           MOVE WS-EFFECTIVE-DATE TO EFFECTIVE-DATE
           WRITE CHANGES-REC
           ADD 1 TO WS-RELEASED-COUNT
           EXIT.

       WRITE-MERIT-EXCEPTION.
           MOVE EMPLOYEE-NO TO XL-EMP-NO
           MOVE EMPLOYEE-SURNAME TO XL-SURNAME
           MOVE EMPLOYEE-DEPT TO XL-DEPT
           MOVE WS-EMP-RATING TO XL-RATING
           WRITE MERITPROPOSALLINE FROM WS-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           EXIT.

      *-------------------------------------------------------------
      *WRITE-POOL-SECTION paragraph reports each department's merit
      *cost against its pool, then the company totals
      *-------------------------------------------------------------
       WRITE-POOL-SECTION.
           MOVE SPACES TO MERITPROPOSALLINE
           WRITE MERITPROPOSALLINE
           WRITE MERITPROPOSALLINE FROM WS-POOL-HEADING
           PERFORM WRITE-ONE-POOL
               VARYING DEPT-IX FROM 1 BY 1
               UNTIL DEPT-IX > WS-DEPT-COUNT
           MOVE "COMPANY" TO PL-DEPT
           MOVE WS-PROPOSED-COUNT TO PL-HEADS
           MOVE WS-TOTAL-POOL TO PL-POOL
           MOVE WS-TOTAL-COST TO PL-COST
           COMPUTE WS-VARIANCE = WS-TOTAL-POOL - WS-TOTAL-COST
           MOVE WS-VARIANCE TO PL-VARIANCE
           MOVE WS-TOTAL-POOL TO WS-POOL-AMOUNT
           MOVE WS-TOTAL-COST TO WS-POOL-COST
           PERFORM SET-POOL-USED
           MOVE SPACES TO MERITPROPOSALLINE
           WRITE MERITPROPOSALLINE
           WRITE MERITPROPOSALLINE FROM WS-POOL-LINE
           MOVE "INCREASES PROPOSED    : " TO CL-LABEL
           MOVE WS-PROPOSED-COUNT TO CL-COUNT
           WRITE MERITPROPOSALLINE FROM WS-COUNT-LINE
           MOVE "EXCEPTIONS            : " TO CL-LABEL
           MOVE WS-EXCEPTION-COUNT TO CL-COUNT
           WRITE MERITPROPOSALLINE FROM WS-COUNT-LINE
           MOVE "RELEASED TO HELD FILE : " TO CL-LABEL
           MOVE WS-RELEASED-COUNT TO CL-COUNT
           WRITE MERITPROPOSALLINE FROM WS-COUNT-LINE
           EXIT.

       WRITE-ONE-POOL.
           MOVE WS-DEPT-CODE(DEPT-IX) TO PL-DEPT
           MOVE WS-DEPT-HEADS(DEPT-IX) TO PL-HEADS
           MOVE WS-DEPT-POOL(DEPT-IX) TO PL-POOL
           MOVE WS-DEPT-COST(DEPT-IX) TO PL-COST
           COMPUTE WS-VARIANCE =
               WS-DEPT-POOL(DEPT-IX) - WS-DEPT-COST(DEPT-IX)
           MOVE WS-VARIANCE TO PL-VARIANCE
           ADD WS-DEPT-POOL(DEPT-IX) TO WS-TOTAL-POOL
           MOVE WS-DEPT-POOL(DEPT-IX) TO WS-POOL-AMOUNT
           MOVE WS-DEPT-COST(DEPT-IX) TO WS-POOL-COST
           PERFORM SET-POOL-USED
           WRITE MERITPROPOSALLINE FROM WS-POOL-LINE
           EXIT.

      *-------------------------------------------------------------
      *SET-POOL-USED paragraph shows the cost as a percentage of the
      *pool on the line being built, flagging a pool overspent;
      *a department with no pool shows no percentage
      *-------------------------------------------------------------
       SET-POOL-USED.
           MOVE SPACE TO PL-USED-SIGN
           IF WS-POOL-AMOUNT = 0
               MOVE 0 TO PL-USED
               IF WS-POOL-COST > 0
                   MOVE "*" TO PL-USED-SIGN
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-POOL-USED-PCT ROUNDED =
               WS-POOL-COST * 100 / WS-POOL-AMOUNT
               ON SIZE ERROR MOVE 9999.9 TO WS-POOL-USED-PCT
           END-COMPUTE
           MOVE WS-POOL-USED-PCT TO PL-USED
           IF WS-POOL-COST > WS-POOL-AMOUNT
               MOVE "*" TO PL-USED-SIGN
           END-IF
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
               "DD_MERITRATINGS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO MERITRATINGS-PATH
           END-IF
           DISPLAY "MERITRATINGS: " MERITRATINGS-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_MERITMATRIX"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO MERITMATRIX-PATH
           END-IF
           DISPLAY "MERITMATRIX: " MERITMATRIX-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_MERITDEPT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO MERITDEPT-PATH
           END-IF
           DISPLAY "MERITDEPT: " MERITDEPT-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_MERITCONTROL"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO MERITCONTROL-PATH
           END-IF
           DISPLAY "MERITCONTROL: " MERITCONTROL-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_HELDCHANGES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO HELDCHANGES-PATH
           END-IF
           DISPLAY "HELDCHANGES: " HELDCHANGES-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_MERITPROPOSAL"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO MERITPROPOSAL-PATH
           END-IF
           DISPLAY "MERITPROPOSAL: " MERITPROPOSAL-PATH
           EXIT.
       END PROGRAM MERITCYCLE.
