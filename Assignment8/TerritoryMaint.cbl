       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRITORYMAINT.

      *TERRITORYMAINT maintains TerritoryAssignment.dat, the
      *effective-dated region/district assignment of each
      *salesperson ID the daily sales report credits sales to,
      *through a transaction file of adds, ends, and deletes:
      *  A - assign ID to a region/district from a date (to a date,
      *      or open-ended when the to-date is blank); a move is
      *      just an add, and the ID's open-ended assignment that
      *      starts earlier is ended the day before automatically
      *  E - end the assignment starting on the from-date at the
      *      to-date
      *  D - delete the assignment starting on the from-date (one
      *      keyed in error)
      *The ID must be on the salesperson master, the territory on
      *RegionTable.dat, and no two of an ID's assignments may
      *overlap. Every change applied - the automatic end included -
      *is written to TerritoryAudit.dat with the date, time,
      *signed-on operator, and the before and after images, so
      *"who moved this rep, and when" has an answer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERRITORYCHANGES
                   ASSIGN USING
           TERRITORYCHANGES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERRITORYASSIGN
                   ASSIGN USING
           TERRITORYASSIGN-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERRITORYAUDIT
                   ASSIGN USING
           TERRITORYAUDIT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALESPERSONMASTER
                   ASSIGN USING
           SALESPERSONMASTER-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGIONMAINTENANCE
                   ASSIGN USING
           REGIONMAINTENANCE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TERRITORYCHANGES.
       01  TERRITORYCHANGES-REC.
           03  TC-TYPE     PIC X.
               88  ADD-AN-ASSIGNMENT    VALUE "A".
               88  END-AN-ASSIGNMENT    VALUE "E".
               88  DELETE-AN-ASSIGNMENT VALUE "D".
           03  TC-ID       PIC X(5).
           03  TC-REGION   PIC X.
           03  TC-DISTRICT PIC XX.
           03  TC-FROM     PIC X(8).
           03  TC-TO       PIC X(8).
       FD  TERRITORYASSIGN.
      *TA-TO of 99999999 is an open-ended assignment
       01  TERRITORYASSIGN-REC.
           03  TA-ID       PIC X(5).
           03  FILLER      PIC X.
           03  TA-REGION   PIC X.
           03  FILLER      PIC X.
           03  TA-DISTRICT PIC XX.
           03  FILLER      PIC X.
           03  TA-FROM     PIC 9(8).
           03  FILLER      PIC X.
           03  TA-TO       PIC 9(8).
       FD  TERRITORYAUDIT.
       01  TERRITORYAUDIT-REC  PIC X(88).
       FD  SALESPERSONMASTER.
       01  SALESPERSONMASTER-REC.
           03  SP-ID       PIC X(5).
           03  SP-NAME     PIC X(20).
       FD  REGIONMAINTENANCE.
       01  REGIONMAINTENANCE-REC.
           03  RM-LETTER   PIC X.
           03  RM-REGION   PIC X(8).
           03  RM-DISTRICT PIC XX.

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  TERRITORYCHANGES-PATH  PIC X(80)
           VALUE "C:\DataFiles\TerritoryChanges.dat".
       01  TERRITORYASSIGN-PATH  PIC X(80)
           VALUE "C:\DataFiles\TerritoryAssignment.dat".
       01  TERRITORYAUDIT-PATH  PIC X(80)
           VALUE "C:\DataFiles\TerritoryAudit.dat".
       01  SALESPERSONMASTER-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalespersonMaster.dat".
       01  REGIONMAINTENANCE-PATH  PIC X(80)
           VALUE "C:\DataFiles\RegionTable.dat".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-EOF               PIC X(3) VALUE "NO".
           88  NO-MORE-CHANGES  VALUE "YES".
       01  WS-TA-EOF            PIC X(3) VALUE "NO".
           88  TA-EOF           VALUE "YES".
       01  WS-SP-EOF            PIC X(3) VALUE "NO".
           88  SP-EOF           VALUE "YES".
       01  WS-REGION-MAINT-EOF  PIC X(3) VALUE "NO".
           88  REGION-MAINT-EOF VALUE "YES".
       01  WS-OPEN-ENDED        PIC 9(8) VALUE 99999999.

      *Request blocks for the shared RunLog and SignOn subprograms
       01  WS-RUNLOG-REQUEST.
           03  WS-RL-ACTION      PIC X.
           03  WS-RL-PROGRAM     PIC X(20).
           03  WS-RL-STATUS      PIC X(20).
           03  WS-RL-READ        PIC 9(7).
           03  WS-RL-WRITTEN     PIC 9(7).
           03  WS-RL-OPERATOR    PIC X(8) VALUE SPACES.
       01  WS-SIGNON-REQUEST.
           03  WS-SO-PROGRAM       PIC X(20).
           03  WS-SO-FUNCTION      PIC X.
           03  WS-SO-OPERATOR      PIC X(8).
           03  WS-SO-RESULT        PIC X.
               88  SIGN-ON-GRANTED VALUE "A".

      *The assignment file, held in storage while the transactions
      *are applied and written back whole at the end; a deleted
      *entry is flagged and left out of the rewrite
       01  WS-TA-COUNT          PIC 9(4) VALUE 0.
       01  WS-TA-TABLE.
           03  WS-TA            OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON WS-TA-COUNT.
               05  WS-TA-ID        PIC X(5).
               05  WS-TA-REGION    PIC X.
               05  WS-TA-DISTRICT  PIC XX.
               05  WS-TA-FROM      PIC 9(8).
               05  WS-TA-TO        PIC 9(8).
               05  WS-TA-DELETED   PIC 9.
       01  WS-TA-SUB            PIC 9(4).
       01  WS-FOUND-SUB         PIC 9(4).
       01  WS-CLOSE-SUB         PIC 9(4).
       01  WS-SKIP-SUB          PIC 9(4).

      *Salesperson IDs and territories the transactions are
      *checked against
       01  WS-SP-COUNT          PIC 9(3) VALUE 0.
       01  WS-SP-TABLE.
           03  WS-SP-ID         OCCURS 0 TO 200 TIMES
                                 DEPENDING ON WS-SP-COUNT
                                 INDEXED BY SP-IX
                                 PIC X(5).
       01  WS-TERR-COUNT        PIC 9(3) VALUE 0.
       01  WS-TERR-TABLE.
           03  WS-TERR          OCCURS 0 TO 400 TIMES
                                 DEPENDING ON WS-TERR-COUNT
                                 INDEXED BY TERR-IX
                                 PIC X(3).
       01  WS-TERR-LOOKUP.
           03  WS-TERR-LOOKUP-REGION   PIC X.
           03  WS-TERR-LOOKUP-DISTRICT PIC XX.

      *Transaction work fields
       01  WS-NEW-FROM          PIC 9(8).
       01  WS-NEW-TO            PIC 9(8).
       01  WS-REJECT-REASON     PIC X(30).
       01  WS-OVERLAP-FOUND     PIC 9 VALUE 0.
           88  OVERLAP-FOUND    VALUE 1.

      *Date validation and the day-before calculation for the
      *automatic end of a moved rep's open assignment
       01  WS-DATE-WORK.
           03  WS-DW-YEAR       PIC 9(4).
           03  WS-DW-MONTH      PIC 99.
           03  WS-DW-DAY        PIC 99.
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
       01  WS-DATE-VALID        PIC 9 VALUE 0.
           88  DATE-VALID       VALUE 1.
       01  WS-MONTH-DAYS-INIT   PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-INIT.
           03  WS-MONTH-DAYS    OCCURS 12 TIMES PIC 99.
       01  WS-DAYS-THIS-MONTH   PIC 99.
       01  WS-LEAP-QUOTIENT     PIC 9(4).
       01  WS-LEAP-REMAINDER    PIC 9(3).

      *Audit record: when, who, what, and the assignment before and
      *after the change (spaces for an add's before image or a
      *delete's after image)
       01  WS-AUDIT-TIME-RAW    PIC 9(8).
       01  WS-AUDIT-LINE.
           03  AU-DATE          PIC 9(8).
           03                   PIC X VALUE SPACE.
           03  AU-TIME          PIC 9(6).
           03                   PIC X VALUE SPACE.
           03  AU-OPERATOR      PIC X(8).
           03                   PIC X VALUE SPACE.
           03  AU-ACTION        PIC X.
           03                   PIC X VALUE SPACE.
           03  AU-BEFORE        PIC X(28).
           03                   PIC X VALUE SPACE.
           03  AU-AFTER         PIC X(28).
       01  WS-AUDIT-DATE        PIC 9(8).

      *End-of-run transaction counters
       01  WS-READ-COUNT        PIC 9(4) VALUE 0.
       01  WS-ADD-COUNT         PIC 9(4) VALUE 0.
       01  WS-END-COUNT         PIC 9(4) VALUE 0.
       01  WS-DELETE-COUNT      PIC 9(4) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       PROG.
           PERFORM CONFIGURE-FILE-PATHS
           DISPLAY "TERRITORY ASSIGNMENT MAINTENANCE STARTING"
           MOVE "S" TO WS-RL-ACTION
           MOVE "TERRITORYMAINT" TO WS-RL-PROGRAM
           MOVE SPACES TO WS-RL-STATUS
           MOVE ZEROS TO WS-RL-READ WS-RL-WRITTEN
           CALL "RunLog" USING WS-RUNLOG-REQUEST
      *No assignment is changed for an operator without a
      *maintenance grant; the operator signed on is stamped into
      *every audit record
           MOVE "TERRITORYMAINT" TO WS-SO-PROGRAM
           MOVE "M" TO WS-SO-FUNCTION
           CALL "SignOn" USING WS-SIGNON-REQUEST
           IF NOT SIGN-ON-GRANTED
               DISPLAY "RUN REFUSED - OPERATOR NOT AUTHORIZED"
               MOVE "E" TO WS-RL-ACTION
               MOVE "ABORT SIGN-ON REJECT" TO WS-RL-STATUS
               CALL "RunLog" USING WS-RUNLOG-REQUEST
               STOP RUN
           END-IF
           MOVE WS-SO-OPERATOR TO WS-RL-OPERATOR
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-SALESPERSON-IDS
           PERFORM LOAD-TERRITORIES
           PERFORM LOAD-ASSIGNMENTS
           OPEN INPUT TERRITORYCHANGES
           OPEN EXTEND TERRITORYAUDIT
           READ TERRITORYCHANGES
               AT END MOVE "YES" TO WS-EOF
           END-READ
           PERFORM PROCESS-CHANGE UNTIL NO-MORE-CHANGES
           CLOSE TERRITORYCHANGES TERRITORYAUDIT
           PERFORM REWRITE-ASSIGNMENTS
           PERFORM DISPLAY-SUMMARY
           MOVE "E" TO WS-RL-ACTION
           MOVE "COMPLETE" TO WS-RL-STATUS
           MOVE WS-READ-COUNT TO WS-RL-READ
           COMPUTE WS-RL-WRITTEN =
               WS-ADD-COUNT + WS-END-COUNT + WS-DELETE-COUNT
           CALL "RunLog" USING WS-RUNLOG-REQUEST
           STOP RUN.

      *-------------------------------------------------------------
      *LOAD-SALESPERSON-IDS paragraph loads the master's IDs
      *-------------------------------------------------------------
       LOAD-SALESPERSON-IDS.
           OPEN INPUT SALESPERSONMASTER
           READ SALESPERSONMASTER
               AT END MOVE "YES" TO WS-SP-EOF
           END-READ
           PERFORM LOAD-ONE-SALESPERSON UNTIL SP-EOF
           CLOSE SALESPERSONMASTER
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-SALESPERSON paragraph adds one ID to the table
      *-------------------------------------------------------------
       LOAD-ONE-SALESPERSON.
           IF WS-SP-COUNT >= 200
               DISPLAY "ERROR: Salesperson table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-SP-COUNT
           MOVE SP-ID TO WS-SP-ID(WS-SP-COUNT)
           READ SALESPERSONMASTER
               AT END MOVE "YES" TO WS-SP-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *LOAD-TERRITORIES paragraph loads the region/district pairs
      *from RegionTable.dat; with no table on file any territory is
      *accepted
      *-------------------------------------------------------------
       LOAD-TERRITORIES.
           OPEN INPUT REGIONMAINTENANCE
           READ REGIONMAINTENANCE
               AT END MOVE "YES" TO WS-REGION-MAINT-EOF
           END-READ
           PERFORM LOAD-ONE-TERRITORY UNTIL REGION-MAINT-EOF
           CLOSE REGIONMAINTENANCE
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-TERRITORY paragraph adds one region/district pair
      *-------------------------------------------------------------
       LOAD-ONE-TERRITORY.
           IF WS-TERR-COUNT >= 400
               DISPLAY "ERROR: Territory table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-TERR-COUNT
           MOVE RM-LETTER TO WS-TERR-LOOKUP-REGION
           MOVE RM-DISTRICT TO WS-TERR-LOOKUP-DISTRICT
           MOVE WS-TERR-LOOKUP TO WS-TERR(WS-TERR-COUNT)
           READ REGIONMAINTENANCE
               AT END MOVE "YES" TO WS-REGION-MAINT-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ASSIGNMENTS paragraph loads the current assignment file
      *-------------------------------------------------------------
       LOAD-ASSIGNMENTS.
           OPEN INPUT TERRITORYASSIGN
           READ TERRITORYASSIGN
               AT END MOVE "YES" TO WS-TA-EOF
           END-READ
           PERFORM LOAD-ONE-ASSIGNMENT UNTIL TA-EOF
           CLOSE TERRITORYASSIGN
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-ASSIGNMENT paragraph adds one assignment record to
      *the table
      *-------------------------------------------------------------
       LOAD-ONE-ASSIGNMENT.
           IF WS-TA-COUNT >= 2000
               DISPLAY "ERROR: Assignment table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-TA-COUNT
           MOVE TA-ID TO WS-TA-ID(WS-TA-COUNT)
           MOVE TA-REGION TO WS-TA-REGION(WS-TA-COUNT)
           MOVE TA-DISTRICT TO WS-TA-DISTRICT(WS-TA-COUNT)
           MOVE TA-FROM TO WS-TA-FROM(WS-TA-COUNT)
           MOVE TA-TO TO WS-TA-TO(WS-TA-COUNT)
           MOVE 0 TO WS-TA-DELETED(WS-TA-COUNT)
           READ TERRITORYASSIGN
               AT END MOVE "YES" TO WS-TA-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *PROCESS-CHANGE paragraph validates one transaction and
      *applies or rejects it
      *-------------------------------------------------------------
       PROCESS-CHANGE.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM CHECK-SALESPERSON-ID
           IF WS-REJECT-REASON = SPACES
               MOVE TC-FROM TO WS-DATE-WORK
               PERFORM CHECK-DATE
               IF NOT DATE-VALID
                   MOVE "INVALID FROM-DATE" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-DATE-WORK-N TO WS-NEW-FROM
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN ADD-AN-ASSIGNMENT
                       PERFORM APPLY-ADD
                   WHEN END-AN-ASSIGNMENT
                       PERFORM APPLY-END
                   WHEN DELETE-AN-ASSIGNMENT
                       PERFORM APPLY-DELETE
                   WHEN OTHER
                       MOVE "INVALID TRANSACTION TYPE" TO
                           WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY "REJECTED " TC-TYPE " " TC-ID " " TC-FROM
                   " - " WS-REJECT-REASON
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           READ TERRITORYCHANGES
               AT END MOVE "YES" TO WS-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *CHECK-SALESPERSON-ID paragraph rejects an ID not on the
      *salesperson master
      *-------------------------------------------------------------
       CHECK-SALESPERSON-ID.
           MOVE "ID NOT ON SALESPERSON MASTER" TO WS-REJECT-REASON
           IF WS-SP-COUNT > 0
               SET SP-IX TO 1
               SEARCH WS-SP-ID
                   AT END CONTINUE
                   WHEN WS-SP-ID(SP-IX) = TC-ID
                       MOVE SPACES TO WS-REJECT-REASON
               END-SEARCH
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *CHECK-DATE paragraph checks WS-DATE-WORK is a real calendar
      *date
      *-------------------------------------------------------------
       CHECK-DATE.
           MOVE 0 TO WS-DATE-VALID
           IF WS-DATE-WORK NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
               OR WS-DW-DAY < 1
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-DAYS-THIS-MONTH
           IF WS-DW-DAY > WS-DAYS-THIS-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DATE-VALID
           EXIT.

      *-------------------------------------------------------------
      *SET-DAYS-THIS-MONTH paragraph gives the length of
      *WS-DATE-WORK's month, February following the leap-year rule
      *-------------------------------------------------------------
       SET-DAYS-THIS-MONTH.
           MOVE WS-MONTH-DAYS(WS-DW-MONTH) TO WS-DAYS-THIS-MONTH
           IF WS-DW-MONTH NOT = 2
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               MOVE 29 TO WS-DAYS-THIS-MONTH
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               MOVE 29 TO WS-DAYS-THIS-MONTH
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *SET-NEW-TO-DATE paragraph takes the transaction's to-date,
      *blank meaning open-ended; it may not precede the from-date
      *-------------------------------------------------------------
       SET-NEW-TO-DATE.
           IF TC-TO = SPACES
               MOVE WS-OPEN-ENDED TO WS-NEW-TO
               EXIT PARAGRAPH
           END-IF
           MOVE TC-TO TO WS-DATE-WORK
           PERFORM CHECK-DATE
           IF NOT DATE-VALID
               MOVE "INVALID TO-DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-WORK-N TO WS-NEW-TO
           IF WS-NEW-TO < WS-NEW-FROM
               MOVE "TO-DATE BEFORE FROM-DATE" TO WS-REJECT-REASON
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *APPLY-ADD paragraph adds a new assignment, first ending the
      *ID's earlier open-ended assignment the day before when the
      *add is a move; any other overlap is rejected
      *-------------------------------------------------------------
       APPLY-ADD.
           PERFORM SET-NEW-TO-DATE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-TERR-COUNT > 0
               MOVE TC-REGION TO WS-TERR-LOOKUP-REGION
               MOVE TC-DISTRICT TO WS-TERR-LOOKUP-DISTRICT
               SET TERR-IX TO 1
               SEARCH WS-TERR
                   AT END
                       MOVE "TERRITORY NOT ON REGION TABLE" TO
                           WS-REJECT-REASON
                       EXIT PARAGRAPH
                   WHEN WS-TERR(TERR-IX) = WS-TERR-LOOKUP
                       CONTINUE
               END-SEARCH
           END-IF
           MOVE 0 TO WS-CLOSE-SUB
           MOVE 0 TO WS-SKIP-SUB
           MOVE 0 TO WS-OVERLAP-FOUND
           PERFORM CHECK-ONE-OVERLAP
               VARYING WS-TA-SUB FROM 1 BY 1
               UNTIL WS-TA-SUB > WS-TA-COUNT
           IF OVERLAP-FOUND
               MOVE "OVERLAPS AN EXISTING ASSIGNMENT" TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TA-COUNT >= 2000
               DISPLAY "ERROR: Assignment table full"
               STOP RUN
           END-IF
           IF WS-CLOSE-SUB > 0
               PERFORM CLOSE-EARLIER-ASSIGNMENT
           END-IF
           ADD 1 TO WS-TA-COUNT
           MOVE TC-ID TO WS-TA-ID(WS-TA-COUNT)
           MOVE TC-REGION TO WS-TA-REGION(WS-TA-COUNT)
           MOVE TC-DISTRICT TO WS-TA-DISTRICT(WS-TA-COUNT)
           MOVE WS-NEW-FROM TO WS-TA-FROM(WS-TA-COUNT)
           MOVE WS-NEW-TO TO WS-TA-TO(WS-TA-COUNT)
           MOVE 0 TO WS-TA-DELETED(WS-TA-COUNT)
           MOVE SPACES TO AU-BEFORE
           MOVE WS-TA-COUNT TO WS-TA-SUB
           PERFORM BUILD-AFTER-IMAGE
           MOVE "A" TO AU-ACTION
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-ADD-COUNT
           EXIT.

      *-------------------------------------------------------------
      *CHECK-ONE-OVERLAP paragraph tests one existing assignment of
      *the same ID against the new WS-NEW-FROM/WS-NEW-TO range. An
      *open-ended one starting earlier is the rep's current
      *territory and is remembered to be ended instead; the entry
      *being ended itself (WS-SKIP-SUB) is passed over
      *-------------------------------------------------------------
       CHECK-ONE-OVERLAP.
           IF WS-TA-SUB = WS-SKIP-SUB
               OR WS-TA-DELETED(WS-TA-SUB) = 1
               OR WS-TA-ID(WS-TA-SUB) NOT = TC-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-TA-FROM(WS-TA-SUB) > WS-NEW-TO
               OR WS-TA-TO(WS-TA-SUB) < WS-NEW-FROM
               EXIT PARAGRAPH
           END-IF
           IF ADD-AN-ASSIGNMENT
               AND WS-TA-TO(WS-TA-SUB) = WS-OPEN-ENDED
               AND WS-TA-FROM(WS-TA-SUB) < WS-NEW-FROM
               MOVE WS-TA-SUB TO WS-CLOSE-SUB
           ELSE
               MOVE 1 TO WS-OVERLAP-FOUND
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *CLOSE-EARLIER-ASSIGNMENT paragraph ends the rep's current
      *open-ended assignment the day before the new one starts
      *-------------------------------------------------------------
       CLOSE-EARLIER-ASSIGNMENT.
           MOVE WS-CLOSE-SUB TO WS-TA-SUB
           PERFORM BUILD-BEFORE-IMAGE
           MOVE WS-NEW-FROM TO WS-DATE-WORK-N
           PERFORM SET-PREVIOUS-DAY
           MOVE WS-DATE-WORK-N TO WS-TA-TO(WS-TA-SUB)
           PERFORM BUILD-AFTER-IMAGE
           MOVE "E" TO AU-ACTION
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-END-COUNT
           EXIT.

      *-------------------------------------------------------------
      *SET-PREVIOUS-DAY paragraph steps WS-DATE-WORK back one day
      *-------------------------------------------------------------
       SET-PREVIOUS-DAY.
           IF WS-DW-DAY > 1
               SUBTRACT 1 FROM WS-DW-DAY
               EXIT PARAGRAPH
           END-IF
           IF WS-DW-MONTH > 1
               SUBTRACT 1 FROM WS-DW-MONTH
           ELSE
               MOVE 12 TO WS-DW-MONTH
               SUBTRACT 1 FROM WS-DW-YEAR
           END-IF
           PERFORM SET-DAYS-THIS-MONTH
           MOVE WS-DAYS-THIS-MONTH TO WS-DW-DAY
           EXIT.

      *-------------------------------------------------------------
      *FIND-ASSIGNMENT paragraph finds the ID's live assignment
      *starting on the transaction's from-date
      *-------------------------------------------------------------
       FIND-ASSIGNMENT.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM CHECK-ONE-ASSIGNMENT
               VARYING WS-TA-SUB FROM 1 BY 1
               UNTIL WS-TA-SUB > WS-TA-COUNT
           IF WS-FOUND-SUB = 0
               MOVE "NO ASSIGNMENT FROM THAT DATE" TO
                   WS-REJECT-REASON
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *CHECK-ONE-ASSIGNMENT paragraph remembers the entry when it
      *is the one the transaction names
      *-------------------------------------------------------------
       CHECK-ONE-ASSIGNMENT.
           IF WS-TA-ID(WS-TA-SUB) = TC-ID
               AND WS-TA-FROM(WS-TA-SUB) = WS-NEW-FROM
               AND WS-TA-DELETED(WS-TA-SUB) = 0
               MOVE WS-TA-SUB TO WS-FOUND-SUB
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *APPLY-END paragraph sets the end date of an assignment; an
      *end date pushed later may not run into the ID's next one
      *-------------------------------------------------------------
       APPLY-END.
           PERFORM FIND-ASSIGNMENT
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-NEW-TO-DATE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-SUB TO WS-SKIP-SUB
           MOVE 0 TO WS-OVERLAP-FOUND
           PERFORM CHECK-ONE-OVERLAP
               VARYING WS-TA-SUB FROM 1 BY 1
               UNTIL WS-TA-SUB > WS-TA-COUNT
           IF OVERLAP-FOUND
               MOVE "OVERLAPS AN EXISTING ASSIGNMENT" TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-SUB TO WS-TA-SUB
           PERFORM BUILD-BEFORE-IMAGE
           MOVE WS-NEW-TO TO WS-TA-TO(WS-TA-SUB)
           PERFORM BUILD-AFTER-IMAGE
           MOVE "E" TO AU-ACTION
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-END-COUNT
           EXIT.

      *-------------------------------------------------------------
      *APPLY-DELETE paragraph removes an assignment keyed in error
      *-------------------------------------------------------------
       APPLY-DELETE.
           PERFORM FIND-ASSIGNMENT
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-SUB TO WS-TA-SUB
           PERFORM BUILD-BEFORE-IMAGE
           MOVE 1 TO WS-TA-DELETED(WS-TA-SUB)
           MOVE SPACES TO AU-AFTER
           MOVE "D" TO AU-ACTION
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-DELETE-COUNT
           EXIT.

      *-------------------------------------------------------------
      *BUILD-BEFORE-IMAGE and BUILD-AFTER-IMAGE paragraphs format
      *table entry WS-TA-SUB in the assignment file layout for the
      *audit record
      *-------------------------------------------------------------
       BUILD-BEFORE-IMAGE.
           PERFORM FORMAT-ASSIGNMENT
           MOVE TERRITORYASSIGN-REC TO AU-BEFORE
           EXIT.

       BUILD-AFTER-IMAGE.
           PERFORM FORMAT-ASSIGNMENT
           MOVE TERRITORYASSIGN-REC TO AU-AFTER
           EXIT.

      *-------------------------------------------------------------
      *FORMAT-ASSIGNMENT paragraph moves table entry WS-TA-SUB into
      *the assignment record area
      *-------------------------------------------------------------
       FORMAT-ASSIGNMENT.
           MOVE SPACES TO TERRITORYASSIGN-REC
           MOVE WS-TA-ID(WS-TA-SUB) TO TA-ID
           MOVE WS-TA-REGION(WS-TA-SUB) TO TA-REGION
           MOVE WS-TA-DISTRICT(WS-TA-SUB) TO TA-DISTRICT
           MOVE WS-TA-FROM(WS-TA-SUB) TO TA-FROM
           MOVE WS-TA-TO(WS-TA-SUB) TO TA-TO
           EXIT.

      *-------------------------------------------------------------
      *WRITE-AUDIT-RECORD paragraph stamps and writes one audit
      *record for the change just applied
      *-------------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE WS-AUDIT-DATE TO AU-DATE
           ACCEPT WS-AUDIT-TIME-RAW FROM TIME
           MOVE WS-AUDIT-TIME-RAW(1:6) TO AU-TIME
           MOVE WS-SO-OPERATOR TO AU-OPERATOR
           WRITE TERRITORYAUDIT-REC FROM WS-AUDIT-LINE
           EXIT.

      *-------------------------------------------------------------
      *REWRITE-ASSIGNMENTS paragraph writes the live assignments
      *back to the assignment file
      *-------------------------------------------------------------
       REWRITE-ASSIGNMENTS.
           OPEN OUTPUT TERRITORYASSIGN
           PERFORM WRITE-ONE-ASSIGNMENT
               VARYING WS-TA-SUB FROM 1 BY 1
               UNTIL WS-TA-SUB > WS-TA-COUNT
           CLOSE TERRITORYASSIGN
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ONE-ASSIGNMENT paragraph writes one live assignment
      *-------------------------------------------------------------
       WRITE-ONE-ASSIGNMENT.
           IF WS-TA-DELETED(WS-TA-SUB) = 0
               PERFORM FORMAT-ASSIGNMENT
               WRITE TERRITORYASSIGN-REC
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *DISPLAY-SUMMARY paragraph reports what the run applied
      *-------------------------------------------------------------
       DISPLAY-SUMMARY.
           DISPLAY "TERRITORY ASSIGNMENT MAINTENANCE SUMMARY"
           DISPLAY "  READ    " WS-READ-COUNT
           DISPLAY "  ADDS    " WS-ADD-COUNT
           DISPLAY "  ENDS    " WS-END-COUNT
           DISPLAY "  DELETES " WS-DELETE-COUNT
           DISPLAY "  REJECTS " WS-REJECT-COUNT
           EXIT.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_TERRITORYCHANGES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO TERRITORYCHANGES-PATH
           END-IF
           DISPLAY "TERRITORYCHANGES: " TERRITORYCHANGES-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_TERRITORYASSIGN"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO TERRITORYASSIGN-PATH
           END-IF
           DISPLAY "TERRITORYASSIGN: " TERRITORYASSIGN-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_TERRITORYAUDIT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO TERRITORYAUDIT-PATH
           END-IF
           DISPLAY "TERRITORYAUDIT: " TERRITORYAUDIT-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SALESPERSONMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SALESPERSONMASTER-PATH
           END-IF
           DISPLAY "SALESPERSONMASTER: " SALESPERSONMASTER-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_REGIONMAINTENANCE"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO REGIONMAINTENANCE-PATH
           END-IF
           DISPLAY "REGIONMAINTENANCE: " REGIONMAINTENANCE-PATH
           EXIT.
       END PROGRAM TERRITORYMAINT.
