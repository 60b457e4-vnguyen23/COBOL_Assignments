      *RUNMODE optionally switches the run to TRIAL (report-only):
      *every validation runs and every disposition is reported, but
      *nothing is written to EMPLOYEE-FILE, the audit log, the
      *backup file, or the held file. RESTART instead resumes a run
      *that stopped part-way, after its last checkpoint, and FRESH
      *starts over once such a run has been backed out; the record
      *may also set how many transactions go between checkpoints
           SELECT OPTIONAL RUNMODE
               ASSIGN USING
           RUNMODE-PATH
           RELEASEDCHANGES-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      *APPROVALCONTROL optionally overrides the percentage move that
      *needs supervisor approval (default 10), and says whether an
      *add or change taking a department past its authorized
      *positions or salary budget is parked for approval ("P") or
      *applied with a warning (anything else)
           SELECT OPTIONAL APPROVALCONTROL
               ASSIGN USING
           APPROVALCONTROL-PATH
               ASSIGN USING
           HELDCHANGES-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      *PAYROLLCHANGES receives an EMPLOYEEMASTERMAINT transaction for
      *every add, termination, rehire and surname change applied
      *here, so payroll reviews and runs one generated file instead
      *of re-keying. The payroll EmployeeID comes from the
      *EMPLOYEEXREF cross-reference; a new hire without one is given
      *the next EmployeeID above any on the cross-reference or on
      *the payroll EMPLOYEEMASTER, and the cross-reference entry is
      *appended
           SELECT PAYROLLCHANGES
               ASSIGN USING
           PAYROLLCHANGES-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYEEXREF
               ASSIGN USING
           EMPLOYEEXREF-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYROLLMASTER
               ASSIGN USING PAYROLLMASTER-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS IS SEQUENTIAL
                       RECORD KEY PM-EMPLOYEEID
                       FILE STATUS IS WS-PAYM-STATUS.
      *MAINTCHECKPOINT is rewritten every so many transactions with
      *how far the run has got, its counts and control totals, and
      *how long each output file was at that point; "DONE" marks a
      *run that finished. A RESTART run resumes from it, and
      *RESTARTSOURCE/RESTARTWORK cut each output file back to its
      *checkpointed length, whichever file RESTARTSOURCE-PATH names
           SELECT OPTIONAL MAINTCHECKPOINT
               ASSIGN USING
           MAINTCHECKPOINT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESTARTSOURCE
               ASSIGN USING
           RESTARTSOURCE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTARTWORK
               ASSIGN USING
           RESTARTWORK-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *the percentage in EMP-SALARY (e.g. 000000300 for 3.00%);
      *EMP-NO is left blank
           88  MASS-INCREASE    VALUE "M".
      *Employment status transactions: "L" starts a leave of
      *absence, "R" returns from it, "T" terminates and "H" rehires
      *a terminated employee. A termination keeps the record on
      *file, carried as terminated; "D" is left for removing a
      *record added in error. The status date is EFFECTIVE-DATE, or
      *today when none is given
           88  LEAVE-OF-ABSENCE VALUE "L".
           88  RETURN-FROM-LEAVE VALUE "R".
           88  TERMINATE-EMPLOYEE VALUE "T".
           88  REHIRE-EMPLOYEE  VALUE "H".
           88  STATUS-TRANSACTION VALUES "L" "R" "T" "H".
           03  EMP-NO           PIC X(8).
           03  EMP-INITS        PIC X(4).
           03  EMP-SURNAME      PIC X(16).
           03  EMP-SALARY       PIC 9(6)V99.
           03  EMP-ADDRESS      PIC X(40).
      *On "L" and "T" transactions the address field carries the
      *leave or termination reason code instead
           03  EMP-STATUS-FIELDS REDEFINES EMP-ADDRESS.
               05  EMP-REASON   PIC XX.
               05  FILLER       PIC X(38).
           03  EMP-DEPT         PIC X(10).
      *EFFECTIVE-DATE lets HR submit a transaction ahead of time;
      *anything dated later than WS-TODAY-DATE is held instead of
      *being applied against EMPLOYEE-FILE on this run
           03  EFFECTIVE-DATE   PIC 9(8).
      *EMP-SUPERVISOR names the EMPLOYEE-NO the employee reports to;
      *blank leaves it alone on a change, "NONE" clears it
           03  EMP-SUPERVISOR   PIC X(8).
               88  SUPERVISOR-CLEARED VALUE "NONE".
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           03  EMPLOYEE-NO      PIC X(8).
           03  EMPLOYEE-SALARY  PIC 9(6)V99.
           03  EMPLOYEE-ADDRESS PIC X(40).
           03  EMPLOYEE-DEPT    PIC X(10).
      *Employment status: a blank status, on records written before
      *the status was carried, reads as active
           03  EMPLOYEE-STATUS  PIC X.
               88  EMPLOYEE-ACTIVE      VALUES "A" " ".
               88  EMPLOYEE-ON-LEAVE    VALUE "L".
               88  EMPLOYEE-TERMINATED  VALUE "T".
           03  EMPLOYEE-STATUS-DATE PIC 9(8).
           03  EMPLOYEE-REASON  PIC XX.
      *The EMPLOYEE-NO of the employee's supervisor; blank at the
      *top of the organization
           03  EMPLOYEE-SUPERVISOR PIC X(8).
      *The audit record carries the full after-image behind the
      *readable salary line, so forward recovery can replay the
      *log's adds and changes onto a restored backup
       FD  AUDITLOG.
       01  AUDITLOG-REC            PIC X(191).
       FD  BACKUPFILE.
       01  BACKUPFILE-REC          PIC X(105).
       FD  SALARYEXCEPTIONS.
       01  SALARYEXCEPTIONS-REC    PIC X(80).
       FD  DUPEXCEPTIONS.
       01  DUPEXCEPTIONS-REC       PIC X(80).
       FD  HELDCHANGES.
       01  HELDCHANGES-REC         PIC X(103).
       FD  CHANGESCONTROL.
       01  CHANGESCONTROL-REC.
           03  CC-EXPECTED-COUNT PIC 9(6).
           03  DM-NAME          PIC X(20).
           03  DM-COSTCENTRE    PIC 9(6).
           03  DM-MANAGER       PIC X(20).
           03  DM-AUTH-POSITIONS PIC 9(4).
           03  DM-SALARY-BUDGET PIC 9(9)V99.
       FD  BACKUPCATALOG.
      *One catalog line per backup generation, shared with the
      *BackupManager full backups and read by the recovery programs
           03  BC-STATUS        PIC X.
           03  FILLER           PIC X.
           03  BC-PATH          PIC X(80).
      *The parked transaction carries the operator who keyed it, so
      *APPROVALRELEASE can refuse an approval by the same operator
       FD  PENDINGAPPROVAL.
       01  PENDINGAPPROVAL-REC.
           03  PA-CHANGE           PIC X(103).
           03  PA-OPERATOR         PIC X(8).
       FD  RELEASEDCHANGES.
       01  RELEASEDCHANGES-REC     PIC X(103).
       FD  APPROVALCONTROL.
       01  APPROVALCONTROL-REC.
           03  AC-PERCENT       PIC 9(3).
           03  FILLER           PIC X.
           03  AC-POSITION-ACTION PIC X.
      *The run mode - TRIAL, RESTART or FRESH - with the checkpoint
      *interval in transactions after it
       FD  RUNMODE.
       01  RUNMODE-REC.
           03  RM-MODE             PIC X(7).
           03  FILLER              PIC X.
           03  RM-CHECKPOINT-EVERY PIC 9(4).
       FD  TRANSREGISTER.
       01  TRANSREGISTER-LINE      PIC X(80).
      *The EMPLOYEEMASTERMAINT transaction layout
       FD  PAYROLLCHANGES.
       01  PAYROLLCHANGES-REC.
           03  MC-TYPE          PIC X.
           03  MC-EMPLOYEEID    PIC X(4).
           03  MC-LASTNAME      PIC X(14).
           03  MC-FIRSTNAME     PIC X(14).
           03  MC-JOBCODE       PIC X.
           03  MC-STORENUMBER   PIC X(4).
           03  MC-STATUS        PIC X.
           03  MC-EFFECTIVEDATE PIC X(8).
           03  MC-PAYBASIS      PIC X.
           03  MC-HOURLYRATE    PIC X(5).
           03  MC-REASONCODE    PIC X(3).
       FD  EMPLOYEEXREF.
       01  EMPLOYEEXREF-REC.
           03  XR-EMP-NO        PIC X(8).
           03  FILLER           PIC X.
           03  XR-EMPLOYEEID    PIC X(4).
       FD  PAYROLLMASTER.
       01  PAYROLLMASTER-REC.
           03  PM-EMPLOYEEID    PIC X(4).
           03  FILLER           PIC X(40).
       FD  MAINTCHECKPOINT.
       01  MAINTCHECKPOINT-REC.
           03  CK-STATE         PIC X(4).
               88  CK-RUN-DONE        VALUE "DONE".
           03  FILLER           PIC X.
           03  CK-RUN-DATE      PIC 9(8).
           03  FILLER           PIC X.
           03  CK-PHASE         PIC X.
           03  FILLER           PIC X.
           03  CK-SEQUENCE      PIC 9(7).
           03  FILLER           PIC X.
           03  CK-READ-CNT      PIC 9(7).
           03  FILLER           PIC X.
           03  CK-ADD-COUNT     PIC 9(4).
           03  CK-CHANGE-COUNT  PIC 9(4).
           03  CK-DELETE-COUNT  PIC 9(4).
           03  CK-REJECT-COUNT  PIC 9(4).
           03  CK-HELD-COUNT    PIC 9(4).
           03  CK-PARKED-COUNT  PIC 9(4).
           03  CK-STATUS-COUNT  PIC 9(4).
           03  CK-PAYROLL-COUNT PIC 9(4).
           03  CK-NOXREF-COUNT  PIC 9(4).
           03  CK-OVER-LIMIT-COUNT PIC 9(4).
           03  CK-MASS-COUNT    PIC 9(4).
           03  FILLER           PIC X.
           03  CK-SALARY-MOVE   PIC S9(9)V99 SIGN LEADING SEPARATE.
           03  FILLER           PIC X.
           03  CK-AUDIT-LINES   PIC 9(7).
           03  CK-BACKUP-LINES  PIC 9(7).
           03  CK-REGISTER-LINES PIC 9(7).
           03  CK-SALEXC-LINES  PIC 9(7).
           03  CK-DUPEXC-LINES  PIC 9(7).
           03  CK-HISTORY-LINES PIC 9(7).
           03  CK-XREF-LINES    PIC 9(7).
           03  CK-HELD-BASE     PIC 9(7).
           03  CK-PENDING-BASE  PIC 9(7).
           03  CK-HISTORY-BASE  PIC 9(7).
           03  CK-XREF-BASE     PIC 9(7).
           03  FILLER           PIC X.
           03  CK-REG-LINE-COUNT PIC 99.
           03  CK-REG-PAGE-COUNT PIC 99.
           03  FILLER           PIC X.
           03  CK-LAST-AUDIT-DATE PIC 9(8).
           03  CK-LAST-AUDIT-TIME PIC 9(6).
           03  CK-LAST-AUDIT-EMP-NO PIC X(8).
           03  FILLER           PIC X.
           03  CK-BACKUP-GEN    PIC 9(4).
           03  FILLER           PIC X.
           03  CK-BACKUP-PATH   PIC X(80).
       FD  RESTARTSOURCE.
       01  RESTARTSOURCE-REC       PIC X(200).
       FD  RESTARTWORK.
       01  RESTARTWORK-REC         PIC X(200).
       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
           VALUE "\COBOLClass_Eclipse\DataFiles\PendingApproval.DAT".
       01  APPROVALCONTROL-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\ApprovalControl.DAT".
       01  PAYROLLCHANGES-PATH  PIC X(80)
           VALUE "C:\DataFiles\HrPayrollChanges.dat".
       01  EMPLOYEEXREF-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\EmployeeXref.DAT".
       01  PAYROLLMASTER-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeMaster.dat".
       01  MAINTCHECKPOINT-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\MaintCheckpoint.DAT".
       01  RESTARTSOURCE-PATH  PIC X(80).
       01  RESTARTWORK-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\MaintRestart.TMP".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-EOF                  PIC 9 VALUE 0.
           88  NO-MORE-CHANGES           VALUE 1.
       01  WS-RUN-MODE             PIC X VALUE "U".
           88  TRIAL-RUN                 VALUE "T".
           88  RESTART-RUN               VALUE "R".
           88  FRESH-RUN                 VALUE "F".

      *Transaction register support: the disposition each paragraph
      *sets for the current transaction, and the page/line counters
       01  WS-REJECT-COUNT         PIC 9(4) VALUE 0.
       01  WS-HELD-COUNT           PIC 9(4) VALUE 0.
       01  WS-PARKED-COUNT         PIC 9(4) VALUE 0.
       01  WS-STATUS-CHANGE-COUNT  PIC 9(4) VALUE 0.
       01  WS-PAYROLL-SENT-COUNT   PIC 9(4) VALUE 0.
       01  WS-PAYROLL-NOXREF-COUNT PIC 9(4) VALUE 0.

      *Payroll interface support: the EMPLOYEE-NO to EmployeeID
      *cross-reference, the highest EmployeeID in use, and whether
      *the current change moved the surname
       01  WS-PAYM-STATUS          PIC XX.
       01  WS-XREF-EOF             PIC 9 VALUE 0.
           88  NO-MORE-XREF              VALUE 1.
       01  WS-PAYM-EOF             PIC 9 VALUE 0.
           88  NO-MORE-PAYM              VALUE 1.
       01  WS-XREF-COUNT           PIC 9(4) VALUE 0.
       01  WS-XREF-TABLE.
           03  WS-XREF             OCCURS 0 TO 5000 TIMES
                                    DEPENDING ON WS-XREF-COUNT
                                    INDEXED BY XREF-IX.
               05  WS-XREF-EMP-NO      PIC X(8).
               05  WS-XREF-EMPLOYEEID  PIC X(4).
       01  WS-XREF-FOUND           PIC 9 VALUE 0.
           88  XREF-FOUND                VALUE 1.
       01  WS-PAYROLL-ID           PIC X(4).
       01  WS-PAYROLL-ID-N REDEFINES WS-PAYROLL-ID
                                   PIC 9(4).
       01  WS-HIGH-PAYROLL-ID      PIC 9(4) VALUE 0.
       01  WS-SURNAME-CHANGED      PIC 9 VALUE 0.
           88  SURNAME-CHANGED           VALUE 1.

      *Termination reason codes: resigned, dismissed, laid off,
      *retired, end of contract, deceased, other
       01  WS-TERM-REASON-VALUES.
           03  FILLER              PIC X(14) VALUE
               "RSDMLORTECDCOT".
       01  WS-TERM-REASON-TABLE REDEFINES WS-TERM-REASON-VALUES.
           03  WS-TERM-REASON      OCCURS 7 TIMES
                                    INDEXED BY TERM-IX
                                    PIC XX.

      *Supervisor-approval support: the percentage move in
      *EMPLOYEE-SALARY a "C" transaction may make before it is
       01  WS-DEPT-EOF             PIC 9 VALUE 0.
           88  NO-MORE-DEPTS             VALUE 1.
       01  WS-DEPT-TABLE-COUNT     PIC 99 VALUE 0.
      *Each department carries its position-control limits (zero
      *means no limit set) and the positions filled and annual
      *salary committed, counted from EMPLOYEE-FILE at start-up and
      *kept current as the run applies transactions
       01  WS-DEPT-TABLE.
           03  WS-DEPT             OCCURS 0 TO 50 TIMES
                                    DEPENDING ON WS-DEPT-TABLE-COUNT
                                    INDEXED BY DEPT-IX.
               05  WS-DEPT-CODE        PIC X(10).
               05  WS-DEPT-AUTH        PIC 9(4).
               05  WS-DEPT-BUDGET      PIC 9(9)V99.
               05  WS-DEPT-FILLED      PIC S9(5).
               05  WS-DEPT-COMMITTED   PIC S9(9)V99.
       01  WS-DEPT-VALID           PIC 9 VALUE 1.
           88  DEPT-VALID                VALUE 1.

      *Position-control work fields: the department and the extra
      *heads and salary a transaction would commit to it, what was
      *exceeded, and whether the transaction was warned or parked
       01  WS-POSITION-ACTION      PIC X VALUE "W".
           88  PARK-OVER-LIMIT           VALUE "P".
       01  WS-PC-DEPT              PIC X(10).
       01  WS-PC-ADD-HEADS         PIC S9.
       01  WS-PC-ADD-SALARY        PIC S9(7)V99.
       01  WS-PC-SALARY            PIC 9(6)V99.
       01  WS-PC-EXCEEDED          PIC X(16).
       01  WS-PC-FOUND             PIC 9 VALUE 0.
           88  PC-DEPT-FOUND             VALUE 1.
       01  WS-PC-RESULT            PIC 9 VALUE 0.
           88  POSITION-WITHIN           VALUE 0.
           88  POSITION-WARNED           VALUE 1.
           88  POSITION-PARKED           VALUE 2.
       01  WS-POSITION-EOF         PIC 9 VALUE 0.
           88  NO-MORE-POSITIONS         VALUE 1.
       01  WS-OVER-LIMIT-COUNT     PIC 9(4) VALUE 0.

      *Reporting-hierarchy support: the supervisor check reads up
      *the chain from the named supervisor, so EMPLOYEE-REC is kept
      *aside while it does; a chain deeper than WS-SUP-MAX-LEVEL is
      *taken to loop above the employee and is not walked further
       01  WS-SUP-SAVE-REC         PIC X(105).
       01  WS-SUP-VALID            PIC 9 VALUE 1.
           88  SUPERVISOR-VALID          VALUE 1.
       01  WS-SUP-WALK             PIC 9 VALUE 0.
           88  SUP-WALK-DONE             VALUE 1.
       01  WS-SUP-LEVEL            PIC 99 VALUE 0.
       01  WS-SUP-MAX-LEVEL        PIC 99 VALUE 50.

      *Changes-file count verification against the translator's
      *control record
       01  WS-CC-EOF               PIC 9 VALUE 0.
       01  WS-CATALOG-EOF          PIC 9 VALUE 0.
           88  NO-MORE-CATALOG           VALUE 1.

      *Checkpoint/restart support: the interval, the phase (the
      *day's changes "C", the released changes "R", both finished
      *"E") and the transactions of that phase already processed
       01  WS-CK-EVERY             PIC 9(4) VALUE 50.
       01  WS-CK-SINCE             PIC 9(4) VALUE 0.
       01  WS-CK-PHASE             PIC X VALUE "C".
       01  WS-CK-SEQUENCE          PIC 9(7) VALUE 0.
       01  WS-CK-SKIP              PIC 9(7) VALUE 0.
       01  WS-CK-PENDING           PIC 9 VALUE 0.
           88  UNFINISHED-RUN            VALUE 1.
       01  WS-CK-STATE             PIC X(4).
       01  WS-CK-RUN-DATE          PIC 9(8).
       01  WS-CK-LAST-AUDIT.
           03  WS-CK-LAST-AUDIT-DATE   PIC 9(8) VALUE 0.
           03  WS-CK-LAST-AUDIT-TIME   PIC 9(6) VALUE 0.
           03  WS-CK-LAST-AUDIT-EMP-NO PIC X(8) VALUE SPACES.
      *Control total: the net salary movement the audit log records
       01  WS-CK-SALARY-MOVE       PIC S9(9)V99 VALUE 0.
       01  WS-CK-BEFORE-SALARY     PIC 9(6)V99.
       01  WS-CK-AFTER-SALARY      PIC 9(6)V99.
      *Lines written this run to each output file, and the lines
      *already on each file the run extends
       01  WS-AUDIT-WRITE-CNT      PIC 9(7) VALUE 0.
       01  WS-REG-WRITE-CNT        PIC 9(7) VALUE 0.
       01  WS-SALEXC-WRITE-CNT     PIC 9(7) VALUE 0.
       01  WS-DUPEXC-WRITE-CNT     PIC 9(7) VALUE 0.
       01  WS-HISTORY-WRITE-CNT    PIC 9(7) VALUE 0.
       01  WS-XREF-WRITE-CNT       PIC 9(7) VALUE 0.
       01  WS-HELD-BASE            PIC 9(7) VALUE 0.
       01  WS-PENDING-BASE         PIC 9(7) VALUE 0.
       01  WS-HISTORY-BASE         PIC 9(7) VALUE 0.
       01  WS-XREF-BASE            PIC 9(7) VALUE 0.
      *Restart work fields: the file being measured or cut back, its
      *checkpointed length, and the lines found on it
       01  WS-RS-KEEP              PIC 9(7).
       01  WS-RS-LINES             PIC 9(7).
       01  WS-RS-EOF               PIC 9 VALUE 0.
           88  NO-MORE-RS                VALUE 1.
       01  WS-RS-SHORT             PIC 9 VALUE 0.
           88  FILE-SHORT                VALUE 1.
       01  WS-RS-MISMATCH          PIC 9 VALUE 0.
           88  AUDIT-MISMATCH            VALUE 1.
       01  WS-RS-AUDIT-READ        PIC 9(7).
       01  WS-RS-SALARY-MOVE       PIC S9(9)V99.
       01  WS-RS-FILE-COUNT        PIC 99 VALUE 0.
       01  WS-RS-IX                PIC 99.
       01  WS-RS-FILE-TABLE.
           03  WS-RS-FILE          OCCURS 10 TIMES.
               05  WS-RS-PATH          PIC X(80).
               05  WS-RS-TARGET        PIC 9(7).
               05  WS-RS-FOUND         PIC 9(7).
      *Updates the audit log shows past the checkpoint, with their
      *before-images, undone newest first before the run resumes
       01  WS-RB-COUNT             PIC 9(4) VALUE 0.
       01  WS-RB-TABLE.
           03  WS-RB               OCCURS 0 TO 5000 TIMES
                                    DEPENDING ON WS-RB-COUNT
                                    INDEXED BY RB-IX.
               05  WS-RB-TYPE          PIC X.
               05  WS-RB-EMP-NO        PIC X(8).
               05  WS-RB-IMAGE         PIC X(105).
       01  WS-RB-POS               PIC 9(4).

      *Request block for the shared SignOn subprogram
       01  WS-SIGNON-REQUEST.
           03  WS-SO-PROGRAM       PIC X(20).
           03  WS-BEFORE-EMPLOYEE-SALARY   PIC 9(6)V99.
           03  WS-BEFORE-EMPLOYEE-ADDRESS  PIC X(40).
           03  WS-BEFORE-EMPLOYEE-DEPT     PIC X(10).
           03  WS-BEFORE-EMPLOYEE-STATUS   PIC X.
           03  WS-BEFORE-STATUS-DATE       PIC 9(8).
           03  WS-BEFORE-EMPLOYEE-REASON   PIC XX.
           03  WS-BEFORE-SUPERVISOR        PIC X(8).

      *WS-AUDIT-LINE is written to AUDITLOG for every successful
      *add/change/delete, with a timestamp, the transaction type, and
           03                     PIC X(2) VALUE SPACES.
      *Full after-image of EMPLOYEE-REC (spaces on a delete), for
      *the forward-recovery replay
           03  AL-AFTER-IMAGE     PIC X(105).
      *The signed-on operator who applied the change
           03                     PIC X VALUE SPACE.
           03  AL-OPERATOR        PIC X(8).
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-CHECKPOINT
           PERFORM LOAD-APPROVAL-CONTROL
           PERFORM LOAD-DEPT-MASTER
           PERFORM VERIFY-CHANGES-COUNT
           OPEN INPUT CHANGES-FILE
           OPEN I-O   EMPLOYEE-FILE
      *A restart first puts the master and every output file back
      *exactly as they stood at the last checkpoint, so position
      *counts and the payroll cross-reference load from that state
           IF RESTART-RUN
               PERFORM PREPARE-RESTART
           END-IF
           PERFORM LOAD-POSITION-COUNTS
      *A trial run must leave the audit log and the before-image
      *backup alone: they are the recovery data a backout replays,
      *and truncating them while proofing a corrected changes file
      *would destroy the ability to back the bad run out
      *A restart carries on the interrupted run's files and backup
      *generation where the checkpoint left them
           IF RESTART-RUN
               OPEN EXTEND AUDITLOG
               OPEN EXTEND BACKUPFILE
               OPEN EXTEND SALARYHISTORY
               PERFORM LOAD-PAYROLL-XREF
               OPEN EXTEND PAYROLLCHANGES
               OPEN EXTEND EMPLOYEEXREF
               OPEN EXTEND SALARYEXCEPTIONS
               OPEN EXTEND DUPEXCEPTIONS
               OPEN EXTEND HELDCHANGES
               OPEN EXTEND PENDINGAPPROVAL
               OPEN EXTEND TRANSREGISTER
           ELSE
               IF NOT TRIAL-RUN
                   PERFORM COUNT-EXTENDED-FILES
                   OPEN OUTPUT AUDITLOG
                   PERFORM SELECT-BACKUP-GENERATION
                   OPEN OUTPUT BACKUPFILE
                   OPEN EXTEND SALARYHISTORY
                   PERFORM LOAD-PAYROLL-XREF
                   OPEN OUTPUT PAYROLLCHANGES
                   OPEN EXTEND EMPLOYEEXREF
               END-IF
               OPEN OUTPUT SALARYEXCEPTIONS
               OPEN OUTPUT DUPEXCEPTIONS
               OPEN EXTEND HELDCHANGES
               OPEN EXTEND PENDINGAPPROVAL
               OPEN OUTPUT TRANSREGISTER
           END-IF
      *A restarted run keeps the interrupted run's date, so holding
      *and effective dates decide exactly as they did first time
           IF RESTART-RUN
               MOVE WS-CK-RUN-DATE TO WS-TODAY-DATE
           ELSE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           END-IF
           READ CHANGES-FILE
             AT END MOVE 1 TO WS-EOF
           END-READ
           IF RESTART-RUN
               PERFORM SKIP-TO-CHECKPOINT
           ELSE
               IF NOT TRIAL-RUN
                   MOVE "RUN " TO WS-CK-STATE
                   PERFORM WRITE-CHECKPOINT
               END-IF
           END-IF.
       BOD-PARA.
           PERFORM PROCESS-CHANGES-REC UNTIL NO-MORE-CHANGES
           PERFORM END-CHANGES-PHASE
           PERFORM PROCESS-RELEASED-CHANGES.
       END-PARA.
           PERFORM WRITE-REGISTER-SUMMARY
           DISPLAY "  REJECTS   " WS-REJECT-COUNT
           DISPLAY "  HELD      " WS-HELD-COUNT
           DISPLAY "  PARKED    " WS-PARKED-COUNT
           DISPLAY "  STATUS    " WS-STATUS-CHANGE-COUNT
           DISPLAY "  PAYROLL   " WS-PAYROLL-SENT-COUNT
           DISPLAY "  OVER LIMIT" WS-OVER-LIMIT-COUNT
           IF WS-PAYROLL-NOXREF-COUNT > 0
               DISPLAY "  NO XREF   " WS-PAYROLL-NOXREF-COUNT
           END-IF
           CLOSE CHANGES-FILE
                 EMPLOYEE-FILE
           IF NOT TRIAL-RUN
               CLOSE AUDITLOG
                     BACKUPFILE
                     SALARYHISTORY
                     PAYROLLCHANGES
                     EMPLOYEEXREF
               PERFORM CATALOG-BACKUP-GENERATION
           END-IF
           CLOSE SALARYEXCEPTIONS
                 HELDCHANGES
                 PENDINGAPPROVAL
                 TRANSREGISTER
           IF NOT TRIAL-RUN
               MOVE "DONE" TO WS-CK-STATE
               PERFORM WRITE-CHECKPOINT
           END-IF
           MOVE "F" TO WS-RL-ACTION
           MOVE "changes29" TO WS-RL-STATUS
           MOVE WS-CHANGES-READ-CNT TO WS-RL-READ

      *-------------------------------------------------------------
      *LOAD-RUN-MODE paragraph reads the optional run-mode control:
      *a record starting "TRIAL" makes this a report-only run,
      *"RESTART" resumes an interrupted run from its checkpoint and
      *"FRESH" discards an interrupted run that has been backed out;
      *a checkpoint interval after the mode overrides the default
      *-------------------------------------------------------------
       LOAD-RUN-MODE.
           OPEN INPUT RUNMODE
                   MOVE "T" TO WS-RUN-MODE
                   DISPLAY "TRIAL RUN - REPORT ONLY, NO UPDATES"
               END-IF
               IF RM-MODE = "RESTART"
                   MOVE "R" TO WS-RUN-MODE
               END-IF
               IF RM-MODE = "FRESH"
                   MOVE "F" TO WS-RUN-MODE
               END-IF
               IF RM-CHECKPOINT-EVERY IS NUMERIC
                   AND RM-CHECKPOINT-EVERY > 0
                   MOVE RM-CHECKPOINT-EVERY TO WS-CK-EVERY
               END-IF
           END-READ
           CLOSE RUNMODE
           EXIT.
           MOVE SPACES TO WS-DISPOSITION
           PERFORM APPLY-ONE-CHANGE
           PERFORM WRITE-REGISTER-LINE
           PERFORM TAKE-CHECKPOINT-IF-DUE
           PERFORM REC-FIN.

      *-------------------------------------------------------------
           READ RELEASEDCHANGES
               AT END MOVE 1 TO WS-RELEASED-EOF
           END-READ
      *A restart passes over the released changes the checkpoint
      *shows were already applied (all of them once the phase is
      *finished)
           MOVE 0 TO WS-CK-SKIP
           IF RESTART-RUN AND WS-CK-PHASE = "R"
               MOVE WS-CK-SEQUENCE TO WS-CK-SKIP
           END-IF
           IF RESTART-RUN AND WS-CK-PHASE = "E"
               MOVE 9999999 TO WS-CK-SKIP
           END-IF
           PERFORM SKIP-ONE-RELEASED
               UNTIL NO-MORE-RELEASED OR WS-CK-SKIP = 0
           PERFORM PROCESS-ONE-RELEASED UNTIL NO-MORE-RELEASED
           CLOSE RELEASEDCHANGES
           MOVE 0 TO WS-RELEASED-MODE
      *Every released change is now applied: checkpoint that before
      *the file is emptied, so a restart from here never looks for
      *released changes that are no longer there
           IF NOT TRIAL-RUN
               MOVE "E" TO WS-CK-PHASE
               MOVE 0 TO WS-CK-SEQUENCE
               PERFORM TAKE-CHECKPOINT
           END-IF
           IF NOT TRIAL-RUN
               OPEN OUTPUT RELEASEDCHANGES
               CLOSE RELEASEDCHANGES
           MOVE RELEASEDCHANGES-REC TO CHANGES-REC
           PERFORM APPLY-ONE-CHANGE
           PERFORM WRITE-REGISTER-LINE
           PERFORM TAKE-CHECKPOINT-IF-DUE
           READ RELEASEDCHANGES
               AT END MOVE 1 TO WS-RELEASED-EOF
           END-READ

      *-------------------------------------------------------------
      *LOAD-APPROVAL-CONTROL paragraph reads the optional control
      *record that overrides the approval threshold percentage and
      *the over-position-limit action
      *-------------------------------------------------------------
       LOAD-APPROVAL-CONTROL.
           OPEN INPUT APPROVALCONTROL
               IF AC-PERCENT > 0
                   MOVE AC-PERCENT TO WS-APPROVAL-PCT
               END-IF
               IF AC-POSITION-ACTION = "P"
                   MOVE "P" TO WS-POSITION-ACTION
               END-IF
           END-READ
           CLOSE APPROVALCONTROL
           EXIT.
           END-IF
           MOVE CHANGE-TYPE TO SH-SOURCE
           WRITE SALARYHISTORY-REC
           ADD 1 TO WS-HISTORY-WRITE-CNT
           EXIT.

      *-------------------------------------------------------------
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-DEPT paragraph stores one department code with its
      *position-control limits
      *-------------------------------------------------------------
       LOAD-ONE-DEPT.
           IF WS-DEPT-TABLE-COUNT >= 50
               STOP RUN
           END-IF
           ADD 1 TO WS-DEPT-TABLE-COUNT
           SET DEPT-IX TO WS-DEPT-TABLE-COUNT
           MOVE DM-CODE TO WS-DEPT-CODE(DEPT-IX)
           IF DM-AUTH-POSITIONS IS NUMERIC
               MOVE DM-AUTH-POSITIONS TO WS-DEPT-AUTH(DEPT-IX)
           ELSE
               MOVE 0 TO WS-DEPT-AUTH(DEPT-IX)
           END-IF
           IF DM-SALARY-BUDGET IS NUMERIC
               MOVE DM-SALARY-BUDGET TO WS-DEPT-BUDGET(DEPT-IX)
           ELSE
               MOVE 0 TO WS-DEPT-BUDGET(DEPT-IX)
           END-IF
           MOVE 0 TO WS-DEPT-FILLED(DEPT-IX)
           MOVE 0 TO WS-DEPT-COMMITTED(DEPT-IX)
           READ DEPTMASTER NEXT RECORD
               AT END MOVE 1 TO WS-DEPT-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *LOAD-POSITION-COUNTS paragraph counts the positions filled
      *and the annual salary committed per department from every
      *employee not terminated; with no department master there
      *are no limits to hold them against
      *-------------------------------------------------------------
       LOAD-POSITION-COUNTS.
           IF WS-DEPT-TABLE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO EMPLOYEE-NO
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMPLOYEE-NO
               INVALID KEY
                   MOVE 1 TO WS-POSITION-EOF
           END-START
           IF NO-MORE-POSITIONS
               CONTINUE
           ELSE
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-POSITION-EOF
               END-READ
           END-IF
           PERFORM COUNT-ONE-POSITION UNTIL NO-MORE-POSITIONS
           EXIT.

      *-------------------------------------------------------------
      *COUNT-ONE-POSITION paragraph counts one employee against
      *their department
      *-------------------------------------------------------------
       COUNT-ONE-POSITION.
           IF NOT EMPLOYEE-TERMINATED
               MOVE EMPLOYEE-DEPT TO WS-PC-DEPT
               MOVE EMPLOYEE-SALARY TO WS-PC-SALARY
               PERFORM FILL-POSITION
           END-IF
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 1 TO WS-POSITION-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *FIND-POSITION-DEPT paragraph points DEPT-IX at WS-PC-DEPT's
      *entry in the department table
      *-------------------------------------------------------------
       FIND-POSITION-DEPT.
           MOVE 0 TO WS-PC-FOUND
           IF WS-DEPT-TABLE-COUNT > 0
               SET DEPT-IX TO 1
               SEARCH WS-DEPT
                   AT END CONTINUE
                   WHEN WS-DEPT-CODE(DEPT-IX) = WS-PC-DEPT
                       MOVE 1 TO WS-PC-FOUND
               END-SEARCH
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *FILL-POSITION paragraph commits one position at WS-PC-SALARY
      *to the department in WS-PC-DEPT
      *-------------------------------------------------------------
       FILL-POSITION.
           PERFORM FIND-POSITION-DEPT
           IF PC-DEPT-FOUND
               ADD 1 TO WS-DEPT-FILLED(DEPT-IX)
               ADD WS-PC-SALARY TO WS-DEPT-COMMITTED(DEPT-IX)
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *RELEASE-POSITION paragraph gives back one position at
      *WS-PC-SALARY from the department in WS-PC-DEPT
      *-------------------------------------------------------------
       RELEASE-POSITION.
           PERFORM FIND-POSITION-DEPT
           IF PC-DEPT-FOUND
               SUBTRACT 1 FROM WS-DEPT-FILLED(DEPT-IX)
               SUBTRACT WS-PC-SALARY FROM WS-DEPT-COMMITTED(DEPT-IX)
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *CHECK-POSITION-LIMITS paragraph tests whether committing
      *WS-PC-ADD-HEADS more positions and WS-PC-ADD-SALARY more
      *salary to WS-PC-DEPT takes it past its authorized positions
      *or salary budget (a zero limit is no limit). Over a limit the
      *transaction is parked for approval or applied with a
      *warning, as the approval control says; a supervisor-released
      *transaction has already been approved and is not checked
      *-------------------------------------------------------------
       CHECK-POSITION-LIMITS.
           MOVE 0 TO WS-PC-RESULT
           MOVE SPACES TO WS-PC-EXCEEDED
           IF APPROVED-CHANGE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-POSITION-DEPT
           IF NOT PC-DEPT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-DEPT-AUTH(DEPT-IX) > 0 AND WS-PC-ADD-HEADS > 0
               AND WS-DEPT-FILLED(DEPT-IX) + WS-PC-ADD-HEADS
                   > WS-DEPT-AUTH(DEPT-IX)
               MOVE "POSITIONS" TO WS-PC-EXCEEDED
           END-IF
           IF WS-DEPT-BUDGET(DEPT-IX) > 0 AND WS-PC-ADD-SALARY > 0
               AND WS-DEPT-COMMITTED(DEPT-IX) + WS-PC-ADD-SALARY
                   > WS-DEPT-BUDGET(DEPT-IX)
               IF WS-PC-EXCEEDED = SPACES
                   MOVE "BUDGET" TO WS-PC-EXCEEDED
               ELSE
                   MOVE "POSITIONS+BUDGET" TO WS-PC-EXCEEDED
               END-IF
           END-IF
           IF WS-PC-EXCEEDED = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVER-LIMIT-COUNT
           IF PARK-OVER-LIMIT
               DISPLAY "DEPARTMENT " WS-PC-DEPT " OVER "
                   WS-PC-EXCEEDED " - PARKED FOR APPROVAL: " EMP-NO
               PERFORM PARK-FOR-APPROVAL
               MOVE 2 TO WS-PC-RESULT
           ELSE
               DISPLAY "WARNING - DEPARTMENT " WS-PC-DEPT " OVER "
                   WS-PC-EXCEEDED ": " EMP-NO
               MOVE 1 TO WS-PC-RESULT
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *CHECK-DEPARTMENT paragraph validates EMP-DEPT against the
      *department master table; an empty table (no master on file)
               SET DEPT-IX TO 1
               SEARCH WS-DEPT
                   AT END CONTINUE
                   WHEN WS-DEPT-CODE(DEPT-IX) = EMP-DEPT
                       MOVE 1 TO WS-DEPT-VALID
               END-SEARCH
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *CHECK-SUPERVISOR paragraph validates the supervisor an add or
      *change names: not the employee, on file, not terminated, and
      *not reporting (however far up) to the employee, which would
      *make a reporting loop. EMPLOYEE-REC is put back afterwards
      *-------------------------------------------------------------
       CHECK-SUPERVISOR.
           MOVE 1 TO WS-SUP-VALID
           MOVE EMPLOYEE-REC TO WS-SUP-SAVE-REC
           IF EMP-SUPERVISOR = EMP-NO
               MOVE "REJECTED - SUPERVISOR IS SELF"
                   TO WS-DISPOSITION
               MOVE 0 TO WS-SUP-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-SUPERVISOR TO EMPLOYEE-NO
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-NO
               INVALID KEY
                   MOVE "REJECTED - SUPERVISOR NOT ON FILE"
                       TO WS-DISPOSITION
                   MOVE 0 TO WS-SUP-VALID
           END-READ
           IF SUPERVISOR-VALID AND EMPLOYEE-TERMINATED
               MOVE "REJECTED - SUPERVISOR TERMINATED"
                   TO WS-DISPOSITION
               MOVE 0 TO WS-SUP-VALID
           END-IF
           IF SUPERVISOR-VALID
               MOVE 0 TO WS-SUP-WALK
               MOVE 0 TO WS-SUP-LEVEL
               PERFORM WALK-SUPERVISOR-CHAIN UNTIL SUP-WALK-DONE
           END-IF
           MOVE WS-SUP-SAVE-REC TO EMPLOYEE-REC
           EXIT.

      *-------------------------------------------------------------
      *WALK-SUPERVISOR-CHAIN paragraph steps one level up from the
      *record in EMPLOYEE-REC; reaching the employee is a loop
      *-------------------------------------------------------------
       WALK-SUPERVISOR-CHAIN.
           ADD 1 TO WS-SUP-LEVEL
           EVALUATE TRUE
               WHEN EMPLOYEE-SUPERVISOR = SPACES
               WHEN WS-SUP-LEVEL > WS-SUP-MAX-LEVEL
                   MOVE 1 TO WS-SUP-WALK
               WHEN EMPLOYEE-SUPERVISOR = EMP-NO
                   MOVE "REJECTED - SUPERVISOR LOOP"
                       TO WS-DISPOSITION
                   MOVE 0 TO WS-SUP-VALID
                   MOVE 1 TO WS-SUP-WALK
               WHEN OTHER
                   MOVE EMPLOYEE-SUPERVISOR TO EMPLOYEE-NO
                   READ EMPLOYEE-FILE KEY IS EMPLOYEE-NO
                       INVALID KEY MOVE 1 TO WS-SUP-WALK
                   END-READ
           END-EVALUATE
           EXIT.

      *-------------------------------------------------------------
      *REPORT-SUPERVISOR-EXCEPTION paragraph rejects a transaction
      *whose supervisor failed the check
      *-------------------------------------------------------------
       REPORT-SUPERVISOR-EXCEPTION.
           DISPLAY "SUPERVISOR " EMP-SUPERVISOR " FOR " EMP-NO
               " - " WS-DISPOSITION
           ADD 1 TO WS-REJECT-COUNT
           EXIT.

      *-------------------------------------------------------------
      *PARK-FOR-APPROVAL paragraph writes an oversized salary change,
      *or an add or change over its department's position limits,
      *to the pending-approval file instead of applying it;
      *APPROVALRELEASE writes the approved ones to the released
      *file, which the next run applies without this check
      *-------------------------------------------------------------
       PARK-FOR-APPROVAL.
           IF NOT TRIAL-RUN
               MOVE CHANGES-REC TO PA-CHANGE
               MOVE WS-RL-OPERATOR TO PA-OPERATOR
               WRITE PENDINGAPPROVAL-REC
           END-IF
           ADD 1 TO WS-PARKED-COUNT
           MOVE "PARKED FOR APPROVAL" TO WS-DISPOSITION
           EXIT.

      *-------------------------------------------------------------

      *-------------------------------------------------------------
      *MASS-INCREASE-ONE paragraph applies the percentage to one
      *browsed employee when they are in the target department and
      *not terminated
      *-------------------------------------------------------------
       MASS-INCREASE-ONE.
           IF EMPLOYEE-DEPT = EMP-DEPT AND NOT EMPLOYEE-TERMINATED
               COMPUTE WS-NEW-SALARY ROUNDED = EMPLOYEE-SALARY *
                   (1 + WS-MASS-PERCENT / 100)
               MOVE WS-NEW-SALARY TO WS-SALARY-TO-CHECK
               PERFORM VALIDATE-SALARY-RANGE
               IF SALARY-VALID
                   MOVE EMPLOYEE-REC TO WS-BEFORE-REC
                   MOVE EMPLOYEE-DEPT TO WS-PC-DEPT
                   MOVE EMPLOYEE-SALARY TO WS-PC-SALARY
                   PERFORM RELEASE-POSITION
                   MOVE WS-NEW-SALARY TO WS-PC-SALARY
                   PERFORM FILL-POSITION
                   IF NOT TRIAL-RUN
                       WRITE BACKUPFILE-REC FROM WS-BEFORE-REC
                       ADD 1 TO WS-BACKUP-WRITE-CNT
                   MOVE WS-NEW-SALARY TO SE-SALARY
                   WRITE SALARYEXCEPTIONS-REC
                       FROM WS-SALARY-EXCEPTION-LINE
                   ADD 1 TO WS-SALEXC-WRITE-CNT
                   ADD 1 TO WS-MASS-REJECT-COUNT
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           MOVE EMP-NO TO RG-EMP-NO
           MOVE WS-DISPOSITION TO RG-DISPOSITION
           WRITE TRANSREGISTER-LINE FROM WS-REG-DETAIL
           ADD 1 TO WS-REG-WRITE-CNT
           ADD 1 TO WS-REG-LINE-COUNT
           EXIT.

               WRITE TRANSREGISTER-LINE FROM WS-REG-HEADING
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-REG-WRITE-CNT
           IF TRIAL-RUN
               WRITE TRANSREGISTER-LINE FROM WS-REG-TRIAL-NOTE
               ADD 1 TO WS-REG-WRITE-CNT
           END-IF
           WRITE TRANSREGISTER-LINE FROM WS-REG-COLUMN-LINE
           ADD 1 TO WS-REG-WRITE-CNT
           MOVE 3 TO WS-REG-LINE-COUNT
           EXIT.

           MOVE "PARKED    : " TO RC-LABEL
           MOVE WS-PARKED-COUNT TO RC-COUNT
           WRITE TRANSREGISTER-LINE FROM WS-REG-COUNT-LINE
           MOVE "STATUS    : " TO RC-LABEL
           MOVE WS-STATUS-CHANGE-COUNT TO RC-COUNT
           WRITE TRANSREGISTER-LINE FROM WS-REG-COUNT-LINE
           MOVE "OVER LIMIT: " TO RC-LABEL
           MOVE WS-OVER-LIMIT-COUNT TO RC-COUNT
           WRITE TRANSREGISTER-LINE FROM WS-REG-COUNT-LINE
           MOVE "TO PAYROLL: " TO RC-LABEL
           MOVE WS-PAYROLL-SENT-COUNT TO RC-COUNT
           WRITE TRANSREGISTER-LINE FROM WS-REG-COUNT-LINE
           MOVE "NO XREF   : " TO RC-LABEL
           MOVE WS-PAYROLL-NOXREF-COUNT TO RC-COUNT
           WRITE TRANSREGISTER-LINE FROM WS-REG-COUNT-LINE
           EXIT.

      *-------------------------------------------------------------
           DISPLAY "DUPLICATE TRANSACTION THIS RUN " EMP-NO
           MOVE EMP-NO TO DE-EMP-NO
           WRITE DUPEXCEPTIONS-REC FROM WS-DUP-EXCEPTION-LINE
           ADD 1 TO WS-DUPEXC-WRITE-CNT
           EXIT.
       REC-STA.
           MOVE 0 TO WS-NO-RECORD-FOUND-FLAG
               PERFORM VALID-CHANGE
             WHEN DELETE-A-RECORD
               PERFORM VALID-DELETE
             WHEN LEAVE-OF-ABSENCE
               PERFORM VALID-LEAVE
             WHEN RETURN-FROM-LEAVE
               PERFORM VALID-RETURN
             WHEN TERMINATE-EMPLOYEE
               PERFORM VALID-TERMINATE
             WHEN REHIRE-EMPLOYEE
               PERFORM VALID-REHIRE
             WHEN OTHER
               DISPLAY "INVALID TYPE " CHANGE-TYPE
               STOP RUN
               PERFORM INVALID-CHANGE
             WHEN DELETE-A-RECORD
               PERFORM INVALID-DELETE
             WHEN STATUS-TRANSACTION
               PERFORM INVALID-CHANGE
             WHEN OTHER
               DISPLAY "INVALID TYPE " CHANGE-TYPE
               STOP RUN
           DISPLAY CHANGES-REC
           ADD 1 TO WS-REJECT-COUNT.
       VALID-CHANGE.
           IF EMPLOYEE-TERMINATED
               MOVE "REJECTED - EMPLOYEE TERMINATED" TO WS-DISPOSITION
               PERFORM REJECT-STATUS-CHANGE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DEPARTMENT
           IF NOT DEPT-VALID
               PERFORM REPORT-DEPT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF EMP-SUPERVISOR NOT = SPACES AND NOT SUPERVISOR-CLEARED
               AND EMP-SUPERVISOR NOT = EMPLOYEE-SUPERVISOR
               PERFORM CHECK-SUPERVISOR
               IF NOT SUPERVISOR-VALID
                   PERFORM REPORT-SUPERVISOR-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 1 TO WS-SALARY-VALID
           IF EMP-SALARY NOT = ZERO
               MOVE EMP-SALARY TO WS-SALARY-TO-CHECK
                   / EMPLOYEE-SALARY
               IF WS-CHANGE-MOVE-PCT > WS-APPROVAL-PCT
                   OR WS-CHANGE-MOVE-PCT < 0 - WS-APPROVAL-PCT
                   DISPLAY "SALARY MOVE OVER " WS-APPROVAL-PCT
                       "% - PARKED FOR APPROVAL: " EMP-NO
                   PERFORM PARK-FOR-APPROVAL
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *A raise or department move that takes the receiving
      *department past its authorized positions or salary budget
      *is warned or parked
           MOVE 0 TO WS-PC-RESULT
           IF SALARY-VALID
               IF EMP-DEPT NOT = SPACES
                   MOVE EMP-DEPT TO WS-PC-DEPT
               ELSE
                   MOVE EMPLOYEE-DEPT TO WS-PC-DEPT
               END-IF
               IF EMP-SALARY NOT = ZERO
                   MOVE EMP-SALARY TO WS-PC-SALARY
               ELSE
                   MOVE EMPLOYEE-SALARY TO WS-PC-SALARY
               END-IF
               IF WS-PC-DEPT = EMPLOYEE-DEPT
                   MOVE 0 TO WS-PC-ADD-HEADS
                   COMPUTE WS-PC-ADD-SALARY =
                       WS-PC-SALARY - EMPLOYEE-SALARY
               ELSE
                   MOVE 1 TO WS-PC-ADD-HEADS
                   MOVE WS-PC-SALARY TO WS-PC-ADD-SALARY
               END-IF
               PERFORM CHECK-POSITION-LIMITS
               IF POSITION-PARKED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SALARY-VALID
               MOVE EMPLOYEE-DEPT TO WS-PC-DEPT
               MOVE EMPLOYEE-SALARY TO WS-PC-SALARY
               PERFORM RELEASE-POSITION
               IF EMP-SALARY NOT = ZERO
                   MOVE EMP-SALARY TO EMPLOYEE-SALARY
               END-IF
               MOVE 0 TO WS-SURNAME-CHANGED
               IF EMP-SURNAME NOT = SPACES
                   AND EMP-SURNAME NOT = EMPLOYEE-SURNAME
                   MOVE EMP-SURNAME TO EMPLOYEE-SURNAME
                   MOVE 1 TO WS-SURNAME-CHANGED
               END-IF
               IF EMP-ADDRESS NOT = SPACES
                   MOVE EMP-ADDRESS TO EMPLOYEE-ADDRESS
               END-IF
               IF EMP-DEPT NOT = SPACES
                   MOVE EMP-DEPT TO EMPLOYEE-DEPT
               END-IF
               IF SUPERVISOR-CLEARED
                   MOVE SPACES TO EMPLOYEE-SUPERVISOR
               ELSE
                   IF EMP-SUPERVISOR NOT = SPACES
                       MOVE EMP-SUPERVISOR TO EMPLOYEE-SUPERVISOR
                   END-IF
               END-IF
               IF NOT TRIAL-RUN
                   WRITE BACKUPFILE-REC FROM WS-BEFORE-REC
                   ADD 1 TO WS-BACKUP-WRITE-CNT
               IF EMP-SALARY NOT = ZERO
                   PERFORM WRITE-SALARY-HISTORY
               END-IF
               IF SURNAME-CHANGED
                   PERFORM SEND-TO-PAYROLL
               END-IF
               MOVE EMPLOYEE-DEPT TO WS-PC-DEPT
               MOVE EMPLOYEE-SALARY TO WS-PC-SALARY
               PERFORM FILL-POSITION
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "APPLIED - CHANGE" TO WS-DISPOSITION
               IF POSITION-WARNED
                   MOVE SPACES TO WS-DISPOSITION
                   STRING "APPLIED - OVER " WS-PC-EXCEEDED
                       DELIMITED BY SIZE INTO WS-DISPOSITION
               END-IF
           ELSE
               PERFORM REPORT-SALARY-EXCEPTION
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
       VALID-DELETE.
           IF NOT EMPLOYEE-TERMINATED
               MOVE EMPLOYEE-DEPT TO WS-PC-DEPT
               MOVE EMPLOYEE-SALARY TO WS-PC-SALARY
               PERFORM RELEASE-POSITION
           END-IF
           IF NOT TRIAL-RUN
               WRITE BACKUPFILE-REC FROM WS-BEFORE-REC
               ADD 1 TO WS-BACKUP-WRITE-CNT
               PERFORM REPORT-DEPT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF EMP-SUPERVISOR NOT = SPACES AND NOT SUPERVISOR-CLEARED
               PERFORM CHECK-SUPERVISOR
               IF NOT SUPERVISOR-VALID
                   PERFORM REPORT-SUPERVISOR-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE EMP-SALARY TO WS-SALARY-TO-CHECK
           PERFORM VALIDATE-SALARY-RANGE
           MOVE 0 TO WS-PC-RESULT
           IF SALARY-VALID
               MOVE EMP-DEPT TO WS-PC-DEPT
               MOVE 1 TO WS-PC-ADD-HEADS
               MOVE EMP-SALARY TO WS-PC-ADD-SALARY
               PERFORM CHECK-POSITION-LIMITS
               IF POSITION-PARKED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SALARY-VALID
               MOVE EMP-INITS TO EMPLOYEE-INITS
               MOVE EMP-SURNAME TO EMPLOYEE-SURNAME
               MOVE EMP-SALARY TO EMPLOYEE-SALARY
               MOVE EMP-ADDRESS TO EMPLOYEE-ADDRESS
               MOVE EMP-DEPT TO EMPLOYEE-DEPT
               MOVE "A" TO EMPLOYEE-STATUS
               PERFORM SET-STATUS-DATE
               MOVE SPACES TO EMPLOYEE-REASON
               IF SUPERVISOR-CLEARED
                   MOVE SPACES TO EMPLOYEE-SUPERVISOR
               ELSE
                   MOVE EMP-SUPERVISOR TO EMPLOYEE-SUPERVISOR
               END-IF
               IF NOT TRIAL-RUN
                   WRITE EMPLOYEE-REC
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
               PERFORM SEND-TO-PAYROLL
               MOVE EMP-DEPT TO WS-PC-DEPT
               MOVE EMP-SALARY TO WS-PC-SALARY
               PERFORM FILL-POSITION
               ADD 1 TO WS-ADD-COUNT
               MOVE "APPLIED - ADD" TO WS-DISPOSITION
               IF POSITION-WARNED
                   MOVE SPACES TO WS-DISPOSITION
                   STRING "APPLIED - OVER " WS-PC-EXCEEDED
                       DELIMITED BY SIZE INTO WS-DISPOSITION
               END-IF
           ELSE
               PERFORM REPORT-SALARY-EXCEPTION
               ADD 1 TO WS-REJECT-COUNT
           DISPLAY CHANGES-REC
           ADD 1 TO WS-REJECT-COUNT.

      *-------------------------------------------------------------
      *VALID-LEAVE paragraph starts a leave of absence for an active
      *employee, carrying the leave reason code
      *-------------------------------------------------------------
       VALID-LEAVE.
           IF NOT EMPLOYEE-ACTIVE
               MOVE "REJECTED - NOT ACTIVE" TO WS-DISPOSITION
               PERFORM REJECT-STATUS-CHANGE
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO EMPLOYEE-STATUS
           MOVE EMP-REASON TO EMPLOYEE-REASON
           PERFORM APPLY-STATUS-CHANGE
           MOVE "APPLIED - LEAVE" TO WS-DISPOSITION
           EXIT.

      *-------------------------------------------------------------
      *VALID-RETURN paragraph returns an employee on leave to active
      *-------------------------------------------------------------
       VALID-RETURN.
           IF NOT EMPLOYEE-ON-LEAVE
               MOVE "REJECTED - NOT ON LEAVE" TO WS-DISPOSITION
               PERFORM REJECT-STATUS-CHANGE
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO EMPLOYEE-STATUS
           MOVE SPACES TO EMPLOYEE-REASON
           PERFORM APPLY-STATUS-CHANGE
           MOVE "APPLIED - RETURN FROM LEAVE" TO WS-DISPOSITION
           EXIT.

      *-------------------------------------------------------------
      *VALID-TERMINATE paragraph carries an active or on-leave
      *employee as terminated with the termination reason code; the
      *record stays on file for history and a later rehire
      *-------------------------------------------------------------
       VALID-TERMINATE.
           IF EMPLOYEE-TERMINATED
               MOVE "REJECTED - ALREADY TERMINATED" TO WS-DISPOSITION
               PERFORM REJECT-STATUS-CHANGE
               EXIT PARAGRAPH
           END-IF
           SET TERM-IX TO 1
           SEARCH WS-TERM-REASON
               AT END
                   MOVE "REJECTED - BAD TERM REASON" TO WS-DISPOSITION
                   PERFORM REJECT-STATUS-CHANGE
                   EXIT PARAGRAPH
               WHEN WS-TERM-REASON(TERM-IX) = EMP-REASON
                   CONTINUE
           END-SEARCH
           MOVE EMPLOYEE-DEPT TO WS-PC-DEPT
           MOVE EMPLOYEE-SALARY TO WS-PC-SALARY
           PERFORM RELEASE-POSITION
           MOVE "T" TO EMPLOYEE-STATUS
           MOVE EMP-REASON TO EMPLOYEE-REASON
           PERFORM APPLY-STATUS-CHANGE
           PERFORM SEND-TO-PAYROLL
           MOVE "APPLIED - TERMINATE" TO WS-DISPOSITION
           EXIT.

      *-------------------------------------------------------------
      *VALID-REHIRE paragraph returns a terminated employee to
      *active on the same record; a salary, address or department
      *on the transaction is applied with the usual checks
      *-------------------------------------------------------------
       VALID-REHIRE.
           IF NOT EMPLOYEE-TERMINATED
               MOVE "REJECTED - NOT TERMINATED" TO WS-DISPOSITION
               PERFORM REJECT-STATUS-CHANGE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DEPARTMENT
           IF NOT DEPT-VALID
               PERFORM REPORT-DEPT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF EMP-SALARY NOT = ZERO
               MOVE EMP-SALARY TO WS-SALARY-TO-CHECK
               PERFORM VALIDATE-SALARY-RANGE
               IF NOT SALARY-VALID
                   PERFORM REPORT-SALARY-EXCEPTION
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF EMP-DEPT NOT = SPACES
               MOVE EMP-DEPT TO WS-PC-DEPT
           ELSE
               MOVE EMPLOYEE-DEPT TO WS-PC-DEPT
           END-IF
           IF EMP-SALARY NOT = ZERO
               MOVE EMP-SALARY TO WS-PC-ADD-SALARY
           ELSE
               MOVE EMPLOYEE-SALARY TO WS-PC-ADD-SALARY
           END-IF
           MOVE 1 TO WS-PC-ADD-HEADS
           PERFORM CHECK-POSITION-LIMITS
           IF POSITION-PARKED
               EXIT PARAGRAPH
           END-IF
           IF EMP-SALARY NOT = ZERO
               MOVE EMP-SALARY TO EMPLOYEE-SALARY
           END-IF
           IF EMP-ADDRESS NOT = SPACES
               MOVE EMP-ADDRESS TO EMPLOYEE-ADDRESS
           END-IF
           IF EMP-DEPT NOT = SPACES
               MOVE EMP-DEPT TO EMPLOYEE-DEPT
           END-IF
           MOVE EMPLOYEE-SALARY TO WS-PC-SALARY
           PERFORM FILL-POSITION
           MOVE "A" TO EMPLOYEE-STATUS
           MOVE SPACES TO EMPLOYEE-REASON
           PERFORM APPLY-STATUS-CHANGE
           IF EMP-SALARY NOT = ZERO
               PERFORM WRITE-SALARY-HISTORY
           END-IF
           PERFORM SEND-TO-PAYROLL
           MOVE "APPLIED - REHIRE" TO WS-DISPOSITION
           IF POSITION-WARNED
               MOVE SPACES TO WS-DISPOSITION
               STRING "APPLIED - OVER " WS-PC-EXCEEDED
                   DELIMITED BY SIZE INTO WS-DISPOSITION
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *APPLY-STATUS-CHANGE paragraph stamps the status date and
      *rewrites the record, with the before-image and audit line
      *kept as for any change
      *-------------------------------------------------------------
       APPLY-STATUS-CHANGE.
           PERFORM SET-STATUS-DATE
           IF NOT TRIAL-RUN
               WRITE BACKUPFILE-REC FROM WS-BEFORE-REC
               ADD 1 TO WS-BACKUP-WRITE-CNT
               REWRITE EMPLOYEE-REC
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           ADD 1 TO WS-STATUS-CHANGE-COUNT
           EXIT.

      *-------------------------------------------------------------
      *SET-STATUS-DATE paragraph dates the status the record now
      *carries: the transaction's effective date, or today
      *-------------------------------------------------------------
       SET-STATUS-DATE.
           IF EFFECTIVE-DATE > 0
               MOVE EFFECTIVE-DATE TO EMPLOYEE-STATUS-DATE
           ELSE
               MOVE WS-TODAY-DATE TO EMPLOYEE-STATUS-DATE
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *REJECT-STATUS-CHANGE paragraph rejects a transaction the
      *employee's current status does not allow
      *-------------------------------------------------------------
       REJECT-STATUS-CHANGE.
           DISPLAY "STATUS DOES NOT ALLOW " CHANGE-TYPE " FOR "
               EMP-NO " - " WS-DISPOSITION
           ADD 1 TO WS-REJECT-COUNT
           EXIT.

      *-------------------------------------------------------------
      *LOAD-PAYROLL-XREF paragraph loads the EMPLOYEE-NO to
      *EmployeeID cross-reference and finds the highest EmployeeID
      *in use on it or on the payroll master
      *-------------------------------------------------------------
       LOAD-PAYROLL-XREF.
           OPEN INPUT EMPLOYEEXREF
           READ EMPLOYEEXREF
               AT END MOVE 1 TO WS-XREF-EOF
           END-READ
           PERFORM LOAD-ONE-XREF UNTIL NO-MORE-XREF
           CLOSE EMPLOYEEXREF
           OPEN INPUT PAYROLLMASTER
           IF WS-PAYM-STATUS = "00"
               READ PAYROLLMASTER NEXT RECORD
                   AT END MOVE 1 TO WS-PAYM-EOF
               END-READ
               PERFORM SCAN-ONE-PAYROLL UNTIL NO-MORE-PAYM
               CLOSE PAYROLLMASTER
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-XREF paragraph stores one cross-reference entry
      *-------------------------------------------------------------
       LOAD-ONE-XREF.
           IF WS-XREF-COUNT >= 5000
               DISPLAY "ERROR: Cross-reference table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-XREF-COUNT
           MOVE XR-EMP-NO TO WS-XREF-EMP-NO(WS-XREF-COUNT)
           MOVE XR-EMPLOYEEID TO WS-XREF-EMPLOYEEID(WS-XREF-COUNT)
           MOVE XR-EMPLOYEEID TO WS-PAYROLL-ID
           PERFORM NOTE-HIGH-PAYROLL-ID
           READ EMPLOYEEXREF
               AT END MOVE 1 TO WS-XREF-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *SCAN-ONE-PAYROLL paragraph notes one payroll master
      *EmployeeID against the highest in use
      *-------------------------------------------------------------
       SCAN-ONE-PAYROLL.
           MOVE PM-EMPLOYEEID TO WS-PAYROLL-ID
           PERFORM NOTE-HIGH-PAYROLL-ID
           READ PAYROLLMASTER NEXT RECORD
               AT END MOVE 1 TO WS-PAYM-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *NOTE-HIGH-PAYROLL-ID paragraph keeps the highest numeric
      *EmployeeID seen
      *-------------------------------------------------------------
       NOTE-HIGH-PAYROLL-ID.
           IF WS-PAYROLL-ID IS NUMERIC
               AND WS-PAYROLL-ID-N > WS-HIGH-PAYROLL-ID
               MOVE WS-PAYROLL-ID-N TO WS-HIGH-PAYROLL-ID
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *SEND-TO-PAYROLL paragraph writes the EMPLOYEEMASTERMAINT
      *transaction for the add, termination, rehire or surname
      *change just applied: an add becomes an "A" with the name and
      *active status, a termination a "C" to status "T" with the
      *last day worked and the reason, a rehire a "C" back to "A",
      *and a surname change a "C" carrying the new surname. Job
      *code, store and pay terms are payroll's to fill on review
      *-------------------------------------------------------------
       SEND-TO-PAYROLL.
           IF TRIAL-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PAYROLL-XREF
           IF NOT XREF-FOUND AND ADD-A-RECORD
               PERFORM ASSIGN-PAYROLL-ID
           END-IF
           IF NOT XREF-FOUND
               DISPLAY "NO PAYROLL CROSS-REFERENCE FOR " EMPLOYEE-NO
                   " - PAYROLL NOT UPDATED"
               ADD 1 TO WS-PAYROLL-NOXREF-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PAYROLLCHANGES-REC
           MOVE WS-PAYROLL-ID TO MC-EMPLOYEEID
           EVALUATE TRUE
             WHEN ADD-A-RECORD
               MOVE "A" TO MC-TYPE
               MOVE EMPLOYEE-SURNAME TO MC-LASTNAME
               MOVE EMPLOYEE-INITS TO MC-FIRSTNAME
               MOVE "A" TO MC-STATUS
             WHEN TERMINATE-EMPLOYEE
               MOVE "C" TO MC-TYPE
               MOVE "T" TO MC-STATUS
               MOVE EMPLOYEE-STATUS-DATE TO MC-EFFECTIVEDATE
               MOVE EMPLOYEE-REASON TO MC-REASONCODE
             WHEN REHIRE-EMPLOYEE
               MOVE "C" TO MC-TYPE
               MOVE "A" TO MC-STATUS
             WHEN OTHER
               MOVE "C" TO MC-TYPE
               MOVE EMPLOYEE-SURNAME TO MC-LASTNAME
           END-EVALUATE
           WRITE PAYROLLCHANGES-REC
           ADD 1 TO WS-PAYROLL-SENT-COUNT
           EXIT.

      *-------------------------------------------------------------
      *FIND-PAYROLL-XREF paragraph looks the employee up on the
      *cross-reference, leaving the EmployeeID in WS-PAYROLL-ID
      *-------------------------------------------------------------
       FIND-PAYROLL-XREF.
           MOVE 0 TO WS-XREF-FOUND
           MOVE SPACES TO WS-PAYROLL-ID
           IF WS-XREF-COUNT > 0
               SET XREF-IX TO 1
               SEARCH WS-XREF
                   AT END CONTINUE
                   WHEN WS-XREF-EMP-NO(XREF-IX) = EMPLOYEE-NO
                       MOVE 1 TO WS-XREF-FOUND
                       MOVE WS-XREF-EMPLOYEEID(XREF-IX)
                           TO WS-PAYROLL-ID
               END-SEARCH
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *ASSIGN-PAYROLL-ID paragraph gives a new hire the next payroll
      *EmployeeID and appends the cross-reference entry; once 9999
      *is reached the hire is left for payroll to set up by hand
      *-------------------------------------------------------------
       ASSIGN-PAYROLL-ID.
           IF WS-HIGH-PAYROLL-ID >= 9999
               DISPLAY "PAYROLL EMPLOYEEID RANGE EXHAUSTED"
               EXIT PARAGRAPH
           END-IF
           IF WS-XREF-COUNT >= 5000
               DISPLAY "ERROR: Cross-reference table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-HIGH-PAYROLL-ID
           MOVE WS-HIGH-PAYROLL-ID TO WS-PAYROLL-ID-N
           ADD 1 TO WS-XREF-COUNT
           MOVE EMPLOYEE-NO TO WS-XREF-EMP-NO(WS-XREF-COUNT)
           MOVE WS-PAYROLL-ID TO WS-XREF-EMPLOYEEID(WS-XREF-COUNT)
           MOVE SPACES TO EMPLOYEEXREF-REC
           MOVE EMPLOYEE-NO TO XR-EMP-NO
           MOVE WS-PAYROLL-ID TO XR-EMPLOYEEID
           WRITE EMPLOYEEXREF-REC
           ADD 1 TO WS-XREF-WRITE-CNT
           MOVE 1 TO WS-XREF-FOUND
           EXIT.

      *-------------------------------------------------------------
      *VALIDATE-SALARY-RANGE paragraph sets WS-SALARY-VALID based on
      *whether EMP-SALARY falls within WS-MIN-SALARY/WS-MAX-SALARY
           MOVE EMP-NO TO SE-EMP-NO
           MOVE EMP-SALARY TO SE-SALARY
           WRITE SALARYEXCEPTIONS-REC FROM WS-SALARY-EXCEPTION-LINE
           ADD 1 TO WS-SALEXC-WRITE-CNT
           EXIT.

      *-------------------------------------------------------------
               MOVE ZEROS TO AL-BEFORE-SALARY
               MOVE EMPLOYEE-SALARY TO AL-AFTER-SALARY
             WHEN CHANGE-A-RECORD
             WHEN STATUS-TRANSACTION
               MOVE WS-BEFORE-EMPLOYEE-SALARY TO AL-BEFORE-SALARY
               MOVE EMPLOYEE-SALARY TO AL-AFTER-SALARY
             WHEN DELETE-A-RECORD
               MOVE EMPLOYEE-REC TO AL-AFTER-IMAGE
           END-IF
           MOVE WS-RL-OPERATOR TO AL-OPERATOR
           WRITE AUDITLOG-REC FROM WS-AUDIT-LINE
           ADD 1 TO WS-AUDIT-WRITE-CNT
           MOVE AL-DATE TO WS-CK-LAST-AUDIT-DATE
           MOVE AL-TIME TO WS-CK-LAST-AUDIT-TIME
           MOVE AL-EMP-NO TO WS-CK-LAST-AUDIT-EMP-NO
           PERFORM ADD-AUDIT-CONTROL
           ADD WS-CK-AFTER-SALARY TO WS-CK-SALARY-MOVE
           SUBTRACT WS-CK-BEFORE-SALARY FROM WS-CK-SALARY-MOVE.

      *-------------------------------------------------------------
      *ADD-AUDIT-CONTROL paragraph takes the before and after
      *salaries back off the audit line in WS-AUDIT-LINE, so the
      *salary control total is built the same way whether the line
      *was just written or is being re-read on a restart
      *-------------------------------------------------------------
       ADD-AUDIT-CONTROL.
           MOVE AL-BEFORE-SALARY TO WS-CK-BEFORE-SALARY
           MOVE AL-AFTER-SALARY TO WS-CK-AFTER-SALARY
           EXIT.

      *-------------------------------------------------------------
      *LOAD-CHECKPOINT paragraph reads the checkpoint the last run
      *left behind. A run that did not finish must either be
      *restarted or, once backed out, discarded with FRESH - it is
      *never silently run over; RESTART takes up its counts, totals
      *and file positions. A trial run changes nothing, so it
      *neither needs nor touches the checkpoint
      *-------------------------------------------------------------
       LOAD-CHECKPOINT.
           IF TRIAL-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CK-PENDING
           OPEN INPUT MAINTCHECKPOINT
           READ MAINTCHECKPOINT
             AT END CONTINUE
             NOT AT END
               IF NOT CK-RUN-DONE
                   MOVE 1 TO WS-CK-PENDING
                   IF RESTART-RUN
                       PERFORM RESTORE-FROM-CHECKPOINT
                   END-IF
               END-IF
           END-READ
           CLOSE MAINTCHECKPOINT
           IF RESTART-RUN AND NOT UNFINISHED-RUN
               DISPLAY "RUN REFUSED - NO UNFINISHED RUN TO RESTART"
               MOVE "ABORT NO CHECKPOINT" TO WS-RL-STATUS
               PERFORM ABORT-MAINTENANCE-RUN
           END-IF
           IF UNFINISHED-RUN AND FRESH-RUN
               DISPLAY "UNFINISHED RUN DISCARDED - STARTING AFRESH"
           END-IF
           IF UNFINISHED-RUN AND NOT RESTART-RUN AND NOT FRESH-RUN
               DISPLAY "RUN REFUSED - PREVIOUS RUN DID NOT FINISH"
               DISPLAY "  SET RUN MODE RESTART TO RESUME IT, OR BACK"
                   " IT OUT AND SET RUN MODE FRESH"
               MOVE "ABORT RESTART DUE" TO WS-RL-STATUS
               PERFORM ABORT-MAINTENANCE-RUN
           END-IF
           IF RESTART-RUN
               DISPLAY "RESTARTING RUN OF " WS-CK-RUN-DATE
                   " PHASE " WS-CK-PHASE
                   " AFTER TRANSACTION " WS-CK-SEQUENCE
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *RESTORE-FROM-CHECKPOINT paragraph takes the interrupted run's
      *position, counts, control totals and output file lengths
      *back off the checkpoint record
      *-------------------------------------------------------------
       RESTORE-FROM-CHECKPOINT.
           MOVE CK-RUN-DATE TO WS-CK-RUN-DATE
           MOVE CK-PHASE TO WS-CK-PHASE
           MOVE CK-SEQUENCE TO WS-CK-SEQUENCE
           MOVE CK-READ-CNT TO WS-CHANGES-READ-CNT
           MOVE CK-ADD-COUNT TO WS-ADD-COUNT
           MOVE CK-CHANGE-COUNT TO WS-CHANGE-COUNT
           MOVE CK-DELETE-COUNT TO WS-DELETE-COUNT
           MOVE CK-REJECT-COUNT TO WS-REJECT-COUNT
           MOVE CK-HELD-COUNT TO WS-HELD-COUNT
           MOVE CK-PARKED-COUNT TO WS-PARKED-COUNT
           MOVE CK-STATUS-COUNT TO WS-STATUS-CHANGE-COUNT
           MOVE CK-PAYROLL-COUNT TO WS-PAYROLL-SENT-COUNT
           MOVE CK-NOXREF-COUNT TO WS-PAYROLL-NOXREF-COUNT
           MOVE CK-OVER-LIMIT-COUNT TO WS-OVER-LIMIT-COUNT
           MOVE CK-MASS-COUNT TO WS-MASS-TOTAL-COUNT
           MOVE CK-SALARY-MOVE TO WS-CK-SALARY-MOVE
           MOVE CK-AUDIT-LINES TO WS-AUDIT-WRITE-CNT
           MOVE CK-BACKUP-LINES TO WS-BACKUP-WRITE-CNT
           MOVE CK-REGISTER-LINES TO WS-REG-WRITE-CNT
           MOVE CK-SALEXC-LINES TO WS-SALEXC-WRITE-CNT
           MOVE CK-DUPEXC-LINES TO WS-DUPEXC-WRITE-CNT
           MOVE CK-HISTORY-LINES TO WS-HISTORY-WRITE-CNT
           MOVE CK-XREF-LINES TO WS-XREF-WRITE-CNT
           MOVE CK-HELD-BASE TO WS-HELD-BASE
           MOVE CK-PENDING-BASE TO WS-PENDING-BASE
           MOVE CK-HISTORY-BASE TO WS-HISTORY-BASE
           MOVE CK-XREF-BASE TO WS-XREF-BASE
           MOVE CK-REG-LINE-COUNT TO WS-REG-LINE-COUNT
           MOVE CK-REG-PAGE-COUNT TO WS-REG-PAGE-COUNT
           MOVE CK-LAST-AUDIT-DATE TO WS-CK-LAST-AUDIT-DATE
           MOVE CK-LAST-AUDIT-TIME TO WS-CK-LAST-AUDIT-TIME
           MOVE CK-LAST-AUDIT-EMP-NO TO WS-CK-LAST-AUDIT-EMP-NO
           MOVE CK-BACKUP-GEN TO WS-BACKUP-GEN
           MOVE CK-BACKUP-PATH TO BACKUPFILE-PATH
           EXIT.

      *-------------------------------------------------------------
      *WRITE-CHECKPOINT paragraph rewrites the checkpoint record from
      *the run's current position, counts and totals, marked with
      *WS-CK-STATE ("RUN " while under way, "DONE" at the end)
      *-------------------------------------------------------------
       WRITE-CHECKPOINT.
           MOVE SPACES TO MAINTCHECKPOINT-REC
           MOVE WS-CK-STATE TO CK-STATE
           MOVE WS-TODAY-DATE TO CK-RUN-DATE
           MOVE WS-CK-PHASE TO CK-PHASE
           MOVE WS-CK-SEQUENCE TO CK-SEQUENCE
           MOVE WS-CHANGES-READ-CNT TO CK-READ-CNT
           MOVE WS-ADD-COUNT TO CK-ADD-COUNT
           MOVE WS-CHANGE-COUNT TO CK-CHANGE-COUNT
           MOVE WS-DELETE-COUNT TO CK-DELETE-COUNT
           MOVE WS-REJECT-COUNT TO CK-REJECT-COUNT
           MOVE WS-HELD-COUNT TO CK-HELD-COUNT
           MOVE WS-PARKED-COUNT TO CK-PARKED-COUNT
           MOVE WS-STATUS-CHANGE-COUNT TO CK-STATUS-COUNT
           MOVE WS-PAYROLL-SENT-COUNT TO CK-PAYROLL-COUNT
           MOVE WS-PAYROLL-NOXREF-COUNT TO CK-NOXREF-COUNT
           MOVE WS-OVER-LIMIT-COUNT TO CK-OVER-LIMIT-COUNT
           MOVE WS-MASS-TOTAL-COUNT TO CK-MASS-COUNT
           MOVE WS-CK-SALARY-MOVE TO CK-SALARY-MOVE
           MOVE WS-AUDIT-WRITE-CNT TO CK-AUDIT-LINES
           MOVE WS-BACKUP-WRITE-CNT TO CK-BACKUP-LINES
           MOVE WS-REG-WRITE-CNT TO CK-REGISTER-LINES
           MOVE WS-SALEXC-WRITE-CNT TO CK-SALEXC-LINES
           MOVE WS-DUPEXC-WRITE-CNT TO CK-DUPEXC-LINES
           MOVE WS-HISTORY-WRITE-CNT TO CK-HISTORY-LINES
           MOVE WS-XREF-WRITE-CNT TO CK-XREF-LINES
           MOVE WS-HELD-BASE TO CK-HELD-BASE
           MOVE WS-PENDING-BASE TO CK-PENDING-BASE
           MOVE WS-HISTORY-BASE TO CK-HISTORY-BASE
           MOVE WS-XREF-BASE TO CK-XREF-BASE
           MOVE WS-REG-LINE-COUNT TO CK-REG-LINE-COUNT
           MOVE WS-REG-PAGE-COUNT TO CK-REG-PAGE-COUNT
           MOVE WS-CK-LAST-AUDIT-DATE TO CK-LAST-AUDIT-DATE
           MOVE WS-CK-LAST-AUDIT-TIME TO CK-LAST-AUDIT-TIME
           MOVE WS-CK-LAST-AUDIT-EMP-NO TO CK-LAST-AUDIT-EMP-NO
           MOVE WS-BACKUP-GEN TO CK-BACKUP-GEN
           MOVE BACKUPFILE-PATH TO CK-BACKUP-PATH
           OPEN OUTPUT MAINTCHECKPOINT
           WRITE MAINTCHECKPOINT-REC
           CLOSE MAINTCHECKPOINT
           EXIT.

      *-------------------------------------------------------------
      *TAKE-CHECKPOINT-IF-DUE paragraph counts off one transaction
      *of the current phase and checkpoints every WS-CK-EVERY
      *-------------------------------------------------------------
       TAKE-CHECKPOINT-IF-DUE.
           ADD 1 TO WS-CK-SEQUENCE
           IF TRIAL-RUN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CK-SINCE
           IF WS-CK-SINCE >= WS-CK-EVERY
               PERFORM TAKE-CHECKPOINT
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *TAKE-CHECKPOINT paragraph commits everything written so far
      *- closing and reopening each output file forces it to disk -
      *and only then records the checkpoint, so a checkpoint never
      *claims output that could still be lost
      *-------------------------------------------------------------
       TAKE-CHECKPOINT.
           CLOSE AUDITLOG
                 BACKUPFILE
                 SALARYHISTORY
                 PAYROLLCHANGES
                 EMPLOYEEXREF
                 SALARYEXCEPTIONS
                 DUPEXCEPTIONS
                 HELDCHANGES
                 PENDINGAPPROVAL
                 TRANSREGISTER
           OPEN EXTEND AUDITLOG
           OPEN EXTEND BACKUPFILE
           OPEN EXTEND SALARYHISTORY
           OPEN EXTEND PAYROLLCHANGES
           OPEN EXTEND EMPLOYEEXREF
           OPEN EXTEND SALARYEXCEPTIONS
           OPEN EXTEND DUPEXCEPTIONS
           OPEN EXTEND HELDCHANGES
           OPEN EXTEND PENDINGAPPROVAL
           OPEN EXTEND TRANSREGISTER
           MOVE "RUN " TO WS-CK-STATE
           PERFORM WRITE-CHECKPOINT
           MOVE 0 TO WS-CK-SINCE
           EXIT.

      *-------------------------------------------------------------
      *END-CHANGES-PHASE paragraph checkpoints the end of the day's
      *changes before the released changes start; on a restart
      *already past that point there is nothing to do
      *-------------------------------------------------------------
       END-CHANGES-PHASE.
           IF WS-CK-PHASE NOT = "C"
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-CK-PHASE
           MOVE 0 TO WS-CK-SEQUENCE
           IF NOT TRIAL-RUN
               PERFORM TAKE-CHECKPOINT
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *COUNT-EXTENDED-FILES paragraph notes how long each file this
      *run appends to already is, so a restart can cut it back to
      *exactly what the run had added by its last checkpoint
      *-------------------------------------------------------------
       COUNT-EXTENDED-FILES.
           MOVE HELDCHANGES-PATH TO RESTARTSOURCE-PATH
           PERFORM COUNT-RESTART-LINES
           MOVE WS-RS-LINES TO WS-HELD-BASE
           MOVE PENDINGAPPROVAL-PATH TO RESTARTSOURCE-PATH
           PERFORM COUNT-RESTART-LINES
           MOVE WS-RS-LINES TO WS-PENDING-BASE
           MOVE SALARYHISTORY-PATH TO RESTARTSOURCE-PATH
           PERFORM COUNT-RESTART-LINES
           MOVE WS-RS-LINES TO WS-HISTORY-BASE
           MOVE EMPLOYEEXREF-PATH TO RESTARTSOURCE-PATH
           PERFORM COUNT-RESTART-LINES
           MOVE WS-RS-LINES TO WS-XREF-BASE
           EXIT.

      *-------------------------------------------------------------
      *COUNT-RESTART-LINES paragraph counts the lines on the file
      *RESTARTSOURCE-PATH names; a file not there counts as empty
      *-------------------------------------------------------------
       COUNT-RESTART-LINES.
           MOVE 0 TO WS-RS-LINES
           MOVE 0 TO WS-RS-EOF
           OPEN INPUT RESTARTSOURCE
           READ RESTARTSOURCE
               AT END MOVE 1 TO WS-RS-EOF
           END-READ
           PERFORM COUNT-ONE-RESTART-LINE UNTIL NO-MORE-RS
           CLOSE RESTARTSOURCE
           EXIT.

      *-------------------------------------------------------------
      *COUNT-ONE-RESTART-LINE paragraph counts one line
      *-------------------------------------------------------------
       COUNT-ONE-RESTART-LINE.
           ADD 1 TO WS-RS-LINES
           READ RESTARTSOURCE
               AT END MOVE 1 TO WS-RS-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *PREPARE-RESTART paragraph puts everything back as it stood at
      *the last checkpoint before the run resumes. The checkpoint is
      *first proved against this run's audit log - entry count,
      *salary control total and last entry - and every output file
      *is checked to hold at least what the checkpoint recorded.
      *Only then are the updates the audit log shows after the
      *checkpoint undone from their before-images, newest first,
      *and each output file cut back to its checkpointed length, so
      *the resumed run writes them exactly as an unbroken run would
      *-------------------------------------------------------------
       PREPARE-RESTART.
           PERFORM VERIFY-RESTART-AUDIT
           PERFORM LOAD-ROLLBACK-IMAGES
           PERFORM LOAD-RESTART-FILES
           PERFORM CHECK-RESTART-FILE
               VARYING WS-RS-IX FROM 1 BY 1
               UNTIL WS-RS-IX > WS-RS-FILE-COUNT
           IF WS-RB-COUNT > 0
               PERFORM ROLL-BACK-ONE
                   VARYING WS-RB-POS FROM WS-RB-COUNT BY -1
                   UNTIL WS-RB-POS = 0
               DISPLAY "ROLLED BACK " WS-RB-COUNT
                   " UPDATES MADE AFTER THE CHECKPOINT"
           END-IF
           PERFORM CUT-BACK-RESTART-FILE
               VARYING WS-RS-IX FROM 1 BY 1
               UNTIL WS-RS-IX > WS-RS-FILE-COUNT
           DISPLAY "RESTART VERIFIED AGAINST AUDIT LOG - "
               WS-AUDIT-WRITE-CNT " ENTRIES COMMITTED"
           EXIT.

      *-------------------------------------------------------------
      *VERIFY-RESTART-AUDIT paragraph re-reads the interrupted run's
      *audit log: the entries up to the checkpoint must rebuild its
      *salary control total and end on the entry it recorded; the
      *entries after it are the updates to undo
      *-------------------------------------------------------------
       VERIFY-RESTART-AUDIT.
           MOVE 0 TO WS-RS-AUDIT-READ
           MOVE 0 TO WS-RS-SALARY-MOVE
           MOVE 0 TO WS-RS-MISMATCH
           MOVE 0 TO WS-RB-COUNT
           MOVE 0 TO WS-RS-EOF
           OPEN INPUT AUDITLOG
           READ AUDITLOG INTO WS-AUDIT-LINE
               AT END MOVE 1 TO WS-RS-EOF
           END-READ
           PERFORM CHECK-ONE-AUDIT UNTIL NO-MORE-RS
           CLOSE AUDITLOG
           IF WS-RS-AUDIT-READ < WS-AUDIT-WRITE-CNT
               OR WS-RS-SALARY-MOVE NOT = WS-CK-SALARY-MOVE
               MOVE 1 TO WS-RS-MISMATCH
           END-IF
           IF AUDIT-MISMATCH
               DISPLAY "RESTART REFUSED - CHECKPOINT DOES NOT MATCH"
                   " THE AUDIT LOG"
               DISPLAY "  CHECKPOINT ENTRIES " WS-AUDIT-WRITE-CNT
                   " AUDIT LOG ENTRIES " WS-RS-AUDIT-READ
               DISPLAY "  BACK THE RUN OUT AND RERUN IT FRESH"
               MOVE "ABORT RESTART REFUSED" TO WS-RL-STATUS
               PERFORM ABORT-MAINTENANCE-RUN
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *CHECK-ONE-AUDIT paragraph takes one audit entry into the
      *control total, or onto the roll-back table once it is past
      *the checkpoint
      *-------------------------------------------------------------
       CHECK-ONE-AUDIT.
           ADD 1 TO WS-RS-AUDIT-READ
           IF WS-RS-AUDIT-READ > WS-AUDIT-WRITE-CNT
               IF WS-RB-COUNT >= 5000
                   DISPLAY "ERROR: Roll-back table full"
                   STOP RUN
               END-IF
               ADD 1 TO WS-RB-COUNT
               MOVE AL-TRANS-TYPE TO WS-RB-TYPE(WS-RB-COUNT)
               MOVE AL-EMP-NO TO WS-RB-EMP-NO(WS-RB-COUNT)
               MOVE SPACES TO WS-RB-IMAGE(WS-RB-COUNT)
           ELSE
               PERFORM ADD-AUDIT-CONTROL
               ADD WS-CK-AFTER-SALARY TO WS-RS-SALARY-MOVE
               SUBTRACT WS-CK-BEFORE-SALARY FROM WS-RS-SALARY-MOVE
               IF WS-RS-AUDIT-READ = WS-AUDIT-WRITE-CNT
                   IF AL-DATE NOT = WS-CK-LAST-AUDIT-DATE
                       OR AL-TIME NOT = WS-CK-LAST-AUDIT-TIME
                       OR AL-EMP-NO NOT = WS-CK-LAST-AUDIT-EMP-NO
                       MOVE 1 TO WS-RS-MISMATCH
                   END-IF
               END-IF
           END-IF
           READ AUDITLOG INTO WS-AUDIT-LINE
               AT END MOVE 1 TO WS-RS-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ROLLBACK-IMAGES paragraph pairs each update past the
      *checkpoint with its before-image: every update but an add
      *wrote one to the backup file, in the same order, after the
      *images the checkpoint already accounts for
      *-------------------------------------------------------------
       LOAD-ROLLBACK-IMAGES.
           IF WS-RB-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RS-SHORT
           OPEN INPUT BACKUPFILE
           PERFORM SKIP-ONE-BACKUP WS-BACKUP-WRITE-CNT TIMES
           PERFORM ATTACH-ONE-IMAGE
               VARYING WS-RB-POS FROM 1 BY 1
               UNTIL WS-RB-POS > WS-RB-COUNT
           CLOSE BACKUPFILE
           IF FILE-SHORT
               DISPLAY "RESTART REFUSED - BEFORE-IMAGES MISSING FOR"
                   " UPDATES AFTER THE CHECKPOINT"
               DISPLAY "  BACK THE RUN OUT AND RERUN IT FRESH"
               MOVE "ABORT RESTART REFUSED" TO WS-RL-STATUS
               PERFORM ABORT-MAINTENANCE-RUN
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *SKIP-ONE-BACKUP paragraph passes over one before-image the
      *checkpoint already accounts for
      *-------------------------------------------------------------
       SKIP-ONE-BACKUP.
           READ BACKUPFILE
               AT END MOVE 1 TO WS-RS-SHORT
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *ATTACH-ONE-IMAGE paragraph gives one update to undo its
      *before-image; an add has none, being undone by deleting it
      *-------------------------------------------------------------
       ATTACH-ONE-IMAGE.
           IF WS-RB-TYPE(WS-RB-POS) = "A" OR FILE-SHORT
               EXIT PARAGRAPH
           END-IF
           READ BACKUPFILE
               AT END MOVE 1 TO WS-RS-SHORT
               NOT AT END
                   MOVE BACKUPFILE-REC TO WS-RB-IMAGE(WS-RB-POS)
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *ROLL-BACK-ONE paragraph undoes one update made after the
      *checkpoint: an add is deleted, a deleted record is written
      *back and anything else is rewritten from its before-image
      *-------------------------------------------------------------
       ROLL-BACK-ONE.
           EVALUATE WS-RB-TYPE(WS-RB-POS)
             WHEN "A"
               MOVE WS-RB-EMP-NO(WS-RB-POS) TO EMPLOYEE-NO
               DELETE EMPLOYEE-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
             WHEN "D"
               MOVE WS-RB-IMAGE(WS-RB-POS) TO EMPLOYEE-REC
               WRITE EMPLOYEE-REC
                   INVALID KEY REWRITE EMPLOYEE-REC
               END-WRITE
             WHEN OTHER
               MOVE WS-RB-IMAGE(WS-RB-POS) TO EMPLOYEE-REC
               REWRITE EMPLOYEE-REC
                   INVALID KEY WRITE EMPLOYEE-REC
               END-REWRITE
           END-EVALUATE
           EXIT.

      *-------------------------------------------------------------
      *LOAD-RESTART-FILES paragraph lists each output file with the
      *length it had at the checkpoint
      *-------------------------------------------------------------
       LOAD-RESTART-FILES.
           MOVE AUDITLOG-PATH TO WS-RS-PATH(1)
           MOVE WS-AUDIT-WRITE-CNT TO WS-RS-TARGET(1)
           MOVE BACKUPFILE-PATH TO WS-RS-PATH(2)
           MOVE WS-BACKUP-WRITE-CNT TO WS-RS-TARGET(2)
           MOVE TRANSREGISTER-PATH TO WS-RS-PATH(3)
           MOVE WS-REG-WRITE-CNT TO WS-RS-TARGET(3)
           MOVE SALARYEXCEPTIONS-PATH TO WS-RS-PATH(4)
           MOVE WS-SALEXC-WRITE-CNT TO WS-RS-TARGET(4)
           MOVE DUPEXCEPTIONS-PATH TO WS-RS-PATH(5)
           MOVE WS-DUPEXC-WRITE-CNT TO WS-RS-TARGET(5)
           MOVE PAYROLLCHANGES-PATH TO WS-RS-PATH(6)
           MOVE WS-PAYROLL-SENT-COUNT TO WS-RS-TARGET(6)
           MOVE HELDCHANGES-PATH TO WS-RS-PATH(7)
           COMPUTE WS-RS-TARGET(7) = WS-HELD-BASE + WS-HELD-COUNT
           MOVE PENDINGAPPROVAL-PATH TO WS-RS-PATH(8)
           COMPUTE WS-RS-TARGET(8) =
               WS-PENDING-BASE + WS-PARKED-COUNT
           MOVE SALARYHISTORY-PATH TO WS-RS-PATH(9)
           COMPUTE WS-RS-TARGET(9) =
               WS-HISTORY-BASE + WS-HISTORY-WRITE-CNT
           MOVE EMPLOYEEXREF-PATH TO WS-RS-PATH(10)
           COMPUTE WS-RS-TARGET(10) =
               WS-XREF-BASE + WS-XREF-WRITE-CNT
           MOVE 10 TO WS-RS-FILE-COUNT
           EXIT.

      *-------------------------------------------------------------
      *CHECK-RESTART-FILE paragraph measures one output file; one
      *shorter than its checkpoint has lost committed output and
      *the restart is refused before anything is touched
      *-------------------------------------------------------------
       CHECK-RESTART-FILE.
           MOVE WS-RS-PATH(WS-RS-IX) TO RESTARTSOURCE-PATH
           PERFORM COUNT-RESTART-LINES
           MOVE WS-RS-LINES TO WS-RS-FOUND(WS-RS-IX)
           IF WS-RS-LINES < WS-RS-TARGET(WS-RS-IX)
               DISPLAY "RESTART REFUSED - " RESTARTSOURCE-PATH
               DISPLAY "  HOLDS " WS-RS-LINES " LINES, CHECKPOINT"
                   " RECORDED " WS-RS-TARGET(WS-RS-IX)
               DISPLAY "  BACK THE RUN OUT AND RERUN IT FRESH"
               MOVE "ABORT RESTART REFUSED" TO WS-RL-STATUS
               PERFORM ABORT-MAINTENANCE-RUN
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *CUT-BACK-RESTART-FILE paragraph drops whatever one output file
      *gained after the checkpoint, copying the lines to keep out to
      *the work file and back
      *-------------------------------------------------------------
       CUT-BACK-RESTART-FILE.
           IF WS-RS-FOUND(WS-RS-IX) = WS-RS-TARGET(WS-RS-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RS-PATH(WS-RS-IX) TO RESTARTSOURCE-PATH
           MOVE WS-RS-TARGET(WS-RS-IX) TO WS-RS-KEEP
           MOVE 0 TO WS-RS-LINES
           MOVE 0 TO WS-RS-EOF
           OPEN INPUT RESTARTSOURCE
           OPEN OUTPUT RESTARTWORK
           IF WS-RS-KEEP > 0
               READ RESTARTSOURCE
                   AT END MOVE 1 TO WS-RS-EOF
               END-READ
               PERFORM KEEP-ONE-RESTART-LINE
                   UNTIL NO-MORE-RS OR WS-RS-LINES >= WS-RS-KEEP
           END-IF
           CLOSE RESTARTSOURCE
                 RESTARTWORK
           MOVE 0 TO WS-RS-EOF
           OPEN INPUT RESTARTWORK
           OPEN OUTPUT RESTARTSOURCE
           READ RESTARTWORK
               AT END MOVE 1 TO WS-RS-EOF
           END-READ
           PERFORM RETURN-ONE-RESTART-LINE UNTIL NO-MORE-RS
           CLOSE RESTARTWORK
                 RESTARTSOURCE
           EXIT.

      *-------------------------------------------------------------
      *KEEP-ONE-RESTART-LINE paragraph copies one line to keep out
      *to the work file
      *-------------------------------------------------------------
       KEEP-ONE-RESTART-LINE.
           WRITE RESTARTWORK-REC FROM RESTARTSOURCE-REC
           ADD 1 TO WS-RS-LINES
           IF WS-RS-LINES < WS-RS-KEEP
               READ RESTARTSOURCE
                   AT END MOVE 1 TO WS-RS-EOF
               END-READ
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *RETURN-ONE-RESTART-LINE paragraph copies one kept line back
      *-------------------------------------------------------------
       RETURN-ONE-RESTART-LINE.
           WRITE RESTARTSOURCE-REC FROM RESTARTWORK-REC
           READ RESTARTWORK
               AT END MOVE 1 TO WS-RS-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *SKIP-TO-CHECKPOINT paragraph passes over the day's changes a
      *restart has already applied - all of them once that phase is
      *finished - rebuilding the same-run duplicate tables from
      *them as it goes
      *-------------------------------------------------------------
       SKIP-TO-CHECKPOINT.
           IF WS-CK-PHASE = "C"
               MOVE WS-CK-SEQUENCE TO WS-CK-SKIP
           ELSE
               MOVE 9999999 TO WS-CK-SKIP
           END-IF
           PERFORM SKIP-ONE-CHANGE
               UNTIL NO-MORE-CHANGES OR WS-CK-SKIP = 0
           IF WS-CK-PHASE = "C" AND WS-CK-SKIP > 0
               DISPLAY "RESTART REFUSED - CHANGES FILE ENDS BEFORE"
                   " THE CHECKPOINT"
               MOVE "ABORT RESTART REFUSED" TO WS-RL-STATUS
               PERFORM ABORT-MAINTENANCE-RUN
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *SKIP-ONE-CHANGE paragraph passes over one applied change
      *-------------------------------------------------------------
       SKIP-ONE-CHANGE.
           PERFORM REPLAY-DUPLICATE-CHECK
           SUBTRACT 1 FROM WS-CK-SKIP
           READ CHANGES-FILE
               AT END MOVE 1 TO WS-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *SKIP-ONE-RELEASED paragraph passes over one applied released
      *change
      *-------------------------------------------------------------
       SKIP-ONE-RELEASED.
           MOVE RELEASEDCHANGES-REC TO CHANGES-REC
           PERFORM REPLAY-DUPLICATE-CHECK
           SUBTRACT 1 FROM WS-CK-SKIP
           READ RELEASEDCHANGES
               AT END MOVE 1 TO WS-RELEASED-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *REPLAY-DUPLICATE-CHECK paragraph notes a skipped change's
      *EMP-NO in the duplicate table APPLY-ONE-CHANGE would have
      *put it in, so later duplicates are caught as before
      *-------------------------------------------------------------
       REPLAY-DUPLICATE-CHECK.
           IF EFFECTIVE-DATE > 0 AND
                   EFFECTIVE-DATE > WS-TODAY-DATE
               PERFORM CHECK-DUPLICATE-HELD
           ELSE
               IF NOT MASS-INCREASE
                   PERFORM CHECK-DUPLICATE
               END-IF
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *ABORT-MAINTENANCE-RUN paragraph stops a run refused at
      *start-up, logging the reason already in WS-RL-STATUS
      *-------------------------------------------------------------
       ABORT-MAINTENANCE-RUN.
           MOVE "E" TO WS-RL-ACTION
           CALL "RunLog" USING WS-RUNLOG-REQUEST
           STOP RUN.

      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
               MOVE PATH-OVERRIDE TO CHANGESCONTROL-PATH
           END-IF
           DISPLAY "CHANGESCONTROL: " CHANGESCONTROL-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PAYROLLCHANGES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PAYROLLCHANGES-PATH
           END-IF
           DISPLAY "PAYROLLCHANGES: " PAYROLLCHANGES-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEXREF"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EMPLOYEEXREF-PATH
           END-IF
           DISPLAY "EMPLOYEEXREF: " EMPLOYEEXREF-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PAYROLLMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PAYROLLMASTER-PATH
           END-IF
           DISPLAY "PAYROLLMASTER: " PAYROLLMASTER-PATH
           EXIT.
