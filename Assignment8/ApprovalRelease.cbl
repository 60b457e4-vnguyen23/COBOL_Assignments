      *the rejected ones, and carries the undecided ones forward,
      *mirroring how HELDRELEASE feeds held effective-dated changes
      *back through CHANGES-FILE.
      *The run signs on through SignOn, and when ConflictRules.dat
      *carries a record-scoped rule putting MAINTENANCE before
      *APPROVALRELEASE, an approval of a transaction the same
      *operator keyed (the operator stamped on the parked record) is
      *refused and left pending for another approver. Every
      *decision, and every refusal, is appended to ApprovalLog.DAT
      *with the keying and deciding operators for the conflict
      *report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN USING
           APPROVALREPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONFLICTRULES
               ASSIGN USING
           CONFLICTRULES-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVALLOG
               ASSIGN USING
           APPROVALLOG-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           03  PA-EMP-NO        PIC X(8).
           03  PA-DETAIL        PIC X(78).
           03  PA-EFFECTIVE-DATE PIC 9(8).
           03  PA-SUPERVISOR    PIC X(8).
           03  PA-OPERATOR      PIC X(8).
       FD  DECISIONS.
       01  DECISIONS-REC.
           03  DC-EMP-NO        PIC X(8).
               88  DECISION-APPROVE  VALUE "A".
               88  DECISION-REJECT   VALUE "R".
       FD  RELEASEDCHANGES.
       01  RELEASEDCHANGES-REC  PIC X(103).
       FD  STILLPENDING.
       01  STILLPENDING-REC     PIC X(111).
       FD  APPROVALREPORT.
       01  APPROVALREPORTLINE   PIC X(80).
       FD  CONFLICTRULES.
       01  CONFLICTRULES-REC.
           03  CR-FIRST-PROGRAM PIC X(20).
           03  FILLER           PIC X.
           03  CR-FIRST-FUNCTION PIC X.
           03  FILLER           PIC X.
           03  CR-SECOND-PROGRAM PIC X(20).
           03  FILLER           PIC X.
           03  CR-SECOND-FUNCTION PIC X.
           03  FILLER           PIC X.
           03  CR-SCOPE         PIC X.
               88  RECORD-SCOPE       VALUE "R".
       FD  APPROVALLOG.
       01  APPROVALLOG-REC.
           03  AG-DATE          PIC 9(8).
           03  FILLER           PIC X.
           03  AG-TIME          PIC 9(6).
           03  FILLER           PIC X.
           03  AG-EMP-NO        PIC X(8).
           03  FILLER           PIC X.
           03  AG-DISPOSITION   PIC X(11).
           03  FILLER           PIC X.
           03  AG-KEYED-BY      PIC X(8).
           03  FILLER           PIC X.
           03  AG-DECIDED-BY    PIC X(8).

       WORKING-STORAGE SECTION.

           VALUE "\COBOLClass_Eclipse\DataFiles\PendingApproval.NEW".
       01  APPROVALREPORT-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\ApprovalRelease.rpt".
      *ConflictRules.dat is the shared rules file SignOn and
      *ConflictReport read, so it keeps their default location
       01  CONFLICTRULES-PATH  PIC X(80)
           VALUE "C:\DataFiles\ConflictRules.dat".
       01  APPROVALLOG-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\ApprovalLog.DAT".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-EOF               PIC 9 VALUE 0.
           88  NO-MORE-PENDING        VALUE 1.
       01  WS-RELEASED-COUNT    PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT    PIC 9(4) VALUE 0.
       01  WS-REMAINING-COUNT   PIC 9(4) VALUE 0.
       01  WS-REFUSED-COUNT     PIC 9(4) VALUE 0.
       01  WS-RULE-EOF          PIC 9 VALUE 0.
           88  NO-MORE-RULES          VALUE 1.
       01  WS-SOD-RULE          PIC 9 VALUE 0.
           88  OWN-APPROVAL-BARRED    VALUE 1.
       01  WS-LOG-TIME-RAW      PIC 9(8).

      *Request block for the shared SignOn subprogram
       01  WS-SIGNON-REQUEST.
           03  WS-SO-PROGRAM       PIC X(20).
           03  WS-SO-FUNCTION      PIC X.
           03  WS-SO-OPERATOR      PIC X(8).
           03  WS-SO-RESULT        PIC X.
               88  SIGN-ON-GRANTED VALUE "A".

      *The day's decisions, loaded at start-up
       01  WS-DEC-COUNT         PIC 9(4) VALUE 0.
       PROG.
           PERFORM CONFIGURE-FILE-PATHS
           DISPLAY "APPROVAL RELEASE STARTING"
           MOVE "APPROVALRELEASE" TO WS-SO-PROGRAM
           MOVE "M" TO WS-SO-FUNCTION
           CALL "SignOn" USING WS-SIGNON-REQUEST
           IF NOT SIGN-ON-GRANTED
               DISPLAY "RUN REFUSED - OPERATOR NOT AUTHORIZED"
               STOP RUN
           END-IF
           PERFORM LOAD-CONFLICT-RULES
           PERFORM LOAD-DECISIONS
           PERFORM SPLIT-PENDING-FILE
           PERFORM REWRITE-PENDING-FILE
               WS-REJECTED-COUNT
           DISPLAY "STILL AWAITING DECISION    : "
               WS-REMAINING-COUNT
           DISPLAY "REFUSED - OWN TRANSACTION  : "
               WS-REFUSED-COUNT
           STOP RUN.

      *-------------------------------------------------------------
      *LOAD-CONFLICT-RULES paragraph looks for the record-scoped
      *rule that bars an operator approving their own maintenance
      *-------------------------------------------------------------
       LOAD-CONFLICT-RULES.
           OPEN INPUT CONFLICTRULES
           READ CONFLICTRULES
               AT END MOVE 1 TO WS-RULE-EOF
           END-READ
           PERFORM CHECK-ONE-RULE UNTIL NO-MORE-RULES
           CLOSE CONFLICTRULES
           EXIT.

      *-------------------------------------------------------------
      *CHECK-ONE-RULE paragraph tests one conflict rule
      *-------------------------------------------------------------
       CHECK-ONE-RULE.
           IF RECORD-SCOPE
               AND CR-FIRST-PROGRAM = "MAINTENANCE"
               AND CR-FIRST-FUNCTION = "M"
               AND CR-SECOND-PROGRAM = "APPROVALRELEASE"
               AND CR-SECOND-FUNCTION = "M"
               MOVE 1 TO WS-SOD-RULE
           END-IF
           READ CONFLICTRULES
               AT END MOVE 1 TO WS-RULE-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *LOAD-DECISIONS paragraph loads the supervisor's approve and
      *reject decisions
           OPEN EXTEND RELEASEDCHANGES
           OPEN OUTPUT STILLPENDING
           OPEN OUTPUT APPROVALREPORT
           OPEN EXTEND APPROVALLOG
           WRITE APPROVALREPORTLINE FROM WS-REPORT-HEADING
           READ PENDINGAPPROVAL
               AT END MOVE 1 TO WS-EOF
           MOVE "UNDECIDED :  " TO CL-LABEL
           MOVE WS-REMAINING-COUNT TO CL-COUNT
           WRITE APPROVALREPORTLINE FROM WS-COUNT-LINE
           MOVE "REFUSED   :  " TO CL-LABEL
           MOVE WS-REFUSED-COUNT TO CL-COUNT
           WRITE APPROVALREPORTLINE FROM WS-COUNT-LINE
           CLOSE PENDINGAPPROVAL RELEASEDCHANGES STILLPENDING
                 APPROVALREPORT APPROVALLOG
           EXIT.

      *-------------------------------------------------------------
      *RELEASE-ONE paragraph routes one parked transaction by its
      *supervisor decision; an approval by the operator who keyed
      *the transaction is refused and the item stays pending
      *-------------------------------------------------------------
       RELEASE-ONE.
           MOVE 0 TO WS-DECISION-FOUND
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN DECISION-FOUND
                   AND WS-DEC-DECISION(DEC-IX) = "A"
                   AND OWN-APPROVAL-BARRED
                   AND PA-OPERATOR = WS-SO-OPERATOR
                   WRITE STILLPENDING-REC FROM PENDINGAPPROVAL-REC
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED-SOD" TO IL-DISPOSITION
                   DISPLAY "APPROVAL REFUSED FOR " PA-EMP-NO
                       " - KEYED BY THE SAME OPERATOR"
               WHEN DECISION-FOUND
                   AND WS-DEC-DECISION(DEC-IX) = "A"
                   WRITE RELEASEDCHANGES-REC FROM
           MOVE PA-EMP-NO TO IL-EMP-NO
           MOVE PA-DETAIL TO IL-DETAIL
           WRITE APPROVALREPORTLINE FROM WS-ITEM-LINE
           IF DECISION-FOUND
               PERFORM WRITE-APPROVAL-LOG
           END-IF
           READ PENDINGAPPROVAL
               AT END MOVE 1 TO WS-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *WRITE-APPROVAL-LOG paragraph records one decision, with the
      *operator who keyed the transaction and the one who decided it
      *-------------------------------------------------------------
       WRITE-APPROVAL-LOG.
           MOVE SPACES TO APPROVALLOG-REC
           ACCEPT AG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME-RAW FROM TIME
           MOVE WS-LOG-TIME-RAW(1:6) TO AG-TIME
           MOVE PA-EMP-NO TO AG-EMP-NO
           MOVE IL-DISPOSITION TO AG-DISPOSITION
           MOVE PA-OPERATOR TO AG-KEYED-BY
           MOVE WS-SO-OPERATOR TO AG-DECIDED-BY
           WRITE APPROVALLOG-REC
           EXIT.

      *-------------------------------------------------------------
      *REWRITE-PENDING-FILE paragraph copies the still-pending work
      *file back over PendingApproval.DAT so the parked file only
               MOVE PATH-OVERRIDE TO APPROVALREPORT-PATH
           END-IF
           DISPLAY "APPROVALREPORT: " APPROVALREPORT-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_CONFLICTRULES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO CONFLICTRULES-PATH
           END-IF
           DISPLAY "CONFLICTRULES: " CONFLICTRULES-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_APPROVALLOG"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO APPROVALLOG-PATH
           END-IF
           DISPLAY "APPROVALLOG: " APPROVALLOG-PATH
           EXIT.
       END PROGRAM APPROVALRELEASE.
