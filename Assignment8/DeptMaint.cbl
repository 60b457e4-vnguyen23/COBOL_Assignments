      *of adds, changes, and deletes, in the same style as the other
      *keyed-master maintenance runs. With the maintenance run
      *validating EMP-DEPT against this master, "SALES", "Sales",
      *and "SALES DEPT" stop being three departments. Each
      *department also carries its position control: the number of
      *authorized positions and the annual salary budget the
      *maintenance run holds adds and raises against (zero for
      *either means no limit).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  DC-NAME          PIC X(20).
           03  DC-COSTCENTRE    PIC X(6).
           03  DC-MANAGER       PIC X(20).
      *Authorized positions and the annual salary budget (implied
      *two decimals); blank leaves the current value alone
           03  DC-AUTH-POSITIONS PIC X(4).
           03  DC-SALARY-BUDGET PIC X(11).
       FD  DEPTMASTER.
       01  DEPTMASTER-REC.
           03  DM-CODE          PIC X(10).
           03  DM-NAME          PIC X(20).
           03  DM-COSTCENTRE    PIC 9(6).
           03  DM-MANAGER       PIC X(20).
           03  DM-AUTH-POSITIONS PIC 9(4).
           03  DM-SALARY-BUDGET PIC 9(9)V99.

       WORKING-STORAGE SECTION.


      *-------------------------------------------------------------
      *VALID-ADD paragraph writes a brand-new department; the cost
      *centre must be numeric since DeptSummary reports by it, and
      *the position control, when given, must be numeric too
      *-------------------------------------------------------------
       VALID-ADD.
           EVALUATE TRUE
               WHEN DC-COSTCENTRE NOT NUMERIC
                   DISPLAY "NON-NUMERIC COST CENTRE FOR " DC-CODE
                   ADD 1 TO WS-REJECT-COUNT
               WHEN DC-AUTH-POSITIONS NOT = SPACES
                   AND DC-AUTH-POSITIONS NOT NUMERIC
               WHEN DC-SALARY-BUDGET NOT = SPACES
                   AND DC-SALARY-BUDGET NOT NUMERIC
                   DISPLAY "NON-NUMERIC POSITION CONTROL FOR "
                       DC-CODE
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   MOVE DC-CODE TO DM-CODE
                   MOVE DC-NAME TO DM-NAME
                   MOVE DC-COSTCENTRE TO DM-COSTCENTRE
                   MOVE DC-MANAGER TO DM-MANAGER
                   MOVE 0 TO DM-AUTH-POSITIONS
                   MOVE 0 TO DM-SALARY-BUDGET
                   PERFORM APPLY-POSITION-CONTROL
                   WRITE DEPTMASTER-REC
                   ADD 1 TO WS-ADD-COUNT
           END-EVALUATE
           EXIT.

      *-------------------------------------------------------------
           IF DC-MANAGER NOT = SPACES
               MOVE DC-MANAGER TO DM-MANAGER
           END-IF
           IF DM-AUTH-POSITIONS NOT NUMERIC
               MOVE 0 TO DM-AUTH-POSITIONS
           END-IF
           IF DM-SALARY-BUDGET NOT NUMERIC
               MOVE 0 TO DM-SALARY-BUDGET
           END-IF
           PERFORM APPLY-POSITION-CONTROL
           REWRITE DEPTMASTER-REC
           ADD 1 TO WS-CHANGE-COUNT
           EXIT.

      *-------------------------------------------------------------
      *APPLY-POSITION-CONTROL paragraph replaces the authorized
      *positions and salary budget the transaction carries; a
      *non-numeric value on a change is ignored with a message
      *-------------------------------------------------------------
       APPLY-POSITION-CONTROL.
           IF DC-AUTH-POSITIONS NOT = SPACES
               IF DC-AUTH-POSITIONS NUMERIC
                   MOVE DC-AUTH-POSITIONS TO DM-AUTH-POSITIONS
               ELSE
                   DISPLAY "NON-NUMERIC POSITIONS IGNORED FOR "
                       DC-CODE
               END-IF
           END-IF
           IF DC-SALARY-BUDGET NOT = SPACES
               IF DC-SALARY-BUDGET NUMERIC
                   MOVE DC-SALARY-BUDGET TO DM-SALARY-BUDGET
               ELSE
                   DISPLAY "NON-NUMERIC BUDGET IGNORED FOR "
                       DC-CODE
               END-IF
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *CLOSE-FILES paragraph closes both files
      *-------------------------------------------------------------
