           88 Transaction-Rejected VALUE 1.
       01 Reject-Reason  PIC X(20) VALUE SPACES.

      *Request block for the CalcArithmetic subprogram, which holds
      *the arithmetic so CalcReplay re-drives exactly the same sums
       01 Calc-Request.
           03 CR-Num1         PIC 9(5)V99.
           03 CR-Operator     PIC X.
           03 CR-Num2         PIC 9(5)V99.
           03 CR-Result       PIC S9(10)V99.
           03 CR-Status       PIC X.
               88 CR-Computed       VALUE "0".
               88 CR-Divide-By-Zero VALUE "Z".
               88 CR-Bad-Operator   VALUE "X".

       PROCEDURE DIVISION.
       Calculator.
           PERFORM CONFIGURE-FILE-PATHS
           exit.

      *--------------------------------------------------------------
      *apply-operation has CalcArithmetic perform the arithmetic for
      *the operator held in Operator, leaving the answer in Result
      *--------------------------------------------------------------
       apply-operation.
           move Num1 to CR-Num1
           move Operator to CR-Operator
           move Num2 to CR-Num2
           call "CalcArithmetic" using Calc-Request
           move CR-Result to Result
           IF CR-Divide-By-Zero
               DISPLAY "Cannot divide by zero"
           END-IF
           exit.

