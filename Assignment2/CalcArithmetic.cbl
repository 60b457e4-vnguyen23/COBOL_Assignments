       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CalcArithmetic as "CalcArithmetic".
       AUTHOR.  Van Nguyen (040919914).

      *CalcArithmetic is the calculator's arithmetic, called by the
      *calculator itself for every calculation and by CalcReplay to
      *re-drive logged calculations, so the replay always checks the
      *log against exactly the arithmetic the calculator runs today.
      *The caller passes Num1, the operator and Num2 and gets back
      *the result and a status: "0" computed, "Z" divide by zero
      *(result zero), "X" operator not one of + - * /.

       DATA DIVISION.
       LINKAGE SECTION.
       01 Calc-Request.
           03 CR-Num1         PIC 9(5)V99.
           03 CR-Operator     PIC X.
           03 CR-Num2         PIC 9(5)V99.
           03 CR-Result       PIC S9(10)V99.
           03 CR-Status       PIC X.
               88 CR-Computed       VALUE "0".
               88 CR-Divide-By-Zero VALUE "Z".
               88 CR-Bad-Operator   VALUE "X".

       PROCEDURE DIVISION USING Calc-Request.
      *--------------------------------------------------------------
      *apply-operation performs the arithmetic for the operator in
      *CR-Operator, leaving the answer in CR-Result
      *--------------------------------------------------------------
       apply-operation.
           set CR-Computed to true
           move ZEROS to CR-Result
           IF CR-Operator = "+" THEN
               ADD CR-Num1, CR-Num2 GIVING CR-Result
           END-IF

           IF CR-Operator = "*" THEN
               MULTIPLY CR-Num1 BY CR-Num2 GIVING CR-Result ROUNDED
           END-IF

           IF CR-Operator = "-" THEN
               SUBTRACT CR-Num2 FROM CR-Num1 GIVING CR-Result
           END-IF

           IF CR-Operator = "/" THEN
               DIVIDE CR-Num1 BY CR-Num2 GIVING CR-Result ROUNDED
                   ON SIZE ERROR
                       set CR-Divide-By-Zero to true
                       MOVE ZEROS TO CR-Result
               END-DIVIDE
           END-IF

           IF CR-Operator not = "+" and CR-Operator not = "-"
               and CR-Operator not = "*" and CR-Operator not = "/"
               set CR-Bad-Operator to true
           END-IF
           goback.
       END PROGRAM CalcArithmetic.
