       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CalcReplay as "CalcReplay".
       AUTHOR.  Van Nguyen (040919914).

      *CalcReplay certifies the calculator's arithmetic against its
      *own history: it reads back every CalculationLog.dat entry,
      *re-drives the logged Num1, operator and Num2 through the
      *CalcArithmetic subprogram the calculator calls today, and
      *compares the recomputed result with the logged one. Every
      *mismatch is listed with both values and the difference.
      *Entries that cannot be replayed are listed with the reason
      *and counted apart: a divide by zero logged as a zero result,
      *an operator the calculator does not accept, or an entry
      *whose amounts cannot be read back. The certification report
      *closes with the counts of matched, mismatched and
      *unreplayable entries and a certified / not certified line,
      *ready to attach to the change ticket. A log with nothing
      *that can be replayed is never certified.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           Select optional CalculationLog assign using
           CalculationLog-PATH
           organization is line sequential.

           Select ReplayReport assign using
           ReplayReport-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd CalculationLog.
      *Same layout the calculator writes, read back as text so the
      *edited fields can be picked apart
       01 CalcLogRecord.
           03 CL-Num1-Text    PIC X(8).
           03 FILLER          PIC X(3).
           03 CL-Operator     PIC X.
           03 FILLER          PIC X(3).
           03 CL-Num2-Text    PIC X(8).
           03 FILLER          PIC X(3).
           03 CL-Arrow        PIC X(3).
           03 CL-Result-Text  PIC X(14).
           03 FILLER          PIC X(6).

       fd ReplayReport.
       01 ReplayLine          PIC X(80).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  CalculationLog-PATH  PIC X(80)
           VALUE "C:\DataFiles\CalculationLog.dat".
       01  ReplayReport-PATH  PIC X(80)
           VALUE "C:\DataFiles\CalcReplay.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01 Log-EOF             PIC 9 VALUE 0.
           88 End-Of-Log      VALUE 1.

       01 Entry-Count         PIC 9(6) VALUE ZEROS.
       01 Matched-Count       PIC 9(6) VALUE ZEROS.
       01 Mismatched-Count    PIC 9(6) VALUE ZEROS.
       01 Unreplayable-Count  PIC 9(6) VALUE ZEROS.
       01 Divide-Zero-Count   PIC 9(6) VALUE ZEROS.
       01 Bad-Operator-Count  PIC 9(6) VALUE ZEROS.
       01 Unreadable-Count    PIC 9(6) VALUE ZEROS.
       01 Run-Date            PIC 9(8).
       01 Run-Time-Raw        PIC 9(8).

      *Work fields for turning the edited log fields back into
      *numbers: the decimal point sits at a fixed position in each
      *edited field, so the integer and decimal digits are lifted
      *by position, spaces become zeros, and a minus sign is
      *tallied then blanked; anything left that is not a digit
      *makes the entry unreadable
       01 Int-Part-X          PIC X(10).
       01 Int-Part-Num REDEFINES Int-Part-X PIC 9(10).
       01 Dec-Part-X          PIC X(2).
       01 Dec-Part-Num REDEFINES Dec-Part-X PIC 99.
       01 Minus-Count         PIC 9 VALUE 0.
       01 Parsed-Value        PIC S9(10)V99 VALUE ZEROS.
       01 Entry-Readable      PIC 9 VALUE 1.
           88 Readable-Entry  VALUE 1.
       01 Logged-Result       PIC S9(10)V99 VALUE ZEROS.
       01 Result-Difference   PIC S9(10)V99 VALUE ZEROS.
       01 Unreplayable-Reason PIC X(30).

      *Request block for the CalcArithmetic subprogram
       01 Calc-Request.
           03 CR-Num1         PIC 9(5)V99.
           03 CR-Operator     PIC X.
           03 CR-Num2         PIC 9(5)V99.
           03 CR-Result       PIC S9(10)V99.
           03 CR-Status       PIC X.
               88 CR-Computed       VALUE "0".
               88 CR-Divide-By-Zero VALUE "Z".
               88 CR-Bad-Operator   VALUE "X".

       01 Report-Heading.
           03 FILLER          PIC X(80) VALUE
           "CALCULATOR ARITHMETIC REGRESSION REPLAY".
       01 Run-Line.
           03 FILLER          PIC X(4) VALUE "RUN ".
           03 RL-Date         PIC 9(8).
           03 FILLER          PIC X VALUE SPACE.
           03 RL-Time         PIC 9(6).
           03 FILLER          PIC X(6) VALUE "  LOG ".
           03 RL-Path         PIC X(55).
       01 Mismatch-Heading.
           03 FILLER          PIC X(80) VALUE "MISMATCHES".
       01 Column-Heading.
           03 FILLER          PIC X(8) VALUE " ENTRY".
           03 FILLER          PIC X(21) VALUE "CALCULATION".
           03 FILLER          PIC X(15) VALUE " LOGGED RESULT".
           03 FILLER          PIC X(15) VALUE "           NOW".
           03 FILLER          PIC X(21) VALUE "    DIFFERENCE".
       01 Mismatch-Line.
           03 ML-Entry        PIC ZZZZZ9.
           03 FILLER          PIC X(2) VALUE SPACES.
           03 ML-Num1         PIC X(8).
           03 FILLER          PIC X VALUE SPACE.
           03 ML-Operator     PIC X.
           03 FILLER          PIC X VALUE SPACE.
           03 ML-Num2         PIC X(8).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 ML-Logged       PIC -ZZZZZZZZZ9.99.
           03 FILLER          PIC X VALUE SPACE.
           03 ML-Now          PIC -ZZZZZZZZZ9.99.
           03 FILLER          PIC X VALUE SPACE.
           03 ML-Difference   PIC -ZZZZZZZZZ9.99.
           03 FILLER          PIC X(7) VALUE SPACES.
       01 Unreplayable-Heading.
           03 FILLER          PIC X(80) VALUE
           "UNREPLAYABLE ENTRIES".
       01 Reason-Heading.
           03 FILLER          PIC X(8) VALUE " ENTRY".
           03 FILLER          PIC X(22) VALUE "CALCULATION".
           03 FILLER          PIC X(50) VALUE "REASON".
       01 Unreplayable-Line.
           03 UL-Entry        PIC ZZZZZ9.
           03 FILLER          PIC X(2) VALUE SPACES.
           03 UL-Num1         PIC X(8).
           03 FILLER          PIC X VALUE SPACE.
           03 UL-Operator     PIC X.
           03 FILLER          PIC X VALUE SPACE.
           03 UL-Num2         PIC X(8).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 UL-Reason       PIC X(30).
           03 FILLER          PIC X(21) VALUE SPACES.
       01 Count-Line.
           03 CT-Label        PIC X(30).
           03 CT-Count        PIC ZZZZZ9.
           03 FILLER          PIC X(44) VALUE SPACES.
       01 Certify-Line        PIC X(80).

      *The mismatches and the unreplayable entries are listed as
      *two separate groups, so the log is read through once for
      *each group
       01 Report-Pass         PIC X VALUE "M".
           88 Mismatch-Pass       VALUE "M".
           88 Unreplayable-Pass   VALUE "U".

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
           accept Run-Date from DATE YYYYMMDD
           accept Run-Time-Raw from TIME
           open output ReplayReport
           write ReplayLine from Report-Heading
           move Run-Date to RL-Date
           move Run-Time-Raw(1:6) to RL-Time
           move CalculationLog-PATH to RL-Path
           write ReplayLine from Run-Line
           move spaces to ReplayLine
           write ReplayLine
           write ReplayLine from Mismatch-Heading
           write ReplayLine from Column-Heading
           set Mismatch-Pass to true
           perform replay-log
           move spaces to ReplayLine
           write ReplayLine
           write ReplayLine from Unreplayable-Heading
           write ReplayLine from Reason-Heading
           set Unreplayable-Pass to true
           perform replay-log
           perform write-certification
           close ReplayReport
           display "ENTRIES REPLAYED : " Entry-Count
           display "MATCHED          : " Matched-Count
           display "MISMATCHED       : " Mismatched-Count
           display "UNREPLAYABLE     : " Unreplayable-Count
           STOP RUN.

      *--------------------------------------------------------------
      *replay-log reads the whole log through once, replaying each
      *entry; the counts are taken on the mismatch pass only
      *--------------------------------------------------------------
       replay-log.
           move 0 to Log-EOF
           move 0 to Entry-Count
           open input CalculationLog
           read CalculationLog
               at end set End-Of-Log to true
           end-read
           perform replay-one-entry until End-Of-Log
           close CalculationLog
           exit.

      *--------------------------------------------------------------
      *replay-one-entry reads back one logged calculation, drives it
      *through today's arithmetic, and lists it when it does not
      *match or cannot be replayed
      *--------------------------------------------------------------
       replay-one-entry.
           add 1 to Entry-Count
           move spaces to Unreplayable-Reason
           perform read-back-entry
           if Unreplayable-Reason = spaces
               call "CalcArithmetic" using Calc-Request
               if CR-Bad-Operator
                   move "OPERATOR NOT ACCEPTED TODAY"
                       to Unreplayable-Reason
               end-if
               if CR-Divide-By-Zero
                   move "DIVIDE BY ZERO LOGGED AS ZERO"
                       to Unreplayable-Reason
               end-if
           end-if
           if Unreplayable-Reason not = spaces
               perform note-unreplayable
           else
               if CR-Result = Logged-Result
                   if Mismatch-Pass
                       add 1 to Matched-Count
                   end-if
               else
                   perform note-mismatch
               end-if
           end-if
           read CalculationLog
               at end set End-Of-Log to true
           end-read
           exit.

      *--------------------------------------------------------------
      *read-back-entry lifts Num1, Num2 and the logged result out of
      *the edited log fields, naming the reason when it cannot
      *--------------------------------------------------------------
       read-back-entry.
           if CL-Arrow not = "-> "
               or CL-Num1-Text(6:1) not = "."
               or CL-Num2-Text(6:1) not = "."
               or CL-Result-Text(12:1) not = "."
               move "ENTRY LAYOUT NOT RECOGNIZED"
                   to Unreplayable-Reason
               exit paragraph
           end-if
           move spaces to Int-Part-X
           move CL-Num1-Text(1:5) to Int-Part-X(6:5)
           move CL-Num1-Text(7:2) to Dec-Part-X
           perform parse-edited-number
           move Parsed-Value to CR-Num1
           if Readable-Entry
               move spaces to Int-Part-X
               move CL-Num2-Text(1:5) to Int-Part-X(6:5)
               move CL-Num2-Text(7:2) to Dec-Part-X
               perform parse-edited-number
               move Parsed-Value to CR-Num2
           end-if
      *    the result field is sign byte, ten integer digits, the
      *    point, then two decimals - lift each piece by position
           if Readable-Entry
               move CL-Result-Text(2:10) to Int-Part-X
               move CL-Result-Text(13:2) to Dec-Part-X
               perform parse-edited-number
               if CL-Result-Text(1:1) = "-"
                   compute Logged-Result = 0 - Parsed-Value
               else
                   move Parsed-Value to Logged-Result
               end-if
           end-if
           if not Readable-Entry
               move "AMOUNTS CANNOT BE READ BACK"
                   to Unreplayable-Reason
               exit paragraph
           end-if
           move CL-Operator to CR-Operator
           exit.

      *--------------------------------------------------------------
      *parse-edited-number converts the integer and decimal text the
      *caller lifted into Int-Part-X / Dec-Part-X (leading spaces,
      *optional minus sign) back into the signed Parsed-Value
      *--------------------------------------------------------------
       parse-edited-number.
           move 1 to Entry-Readable
           move 0 to Minus-Count
           inspect Int-Part-X tallying Minus-Count for all "-"
           inspect Int-Part-X replacing all "-" by "0"
           inspect Int-Part-X replacing all SPACE by "0"
           inspect Dec-Part-X replacing all SPACE by "0"
           if Int-Part-X not numeric or Dec-Part-X not numeric
               move 0 to Entry-Readable
               move ZEROS to Parsed-Value
               exit paragraph
           end-if
           compute Parsed-Value =
               Int-Part-Num + Dec-Part-Num / 100
           if Minus-Count > 0
               compute Parsed-Value = 0 - Parsed-Value
           end-if
           exit.

      *--------------------------------------------------------------
      *note-mismatch lists a result that no longer comes out the
      *same, with the logged and recomputed values
      *--------------------------------------------------------------
       note-mismatch.
           if Mismatch-Pass
               add 1 to Mismatched-Count
               compute Result-Difference = CR-Result - Logged-Result
               move Entry-Count to ML-Entry
               move CL-Num1-Text to ML-Num1
               move CL-Operator to ML-Operator
               move CL-Num2-Text to ML-Num2
               move Logged-Result to ML-Logged
               move CR-Result to ML-Now
               move Result-Difference to ML-Difference
               write ReplayLine from Mismatch-Line
           end-if
           exit.

      *--------------------------------------------------------------
      *note-unreplayable counts an entry that could not be replayed
      *by reason and lists it
      *--------------------------------------------------------------
       note-unreplayable.
           if Unreplayable-Pass
               move Entry-Count to UL-Entry
               move CL-Num1-Text to UL-Num1
               move CL-Operator to UL-Operator
               move CL-Num2-Text to UL-Num2
               move Unreplayable-Reason to UL-Reason
               write ReplayLine from Unreplayable-Line
           else
               add 1 to Unreplayable-Count
               evaluate Unreplayable-Reason
                   when "DIVIDE BY ZERO LOGGED AS ZERO"
                       add 1 to Divide-Zero-Count
                   when "OPERATOR NOT ACCEPTED TODAY"
                       add 1 to Bad-Operator-Count
                   when other
                       add 1 to Unreadable-Count
               end-evaluate
           end-if
           exit.

      *--------------------------------------------------------------
      *write-certification closes the report with the counts and
      *the certification result
      *--------------------------------------------------------------
       write-certification.
           move spaces to ReplayLine
           write ReplayLine
           move "ENTRIES ON LOG             :" to CT-Label
           move Entry-Count to CT-Count
           write ReplayLine from Count-Line
           move "MATCHED                    :" to CT-Label
           move Matched-Count to CT-Count
           write ReplayLine from Count-Line
           move "MISMATCHED                 :" to CT-Label
           move Mismatched-Count to CT-Count
           write ReplayLine from Count-Line
           move "UNREPLAYABLE               :" to CT-Label
           move Unreplayable-Count to CT-Count
           write ReplayLine from Count-Line
           move "  DIVIDE BY ZERO           :" to CT-Label
           move Divide-Zero-Count to CT-Count
           write ReplayLine from Count-Line
           move "  OPERATOR NOT ACCEPTED    :" to CT-Label
           move Bad-Operator-Count to CT-Count
           write ReplayLine from Count-Line
           move "  UNREADABLE               :" to CT-Label
           move Unreadable-Count to CT-Count
           write ReplayLine from Count-Line
           move spaces to ReplayLine
           write ReplayLine
           if Matched-Count = 0 and Mismatched-Count = 0
               move "NOT CERTIFIED - NO ENTRY COULD BE REPLAYED"
                   to Certify-Line
               write ReplayLine from Certify-Line
               exit paragraph
           end-if
           if Mismatched-Count = 0
               move "CERTIFIED - EVERY REPLAYABLE ENTRY MATCHES"
                   to Certify-Line
           else
               move "NOT CERTIFIED - LOGGED RESULTS DIFFER"
                   to Certify-Line
           end-if
           write ReplayLine from Certify-Line
           exit.

      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_CALCULATIONLOG"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO CalculationLog-PATH
           END-IF
           DISPLAY "CalculationLog: " CalculationLog-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_REPLAYREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ReplayReport-PATH
           END-IF
           DISPLAY "ReplayReport: " ReplayReport-PATH
           EXIT.
       END PROGRAM CalcReplay.
