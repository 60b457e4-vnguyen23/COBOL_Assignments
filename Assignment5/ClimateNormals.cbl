           03 FILLER            PIC X(2).
           03 MA-City           PIC X(10).
           03 FILLER            PIC X(2).
           03 MA-Average        PIC X(5).
           03 FILLER            PIC X(2).
           03 MA-Min            PIC X(5).
           03 FILLER            PIC X(2).
           03 MA-Max            PIC X(5).
           03 FILLER            PIC X(2).
           03 MA-Count          PIC X(5).

           03 FILLER            PIC X(2).
           03 CN-City           PIC X(10).
           03 FILLER            PIC X(2).
           03 CN-Average        PIC --9.9.
           03 FILLER            PIC X(2).
           03 CN-Min            PIC --9.9.
           03 FILLER            PIC X(2).
           03 CN-Max            PIC --9.9.
           03 FILLER            PIC X(2).
           03 CN-Count          PIC ZZZZZ9.

       01 archive-eof           PIC 9 VALUE 0.
           88 end-of-archive    VALUE 1.

      *Parsing work for the archive's signed nn.n display figures
       01 temp-parse-work      PIC X(5).
       01 temp-parse-minus     PIC 9.
       01 temp-parse-point     PIC 9.
       01 temp-parse-lead      PIC 9.
       01 temp-parse-int       PIC X(2).
       01 temp-parse-int-num REDEFINES temp-parse-int PIC 99.
       01 temp-parse-dec       PIC X.
       01 temp-parse-dec-num REDEFINES temp-parse-dec PIC 9.
       01 count-parse-work     PIC X(5).
       01 count-parse-num REDEFINES count-parse-work PIC 9(5).
       01 parsed-temperature   PIC S99V9.
       01 parsed-count         PIC 9(5).

      *One normal accumulator per city and calendar month
           03 normal-entry      OCCURS 240 TIMES.
               05 nt-month              PIC 99.
               05 nt-city               PIC X(10).
               05 nt-weighted-total     PIC S9(9)V9.
               05 nt-reading-count      PIC 9(7).
               05 nt-min                PIC S99V9.
               05 nt-max                PIC S99V9.
       01 normal-sub            PIC 9(3).
       01 normal-found          PIC 9(3).
       01 normal-average        PIC S99V9.
       01 records-read          PIC 9(7) VALUE 0.

       procedure division.
               move 0 to nt-weighted-total(normal-found)
               move 0 to nt-reading-count(normal-found)
               move 99.9 to nt-min(normal-found)
               move -99.9 to nt-max(normal-found)
           end-if
           exit.

      *-------------------------------------------------------------
      *Turn the reading text in temp-parse-work into the numeric
      *reading: a leading minus marks a reading below zero, and the
      *figure is taken either side of the decimal point, so a
      *left-justified entry or the older unsigned nn.n text parses
      *the same way
      *-------------------------------------------------------------
       parse-temperature.
           move 0 to temp-parse-minus
           move 0 to temp-parse-point
           inspect temp-parse-work tallying temp-parse-minus
               for all "-"
           inspect temp-parse-work replacing all "-" by space
           inspect temp-parse-work tallying temp-parse-point
               for characters before initial "."
           move "00" to temp-parse-int
           move "0" to temp-parse-dec
           if temp-parse-point < 5
               if temp-parse-point < 4
                   move temp-parse-work(temp-parse-point + 2:1)
                       to temp-parse-dec
               end-if
           else
      *a whole number keyed without the decimal point
               move 0 to temp-parse-point
               move 0 to temp-parse-lead
               inspect temp-parse-work tallying temp-parse-lead
                   for leading space
               if temp-parse-lead < 5
                   inspect temp-parse-work(temp-parse-lead + 1:)
                       tallying temp-parse-point
                       for characters before initial space
                   add temp-parse-lead to temp-parse-point
               end-if
           end-if
           evaluate temp-parse-point
               when 0
                   continue
               when 1
                   move temp-parse-work(1:1) to temp-parse-int(2:1)
               when other
                   move temp-parse-work(temp-parse-point - 1:2)
                       to temp-parse-int
           end-evaluate
           inspect temp-parse-int replacing all space by "0"
           inspect temp-parse-dec replacing all space by "0"
           compute parsed-temperature =
               temp-parse-int-num + temp-parse-dec-num / 10
           if temp-parse-minus > 0
               compute parsed-temperature = 0 - parsed-temperature
           end-if
           exit.

      *-------------------------------------------------------------
