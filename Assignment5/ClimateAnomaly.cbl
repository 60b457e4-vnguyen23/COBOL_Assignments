           03 FILLER            PIC X(2).
           03 DT-Day-Number     PIC 9.
           03 FILLER            PIC X(2).
           03 DT-Temp-Text      PIC X(5).
           03 FILLER            PIC X(9).

       fd ClimateNormalsFile.
      *One normal per city and calendar month, as ClimateNormals
           03 FILLER            PIC X(2).
           03 CN-City           PIC X(10).
           03 FILLER            PIC X(2).
           03 CN-Average        PIC X(5).
           03 FILLER            PIC X(2).
           03 CN-Min            PIC X(5).
           03 FILLER            PIC X(2).
           03 CN-Max            PIC X(5).
           03 FILLER            PIC X(2).
           03 CN-Count          PIC X(6).

           88 end-of-normals    VALUE 1.
       01 anomaly-degrees       PIC 99V9 VALUE 5.0.

      *Parsing work for the signed nn.n display figures
       01 temp-parse-work      PIC X(5).
       01 temp-parse-minus     PIC 9.
       01 temp-parse-point     PIC 9.
       01 temp-parse-lead      PIC 9.
       01 temp-parse-int       PIC X(2).
       01 temp-parse-int-num REDEFINES temp-parse-int PIC 99.
       01 temp-parse-dec       PIC X.
       01 temp-parse-dec-num REDEFINES temp-parse-dec PIC 9.
       01 parsed-temperature   PIC S99V9.

      *Current readings accumulated per city and calendar month
       01 actual-count          PIC 9(3) VALUE 0.
           03 actual-entry      OCCURS 60 TIMES.
               05 at-month              PIC 99.
               05 at-city               PIC X(10).
               05 at-total              PIC S9(6)V9.
               05 at-readings           PIC 9(4).
       01 actual-sub            PIC 9(3).
       01 actual-found          PIC 9(3).
           03 normals-entry     OCCURS 240 TIMES.
               05 nl-month              PIC 99.
               05 nl-city               PIC X(10).
               05 nl-average            PIC S99V9.
       01 normals-sub           PIC 9(3).
       01 normals-found         PIC 9(3).

       01 actual-average        PIC S99V9.
       01 anomaly-gap           PIC S999V9.
       01 flagged-count         PIC 9(3) VALUE 0.

       01 report-heading        PIC X(42) VALUE
           "CLIMATE ANOMALY REPORT - ACTUAL VS NORMAL".
       01 column-heading        PIC X(52) VALUE
           "CITY        MON  ACTUAL  NORMAL    GAP  STATUS".
       01 detail-line.
           03 dl-city           PIC X(10).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 dl-month          PIC 99.
           03 FILLER            PIC X(3) VALUE SPACES.
           03 dl-actual         PIC --9.9.
           03 FILLER            PIC X(3) VALUE SPACES.
           03 dl-normal         PIC --9.9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 dl-gap            PIC +ZZ9.9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 dl-status         PIC X(14).

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
