      *writes an audit record, corrections that match nothing or
      *whose old value disagrees go to an exception list, and the
      *run finishes by naming each trend week whose records were
      *touched so it can be rerun. The old and new values are keyed
      *as nn.n with a leading minus for a reading below zero; the old
      *value is matched by its figure rather than its spacing, and
      *the new one is written back in the file's signed layout.

       environment division.
       input-output section.
           03 FILLER            PIC X(2).
           03 DT-Day-Number     PIC 9.
           03 FILLER            PIC X(2).
           03 DT-Temp-Text      PIC X(5).
           03 FILLER            PIC X(9).

       fd TempCorrections.
      *One correction transaction per line from the station's
           03 FILLER            PIC X.
           03 TC-Day-Number     PIC 9.
           03 FILLER            PIC X.
           03 TC-Old-Value      PIC X(5).
           03 FILLER            PIC X.
           03 TC-New-Value      PIC X(5).
           03 FILLER            PIC X.
           03 TC-Reason         PIC X(20).

           03 FILLER            PIC X.
           03 CA-Day-Number     PIC 9.
           03 FILLER            PIC X.
           03 CA-Old-Value      PIC X(5).
           03 FILLER            PIC X.
           03 CA-New-Value      PIC X(5).
           03 FILLER            PIC X.
           03 CA-Reason         PIC X(20).

               05 ct-date               PIC 9(8).
               05 ct-city               PIC X(10).
               05 ct-day                PIC 9.
               05 ct-old                PIC X(5).
               05 ct-new                PIC X(5).
               05 ct-old-value          PIC S99V9.
               05 ct-reason             PIC X(20).
               05 ct-status             PIC X.
      *            "P" pending, "A" applied, "M" value mismatch
       01 unmatched-count       PIC 9(4) VALUE 0.
       01 records-copied        PIC 9(7) VALUE 0.

      *Parsing work for the signed nn.n reading text
       01 temp-parse-work       PIC X(5).
       01 temp-parse-minus      PIC 9.
       01 temp-parse-point      PIC 9.
       01 temp-parse-lead       PIC 9.
       01 temp-parse-int        PIC X(2).
       01 temp-parse-int-num REDEFINES temp-parse-int PIC 99.
       01 temp-parse-dec        PIC X.
       01 temp-parse-dec-num REDEFINES temp-parse-dec PIC 9.
       01 temperature-value     PIC S99V9.
       01 temperature-edited    PIC --9.9.

       01 reject-line.
           03 rj-reason         PIC X(22).
           03 rj-date           PIC 9(8).
           move TC-Date to ct-date(correction-count)
           move TC-City to ct-city(correction-count)
           move TC-Day-Number to ct-day(correction-count)
           move TC-Old-Value to temp-parse-work
           perform parse-temperature
           move temperature-value to ct-old-value(correction-count)
           move temperature-value to temperature-edited
           move temperature-edited to ct-old(correction-count)
           move TC-New-Value to temp-parse-work
           perform parse-temperature
           move temperature-value to temperature-edited
           move temperature-edited to ct-new(correction-count)
           move TC-Reason to ct-reason(correction-count)
           move "P" to ct-status(correction-count)
           read TempCorrections
      *mismatch and the record passes unchanged
      *-------------------------------------------------------------
       apply-one-correction.
           move DT-Temp-Text to temp-parse-work
           perform parse-temperature
           if temperature-value = ct-old-value(correction-sub)
               move ct-new(correction-sub) to DT-Temp-Text
               move "A" to ct-status(correction-sub)
               add 1 to applied-count
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
           compute temperature-value =
               temp-parse-int-num + temp-parse-dec-num / 10
           if temp-parse-minus > 0
               compute temperature-value = 0 - temperature-value
           end-if
           exit.

      *-------------------------------------------------------------
      *Write the audit record for one applied correction
      *-------------------------------------------------------------
