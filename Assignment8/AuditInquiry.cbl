       01  WS-ADD-COUNT         PIC 9(4) VALUE 0.
       01  WS-CHANGE-COUNT      PIC 9(4) VALUE 0.
       01  WS-DELETE-COUNT      PIC 9(4) VALUE 0.
       01  WS-STATUS-COUNT      PIC 9(4) VALUE 0.
       01  WS-OTHER-COUNT       PIC 9(4) VALUE 0.
       01  WS-SELECTED-COUNT    PIC 9(4) VALUE 0.

               WHEN "A" ADD 1 TO WS-ADD-COUNT
               WHEN "C" ADD 1 TO WS-CHANGE-COUNT
               WHEN "D" ADD 1 TO WS-DELETE-COUNT
               WHEN "L" ADD 1 TO WS-STATUS-COUNT
               WHEN "R" ADD 1 TO WS-STATUS-COUNT
               WHEN "T" ADD 1 TO WS-STATUS-COUNT
               WHEN "H" ADD 1 TO WS-STATUS-COUNT
               WHEN OTHER ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE
           EXIT.
           MOVE "DELETES SELECTED  : " TO CT-LABEL
           MOVE WS-DELETE-COUNT TO CT-COUNT
           WRITE INQUIRYREPORTLINE FROM WS-COUNT-LINE
           MOVE "STATUS SELECTED   : " TO CT-LABEL
           MOVE WS-STATUS-COUNT TO CT-COUNT
           WRITE INQUIRYREPORTLINE FROM WS-COUNT-LINE
           IF WS-OTHER-COUNT > 0
               MOVE "OTHER SELECTED    : " TO CT-LABEL
               MOVE WS-OTHER-COUNT TO CT-COUNT
