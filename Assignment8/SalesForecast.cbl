       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESFORECAST.

      *SALESFORECAST projects sales forward per region and district
      *from the 24 months of totals SALESMONTHEND banks in
      *SalesHistory.dat. Each district's history gives it a seasonal
      *index for every calendar month (that month's average against
      *the district's overall monthly average) and a trend (the
      *trailing twelve months' average against the twelve before,
      *spread over the year between them). The trailing twelve
      *months' average, carried forward along the trend and scaled
      *by the target month's index, is the forecast for each of the
      *next 3 to 12 months after the base month, with region totals.
      *
      *Every forecast made is banked on SalesForecast.dat (a rerun
      *for the same base month replaces its own rows), so each run
      *also compares the base month's actual, summed from the
      *consolidation ledger's district entries, against the latest
      *forecast made for it before the month began, and prints the
      *forecast error percentage - (forecast - actual) / actual, so
      *a positive error is an over-forecast - with the average
      *absolute error across the districts compared.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALESHISTORY
                   ASSIGN USING
           SALESHISTORY-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MTDLEDGER
                   ASSIGN USING
           MTDLEDGER-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FORECASTFILE
                   ASSIGN USING
           FORECASTFILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORECASTREPORT
                   ASSIGN USING
           FORECASTREPORT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALESHISTORY.
       01  SALESHISTORY-REC.
           03  SH-LETTER       PIC X.
           03  FILLER          PIC X.
           03  SH-DISTRICT     PIC XX.
           03  FILLER          PIC X.
           03  SH-MONTH        PIC 9(6).
           03  FILLER          PIC X.
           03  SH-TOTAL        PIC S9(10)V99.
       FD  MTDLEDGER.
       01  MTDLEDGER-REC.
           03  ML-TYPE         PIC X.
           03  FILLER          PIC X.
           03  ML-DATE         PIC 9(8).
           03  FILLER          PIC X.
           03  ML-DETAIL       PIC X(32).
           03  ML-D-DETAIL REDEFINES ML-DETAIL.
               05  ML-D-LETTER   PIC X.
               05  FILLER        PIC X.
               05  ML-D-DISTRICT PIC XX.
               05  FILLER        PIC X.
               05  ML-DISTRICT-TOT PIC S9(8)V99.
               05  FILLER        PIC X(2).
      *One forecast: the district, the base month it was made from,
      *the month it forecasts and the amount
       FD  FORECASTFILE.
       01  FORECASTFILE-REC.
           03  FC-LETTER       PIC X.
           03  FILLER          PIC X.
           03  FC-DISTRICT     PIC XX.
           03  FILLER          PIC X.
           03  FC-MADE-MONTH   PIC 9(6).
           03  FILLER          PIC X.
           03  FC-TARGET-MONTH PIC 9(6).
           03  FILLER          PIC X.
           03  FC-AMOUNT       PIC S9(10)V99.
       FD  FORECASTREPORT.
       01  FORECASTREPORTLINE  PIC X(80).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  SALESHISTORY-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesHistory.dat".
       01  MTDLEDGER-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesMtdLedger.dat".
       01  FORECASTFILE-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesForecast.dat".
       01  FORECASTREPORT-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesForecast.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-HIST-EOF         PIC X(3) VALUE "NO".
           88  HIST-EOF        VALUE "YES".
       01  WS-LEDGER-EOF       PIC X(3) VALUE "NO".
           88  LEDGER-EOF      VALUE "YES".
       01  WS-FC-EOF           PIC X(3) VALUE "NO".
           88  FC-EOF          VALUE "YES".

      *The base month is the last closed month; months are also
      *carried as a running month number (year * 12 + month - 1)
      *so stepping across a year end is plain arithmetic
       01  WS-BASE-MONTH-X     PIC X(6).
       01  WS-BASE-MONTH.
           03  WS-BASE-YEAR    PIC 9(4).
           03  WS-BASE-MM      PIC 99.
       01  WS-BASE-MONTH-N REDEFINES WS-BASE-MONTH PIC 9(6).
       01  WS-BASE-INDEX       PIC 9(6).
       01  WS-HORIZON-X        PIC XX.
       01  WS-HORIZON          PIC 99.
       01  WS-ROW-MONTH.
           03  WS-ROW-YEAR     PIC 9(4).
           03  WS-ROW-MM       PIC 99.
       01  WS-ROW-MONTH-N REDEFINES WS-ROW-MONTH PIC 9(6).
       01  WS-ROW-INDEX        PIC 9(6).
       01  WS-ROW-OFFSET       PIC S9(6).
       01  WS-ROW-SLOT         PIC 99.
       01  WS-TARGET-MONTH.
           03  WS-TARGET-YEAR  PIC 9(4).
           03  WS-TARGET-MM    PIC 99.
       01  WS-TARGET-MONTH-N REDEFINES WS-TARGET-MONTH PIC 9(6).
       01  WS-TARGET-INDEX     PIC 9(6).
       01  WS-CUTOFF-INDEX     PIC S9(6).

      *One entry per region/district: the last 24 months (slot 1 is
      *the base month), calendar-month totals for the seasonal
      *index, the base month's actual and forecast, and the
      *projection for each month ahead
       01  WS-KEY-COUNT        PIC 9(3) VALUE 0.
       01  WS-KEY-TABLE.
           03  WS-KEY          OCCURS 0 TO 200 TIMES
                                DEPENDING ON WS-KEY-COUNT
                                INDEXED BY KEY-IX.
               05  WS-KEY-ID.
                   07  WS-KEY-LETTER   PIC X.
                   07  WS-KEY-DISTRICT PIC XX.
               05  WS-KEY-MONTH    OCCURS 24 TIMES.
                   07  WS-KEY-MONTH-TOT  PIC S9(10)V99.
                   07  WS-KEY-MONTH-SEEN PIC X.
               05  WS-KEY-CAL      OCCURS 12 TIMES.
                   07  WS-KEY-CAL-TOT    PIC S9(11)V99.
                   07  WS-KEY-CAL-CNT    PIC 99.
               05  WS-KEY-ACTUAL       PIC S9(10)V99.
               05  WS-KEY-HAS-ACTUAL   PIC X.
               05  WS-KEY-FC-MADE      PIC 9(6).
               05  WS-KEY-FC-AMOUNT    PIC S9(10)V99.
               05  WS-KEY-LEVEL        PIC S9(10)V99.
               05  WS-KEY-TREND        PIC S9(9)V99.
               05  WS-KEY-HAS-LEVEL    PIC X.
               05  WS-KEY-AHEAD        OCCURS 12 TIMES.
                   07  WS-KEY-PROJ       PIC S9(10)V99.
                   07  WS-KEY-INDEX      PIC 9(3)V9999.
       01  WS-KEY-LOOKUP.
           03  WS-LOOKUP-LETTER    PIC X.
           03  WS-LOOKUP-DISTRICT  PIC XX.

      *Region totals of the comparison and the projections
       01  WS-REGN-COUNT       PIC 99 VALUE 0.
       01  WS-REGN-TABLE.
           03  WS-REGN         OCCURS 0 TO 20 TIMES
                                DEPENDING ON WS-REGN-COUNT
                                INDEXED BY REGN-IX.
               05  WS-REGN-LETTER      PIC X.
               05  WS-REGN-ACTUAL      PIC S9(11)V99.
               05  WS-REGN-FORECAST    PIC S9(11)V99.
               05  WS-REGN-COMPARED    PIC 9(3).
               05  WS-REGN-PROJ        OCCURS 12 TIMES
                                        PIC S9(11)V99.

      *Forecast rows carried across the rewrite of SalesForecast.dat
       01  WS-FKEEP-COUNT      PIC 9(4) VALUE 0.
       01  WS-FKEEP-TABLE.
           03  WS-FKEEP        OCCURS 0 TO 5000 TIMES
                                DEPENDING ON WS-FKEEP-COUNT
                                PIC X(31).
       01  WS-FKEEP-SUB        PIC 9(4).
       01  WS-FC-REPLACED      PIC 9(4) VALUE 0.
       01  WS-FC-PURGED        PIC 9(4) VALUE 0.

      *Working figures for one district's forecast
       01  WS-SLOT             PIC 99.
       01  WS-CAL              PIC 99.
       01  WS-AHEAD            PIC 99.
       01  WS-RECENT-TOT       PIC S9(11)V99.
       01  WS-RECENT-CNT       PIC 99.
       01  WS-PRIOR-TOT        PIC S9(11)V99.
       01  WS-PRIOR-CNT        PIC 99.
       01  WS-PRIOR-AVG        PIC S9(10)V99.
       01  WS-OVERALL-AVG      PIC S9(10)V99.
       01  WS-CAL-AVG          PIC S9(10)V99.
       01  WS-SEASONAL-INDEX   PIC 9(3)V9999.
       01  WS-FORECAST         PIC S9(10)V99.

      *Forecast accuracy figures
       01  WS-ERROR-PCT        PIC S9(5)V9.
       01  WS-ABS-ERROR-TOT    PIC 9(9)V9 VALUE 0.
       01  WS-COMPARED-COUNT   PIC 9(3) VALUE 0.
       01  WS-NO-FORECAST-CNT  PIC 9(3) VALUE 0.
       01  WS-AVG-ABS-ERROR    PIC 9(5)V9.
       01  WS-FC-WRITTEN       PIC 9(4) VALUE 0.

       01  WS-REPORT-HEADING.
           03  FILLER          PIC X(28) VALUE
               "SALES FORECAST - BASE MONTH ".
           03  RH-MONTH        PIC 9(6).
           03  FILLER          PIC X(3) VALUE " - ".
           03  RH-HORIZON      PIC Z9.
           03  FILLER          PIC X(13) VALUE " MONTHS AHEAD".
       01  WS-ACCURACY-HEADING.
           03  FILLER          PIC X(29) VALUE
               "FORECAST ACCURACY FOR MONTH ".
           03  AH-MONTH        PIC 9(6).
       01  WS-ACCURACY-COLUMNS.
           03  FILLER  PIC X(10) VALUE "RGN DIST".
           03  FILLER  PIC X(16) VALUE "         ACTUAL".
           03  FILLER  PIC X(16) VALUE "       FORECAST".
           03  FILLER  PIC X(10) VALUE "  MADE IN".
           03  FILLER  PIC X(10) VALUE "   ERR PCT".
       01  WS-ACCURACY-LINE.
           03  AL-LETTER       PIC X.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  AL-DISTRICT     PIC XX.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  AL-ACTUAL       PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER          PIC X VALUE SPACES.
           03  AL-FORECAST     PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  AL-MADE         PIC 9(6).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  AL-PCT          PIC -ZZZZ9.9.
           03  FILLER          PIC X VALUE "%".
       01  WS-ACCURACY-NONE.
           03  AN-LETTER       PIC X.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  AN-DISTRICT     PIC XX.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  AN-ACTUAL       PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  FILLER          PIC X(19) VALUE
               "NO FORECAST ON FILE".
       01  WS-ACCURACY-REGION.
           03  FILLER          PIC X(7) VALUE "REGION ".
           03  AR-LETTER       PIC X.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  AR-ACTUAL       PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER          PIC X VALUE SPACES.
           03  AR-FORECAST     PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER          PIC X(11) VALUE SPACES.
           03  AR-PCT          PIC -ZZZZ9.9.
           03  FILLER          PIC X VALUE "%".
       01  WS-ACCURACY-SUMMARY.
           03  FILLER          PIC X(28) VALUE
               "AVERAGE ABSOLUTE ERROR PCT: ".
           03  AS-PCT          PIC ZZZZ9.9.
           03  FILLER          PIC X(4) VALUE " OF ".
           03  AS-COUNT        PIC ZZ9.
           03  FILLER          PIC X(10) VALUE " DISTRICTS".
       01  WS-PROJECTION-HEADING.
           03  FILLER          PIC X(40) VALUE
               "PROJECTIONS BY REGION AND DISTRICT".
       01  WS-KEY-LINE.
           03  FILLER          PIC X(7) VALUE "REGION ".
           03  KL-LETTER       PIC X.
           03  FILLER          PIC X(10) VALUE " DISTRICT ".
           03  KL-DISTRICT     PIC XX.
           03  FILLER          PIC X(8) VALUE "  LEVEL ".
           03  KL-LEVEL        PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER          PIC X(12) VALUE "  TREND/MTH ".
           03  KL-TREND        PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-KEY-NONE.
           03  FILLER          PIC X(7) VALUE "REGION ".
           03  KN-LETTER       PIC X.
           03  FILLER          PIC X(10) VALUE " DISTRICT ".
           03  KN-DISTRICT     PIC XX.
           03  FILLER          PIC X(40) VALUE
               "  NO HISTORY IN THE LAST TWELVE MONTHS".
       01  WS-PROJECTION-LINE.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  PL-MONTH        PIC 9(6).
           03  FILLER          PIC X(8) VALUE "  INDEX ".
           03  PL-INDEX        PIC ZZ9.9999.
           03  FILLER          PIC X(11) VALUE "  FORECAST ".
           03  PL-FORECAST     PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-REGION-HEADING.
           03  FILLER          PIC X(40) VALUE
               "PROJECTED TOTALS BY REGION".
       01  WS-REGION-LINE.
           03  FILLER          PIC X(7) VALUE "REGION ".
           03  RL-LETTER       PIC X.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  RL-MONTH        PIC 9(6).
           03  FILLER          PIC X(11) VALUE "  FORECAST ".
           03  RL-FORECAST     PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROG.
           PERFORM CONFIGURE-FILE-PATHS
           DISPLAY "SALES FORECAST"
           DISPLAY "ENTER BASE MONTH - LAST CLOSED (YYYYMM): "
               WITH NO ADVANCING
           ACCEPT WS-BASE-MONTH-X
           IF WS-BASE-MONTH-X NOT NUMERIC
               DISPLAY "INVALID MONTH - RUN CANCELLED"
               STOP RUN
           END-IF
           MOVE WS-BASE-MONTH-X TO WS-BASE-MONTH-N
           IF WS-BASE-MM < 1 OR WS-BASE-MM > 12
               DISPLAY "INVALID MONTH - RUN CANCELLED"
               STOP RUN
           END-IF
           DISPLAY "ENTER MONTHS TO PROJECT (03-12): "
               WITH NO ADVANCING
           ACCEPT WS-HORIZON-X
           IF WS-HORIZON-X NOT NUMERIC
               DISPLAY "INVALID MONTHS - RUN CANCELLED"
               STOP RUN
           END-IF
           MOVE WS-HORIZON-X TO WS-HORIZON
           IF WS-HORIZON < 3 OR WS-HORIZON > 12
               DISPLAY "MONTHS TO PROJECT MUST BE 03 TO 12"
                   " - RUN CANCELLED"
               STOP RUN
           END-IF
           COMPUTE WS-BASE-INDEX = WS-BASE-YEAR * 12 + WS-BASE-MM - 1
           COMPUTE WS-CUTOFF-INDEX = WS-BASE-INDEX - 23
           PERFORM LOAD-HISTORY
           PERFORM LOAD-ACTUALS
           PERFORM LOAD-FORECASTS
           IF WS-KEY-COUNT = 0
               DISPLAY "NO HISTORY OR LEDGER ENTRIES - NOTHING TO"
                   " FORECAST"
               STOP RUN
           END-IF
           PERFORM FORECAST-ONE-KEY
               VARYING KEY-IX FROM 1 BY 1
               UNTIL KEY-IX > WS-KEY-COUNT
           PERFORM WRITE-FORECAST-REPORT
           PERFORM REWRITE-FORECASTS
           DISPLAY "DISTRICTS FORECAST    : " WS-KEY-COUNT
           DISPLAY "FORECASTS BANKED      : " WS-FC-WRITTEN
           DISPLAY "FORECASTS REPLACED    : " WS-FC-REPLACED
           DISPLAY "FORECASTS PURGED      : " WS-FC-PURGED
           STOP RUN.

      *-------------------------------------------------------------
      *LOAD-HISTORY paragraph rolls the banked history for the 24
      *months ending on the base month into the district table
      *-------------------------------------------------------------
       LOAD-HISTORY.
           OPEN INPUT SALESHISTORY
           READ SALESHISTORY
               AT END MOVE "YES" TO WS-HIST-EOF
           END-READ
           PERFORM LOAD-ONE-HISTORY UNTIL HIST-EOF
           CLOSE SALESHISTORY
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-HISTORY paragraph files one history row under its
      *month slot and its calendar month
      *-------------------------------------------------------------
       LOAD-ONE-HISTORY.
           MOVE SH-MONTH TO WS-ROW-MONTH-N
           COMPUTE WS-ROW-INDEX = WS-ROW-YEAR * 12 + WS-ROW-MM - 1
           COMPUTE WS-ROW-OFFSET = WS-BASE-INDEX - WS-ROW-INDEX
           IF WS-ROW-OFFSET >= 0 AND WS-ROW-OFFSET <= 23
               AND WS-ROW-MM >= 1 AND WS-ROW-MM <= 12
               MOVE SH-LETTER TO WS-LOOKUP-LETTER
               MOVE SH-DISTRICT TO WS-LOOKUP-DISTRICT
               PERFORM FIND-KEY
               COMPUTE WS-ROW-SLOT = WS-ROW-OFFSET + 1
               ADD SH-TOTAL TO WS-KEY-MONTH-TOT(KEY-IX, WS-ROW-SLOT)
               MOVE "Y" TO WS-KEY-MONTH-SEEN(KEY-IX, WS-ROW-SLOT)
               ADD SH-TOTAL TO WS-KEY-CAL-TOT(KEY-IX, WS-ROW-MM)
               ADD 1 TO WS-KEY-CAL-CNT(KEY-IX, WS-ROW-MM)
           END-IF
           READ SALESHISTORY
               AT END MOVE "YES" TO WS-HIST-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ACTUALS paragraph totals the base month's district
      *entries from the consolidation ledger - the actuals each
      *forecast is judged against
      *-------------------------------------------------------------
       LOAD-ACTUALS.
           OPEN INPUT MTDLEDGER
           READ MTDLEDGER
               AT END MOVE "YES" TO WS-LEDGER-EOF
           END-READ
           PERFORM LOAD-ONE-ACTUAL UNTIL LEDGER-EOF
           CLOSE MTDLEDGER
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-ACTUAL paragraph adds one base-month "D" entry to
      *its district's actual
      *-------------------------------------------------------------
       LOAD-ONE-ACTUAL.
           IF ML-TYPE = "D" AND ML-DATE(1:6) = WS-BASE-MONTH-X
               MOVE ML-D-LETTER TO WS-LOOKUP-LETTER
               MOVE ML-D-DISTRICT TO WS-LOOKUP-DISTRICT
               PERFORM FIND-KEY
               ADD ML-DISTRICT-TOT TO WS-KEY-ACTUAL(KEY-IX)
               MOVE "Y" TO WS-KEY-HAS-ACTUAL(KEY-IX)
           END-IF
           READ MTDLEDGER
               AT END MOVE "YES" TO WS-LEDGER-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *LOAD-FORECASTS paragraph reads the banked forecasts: the
      *latest one made for the base month before it began is kept
      *for the comparison, this base month's own earlier forecasts
      *are dropped (a rerun replaces them), forecasts for months
      *past the 24-month window are purged, and the rest are kept
      *for the rewrite
      *-------------------------------------------------------------
       LOAD-FORECASTS.
           OPEN INPUT FORECASTFILE
           READ FORECASTFILE
               AT END MOVE "YES" TO WS-FC-EOF
           END-READ
           PERFORM LOAD-ONE-FORECAST UNTIL FC-EOF
           CLOSE FORECASTFILE
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-FORECAST paragraph sorts one banked forecast
      *-------------------------------------------------------------
       LOAD-ONE-FORECAST.
           MOVE FC-TARGET-MONTH TO WS-ROW-MONTH-N
           COMPUTE WS-ROW-INDEX = WS-ROW-YEAR * 12 + WS-ROW-MM - 1
           IF FC-TARGET-MONTH = WS-BASE-MONTH-N
               AND FC-MADE-MONTH < WS-BASE-MONTH-N
               MOVE FC-LETTER TO WS-LOOKUP-LETTER
               MOVE FC-DISTRICT TO WS-LOOKUP-DISTRICT
               PERFORM FIND-KEY
               IF FC-MADE-MONTH > WS-KEY-FC-MADE(KEY-IX)
                   MOVE FC-MADE-MONTH TO WS-KEY-FC-MADE(KEY-IX)
                   MOVE FC-AMOUNT TO WS-KEY-FC-AMOUNT(KEY-IX)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN FC-MADE-MONTH = WS-BASE-MONTH-N
                   ADD 1 TO WS-FC-REPLACED
               WHEN WS-ROW-INDEX < WS-CUTOFF-INDEX
                   ADD 1 TO WS-FC-PURGED
               WHEN OTHER
                   IF WS-FKEEP-COUNT >= 5000
                       DISPLAY "ERROR: Forecast table full"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-FKEEP-COUNT
                   MOVE FORECASTFILE-REC TO WS-FKEEP(WS-FKEEP-COUNT)
           END-EVALUATE
           READ FORECASTFILE
               AT END MOVE "YES" TO WS-FC-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *FIND-KEY paragraph points KEY-IX at the district in
      *WS-KEY-LOOKUP, adding it (and its region) when new
      *-------------------------------------------------------------
       FIND-KEY.
           SET KEY-IX TO 1
           SEARCH WS-KEY
               AT END
                   IF WS-KEY-COUNT >= 200
                       DISPLAY "ERROR: District table full"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-KEY-COUNT
                   SET KEY-IX TO WS-KEY-COUNT
                   INITIALIZE WS-KEY(KEY-IX)
                   MOVE WS-KEY-LOOKUP TO WS-KEY-ID(KEY-IX)
                   MOVE "N" TO WS-KEY-HAS-ACTUAL(KEY-IX)
                   PERFORM FIND-REGION
               WHEN WS-KEY-ID(KEY-IX) = WS-KEY-LOOKUP
                   CONTINUE
           END-SEARCH
           EXIT.

      *-------------------------------------------------------------
      *FIND-REGION paragraph points REGN-IX at the region of
      *WS-KEY-LOOKUP, adding it when new
      *-------------------------------------------------------------
       FIND-REGION.
           SET REGN-IX TO 1
           SEARCH WS-REGN
               AT END
                   IF WS-REGN-COUNT >= 20
                       DISPLAY "ERROR: Region table full"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REGN-COUNT
                   SET REGN-IX TO WS-REGN-COUNT
                   INITIALIZE WS-REGN(REGN-IX)
                   MOVE WS-LOOKUP-LETTER TO WS-REGN-LETTER(REGN-IX)
               WHEN WS-REGN-LETTER(REGN-IX) = WS-LOOKUP-LETTER
                   CONTINUE
           END-SEARCH
           EXIT.

      *-------------------------------------------------------------
      *FORECAST-ONE-KEY paragraph works one district's level and
      *trend from its two twelve-month windows and projects it
      *forward; a district with nothing in the trailing twelve
      *months is reported but not projected
      *-------------------------------------------------------------
       FORECAST-ONE-KEY.
           MOVE 0 TO WS-RECENT-TOT WS-RECENT-CNT
           MOVE 0 TO WS-PRIOR-TOT WS-PRIOR-CNT
           PERFORM ADD-ONE-SLOT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 24
           MOVE "N" TO WS-KEY-HAS-LEVEL(KEY-IX)
           IF WS-RECENT-CNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-KEY-HAS-LEVEL(KEY-IX)
           COMPUTE WS-KEY-LEVEL(KEY-IX) ROUNDED =
               WS-RECENT-TOT / WS-RECENT-CNT
           MOVE 0 TO WS-KEY-TREND(KEY-IX)
           IF WS-PRIOR-CNT > 0
               COMPUTE WS-PRIOR-AVG ROUNDED =
                   WS-PRIOR-TOT / WS-PRIOR-CNT
               COMPUTE WS-KEY-TREND(KEY-IX) ROUNDED =
                   (WS-KEY-LEVEL(KEY-IX) - WS-PRIOR-AVG) / 12
           END-IF
           COMPUTE WS-OVERALL-AVG ROUNDED =
               (WS-RECENT-TOT + WS-PRIOR-TOT)
               / (WS-RECENT-CNT + WS-PRIOR-CNT)
           SET REGN-IX TO 1
           SEARCH WS-REGN
               AT END CONTINUE
               WHEN WS-REGN-LETTER(REGN-IX) = WS-KEY-LETTER(KEY-IX)
                   CONTINUE
           END-SEARCH
           PERFORM PROJECT-ONE-MONTH
               VARYING WS-AHEAD FROM 1 BY 1
               UNTIL WS-AHEAD > WS-HORIZON
           EXIT.

      *-------------------------------------------------------------
      *ADD-ONE-SLOT paragraph adds one month slot into the trailing
      *(slots 1-12) or prior (slots 13-24) twelve-month window
      *-------------------------------------------------------------
       ADD-ONE-SLOT.
           IF WS-KEY-MONTH-SEEN(KEY-IX, WS-SLOT) = "Y"
               IF WS-SLOT <= 12
                   ADD WS-KEY-MONTH-TOT(KEY-IX, WS-SLOT)
                       TO WS-RECENT-TOT
                   ADD 1 TO WS-RECENT-CNT
               ELSE
                   ADD WS-KEY-MONTH-TOT(KEY-IX, WS-SLOT)
                       TO WS-PRIOR-TOT
                   ADD 1 TO WS-PRIOR-CNT
               END-IF
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *PROJECT-ONE-MONTH paragraph forecasts the month WS-AHEAD
      *months after the base month. The trailing average sits
      *5.5 months before the base month, so the trend is carried
      *WS-AHEAD + 5.5 months from it; the result is scaled by the
      *target month's seasonal index and never goes below zero
      *-------------------------------------------------------------
       PROJECT-ONE-MONTH.
           PERFORM SET-TARGET-MONTH
           MOVE 1 TO WS-SEASONAL-INDEX
           IF WS-KEY-CAL-CNT(KEY-IX, WS-CAL) > 0 AND
                   WS-OVERALL-AVG > 0
               COMPUTE WS-CAL-AVG ROUNDED =
                   WS-KEY-CAL-TOT(KEY-IX, WS-CAL)
                   / WS-KEY-CAL-CNT(KEY-IX, WS-CAL)
               IF WS-CAL-AVG > 0
                   COMPUTE WS-SEASONAL-INDEX ROUNDED =
                       WS-CAL-AVG / WS-OVERALL-AVG
               ELSE
                   MOVE 0 TO WS-SEASONAL-INDEX
               END-IF
           END-IF
           COMPUTE WS-FORECAST ROUNDED =
               (WS-KEY-LEVEL(KEY-IX) + WS-KEY-TREND(KEY-IX)
                 * (WS-AHEAD + 5.5)) * WS-SEASONAL-INDEX
           IF WS-FORECAST < 0
               MOVE 0 TO WS-FORECAST
           END-IF
           MOVE WS-FORECAST TO WS-KEY-PROJ(KEY-IX, WS-AHEAD)
           MOVE WS-SEASONAL-INDEX TO WS-KEY-INDEX(KEY-IX, WS-AHEAD)
           ADD WS-FORECAST TO WS-REGN-PROJ(REGN-IX, WS-AHEAD)
           EXIT.

      *-------------------------------------------------------------
      *WRITE-FORECAST-REPORT paragraph prints the accuracy of the
      *forecasts made for the base month, then the projections by
      *district and the region totals
      *-------------------------------------------------------------
       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECASTREPORT
           MOVE WS-BASE-MONTH-N TO RH-MONTH
           MOVE WS-HORIZON TO RH-HORIZON
           WRITE FORECASTREPORTLINE FROM WS-REPORT-HEADING
           MOVE SPACES TO FORECASTREPORTLINE
           WRITE FORECASTREPORTLINE
           MOVE WS-BASE-MONTH-N TO AH-MONTH
           WRITE FORECASTREPORTLINE FROM WS-ACCURACY-HEADING
           WRITE FORECASTREPORTLINE FROM WS-ACCURACY-COLUMNS
           PERFORM WRITE-ACCURACY-LINE
               VARYING KEY-IX FROM 1 BY 1
               UNTIL KEY-IX > WS-KEY-COUNT
           PERFORM WRITE-ACCURACY-REGION
               VARYING REGN-IX FROM 1 BY 1
               UNTIL REGN-IX > WS-REGN-COUNT
           IF WS-COMPARED-COUNT > 0
               COMPUTE WS-AVG-ABS-ERROR ROUNDED =
                   WS-ABS-ERROR-TOT / WS-COMPARED-COUNT
               MOVE WS-AVG-ABS-ERROR TO AS-PCT
               MOVE WS-COMPARED-COUNT TO AS-COUNT
               WRITE FORECASTREPORTLINE FROM WS-ACCURACY-SUMMARY
           ELSE
               MOVE "NO FORECAST ON FILE FOR THE BASE MONTH YET"
                   TO FORECASTREPORTLINE
               WRITE FORECASTREPORTLINE
           END-IF
           MOVE SPACES TO FORECASTREPORTLINE
           WRITE FORECASTREPORTLINE
           WRITE FORECASTREPORTLINE FROM WS-PROJECTION-HEADING
           PERFORM WRITE-KEY-PROJECTION
               VARYING KEY-IX FROM 1 BY 1
               UNTIL KEY-IX > WS-KEY-COUNT
           MOVE SPACES TO FORECASTREPORTLINE
           WRITE FORECASTREPORTLINE
           WRITE FORECASTREPORTLINE FROM WS-REGION-HEADING
           PERFORM WRITE-REGION-PROJECTION
               VARYING REGN-IX FROM 1 BY 1
               UNTIL REGN-IX > WS-REGN-COUNT
           CLOSE FORECASTREPORT
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ACCURACY-LINE paragraph compares one district's base
      *month actual with the forecast made for it
      *-------------------------------------------------------------
       WRITE-ACCURACY-LINE.
           IF WS-KEY-HAS-ACTUAL(KEY-IX) NOT = "Y"
               AND WS-KEY-FC-MADE(KEY-IX) = 0
               EXIT PARAGRAPH
           END-IF
           SET REGN-IX TO 1
           SEARCH WS-REGN
               AT END CONTINUE
               WHEN WS-REGN-LETTER(REGN-IX) = WS-KEY-LETTER(KEY-IX)
                   CONTINUE
           END-SEARCH
           IF WS-KEY-FC-MADE(KEY-IX) = 0
               MOVE WS-KEY-LETTER(KEY-IX) TO AN-LETTER
               MOVE WS-KEY-DISTRICT(KEY-IX) TO AN-DISTRICT
               MOVE WS-KEY-ACTUAL(KEY-IX) TO AN-ACTUAL
               WRITE FORECASTREPORTLINE FROM WS-ACCURACY-NONE
               ADD 1 TO WS-NO-FORECAST-CNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY-LETTER(KEY-IX) TO AL-LETTER
           MOVE WS-KEY-DISTRICT(KEY-IX) TO AL-DISTRICT
           MOVE WS-KEY-ACTUAL(KEY-IX) TO AL-ACTUAL
           MOVE WS-KEY-FC-AMOUNT(KEY-IX) TO AL-FORECAST
           MOVE WS-KEY-FC-MADE(KEY-IX) TO AL-MADE
           ADD WS-KEY-ACTUAL(KEY-IX) TO WS-REGN-ACTUAL(REGN-IX)
           ADD WS-KEY-FC-AMOUNT(KEY-IX) TO WS-REGN-FORECAST(REGN-IX)
           ADD 1 TO WS-REGN-COMPARED(REGN-IX)
           IF WS-KEY-ACTUAL(KEY-IX) NOT = 0
               COMPUTE WS-ERROR-PCT ROUNDED =
                   (WS-KEY-FC-AMOUNT(KEY-IX) - WS-KEY-ACTUAL(KEY-IX))
                   * 100 / WS-KEY-ACTUAL(KEY-IX)
               ADD 1 TO WS-COMPARED-COUNT
               IF WS-ERROR-PCT < 0
                   SUBTRACT WS-ERROR-PCT FROM WS-ABS-ERROR-TOT
               ELSE
                   ADD WS-ERROR-PCT TO WS-ABS-ERROR-TOT
               END-IF
           ELSE
               MOVE 0 TO WS-ERROR-PCT
           END-IF
           MOVE WS-ERROR-PCT TO AL-PCT
           WRITE FORECASTREPORTLINE FROM WS-ACCURACY-LINE
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ACCURACY-REGION paragraph prints one region's actual
      *against forecast over the districts that had a forecast
      *-------------------------------------------------------------
       WRITE-ACCURACY-REGION.
           IF WS-REGN-COMPARED(REGN-IX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REGN-LETTER(REGN-IX) TO AR-LETTER
           MOVE WS-REGN-ACTUAL(REGN-IX) TO AR-ACTUAL
           MOVE WS-REGN-FORECAST(REGN-IX) TO AR-FORECAST
           IF WS-REGN-ACTUAL(REGN-IX) NOT = 0
               COMPUTE WS-ERROR-PCT ROUNDED =
                   (WS-REGN-FORECAST(REGN-IX)
                    - WS-REGN-ACTUAL(REGN-IX))
                   * 100 / WS-REGN-ACTUAL(REGN-IX)
           ELSE
               MOVE 0 TO WS-ERROR-PCT
           END-IF
           MOVE WS-ERROR-PCT TO AR-PCT
           WRITE FORECASTREPORTLINE FROM WS-ACCURACY-REGION
           EXIT.

      *-------------------------------------------------------------
      *WRITE-KEY-PROJECTION paragraph prints one district's level,
      *trend and month-by-month forecast
      *-------------------------------------------------------------
       WRITE-KEY-PROJECTION.
           IF WS-KEY-HAS-LEVEL(KEY-IX) NOT = "Y"
               MOVE WS-KEY-LETTER(KEY-IX) TO KN-LETTER
               MOVE WS-KEY-DISTRICT(KEY-IX) TO KN-DISTRICT
               WRITE FORECASTREPORTLINE FROM WS-KEY-NONE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY-LETTER(KEY-IX) TO KL-LETTER
           MOVE WS-KEY-DISTRICT(KEY-IX) TO KL-DISTRICT
           MOVE WS-KEY-LEVEL(KEY-IX) TO KL-LEVEL
           MOVE WS-KEY-TREND(KEY-IX) TO KL-TREND
           WRITE FORECASTREPORTLINE FROM WS-KEY-LINE
           PERFORM WRITE-PROJECTION-LINE
               VARYING WS-AHEAD FROM 1 BY 1
               UNTIL WS-AHEAD > WS-HORIZON
           EXIT.

      *-------------------------------------------------------------
      *WRITE-PROJECTION-LINE paragraph prints one month ahead for
      *one district, showing the seasonal index applied
      *-------------------------------------------------------------
       WRITE-PROJECTION-LINE.
           PERFORM SET-TARGET-MONTH
           MOVE WS-TARGET-MONTH-N TO PL-MONTH
           MOVE WS-KEY-INDEX(KEY-IX, WS-AHEAD) TO PL-INDEX
           MOVE WS-KEY-PROJ(KEY-IX, WS-AHEAD) TO PL-FORECAST
           WRITE FORECASTREPORTLINE FROM WS-PROJECTION-LINE
           EXIT.

      *-------------------------------------------------------------
      *WRITE-REGION-PROJECTION paragraph prints one region's total
      *for each month ahead
      *-------------------------------------------------------------
       WRITE-REGION-PROJECTION.
           PERFORM WRITE-REGION-MONTH
               VARYING WS-AHEAD FROM 1 BY 1
               UNTIL WS-AHEAD > WS-HORIZON
           EXIT.

      *-------------------------------------------------------------
      *WRITE-REGION-MONTH paragraph prints one region's total for
      *one month ahead
      *-------------------------------------------------------------
       WRITE-REGION-MONTH.
           PERFORM SET-TARGET-MONTH
           MOVE WS-REGN-LETTER(REGN-IX) TO RL-LETTER
           MOVE WS-TARGET-MONTH-N TO RL-MONTH
           MOVE WS-REGN-PROJ(REGN-IX, WS-AHEAD) TO RL-FORECAST
           WRITE FORECASTREPORTLINE FROM WS-REGION-LINE
           EXIT.

      *-------------------------------------------------------------
      *SET-TARGET-MONTH paragraph turns WS-AHEAD months after the
      *base month into a YYYYMM month and its calendar month
      *-------------------------------------------------------------
       SET-TARGET-MONTH.
           COMPUTE WS-TARGET-INDEX = WS-BASE-INDEX + WS-AHEAD
           DIVIDE WS-TARGET-INDEX BY 12 GIVING WS-TARGET-YEAR
               REMAINDER WS-CAL
           ADD 1 TO WS-CAL
           MOVE WS-CAL TO WS-TARGET-MM
           EXIT.

      *-------------------------------------------------------------
      *REWRITE-FORECASTS paragraph writes the kept forecasts back
      *plus every forecast this run made
      *-------------------------------------------------------------
       REWRITE-FORECASTS.
           OPEN OUTPUT FORECASTFILE
           PERFORM WRITE-KEPT-FORECAST
               VARYING WS-FKEEP-SUB FROM 1 BY 1
               UNTIL WS-FKEEP-SUB > WS-FKEEP-COUNT
           PERFORM BANK-KEY-FORECASTS
               VARYING KEY-IX FROM 1 BY 1
               UNTIL KEY-IX > WS-KEY-COUNT
           CLOSE FORECASTFILE
           EXIT.

      *-------------------------------------------------------------
      *WRITE-KEPT-FORECAST paragraph writes one kept forecast back
      *-------------------------------------------------------------
       WRITE-KEPT-FORECAST.
           WRITE FORECASTFILE-REC FROM WS-FKEEP(WS-FKEEP-SUB)
           EXIT.

      *-------------------------------------------------------------
      *BANK-KEY-FORECASTS paragraph banks one district's forecasts
      *-------------------------------------------------------------
       BANK-KEY-FORECASTS.
           IF WS-KEY-HAS-LEVEL(KEY-IX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM BANK-ONE-FORECAST
               VARYING WS-AHEAD FROM 1 BY 1
               UNTIL WS-AHEAD > WS-HORIZON
           EXIT.

      *-------------------------------------------------------------
      *BANK-ONE-FORECAST paragraph banks one month ahead for one
      *district, stamped with the base month it was made from
      *-------------------------------------------------------------
       BANK-ONE-FORECAST.
           PERFORM SET-TARGET-MONTH
           MOVE SPACES TO FORECASTFILE-REC
           MOVE WS-KEY-LETTER(KEY-IX) TO FC-LETTER
           MOVE WS-KEY-DISTRICT(KEY-IX) TO FC-DISTRICT
           MOVE WS-BASE-MONTH-N TO FC-MADE-MONTH
           MOVE WS-TARGET-MONTH-N TO FC-TARGET-MONTH
           MOVE WS-KEY-PROJ(KEY-IX, WS-AHEAD) TO FC-AMOUNT
           WRITE FORECASTFILE-REC
           ADD 1 TO WS-FC-WRITTEN
           EXIT.



      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SALESHISTORY"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SALESHISTORY-PATH
           END-IF
           DISPLAY "SALESHISTORY: " SALESHISTORY-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_MTDLEDGER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO MTDLEDGER-PATH
           END-IF
           DISPLAY "MTDLEDGER: " MTDLEDGER-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_FORECASTFILE"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO FORECASTFILE-PATH
           END-IF
           DISPLAY "FORECASTFILE: " FORECASTFILE-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_FORECASTREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO FORECASTREPORT-PATH
           END-IF
           DISPLAY "FORECASTREPORT: " FORECASTREPORT-PATH
           EXIT.
       END PROGRAM SALESFORECAST.
