      *an unpaid balance is listed and aged from its invoice date
      *into the usual current / 31-60 / 61-90 / over-90 buckets,
      *with bucket totals at the bottom - replacing the spreadsheet
      *that never matched the enrollment counts. Scholarship and
      *bursary credits count against the balance and are shown in
      *their own column.

       environment division.
       input-output section.
           03 IN-Invoice-Date   PIC 9(8).
           03 IN-Amount         PIC 9(7)V99.
           03 IN-Paid           PIC 9(7)V99.
           03 IN-Awarded        PIC 9(7)V99.

       fd AgingReport.
       01 AgingReportLine       PIC X(80).
           03 FILLER  PIC X(7)  VALUE "TERM".
           03 FILLER  PIC X(12) VALUE "    INVOICED".
           03 FILLER  PIC X(12) VALUE "        PAID".
           03 FILLER  PIC X(12) VALUE "     AWARDED".
           03 FILLER  PIC X(12) VALUE " OUTSTANDING".
           03 FILLER  PIC X(8)  VALUE "    DAYS".
       01 WS-Detail-Line.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 DL-Paid           PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 DL-Awarded        PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 DL-Outstanding    PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 DL-Days           PIC ZZZZ9.
      *and rolls the outstanding amount into its bucket
      *--------------------------------------------------------------
       age-one-invoice.
           compute WS-Outstanding = IN-Amount - IN-Paid - IN-Awarded
           if WS-Outstanding > 0
               move IN-Invoice-Date to WS-Date-Work
               perform convert-date-to-daynum
               move IN-Term to DL-Term
               move IN-Amount to DL-Invoiced
               move IN-Paid to DL-Paid
               move IN-Awarded to DL-Awarded
               move WS-Outstanding to DL-Outstanding
               move WS-Age-Days to DL-Days
               write AgingReportLine from WS-Detail-Line
