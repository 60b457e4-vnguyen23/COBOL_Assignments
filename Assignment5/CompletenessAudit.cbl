           03 FILLER            PIC X(2).
           03 DT-Day-Number     PIC 9.
           03 FILLER            PIC X(2).
           03 DT-Temp-Text      PIC X(5).
           03 FILLER            PIC X(9).

       fd AuditReport.
       01 AuditReportLine       PIC X(70).
