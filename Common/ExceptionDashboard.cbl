       01  WS-Run-Date                  PIC 9(8).

      *The production exception files this dashboard consolidates
       01  WS-Source-Count              PIC 99 VALUE 9.
       01  WS-Source-Init.
           03  FILLER PIC X(92) VALUE
               "DATAQUALITY C:\DataFiles\DataQualityExceptions.dat".
           03  FILLER PIC X(92) VALUE
               "REGIONEXC   C:\DataFiles\RegionExceptions.rpt".
           03  FILLER PIC X(92) VALUE
               "PRODUCTEXC  C:\DataFiles\ProductExceptions.rpt".
           03  FILLER PIC X(92) VALUE
      -    "SALARYEXC   \COBOLClass_Eclipse\DataFiles\SalaryExceptions
      -    ".DAT".
       01  WS-Source-Table REDEFINES WS-Source-Init.
           03  WS-Source-Entry          OCCURS 9 TIMES.
               05  WS-Source-System     PIC X(12).
               05  WS-Source-Path       PIC X(80).
       01  WS-Source-Sub                PIC 99.

      *Per-system counts for this run and the prior one
       01  WS-Sys-Counts.
           03  WS-Sys-Entry             OCCURS 9 TIMES.
               05  WS-Sys-Today         PIC 9(5) VALUE ZEROS.
               05  WS-Sys-Prior         PIC 9(5) VALUE ZEROS.

