      *------------------------------
      *o3DIAG Chargeback Extract Record
      *------------------------------
      *Copyright (c) openw3rk INVENT
      *License: MIT-License
      *------------------------------
      *One fixed-length record per team, month and charge element,
      *written by the chargeback report for the finance system to
      *load. CHG-ELEMENT is K-RECORDS (thousands of records
      *exported), EXPORT-MB (megabytes of export output),
      *ARCHIVE-MB (megabytes of archives shipped) or STORE-MB
      *(megabytes held in the index store at month end); a
      *megabyte is 1,048,576 bytes. CHG-AMOUNT is CHG-QUANTITY at
      *CHG-RATE, rounded to the cent from the unrounded quantity.
      *Only elements with volume are written, and only for teams
      *that map to a cost centre - unmapped volume stays on the
      *report.
      *-----------------------------------------------
       01  CHARGEBACK-RECORD.
           05  CHG-MONTH            PIC X(7).
           05  FILLER               PIC X VALUE SPACE.
           05  CHG-COST-CENTRE      PIC X(12).
           05  FILLER               PIC X VALUE SPACE.
           05  CHG-TEAM             PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  CHG-ELEMENT          PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  CHG-QUANTITY         PIC 9(12).999.
           05  FILLER               PIC X VALUE SPACE.
           05  CHG-RATE             PIC 9(5).9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  CHG-AMOUNT           PIC 9(9).99.
