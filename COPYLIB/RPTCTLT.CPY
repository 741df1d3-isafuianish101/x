      ******************************************************************
      *    RPTCTLT  --  CONVERSION CONTROL-TOTAL RECORD (DD RPTCTLT).
      *                  RPT2EXCEL WRITES ONE RECORD PER CONVERSION AT
      *                  TERMINATE TIME CARRYING THE SAME FIGURES IT
      *                  PRINTS ON THE RPTRECON SYSOUT BLOCK -- RECORDS
      *                  READ, ROWS WRITTEN, WORKSHEETS, SKIPPED LINES,
      *                  REJECTS, EXCEPTIONS FLAGGED AND THE TRAILER
      *                  BALANCE RESULT -- STAMPED WITH THE RUN DATE
      *                  AND TIME, SO THE RPTSTATW MORNING STATUS
      *                  WORKBOOK CAN READ THE NIGHT'S RECONCILIATION
      *                  INSTEAD OF SOMEONE READING THE SYSOUT.
      *                  TRL-RESULT HOLDS THE 8050 TRAILER BALANCE
      *                  OUTCOME:  BLANK = NO TRAILER DEFINED, B = IN
      *                  BALANCE, O = OUT OF BALANCE, M = TRAILER NOT
      *                  FOUND, C / R = NOT CHECKED (CSV-ONLY OR
      *                  RESTARTED RUN).  A REPORT CONVERTED TWICE IN
      *                  ONE NIGHT HAS TWO RECORDS; THE LATER RUN-TIME
      *                  IS THE ONE THAT COUNTS.
      *                  A BATCH-LIST ENTRY THAT FAILED (NO OUTPUT, NO
      *                  RPTAUDIT RECORD) ALSO WRITES A RECORD:
      *                  ENTRY-STATUS 'F' WITH THE FAILING FILE AND
      *                  STATUS AND ZERO COUNTS, SO THE RPTGATCK
      *                  COMPLETION GATE CAN TELL FAILED FROM NEVER
      *                  RUN.  A CONVERTED ENTRY LEAVES ENTRY-STATUS
      *                  BLANK.  STREAM IS THE CONVERTING RUN'S
      *                  CONTROL-CARD STREAM (BLANK = UNSTREAMED RUN).
      *                  AN ENTRY WITHHELD BECAUSE ITS INPUT SPOOL WAS
      *                  STALE (SEE RPTAUD.CPY) WRITES ENTRY-STATUS
      *                  'S' WITH ZERO OUTPUT COUNTS, THE RECORDS READ
      *                  BY THE FINGERPRINT PASS AND THE REASON IN
      *                  STALE-FLAG ('D' DUPLICATE INPUT, 'R' RUN DATE).
      *                  A SPOOL-SPLITTER REPORT IS ONLY JUDGED ONCE IT
      *                  IS CONVERTED, SO A STALE ONE WRITES ENTRY-
      *                  STATUS 'S' WITH ITS CONVERSION COUNTS.
      ******************************************************************
       01  WS00-CTT-REC.
           05  WS00-CTT-REPORT-ID        PIC X(08).
           05  WS00-CTT-RUN-DATE         PIC X(08).
           05  WS00-CTT-RUN-TIME         PIC X(08).
           05  WS00-CTT-RECS-READ        PIC 9(09).
           05  WS00-CTT-OUTPUT-ROWS      PIC 9(09).
           05  WS00-CTT-SHEET-CNT        PIC 9(05).
           05  WS00-CTT-SKIPPED          PIC 9(09).
           05  WS00-CTT-REJECTED         PIC 9(09).
           05  WS00-CTT-EXCEPTIONS       PIC 9(09).
           05  WS00-CTT-TRL-RESULT       PIC X(01).
               88  WS00-CTT-TRL-IN-BALANCE          VALUE 'B'.
               88  WS00-CTT-TRL-OUT-OF-BALANCE      VALUE 'O'.
               88  WS00-CTT-TRL-NOT-FOUND           VALUE 'M'.
           05  WS00-CTT-OUTPUT-MODE      PIC X(01).
           05  WS00-CTT-ENTRY-STATUS     PIC X(01).
               88  WS00-CTT-ENTRY-FAILED            VALUE 'F'.
               88  WS00-CTT-ENTRY-STALE             VALUE 'S'.
           05  WS00-CTT-STREAM           PIC X(02).
           05  WS00-CTT-FAIL-FILE        PIC X(08).
           05  WS00-CTT-FAIL-STAT        PIC X(02).
           05  WS00-CTT-STALE-FLAG       PIC X(01).
           05  WS00-CTT-FILLER           PIC X(10).
