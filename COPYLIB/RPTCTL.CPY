      *                 PER EMBEDDED REPORT BY THE REPORT-ID FOUND ON
      *                 EACH BANNER PAGE, USING RPTLIST RECORDS AS THE
      *                 ROUTING TABLE.  SPLIT MODE OVERRIDES BATCH-SW.
      *                 STREAM (COLS 19-20, 01-99) LIMITS A BATCH-LIST
      *                 RUN TO THE RPTLIST ENTRIES OF THAT PARALLEL JOB
      *                 STREAM; BLANK CONVERTS EVERY ENTRY.
      *                 BUS-DATE (COLS 21-28, YYYYMMDD) IS THE BUSINESS
      *                 DATE THE NIGHT'S REPORTS MUST PRINT ON THEIR
      *                 HEADINGS, AND THE DATE THE PROCESSING CALENDAR
      *                 IS CHECKED FOR; BLANK = TODAY.  SET IT WHEN THE
      *                 RUN STARTS AFTER MIDNIGHT OR IS RERUN LATER.
      ******************************************************************
       01  WS00-CTL-REC.
           05  WS00-CTL-OUTPUT-MODE      PIC X(01)  VALUE 'E'.
               88  WS00-CTL-CC-ASA                  VALUE 'A'.
           05  WS00-CTL-SPLIT-SW         PIC X(01)  VALUE 'N'.
               88  WS00-CTL-SPLIT-YES               VALUE 'Y'.
           05  WS00-CTL-STREAM           PIC X(02)  VALUE SPACES.
           05  WS00-CTL-STREAM-N REDEFINES
               WS00-CTL-STREAM           PIC 9(02).
           05  WS00-CTL-BUS-DATE         PIC X(08)  VALUE SPACES.
           05  FILLER                    PIC X(52)  VALUE SPACES.
