      *                  ('A' = ASA CARRIAGE CONTROL, 'F' OR BLANK =
      *                  X'0C' FORM FEEDS) OVERRIDES THE CONTROL-CARD
      *                  CARRIAGE-CONTROL MODE FOR THIS ENTRY ONLY.
      *                  STREAM (COLS 143-144, 01-99, BLANK = 01) IS
      *                  THE PARALLEL JOB STREAM THAT CONVERTS THE
      *                  ENTRY:  A RUN WHOSE CONTROL CARD NAMES A
      *                  STREAM CONVERTS ONLY THAT STREAM'S ENTRIES, A
      *                  RUN WITH NO STREAM CONVERTS THEM ALL.  THE
      *                  RPTGATCK GATE CHECKS THE WHOLE LIST AFTER THE
      *                  STREAMS.  RECORD LENGTH 150.
      ******************************************************************
       01  WS00-BATCH-REC.
           05  WS00-BATCH-REPORT-ID      PIC X(08).
               88  WS00-BATCH-MODE-XLSX             VALUE 'X'.
           05  WS00-BATCH-CSV-DSN        PIC X(44).
           05  WS00-BATCH-CC-MODE        PIC X(01).
           05  WS00-BATCH-STREAM         PIC X(02).
           05  WS00-BATCH-STREAM-N REDEFINES
               WS00-BATCH-STREAM         PIC 9(02).
           05  FILLER                    PIC X(06).
