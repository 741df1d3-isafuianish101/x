      *                  RPTCTL OUTPUT MODES).  LOADED ONCE AT STARTUP
      *                  INTO WS00-DST-TABLE AND MATCHED AGAINST THE
      *                  NIGHT'S RPTAUDIT RECORDS BY REPORT-ID.
      *                  A BURST RECIPIENT (BURST-COL NOT BLANK) GETS
      *                  ONLY THE ROWS WHOSE VALUE IN THAT RPTLAYTB
      *                  COLUMN SEQUENCE IS ONE OF ITS BURST VALUES,
      *                  CUT TO ITS OWN BURST DSN (PRE-ALLOCATED, LIKE
      *                  THE CONVERSION OUTPUTS) BEFORE THE DECK NAMES
      *                  IT.  A VALUE IS COMPARED WITH THE CELL AS
      *                  CONVERTED, LEADING/TRAILING BLANKS IGNORED --
      *                  A MASKED BURST COLUMN MATCHES ONLY ITS MASKED
      *                  TEXT (TOKEN).  A RECORD WITH A BLANK
      *                  BURST-COL GETS THE WHOLE REPORT, AS BEFORE;
      *                  80-BYTE RECORDS FROM BEFORE THE BURST FIELDS
      *                  READ THAT WAY.
      *                  RECORD LAYOUT (LRECL 240):
      *                    COL   1-  8  REPORT-ID
      *                    COL   9- 68  RECIPIENT (ADDRESS OR HOST)
      *                    COL  69      METHOD M/F
      *                    COL  70      FORMAT E/C
      *                    COL  71- 72  BURST COLUMN SEQUENCE 01-20
      *                                 (BLANK = WHOLE REPORT)
      *                    COL  81-124  BURST DSN
      *                    COL 125-224  UP TO TEN BURST VALUES, TEN
      *                                 BYTES EACH, LEFT-JUSTIFIED
      ******************************************************************
       01  WS00-DST-IN-REC.
           05  WS00-DST-IN-REPORT-ID     PIC X(08).
           05  WS00-DST-IN-RECIP         PIC X(60).
           05  WS00-DST-IN-METHOD        PIC X(01).
           05  WS00-DST-IN-FORMAT        PIC X(01).
           05  WS00-DST-IN-BURST-COL     PIC X(02).
           05  WS00-DST-IN-BURST-COL-N REDEFINES
               WS00-DST-IN-BURST-COL     PIC 9(02).
           05  FILLER                    PIC X(08).
           05  WS00-DST-IN-BURST-DSN     PIC X(44).
           05  WS00-DST-IN-BURST-VALUE OCCURS 10 TIMES
                                         PIC X(10).
           05  FILLER                    PIC X(16).

       01  WS00-DST-TABLE.
           05  WS00-DST-COUNT            PIC 9(03) COMP VALUE 0.
               10  WS00-DST-FORMAT       PIC X(01).
                   88  WS00-DST-WANTS-EXCEL         VALUE 'E'.
                   88  WS00-DST-WANTS-CSV           VALUE 'C'.
               10  WS00-DST-BURST-SW     PIC X(01).
                   88  WS00-DST-WHOLE-REPORT        VALUE 'N'.
                   88  WS00-DST-BURSTS              VALUE 'Y'.
                   88  WS00-DST-BURST-IN-ERROR      VALUE 'E'.
               10  WS00-DST-BURST-COL    PIC 9(02).
               10  WS00-DST-BURST-DSN    PIC X(44).
               10  WS00-DST-BURST-VAL-CNT
                                         PIC 9(02) COMP.
               10  WS00-DST-BURST-VALUE OCCURS 10 TIMES
                                         PIC X(10).
