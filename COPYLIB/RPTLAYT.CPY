      *                  ROW-MATCHING KEY THE RPTCOMPR RUN-TO-RUN
      *                  COMPARISON USES (SEVERAL KEY COLUMNS
      *                  CONCATENATE IN LAYOUT ORDER; NO KEY COLUMN
      *                  MEANS COLUMN 1 IS THE KEY).  THE SAME KEY
      *                  FILES EACH CONVERTED ROW ON THE RPTROWH ROW
      *                  HISTORY (SEE RPTRWH.CPY).
      *                  A RECORD OF COL-TYPE 'T' IS NOT A COLUMN:  IT
      *                  NAMES THE REPORT'S TRAILER (GRAND-TOTAL) LINE
      *                  -- THE LINE WHOSE COL-LEN CHARACTERS AT
      *                  COL-START EQUAL THE LITERAL IN COL-TITLE.  AT
      *                  MOST ONE PER REPORT, LAST IN ITS GROUP (IT
      *                  TAKES THE NEXT COLUMN SEQUENCE).  COL-TRL =
      *                  'Y' ON A TOTALABLE COLUMN SAYS THE TRAILER
      *                  LINE CARRIES THAT COLUMN'S PRINTED TOTAL
      *                  UNDER THE COLUMN'S OWN PRINT POSITIONS;
      *                  RPT2EXCEL BALANCES IT AGAINST THE GRAND TOTAL
      *                  IT ACCUMULATED AND REPORTS MATCHED / OUT OF
      *                  BALANCE ON RPTRECON AND RPTEXCRP.
      *                  COL-MASK PROTECTS A SENSITIVE COLUMN (ACCOUNT
      *                  NUMBER, TAX ID) IN EVERY OUTPUT BUILT FROM THE
      *                  REPORT -- WORKBOOK, CSV, .XLSX, THE RPTREJCT
      *                  RECORD IMAGE, THE RPTEXCRP LISTING, THE
      *                  RPTCOMPR DIFFERENCES WORKBOOK AND THE RPTREJFX
      *                  SUPPLEMENT ROWS:  'F' = FULL MASK (EVERY
      *                  LETTER AND DIGIT BECOMES '*'), 'L' = SHOW THE
      *                  LAST 4 LETTERS/DIGITS ONLY, 'T' = A CONSISTENT
      *                  KEYED TOKEN (THE SAME VALUE ALWAYS YIELDS THE
      *                  SAME TOKEN, SO ROWS STILL MATCH), 'N' OR BLANK
      *                  = SHOWN IN CLEAR.  A MASKED COLUMN MAY NOT BE
      *                  TOTALABLE OR CARRIED ON THE TRAILER LINE.
      *                  ONLY THE SECURED COPY NAMED ON RPTMASK KEEPS
      *                  THE CLEAR VALUES (SEE RPTMSK.CPY).
      *                  A RECORD OF COL-TYPE 'R' IS NOT A COLUMN
      *                  EITHER:  IT LOCATES THE RUN DATE THE REPORT
      *                  PRINTS ON ITS BANNER/HEADING -- COL-LEN
      *                  CHARACTERS AT COL-START OF THE COL-LINE'TH
      *                  NON-BLANK LINE OF THE SPOOL (BLANK = THE
      *                  FIRST), IN THE COL-DFMT FORMAT.  AT MOST ONE
      *                  PER REPORT, AFTER THE COLUMNS (BEFORE OR
      *                  AFTER THE 'T' RECORD).  RPT2EXCEL WITHHOLDS
      *                  THE REPORT AS STALE WHEN THE PRINTED DATE IS
      *                  NOT THE NIGHT'S BUSINESS DATE (SEE RPTFPR.CPY).
      ******************************************************************
       01  WS00-LAYTB-IN-REC.
           05  WS00-LAYTB-IN-REPORT-ID   PIC X(08).
           05  WS00-LAYTB-IN-COL-LINE    PIC 9(01).
           05  WS00-LAYTB-IN-GRP-LINES   PIC 9(01).
           05  WS00-LAYTB-IN-COL-KEY     PIC X(01).
           05  WS00-LAYTB-IN-COL-TRL     PIC X(01).
           05  WS00-LAYTB-IN-COL-MASK    PIC X(01).
           05  FILLER                    PIC X(08).

       01  WS00-LAYT-TABLE.
           05  WS00-LAYT-COUNT           PIC 9(03) COMP VALUE 0.
               10  WS00-LAYT-SHEET-NAME  PIC X(20).
               10  WS00-LAYT-COL-COUNT   PIC 9(02) COMP VALUE 0.
               10  WS00-LAYT-GRP-LINES   PIC 9(01) COMP VALUE 1.
               10  WS00-LAYT-TRL-START   PIC 9(03) COMP VALUE 0.
               10  WS00-LAYT-TRL-LEN     PIC 9(02) COMP VALUE 0.
               10  WS00-LAYT-TRL-LIT     PIC X(20).
               10  WS00-LAYT-RDT-START   PIC 9(03) COMP VALUE 0.
               10  WS00-LAYT-RDT-LEN     PIC 9(02) COMP VALUE 0.
               10  WS00-LAYT-RDT-DFMT    PIC X(01).
               10  WS00-LAYT-RDT-LINE    PIC 9(01) COMP VALUE 1.
               10  WS00-LAYT-COL OCCURS 20 TIMES
                       INDEXED BY WS00-LAYT-COL-IDX.
                   15  WS00-LAYT-COL-START  PIC 9(03) COMP.
                   15  WS00-LAYT-COL-TOT    PIC X(01).
                   15  WS00-LAYT-COL-LINE   PIC 9(01) COMP.
                   15  WS00-LAYT-COL-KEY    PIC X(01).
                   15  WS00-LAYT-COL-TRL    PIC X(01).
                   15  WS00-LAYT-COL-MASK   PIC X(01).
