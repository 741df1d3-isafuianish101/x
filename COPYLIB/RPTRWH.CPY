      ******************************************************************
      *    RPTRWH   --  ROW HISTORY STORE (DD RPTROWH, VSAM KSDS, 850
      *                  BYTE FIXED RECORDS).  RPT2EXCEL FILES EVERY
      *                  CONVERTED DATA ROW HERE, SO ONE ACCOUNT OR ITEM
      *                  CAN BE FOLLOWED ACROSS NIGHTS BY THE RPTRWHEX
      *                  EXTRACT.  HEADING ROWS, REJECTED RECORDS AND
      *                  THE TRAILER LINE ARE NOT FILED.
      *                  PRIMARY KEY (65 BYTES):
      *                    REPORT-ID
      *                    ROW-KEY    THE LAYOUT'S COL-KEY COLUMNS IN
      *                               LAYOUT ORDER (NO KEY COLUMN MEANS
      *                               COLUMN 1), EACH LEFT-JUSTIFIED IN
      *                               ITS OWN COL-LEN -- A TYPE 'D' KEY
      *                               COLUMN AS YYYYMMDD IN 8 -- CUT AT
      *                               40 BYTES.  A MASKED KEY COLUMN IS
      *                               KEYED ON ITS MASKED VALUE (A 'T'
      *                               TOKEN STILL FOLLOWS ONE ITEM).
      *                    RUN-DATE   THE BUSINESS DATE OF THE NIGHT
      *                               (RPTCTL COLS 21-28, BLANK = THE
      *                               CONVERSION DATE)
      *                    REC-NBR    THE INPUT RECORD NUMBER OF THE
      *                               ROW'S (FIRST) PRINT LINE, SO TWO
      *                               ROWS OF ONE NIGHT WITH THE SAME
      *                               KEY VALUE BOTH KEEP A RECORD
      *                  ALTERNATE KEY NIGHT-KEY (REPORT-ID + RUN-DATE,
      *                  NON-UNIQUE, PATH DD RPTROWH1) FINDS ONE NIGHT
      *                  OF A REPORT WITHOUT KNOWING ITS KEY VALUES:  A
      *                  NEW (NOT RESTARTED) CONVERSION FIRST REMOVES
      *                  THE ROWS AN EARLIER RUN FILED FOR THE SAME
      *                  NIGHT, SO A RERUN REPLACES THE NIGHT RATHER
      *                  THAN ADDING TO IT.  A RESTARTED CONVERSION
      *                  (RPTCTL RESTART-SW) REMOVES NOTHING:  ITS ROWS
      *                  JOIN THE ROWS FILED BEFORE THE CHECKPOINT, A
      *                  ROW FILED TWICE REPLACING ITS FIRST COPY.  IT
      *                  STAMPS ITS ROWS WITH ITS OWN START, SO THEIR
      *                  RESTART-FLAG IS 'R' TO TELL RPTRWHLD THAT THE
      *                  NEW STAMP CONTINUES THE NIGHT'S CONVERSION.
      *                  THE VALUES ARE THE COLUMNS AS THE LAYOUT CUTS
      *                  AND TYPES THEM, ONE DIRECTORY ENTRY PER COLUMN
      *                  GIVING ITS TYPE AND WHERE IT SITS IN RWH-DATA
      *                  (LEN ZERO = BLANK COLUMN):
      *                    X  TEXT, LEADING AND TRAILING BLANKS DROPPED
      *                    N  AMOUNT, 16 BYTES, SIGN LEADING SEPARATE,
      *                       2 IMPLIED DECIMALS (WS00-RWH-NUM)
      *                    D  DATE, YYYYMMDD
      *                  A MASKED COLUMN (RPTLAYT COL-MASK) IS FILED
      *                  MASKED, AS TYPE X, WHATEVER ITS COL-TYPE -- THE
      *                  CLEAR VALUES STAY ON THE SECURED COPY ONLY.  A
      *                  NUMBER THAT WILL NOT EDIT IN A CSV-ONLY RUN
      *                  (WHICH DOES NOT VALIDATE NUMBERS) IS FILED AS
      *                  TYPE X AS PRINTED.  RWH-DATA HOLDS 600 BYTES; A
      *                  LAYOUT WIDER THAN THAT HAS ITS LAST VALUES CUT.
      *                  IN A PARALLEL STREAM RUN (RPTCTL STREAM SET)
      *                  THE RECORDS GO TO THE STREAM'S OWN SEQUENTIAL
      *                  RPTROWS FILE INSTEAD, AND RPTRWHLD FILES THEM
      *                  WHEN THE RPTGATCK GATE RELEASES THE NIGHT.
      *                  A RESTARTED STREAM APPENDS TO THE SAME STAGING
      *                  FILE, AFTER THE FIRST ATTEMPT'S ROWS.
      *                  RPTHSKPG ('ROWHIST ' CARD) ARCHIVES AND DELETES
      *                  ROWS PAST THEIR RETENTION.
      ******************************************************************
       01  WS00-RWH-REC.
           05  WS00-RWH-KEY.
               10  WS00-RWH-REPORT-ID    PIC X(08).
               10  WS00-RWH-ROW-KEY      PIC X(40).
               10  WS00-RWH-RUN-DATE     PIC X(08).
               10  WS00-RWH-REC-NBR      PIC 9(09).
           05  WS00-RWH-NIGHT-KEY.
               10  WS00-RWH-NGT-REPORT-ID  PIC X(08).
               10  WS00-RWH-NGT-RUN-DATE   PIC X(08).
           05  WS00-RWH-CONV-DATE        PIC X(08).
           05  WS00-RWH-CONV-TIME        PIC X(08).
           05  WS00-RWH-COL-COUNT        PIC 9(02).
           05  WS00-RWH-COL OCCURS 20 TIMES.
               10  WS00-RWH-COL-TYPE     PIC X(01).
                   88  WS00-RWH-COL-IS-TEXT        VALUE 'X'.
                   88  WS00-RWH-COL-IS-NUMBER      VALUE 'N'.
                   88  WS00-RWH-COL-IS-DATE        VALUE 'D'.
               10  WS00-RWH-COL-POS      PIC 9(03).
               10  WS00-RWH-COL-LEN      PIC 9(03).
           05  WS00-RWH-DATA             PIC X(600).
           05  WS00-RWH-RESTART-FLAG     PIC X(01)   VALUE SPACE.
               88  WS00-RWH-RESTARTED                 VALUE 'R'.
           05  FILLER                    PIC X(10)   VALUE SPACES.

      ******************************************************************
      *    A TYPE N VALUE AS FILED, AND ITS CHARACTER VIEW
      ******************************************************************
       01  WS00-RWH-NUM-AREA.
           05  WS00-RWH-NUM              PIC S9(13)V99
                                         SIGN IS LEADING SEPARATE.
           05  WS00-RWH-NUM-X REDEFINES WS00-RWH-NUM
                                         PIC X(16).
