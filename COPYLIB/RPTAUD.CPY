      *                  SO THE RPTDISTR DISTRIBUTION STEP CAN MATCH
      *                  RECIPIENTS' FORMAT PREFERENCES; RECORDS
      *                  WRITTEN BEFORE THE FIELD EXISTED CARRY A
      *                  BLANK, READ AS MODE E.  MODE S MARKS THE
      *                  SECURED (UNMASKED) COPY OF A REPORT WITH
      *                  MASKED COLUMNS:  ITS OWN ENTRY, ONE HUNDREDTH
      *                  AWAY FROM THE CONVERSION'S KEY, NAMING THE
      *                  PROTECTED DSN.  IT IS NOT A CONVERSION AND IS
      *                  NEVER DISTRIBUTED.  START-DATE/START-TIME ARE
      *                  TAKEN AT THE STALE-INPUT CHECK, WHEN THE INPUT
      *                  IS FIRST OPENED; THE KEY'S RUN-DATE/RUN-TIME
      *                  ARE WHEN IT ENDED, AND ELAPSED IS THE
      *                  DIFFERENCE IN SECONDS AND HUNDREDTHS.  THE
      *                  RECORD GREW FROM 139 TO 180 BYTES FOR THEM
      *                  (JCL/RPTAUDRS RESIZES THE CLUSTER); RECORDS
      *                  WRITTEN BEFORE CARRY BLANKS AND READ AS NOT
      *                  TIMED.
      *                  INPUT-CRC IS THE CONTENT FINGERPRINT (CRC-32,
      *                  8 HEX DIGITS) OF THE PRINT SPOOL CONVERTED,
      *                  AND STALE-FLAG SAYS WHETHER RPT2EXCEL FOUND
      *                  THAT SPOOL STALE:  'D' = SAME FINGERPRINT AS
      *                  AN EARLIER NIGHT'S RUN OF THE REPORT, 'R' =
      *                  THE RUN DATE PRINTED ON ITS HEADING IS NOT THE
      *                  BUSINESS DATE (OR CANNOT BE READ), 'O' = STALE
      *                  BUT FORCED THROUGH BY AN RPTFORCE CARD, BLANK
      *                  = FRESH.  A 'D' OR 'R' ENTRY WAS WITHHELD --
      *                  NO OUTPUT WAS WRITTEN AND IT IS NEVER
      *                  DISTRIBUTED.  BUS-DATE IS THE BUSINESS DATE
      *                  THE CONVERSION RAN FOR (RPTCTL COLS 21-28 OR
      *                  THE SYSTEM DATE), SO A RERUN OF THE SAME NIGHT
      *                  AFTER MIDNIGHT IS NOT TAKEN FOR AN EARLIER
      *                  NIGHT.  ALL THREE CAME FROM THE FILLER; EARLIER
      *                  RECORDS CARRY BLANKS (FRESH, NOT FINGERPRINTED,
      *                  BUSINESS DATE = RUN-DATE).
      ******************************************************************
       01  WS00-AUD-REC.
           05  WS00-AUD-KEY.
           05  WS00-AUD-RECS-READ       PIC 9(09).
           05  WS00-AUD-JOBNAME         PIC X(08).
           05  WS00-AUD-OUTPUT-MODE     PIC X(01).
               88  WS00-AUD-MODE-SECURED            VALUE 'S'.
           05  WS00-AUD-START-DATE      PIC X(08).
           05  WS00-AUD-START-TIME      PIC X(08).
           05  WS00-AUD-ELAPSED         PIC 9(07)V99.
           05  WS00-AUD-ELAPSED-X REDEFINES WS00-AUD-ELAPSED
                                        PIC X(09).
           05  WS00-AUD-INPUT-CRC       PIC X(08).
           05  WS00-AUD-STALE-FLAG      PIC X(01).
               88  WS00-AUD-STALE-WITHHELD          VALUES 'D' 'R'.
               88  WS00-AUD-STALE-DUP               VALUE 'D'.
               88  WS00-AUD-STALE-RUN-DATE          VALUE 'R'.
               88  WS00-AUD-STALE-FORCED            VALUE 'O'.
           05  WS00-AUD-BUS-DATE        PIC X(08).
