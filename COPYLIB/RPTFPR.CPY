      ******************************************************************
      *    RPTFPR   --  STALE-INPUT CHECK OF RPT2EXCEL:  THE RPTFORCE
      *                  OVERRIDE CARDS (DD RPTFORCE) AND THE WORK
      *                  AREAS OF THE INPUT FINGERPRINT.  BEFORE A
      *                  REPORT IS CONVERTED ITS PRINT SPOOL IS READ
      *                  ONCE FOR A CONTENT FINGERPRINT -- A CRC-32 OF
      *                  EVERY LINE, TRAILING BLANKS DROPPED, EACH
      *                  FOLLOWED BY X'0A' -- AND THE SPOOL IS STALE
      *                  WHEN EITHER:
      *                    D  AN RPTAUDIT ENTRY OF THE SAME REPORT FOR
      *                       AN EARLIER BUSINESS DATE CARRIES THE SAME
      *                       FINGERPRINT (THE PRINT STEP FAILED AND
      *                       LEFT THE PREVIOUS NIGHT'S SPOOL IN PLACE);
      *                    R  THE LAYOUT HAS A COL-TYPE 'R' RECORD AND
      *                       THE RUN DATE PRINTED WHERE IT POINTS IS
      *                       NOT THE BUSINESS DATE (RPTCTL COLS 21-28,
      *                       BLANK = TODAY) OR CANNOT BE READ.
      *                  A STALE REPORT IS NOT CONVERTED:  IT IS LOGGED
      *                  ON RPTRECON, ITS RPTAUDIT ENTRY CARRIES THE
      *                  STALE-FLAG (SO RPTDISTR NEVER SENDS IT AND
      *                  RPTGATCK HOLDS THE DISTRIBUTION STEP) AND ITS
      *                  RPTCTLT RECORD HAS ENTRY-STATUS 'S'.  THE
      *                  SPOOL-SPLITTER ONLY LEARNS THE FINGERPRINT AS
      *                  IT CONVERTS, SO THERE A STALE REPORT IS
      *                  CONVERTED BUT FLAGGED THE SAME WAY.
      *                  A DELIBERATE RERUN OF THE SAME SPOOL IS LET
      *                  THROUGH BY AN RPTFORCE CARD (80 BYTES):
      *                    COL  1- 8  REPORT-ID
      *                    COL  9-16  BUSINESS DATE, YYYYMMDD (BLANK =
      *                               WHATEVER NIGHT IS RUNNING)
      *                    COL 17-24  REQUESTED BY
      *                    COL 25-64  REASON
      *                  A FORCED REPORT IS CONVERTED AS NORMAL, ITS
      *                  AUDIT ENTRY FLAGGED 'O' AND THE CARD ECHOED ON
      *                  RPTRECON.  REMOVE THE CARD AFTER THE RERUN.
      ******************************************************************
       01  WS00-FRC-IN-REC.
           05  WS00-FRC-IN-REPORT-ID     PIC X(08).
           05  WS00-FRC-IN-BUS-DATE      PIC X(08).
           05  WS00-FRC-IN-REQ-BY        PIC X(08).
           05  WS00-FRC-IN-REASON        PIC X(40).
           05  FILLER                    PIC X(16).

       01  WS00-FRC-TABLE.
           05  WS00-FRC-COUNT            PIC 9(03) COMP VALUE 0.
           05  WS00-FRC-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS00-FRC-IDX.
               10  WS00-FRC-REPORT-ID    PIC X(08).
               10  WS00-FRC-BUS-DATE     PIC X(08).
               10  WS00-FRC-REQ-BY       PIC X(08).
               10  WS00-FRC-REASON       PIC X(40).

       77  WS00-FRC-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  WS00-FRC-EOF-YES                       VALUE 'Y'.
       77  WS00-FRC-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS00-FRC-FOUND                         VALUE 'Y'.

      ******************************************************************
      *    FINGERPRINT WORK AREAS.  WS00-FPR-STALE-FLAG CARRIES THE
      *    VERDICT ON THE REPORT IN HAND INTO RPTAUDIT/RPTCTLT; THE
      *    TAKEN SWITCH SAYS A FINGERPRINT WAS COMPUTED AT ALL (NOT
      *    WHEN THE INPUT COULD NOT BE OPENED).
      ******************************************************************
       77  WS00-FPR-BUS-DATE             PIC X(08)   VALUE SPACES.
       77  WS00-FPR-CRC                  PIC 9(10)  COMP   VALUE ZERO.
       77  WS00-FPR-CRC-HEX              PIC X(08)   VALUE SPACES.
       77  WS00-FPR-TAKEN-SW             PIC X(01)   VALUE 'N'.
           88  WS00-FPR-TAKEN                         VALUE 'Y'.
       77  WS00-FPR-STALE-FLAG           PIC X(01)   VALUE SPACE.
           88  WS00-FPR-FRESH                         VALUE SPACE.
           88  WS00-FPR-STALE                         VALUES 'D' 'R'.
           88  WS00-FPR-STALE-DUP                     VALUE 'D'.
           88  WS00-FPR-STALE-RUN-DATE                VALUE 'R'.
           88  WS00-FPR-FORCED                        VALUE 'O'.
       77  WS00-FPR-DUP-SW               PIC X(01)   VALUE 'N'.
           88  WS00-FPR-DUP-FOUND                     VALUE 'Y'.
       77  WS00-FPR-RDT-SW               PIC X(01)   VALUE 'N'.
           88  WS00-FPR-RDT-WRONG                     VALUE 'Y'.
       77  WS00-FPR-DUP-DATE             PIC X(08)   VALUE SPACES.
       77  WS00-FPR-DUP-TIME             PIC X(08)   VALUE SPACES.
       77  WS00-FPR-CMP-DATE             PIC X(08)   VALUE SPACES.
       77  WS00-FPR-RECS                 PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-FPR-NONBLANK-CNT         PIC 9(05)  COMP   VALUE ZERO.
       77  WS00-FPR-LINE                 PIC X(133)  VALUE SPACES.
       77  WS00-FPR-LINE-LEN             PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-FPR-BYTE-IDX             PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-FPR-RDT-FROM             PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-FPR-RDT-TEXT             PIC X(12)   VALUE SPACES.
       77  WS00-FPR-RDT-DATE             PIC X(08)   VALUE SPACES.
       77  WS00-FPR-AUD-EOF-SW           PIC X(01)   VALUE 'N'.
           88  WS00-FPR-AUD-EOF-YES                   VALUE 'Y'.
       77  WS00-FPR-HEX-DIGITS           PIC X(16)
                                         VALUE '0123456789ABCDEF'.
       77  WS00-FPR-HEX-WORK             PIC 9(10)  COMP   VALUE ZERO.
       77  WS00-FPR-HEX-NIBBLE           PIC 9(02)  COMP   VALUE ZERO.
       77  WS00-FPR-HEX-POS              PIC 9(01)  COMP   VALUE ZERO.
       77  WS00-FPR-STALE-CNT            PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-FPR-STALE-DISP           PIC ZZ9           VALUE ZERO.
