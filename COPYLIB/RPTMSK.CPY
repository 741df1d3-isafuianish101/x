      ******************************************************************
      *    RPTMSK   --  COLUMN-MASKING CONTROL CARDS (DD RPTMASK) AND
      *                  THE WORK AREAS OF THE MASKING PARAGRAPHS SHARED
      *                  BY RPT2EXCEL, RPTCOMPR AND RPTREJFX.  THE
      *                  RPTMASK DATASET IS READ-PROTECTED TO THE
      *                  PRODUCTION BATCH USERID, LIKE THE SECURED
      *                  COPIES IT NAMES.  80-BYTE CARDS, ONE OF TWO
      *                  KINDS BY COLUMN 1:
      *                    'K'  COL  2-41  TOKEN KEY.  FOLDED INTO
      *                                    EVERY COL-MASK 'T' TOKEN SO
      *                                    A TOKEN CANNOT BE RE-DERIVED
      *                                    FROM A GUESSED VALUE WITHOUT
      *                                    IT.  EVERY PROGRAM THAT
      *                                    TOKENIZES MUST READ THE SAME
      *                                    CARD OR ITS TOKENS WILL NOT
      *                                    MATCH.  THE LAST 'K' CARD
      *                                    WINS.
      *                    'S'  COL  2- 9  REPORT-ID
      *                         COL 10-53  DSN OF THE REPORT'S SECURED
      *                                    (UNMASKED) CSV COPY.  ONLY
      *                                    RPT2EXCEL READS THESE; A
      *                                    REPORT WITH MASKED COLUMNS
      *                                    AND NO 'S' CARD GETS NO
      *                                    CLEAR COPY AT ALL.
      *                  A TOKEN IS 'TK' FOLLOWED BY 14 DIGITS:  TWO
      *                  INDEPENDENT POLYNOMIAL HASHES (PRIME MODULI)
      *                  OF THE KEY, THE TRIMMED CELL VALUE AND THE
      *                  KEY AGAIN.
      ******************************************************************
       01  WS00-MSK-IN-REC.
           05  WS00-MSK-IN-TYPE          PIC X(01).
               88  WS00-MSK-IN-IS-KEY               VALUE 'K'.
               88  WS00-MSK-IN-IS-SECURE            VALUE 'S'.
           05  WS00-MSK-IN-KEY-TEXT      PIC X(40).
           05  FILLER                    PIC X(39).
       01  WS00-MSK-IN-SEC-REC REDEFINES WS00-MSK-IN-REC.
           05  FILLER                    PIC X(01).
           05  WS00-MSK-IN-REPORT-ID     PIC X(08).
           05  WS00-MSK-IN-SEC-DSN       PIC X(44).
           05  FILLER                    PIC X(27).

       77  WS00-MSK-KEY                  PIC X(40)   VALUE SPACES.
       77  WS00-MSK-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  WS00-MSK-EOF-YES                       VALUE 'Y'.

      ******************************************************************
      *    MASKING WORK AREAS.  WS00-MSK-CODE IS SET FROM THE COLUMN'S
      *    COL-MASK BEFORE THE MASKING PARAGRAPH RUNS OVER THE CELL.
      ******************************************************************
       77  WS00-MSK-CODE                 PIC X(01)   VALUE 'N'.
           88  WS00-MSK-FULL                          VALUE 'F'.
           88  WS00-MSK-LAST-FOUR                     VALUE 'L'.
           88  WS00-MSK-TOKEN                         VALUE 'T'.
       77  WS00-MSK-IDX                  PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-MSK-FIRST                PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-MSK-LAST                 PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-MSK-KEEP                 PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-MSK-STARS                PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-MSK-CHAR                 PIC X(01)   VALUE SPACE.
       77  WS00-MSK-H1                   PIC 9(10)  COMP   VALUE ZERO.
       77  WS00-MSK-H2                   PIC 9(10)  COMP   VALUE ZERO.
       77  WS00-MSK-WORK                 PIC 9(13)  COMP   VALUE ZERO.
       77  WS00-MSK-Q                    PIC 9(13)  COMP   VALUE ZERO.
       77  WS00-MSK-R                    PIC 9(10)  COMP   VALUE ZERO.
       01  WS00-MSK-TOKEN-TEXT.
           05  FILLER                    PIC X(02)   VALUE 'TK'.
           05  WS00-MSK-TOK-H1           PIC 9(09)   VALUE ZERO.
           05  WS00-MSK-TOK-H2           PIC 9(05)   VALUE ZERO.
       01  WS00-MSK-BYTE-AREA.
           05  WS00-MSK-BYTE-NUM         PIC 9(04)  COMP   VALUE ZERO.
           05  FILLER REDEFINES WS00-MSK-BYTE-NUM.
               10  FILLER                PIC X(01).
               10  WS00-MSK-BYTE-CHAR    PIC X(01).
