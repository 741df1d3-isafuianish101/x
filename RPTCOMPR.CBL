      * SCHEDULER CAN HOLD DISTRIBUTION OF A REPORT THAT CHANGED
      * WILDLY:  RC 0 = IDENTICAL, RC 4 = DIFFERENCES WITHIN THE
      * CHANGE LIMIT, RC 8 = DIFFERENCES BEYOND THE LIMIT OR A FILE
      * TOO LARGE TO COMPARE.  A LAYOUT THAT TOKENIZES A COLUMN
      * (COL-MASK 'T') WITH NO RPTMASK KEY CARD READ ENDS WITH AT
      * LEAST RC 4 -- THE TOKENS ARE UNKEYED.
      *
      * HEADING LINES (THE FIRST TWO PRINT LINES OF EACH PAGE) AND
      * PAGE-BREAK RECORDS ARE SKIPPED ON BOTH SIDES, AS THE
      *
      * MODIFICATION HISTORY
      *  2026-09-03  AS  INITIAL VERSION.
      *  2026-10-15  AS  PASS BY THE NEW TYPE 'T' TRAILER-LINE RECORD
      *                  WHEN LOADING RPTLAYTB -- IT IS NOT A COLUMN.
      *  2026-10-15  AS  MASKED COLUMNS (RPTLAYT COL-MASK) GO ONTO THE
      *                  DIFFERENCES WORKBOOK MASKED, TOKENS KEYED FROM
      *                  THE RPTMASK 'K' CARD LIKE RPT2EXCEL'S.  ROWS
      *                  ARE STILL MATCHED AND COMPARED ON THE CLEAR
      *                  VALUES.
      *  2026-10-15  AS  PASS BY THE NEW TYPE 'R' RUN-DATE RECORD WHEN
      *                  LOADING RPTLAYTB -- IT IS NOT A COLUMN.
      *  2026-10-15  AS  A TOKENIZED COLUMN WITH NO RPTMASK KEY CARD IS
      *                  REPORTED AS UNKEYED AND ENDS WITH AT LEAST
      *                  RC 4, AS RPT2EXCEL DOES.
      ******************************************************************

      ******************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-PARM-STATUS.

           SELECT OPTIONAL FILE-MASK ASSIGN TO RPTMASK
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-MASK-STATUS.

           SELECT FILE-DIFF ASSIGN TO DIFFOUT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-DIFF-STATUS.
           RECORDING MODE IS F.
       01  FD-PARM-REC                   PIC X(80).

       FD  FILE-MASK
           RECORDING MODE IS F.
       01  FD-MASK-REC                   PIC X(80).

       FD  FILE-DIFF
           RECORDING MODE IS F.
       01  FD-DIFF-REC                   PIC X(2048).
       77  WS00-NEWRPT-STATUS            PIC X(02)   VALUE SPACES.
       77  WS00-LAYTB-STATUS             PIC X(02)   VALUE SPACES.
       77  WS00-PARM-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-MASK-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-DIFF-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-CMPRPT-STATUS            PIC X(02)   VALUE SPACES.

           88  WS00-TABLE-OVERFLOWED                  VALUE 'Y'.
       77  WS00-ANY-KEY-SW               PIC X(01)   VALUE 'N'.
           88  WS00-ANY-KEY-COLS                      VALUE 'Y'.
       77  WS00-ANY-TOKEN-SW             PIC X(01)   VALUE 'N'.
           88  WS00-ANY-TOKEN-COLS                    VALUE 'Y'.

      ******************************************************************
      *    RUN CONTROL (CMPPARM CARD)
      ******************************************************************
           COPY RPTCOLS.

      ******************************************************************
      *    COLUMN-MASKING CARDS AND WORK AREAS (SEE COPYLIB/RPTMSK.CPY)
      ******************************************************************
           COPY RPTMSK.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
               WHEN OTHER
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           IF WS00-ANY-TOKEN-COLS AND WS00-MSK-KEY = SPACES
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- READ THE PARM CARD, LOAD AND APPLY THE
      *                    LAYOUT, LOAD THE TOKEN KEY, OPEN THE
      *                    OUTPUTS
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT FILE-CMPRPT.
           END-IF.
           PERFORM 1200-LOAD-LAYOUT-TABLE THRU 1200-EXIT.
           PERFORM 1250-APPLY-REPORT-LAYOUT THRU 1250-EXIT.
           PERFORM 1300-LOAD-MASK-KEY THRU 1300-EXIT.
           MOVE 'N' TO WS00-ANY-KEY-SW.
           PERFORM 1280-SCAN-KEY-COLS THRU 1280-EXIT
               VARYING WS00-COL-IDX FROM 1 BY 1
      ******************************************************************
      * 1220-BUILD-LAYT-ENTRY -- FOLD ONE RPTLAYTB RECORD INTO
      *                           WS00-LAYT-TABLE
      *                           (THE TYPE 'T' TRAILER-LINE AND TYPE
      *                           'R' RUN-DATE RECORDS ARE NOT
      *                           COLUMNS AND ARE PASSED BY)
      ******************************************************************
       1220-BUILD-LAYT-ENTRY.
           IF WS00-LAYT-COUNT = 0
               MOVE ZERO TO WS00-LAYT-COL-COUNT(WS00-LAYT-COUNT)
               MOVE 1    TO WS00-LAYT-GRP-LINES(WS00-LAYT-COUNT)
           END-IF.
           IF WS00-LAYTB-IN-COL-TYPE = 'T' OR 'R'
               PERFORM 1210-READ-LAYTB-RECORD THRU 1210-EXIT
               GO TO 1220-EXIT
           END-IF.
           IF WS00-LAYT-COL-COUNT(WS00-LAYT-COUNT) = 20
               GO TO 9400-LAYTB-OVERFLOW-ERROR
           END-IF.
           MOVE WS00-LAYTB-IN-COL-KEY
               TO WS00-LAYT-COL-KEY(WS00-LAYT-COUNT,
                                     WS00-LAYT-COL-IDX).
           MOVE WS00-LAYTB-IN-COL-MASK
               TO WS00-LAYT-COL-MASK(WS00-LAYT-COUNT,
                                      WS00-LAYT-COL-IDX).
           IF WS00-LAYTB-IN-COL-LINE IS NUMERIC
               AND WS00-LAYTB-IN-COL-LINE > 1
               MOVE WS00-LAYTB-IN-COL-LINE
               MOVE 'X'   TO WS00-COL-TYPE(1)
               MOVE '1'   TO WS00-COL-DFMT(1)
               MOVE 'N'   TO WS00-COL-TOT(1)
               MOVE 'N'   TO WS00-COL-MASK(1)
               MOVE 'DATA' TO WS00-COL-TITLE(1)
           END-IF.
       1250-EXIT.
               TO WS00-COL-LINE(WS00-COL-IDX).
           MOVE WS00-LAYT-COL-KEY(WS00-LAYT-IDX, WS00-LAYT-COL-IDX)
               TO WS00-COL-KEY(WS00-COL-IDX).
           MOVE WS00-LAYT-COL-MASK(WS00-LAYT-IDX, WS00-LAYT-COL-IDX)
               TO WS00-COL-MASK(WS00-COL-IDX).
       1265-EXIT.
           EXIT.

       1280-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-MASK-KEY -- READ THE OPTIONAL, PROTECTED RPTMASK
      *                        CARDS FOR THE TOKEN KEY, SO A TOKENIZED
      *                        COLUMN SHOWS THE SAME TOKEN HERE AS ON
      *                        THE CONVERTED REPORT.  THE 'S' SECURED-
      *                        COPY CARDS ARE RPT2EXCEL'S AND ARE
      *                        PASSED BY.  A TOKENIZED COLUMN WITH NO
      *                        KEY CARD READ IS REPORTED AS UNKEYED.
      ******************************************************************
       1300-LOAD-MASK-KEY.
           MOVE SPACES TO WS00-MSK-KEY.
           OPEN INPUT FILE-MASK.
           IF WS00-MASK-STATUS = '00'
               PERFORM 1310-READ-MASK-RECORD THRU 1310-EXIT
               PERFORM 1320-APPLY-MASK-CARD THRU 1320-EXIT
                   UNTIL WS00-MSK-EOF-YES
               CLOSE FILE-MASK
           END-IF.
           MOVE 'N' TO WS00-ANY-TOKEN-SW.
           PERFORM 1330-SCAN-TOKEN-COLS THRU 1330-EXIT
               VARYING WS00-COL-IDX FROM 1 BY 1
               UNTIL WS00-COL-IDX > WS00-COL-COUNT.
           IF WS00-ANY-TOKEN-COLS AND WS00-MSK-KEY = SPACES
               DISPLAY 'RPTCOMPR - REPORT ' WS00-PARM-REPORT-ID
                   ' TOKENIZES A COLUMN BUT NO RPTMASK KEY CARD WAS '
                   'READ, TOKENS ARE UNKEYED'
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1310-READ-MASK-RECORD -- ONE RPTMASK CARD
      ******************************************************************
       1310-READ-MASK-RECORD.
           READ FILE-MASK INTO WS00-MSK-IN-REC
               AT END
                   SET WS00-MSK-EOF-YES TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      ******************************************************************
      * 1320-APPLY-MASK-CARD -- A 'K' CARD SETS THE TOKEN KEY (THE
      *                          LAST ONE WINS)
      ******************************************************************
       1320-APPLY-MASK-CARD.
           IF WS00-MSK-IN-IS-KEY
               MOVE WS00-MSK-IN-KEY-TEXT TO WS00-MSK-KEY
           END-IF.
           PERFORM 1310-READ-MASK-RECORD THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      ******************************************************************
      * 1330-SCAN-TOKEN-COLS -- NOTE WHETHER THE LAYOUT TOKENIZES ANY
      *                          COLUMN (COL-MASK 'T')
      ******************************************************************
       1330-SCAN-TOKEN-COLS.
           IF WS00-COL-MASK(WS00-COL-IDX) = 'T'
               SET WS00-ANY-TOKEN-COLS TO TRUE
           END-IF.
       1330-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-OLD-FILE -- CAPTURE THE OLD GENERATION'S LOGICAL
      *                        ROWS
           MOVE SPACES TO WS00-CELL-TEXT.
           MOVE WS00-NEW-CELL(WS00-NEW-SUB, WS00-COL-SUB)
               TO WS00-CELL-TEXT.
           PERFORM 7545-MASK-DATA-CELL THRU 7545-EXIT.
           MOVE 'N' TO WS00-CELL-WARN-SW.
           PERFORM 7540-WRITE-STRING-CELL THRU 7540-EXIT.
       7110-EXIT.
           MOVE SPACES TO WS00-CELL-TEXT.
           MOVE WS00-OLD-CELL(WS00-OLD-SUB, WS00-COL-SUB)
               TO WS00-CELL-TEXT.
           PERFORM 7545-MASK-DATA-CELL THRU 7545-EXIT.
           MOVE 'N' TO WS00-CELL-WARN-SW.
           PERFORM 7540-WRITE-STRING-CELL THRU 7540-EXIT.
       7210-EXIT.
           MOVE SPACES TO WS00-CELL-TEXT.
           MOVE WS00-OLD-CELL(WS00-OLD-HIT, WS00-COL-SUB)
               TO WS00-CELL-TEXT.
           PERFORM 7545-MASK-DATA-CELL THRU 7545-EXIT.
           IF WS00-NEW-CELL(WS00-NEW-SUB, WS00-COL-SUB)
               NOT = WS00-OLD-CELL(WS00-OLD-HIT, WS00-COL-SUB)
               MOVE 'Y' TO WS00-CELL-WARN-SW
           MOVE SPACES TO WS00-CELL-TEXT.
           MOVE WS00-NEW-CELL(WS00-NEW-SUB, WS00-COL-SUB)
               TO WS00-CELL-TEXT.
           PERFORM 7545-MASK-DATA-CELL THRU 7545-EXIT.
           IF WS00-NEW-CELL(WS00-NEW-SUB, WS00-COL-SUB)
               NOT = WS00-OLD-CELL(WS00-OLD-HIT, WS00-COL-SUB)
               MOVE 'Y' TO WS00-CELL-WARN-SW
       7540-EXIT.
           EXIT.

      ******************************************************************
      * 7545-MASK-DATA-CELL -- MASK WS00-CELL-TEXT WHEN ITS COLUMN IS
      *                         MASKED.  THE CHANGED-CELL HIGHLIGHT IS
      *                         DECIDED ON THE CLEAR VALUES, SO A
      *                         CHANGE UNDER AN F OR L MASK STILL
      *                         SHOWS.
      ******************************************************************
       7545-MASK-DATA-CELL.
           IF WS00-COL-IS-MASKED(WS00-COL-SUB)
               MOVE WS00-COL-MASK(WS00-COL-SUB) TO WS00-MSK-CODE
               PERFORM 7560-MASK-CELL-TEXT THRU 7560-EXIT
           END-IF.
       7545-EXIT.
           EXIT.

      ******************************************************************
      * 7550-ESCAPE-CELL-TEXT -- XML-ESCAPE WS00-CELL-TEXT, SAME AS
      *                           THE CONVERSION'S ESCAPER
       7551-EXIT.
           EXIT.

      ******************************************************************
      * 7560-MASK-CELL-TEXT -- MASK WS00-CELL-TEXT IN PLACE AS
      *                         WS00-MSK-CODE SAYS.  F AND L TURN EVERY
      *                         LETTER AND DIGIT INTO '*' (L SPARES THE
      *                         LAST FOUR), LEAVING PUNCTUATION AND
      *                         SPACING AS PRINTED.  T REPLACES THE
      *                         TRIMMED VALUE WITH ITS KEYED TOKEN; A
      *                         VALUE ALREADY MASKED (A TOKEN, OR STARS
      *                         FROM A MASKED REJECT IMAGE) IS LEFT AS
      *                         IT IS SO A TOKEN NEVER GETS TOKENIZED
      *                         TWICE.  A BLANK CELL STAYS BLANK.
      ******************************************************************
       7560-MASK-CELL-TEXT.
           IF NOT WS00-MSK-FULL
               AND NOT WS00-MSK-LAST-FOUR
               AND NOT WS00-MSK-TOKEN
               GO TO 7560-EXIT.
           IF WS00-CELL-TEXT = SPACES
               GO TO 7560-EXIT.
           MOVE 133 TO WS00-MSK-LAST.
           PERFORM 7561-BACK-UP-MASK-LAST THRU 7561-EXIT
               UNTIL WS00-CELL-TEXT(WS00-MSK-LAST:1) NOT = SPACE.
           MOVE 1 TO WS00-MSK-FIRST.
           PERFORM 7562-ADVANCE-MASK-FIRST THRU 7562-EXIT
               UNTIL WS00-CELL-TEXT(WS00-MSK-FIRST:1) NOT = SPACE.
           IF WS00-MSK-TOKEN
               MOVE ZERO TO WS00-MSK-STARS
               INSPECT WS00-CELL-TEXT
                   TALLYING WS00-MSK-STARS FOR ALL '*'
               IF WS00-MSK-STARS > 0
                   GO TO 7560-EXIT
               END-IF
               IF WS00-MSK-LAST - WS00-MSK-FIRST = 15
                   AND WS00-CELL-TEXT(WS00-MSK-FIRST:2) = 'TK'
                   AND WS00-CELL-TEXT(WS00-MSK-FIRST + 2:14)
                       IS NUMERIC
                   GO TO 7560-EXIT
               END-IF
               PERFORM 7565-TOKENIZE-CELL-TEXT THRU 7565-EXIT
               GO TO 7560-EXIT.
           IF WS00-MSK-LAST-FOUR
               MOVE 4 TO WS00-MSK-KEEP
           ELSE
               MOVE ZERO TO WS00-MSK-KEEP
           END-IF.
           PERFORM 7563-MASK-ONE-CHAR THRU 7563-EXIT
               VARYING WS00-MSK-IDX FROM WS00-MSK-LAST BY -1
               UNTIL WS00-MSK-IDX < WS00-MSK-FIRST.
       7560-EXIT.
           EXIT.

      ******************************************************************
      * 7561-BACK-UP-MASK-LAST -- STEP WS00-MSK-LAST BACK ONE POSITION
      *                            (TRAILING-BLANK SCAN)
      ******************************************************************
       7561-BACK-UP-MASK-LAST.
           SUBTRACT 1 FROM WS00-MSK-LAST.
       7561-EXIT.
           EXIT.

      ******************************************************************
      * 7562-ADVANCE-MASK-FIRST -- STEP WS00-MSK-FIRST FORWARD ONE
      *                             POSITION (LEADING-BLANK SCAN)
      ******************************************************************
       7562-ADVANCE-MASK-FIRST.
           ADD 1 TO WS00-MSK-FIRST.
       7562-EXIT.
           EXIT.

      ******************************************************************
      * 7563-MASK-ONE-CHAR -- ONE CHARACTER OF THE F/L MASK, WALKING
      *                        FROM THE RIGHT SO THE LAST FOUR LETTERS
      *                        OR DIGITS ARE THE ONES KEPT
      ******************************************************************
       7563-MASK-ONE-CHAR.
           MOVE WS00-CELL-TEXT(WS00-MSK-IDX:1) TO WS00-MSK-CHAR.
           IF WS00-MSK-CHAR IS NUMERIC
               OR (WS00-MSK-CHAR IS ALPHABETIC
                   AND WS00-MSK-CHAR NOT = SPACE)
               IF WS00-MSK-KEEP > 0
                   SUBTRACT 1 FROM WS00-MSK-KEEP
               ELSE
                   MOVE '*' TO WS00-CELL-TEXT(WS00-MSK-IDX:1)
               END-IF
           END-IF.
       7563-EXIT.
           EXIT.

      ******************************************************************
      * 7565-TOKENIZE-CELL-TEXT -- REPLACE THE TRIMMED VALUE WITH
      *                             'TK' + TWO HASHES OF THE RPTMASK
      *                             KEY, THE VALUE AND THE KEY AGAIN --
      *                             THE SECOND PASS SCATTERS VALUES
      *                             THAT DIFFER ONLY IN THEIR LAST
      *                             CHARACTER.  THE SAME KEY AND VALUE
      *                             ALWAYS GIVE THE SAME TOKEN, IN
      *                             EVERY PROGRAM THAT READS THE SAME
      *                             KEY CARD.
      ******************************************************************
       7565-TOKENIZE-CELL-TEXT.
           MOVE ZERO TO WS00-MSK-H1.
           MOVE ZERO TO WS00-MSK-H2.
           PERFORM 7566-HASH-KEY-CHAR THRU 7566-EXIT
               VARYING WS00-MSK-IDX FROM 1 BY 1
               UNTIL WS00-MSK-IDX > 40.
           PERFORM 7567-HASH-CELL-CHAR THRU 7567-EXIT
               VARYING WS00-MSK-IDX FROM WS00-MSK-FIRST BY 1
               UNTIL WS00-MSK-IDX > WS00-MSK-LAST.
           PERFORM 7566-HASH-KEY-CHAR THRU 7566-EXIT
               VARYING WS00-MSK-IDX FROM 1 BY 1
               UNTIL WS00-MSK-IDX > 40.
           MOVE WS00-MSK-H1 TO WS00-MSK-TOK-H1.
           DIVIDE WS00-MSK-H2 BY 100000
               GIVING WS00-MSK-Q
               REMAINDER WS00-MSK-R.
           MOVE WS00-MSK-R TO WS00-MSK-TOK-H2.
           MOVE SPACES TO WS00-CELL-TEXT.
           MOVE WS00-MSK-TOKEN-TEXT TO WS00-CELL-TEXT.
       7565-EXIT.
           EXIT.

      ******************************************************************
      * 7566-HASH-KEY-CHAR -- ONE CHARACTER OF THE TOKEN KEY
      ******************************************************************
       7566-HASH-KEY-CHAR.
           MOVE WS00-MSK-KEY(WS00-MSK-IDX:1) TO WS00-MSK-CHAR.
           PERFORM 7568-HASH-ONE-CHAR THRU 7568-EXIT.
       7566-EXIT.
           EXIT.

      ******************************************************************
      * 7567-HASH-CELL-CHAR -- ONE CHARACTER OF THE TRIMMED VALUE
      ******************************************************************
       7567-HASH-CELL-CHAR.
           MOVE WS00-CELL-TEXT(WS00-MSK-IDX:1) TO WS00-MSK-CHAR.
           PERFORM 7568-HASH-ONE-CHAR THRU 7568-EXIT.
       7567-EXIT.
           EXIT.

      ******************************************************************
      * 7568-HASH-ONE-CHAR -- FOLD WS00-MSK-CHAR INTO BOTH HASHES
      *                        (BASE 257 MOD 999999937 AND BASE 263
      *                        MOD 999999929), TAKING THE BYTE VALUE
      *                        THROUGH THE HALFWORD REDEFINITION
      ******************************************************************
       7568-HASH-ONE-CHAR.
           MOVE ZERO TO WS00-MSK-BYTE-NUM.
           MOVE WS00-MSK-CHAR TO WS00-MSK-BYTE-CHAR.
           COMPUTE WS00-MSK-WORK =
               WS00-MSK-H1 * 257 + WS00-MSK-BYTE-NUM + 1.
           DIVIDE WS00-MSK-WORK BY 999999937
               GIVING WS00-MSK-Q
               REMAINDER WS00-MSK-H1.
           COMPUTE WS00-MSK-WORK =
               WS00-MSK-H2 * 263 + WS00-MSK-BYTE-NUM + 1.
           DIVIDE WS00-MSK-WORK BY 999999929
               GIVING WS00-MSK-Q
               REMAINDER WS00-MSK-H2.
       7568-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE -- SUMMARY COUNTS PER WORKSHEET AND CLOSE
      ******************************************************************
