      * CAN CARRY REPAIRS FOR EVERY REPORT OF THE NIGHT.
      *
      * ENDS WITH CONDITION CODE 4 WHEN A CORRECTION CARD FAILED TO
      * REPAIR ITS LINE OR MATCHED NO OPEN SUSPENSE RECORD, OR WHEN
      * A RPTLAYTB LAYOUT TOKENIZES A COLUMN (COL-MASK 'T') AND NO
      * RPTMASK KEY CARD WAS READ -- THE TOKENS ARE UNKEYED.
      *
      * MODIFICATION HISTORY
      *  2026-09-03  AS  INITIAL VERSION.
      *                  COLUMN'S GROUP LINE; COLUMNS FROM THE OTHER
      *                  LINES OF THE ITEM STAY BLANK ON THE
      *                  SUPPLEMENT.
      *  2026-10-15  AS  PASS BY THE NEW TYPE 'T' TRAILER-LINE RECORD
      *                  WHEN LOADING RPTLAYTB -- IT IS NOT A COLUMN.
      *  2026-10-15  AS  MASKED COLUMNS (RPTLAYT COL-MASK):  THE
      *                  SUPPLEMENT ROW AND THE REWRITTEN SUSPENSE
      *                  IMAGE CARRY A PATCHED MASKED COLUMN MASKED,
      *                  TOKENS KEYED FROM THE RPTMASK 'K' CARD LIKE
      *                  RPT2EXCEL'S; THE IMAGE'S OTHER MASKED COLUMNS
      *                  ARE ALREADY MASKED AND ARE NOT RE-EDITED.
      *  2026-10-15  AS  PASS BY THE NEW TYPE 'R' RUN-DATE RECORD WHEN
      *                  LOADING RPTLAYTB -- IT IS NOT A COLUMN.
      *  2026-10-15  AS  A TOKENIZED COLUMN WITH NO RPTMASK KEY CARD IS
      *                  REPORTED AS UNKEYED AND ENDS WITH RC 4, AS
      *                  RPT2EXCEL DOES.
      ******************************************************************

      ******************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-LAYTB-STATUS.

           SELECT OPTIONAL FILE-MASK ASSIGN TO RPTMASK
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-MASK-STATUS.

           SELECT FILE-SUPPL ASSIGN TO SUPPOUT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-SUPPL-STATUS.
           RECORDING MODE IS F.
       01  FD-LAYTB-REC                  PIC X(72).

       FD  FILE-MASK
           RECORDING MODE IS F.
       01  FD-MASK-REC                   PIC X(80).

       FD  FILE-SUPPL
           RECORDING MODE IS F.
       01  FD-SUPPL-REC                  PIC X(2048).
       77  WS00-REJOUT-STATUS            PIC X(02)   VALUE SPACES.
       77  WS00-FIXCD-STATUS             PIC X(02)   VALUE SPACES.
       77  WS00-LAYTB-STATUS             PIC X(02)   VALUE SPACES.
       77  WS00-MASK-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-SUPPL-STATUS             PIC X(02)   VALUE SPACES.
       77  WS00-FIXRPT-STATUS            PIC X(02)   VALUE SPACES.

           88  WS00-LAYT-FOUND                        VALUE 'Y'.
       77  WS00-ANY-FAIL-SW              PIC X(01)   VALUE 'N'.
           88  WS00-ANY-FAILURES                      VALUE 'Y'.
       77  WS00-ANY-TOKEN-SW             PIC X(01)   VALUE 'N'.
           88  WS00-ANY-TOKEN-COLS                    VALUE 'Y'.
       77  WS00-REC-REJECT-SW            PIC X(01)   VALUE 'N'.
           88  WS00-REC-REJECTED                      VALUE 'Y'.

      ******************************************************************
           COPY RPTREJ.

      ******************************************************************
      *    COLUMN-MASKING CARDS AND WORK AREAS (SEE COPYLIB/RPTMSK.CPY)
      ******************************************************************
           COPY RPTMSK.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           IF WS00-ANY-FAILURES
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS00-ANY-TOKEN-COLS AND WS00-MSK-KEY = SPACES
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- LOAD THE LAYOUT TABLE, CORRECTION CARDS
      *                    AND TOKEN KEY,
      *                    OPEN THE SUSPENSE AND OUTPUT FILES, WRITE
      *                    THE ACTIVITY-REPORT HEADING
      ******************************************************************
           WRITE FD-FIXRPT-REC FROM WS00-FIXRPT-LINE.
           PERFORM 1200-LOAD-LAYOUT-TABLE THRU 1200-EXIT.
           PERFORM 1300-LOAD-FIX-CARDS    THRU 1300-EXIT.
           PERFORM 1400-LOAD-MASK-KEY     THRU 1400-EXIT.
           OPEN INPUT FILE-REJIN.
           IF WS00-REJIN-STATUS NOT = '00'
               GO TO 9100-REJIN-ERROR.
      *                           WS00-LAYT-TABLE, REPORT-ID/COLUMN-
      *                           SEQUENCE ORDER ASSUMED AS IN
      *                           RPT2EXCEL
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
           IF WS00-LAYTB-IN-GRP-LINES IS NUMERIC
               AND WS00-LAYTB-IN-GRP-LINES > 1
               AND WS00-LAYTB-IN-GRP-LINES <= 3
       1320-EXIT.
           EXIT.

      ******************************************************************
      * 1400-LOAD-MASK-KEY -- READ THE OPTIONAL, PROTECTED RPTMASK
      *                        CARDS FOR THE TOKEN KEY, SO A PATCHED
      *                        TOKENIZED COLUMN GETS THE SAME TOKEN
      *                        RPT2EXCEL GAVE IT.  THE 'S' SECURED-
      *                        COPY CARDS ARE RPT2EXCEL'S AND ARE
      *                        PASSED BY.  A TOKENIZED COLUMN ON ANY
      *                        LOADED LAYOUT WITH NO KEY CARD READ IS
      *                        REPORTED AS UNKEYED.
      ******************************************************************
       1400-LOAD-MASK-KEY.
           MOVE SPACES TO WS00-MSK-KEY.
           OPEN INPUT FILE-MASK.
           IF WS00-MASK-STATUS = '00'
               PERFORM 1410-READ-MASK-RECORD THRU 1410-EXIT
               PERFORM 1420-APPLY-MASK-CARD THRU 1420-EXIT
                   UNTIL WS00-MSK-EOF-YES
               CLOSE FILE-MASK
           END-IF.
           MOVE 'N' TO WS00-ANY-TOKEN-SW.
           PERFORM 1430-SCAN-LAYOUT-TOKENS THRU 1430-EXIT
               VARYING WS00-LAYT-IDX FROM 1 BY 1
               UNTIL WS00-LAYT-IDX > WS00-LAYT-COUNT.
           IF WS00-ANY-TOKEN-COLS AND WS00-MSK-KEY = SPACES
               DISPLAY 'RPTREJFX - RPTLAYTB TOKENIZES A COLUMN BUT NO '
                   'RPTMASK KEY CARD WAS READ, TOKENS ARE UNKEYED'
           END-IF.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 1410-READ-MASK-RECORD -- ONE RPTMASK CARD
      ******************************************************************
       1410-READ-MASK-RECORD.
           READ FILE-MASK INTO WS00-MSK-IN-REC
               AT END
                   SET WS00-MSK-EOF-YES TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      ******************************************************************
      * 1420-APPLY-MASK-CARD -- A 'K' CARD SETS THE TOKEN KEY (THE
      *                          LAST ONE WINS)
      ******************************************************************
       1420-APPLY-MASK-CARD.
           IF WS00-MSK-IN-IS-KEY
               MOVE WS00-MSK-IN-KEY-TEXT TO WS00-MSK-KEY
           END-IF.
           PERFORM 1410-READ-MASK-RECORD THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      ******************************************************************
      * 1430-SCAN-LAYOUT-TOKENS -- ONE LOADED LAYOUT:  NOTE WHETHER IT
      *                             TOKENIZES ANY COLUMN
      ******************************************************************
       1430-SCAN-LAYOUT-TOKENS.
           PERFORM 1435-SCAN-ONE-LAYOUT-COL THRU 1435-EXIT
               VARYING WS00-LAYT-COL-IDX FROM 1 BY 1
               UNTIL WS00-LAYT-COL-IDX >
                     WS00-LAYT-COL-COUNT(WS00-LAYT-IDX).
       1430-EXIT.
           EXIT.

      ******************************************************************
      * 1435-SCAN-ONE-LAYOUT-COL -- ONE COLUMN (COL-MASK 'T' IS A
      *                             TOKEN)
      ******************************************************************
       1435-SCAN-ONE-LAYOUT-COL.
           IF WS00-LAYT-COL-MASK(WS00-LAYT-IDX, WS00-LAYT-COL-IDX) = 'T'
               SET WS00-ANY-TOKEN-COLS TO TRUE
           END-IF.
       1435-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-REJECT -- ONE SUSPENSE RECORD:  ALREADY-RESOLVED
      *                         RECORDS CARRY THROUGH UNCHANGED, A
      *                         THROUGH THE CONVERSION'S NUMBER/DATE
      *                         RULES, AND EITHER RESOLVE THE RECORD
      *                         ONTO THE SUPPLEMENT OR LEAVE IT OPEN
      *                         WITH THE NEW FAILING COLUMN/REASON.
      *                         THE PATCHED IMAGE IS MASKED AGAIN
      *                         BEFORE IT IS WRITTEN BACK.
      ******************************************************************
       2200-APPLY-FIX-CARD.
           MOVE 'Y' TO WS00-FIX-USED-SW(WS00-FIX-HIT).
               SET WS00-REJ-RESOLVED TO TRUE
               PERFORM 7000-REPORT-REPAIRED THRU 7000-EXIT
           END-IF.
           PERFORM 2250-MASK-IMAGE-COL THRU 2250-EXIT
               VARYING WS00-COL-IDX FROM 1 BY 1
               UNTIL WS00-COL-IDX > WS00-COL-COUNT.
       2200-EXIT.
           EXIT.

               MOVE 'X'   TO WS00-COL-TYPE(1)
               MOVE '1'   TO WS00-COL-DFMT(1)
               MOVE 'N'   TO WS00-COL-TOT(1)
               MOVE 'N'   TO WS00-COL-MASK(1)
               MOVE 'DATA' TO WS00-COL-TITLE(1)
           END-IF.
       2210-EXIT.
               TO WS00-COL-LINE(WS00-COL-IDX).
           MOVE WS00-LAYT-COL-KEY(WS00-LAYT-IDX, WS00-LAYT-COL-IDX)
               TO WS00-COL-KEY(WS00-COL-IDX).
           MOVE WS00-LAYT-COL-MASK(WS00-LAYT-IDX, WS00-LAYT-COL-IDX)
               TO WS00-COL-MASK(WS00-COL-IDX).
       2216-EXIT.
           EXIT.

      ******************************************************************
      * 2250-MASK-IMAGE-COL -- MASK ONE MASKED COLUMN IN PLACE IN THE
      *                         PATCHED SUSPENSE IMAGE, WITHIN ITS OWN
      *                         PRINT POSITIONS, AS RPT2EXCEL MASKED
      *                         IT.  A TOKEN TOO LONG FOR THE COLUMN
      *                         FALLS BACK TO A FULL MASK.
      ******************************************************************
       2250-MASK-IMAGE-COL.
           IF NOT WS00-COL-IS-MASKED(WS00-COL-IDX)
               GO TO 2250-EXIT.
           IF WS00-COL-GRP-LINES > 1
               AND WS00-COL-LINE(WS00-COL-IDX) NOT = WS00-PATCH-LINE
               GO TO 2250-EXIT.
           PERFORM 2320-GET-CELL-TEXT THRU 2320-EXIT.
           IF WS00-CELL-GET-POS > 133
               GO TO 2250-EXIT.
           MOVE WS00-COL-MASK(WS00-COL-IDX) TO WS00-MSK-CODE.
           IF WS00-MSK-TOKEN AND WS00-CELL-GET-LEN < 16
               MOVE 'F' TO WS00-MSK-CODE
           END-IF.
           PERFORM 2600-MASK-CELL-TEXT THRU 2600-EXIT.
           MOVE WS00-CELL-TEXT(1:WS00-CELL-GET-LEN)
               TO WS00-REJ-REC-IMAGE(WS00-CELL-GET-POS:
                                      WS00-CELL-GET-LEN).
       2250-EXIT.
           EXIT.

      ******************************************************************
      * 2300-REEDIT-RECORD -- RUN EVERY NUMBER- AND DATE-TYPED COLUMN
      *                        OF THE REPAIRED IMAGE THROUGH THE SAME
           EXIT.

      ******************************************************************
      * 2310-REEDIT-ONE-COL -- ONE TYPED COLUMN OF THE RE-EDIT.  A
      *                         MASKED COLUMN OTHER THAN THE PATCHED
      *                         ONE HOLDS MASKED TEXT, NOT A VALUE,
      *                         AND IS NOT RE-EDITED.
      ******************************************************************
       2310-REEDIT-ONE-COL.
           SET WS00-COL-SUB TO WS00-COL-IDX.
           IF WS00-COL-GRP-LINES > 1
               AND WS00-COL-LINE(WS00-COL-IDX) NOT = WS00-PATCH-LINE
               GO TO 2310-EXIT.
           IF WS00-COL-IS-MASKED(WS00-COL-IDX)
               AND WS00-COL-SUB NOT = WS00-FIX-COL-SEQ(WS00-FIX-HIT)
               GO TO 2310-EXIT.
           IF WS00-COL-IS-NUMBER(WS00-COL-IDX)
               PERFORM 2320-GET-CELL-TEXT    THRU 2320-EXIT
               PERFORM 2330-EDIT-NUMBER-CELL THRU 2330-EXIT
      * 2410-APPEND-CSV-CELL -- APPEND ONE TRIMMED COLUMN, COMMA-LED,
      *                          USING THE EDITED VALUE FOR NUMBER AND
      *                          DATE COLUMNS, QUOTED WHEN A COMMA OR
      *                          QUOTE COULD SHIFT LATER COLUMNS.  A
      *                          MASKED COLUMN GOES OUT MASKED.
      ******************************************************************
       2410-APPEND-CSV-CELL.
           PERFORM 2320-GET-CELL-TEXT THRU 2320-EXIT.
                       TO WS00-CELL-TEXT
               END-IF
           END-IF.
           IF WS00-COL-IS-MASKED(WS00-COL-IDX)
               MOVE WS00-COL-MASK(WS00-COL-IDX) TO WS00-MSK-CODE
               PERFORM 2600-MASK-CELL-TEXT THRU 2600-EXIT
           END-IF.
           STRING ',' DELIMITED BY SIZE
               INTO WS00-CSV-LINE
               WITH POINTER WS00-CSV-PTR.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-MASK-CELL-TEXT -- MASK WS00-CELL-TEXT IN PLACE AS
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
       2600-MASK-CELL-TEXT.
           IF NOT WS00-MSK-FULL
               AND NOT WS00-MSK-LAST-FOUR
               AND NOT WS00-MSK-TOKEN
               GO TO 2600-EXIT.
           IF WS00-CELL-TEXT = SPACES
               GO TO 2600-EXIT.
           MOVE 133 TO WS00-MSK-LAST.
           PERFORM 2601-BACK-UP-MASK-LAST THRU 2601-EXIT
               UNTIL WS00-CELL-TEXT(WS00-MSK-LAST:1) NOT = SPACE.
           MOVE 1 TO WS00-MSK-FIRST.
           PERFORM 2602-ADVANCE-MASK-FIRST THRU 2602-EXIT
               UNTIL WS00-CELL-TEXT(WS00-MSK-FIRST:1) NOT = SPACE.
           IF WS00-MSK-TOKEN
               MOVE ZERO TO WS00-MSK-STARS
               INSPECT WS00-CELL-TEXT
                   TALLYING WS00-MSK-STARS FOR ALL '*'
               IF WS00-MSK-STARS > 0
                   GO TO 2600-EXIT
               END-IF
               IF WS00-MSK-LAST - WS00-MSK-FIRST = 15
                   AND WS00-CELL-TEXT(WS00-MSK-FIRST:2) = 'TK'
                   AND WS00-CELL-TEXT(WS00-MSK-FIRST + 2:14)
                       IS NUMERIC
                   GO TO 2600-EXIT
               END-IF
               PERFORM 2605-TOKENIZE-CELL-TEXT THRU 2605-EXIT
               GO TO 2600-EXIT.
           IF WS00-MSK-LAST-FOUR
               MOVE 4 TO WS00-MSK-KEEP
           ELSE
               MOVE ZERO TO WS00-MSK-KEEP
           END-IF.
           PERFORM 2603-MASK-ONE-CHAR THRU 2603-EXIT
               VARYING WS00-MSK-IDX FROM WS00-MSK-LAST BY -1
               UNTIL WS00-MSK-IDX < WS00-MSK-FIRST.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2601-BACK-UP-MASK-LAST -- STEP WS00-MSK-LAST BACK ONE POSITION
      *                            (TRAILING-BLANK SCAN)
      ******************************************************************
       2601-BACK-UP-MASK-LAST.
           SUBTRACT 1 FROM WS00-MSK-LAST.
       2601-EXIT.
           EXIT.

      ******************************************************************
      * 2602-ADVANCE-MASK-FIRST -- STEP WS00-MSK-FIRST FORWARD ONE
      *                             POSITION (LEADING-BLANK SCAN)
      ******************************************************************
       2602-ADVANCE-MASK-FIRST.
           ADD 1 TO WS00-MSK-FIRST.
       2602-EXIT.
           EXIT.

      ******************************************************************
      * 2603-MASK-ONE-CHAR -- ONE CHARACTER OF THE F/L MASK, WALKING
      *                        FROM THE RIGHT SO THE LAST FOUR LETTERS
      *                        OR DIGITS ARE THE ONES KEPT
      ******************************************************************
       2603-MASK-ONE-CHAR.
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
       2603-EXIT.
           EXIT.

      ******************************************************************
      * 2605-TOKENIZE-CELL-TEXT -- REPLACE THE TRIMMED VALUE WITH
      *                             'TK' + TWO HASHES OF THE RPTMASK
      *                             KEY, THE VALUE AND THE KEY AGAIN --
      *                             THE SECOND PASS SCATTERS VALUES
      *                             THAT DIFFER ONLY IN THEIR LAST
      *                             CHARACTER.  THE SAME KEY AND VALUE
      *                             ALWAYS GIVE THE SAME TOKEN, IN
      *                             EVERY PROGRAM THAT READS THE SAME
      *                             KEY CARD.
      ******************************************************************
       2605-TOKENIZE-CELL-TEXT.
           MOVE ZERO TO WS00-MSK-H1.
           MOVE ZERO TO WS00-MSK-H2.
           PERFORM 2606-HASH-KEY-CHAR THRU 2606-EXIT
               VARYING WS00-MSK-IDX FROM 1 BY 1
               UNTIL WS00-MSK-IDX > 40.
           PERFORM 2607-HASH-CELL-CHAR THRU 2607-EXIT
               VARYING WS00-MSK-IDX FROM WS00-MSK-FIRST BY 1
               UNTIL WS00-MSK-IDX > WS00-MSK-LAST.
           PERFORM 2606-HASH-KEY-CHAR THRU 2606-EXIT
               VARYING WS00-MSK-IDX FROM 1 BY 1
               UNTIL WS00-MSK-IDX > 40.
           MOVE WS00-MSK-H1 TO WS00-MSK-TOK-H1.
           DIVIDE WS00-MSK-H2 BY 100000
               GIVING WS00-MSK-Q
               REMAINDER WS00-MSK-R.
           MOVE WS00-MSK-R TO WS00-MSK-TOK-H2.
           MOVE SPACES TO WS00-CELL-TEXT.
           MOVE WS00-MSK-TOKEN-TEXT TO WS00-CELL-TEXT.
       2605-EXIT.
           EXIT.

      ******************************************************************
      * 2606-HASH-KEY-CHAR -- ONE CHARACTER OF THE TOKEN KEY
      ******************************************************************
       2606-HASH-KEY-CHAR.
           MOVE WS00-MSK-KEY(WS00-MSK-IDX:1) TO WS00-MSK-CHAR.
           PERFORM 2608-HASH-ONE-CHAR THRU 2608-EXIT.
       2606-EXIT.
           EXIT.

      ******************************************************************
      * 2607-HASH-CELL-CHAR -- ONE CHARACTER OF THE TRIMMED VALUE
      ******************************************************************
       2607-HASH-CELL-CHAR.
           MOVE WS00-CELL-TEXT(WS00-MSK-IDX:1) TO WS00-MSK-CHAR.
           PERFORM 2608-HASH-ONE-CHAR THRU 2608-EXIT.
       2607-EXIT.
           EXIT.

      ******************************************************************
      * 2608-HASH-ONE-CHAR -- FOLD WS00-MSK-CHAR INTO BOTH HASHES
      *                        (BASE 257 MOD 999999937 AND BASE 263
      *                        MOD 999999929), TAKING THE BYTE VALUE
      *                        THROUGH THE HALFWORD REDEFINITION
      ******************************************************************
       2608-HASH-ONE-CHAR.
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
       2608-EXIT.
           EXIT.

      ******************************************************************
      * 3000-READ-REJIN -- NEXT SUSPENSE RECORD, SET EOF SWITCH AT END
      ******************************************************************
