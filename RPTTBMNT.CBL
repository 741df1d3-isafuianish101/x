      *
      * MODIFICATION HISTORY
      *  2026-09-03  AS  INITIAL VERSION.
      *  2026-10-15  AS  VALIDATE THE NEW TRAILER-LINE DEFINITION THE
      *                  SAME WAY RPTLAYCK DOES:  TYPE 'T' RECORD
      *                  (LITERAL 1-20 BYTES, ONE PER GROUP, LAST IN
      *                  ITS GROUP, OUTSIDE THE 20-COLUMN LIMIT AND
      *                  THE OVERLAP SCAN) AND THE COL-TRL FLAG.
      *  2026-10-15  AS  VALIDATE THE NEW COL-MASK CODE AS RPTLAYCK
      *                  DOES (N/F/L/T/BLANK, NOT ON A TOTALABLE OR
      *                  TRAILER COLUMN OR A TYPE 'T' RECORD).
      *  2026-10-15  AS  VALIDATE THE NEW RUN-DATE DEFINITION AS
      *                  RPTLAYCK DOES:  TYPE 'R' RECORD ONCE PER
      *                  GROUP AFTER THE COLUMNS, LENGTH 8-10, LINE
      *                  1-9 OR BLANK, NO KEY OR MASK, NOT A COLUMN.
      ******************************************************************

      ******************************************************************
       77  WS00-CHK-GRP-LINES            PIC 9(01)  COMP   VALUE 1.
       77  WS00-REC-POS-OK-SW            PIC X(01)   VALUE 'N'.
           88  WS00-REC-POS-OK                        VALUE 'Y'.
       77  WS00-GRP-TRL-SW               PIC X(01)   VALUE 'N'.
           88  WS00-GRP-HAS-TRL                       VALUE 'Y'.
       77  WS00-GRP-RDT-SW               PIC X(01)   VALUE 'N'.
           88  WS00-GRP-HAS-RDT                       VALUE 'Y'.
       77  WS00-GRP-TRL-COLS-SW          PIC X(01)   VALUE 'N'.
           88  WS00-GRP-HAS-TRL-COLS                  VALUE 'Y'.
       77  WS00-REPORT-CNT               PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-GRP-SUB                  PIC 9(02)  COMP   VALUE 1.
       77  WS00-SEEN-SUB                 PIC 9(03)  COMP   VALUE 1.
           PERFORM 3100-VALIDATE-ONE-LAYOUT THRU 3100-EXIT
               VARYING WS00-LAY-SUB FROM 1 BY 1
               UNTIL WS00-LAY-SUB > WS00-LAY-CNT.
           PERFORM 3150-END-GROUP THRU 3150-EXIT.
       3000-EXIT.
           EXIT.

       3100-VALIDATE-ONE-LAYOUT.
           MOVE WS00-LAY-REC(WS00-LAY-SUB) TO WS00-LAYTB-IN-REC.
           IF WS00-LAYTB-IN-REPORT-ID NOT = WS00-CURR-REPORT-ID
               PERFORM 3150-END-GROUP THRU 3150-EXIT
               PERFORM 3110-START-NEW-GROUP THRU 3110-EXIT
           END-IF.
           PERFORM 3120-CHECK-SEQUENCE THRU 3120-EXIT.
           MOVE 1    TO WS00-EXPECT-SEQ.
           MOVE 1    TO WS00-CHK-GRP-LINES.
           MOVE ZERO TO WS00-GRP-COL-CNT.
           MOVE 'N'  TO WS00-GRP-TRL-SW.
           MOVE 'N'  TO WS00-GRP-TRL-COLS-SW.
           MOVE 'N'  TO WS00-GRP-RDT-SW.
           PERFORM 3115-ZERO-GRP-SLOT THRU 3115-EXIT
               VARYING WS00-GRP-SUB FROM 1 BY 1
               UNTIL WS00-GRP-SUB > 20.

      ******************************************************************
      * 3120-CHECK-SEQUENCE -- COLUMN SEQUENCE 1, 2, 3 ... WITHIN THE
      *                         GROUP AND INSIDE THE 20-COLUMN LIMIT;
      *                         THE TYPE 'T' AND 'R' RECORDS COME
      *                         AFTER THE COLUMNS, ONCE EACH, AND ARE
      *                         NOT COUNTED AS COLUMNS
      ******************************************************************
       3120-CHECK-SEQUENCE.
           EVALUATE TRUE
               WHEN WS00-LAYTB-IN-COL-TYPE = 'T'
                   AND WS00-GRP-HAS-TRL
                   MOVE 'MORE THAN ONE TRAILER (TYPE T) RECORD'
                       TO WS00-ERR-TEXT
                   PERFORM 7100-LIST-ERROR THRU 7100-EXIT
               WHEN WS00-LAYTB-IN-COL-TYPE = 'R'
                   AND WS00-GRP-HAS-RDT
                   MOVE 'MORE THAN ONE RUN-DATE (TYPE R) RECORD'
                       TO WS00-ERR-TEXT
                   PERFORM 7100-LIST-ERROR THRU 7100-EXIT
               WHEN WS00-LAYTB-IN-COL-TYPE = 'T' OR 'R'
                   CONTINUE
               WHEN WS00-GRP-HAS-TRL
                   MOVE 'TRAILER RECORD MUST BE THE LAST OF ITS GROUP'
                       TO WS00-ERR-TEXT
                   PERFORM 7100-LIST-ERROR THRU 7100-EXIT
               WHEN WS00-GRP-HAS-RDT
                   MOVE 'RUN-DATE RECORD MUST FOLLOW THE COLUMNS'
                       TO WS00-ERR-TEXT
                   PERFORM 7100-LIST-ERROR THRU 7100-EXIT
           END-EVALUATE.
           EVALUATE WS00-LAYTB-IN-COL-TYPE
               WHEN 'T'
                   SET WS00-GRP-HAS-TRL TO TRUE
               WHEN 'R'
                   SET WS00-GRP-HAS-RDT TO TRUE
               WHEN OTHER
                   ADD 1 TO WS00-GRP-COL-CNT
           END-EVALUATE.
           IF WS00-GRP-COL-CNT > 20
               MOVE 'REPORT-ID EXCEEDS 20 COLUMNS' TO WS00-ERR-TEXT
               PERFORM 7100-LIST-ERROR THRU 7100-EXIT
               PERFORM 7100-LIST-ERROR THRU 7100-EXIT
               MOVE 'N' TO WS00-REC-POS-OK-SW
           END-IF.
           IF WS00-LAYTB-IN-COL-TYPE NOT = 'X' AND 'N' AND 'D' AND 'T'
                   AND 'R'
               MOVE 'COLUMN TYPE NOT X, N, D, T OR R' TO WS00-ERR-TEXT
               PERFORM 7100-LIST-ERROR THRU 7100-EXIT
           END-IF.
           IF (WS00-LAYTB-IN-COL-TYPE = 'D' OR 'R')
               AND WS00-LAYTB-IN-COL-DFMT NOT = '1' AND '2' AND '3'
                   AND ' '
               MOVE 'DATE FORMAT NOT 1, 2, 3 OR BLANK'
               MOVE 'KEY FLAG NOT Y, N OR BLANK' TO WS00-ERR-TEXT
               PERFORM 7100-LIST-ERROR THRU 7100-EXIT
           END-IF.
           PERFORM 3132-CHECK-TRAILER-FIELDS THRU 3132-EXIT.
           PERFORM 3133-CHECK-MASK-FIELD THRU 3133-EXIT.
           PERFORM 3134-CHECK-RUN-DATE-FIELDS THRU 3134-EXIT.
           PERFORM 3135-CHECK-GROUP-FIELDS THRU 3135-EXIT.
       3130-EXIT.
           EXIT.

      ******************************************************************
      * 3132-CHECK-TRAILER-FIELDS -- COL-TRL AND THE TYPE 'T' RECORD,
      *                               AS IN RPTLAYCK
      ******************************************************************
       3132-CHECK-TRAILER-FIELDS.
           IF WS00-LAYTB-IN-COL-TRL NOT = 'Y' AND 'N' AND ' '
               MOVE 'TRAILER FLAG NOT Y, N OR BLANK' TO WS00-ERR-TEXT
               PERFORM 7100-LIST-ERROR THRU 7100-EXIT
           END-IF.
           IF WS00-LAYTB-IN-COL-TRL = 'Y'
               IF WS00-LAYTB-IN-COL-TOT NOT = 'Y'
                   MOVE 'TRAILER FLAG ON A NON-TOTALABLE COLUMN'
                       TO WS00-ERR-TEXT
                   PERFORM 7100-LIST-ERROR THRU 7100-EXIT
               ELSE
                   SET WS00-GRP-HAS-TRL-COLS TO TRUE
               END-IF
           END-IF.
           IF WS00-LAYTB-IN-COL-TYPE NOT = 'T'
               GO TO 3132-EXIT.
           IF WS00-LAYTB-IN-COL-TITLE = SPACES
               MOVE 'TRAILER LITERAL (COL-TITLE) IS BLANK'
                   TO WS00-ERR-TEXT
               PERFORM 7100-LIST-ERROR THRU 7100-EXIT
           END-IF.
           IF WS00-LAYTB-IN-COL-LEN IS NUMERIC
               AND WS00-LAYTB-IN-COL-LEN > 20
               MOVE 'TRAILER LITERAL LENGTH OVER 20' TO WS00-ERR-TEXT
               PERFORM 7100-LIST-ERROR THRU 7100-EXIT
           END-IF.
       3132-EXIT.
           EXIT.

      ******************************************************************
      * 3133-CHECK-MASK-FIELD -- COL-MASK, AS IN RPTLAYCK
      ******************************************************************
       3133-CHECK-MASK-FIELD.
           IF WS00-LAYTB-IN-COL-MASK NOT = 'N' AND 'F' AND 'L' AND 'T'
                   AND ' '
               MOVE 'MASK CODE NOT N, F, L, T OR BLANK'
                   TO WS00-ERR-TEXT
               PERFORM 7100-LIST-ERROR THRU 7100-EXIT
               GO TO 3133-EXIT.
           IF WS00-LAYTB-IN-COL-MASK = 'N' OR ' '
               GO TO 3133-EXIT.
           IF WS00-LAYTB-IN-COL-TYPE = 'T' OR 'R'
               MOVE 'MASK CODE ON A TRAILER/RUN-DATE RECORD'
                   TO WS00-ERR-TEXT
               PERFORM 7100-LIST-ERROR THRU 7100-EXIT
               GO TO 3133-EXIT.
           IF WS00-LAYTB-IN-COL-TOT = 'Y'
               OR WS00-LAYTB-IN-COL-TRL = 'Y'
               MOVE 'MASK CODE ON A TOTALABLE/TRAILER COLUMN'
                   TO WS00-ERR-TEXT
               PERFORM 7100-LIST-ERROR THRU 7100-EXIT
           END-IF.
       3133-EXIT.
           EXIT.

      ******************************************************************
      * 3134-CHECK-RUN-DATE-FIELDS -- THE TYPE 'R' RECORD, AS IN
      *                                RPTLAYCK
      ******************************************************************
       3134-CHECK-RUN-DATE-FIELDS.
           IF WS00-LAYTB-IN-COL-TYPE NOT = 'R'
               GO TO 3134-EXIT.
           IF WS00-LAYTB-IN-COL-LEN IS NUMERIC
               AND (WS00-LAYTB-IN-COL-LEN < 8
                 OR WS00-LAYTB-IN-COL-LEN > 10)
               MOVE 'RUN-DATE LENGTH NOT 8-10' TO WS00-ERR-TEXT
               PERFORM 7100-LIST-ERROR THRU 7100-EXIT
           END-IF.
           IF WS00-LAYTB-IN-COL-LINE(1:1) NOT = SPACE
               AND (WS00-LAYTB-IN-COL-LINE IS NOT NUMERIC
                 OR WS00-LAYTB-IN-COL-LINE = 0)
               MOVE 'RUN-DATE LINE NOT 1-9 OR BLANK' TO WS00-ERR-TEXT
               PERFORM 7100-LIST-ERROR THRU 7100-EXIT
           END-IF.
           IF WS00-LAYTB-IN-COL-KEY = 'Y'
               MOVE 'KEY FLAG ON A RUN-DATE RECORD' TO WS00-ERR-TEXT
               PERFORM 7100-LIST-ERROR THRU 7100-EXIT
           END-IF.
       3134-EXIT.
           EXIT.

      ******************************************************************
      * 3135-CHECK-GROUP-FIELDS -- GRP-LINES BLANK OR 1-3, COL-LINE
      *                             BLANK OR WITHIN THE GROUP'S LINE
      *                             COUNT, AS IN RPTLAYCK (NOT FOR A
      *                             TYPE 'R' RECORD, SEE 3134)
      ******************************************************************
       3135-CHECK-GROUP-FIELDS.
           IF WS00-LAYTB-IN-GRP-LINES(1:1) = SPACE
               END-IF
           END-IF.
           MOVE 1 TO WS00-CHK-LINE.
           IF WS00-LAYTB-IN-COL-TYPE = 'R'
               GO TO 3135-EXIT.
           IF WS00-LAYTB-IN-COL-LINE(1:1) = SPACE
               CONTINUE
           ELSE
      ******************************************************************
      * 3140-CHECK-POSITION -- INSIDE THE 133-BYTE PRINT LINE, NO
      *                         OVERLAP WITH AN EARLIER COLUMN ON THE
      *                         SAME GROUP LINE (THE TRAILER LITERAL
      *                         AND RUN DATE ONLY HAVE TO FIT THE
      *                         LINE)
      ******************************************************************
       3140-CHECK-POSITION.
           MOVE WS00-LAYTB-IN-COL-START TO WS00-CHK-START.
                   TO WS00-ERR-TEXT
               PERFORM 7100-LIST-ERROR THRU 7100-EXIT
           END-IF.
           IF WS00-LAYTB-IN-COL-TYPE = 'T' OR 'R'
               GO TO 3140-EXIT.
           IF WS00-GRP-COL-CNT > 1 AND WS00-GRP-COL-CNT <= 20
               PERFORM 3145-CHECK-ONE-OVERLAP THRU 3145-EXIT
                   VARYING WS00-GRP-SUB FROM 1 BY 1
       3145-EXIT.
           EXIT.

      ******************************************************************
      * 3150-END-GROUP -- WHOLE-GROUP CHECKS, AS IN RPTLAYCK:  COL-TRL
      *                    COLUMNS NEED THE GROUP'S TYPE 'T' RECORD
      ******************************************************************
       3150-END-GROUP.
           IF WS00-REPORT-CNT = 0
               GO TO 3150-EXIT.
           IF WS00-GRP-HAS-TRL-COLS
               AND NOT WS00-GRP-HAS-TRL
               MOVE SPACES TO WS00-ERR-TEXT
               STRING 'REPORT ' DELIMITED BY SIZE
                      WS00-CURR-REPORT-ID DELIMITED BY SIZE
                      ' TRAILER FLAG SET BUT NO TYPE T RECORD'
                          DELIMITED BY SIZE
                      INTO WS00-ERR-TEXT
               PERFORM 7100-LIST-ERROR THRU 7100-EXIT
           END-IF.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3500-VALIDATE-RULES -- THE POST-TRANSACTION RULE TABLE
      *                         THROUGH THE SAME EDITS RPT2EXCEL
