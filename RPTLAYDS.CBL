      ******************************************************************
       ID DIVISION.
      ******************************************************************
       PROGRAM-ID.   RPTLAYDS.
       AUTHOR.       ANISH SAFUI @ IBM.

      ******************************************************************
      * LAYOUT DISCOVERY FOR A NEW REPORT FROM A SAMPLE PRINT SPOOL  *
      ******************************************************************
      *
      * READS A SAMPLE OF A REPORT'S PRINT SPOOL (DD SPOOLIN, THE SAME
      * 133-BYTE PRINT IMAGE RPT2EXCEL CONVERTS) AND PROPOSES ITS
      * RPTLAYTB LAYOUT, SO ONBOARDING A REPORT STARTS FROM A DRAFT
      * INSTEAD OF A RULER AND A PRINTOUT:
      *   - PAGE BREAKS ARE FOUND THE WAY RPT2EXCEL FINDS THEM -- AN
      *     X'0C' FORM FEED, OR ASA CARRIAGE CONTROL ('1' = EJECT,
      *     '+' = OVERPRINT, CONTROL BYTE IN COLUMN 1).  THE FIRST
      *     TWO LINES OF EACH PAGE ARE THE TITLE/COLUMN-HEADING LINES
      *     RPT2EXCEL BOLDS; EVERYTHING AFTER THEM IS DETAIL.
      *   - COLUMN BOUNDARIES COME FROM THE WHITESPACE ALIGNMENT OF
      *     THE DETAIL LINES:  A PRINT POSITION THAT IS BLANK ON
      *     (NEARLY) EVERY DETAIL LINE IS A GUTTER, AND EACH RUN OF
      *     OCCUPIED POSITIONS BETWEEN GUTTERS IS ONE COLUMN.  BLANK
      *     LINES AND RULE LINES (DASHES, EQUALS, UNDERSCORES,
      *     ASTERISKS) ARE NOT DETAIL.  THE NOISE PERCENTAGE ON THE
      *     PARM CARD LETS A FEW STRAY SUBTOTAL OR TRAILER LINES FALL
      *     ACROSS A GUTTER WITHOUT MERGING TWO COLUMNS, AND THE
      *     MINIMUM GUTTER WIDTH STOPS A SINGLE BLANK THAT HAPPENS TO
      *     LINE UP INSIDE A NAME OR ADDRESS FROM SPLITTING IT.
      *   - COLUMN TITLES COME FROM THE TEXT OF THE TWO HEADING
      *     LINES OVER EACH COLUMN (A HEADING WORD THAT OVERHANGS
      *     THE COLUMN IS TAKEN WHOLE), JOINED AND CUT TO 20 BYTES.
      *     A HEADING LINE WITH A PHRASE (TEXT BROKEN BY NO MORE
      *     THAN SINGLE SPACES) RUNNING ACROSS TWO COLUMNS IS A PAGE
      *     TITLE, NOT COLUMN HEADINGS, AND SUPPLIES NO TITLES.
      *   - EACH COLUMN'S TYPE IS GUESSED FROM EVERY NON-BLANK VALUE
      *     IN IT:  'D' WHEN ALL OF THEM ARE DATES IN ONE OF THE
      *     THREE PRINTED FORMATS RPT2EXCEL READS (DFMT 1 = YYYYMMDD,
      *     2 = MM/DD/YY, 3 = DD.MM.YYYY), 'N' WHEN ALL OF THEM PASS
      *     THE SAME NUMBER EDIT RPT2EXCEL APPLIES, 'X' OTHERWISE.
      *     A NUMBER COLUMN WHOSE VALUES CARRY DECIMALS IS PROPOSED
      *     TOTALABLE; ONE WITHOUT (COUNTS, ACCOUNT NUMBERS) IS NOT.
      *
      * OUTPUTS:  ONE RPTTBMNT "A L" ADD-LAYOUT TRANSACTION CARD PER
      * COLUMN ON DD MNTOUT -- REVIEW, ADJUST AND FEED TO RPTTBMNT AS
      * ITS MNTCARDS -- AND A LISTING ON DD DSCRPT SHOWING THE
      * POSITION SCALE, THE HEADING LINES, A SAMPLE DETAIL LINE RULED
      * INTO THE PROPOSED COLUMNS, AND ONE LINE PER COLUMN WITH ITS
      * PROPOSED ATTRIBUTES AND THE SAMPLE LINE'S VALUE.
      *
      * DSCPARM CARD (ONE RECORD):
      *   COL  1- 8  REPORT-ID FOR THE PROPOSED LAYOUT (REQUIRED)
      *   COL  9-28  WORKSHEET NAME (BLANK = THE REPORT-ID)
      *   COL 29     CARRIAGE CONTROL:  ' '/F = FORM FEED, A = ASA
      *   COL 30-32  NOISE PCT -- A POSITION OCCUPIED ON NO MORE THAN
      *              THIS PERCENTAGE OF DETAIL LINES STILL COUNTS AS
      *              A GUTTER (BLANK = 000, STRICT)
      *   COL 33-39  DETAIL LINES TO SAMPLE (BLANK/ZERO = WHOLE FILE)
      *   COL 40     MINIMUM GUTTER WIDTH, 1-9 BLANKS (BLANK = 1)
      *
      * ENDS RC 0 = LAYOUT PROPOSED, RC 4 = PROPOSED WITH WARNINGS
      * (MORE THAN 20 COLUMNS FOUND -- THE TAIL MERGED INTO COLUMN 20),
      * RC 8 = NOTHING PROPOSED (BAD PARM, SPOOL NOT READABLE, OR NO
      * DETAIL LINES IN THE SAMPLE).
      *
      * MODIFICATION HISTORY
      *  2026-10-15  AS  INITIAL VERSION.
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-370.
         OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT FILE-SPOOL ASSIGN TO SPOOLIN
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-SPOOL-STATUS.

           SELECT FILE-DSCPARM ASSIGN TO DSCPARM
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-DSCPARM-STATUS.

           SELECT FILE-MNTOUT ASSIGN TO MNTOUT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-MNTOUT-STATUS.

           SELECT FILE-DSCRPT ASSIGN TO DSCRPT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-DSCRPT-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

       FD  FILE-SPOOL
           RECORDING MODE IS F.
       01  FD-SPOOL-REC                  PIC X(133).

       FD  FILE-DSCPARM
           RECORDING MODE IS F.
       01  FD-DSCPARM-REC                PIC X(80).

       FD  FILE-MNTOUT
           RECORDING MODE IS F.
       01  FD-MNTOUT-REC                 PIC X(80).

       FD  FILE-DSCRPT
           RECORDING MODE IS F.
       01  FD-DSCRPT-REC                 PIC X(133).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *    FILE STATUS FIELDS
      ******************************************************************
       77  WS00-SPOOL-STATUS             PIC X(02)   VALUE SPACES.
       77  WS00-DSCPARM-STATUS           PIC X(02)   VALUE SPACES.
       77  WS00-MNTOUT-STATUS            PIC X(02)   VALUE SPACES.
       77  WS00-DSCRPT-STATUS            PIC X(02)   VALUE SPACES.

      ******************************************************************
      *    SWITCHES
      ******************************************************************
       77  WS00-SPOOL-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS00-SPOOL-EOF-YES                     VALUE 'Y'.
       77  WS00-LINE-CLASS               PIC X(01)   VALUE 'D'.
           88  WS00-LINE-IS-PAGE-BREAK                VALUE 'P'.
           88  WS00-LINE-IS-OVERPRINT                 VALUE 'O'.
           88  WS00-LINE-IS-DATA                      VALUE 'D'.
       77  WS00-DETAIL-SW                PIC X(01)   VALUE 'N'.
           88  WS00-LINE-IS-DETAIL                    VALUE 'Y'.
       77  WS00-HEADINGS-SW              PIC X(01)   VALUE 'N'.
           88  WS00-HEADINGS-TAKEN                    VALUE 'Y'.
       77  WS00-IN-RUN-SW                PIC X(01)   VALUE 'N'.
           88  WS00-IN-RUN                            VALUE 'Y'.
       77  WS00-MERGED-SW                PIC X(01)   VALUE 'N'.
           88  WS00-COLS-MERGED                       VALUE 'Y'.
       77  WS00-HEAD-1-SW                PIC X(01)   VALUE 'Y'.
           88  WS00-HEAD-1-USABLE                     VALUE 'Y'.
       77  WS00-HEAD-2-SW                PIC X(01)   VALUE 'Y'.
           88  WS00-HEAD-2-USABLE                     VALUE 'Y'.
       77  WS00-HEAD-OK-SW               PIC X(01)   VALUE 'Y'.
           88  WS00-HEAD-IS-USABLE                    VALUE 'Y'.
       77  WS00-IN-PHRASE-SW             PIC X(01)   VALUE 'N'.
           88  WS00-IN-PHRASE                         VALUE 'Y'.
       77  WS00-NUM-BAD-SW               PIC X(01)   VALUE 'N'.
           88  WS00-NUM-IS-BAD                        VALUE 'Y'.
       77  WS00-NUM-ENDED-SW             PIC X(01)   VALUE 'N'.
           88  WS00-NUM-IS-ENDED                      VALUE 'Y'.
       77  WS00-TTL-EDGE-SW              PIC X(01)   VALUE 'N'.
           88  WS00-TTL-AT-EDGE                       VALUE 'Y'.
       77  WS00-NUM-TRAIL-SW             PIC X(01)   VALUE 'N'.
           88  WS00-NUM-HAS-TRAIL-SIGN                VALUE 'Y'.

      ******************************************************************
      *    DSCPARM CARD
      ******************************************************************
       01  WS00-DSC-PARM.
           05  WS00-DSC-REPORT-ID        PIC X(08).
           05  WS00-DSC-SHEET-NAME       PIC X(20).
           05  WS00-DSC-CC-MODE          PIC X(01).
               88  WS00-DSC-CC-FORMFEED              VALUES ' ', 'F'.
               88  WS00-DSC-CC-ASA                   VALUE 'A'.
           05  WS00-DSC-NOISE-PCT        PIC 9(03).
           05  WS00-DSC-SAMPLE-MAX       PIC 9(07).
           05  WS00-DSC-MIN-GUTTER       PIC 9(01).
           05  FILLER                    PIC X(40).

      ******************************************************************
      *    PRINT-LINE WORK AREAS.  WS00-PRINT-IMAGE HOLDS THE LINE AS
      *    THE LAYOUT TABLE SEES IT -- POSITION 1 IS LAYOUT START 1,
      *    SO IN ASA MODE THE CONTROL BYTE IS STRIPPED OFF FIRST
      *    (RPT2EXCEL SHIFTS EVERY START RIGHT BY ONE INSTEAD).
      ******************************************************************
       77  WS00-FORM-FEED                PIC X(01)   VALUE X'0C'.
       01  WS00-PRINT-IMAGE              PIC X(133)  VALUE SPACES.
       01  WS00-HEAD-LINE-1              PIC X(133)  VALUE SPACES.
       01  WS00-HEAD-LINE-2              PIC X(133)  VALUE SPACES.
       01  WS00-SAMPLE-LINE              PIC X(133)  VALUE SPACES.
       01  WS00-RULE-LINE                PIC X(133)  VALUE SPACES.
       01  WS00-SCALE-LINE               PIC X(133)  VALUE SPACES.
       01  WS00-RULE-TEST                PIC X(133)  VALUE SPACES.
       77  WS00-LINE-IN-PAGE             PIC 9(07)  COMP   VALUE ZERO.
       77  WS00-POS                      PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-SAMPLE-COLS              PIC 9(02)  COMP   VALUE ZERO.
       77  WS00-LINE-COLS                PIC 9(02)  COMP   VALUE ZERO.

      ******************************************************************
      *    OCCUPANCY -- DETAIL LINES WITH A NON-BLANK AT EACH PRINT
      *    POSITION
      ******************************************************************
       01  WS00-OCC-TABLE.
           05  WS00-OCC-CNT OCCURS 133 TIMES
                                         PIC 9(09)  COMP.
       77  WS00-NOISE-LIMIT              PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-TYPE-NEED                PIC 9(09)  COMP   VALUE ZERO.

      ******************************************************************
      *    PROPOSED COLUMNS AND THE EVIDENCE FOR EACH COLUMN'S TYPE
      ******************************************************************
       77  WS00-COL-SUB                  PIC 9(02)  COMP   VALUE 1.
       01  WS00-DSC-TABLE.
           05  WS00-DSC-COL-CNT          PIC 9(02)  COMP   VALUE ZERO.
           05  WS00-DSC-COL OCCURS 20 TIMES.
               10  WS00-DSC-START        PIC 9(03)  COMP.
               10  WS00-DSC-END          PIC 9(03)  COMP.
               10  WS00-DSC-LEN          PIC 9(03)  COMP.
               10  WS00-DSC-TYPE         PIC X(01).
               10  WS00-DSC-DFMT         PIC X(01).
               10  WS00-DSC-TOT          PIC X(01).
               10  WS00-DSC-TITLE        PIC X(20).
               10  WS00-DSC-FILLED-CNT   PIC 9(09)  COMP.
               10  WS00-DSC-NUM-CNT      PIC 9(09)  COMP.
               10  WS00-DSC-DEC-CNT      PIC 9(09)  COMP.
               10  WS00-DSC-YMD-CNT      PIC 9(09)  COMP.
               10  WS00-DSC-MDY-CNT      PIC 9(09)  COMP.
               10  WS00-DSC-DMY-CNT      PIC 9(09)  COMP.

      ******************************************************************
      *    TITLE BUILD WORK AREAS
      ******************************************************************
       77  WS00-TTL-FROM                 PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-TTL-TO                   PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-TTL-LEN                  PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-PHR-START                PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-PHR-END                  PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-PHR-HITS                 PIC 9(02)  COMP   VALUE ZERO.
       77  WS00-HIT-SUB                  PIC 9(02)  COMP   VALUE 1.
       01  WS00-TTL-HEAD                 PIC X(133)  VALUE SPACES.
       01  WS00-TTL-PART-1               PIC X(133)  VALUE SPACES.
       01  WS00-TTL-PART-2               PIC X(133)  VALUE SPACES.
       01  WS00-TTL-PART                 PIC X(133)  VALUE SPACES.
       01  WS00-TTL-WORK                 PIC X(60)   VALUE SPACES.
       01  WS00-SEQ-DISP                 PIC 9(02)   VALUE ZERO.

      ******************************************************************
      *    CELL EDIT WORK AREAS -- THE NUMBER EDIT IS THE SAME CHARACTER
      *    WALK RPT2EXCEL 2221-EDIT-NUMBER-CHAR APPLIES
      ******************************************************************
       01  WS00-CELL-TEXT                PIC X(133)  VALUE SPACES.
       01  WS00-CELL-TRIM                PIC X(133)  VALUE SPACES.
       77  WS00-CELL-LEN                 PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-NUM-CHAR                 PIC X(01)   VALUE SPACE.
       77  WS00-NUM-SIGN                 PIC X(01)   VALUE SPACE.
       77  WS00-NUM-CHAR-IDX             PIC 9(03)  COMP   VALUE 1.
       77  WS00-NUM-DIGIT-CNT            PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-NUM-DP-CNT               PIC 9(03)  COMP   VALUE ZERO.
       01  WS00-DATE-WORK.
           05  WS00-DATE-YYYY            PIC X(04).
           05  WS00-DATE-MM              PIC X(02).
           05  WS00-DATE-DD              PIC X(02).

      ******************************************************************
      *    OUTPUT RECORDS, COUNTERS AND LISTING LINE
      ******************************************************************
       01  WS00-MNT-CARD.
           05  WS00-MNT-ACTION           PIC X(01)   VALUE 'A'.
           05  WS00-MNT-TABLE            PIC X(01)   VALUE 'L'.
           05  WS00-MNT-IMAGE            PIC X(72).
           05  FILLER                    PIC X(06)   VALUE SPACES.
       77  WS00-RECS-READ                PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-DETAIL-CNT               PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-TYPED-CNT                PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-PAGE-CNT                 PIC 9(07)  COMP   VALUE ZERO.
       77  WS00-NBR-DISP                 PIC ZZZZZZZZ9.
       77  WS00-POS-DISP                 PIC ZZ9.
       77  WS00-SHOW-LEN                 PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-RUN-RC                   PIC 9(02)  COMP   VALUE ZERO.
       01  WS00-DSCRPT-LINE              PIC X(133).

      ******************************************************************
      *    LAYOUT TABLE RECORD (SEE COPYLIB/RPTLAYT.CPY) -- BUILT HERE
      *    AS THE IMAGE CARRIED ON EACH TRANSACTION CARD
      ******************************************************************
           COPY RPTLAYT.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-MEASURE-SPOOL     THRU 2000-EXIT.
           PERFORM 3000-FIND-COLUMNS      THRU 3000-EXIT.
           PERFORM 4000-TYPE-COLUMNS      THRU 4000-EXIT.
           PERFORM 5000-DECIDE-ATTRIBUTES THRU 5000-EXIT.
           PERFORM 6000-WRITE-CARDS       THRU 6000-EXIT.
           PERFORM 7000-WRITE-LISTING     THRU 7000-EXIT.
           PERFORM 8000-TERMINATE         THRU 8000-EXIT.
           MOVE WS00-RUN-RC TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- OPEN THE LISTING, READ AND EDIT THE PARM
      *                    CARD
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT FILE-DSCRPT.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           STRING 'RPTLAYDS - RPT2EXCEL LAYOUT DISCOVERY'
                      DELIMITED BY SIZE
                  INTO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           OPEN INPUT FILE-DSCPARM.
           IF WS00-DSCPARM-STATUS NOT = '00'
               GO TO 9200-DSCPARM-ERROR.
           READ FILE-DSCPARM INTO WS00-DSC-PARM
               AT END
                   CLOSE FILE-DSCPARM
                   GO TO 9200-DSCPARM-ERROR
           END-READ.
           CLOSE FILE-DSCPARM.
           IF WS00-DSC-REPORT-ID = SPACES
               GO TO 9200-DSCPARM-ERROR.
           IF WS00-DSC-SHEET-NAME = SPACES
               MOVE WS00-DSC-REPORT-ID TO WS00-DSC-SHEET-NAME
           END-IF.
           IF NOT WS00-DSC-CC-FORMFEED AND NOT WS00-DSC-CC-ASA
               GO TO 9200-DSCPARM-ERROR.
           IF WS00-DSC-NOISE-PCT IS NOT NUMERIC
               MOVE ZERO TO WS00-DSC-NOISE-PCT
           END-IF.
           IF WS00-DSC-NOISE-PCT > 50
               MOVE 50 TO WS00-DSC-NOISE-PCT
           END-IF.
           IF WS00-DSC-SAMPLE-MAX IS NOT NUMERIC
               MOVE ZERO TO WS00-DSC-SAMPLE-MAX
           END-IF.
           IF WS00-DSC-MIN-GUTTER IS NOT NUMERIC
               OR WS00-DSC-MIN-GUTTER = 0
               MOVE 1 TO WS00-DSC-MIN-GUTTER
           END-IF.
           MOVE ZERO TO WS00-DSC-COL-CNT.
           PERFORM 1100-ZERO-ONE-POSITION THRU 1100-EXIT
               VARYING WS00-POS FROM 1 BY 1
               UNTIL WS00-POS > 133.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-ZERO-ONE-POSITION -- CLEAR ONE OCCUPANCY COUNT
      ******************************************************************
       1100-ZERO-ONE-POSITION.
           MOVE ZERO TO WS00-OCC-CNT(WS00-POS).
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MEASURE-SPOOL -- FIRST PASS:  KEEP THE FIRST PAGE'S TWO
      *                       HEADING LINES AND COUNT, FOR EVERY PRINT
      *                       POSITION, HOW MANY DETAIL LINES PRINT
      *                       SOMETHING THERE
      ******************************************************************
       2000-MEASURE-SPOOL.
           OPEN INPUT FILE-SPOOL.
           IF WS00-SPOOL-STATUS NOT = '00'
               GO TO 9100-SPOOL-ERROR.
           MOVE 'N'  TO WS00-SPOOL-EOF-SWITCH.
           MOVE ZERO TO WS00-LINE-IN-PAGE.
           PERFORM 2900-READ-SPOOL THRU 2900-EXIT.
           PERFORM 2100-MEASURE-ONE-LINE THRU 2100-EXIT
               UNTIL WS00-SPOOL-EOF-YES.
           CLOSE FILE-SPOOL.
           IF WS00-DETAIL-CNT = 0
               GO TO 9300-NO-DETAIL-ERROR.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-MEASURE-ONE-LINE -- ONE SPOOL RECORD OF THE FIRST PASS
      ******************************************************************
       2100-MEASURE-ONE-LINE.
           PERFORM 2200-CLASSIFY-LINE THRU 2200-EXIT.
           IF WS00-LINE-IS-DATA
               IF WS00-LINE-IN-PAGE = 1 AND NOT WS00-HEADINGS-TAKEN
                   MOVE WS00-PRINT-IMAGE TO WS00-HEAD-LINE-1
               END-IF
               IF WS00-LINE-IN-PAGE = 2 AND NOT WS00-HEADINGS-TAKEN
                   MOVE WS00-PRINT-IMAGE TO WS00-HEAD-LINE-2
                   SET WS00-HEADINGS-TAKEN TO TRUE
               END-IF
               IF WS00-LINE-IS-DETAIL
                   ADD 1 TO WS00-DETAIL-CNT
                   PERFORM 2110-COUNT-ONE-POSITION THRU 2110-EXIT
                       VARYING WS00-POS FROM 1 BY 1
                       UNTIL WS00-POS > 133
               END-IF
           END-IF.
           IF WS00-DSC-SAMPLE-MAX > 0
               AND WS00-DETAIL-CNT >= WS00-DSC-SAMPLE-MAX
               SET WS00-SPOOL-EOF-YES TO TRUE
           ELSE
               PERFORM 2900-READ-SPOOL THRU 2900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-COUNT-ONE-POSITION -- ONE PRINT POSITION OF A DETAIL LINE
      ******************************************************************
       2110-COUNT-ONE-POSITION.
           IF WS00-PRINT-IMAGE(WS00-POS:1) NOT = SPACE
               ADD 1 TO WS00-OCC-CNT(WS00-POS)
           END-IF.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CLASSIFY-LINE -- PAGE BREAK, OVERPRINT OR DATA, AS
      *                       RPT2EXCEL 2005-CLASSIFY-RECORD DECIDES.
      *                       A DATA LINE (INCLUDING THE TEXT OF AN
      *                       ASA '1' EJECT LINE) IS NUMBERED WITHIN
      *                       ITS PAGE AND LEFT IN WS00-PRINT-IMAGE;
      *                       PAST THE TWO HEADING LINES, A LINE THAT
      *                       IS NEITHER BLANK NOR A RULE LINE IS A
      *                       DETAIL LINE.
      ******************************************************************
       2200-CLASSIFY-LINE.
           MOVE 'D' TO WS00-LINE-CLASS.
           MOVE 'N' TO WS00-DETAIL-SW.
           MOVE SPACES TO WS00-PRINT-IMAGE.
           IF WS00-DSC-CC-ASA
               EVALUATE FD-SPOOL-REC(1:1)
                   WHEN '1'
                       ADD 1 TO WS00-PAGE-CNT
                       MOVE ZERO TO WS00-LINE-IN-PAGE
                       IF FD-SPOOL-REC(2:132) = SPACES
                           MOVE 'P' TO WS00-LINE-CLASS
                           GO TO 2200-EXIT
                       END-IF
                   WHEN '+'
                       MOVE 'O' TO WS00-LINE-CLASS
                       GO TO 2200-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE FD-SPOOL-REC(2:132) TO WS00-PRINT-IMAGE
           ELSE
               IF FD-SPOOL-REC(1:1) = WS00-FORM-FEED
                   ADD 1 TO WS00-PAGE-CNT
                   MOVE ZERO TO WS00-LINE-IN-PAGE
                   MOVE 'P' TO WS00-LINE-CLASS
                   GO TO 2200-EXIT
               END-IF
               MOVE FD-SPOOL-REC TO WS00-PRINT-IMAGE
           END-IF.
           ADD 1 TO WS00-LINE-IN-PAGE.
           IF WS00-LINE-IN-PAGE < 3 OR WS00-PRINT-IMAGE = SPACES
               GO TO 2200-EXIT.
           MOVE WS00-PRINT-IMAGE TO WS00-RULE-TEST.
           INSPECT WS00-RULE-TEST
               REPLACING ALL '-' BY SPACE
                         ALL '=' BY SPACE
                         ALL '_' BY SPACE
                         ALL '*' BY SPACE.
           IF WS00-RULE-TEST NOT = SPACES
               SET WS00-LINE-IS-DETAIL TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-SPOOL -- NEXT SPOOL RECORD, SET EOF SWITCH AT END
      ******************************************************************
       2900-READ-SPOOL.
           READ FILE-SPOOL
               AT END
                   SET WS00-SPOOL-EOF-YES TO TRUE
           END-READ.
           IF NOT WS00-SPOOL-EOF-YES
               ADD 1 TO WS00-RECS-READ
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FIND-COLUMNS -- WALK THE PRINT POSITIONS LEFT TO RIGHT:
      *                      A POSITION OCCUPIED ON MORE DETAIL LINES
      *                      THAN THE NOISE LIMIT IS PART OF A COLUMN,
      *                      ANYTHING ELSE IS GUTTER.  THE LAYOUT
      *                      TABLE HOLDS 20 COLUMNS; RUNS PAST THE
      *                      TWENTIETH STRETCH COLUMN 20 TO THE END
      *                      AND THE RUN ENDS RC 4 SO THE MERGE GETS
      *                      A HUMAN LOOK.
      ******************************************************************
       3000-FIND-COLUMNS.
           COMPUTE WS00-NOISE-LIMIT =
               (WS00-DETAIL-CNT * WS00-DSC-NOISE-PCT) / 100.
           MOVE 'N' TO WS00-IN-RUN-SW.
           PERFORM 3100-CHECK-ONE-POSITION THRU 3100-EXIT
               VARYING WS00-POS FROM 1 BY 1
               UNTIL WS00-POS > 133.
           IF WS00-DSC-COL-CNT = 0
               GO TO 9300-NO-DETAIL-ERROR.
           MOVE WS00-HEAD-LINE-1 TO WS00-TTL-HEAD.
           PERFORM 3150-CHECK-HEADING-LINE THRU 3150-EXIT.
           MOVE WS00-HEAD-OK-SW TO WS00-HEAD-1-SW.
           MOVE WS00-HEAD-LINE-2 TO WS00-TTL-HEAD.
           PERFORM 3150-CHECK-HEADING-LINE THRU 3150-EXIT.
           MOVE WS00-HEAD-OK-SW TO WS00-HEAD-2-SW.
           PERFORM 3200-BUILD-ONE-TITLE THRU 3200-EXIT
               VARYING WS00-COL-SUB FROM 1 BY 1
               UNTIL WS00-COL-SUB > WS00-DSC-COL-CNT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CHECK-ONE-POSITION -- OPEN, EXTEND OR CLOSE A COLUMN RUN.
      *                            A GAP NARROWER THAN THE MINIMUM
      *                            GUTTER REJOINS THE PRIOR COLUMN.
      ******************************************************************
       3100-CHECK-ONE-POSITION.
           IF WS00-OCC-CNT(WS00-POS) <= WS00-NOISE-LIMIT
               MOVE 'N' TO WS00-IN-RUN-SW
               GO TO 3100-EXIT.
           IF WS00-IN-RUN
               MOVE WS00-POS TO WS00-DSC-END(WS00-DSC-COL-CNT)
               GO TO 3100-EXIT.
           SET WS00-IN-RUN TO TRUE.
           IF WS00-DSC-COL-CNT > 0
               AND WS00-POS - WS00-DSC-END(WS00-DSC-COL-CNT) - 1
                   < WS00-DSC-MIN-GUTTER
               MOVE WS00-POS TO WS00-DSC-END(WS00-DSC-COL-CNT)
               GO TO 3100-EXIT.
           IF WS00-DSC-COL-CNT = 20
               SET WS00-COLS-MERGED TO TRUE
               MOVE WS00-POS TO WS00-DSC-END(WS00-DSC-COL-CNT)
               GO TO 3100-EXIT.
           ADD 1 TO WS00-DSC-COL-CNT.
           MOVE WS00-DSC-COL-CNT TO WS00-COL-SUB.
           MOVE WS00-POS TO WS00-DSC-START(WS00-COL-SUB).
           MOVE WS00-POS TO WS00-DSC-END(WS00-COL-SUB).
           MOVE 'X'      TO WS00-DSC-TYPE(WS00-COL-SUB).
           MOVE SPACE    TO WS00-DSC-DFMT(WS00-COL-SUB).
           MOVE 'N'      TO WS00-DSC-TOT(WS00-COL-SUB).
           MOVE SPACES   TO WS00-DSC-TITLE(WS00-COL-SUB).
           MOVE ZERO     TO WS00-DSC-FILLED-CNT(WS00-COL-SUB).
           MOVE ZERO     TO WS00-DSC-NUM-CNT(WS00-COL-SUB).
           MOVE ZERO     TO WS00-DSC-DEC-CNT(WS00-COL-SUB).
           MOVE ZERO     TO WS00-DSC-YMD-CNT(WS00-COL-SUB).
           MOVE ZERO     TO WS00-DSC-MDY-CNT(WS00-COL-SUB).
           MOVE ZERO     TO WS00-DSC-DMY-CNT(WS00-COL-SUB).
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3150-CHECK-HEADING-LINE -- IS WS00-TTL-HEAD A COLUMN-HEADING
      *                            LINE?  WALK ITS PHRASES -- RUNS OF
      *                            TEXT ENDED BY TWO OR MORE BLANKS --
      *                            AND FAIL THE LINE WHEN ANY PHRASE
      *                            SPANS MORE THAN ONE COLUMN
      ******************************************************************
       3150-CHECK-HEADING-LINE.
           MOVE 'Y' TO WS00-HEAD-OK-SW.
           MOVE 'N' TO WS00-IN-PHRASE-SW.
           PERFORM 3160-SCAN-HEADING-POS THRU 3160-EXIT
               VARYING WS00-POS FROM 1 BY 1
               UNTIL WS00-POS > 133
                  OR NOT WS00-HEAD-IS-USABLE.
           IF WS00-IN-PHRASE AND WS00-HEAD-IS-USABLE
               PERFORM 3170-CHECK-ONE-PHRASE THRU 3170-EXIT
           END-IF.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3160-SCAN-HEADING-POS -- ONE POSITION OF THE PHRASE WALK
      ******************************************************************
       3160-SCAN-HEADING-POS.
           IF WS00-TTL-HEAD(WS00-POS:1) NOT = SPACE
               IF NOT WS00-IN-PHRASE
                   SET WS00-IN-PHRASE TO TRUE
                   MOVE WS00-POS TO WS00-PHR-START
               END-IF
               MOVE WS00-POS TO WS00-PHR-END
               GO TO 3160-EXIT.
           IF NOT WS00-IN-PHRASE
               GO TO 3160-EXIT.
           IF WS00-POS < 133
               IF WS00-TTL-HEAD(WS00-POS + 1:1) NOT = SPACE
                   GO TO 3160-EXIT
               END-IF
           END-IF.
           PERFORM 3170-CHECK-ONE-PHRASE THRU 3170-EXIT.
           MOVE 'N' TO WS00-IN-PHRASE-SW.
       3160-EXIT.
           EXIT.

      ******************************************************************
      * 3170-CHECK-ONE-PHRASE -- HOW MANY PROPOSED COLUMNS THE PHRASE
      *                          AT WS00-PHR-START/END OVERLAPS
      ******************************************************************
       3170-CHECK-ONE-PHRASE.
           MOVE ZERO TO WS00-PHR-HITS.
           PERFORM 3175-CHECK-PHRASE-COLUMN THRU 3175-EXIT
               VARYING WS00-HIT-SUB FROM 1 BY 1
               UNTIL WS00-HIT-SUB > WS00-DSC-COL-CNT.
           IF WS00-PHR-HITS > 1
               MOVE 'N' TO WS00-HEAD-OK-SW
           END-IF.
       3170-EXIT.
           EXIT.

      ******************************************************************
      * 3175-CHECK-PHRASE-COLUMN -- ONE COLUMN AGAINST THE PHRASE
      ******************************************************************
       3175-CHECK-PHRASE-COLUMN.
           IF WS00-PHR-START <= WS00-DSC-END(WS00-HIT-SUB)
               AND WS00-PHR-END >= WS00-DSC-START(WS00-HIT-SUB)
               ADD 1 TO WS00-PHR-HITS
           END-IF.
       3175-EXIT.
           EXIT.

      ******************************************************************
      * 3200-BUILD-ONE-TITLE -- ONE COLUMN'S LENGTH AND TITLE:  THE
      *                         HEADING TEXT ABOVE THE COLUMN ON EACH
      *                         OF THE TWO HEADING LINES THAT IS NOT A
      *                         PAGE TITLE, JOINED WITH A SPACE.  NO
      *                         HEADING TEXT AT ALL MEANS
      *                         A PLACEHOLDER TITLE 'COLUMN NN'.
      ******************************************************************
       3200-BUILD-ONE-TITLE.
           COMPUTE WS00-DSC-LEN(WS00-COL-SUB) =
               WS00-DSC-END(WS00-COL-SUB)
             - WS00-DSC-START(WS00-COL-SUB) + 1.
           MOVE SPACES TO WS00-TTL-PART-1.
           MOVE SPACES TO WS00-TTL-PART-2.
           IF WS00-HEAD-1-USABLE
               MOVE WS00-HEAD-LINE-1 TO WS00-TTL-HEAD
               PERFORM 3210-CUT-HEADING-TEXT THRU 3210-EXIT
               MOVE WS00-TTL-PART TO WS00-TTL-PART-1
           END-IF.
           IF WS00-HEAD-2-USABLE
               MOVE WS00-HEAD-LINE-2 TO WS00-TTL-HEAD
               PERFORM 3210-CUT-HEADING-TEXT THRU 3210-EXIT
               MOVE WS00-TTL-PART TO WS00-TTL-PART-2
           END-IF.
           MOVE SPACES TO WS00-TTL-WORK.
           EVALUATE TRUE
               WHEN WS00-TTL-PART-1 NOT = SPACES
                   AND WS00-TTL-PART-2 NOT = SPACES
                   STRING FUNCTION TRIM(WS00-TTL-PART-1)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS00-TTL-PART-2)
                              DELIMITED BY SIZE
                          INTO WS00-TTL-WORK
                   END-STRING
               WHEN WS00-TTL-PART-1 NOT = SPACES
                   MOVE FUNCTION TRIM(WS00-TTL-PART-1)
                       TO WS00-TTL-WORK
               WHEN WS00-TTL-PART-2 NOT = SPACES
                   MOVE FUNCTION TRIM(WS00-TTL-PART-2)
                       TO WS00-TTL-WORK
               WHEN OTHER
                   MOVE WS00-COL-SUB TO WS00-SEQ-DISP
                   STRING 'COLUMN ' DELIMITED BY SIZE
                          WS00-SEQ-DISP DELIMITED BY SIZE
                          INTO WS00-TTL-WORK
                   END-STRING
           END-EVALUATE.
           MOVE WS00-TTL-WORK(1:20) TO WS00-DSC-TITLE(WS00-COL-SUB).
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3210-CUT-HEADING-TEXT -- THE TEXT OF WS00-TTL-HEAD OVER THE
      *                          CURRENT COLUMN INTO WS00-TTL-PART.  A
      *                          HEADING WORD CROSSING EITHER EDGE OF
      *                          THE COLUMN IS WIDENED TO THE WHOLE
      *                          WORD -- RIGHT-ALIGNED AMOUNTS USUALLY
      *                          SIT UNDER A WIDER HEADING.
      ******************************************************************
       3210-CUT-HEADING-TEXT.
           MOVE SPACES TO WS00-TTL-PART.
           MOVE WS00-DSC-START(WS00-COL-SUB) TO WS00-TTL-FROM.
           MOVE WS00-DSC-END(WS00-COL-SUB)   TO WS00-TTL-TO.
           IF WS00-TTL-HEAD(WS00-TTL-FROM:1) NOT = SPACE
               MOVE 'N' TO WS00-TTL-EDGE-SW
               PERFORM 3220-WIDEN-TITLE-LEFT THRU 3220-EXIT
                   UNTIL WS00-TTL-AT-EDGE
           END-IF.
           IF WS00-TTL-HEAD(WS00-TTL-TO:1) NOT = SPACE
               MOVE 'N' TO WS00-TTL-EDGE-SW
               PERFORM 3230-WIDEN-TITLE-RIGHT THRU 3230-EXIT
                   UNTIL WS00-TTL-AT-EDGE
           END-IF.
           COMPUTE WS00-TTL-LEN = WS00-TTL-TO - WS00-TTL-FROM + 1.
           MOVE WS00-TTL-HEAD(WS00-TTL-FROM:WS00-TTL-LEN)
               TO WS00-TTL-PART.
       3210-EXIT.
           EXIT.

      ******************************************************************
      * 3220-WIDEN-TITLE-LEFT -- STEP THE TITLE CUT LEFT ONE POSITION,
      *                          OR FLAG THE EDGE AT POSITION 1 OR A
      *                          BLANK TO THE LEFT
      ******************************************************************
       3220-WIDEN-TITLE-LEFT.
           IF WS00-TTL-FROM = 1
               SET WS00-TTL-AT-EDGE TO TRUE
               GO TO 3220-EXIT.
           IF WS00-TTL-HEAD(WS00-TTL-FROM - 1:1) = SPACE
               SET WS00-TTL-AT-EDGE TO TRUE
               GO TO 3220-EXIT.
           SUBTRACT 1 FROM WS00-TTL-FROM.
       3220-EXIT.
           EXIT.

      ******************************************************************
      * 3230-WIDEN-TITLE-RIGHT -- STEP THE TITLE CUT RIGHT ONE
      *                           POSITION, OR FLAG THE EDGE AT 133 OR
      *                           A BLANK TO THE RIGHT
      ******************************************************************
       3230-WIDEN-TITLE-RIGHT.
           IF WS00-TTL-TO = 133
               SET WS00-TTL-AT-EDGE TO TRUE
               GO TO 3230-EXIT.
           IF WS00-TTL-HEAD(WS00-TTL-TO + 1:1) = SPACE
               SET WS00-TTL-AT-EDGE TO TRUE
               GO TO 3230-EXIT.
           ADD 1 TO WS00-TTL-TO.
       3230-EXIT.
           EXIT.

      ******************************************************************
      * 4000-TYPE-COLUMNS -- SECOND PASS OVER THE SAME DETAIL LINES:
      *                      EDIT EVERY NON-BLANK VALUE OF EVERY
      *                      PROPOSED COLUMN AS A DATE IN EACH PRINTED
      *                      FORMAT AND AS A NUMBER, AND KEEP THE
      *                      FIRST DETAIL LINE THAT FILLS THE MOST
      *                      COLUMNS AS THE LISTING'S SAMPLE LINE
      ******************************************************************
       4000-TYPE-COLUMNS.
           OPEN INPUT FILE-SPOOL.
           IF WS00-SPOOL-STATUS NOT = '00'
               GO TO 9100-SPOOL-ERROR.
           MOVE 'N'  TO WS00-SPOOL-EOF-SWITCH.
           MOVE ZERO TO WS00-LINE-IN-PAGE.
           MOVE ZERO TO WS00-PAGE-CNT.
           MOVE ZERO TO WS00-RECS-READ.
           MOVE ZERO TO WS00-SAMPLE-COLS.
           PERFORM 2900-READ-SPOOL THRU 2900-EXIT.
           PERFORM 4100-TYPE-ONE-LINE THRU 4100-EXIT
               UNTIL WS00-SPOOL-EOF-YES.
           CLOSE FILE-SPOOL.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-TYPE-ONE-LINE -- ONE SPOOL RECORD OF THE SECOND PASS
      ******************************************************************
       4100-TYPE-ONE-LINE.
           PERFORM 2200-CLASSIFY-LINE THRU 2200-EXIT.
           IF WS00-LINE-IS-DETAIL
               ADD 1 TO WS00-TYPED-CNT
               MOVE ZERO TO WS00-LINE-COLS
               PERFORM 4200-TYPE-ONE-CELL THRU 4200-EXIT
                   VARYING WS00-COL-SUB FROM 1 BY 1
                   UNTIL WS00-COL-SUB > WS00-DSC-COL-CNT
               IF WS00-LINE-COLS > WS00-SAMPLE-COLS
                   MOVE WS00-LINE-COLS   TO WS00-SAMPLE-COLS
                   MOVE WS00-PRINT-IMAGE TO WS00-SAMPLE-LINE
               END-IF
           END-IF.
           IF WS00-DSC-SAMPLE-MAX > 0
               AND WS00-TYPED-CNT >= WS00-DSC-SAMPLE-MAX
               SET WS00-SPOOL-EOF-YES TO TRUE
           ELSE
               PERFORM 2900-READ-SPOOL THRU 2900-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-TYPE-ONE-CELL -- ONE COLUMN OF A DETAIL LINE.  A DATE
      *                       HIT IS NOT ALSO COUNTED AS A NUMBER HIT
      *                       FOR ITS FORMAT, BUT AN 8-DIGIT YYYYMMDD
      *                       VALUE STILL PASSES THE NUMBER EDIT, SO A
      *                       COLUMN THAT TURNS OUT NOT TO BE ALL
      *                       DATES CAN STILL FALL BACK TO 'N'.
      ******************************************************************
       4200-TYPE-ONE-CELL.
           MOVE SPACES TO WS00-CELL-TEXT.
           MOVE WS00-PRINT-IMAGE(WS00-DSC-START(WS00-COL-SUB):
                                 WS00-DSC-LEN(WS00-COL-SUB))
               TO WS00-CELL-TEXT.
           IF WS00-CELL-TEXT = SPACES
               GO TO 4200-EXIT.
           ADD 1 TO WS00-LINE-COLS.
           ADD 1 TO WS00-DSC-FILLED-CNT(WS00-COL-SUB).
           MOVE FUNCTION TRIM(WS00-CELL-TEXT) TO WS00-CELL-TRIM.
           MOVE 133 TO WS00-CELL-LEN.
           PERFORM 4210-BACK-UP-CELL-LEN THRU 4210-EXIT
               UNTIL WS00-CELL-LEN = 0
                  OR WS00-CELL-TRIM(WS00-CELL-LEN:1) NOT = SPACE.
           PERFORM 4300-CHECK-DATE-FORMATS THRU 4300-EXIT.
           PERFORM 4400-EDIT-NUMBER THRU 4400-EXIT.
           IF NOT WS00-NUM-IS-BAD
               ADD 1 TO WS00-DSC-NUM-CNT(WS00-COL-SUB)
               IF WS00-NUM-DP-CNT > 0
                   ADD 1 TO WS00-DSC-DEC-CNT(WS00-COL-SUB)
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4210-BACK-UP-CELL-LEN -- STEP THE TRIMMED-VALUE LENGTH SCAN
      *                          BACK ONE
      ******************************************************************
       4210-BACK-UP-CELL-LEN.
           SUBTRACT 1 FROM WS00-CELL-LEN.
       4210-EXIT.
           EXIT.

      ******************************************************************
      * 4300-CHECK-DATE-FORMATS -- THE TRIMMED VALUE AGAINST EACH OF
      *                            THE THREE PRINTED DATE FORMATS
      *                            RPT2EXCEL 2230-EDIT-DATE-CELL READS
      ******************************************************************
       4300-CHECK-DATE-FORMATS.
           IF WS00-CELL-LEN = 8
               AND WS00-CELL-TRIM(1:8) IS NUMERIC
               MOVE WS00-CELL-TRIM(1:4) TO WS00-DATE-YYYY
               MOVE WS00-CELL-TRIM(5:2) TO WS00-DATE-MM
               MOVE WS00-CELL-TRIM(7:2) TO WS00-DATE-DD
               IF WS00-DATE-YYYY >= '1900' AND WS00-DATE-YYYY <= '2099'
                   AND WS00-DATE-MM >= '01' AND WS00-DATE-MM <= '12'
                   AND WS00-DATE-DD >= '01' AND WS00-DATE-DD <= '31'
                   ADD 1 TO WS00-DSC-YMD-CNT(WS00-COL-SUB)
               END-IF
           END-IF.
           IF WS00-CELL-LEN = 8
               AND WS00-CELL-TRIM(3:1) = '/'
               AND WS00-CELL-TRIM(6:1) = '/'
               AND WS00-CELL-TRIM(1:2) IS NUMERIC
               AND WS00-CELL-TRIM(4:2) IS NUMERIC
               AND WS00-CELL-TRIM(7:2) IS NUMERIC
               AND WS00-CELL-TRIM(1:2) >= '01'
               AND WS00-CELL-TRIM(1:2) <= '12'
               AND WS00-CELL-TRIM(4:2) >= '01'
               AND WS00-CELL-TRIM(4:2) <= '31'
               ADD 1 TO WS00-DSC-MDY-CNT(WS00-COL-SUB)
           END-IF.
           IF WS00-CELL-LEN = 10
               AND WS00-CELL-TRIM(3:1) = '.'
               AND WS00-CELL-TRIM(6:1) = '.'
               AND WS00-CELL-TRIM(1:2) IS NUMERIC
               AND WS00-CELL-TRIM(4:2) IS NUMERIC
               AND WS00-CELL-TRIM(7:4) IS NUMERIC
               AND WS00-CELL-TRIM(1:2) >= '01'
               AND WS00-CELL-TRIM(1:2) <= '31'
               AND WS00-CELL-TRIM(4:2) >= '01'
               AND WS00-CELL-TRIM(4:2) <= '12'
               ADD 1 TO WS00-DSC-DMY-CNT(WS00-COL-SUB)
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4400-EDIT-NUMBER -- THE TRIMMED VALUE THROUGH THE RPT2EXCEL
      *                     NUMBER EDIT:  DIGITS, COMMAS AFTER THE
      *                     FIRST DIGIT, ONE DECIMAL POINT, ONE
      *                     LEADING OR TRAILING SIGN, NOTHING ELSE
      ******************************************************************
       4400-EDIT-NUMBER.
           MOVE 'N'   TO WS00-NUM-BAD-SW.
           MOVE 'N'   TO WS00-NUM-ENDED-SW.
           MOVE 'N'   TO WS00-NUM-TRAIL-SW.
           MOVE SPACE TO WS00-NUM-SIGN.
           MOVE ZERO  TO WS00-NUM-DIGIT-CNT.
           MOVE ZERO  TO WS00-NUM-DP-CNT.
           PERFORM 4410-EDIT-NUMBER-CHAR THRU 4410-EXIT
               VARYING WS00-NUM-CHAR-IDX FROM 1 BY 1
               UNTIL WS00-NUM-CHAR-IDX > WS00-CELL-LEN
                  OR WS00-NUM-IS-BAD.
           IF WS00-NUM-DIGIT-CNT = 0
               SET WS00-NUM-IS-BAD TO TRUE
           END-IF.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 4410-EDIT-NUMBER-CHAR -- ONE CHARACTER OF THE TRIMMED VALUE
      ******************************************************************
       4410-EDIT-NUMBER-CHAR.
           MOVE WS00-CELL-TRIM(WS00-NUM-CHAR-IDX:1) TO WS00-NUM-CHAR.
           IF WS00-NUM-CHAR = SPACE
               SET WS00-NUM-IS-ENDED TO TRUE
               GO TO 4410-EXIT.
           IF WS00-NUM-IS-ENDED
               SET WS00-NUM-IS-BAD TO TRUE
               GO TO 4410-EXIT.
           EVALUATE TRUE
               WHEN WS00-NUM-CHAR >= '0' AND WS00-NUM-CHAR <= '9'
                   IF WS00-NUM-HAS-TRAIL-SIGN
                       SET WS00-NUM-IS-BAD TO TRUE
                   ELSE
                       ADD 1 TO WS00-NUM-DIGIT-CNT
                   END-IF
               WHEN WS00-NUM-CHAR = ','
                   IF WS00-NUM-DIGIT-CNT = 0
                       OR WS00-NUM-HAS-TRAIL-SIGN
                       SET WS00-NUM-IS-BAD TO TRUE
                   END-IF
               WHEN WS00-NUM-CHAR = '.'
                   IF WS00-NUM-DP-CNT > 0
                       OR WS00-NUM-HAS-TRAIL-SIGN
                       SET WS00-NUM-IS-BAD TO TRUE
                   ELSE
                       ADD 1 TO WS00-NUM-DP-CNT
                   END-IF
               WHEN WS00-NUM-CHAR = '-' OR WS00-NUM-CHAR = '+'
                   IF WS00-NUM-SIGN NOT = SPACE
                       SET WS00-NUM-IS-BAD TO TRUE
                   ELSE
                       MOVE WS00-NUM-CHAR TO WS00-NUM-SIGN
                       IF WS00-NUM-DIGIT-CNT > 0
                           SET WS00-NUM-HAS-TRAIL-SIGN TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   SET WS00-NUM-IS-BAD TO TRUE
           END-EVALUATE.
       4410-EXIT.
           EXIT.

      ******************************************************************
      * 5000-DECIDE-ATTRIBUTES -- TYPE, DATE FORMAT AND TOTALABLE
      *                           FLAG FOR EVERY PROPOSED COLUMN
      ******************************************************************
       5000-DECIDE-ATTRIBUTES.
           PERFORM 5100-DECIDE-ONE-COLUMN THRU 5100-EXIT
               VARYING WS00-COL-SUB FROM 1 BY 1
               UNTIL WS00-COL-SUB > WS00-DSC-COL-CNT.
           IF WS00-COLS-MERGED AND WS00-RUN-RC < 4
               MOVE 4 TO WS00-RUN-RC
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-DECIDE-ONE-COLUMN -- THE NON-BLANK VALUES MUST AGREE,
      *                           LESS THE NOISE ALLOWANCE:  DATES OF
      *                           ONE FORMAT = 'D', NUMBERS = 'N',
      *                           ANYTHING ELSE = 'X'.  A COLUMN THAT
      *                           IS BLANK ON EVERY DETAIL LINE STAYS
      *                           'X'.
      ******************************************************************
       5100-DECIDE-ONE-COLUMN.
           MOVE 'X'   TO WS00-DSC-TYPE(WS00-COL-SUB).
           MOVE SPACE TO WS00-DSC-DFMT(WS00-COL-SUB).
           MOVE 'N'   TO WS00-DSC-TOT(WS00-COL-SUB).
           IF WS00-DSC-FILLED-CNT(WS00-COL-SUB) = 0
               GO TO 5100-EXIT.
           COMPUTE WS00-TYPE-NEED =
               WS00-DSC-FILLED-CNT(WS00-COL-SUB)
             - (WS00-DSC-FILLED-CNT(WS00-COL-SUB)
                 * WS00-DSC-NOISE-PCT) / 100.
           EVALUATE TRUE
               WHEN WS00-DSC-YMD-CNT(WS00-COL-SUB) >= WS00-TYPE-NEED
                   MOVE 'D' TO WS00-DSC-TYPE(WS00-COL-SUB)
                   MOVE '1' TO WS00-DSC-DFMT(WS00-COL-SUB)
               WHEN WS00-DSC-MDY-CNT(WS00-COL-SUB) >= WS00-TYPE-NEED
                   MOVE 'D' TO WS00-DSC-TYPE(WS00-COL-SUB)
                   MOVE '2' TO WS00-DSC-DFMT(WS00-COL-SUB)
               WHEN WS00-DSC-DMY-CNT(WS00-COL-SUB) >= WS00-TYPE-NEED
                   MOVE 'D' TO WS00-DSC-TYPE(WS00-COL-SUB)
                   MOVE '3' TO WS00-DSC-DFMT(WS00-COL-SUB)
               WHEN WS00-DSC-NUM-CNT(WS00-COL-SUB) >= WS00-TYPE-NEED
                   MOVE 'N' TO WS00-DSC-TYPE(WS00-COL-SUB)
                   IF WS00-DSC-DEC-CNT(WS00-COL-SUB) > 0
                       MOVE 'Y' TO WS00-DSC-TOT(WS00-COL-SUB)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-CARDS -- ONE RPTTBMNT ADD-LAYOUT CARD PER COLUMN,
      *                     THE 72-BYTE RPTLAYT IMAGE IN COLS 3-74
      ******************************************************************
       6000-WRITE-CARDS.
           OPEN OUTPUT FILE-MNTOUT.
           IF WS00-MNTOUT-STATUS NOT = '00'
               GO TO 9400-MNTOUT-ERROR.
           PERFORM 6100-WRITE-ONE-CARD THRU 6100-EXIT
               VARYING WS00-COL-SUB FROM 1 BY 1
               UNTIL WS00-COL-SUB > WS00-DSC-COL-CNT.
           CLOSE FILE-MNTOUT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-WRITE-ONE-CARD -- ONE PROPOSED COLUMN AS AN "A L" CARD
      ******************************************************************
       6100-WRITE-ONE-CARD.
           MOVE SPACES TO WS00-LAYTB-IN-REC.
           MOVE WS00-DSC-REPORT-ID  TO WS00-LAYTB-IN-REPORT-ID.
           MOVE WS00-DSC-SHEET-NAME TO WS00-LAYTB-IN-SHEET-NAME.
           MOVE WS00-COL-SUB        TO WS00-LAYTB-IN-COL-SEQ.
           MOVE WS00-DSC-START(WS00-COL-SUB)
               TO WS00-LAYTB-IN-COL-START.
           MOVE WS00-DSC-LEN(WS00-COL-SUB)
               TO WS00-LAYTB-IN-COL-LEN.
           MOVE WS00-DSC-TYPE(WS00-COL-SUB)
               TO WS00-LAYTB-IN-COL-TYPE.
           MOVE WS00-DSC-TITLE(WS00-COL-SUB)
               TO WS00-LAYTB-IN-COL-TITLE.
           MOVE WS00-DSC-DFMT(WS00-COL-SUB)
               TO WS00-LAYTB-IN-COL-DFMT.
           MOVE WS00-DSC-TOT(WS00-COL-SUB)
               TO WS00-LAYTB-IN-COL-TOT.
           MOVE 1   TO WS00-LAYTB-IN-COL-LINE.
           MOVE 1   TO WS00-LAYTB-IN-GRP-LINES.
           MOVE 'N' TO WS00-LAYTB-IN-COL-KEY.
           MOVE WS00-LAYTB-IN-REC TO WS00-MNT-IMAGE.
           WRITE FD-MNTOUT-REC FROM WS00-MNT-CARD.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-LISTING -- THE EVIDENCE FOR THE PROPOSAL:  COUNTS,
      *                       A POSITION SCALE, THE HEADING LINES, THE
      *                       SAMPLE LINE WITH A RULE UNDER IT MARKING
      *                       EACH COLUMN'S EXTENT ('<' START, '>'
      *                       END, THE SEQUENCE NUMBER'S LAST DIGIT IN
      *                       BETWEEN), AND ONE LINE PER COLUMN
      ******************************************************************
       7000-WRITE-LISTING.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           STRING 'REPORT-ID . . . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-DSC-REPORT-ID DELIMITED BY SIZE
                  '   SHEET ' DELIMITED BY SIZE
                  WS00-DSC-SHEET-NAME DELIMITED BY SIZE
                  '   CC-MODE ' DELIMITED BY SIZE
                  WS00-DSC-CC-MODE DELIMITED BY SIZE
                  INTO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           MOVE WS00-RECS-READ TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           STRING 'SPOOL RECORDS READ. . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP DELIMITED BY SIZE
                  INTO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           MOVE WS00-DETAIL-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           STRING 'DETAIL LINES MEASURED . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP DELIMITED BY SIZE
                  INTO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           MOVE WS00-NOISE-LIMIT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           STRING 'GUTTER NOISE LIMIT (LINES). . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP DELIMITED BY SIZE
                  INTO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           MOVE WS00-DSC-COL-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           STRING 'COLUMNS PROPOSED. . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP DELIMITED BY SIZE
                  INTO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           IF WS00-COLS-MERGED
               MOVE SPACES TO WS00-DSCRPT-LINE
               STRING '*** MORE THAN 20 COLUMNS FOUND - EVERYTHING '
                          DELIMITED BY SIZE
                      'PAST THE 19TH IS MERGED INTO COLUMN 20'
                          DELIMITED BY SIZE
                      INTO WS00-DSCRPT-LINE
               WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE
           END-IF.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           MOVE ALL '....+....0' TO WS00-SCALE-LINE.
           PERFORM 7100-MARK-SCALE-TENS THRU 7100-EXIT
               VARYING WS00-POS FROM 10 BY 10
               UNTIL WS00-POS > 133.
           MOVE SPACES TO WS00-RULE-LINE.
           PERFORM 7200-RULE-ONE-COLUMN THRU 7200-EXIT
               VARYING WS00-COL-SUB FROM 1 BY 1
               UNTIL WS00-COL-SUB > WS00-DSC-COL-CNT.
           WRITE FD-DSCRPT-REC FROM WS00-SCALE-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-HEAD-LINE-1.
           WRITE FD-DSCRPT-REC FROM WS00-HEAD-LINE-2.
           WRITE FD-DSCRPT-REC FROM WS00-RULE-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-SAMPLE-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-RULE-LINE.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           STRING 'SEQ START LEN TYPE DFMT TOT TITLE               '
                      DELIMITED BY SIZE
                  '  SAMPLE VALUE' DELIMITED BY SIZE
                  INTO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           PERFORM 7300-LIST-ONE-COLUMN THRU 7300-EXIT
               VARYING WS00-COL-SUB FROM 1 BY 1
               UNTIL WS00-COL-SUB > WS00-DSC-COL-CNT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-MARK-SCALE-TENS -- THE TENS DIGIT AT EVERY TENTH POSITION
      *                         OF THE SCALE LINE
      ******************************************************************
       7100-MARK-SCALE-TENS.
           MOVE WS00-POS TO WS00-POS-DISP.
           MOVE WS00-POS-DISP(2:1) TO WS00-SCALE-LINE(WS00-POS:1).
           IF WS00-POS >= 100
               MOVE WS00-POS-DISP(1:1)
                   TO WS00-SCALE-LINE(WS00-POS - 1:1)
           END-IF.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7200-RULE-ONE-COLUMN -- ONE COLUMN'S EXTENT ON THE RULE LINE
      ******************************************************************
       7200-RULE-ONE-COLUMN.
           MOVE WS00-COL-SUB TO WS00-SEQ-DISP.
           PERFORM 7210-RULE-ONE-POSITION THRU 7210-EXIT
               VARYING WS00-POS FROM WS00-DSC-START(WS00-COL-SUB) BY 1
               UNTIL WS00-POS > WS00-DSC-END(WS00-COL-SUB).
           MOVE '<' TO WS00-RULE-LINE(WS00-DSC-START(WS00-COL-SUB):1).
           MOVE '>' TO WS00-RULE-LINE(WS00-DSC-END(WS00-COL-SUB):1).
       7200-EXIT.
           EXIT.

      ******************************************************************
      * 7210-RULE-ONE-POSITION -- ONE POSITION INSIDE A COLUMN
      ******************************************************************
       7210-RULE-ONE-POSITION.
           MOVE WS00-SEQ-DISP(2:1) TO WS00-RULE-LINE(WS00-POS:1).
       7210-EXIT.
           EXIT.

      ******************************************************************
      * 7300-LIST-ONE-COLUMN -- ONE PROPOSED COLUMN'S ATTRIBUTES AND
      *                         ITS VALUE ON THE SAMPLE LINE
      ******************************************************************
       7300-LIST-ONE-COLUMN.
           MOVE SPACES TO WS00-CELL-TEXT.
           MOVE WS00-SAMPLE-LINE(WS00-DSC-START(WS00-COL-SUB):
                                 WS00-DSC-LEN(WS00-COL-SUB))
               TO WS00-CELL-TEXT.
           MOVE WS00-COL-SUB TO WS00-SEQ-DISP.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           MOVE WS00-DSC-START(WS00-COL-SUB) TO WS00-POS-DISP.
           STRING ' ' DELIMITED BY SIZE
                  WS00-SEQ-DISP DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS00-POS-DISP DELIMITED BY SIZE
                  INTO WS00-DSCRPT-LINE.
           MOVE WS00-DSC-LEN(WS00-COL-SUB) TO WS00-POS-DISP.
           MOVE WS00-POS-DISP TO WS00-DSCRPT-LINE(11:3).
           MOVE WS00-DSC-TYPE(WS00-COL-SUB)
               TO WS00-DSCRPT-LINE(16:1).
           MOVE WS00-DSC-DFMT(WS00-COL-SUB)
               TO WS00-DSCRPT-LINE(21:1).
           MOVE WS00-DSC-TOT(WS00-COL-SUB)
               TO WS00-DSCRPT-LINE(26:1).
           MOVE WS00-DSC-TITLE(WS00-COL-SUB)
               TO WS00-DSCRPT-LINE(29:20).
           MOVE WS00-DSC-LEN(WS00-COL-SUB) TO WS00-SHOW-LEN.
           IF WS00-SHOW-LEN > 81
               MOVE 81 TO WS00-SHOW-LEN
           END-IF.
           MOVE '[' TO WS00-DSCRPT-LINE(51:1).
           MOVE WS00-CELL-TEXT(1:WS00-SHOW-LEN)
               TO WS00-DSCRPT-LINE(52:WS00-SHOW-LEN).
           MOVE ']' TO WS00-DSCRPT-LINE(52 + WS00-SHOW-LEN:1).
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
       7300-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE -- CLOSING LINE AND CLOSE
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           STRING 'PROPOSED LAYOUT WRITTEN TO MNTOUT AS RPTTBMNT '
                      DELIMITED BY SIZE
                  'A L CARDS - REVIEW BEFORE APPLYING'
                      DELIMITED BY SIZE
                  INTO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           CLOSE FILE-DSCRPT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-SPOOL-ERROR / 9200-DSCPARM-ERROR / 9300-NO-DETAIL-ERROR /
      * 9400-MNTOUT-ERROR -- NOTHING TO PROPOSE FROM:  LIST THE
      * REASON AND END WITH CONDITION CODE 8
      ******************************************************************
       9100-SPOOL-ERROR.
           DISPLAY 'RPTLAYDS - FILE-SPOOL ERROR, STATUS = '
               WS00-SPOOL-STATUS.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           STRING 'UNABLE TO OPEN SPOOLIN, STATUS ' DELIMITED BY SIZE
                  WS00-SPOOL-STATUS DELIMITED BY SIZE
                  INTO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           CLOSE FILE-DSCRPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9200-DSCPARM-ERROR.
           DISPLAY 'RPTLAYDS - DSCPARM CARD MISSING OR INVALID, '
               'STATUS = ' WS00-DSCPARM-STATUS.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           STRING 'DSCPARM CARD MISSING, NO REPORT-ID, OR CC-MODE '
                      DELIMITED BY SIZE
                  'NOT BLANK/F/A' DELIMITED BY SIZE
                  INTO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           CLOSE FILE-DSCRPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9300-NO-DETAIL-ERROR.
           DISPLAY 'RPTLAYDS - NO DETAIL LINES IN THE SAMPLE SPOOL'.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           STRING 'NO DETAIL LINES FOUND PAST THE TWO HEADING LINES '
                      DELIMITED BY SIZE
                  '- CHECK CC-MODE AND THE SAMPLE' DELIMITED BY SIZE
                  INTO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           CLOSE FILE-DSCRPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9400-MNTOUT-ERROR.
           DISPLAY 'RPTLAYDS - FILE-MNTOUT ERROR, STATUS = '
               WS00-MNTOUT-STATUS.
           MOVE SPACES TO WS00-DSCRPT-LINE.
           STRING 'UNABLE TO OPEN MNTOUT, STATUS ' DELIMITED BY SIZE
                  WS00-MNTOUT-STATUS DELIMITED BY SIZE
                  ' - NO RPTTBMNT CARDS WRITTEN' DELIMITED BY SIZE
                  INTO WS00-DSCRPT-LINE.
           WRITE FD-DSCRPT-REC FROM WS00-DSCRPT-LINE.
           CLOSE FILE-DSCRPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
