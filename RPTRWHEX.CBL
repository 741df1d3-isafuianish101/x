      ******************************************************************
       ID DIVISION.
      ******************************************************************
       PROGRAM-ID.   RPTRWHEX.
       AUTHOR.       ANISH SAFUI @ IBM.

      ******************************************************************
      * ROW HISTORY EXTRACT -- ONE ITEM ACROSS NIGHTS                 *
      ******************************************************************
      *
      * READS THE RPTROWH ROW HISTORY KSDS (COPYLIB/RPTRWH.CPY) THAT
      * RPT2EXCEL AND RPTRWHLD FILE EVERY CONVERTED DATA ROW ON, AND
      * PULLS THE ROWS THE EXTPARM REQUEST CARDS ASK FOR -- ONE
      * REPORT, A KEY VALUE OR KEY RANGE, A RANGE OF NIGHTS AND
      * OPTIONALLY A CHOICE OF COLUMNS -- INTO ONE OUTPUT (EXTOUT):
      *   E  A SPREADSHEETML WORKBOOK, ONE WORKSHEET PER REQUEST
      *      (NAMED REPORT-ID + REQUEST NUMBER), A BOLD TITLE ROW OF
      *      RUN DATE AND THE LAYOUT'S COLUMN TITLES, THEN ONE ROW PER
      *      FILED ROW -- AMOUNTS AS NUMBER CELLS, DATES AS DATETIME
      *      CELLS IN THE sDate STYLE, AS THE CONVERSION WRITES THEM
      *   C  A CSV, EACH REQUEST LED BY A TITLE LINE, EVERY ROW
      *      CARRYING REPORT-ID AND RUN DATE, DATES AS YYYY-MM-DD, A
      *      VALUE HOLDING A COMMA OR QUOTE QUOTED AS RPT2EXCEL DOES
      * A KEY RANGE IS READ ON THE PRIMARY KEY, SO THE ROWS COME IN
      * KEY ORDER, EACH KEY'S NIGHTS OLDEST FIRST.  A REQUEST FOR ALL
      * KEYS IS READ ON THE NIGHT PATH (RPTROWH1), SO THE ROWS COME
      * NIGHT BY NIGHT.  COLUMN TITLES ARE TAKEN FROM THE CURRENT
      * RPTLAYTB LAYOUT OF THE REPORT ('COLUMN nn' WHEN IT HAS NONE).
      * MASKED COLUMNS WERE FILED MASKED AND COME OUT MASKED.
      * THE EXTRPT LISTING ECHOES EVERY REQUEST WITH THE ROWS IT
      * RETURNED, OR WHY IT WAS DROPPED.
      *
      * EXTPARM CARD LAYOUT (ONE REQUEST PER CARD, BLANK CARDS ARE
      * PASSED BY):
      *   COL   1-  8  REPORT-ID (REQUIRED)
      *   COL       9  OUTPUT FORMAT, E = WORKBOOK, C = CSV.  THE
      *                FIRST REQUEST DECIDES FOR THE RUN (BLANK = E);
      *                A LATER REQUEST ASKING FOR THE OTHER FORMAT IS
      *                NOTED ON EXTRPT AND RUN IN THE RUN'S FORMAT.
      *   COL  10- 49  KEY FROM -- THE ROW KEY AS FILED:  THE KEY
      *                COLUMNS IN LAYOUT ORDER, EACH LEFT-JUSTIFIED IN
      *                ITS OWN COL-LEN (A DATE KEY AS YYYYMMDD).
      *   COL  50- 89  KEY TO.  BLANK = THE SAME AS KEY FROM; '*' =
      *                NO UPPER LIMIT.  KEY TO IS A PREFIX:  EVERY KEY
      *                BEGINNING WITH IT IS IN RANGE, SO A KEY FROM
      *                ALONE SELECTS ONE ITEM, OR EVERY ITEM WHOSE KEY
      *                BEGINS WITH IT.  BOTH BLANK = EVERY KEY.
      *   COL  90- 97  FIRST NIGHT, YYYYMMDD (BLANK = THE OLDEST KEPT)
      *   COL  98-105  LAST NIGHT, YYYYMMDD (BLANK = THE LATEST)
      *   COL 106-145  COLUMNS WANTED, UP TO 20 TWO-DIGIT LAYOUT
      *                COLUMN NUMBERS 01-20 IN THE ORDER WANTED
      *                (BLANK = EVERY COLUMN)
      *
      * ENDS WITH CONDITION CODE
      *   0  EVERY REQUEST RAN AND FOUND ROWS
      *   4  A REQUEST WAS DROPPED OR FOUND NO ROWS
      *   8  NO VALID REQUEST, A READ ERROR ON THE HISTORY, OR
      *      RPTROWH / EXTPARM / EXTOUT CANNOT BE OPENED
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
           SELECT FILE-ROWH ASSIGN TO RPTROWH
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS FD-ROWH-KEY
                              ALTERNATE RECORD KEY IS FD-ROWH-NIGHT-KEY
                                  WITH DUPLICATES
                              FILE STATUS WS00-ROWH-STATUS.

           SELECT OPTIONAL FILE-LAYTB ASSIGN TO RPTLAYTB
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-LAYTB-STATUS.

           SELECT FILE-PARM ASSIGN TO EXTPARM
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-PARM-STATUS.

           SELECT FILE-EXTOUT ASSIGN TO EXTOUT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-EXTOUT-STATUS.

           SELECT FILE-EXTRPT ASSIGN TO EXTRPT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-EXTRPT-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

       FD  FILE-ROWH.
       01  FD-ROWH-REC.
           05  FD-ROWH-KEY.
               10  FD-ROWH-REPORT-ID     PIC X(08).
               10  FD-ROWH-ROW-KEY       PIC X(40).
               10  FD-ROWH-RUN-DATE      PIC X(08).
               10  FD-ROWH-REC-NBR       PIC X(09).
           05  FD-ROWH-NIGHT-KEY.
               10  FD-ROWH-NGT-REPORT-ID PIC X(08).
               10  FD-ROWH-NGT-RUN-DATE  PIC X(08).
           05  FILLER                    PIC X(769).

       FD  FILE-LAYTB
           RECORDING MODE IS F.
       01  FD-LAYTB-REC                  PIC X(72).

       FD  FILE-PARM
           RECORDING MODE IS F.
       01  FD-PARM-REC                   PIC X(160).

       FD  FILE-EXTOUT
           RECORDING MODE IS F.
       01  FD-EXTOUT-REC                 PIC X(2048).

       FD  FILE-EXTRPT
           RECORDING MODE IS F.
       01  FD-EXTRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *    FILE STATUS FIELDS
      ******************************************************************
       77  WS00-ROWH-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-LAYTB-STATUS             PIC X(02)   VALUE SPACES.
       77  WS00-PARM-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-EXTOUT-STATUS            PIC X(02)   VALUE SPACES.
       77  WS00-EXTRPT-STATUS            PIC X(02)   VALUE SPACES.

      ******************************************************************
      *    SWITCHES
      ******************************************************************
       77  WS00-PARM-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  WS00-PARM-EOF-YES                      VALUE 'Y'.
       77  WS00-LAYTB-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS00-LAYTB-EOF-YES                     VALUE 'Y'.
       77  WS00-LAYT-FOUND-SWITCH        PIC X(01)   VALUE 'N'.
           88  WS00-LAYT-FOUND                        VALUE 'Y'.
       77  WS00-ROWH-END-SW              PIC X(01)   VALUE 'N'.
           88  WS00-ROWH-END                          VALUE 'Y'.
       77  WS00-XRQ-OK-SW                PIC X(01)   VALUE 'N'.
           88  WS00-XRQ-OK                            VALUE 'Y'.
       77  WS00-XRQ-ALL-KEYS-SW          PIC X(01)   VALUE 'N'.
           88  WS00-XRQ-ALL-KEYS                      VALUE 'Y'.
       77  WS00-HDR-DONE-SW              PIC X(01)   VALUE 'N'.
           88  WS00-HDR-DONE                          VALUE 'Y'.
       77  WS00-OUT-FMT                  PIC X(01)   VALUE SPACE.
           88  WS00-OUT-NOT-SET                       VALUE SPACE.
           88  WS00-OUT-WORKBOOK                      VALUE 'E'.
           88  WS00-OUT-CSV                           VALUE 'C'.
       77  WS00-XRQ-RC                   PIC 9(02)   VALUE ZERO.

      ******************************************************************
      *    REQUEST CARD (EXTPARM)
      ******************************************************************
       01  WS00-XRQ-IN-REC.
           05  WS00-XRQ-IN-REPORT-ID     PIC X(08).
           05  WS00-XRQ-IN-FORMAT        PIC X(01).
           05  WS00-XRQ-IN-KEY-FROM      PIC X(40).
           05  WS00-XRQ-IN-KEY-TO        PIC X(40).
           05  WS00-XRQ-IN-DATE-FROM     PIC X(08).
           05  WS00-XRQ-IN-DATE-FROM-N REDEFINES WS00-XRQ-IN-DATE-FROM
                                         PIC 9(08).
           05  WS00-XRQ-IN-DATE-TO       PIC X(08).
           05  WS00-XRQ-IN-DATE-TO-N REDEFINES WS00-XRQ-IN-DATE-TO
                                         PIC 9(08).
           05  WS00-XRQ-IN-COLS          PIC X(40).
           05  WS00-XRQ-IN-COLS-X REDEFINES WS00-XRQ-IN-COLS.
               10  WS00-XRQ-IN-COL-X OCCURS 20 TIMES
                                         PIC X(02).
           05  WS00-XRQ-IN-COLS-N REDEFINES WS00-XRQ-IN-COLS.
               10  WS00-XRQ-IN-COL-N OCCURS 20 TIMES
                                         PIC 9(02).
           05  FILLER                    PIC X(15).

      ******************************************************************
      *    THE REQUEST IN HAND.  KEY-LO / KEY-HI BOUND THE ROW KEY:
      *    KEY-HI IS KEY TO (OR KEY FROM) PADDED WITH HIGH-VALUES, SO
      *    EVERY KEY BEGINNING WITH IT IS INSIDE THE RANGE.
      ******************************************************************
       77  WS00-XRQ-REPORT-ID            PIC X(08)   VALUE SPACES.
       77  WS00-XRQ-FORMAT               PIC X(01)   VALUE SPACE.
       77  WS00-XRQ-KEY-LO               PIC X(40)   VALUE SPACES.
       77  WS00-XRQ-KEY-HI               PIC X(40)   VALUE SPACES.
       77  WS00-XRQ-HI-TEXT              PIC X(40)   VALUE SPACES.
       77  WS00-XRQ-HI-LEN               PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-XRQ-DATE-LO              PIC X(08)   VALUE SPACES.
       77  WS00-XRQ-DATE-HI              PIC X(08)   VALUE SPACES.
       77  WS00-XRQ-DATE-INT             PIC S9(09) COMP   VALUE ZERO.
       77  WS00-XRQ-ROWS                 PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-XRQ-SEQ                  PIC 9(03)         VALUE ZERO.
       77  WS00-CARD-NBR                 PIC 9(03)         VALUE ZERO.
       77  WS00-CARD-SUB                 PIC 9(02)  COMP   VALUE 1.
       77  WS00-DROP-REASON              PIC X(40)   VALUE SPACES.

      ******************************************************************
      *    THE OUTPUT COLUMNS OF THE REQUEST, AS LAYOUT COLUMN NUMBERS
      ******************************************************************
       01  WS00-OUT-COLS.
           05  WS00-OUT-COL-CNT          PIC 9(02)  COMP   VALUE ZERO.
           05  WS00-OUT-COL OCCURS 20 TIMES
                                         PIC 9(02)  COMP.
       77  WS00-OUT-SUB                  PIC 9(02)  COMP   VALUE 1.
       77  WS00-OUT-COL-DISP             PIC 9(02)         VALUE ZERO.

      ******************************************************************
      *    CELL WORK AREAS
      ******************************************************************
       77  WS00-CELL-COL                 PIC 9(02)  COMP   VALUE ZERO.
       77  WS00-CELL-POS                 PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-CELL-LEN                 PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-CELL-TYPE                PIC X(01)   VALUE 'X'.
           88  WS00-CELL-IS-TEXT                      VALUE 'X'.
           88  WS00-CELL-IS-NUMBER                    VALUE 'N'.
           88  WS00-CELL-IS-DATE                      VALUE 'D'.
       77  WS00-AMT-EDIT                 PIC -(13)9.99.
       77  WS00-DATE-ISO                 PIC X(10)   VALUE SPACES.

      ******************************************************************
      *    COUNTERS
      ******************************************************************
       77  WS00-CARDS-READ               PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-REQ-RUN                  PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-REQ-DROPPED              PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-REQ-EMPTY                PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-HIST-READ                PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-ROWS-TOTAL               PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-NBR-DISP                 PIC ZZZZZZZZ9.

      ******************************************************************
      *    WORKBOOK WRITER WORK AREAS (SPREADSHEETML, SAME STYLES THE
      *    CONVERSION DECLARES)
      ******************************************************************
       01  WS00-XML-LINE                 PIC X(2048).
       77  WS00-CELL-TEXT                PIC X(133)  VALUE SPACES.
       77  WS00-CELL-ESC-TEXT            PIC X(800)  VALUE SPACES.
       77  WS00-ESC-PTR                  PIC 9(04) COMP   VALUE 1.
       77  WS00-ESC-IDX                  PIC 9(03) COMP   VALUE 1.
       77  WS00-ESC-CHAR                 PIC X(01)   VALUE SPACE.
       77  WS00-XRQ-SHEET-NAME           PIC X(20)   VALUE SPACES.

      ******************************************************************
      *    CSV WRITER WORK AREAS (SAME QUOTING AS THE CONVERSION)
      ******************************************************************
       01  WS00-CSV-LINE                 PIC X(2048).
       77  WS00-CSV-PTR                  PIC 9(04) COMP   VALUE 1.
       77  WS00-CSV-COMMA-CNT            PIC 9(03) COMP   VALUE 0.
       77  WS00-CSV-QUOTE-CNT            PIC 9(03) COMP   VALUE 0.
       77  WS00-CSV-TRIM-LEN             PIC 9(03) COMP   VALUE 0.
       77  WS00-CSV-CHAR-IDX             PIC 9(03) COMP   VALUE 1.
       77  WS00-CSV-QUOTED-TEXT          PIC X(300)  VALUE SPACES.
       77  WS00-CSV-Q-PTR                PIC 9(04) COMP   VALUE 1.
       77  WS00-CSV-LEAD-POS             PIC 9(03) COMP   VALUE 1.

      ******************************************************************
      *    REPORT LINE WORK AREAS
      ******************************************************************
       01  WS00-EXTRPT-LINE              PIC X(132).

      ******************************************************************
      *    PARAMETER-DRIVEN REPORT LAYOUT TABLE (SEE COPYLIB/RPTLAYT)
      ******************************************************************
           COPY RPTLAYT.

      ******************************************************************
      *    ROW HISTORY RECORD (SEE COPYLIB/RPTRWH.CPY)
      ******************************************************************
           COPY RPTRWH.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CARD     THRU 2000-EXIT
               UNTIL WS00-PARM-EOF-YES.
           PERFORM 8000-TERMINATE        THRU 8000-EXIT.
           MOVE WS00-XRQ-RC TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- LOAD THE LAYOUT TITLES, OPEN THE HISTORY,
      *                    THE OUTPUT AND THE REQUEST CARDS
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT FILE-EXTRPT.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           STRING 'RPTRWHEX - ROW HISTORY EXTRACT'
                      DELIMITED BY SIZE
                  INTO WS00-EXTRPT-LINE.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
           PERFORM 1200-LOAD-LAYOUT-TABLE THRU 1200-EXIT.
           OPEN INPUT FILE-ROWH.
           IF WS00-ROWH-STATUS NOT = '00'
               GO TO 9100-ROWH-ERROR.
           OPEN OUTPUT FILE-EXTOUT.
           IF WS00-EXTOUT-STATUS NOT = '00'
               GO TO 9200-EXTOUT-ERROR.
           OPEN INPUT FILE-PARM.
           IF WS00-PARM-STATUS NOT = '00'
               GO TO 9300-PARM-ERROR.
           PERFORM 2010-READ-PARM-CARD   THRU 2010-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-LAYOUT-TABLE -- READ RPTLAYTB ONCE FOR THE COLUMN
      *                            TITLES, SAME FOLD AS RPT2EXCEL
      ******************************************************************
       1200-LOAD-LAYOUT-TABLE.
           MOVE ZERO TO WS00-LAYT-COUNT.
           OPEN INPUT FILE-LAYTB.
           IF WS00-LAYTB-STATUS = '00'
               PERFORM 1210-READ-LAYTB-RECORD THRU 1210-EXIT
               PERFORM 1220-BUILD-LAYT-ENTRY THRU 1220-EXIT
                   UNTIL WS00-LAYTB-EOF-YES
               CLOSE FILE-LAYTB
           END-IF.
           MOVE 'N' TO WS00-LAYTB-EOF-SWITCH.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-READ-LAYTB-RECORD -- ONE RPTLAYTB COLUMN DEFINITION
      ******************************************************************
       1210-READ-LAYTB-RECORD.
           READ FILE-LAYTB INTO WS00-LAYTB-IN-REC
               AT END
                   SET WS00-LAYTB-EOF-YES TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1220-BUILD-LAYT-ENTRY -- FOLD ONE RPTLAYTB RECORD INTO
      *                           WS00-LAYT-TABLE
      *                           (THE TYPE 'T' TRAILER-LINE AND TYPE
      *                           'R' RUN-DATE RECORDS ARE NOT
      *                           COLUMNS AND ARE PASSED BY)
      ******************************************************************
       1220-BUILD-LAYT-ENTRY.
           IF WS00-LAYT-COUNT = 0
               OR WS00-LAYTB-IN-REPORT-ID NOT =
                   WS00-LAYT-REPORT-ID(WS00-LAYT-COUNT)
               IF WS00-LAYT-COUNT = 50
                   GO TO 9400-LAYTB-OVERFLOW-ERROR
               END-IF
               ADD 1 TO WS00-LAYT-COUNT
               MOVE WS00-LAYTB-IN-REPORT-ID
                   TO WS00-LAYT-REPORT-ID(WS00-LAYT-COUNT)
               MOVE WS00-LAYTB-IN-SHEET-NAME
                   TO WS00-LAYT-SHEET-NAME(WS00-LAYT-COUNT)
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
           ADD 1 TO WS00-LAYT-COL-COUNT(WS00-LAYT-COUNT).
           SET WS00-LAYT-COL-IDX
               TO WS00-LAYT-COL-COUNT(WS00-LAYT-COUNT).
           MOVE WS00-LAYTB-IN-COL-TYPE
               TO WS00-LAYT-COL-TYPE(WS00-LAYT-COUNT,
                                       WS00-LAYT-COL-IDX).
           MOVE WS00-LAYTB-IN-COL-TITLE
               TO WS00-LAYT-COL-TITLE(WS00-LAYT-COUNT,
                                        WS00-LAYT-COL-IDX).
           PERFORM 1210-READ-LAYTB-RECORD THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CARD -- ECHO ONE REQUEST CARD, EDIT IT, AND RUN
      *                      IT OR SAY WHY NOT
      ******************************************************************
       2000-PROCESS-CARD.
           IF WS00-XRQ-IN-REC = SPACES
               PERFORM 2010-READ-PARM-CARD THRU 2010-EXIT
               GO TO 2000-EXIT.
           ADD 1 TO WS00-CARDS-READ.
           ADD 1 TO WS00-CARD-NBR.
           PERFORM 2050-ECHO-CARD        THRU 2050-EXIT.
           PERFORM 2100-EDIT-REQUEST     THRU 2100-EXIT.
           IF NOT WS00-XRQ-OK
               ADD 1 TO WS00-REQ-DROPPED
               IF WS00-XRQ-RC < 4
                   MOVE 4 TO WS00-XRQ-RC
               END-IF
               MOVE SPACES TO WS00-EXTRPT-LINE
               STRING '          DROPPED - '
                          DELIMITED BY SIZE
                      WS00-DROP-REASON
                          DELIMITED BY SIZE
                      INTO WS00-EXTRPT-LINE
               WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE
               MOVE SPACES TO WS00-EXTRPT-LINE
               WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE
               PERFORM 2010-READ-PARM-CARD THRU 2010-EXIT
               GO TO 2000-EXIT.
           PERFORM 2200-SET-FORMAT       THRU 2200-EXIT.
           PERFORM 2300-EXTRACT-REQUEST  THRU 2300-EXIT.
           PERFORM 2010-READ-PARM-CARD   THRU 2010-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-READ-PARM-CARD -- THE NEXT EXTPARM REQUEST CARD
      ******************************************************************
       2010-READ-PARM-CARD.
           MOVE SPACES TO WS00-XRQ-IN-REC.
           READ FILE-PARM INTO WS00-XRQ-IN-REC
               AT END
                   SET WS00-PARM-EOF-YES TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2050-ECHO-CARD -- THE REQUEST AS PUNCHED, ON EXTRPT
      ******************************************************************
       2050-ECHO-CARD.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           STRING 'CARD '
                      DELIMITED BY SIZE
                  WS00-CARD-NBR
                      DELIMITED BY SIZE
                  '  REPORT '
                      DELIMITED BY SIZE
                  WS00-XRQ-IN-REPORT-ID
                      DELIMITED BY SIZE
                  '  FORMAT '
                      DELIMITED BY SIZE
                  WS00-XRQ-IN-FORMAT
                      DELIMITED BY SIZE
                  '  NIGHTS '
                      DELIMITED BY SIZE
                  WS00-XRQ-IN-DATE-FROM
                      DELIMITED BY SIZE
                  ' TO '
                      DELIMITED BY SIZE
                  WS00-XRQ-IN-DATE-TO
                      DELIMITED BY SIZE
                  INTO WS00-EXTRPT-LINE.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           IF WS00-XRQ-IN-KEY-FROM = SPACES
               AND WS00-XRQ-IN-KEY-TO = SPACES
               STRING '          KEYS    ALL'
                          DELIMITED BY SIZE
                      INTO WS00-EXTRPT-LINE
           ELSE
               STRING '          KEYS    '
                          DELIMITED BY SIZE
                      WS00-XRQ-IN-KEY-FROM
                          DELIMITED BY SIZE
                      ' TO '
                          DELIMITED BY SIZE
                      WS00-XRQ-IN-KEY-TO
                          DELIMITED BY SIZE
                      INTO WS00-EXTRPT-LINE
           END-IF.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           IF WS00-XRQ-IN-COLS = SPACES
               STRING '          COLUMNS ALL'
                          DELIMITED BY SIZE
                      INTO WS00-EXTRPT-LINE
           ELSE
               STRING '          COLUMNS '
                          DELIMITED BY SIZE
                      WS00-XRQ-IN-COLS
                          DELIMITED BY SIZE
                      INTO WS00-EXTRPT-LINE
           END-IF.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2100-EDIT-REQUEST -- CHECK THE CARD AND TURN IT INTO KEY AND
      *                      NIGHT BOUNDS AND AN OUTPUT COLUMN LIST.
      *                      ANY FAULT DROPS THE WHOLE REQUEST.
      ******************************************************************
       2100-EDIT-REQUEST.
           MOVE 'N' TO WS00-XRQ-OK-SW.
           MOVE SPACES TO WS00-DROP-REASON.
           IF WS00-XRQ-IN-REPORT-ID = SPACES
               MOVE 'NO REPORT-ID' TO WS00-DROP-REASON
               GO TO 2100-EXIT.
           IF WS00-XRQ-IN-FORMAT NOT = SPACE AND NOT = 'E'
               AND NOT = 'C'
               MOVE 'FORMAT NOT E, C OR BLANK' TO WS00-DROP-REASON
               GO TO 2100-EXIT.
           MOVE WS00-XRQ-IN-REPORT-ID TO WS00-XRQ-REPORT-ID.
           MOVE WS00-XRQ-IN-FORMAT    TO WS00-XRQ-FORMAT.
      *
      *    NIGHT RANGE
      *
           MOVE '00000000' TO WS00-XRQ-DATE-LO.
           MOVE '99999999' TO WS00-XRQ-DATE-HI.
           IF WS00-XRQ-IN-DATE-FROM NOT = SPACES
               MOVE ZERO TO WS00-XRQ-DATE-INT
               IF WS00-XRQ-IN-DATE-FROM IS NUMERIC
                   COMPUTE WS00-XRQ-DATE-INT =
                       FUNCTION INTEGER-OF-DATE
                           (WS00-XRQ-IN-DATE-FROM-N)
               END-IF
               IF WS00-XRQ-DATE-INT NOT > 0
                   MOVE 'FIRST NIGHT NOT A YYYYMMDD DATE'
                       TO WS00-DROP-REASON
                   GO TO 2100-EXIT
               END-IF
               MOVE WS00-XRQ-IN-DATE-FROM TO WS00-XRQ-DATE-LO
           END-IF.
           IF WS00-XRQ-IN-DATE-TO NOT = SPACES
               MOVE ZERO TO WS00-XRQ-DATE-INT
               IF WS00-XRQ-IN-DATE-TO IS NUMERIC
                   COMPUTE WS00-XRQ-DATE-INT =
                       FUNCTION INTEGER-OF-DATE
                           (WS00-XRQ-IN-DATE-TO-N)
               END-IF
               IF WS00-XRQ-DATE-INT NOT > 0
                   MOVE 'LAST NIGHT NOT A YYYYMMDD DATE'
                       TO WS00-DROP-REASON
                   GO TO 2100-EXIT
               END-IF
               MOVE WS00-XRQ-IN-DATE-TO TO WS00-XRQ-DATE-HI
           END-IF.
           IF WS00-XRQ-DATE-LO > WS00-XRQ-DATE-HI
               MOVE 'FIRST NIGHT AFTER LAST NIGHT' TO WS00-DROP-REASON
               GO TO 2100-EXIT.
      *
      *    KEY RANGE
      *
           MOVE 'N' TO WS00-XRQ-ALL-KEYS-SW.
           IF WS00-XRQ-IN-KEY-FROM = SPACES
               AND (WS00-XRQ-IN-KEY-TO = SPACES
                    OR WS00-XRQ-IN-KEY-TO = '*')
               SET WS00-XRQ-ALL-KEYS TO TRUE
               MOVE LOW-VALUES  TO WS00-XRQ-KEY-LO
               MOVE HIGH-VALUES TO WS00-XRQ-KEY-HI
           ELSE
               PERFORM 2110-SET-KEY-RANGE THRU 2110-EXIT
               IF WS00-XRQ-KEY-LO > WS00-XRQ-KEY-HI
                   MOVE 'KEY FROM AFTER KEY TO' TO WS00-DROP-REASON
                   GO TO 2100-EXIT
               END-IF
           END-IF.
      *
      *    OUTPUT COLUMNS
      *
           MOVE ZERO TO WS00-OUT-COL-CNT.
           PERFORM 2120-EDIT-ONE-COL THRU 2120-EXIT
               VARYING WS00-CARD-SUB FROM 1 BY 1
               UNTIL WS00-CARD-SUB > 20
                  OR WS00-DROP-REASON NOT = SPACES.
           IF WS00-DROP-REASON NOT = SPACES
               GO TO 2100-EXIT.
           SET WS00-XRQ-OK TO TRUE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-SET-KEY-RANGE -- KEY-LO IS KEY FROM (LOW-VALUES WHEN
      *                       BLANK).  KEY-HI IS KEY TO, OR KEY FROM
      *                       WHEN KEY TO IS BLANK, UP TO ITS LAST
      *                       NON-BLANK CHARACTER AND HIGH-VALUES
      *                       AFTER; '*' LEAVES NO UPPER LIMIT.
      ******************************************************************
       2110-SET-KEY-RANGE.
           IF WS00-XRQ-IN-KEY-FROM = SPACES
               MOVE LOW-VALUES TO WS00-XRQ-KEY-LO
           ELSE
               MOVE WS00-XRQ-IN-KEY-FROM TO WS00-XRQ-KEY-LO
           END-IF.
           MOVE HIGH-VALUES TO WS00-XRQ-KEY-HI.
           IF WS00-XRQ-IN-KEY-TO = '*'
               GO TO 2110-EXIT.
           IF WS00-XRQ-IN-KEY-TO = SPACES
               MOVE WS00-XRQ-IN-KEY-FROM TO WS00-XRQ-HI-TEXT
           ELSE
               MOVE WS00-XRQ-IN-KEY-TO   TO WS00-XRQ-HI-TEXT
           END-IF.
           MOVE 40 TO WS00-XRQ-HI-LEN.
           PERFORM 2115-BACK-UP-HI-LEN THRU 2115-EXIT
               UNTIL WS00-XRQ-HI-LEN = 0
                  OR WS00-XRQ-HI-TEXT(WS00-XRQ-HI-LEN:1) NOT = SPACE.
           IF WS00-XRQ-HI-LEN > 0
               MOVE WS00-XRQ-HI-TEXT(1:WS00-XRQ-HI-LEN)
                   TO WS00-XRQ-KEY-HI(1:WS00-XRQ-HI-LEN)
           END-IF.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2115-BACK-UP-HI-LEN -- STEP WS00-XRQ-HI-LEN BACK ONE POSITION
      *                         (TRAILING-BLANK SCAN)
      ******************************************************************
       2115-BACK-UP-HI-LEN.
           SUBTRACT 1 FROM WS00-XRQ-HI-LEN.
       2115-EXIT.
           EXIT.

      ******************************************************************
      * 2120-EDIT-ONE-COL -- ONE TWO-DIGIT COLUMN NUMBER OF THE CARD'S
      *                      COLUMN LIST (A BLANK PAIR IS PASSED BY)
      ******************************************************************
       2120-EDIT-ONE-COL.
           IF WS00-XRQ-IN-COL-X(WS00-CARD-SUB) = SPACES
               GO TO 2120-EXIT.
           IF WS00-XRQ-IN-COL-X(WS00-CARD-SUB) IS NOT NUMERIC
               MOVE 'COLUMN NUMBER NOT 01-20' TO WS00-DROP-REASON
               GO TO 2120-EXIT.
           IF WS00-XRQ-IN-COL-N(WS00-CARD-SUB) < 1
               OR WS00-XRQ-IN-COL-N(WS00-CARD-SUB) > 20
               MOVE 'COLUMN NUMBER NOT 01-20' TO WS00-DROP-REASON
               GO TO 2120-EXIT.
           ADD 1 TO WS00-OUT-COL-CNT.
           MOVE WS00-XRQ-IN-COL-N(WS00-CARD-SUB)
               TO WS00-OUT-COL(WS00-OUT-COL-CNT).
       2120-EXIT.
           EXIT.

      ******************************************************************
      * 2200-SET-FORMAT -- THE FIRST REQUEST RUN DECIDES THE OUTPUT
      *                    FORMAT AND STARTS THE WORKBOOK; A LATER
      *                    REQUEST FOR THE OTHER FORMAT IS NOTED
      ******************************************************************
       2200-SET-FORMAT.
           IF WS00-OUT-NOT-SET
               IF WS00-XRQ-FORMAT = 'C'
                   SET WS00-OUT-CSV TO TRUE
               ELSE
                   SET WS00-OUT-WORKBOOK TO TRUE
                   PERFORM 7500-WRITE-XML-PROLOG THRU 7500-EXIT
               END-IF
               GO TO 2200-EXIT.
           IF WS00-XRQ-FORMAT NOT = SPACE
               AND WS00-XRQ-FORMAT NOT = WS00-OUT-FMT
               MOVE SPACES TO WS00-EXTRPT-LINE
               STRING '          FORMAT '
                          DELIMITED BY SIZE
                      WS00-XRQ-FORMAT
                          DELIMITED BY SIZE
                      ' IGNORED - THIS RUN WRITES FORMAT '
                          DELIMITED BY SIZE
                      WS00-OUT-FMT
                          DELIMITED BY SIZE
                      INTO WS00-EXTRPT-LINE
               WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-EXTRACT-REQUEST -- POSITION THE HISTORY AND WRITE EVERY
      *                         ROW INSIDE THE REQUEST'S BOUNDS
      ******************************************************************
       2300-EXTRACT-REQUEST.
           ADD 1 TO WS00-REQ-RUN.
           ADD 1 TO WS00-XRQ-SEQ.
           MOVE ZERO TO WS00-XRQ-ROWS.
           MOVE 'N' TO WS00-HDR-DONE-SW.
           MOVE 'N' TO WS00-ROWH-END-SW.
           MOVE 'N' TO WS00-LAYT-FOUND-SWITCH.
           IF WS00-LAYT-COUNT > 0
               SET WS00-LAYT-IDX TO 1
               SEARCH WS00-LAYT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS00-LAYT-REPORT-ID(WS00-LAYT-IDX) =
                       WS00-XRQ-REPORT-ID
                       SET WS00-LAYT-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF WS00-OUT-COL-CNT = 0
               AND WS00-LAYT-FOUND
               MOVE WS00-LAYT-COL-COUNT(WS00-LAYT-IDX)
                   TO WS00-OUT-COL-CNT
               PERFORM 2310-SET-OUT-COL THRU 2310-EXIT
                   VARYING WS00-OUT-SUB FROM 1 BY 1
                   UNTIL WS00-OUT-SUB > WS00-OUT-COL-CNT
           END-IF.
           IF WS00-XRQ-ALL-KEYS
               MOVE WS00-XRQ-REPORT-ID TO FD-ROWH-NGT-REPORT-ID
               MOVE WS00-XRQ-DATE-LO   TO FD-ROWH-NGT-RUN-DATE
               START FILE-ROWH KEY IS NOT < FD-ROWH-NIGHT-KEY
                   INVALID KEY
                       SET WS00-ROWH-END TO TRUE
               END-START
           ELSE
               MOVE WS00-XRQ-REPORT-ID TO FD-ROWH-REPORT-ID
               MOVE WS00-XRQ-KEY-LO    TO FD-ROWH-ROW-KEY
               MOVE LOW-VALUES         TO FD-ROWH-RUN-DATE
               MOVE LOW-VALUES         TO FD-ROWH-REC-NBR
               START FILE-ROWH KEY IS NOT < FD-ROWH-KEY
                   INVALID KEY
                       SET WS00-ROWH-END TO TRUE
               END-START
           END-IF.
           PERFORM 2400-READ-NEXT-ROW    THRU 2400-EXIT
               UNTIL WS00-ROWH-END.
           IF NOT WS00-HDR-DONE
               PERFORM 2500-WRITE-HEADING THRU 2500-EXIT
           END-IF.
           IF WS00-OUT-WORKBOOK
               PERFORM 7520-END-SHEET    THRU 7520-EXIT
           END-IF.
           IF WS00-XRQ-ROWS = 0
               ADD 1 TO WS00-REQ-EMPTY
               IF WS00-XRQ-RC < 4
                   MOVE 4 TO WS00-XRQ-RC
               END-IF
           END-IF.
           MOVE WS00-XRQ-ROWS TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           IF WS00-OUT-WORKBOOK
               STRING '          ROWS EXTRACTED '
                          DELIMITED BY SIZE
                      WS00-NBR-DISP
                          DELIMITED BY SIZE
                      '  WORKSHEET '
                          DELIMITED BY SIZE
                      WS00-XRQ-SHEET-NAME
                          DELIMITED BY SIZE
                      INTO WS00-EXTRPT-LINE
           ELSE
               STRING '          ROWS EXTRACTED '
                          DELIMITED BY SIZE
                      WS00-NBR-DISP
                          DELIMITED BY SIZE
                      INTO WS00-EXTRPT-LINE
           END-IF.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-SET-OUT-COL -- OUTPUT COLUMN N IS LAYOUT COLUMN N
      ******************************************************************
       2310-SET-OUT-COL.
           MOVE WS00-OUT-SUB TO WS00-OUT-COL(WS00-OUT-SUB).
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2400-READ-NEXT-ROW -- THE NEXT HISTORY RECORD ON THE KEY OF
      *                       REFERENCE.  THE BROWSE ENDS AT ANOTHER
      *                       REPORT, PAST KEY-HI ON THE PRIMARY KEY,
      *                       OR PAST THE LAST NIGHT ON THE NIGHT PATH.
      ******************************************************************
       2400-READ-NEXT-ROW.
           READ FILE-ROWH NEXT RECORD INTO WS00-RWH-REC
               AT END
                   SET WS00-ROWH-END TO TRUE
           END-READ.
           IF WS00-ROWH-END
               GO TO 2400-EXIT.
           IF WS00-ROWH-STATUS NOT = '00' AND NOT = '02'
               GO TO 2450-ROWH-READ-ERROR.
           ADD 1 TO WS00-HIST-READ.
           IF WS00-RWH-REPORT-ID NOT = WS00-XRQ-REPORT-ID
               SET WS00-ROWH-END TO TRUE
               GO TO 2400-EXIT.
           IF WS00-XRQ-ALL-KEYS
               IF WS00-RWH-RUN-DATE > WS00-XRQ-DATE-HI
                   SET WS00-ROWH-END TO TRUE
                   GO TO 2400-EXIT
               END-IF
           ELSE
               IF WS00-RWH-ROW-KEY > WS00-XRQ-KEY-HI
                   SET WS00-ROWH-END TO TRUE
                   GO TO 2400-EXIT
               END-IF
           END-IF.
           IF WS00-RWH-RUN-DATE < WS00-XRQ-DATE-LO
               OR WS00-RWH-RUN-DATE > WS00-XRQ-DATE-HI
               GO TO 2400-EXIT.
           IF NOT WS00-HDR-DONE
               IF WS00-OUT-COL-CNT = 0
                   MOVE WS00-RWH-COL-COUNT TO WS00-OUT-COL-CNT
                   PERFORM 2310-SET-OUT-COL THRU 2310-EXIT
                       VARYING WS00-OUT-SUB FROM 1 BY 1
                       UNTIL WS00-OUT-SUB > WS00-OUT-COL-CNT
               END-IF
               PERFORM 2500-WRITE-HEADING THRU 2500-EXIT
           END-IF.
           PERFORM 2600-WRITE-ROW        THRU 2600-EXIT.
           ADD 1 TO WS00-XRQ-ROWS.
           ADD 1 TO WS00-ROWS-TOTAL.
           GO TO 2400-EXIT.

      ******************************************************************
      * 2450-ROWH-READ-ERROR -- THE HISTORY CANNOT BE READ PAST HERE;
      *                          THE REQUEST STOPS WITH WHAT IT HAS
      ******************************************************************
       2450-ROWH-READ-ERROR.
           DISPLAY 'RPTRWHEX - FILE-ROWH READ ERROR, STATUS = '
               WS00-ROWH-STATUS ', REPORT-ID = ' WS00-XRQ-REPORT-ID.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           STRING '          READ ERROR ON RPTROWH, STATUS '
                      DELIMITED BY SIZE
                  WS00-ROWH-STATUS
                      DELIMITED BY SIZE
                  ' - REQUEST INCOMPLETE'
                      DELIMITED BY SIZE
                  INTO WS00-EXTRPT-LINE.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
           MOVE 8 TO WS00-XRQ-RC.
           SET WS00-ROWH-END TO TRUE.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-WRITE-HEADING -- START THE REQUEST'S WORKSHEET WITH ITS
      *                       TITLE ROW, OR WRITE ITS CSV TITLE LINE
      ******************************************************************
       2500-WRITE-HEADING.
           SET WS00-HDR-DONE TO TRUE.
           IF WS00-OUT-CSV
               MOVE SPACES TO WS00-CSV-LINE
               MOVE 1 TO WS00-CSV-PTR
               STRING 'REPORT-ID,RUN DATE' DELIMITED BY SIZE
                   INTO WS00-CSV-LINE
                   WITH POINTER WS00-CSV-PTR
               PERFORM 2510-WRITE-ONE-TITLE THRU 2510-EXIT
                   VARYING WS00-OUT-SUB FROM 1 BY 1
                   UNTIL WS00-OUT-SUB > WS00-OUT-COL-CNT
               WRITE FD-EXTOUT-REC FROM WS00-CSV-LINE
               GO TO 2500-EXIT.
           MOVE SPACES TO WS00-XRQ-SHEET-NAME.
           STRING WS00-XRQ-REPORT-ID DELIMITED BY SPACE
                  ' '                DELIMITED BY SIZE
                  WS00-XRQ-SEQ       DELIMITED BY SIZE
                  INTO WS00-XRQ-SHEET-NAME.
           PERFORM 7510-START-SHEET      THRU 7510-EXIT.
           MOVE '   <Row ss:StyleID="sHeader">' TO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-CELL-TEXT.
           MOVE 'RUN DATE' TO WS00-CELL-TEXT.
           PERFORM 7540-WRITE-STRING-CELL THRU 7540-EXIT.
           PERFORM 2510-WRITE-ONE-TITLE  THRU 2510-EXIT
               VARYING WS00-OUT-SUB FROM 1 BY 1
               UNTIL WS00-OUT-SUB > WS00-OUT-COL-CNT.
           MOVE '   </Row>' TO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2510-WRITE-ONE-TITLE -- ONE COLUMN TITLE:  THE LAYOUT'S, OR
      *                         'COLUMN nn' WHEN IT HAS NONE
      ******************************************************************
       2510-WRITE-ONE-TITLE.
           MOVE WS00-OUT-COL(WS00-OUT-SUB) TO WS00-OUT-COL-DISP.
           MOVE SPACES TO WS00-CELL-TEXT.
           IF WS00-LAYT-FOUND
               AND WS00-OUT-COL(WS00-OUT-SUB) NOT >
                   WS00-LAYT-COL-COUNT(WS00-LAYT-IDX)
               SET WS00-LAYT-COL-IDX TO WS00-OUT-COL(WS00-OUT-SUB)
               MOVE WS00-LAYT-COL-TITLE(WS00-LAYT-IDX,
                                          WS00-LAYT-COL-IDX)
                   TO WS00-CELL-TEXT
           END-IF.
           IF WS00-CELL-TEXT = SPACES
               STRING 'COLUMN '         DELIMITED BY SIZE
                      WS00-OUT-COL-DISP DELIMITED BY SIZE
                      INTO WS00-CELL-TEXT
           END-IF.
           IF WS00-OUT-CSV
               MOVE 'X' TO WS00-CELL-TYPE
               PERFORM 2660-APPEND-CSV-CELL THRU 2660-EXIT
           ELSE
               PERFORM 7540-WRITE-STRING-CELL THRU 7540-EXIT
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-WRITE-ROW -- ONE FILED ROW:  ITS NIGHT, THEN THE OUTPUT
      *                   COLUMNS
      ******************************************************************
       2600-WRITE-ROW.
           MOVE SPACES TO WS00-DATE-ISO.
           STRING WS00-RWH-RUN-DATE(1:4) DELIMITED BY SIZE
                  '-'                    DELIMITED BY SIZE
                  WS00-RWH-RUN-DATE(5:2) DELIMITED BY SIZE
                  '-'                    DELIMITED BY SIZE
                  WS00-RWH-RUN-DATE(7:2) DELIMITED BY SIZE
                  INTO WS00-DATE-ISO.
           IF WS00-OUT-CSV
               MOVE SPACES TO WS00-CSV-LINE
               MOVE 1 TO WS00-CSV-PTR
               STRING WS00-RWH-REPORT-ID DELIMITED BY SPACE
                      ','                DELIMITED BY SIZE
                      WS00-DATE-ISO      DELIMITED BY SIZE
                   INTO WS00-CSV-LINE
                   WITH POINTER WS00-CSV-PTR
               PERFORM 2610-WRITE-ONE-CELL THRU 2610-EXIT
                   VARYING WS00-OUT-SUB FROM 1 BY 1
                   UNTIL WS00-OUT-SUB > WS00-OUT-COL-CNT
               WRITE FD-EXTOUT-REC FROM WS00-CSV-LINE
               GO TO 2600-EXIT.
           MOVE '   <Row>' TO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
           PERFORM 7542-WRITE-DATE-CELL  THRU 7542-EXIT.
           PERFORM 2610-WRITE-ONE-CELL   THRU 2610-EXIT
               VARYING WS00-OUT-SUB FROM 1 BY 1
               UNTIL WS00-OUT-SUB > WS00-OUT-COL-CNT.
           MOVE '   </Row>' TO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2610-WRITE-ONE-CELL -- ONE OUTPUT COLUMN OF THE ROW, TYPED AS
      *                        IT WAS FILED
      ******************************************************************
       2610-WRITE-ONE-CELL.
           PERFORM 2650-GET-CELL-VALUE   THRU 2650-EXIT.
           IF WS00-OUT-CSV
               PERFORM 2660-APPEND-CSV-CELL THRU 2660-EXIT
               GO TO 2610-EXIT.
           EVALUATE TRUE
               WHEN WS00-CELL-IS-NUMBER
                   PERFORM 7541-WRITE-NUMBER-CELL THRU 7541-EXIT
               WHEN WS00-CELL-IS-DATE
                   PERFORM 7542-WRITE-DATE-CELL THRU 7542-EXIT
               WHEN OTHER
                   PERFORM 7540-WRITE-STRING-CELL THRU 7540-EXIT
           END-EVALUATE.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2650-GET-CELL-VALUE -- THE FILED VALUE OF THE OUTPUT COLUMN
      *                        INTO WS00-CELL-TEXT:  AN AMOUNT AS ITS
      *                        EDITED FIGURE, A DATE AS YYYY-MM-DD (IN
      *                        WS00-DATE-ISO TOO).  A COLUMN THE ROW
      *                        DOES NOT HAVE, OR FILED BLANK, IS BLANK
      *                        TEXT.
      ******************************************************************
       2650-GET-CELL-VALUE.
           MOVE SPACES TO WS00-CELL-TEXT.
           MOVE 'X' TO WS00-CELL-TYPE.
           MOVE WS00-OUT-COL(WS00-OUT-SUB) TO WS00-CELL-COL.
           IF WS00-CELL-COL > WS00-RWH-COL-COUNT
               GO TO 2650-EXIT.
           MOVE WS00-RWH-COL-POS(WS00-CELL-COL) TO WS00-CELL-POS.
           MOVE WS00-RWH-COL-LEN(WS00-CELL-COL) TO WS00-CELL-LEN.
           IF WS00-CELL-LEN = 0
               OR WS00-CELL-POS = 0
               OR WS00-CELL-POS + WS00-CELL-LEN - 1 > 600
               GO TO 2650-EXIT.
           EVALUATE TRUE
               WHEN WS00-RWH-COL-IS-NUMBER(WS00-CELL-COL)
                   AND WS00-CELL-LEN = 16
                   MOVE WS00-RWH-DATA(WS00-CELL-POS:16)
                       TO WS00-RWH-NUM-X
                   IF WS00-RWH-NUM IS NUMERIC
                       MOVE WS00-RWH-NUM TO WS00-AMT-EDIT
                       MOVE FUNCTION TRIM(WS00-AMT-EDIT)
                           TO WS00-CELL-TEXT
                       MOVE 'N' TO WS00-CELL-TYPE
                   ELSE
                       MOVE WS00-RWH-NUM-X TO WS00-CELL-TEXT
                   END-IF
               WHEN WS00-RWH-COL-IS-DATE(WS00-CELL-COL)
                   AND WS00-CELL-LEN = 8
                   MOVE SPACES TO WS00-DATE-ISO
                   STRING WS00-RWH-DATA(WS00-CELL-POS:4)
                              DELIMITED BY SIZE
                          '-'
                              DELIMITED BY SIZE
                          WS00-RWH-DATA(WS00-CELL-POS + 4:2)
                              DELIMITED BY SIZE
                          '-'
                              DELIMITED BY SIZE
                          WS00-RWH-DATA(WS00-CELL-POS + 6:2)
                              DELIMITED BY SIZE
                          INTO WS00-DATE-ISO
                   MOVE WS00-DATE-ISO TO WS00-CELL-TEXT
                   MOVE 'D' TO WS00-CELL-TYPE
               WHEN OTHER
                   MOVE WS00-RWH-DATA(WS00-CELL-POS:WS00-CELL-LEN)
                       TO WS00-CELL-TEXT
           END-EVALUATE.
       2650-EXIT.
           EXIT.

      ******************************************************************
      * 2660-APPEND-CSV-CELL -- APPEND WS00-CELL-TEXT, COMMA-LED.  A
      *                          CELL CONTAINING A COMMA OR A QUOTE IS
      *                          WRAPPED IN QUOTES (EMBEDDED QUOTES
      *                          DOUBLED), AS THE CONVERSION DOES.
      ******************************************************************
       2660-APPEND-CSV-CELL.
           STRING ',' DELIMITED BY SIZE
               INTO WS00-CSV-LINE
               WITH POINTER WS00-CSV-PTR.
           MOVE ZERO TO WS00-CSV-COMMA-CNT.
           MOVE ZERO TO WS00-CSV-QUOTE-CNT.
           INSPECT WS00-CELL-TEXT
               TALLYING WS00-CSV-COMMA-CNT FOR ALL ','.
           INSPECT WS00-CELL-TEXT
               TALLYING WS00-CSV-QUOTE-CNT FOR ALL '"'.
           IF WS00-CSV-COMMA-CNT > 0 OR WS00-CSV-QUOTE-CNT > 0
               PERFORM 2665-APPEND-QUOTED-CSV-CELL THRU 2665-EXIT
           ELSE
               STRING FUNCTION TRIM(WS00-CELL-TEXT) DELIMITED BY SIZE
                   INTO WS00-CSV-LINE
                   WITH POINTER WS00-CSV-PTR
           END-IF.
       2660-EXIT.
           EXIT.

      ******************************************************************
      * 2665-APPEND-QUOTED-CSV-CELL -- WRAP WS00-CELL-TEXT IN QUOTES,
      *                                 DOUBLING ANY EMBEDDED QUOTE,
      *                                 TRIMMED LIKE THE UNQUOTED PATH
      ******************************************************************
       2665-APPEND-QUOTED-CSV-CELL.
           MOVE SPACES TO WS00-CSV-QUOTED-TEXT.
           MOVE 1 TO WS00-CSV-Q-PTR.
           MOVE 133 TO WS00-CSV-TRIM-LEN.
           PERFORM 2667-BACK-UP-TRIM-LEN THRU 2667-EXIT
               UNTIL WS00-CSV-TRIM-LEN = 0
                  OR WS00-CELL-TEXT(WS00-CSV-TRIM-LEN:1) NOT = SPACE.
           MOVE 1 TO WS00-CSV-LEAD-POS.
           IF WS00-CSV-TRIM-LEN > 0
               PERFORM 2668-ADVANCE-LEAD-POS THRU 2668-EXIT
                   UNTIL WS00-CSV-LEAD-POS > WS00-CSV-TRIM-LEN
                      OR WS00-CELL-TEXT(WS00-CSV-LEAD-POS:1) NOT = SPACE
           END-IF.
           STRING '"' DELIMITED BY SIZE
               INTO WS00-CSV-QUOTED-TEXT
               WITH POINTER WS00-CSV-Q-PTR.
           IF WS00-CSV-TRIM-LEN > 0
               PERFORM 2666-QUOTE-ONE-CSV-CHAR THRU 2666-EXIT
                   VARYING WS00-CSV-CHAR-IDX FROM WS00-CSV-LEAD-POS BY 1
                   UNTIL WS00-CSV-CHAR-IDX > WS00-CSV-TRIM-LEN
           END-IF.
           STRING '"' DELIMITED BY SIZE
               INTO WS00-CSV-QUOTED-TEXT
               WITH POINTER WS00-CSV-Q-PTR.
           STRING WS00-CSV-QUOTED-TEXT(1:WS00-CSV-Q-PTR - 1)
                   DELIMITED BY SIZE
               INTO WS00-CSV-LINE
               WITH POINTER WS00-CSV-PTR.
       2665-EXIT.
           EXIT.

      ******************************************************************
      * 2666-QUOTE-ONE-CSV-CHAR -- COPY ONE CHARACTER, DOUBLING A QUOTE
      ******************************************************************
       2666-QUOTE-ONE-CSV-CHAR.
           IF WS00-CELL-TEXT(WS00-CSV-CHAR-IDX:1) = '"'
               STRING '""' DELIMITED BY SIZE
                   INTO WS00-CSV-QUOTED-TEXT
                   WITH POINTER WS00-CSV-Q-PTR
           ELSE
               STRING WS00-CELL-TEXT(WS00-CSV-CHAR-IDX:1)
                       DELIMITED BY SIZE
                   INTO WS00-CSV-QUOTED-TEXT
                   WITH POINTER WS00-CSV-Q-PTR
           END-IF.
       2666-EXIT.
           EXIT.

      ******************************************************************
      * 2667-BACK-UP-TRIM-LEN -- STEP WS00-CSV-TRIM-LEN BACK ONE
      *                           POSITION (TRAILING-BLANK SCAN)
      ******************************************************************
       2667-BACK-UP-TRIM-LEN.
           SUBTRACT 1 FROM WS00-CSV-TRIM-LEN.
       2667-EXIT.
           EXIT.

      ******************************************************************
      * 2668-ADVANCE-LEAD-POS -- STEP WS00-CSV-LEAD-POS FORWARD ONE
      *                           POSITION (LEADING-BLANK SCAN)
      ******************************************************************
       2668-ADVANCE-LEAD-POS.
           ADD 1 TO WS00-CSV-LEAD-POS.
       2668-EXIT.
           EXIT.

      ******************************************************************
      * 7500-WRITE-XML-PROLOG -- WORKBOOK OPEN TAG AND THE SAME
      *                           sHeader/sDate STYLES THE CONVERSION
      *                           DECLARES
      ******************************************************************
       7500-WRITE-XML-PROLOG.
           MOVE '<?xml version="1.0"?>' TO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
           MOVE '<?mso-application progid="Excel.Sheet"?>'
               TO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-XML-LINE.
           STRING '<Workbook xmlns="urn:schemas-microsoft'
                      DELIMITED BY SIZE
                  '-com:office:spreadsheet">'
                      DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
           MOVE ' <Styles>' TO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-XML-LINE.
           STRING '  <Style ss:ID="sHeader">'
                      DELIMITED BY SIZE
                  '<Font ss:Bold="1"/></Style>'
                      DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-XML-LINE.
           STRING '  <Style ss:ID="sDate"><NumberFormat'
                      DELIMITED BY SIZE
                  ' ss:Format="Short Date"/></Style>'
                      DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
           MOVE ' </Styles>' TO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * 7510-START-SHEET -- OPEN ONE NAMED WORKSHEET AND ITS TABLE
      ******************************************************************
       7510-START-SHEET.
           MOVE SPACES TO WS00-XML-LINE.
           STRING ' <Worksheet ss:Name="' DELIMITED BY SIZE
                  FUNCTION TRIM(WS00-XRQ-SHEET-NAME)
                      DELIMITED BY SIZE
                  '">' DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
           MOVE '  <Table>' TO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
       7510-EXIT.
           EXIT.

      ******************************************************************
      * 7520-END-SHEET -- CLOSE THE OPEN TABLE AND WORKSHEET
      ******************************************************************
       7520-END-SHEET.
           MOVE '  </Table>'    TO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
           MOVE ' </Worksheet>' TO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
       7520-EXIT.
           EXIT.

      ******************************************************************
      * 7540-WRITE-STRING-CELL -- ONE STRING CELL, XML-ESCAPED
      ******************************************************************
       7540-WRITE-STRING-CELL.
           PERFORM 7550-ESCAPE-CELL-TEXT THRU 7550-EXIT.
           MOVE SPACES TO WS00-XML-LINE.
           STRING '    <Cell><Data ss:Type="String">'
                      DELIMITED BY SIZE
                  WS00-CELL-ESC-TEXT(1:WS00-ESC-PTR - 1)
                      DELIMITED BY SIZE
                  '</Data></Cell>'
                      DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
       7540-EXIT.
           EXIT.

      ******************************************************************
      * 7541-WRITE-NUMBER-CELL -- ONE AMOUNT AS A NUMBER CELL
      ******************************************************************
       7541-WRITE-NUMBER-CELL.
           MOVE SPACES TO WS00-XML-LINE.
           STRING '    <Cell><Data ss:Type="Number">'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS00-CELL-TEXT)
                      DELIMITED BY SIZE
                  '</Data></Cell>'
                      DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
       7541-EXIT.
           EXIT.

      ******************************************************************
      * 7542-WRITE-DATE-CELL -- WS00-DATE-ISO AS A DATETIME CELL IN THE
      *                          sDate STYLE, SO EXCEL SORTS AND
      *                          FILTERS IT AS A REAL DATE
      ******************************************************************
       7542-WRITE-DATE-CELL.
           MOVE SPACES TO WS00-XML-LINE.
           STRING '    <Cell ss:StyleID="sDate">'
                      DELIMITED BY SIZE
                  '<Data ss:Type="DateTime">'
                      DELIMITED BY SIZE
                  WS00-DATE-ISO
                      DELIMITED BY SIZE
                  'T00:00:00.000'
                      DELIMITED BY SIZE
                  '</Data></Cell>'
                      DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-EXTOUT-REC FROM WS00-XML-LINE.
       7542-EXIT.
           EXIT.

      ******************************************************************
      * 7550-ESCAPE-CELL-TEXT -- XML-ESCAPE WS00-CELL-TEXT, SAME AS
      *                           THE CONVERSION'S ESCAPER
      ******************************************************************
       7550-ESCAPE-CELL-TEXT.
           MOVE SPACES TO WS00-CELL-ESC-TEXT.
           MOVE 1 TO WS00-ESC-PTR.
           PERFORM 7551-ESCAPE-ONE-CHAR THRU 7551-EXIT
               VARYING WS00-ESC-IDX FROM 1 BY 1
               UNTIL WS00-ESC-IDX > 133.
       7550-EXIT.
           EXIT.

      ******************************************************************
      * 7551-ESCAPE-ONE-CHAR -- ONE CHARACTER OF WS00-CELL-TEXT
      ******************************************************************
       7551-ESCAPE-ONE-CHAR.
           MOVE WS00-CELL-TEXT(WS00-ESC-IDX:1) TO WS00-ESC-CHAR.
           EVALUATE WS00-ESC-CHAR
               WHEN '&'
                   STRING '&amp;' DELIMITED BY SIZE
                       INTO WS00-CELL-ESC-TEXT
                       WITH POINTER WS00-ESC-PTR
               WHEN '<'
                   STRING '&lt;' DELIMITED BY SIZE
                       INTO WS00-CELL-ESC-TEXT
                       WITH POINTER WS00-ESC-PTR
               WHEN '>'
                   STRING '&gt;' DELIMITED BY SIZE
                       INTO WS00-CELL-ESC-TEXT
                       WITH POINTER WS00-ESC-PTR
               WHEN '"'
                   STRING '&quot;' DELIMITED BY SIZE
                       INTO WS00-CELL-ESC-TEXT
                       WITH POINTER WS00-ESC-PTR
               WHEN OTHER
                   STRING WS00-ESC-CHAR DELIMITED BY SIZE
                       INTO WS00-CELL-ESC-TEXT
                       WITH POINTER WS00-ESC-PTR
           END-EVALUATE.
       7551-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE -- CLOSE THE WORKBOOK, SUMMARY COUNTS, CLOSE
      ******************************************************************
       8000-TERMINATE.
           IF WS00-OUT-WORKBOOK
               MOVE '</Workbook>' TO WS00-XML-LINE
               WRITE FD-EXTOUT-REC FROM WS00-XML-LINE
           END-IF.
           IF WS00-REQ-RUN = 0
               MOVE 8 TO WS00-XRQ-RC
               MOVE SPACES TO WS00-EXTRPT-LINE
               STRING 'NO VALID REQUEST CARD - NOTHING EXTRACTED'
                          DELIMITED BY SIZE
                      INTO WS00-EXTRPT-LINE
               WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE
               MOVE SPACES TO WS00-EXTRPT-LINE
               WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE
           END-IF.
           MOVE WS00-CARDS-READ TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           STRING 'REQUEST CARDS READ. . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-EXTRPT-LINE.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
           MOVE WS00-REQ-RUN TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           STRING 'REQUESTS RUN. . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-EXTRPT-LINE.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
           MOVE WS00-REQ-EMPTY TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           STRING 'REQUESTS WITH NO ROWS . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-EXTRPT-LINE.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
           MOVE WS00-REQ-DROPPED TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           STRING 'REQUESTS DROPPED. . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-EXTRPT-LINE.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
           MOVE WS00-HIST-READ TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           STRING 'HISTORY RECORDS READ. . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-EXTRPT-LINE.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
           MOVE WS00-ROWS-TOTAL TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           STRING 'ROWS EXTRACTED. . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-EXTRPT-LINE.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
           CLOSE FILE-PARM.
           CLOSE FILE-ROWH.
           CLOSE FILE-EXTOUT.
           CLOSE FILE-EXTRPT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-ROWH-ERROR / 9200-EXTOUT-ERROR / 9300-PARM-ERROR /
      * 9400-LAYTB-OVERFLOW-ERROR -- NO HISTORY TO READ, NOWHERE TO
      * PUT IT OR NOTHING ASKED FOR -- END WITH CONDITION CODE 8
      ******************************************************************
       9100-ROWH-ERROR.
           DISPLAY 'RPTRWHEX - FILE-ROWH ERROR, STATUS = '
               WS00-ROWH-STATUS.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           STRING 'UNABLE TO OPEN RPTROWH, STATUS ' DELIMITED BY SIZE
                  WS00-ROWH-STATUS DELIMITED BY SIZE
                  INTO WS00-EXTRPT-LINE.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
           CLOSE FILE-EXTRPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9200-EXTOUT-ERROR.
           DISPLAY 'RPTRWHEX - FILE-EXTOUT ERROR, STATUS = '
               WS00-EXTOUT-STATUS.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           STRING 'UNABLE TO OPEN EXTOUT, STATUS ' DELIMITED BY SIZE
                  WS00-EXTOUT-STATUS DELIMITED BY SIZE
                  INTO WS00-EXTRPT-LINE.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
           CLOSE FILE-EXTRPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9300-PARM-ERROR.
           DISPLAY 'RPTRWHEX - FILE-PARM ERROR, STATUS = '
               WS00-PARM-STATUS.
           MOVE SPACES TO WS00-EXTRPT-LINE.
           STRING 'UNABLE TO OPEN EXTPARM, STATUS ' DELIMITED BY SIZE
                  WS00-PARM-STATUS DELIMITED BY SIZE
                  INTO WS00-EXTRPT-LINE.
           WRITE FD-EXTRPT-REC FROM WS00-EXTRPT-LINE.
           CLOSE FILE-EXTRPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9400-LAYTB-OVERFLOW-ERROR.
           DISPLAY 'RPTRWHEX - RPTLAYTB TABLE LIMIT EXCEEDED (MAX '
               '50 REPORT-IDS / 20 COLUMNS EACH), REPORT-ID = '
               WS00-LAYTB-IN-REPORT-ID.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
