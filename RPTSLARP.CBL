      ******************************************************************
       ID DIVISION.
      ******************************************************************
       PROGRAM-ID.   RPTSLARP.
       AUTHOR.       ANISH SAFUI @ IBM.

      ******************************************************************
      * BATCH-WINDOW SLA REPORT -- CONVERTED-BY AND DELIVERED-BY      *
      ******************************************************************
      *
      * FOR EVERY REPORT AND NIGHT, SETS THE TIME THE CONVERSION
      * FINISHED (RPTAUDIT) AND THE TIME ITS DELIVERY WAS CONFIRMED
      * (DISTLOG CONFIRM LINES WRITTEN BY RPTDLVCK) AGAINST THE
      * REPORT'S SERVICE LEVEL ON RPTSLATB (COPYLIB/RPTSLA.CPY), AND
      * FLAGS EACH ONE
      *   OK              INSIDE THE SLA BY MORE THAN THE NEAR-MISS
      *                   MARGIN
      *   NEAR MISS       INSIDE THE SLA, BUT BY LESS THAN THE MARGIN
      *   BREACH          AFTER THE SLA TIME
      *   NOT CONVERTED   DUE PER RPTCALND, NO CONVERSION, AND THE
      *                   CONVERT-BY TIME HAS PASSED
      *   NOT CONFIRMED   CONVERTED, NO CONFIRM, AND THE DELIVER-BY
      *                   TIME HAS PASSED
      *   PENDING         NOT THERE YET, BUT THE SLA TIME IS STILL TO
      *                   COME
      *   NO SLA          NO RPTSLATB RECORD APPLIES TO THE NIGHT
      *   NO COMMITMENT   THE SLA HAS NO DELIVER-BY TIME
      *   NOT CHECKED     NO DISTLOG DD -- DELIVERY NOT CHECKED
      * A NIGHT STARTS AT THE SLAPARM NIGHT START (DEFAULT 12:00) AND
      * RUNS TO THE SAME TIME NEXT DAY.  A CONVERSION BELONGS TO THE
      * NIGHT IN WHICH IT STARTED (OLD RECORDS WITHOUT A START TIME:
      * THE NIGHT IN WHICH IT ENDED).  WHEN A NIGHT HAS SEVERAL
      * CONVERSIONS OF THE REPORT (RERUNS), THE LATEST ONE COUNTS --
      * IT IS THE ONE THE BUSINESS USES.  DELIVERED-BY IS THE LATEST
      * CONFIRM FOR THE REPORT ON THE CONVERSION'S RUN DATE; DISTLOG
      * CARRIES THE RUN DATE WITH RPTDLVCK'S CLOCK TIME, SO A CONFIRM
      * TIME EARLIER THAN THE CONVERSION'S END TIME IS TAKEN AS THE
      * NEXT MORNING.  MODE S (SECURED COPY) RECORDS ARE NOT
      * CONVERSIONS AND ARE SKIPPED.
      * EACH NIGHT ALSO SHOWS THE ROLLING AVERAGE ELAPSED TIME OVER THE
      * WINDOW OF NIGHTS ENDING WITH IT (TIMED RUNS ONLY), AND EACH
      * REPORT ENDS WITH A TREND LINE:  FIRST AND LAST ROLLING AVERAGE
      * OF THE LISTED NIGHTS, THE CHANGE IN PERCENT (CREEPING WHEN IT
      * GREW BY MORE THAN THE THRESHOLD) AND THE LOWEST CONVERT-BY
      * MARGIN, SO A CONVERSION DRIFTING TOWARD ITS DEADLINE SHOWS UP
      * BEFORE IT MISSES.  A REPORT ON RPTSLATB WITH NO CONVERSION IN
      * THE LISTED NIGHTS IS STILL LISTED, SO ITS MISSED NIGHTS SHOW.
      *
      * SLAPARM CARD LAYOUT (ONE RECORD, OPTIONAL):
      *   COL  1- 8  REPORT-ID (BLANK = EVERY REPORT)
      *   COL  9-16  LAST NIGHT LISTED, YYYYMMDD (BLANK = THE CURRENT
      *              NIGHT -- TODAY, OR YESTERDAY BEFORE THE NIGHT
      *              START)
      *   COL 17-19  NIGHTS LISTED, 001-092 (BLANK = 007)
      *   COL 20-21  ROLLING WINDOW IN NIGHTS, 01-30 (BLANK = 07)
      *   COL 22-24  CREEP THRESHOLD, PERCENT (BLANK = 020)
      *   COL 25-28  NIGHT START, HHMM (BLANK = 1200)
      *
      * ENDS WITH CONDITION CODE
      *   0  EVERYTHING INSIDE ITS SLA
      *   4  A NEAR MISS, A CREEPING REPORT, OR AN RPTSLATB RECORD OR
      *      CONFIRM DROPPED
      *   8  A BREACH, OR RPTAUDIT / RPTSLATB CANNOT BE OPENED
      *
      * MODIFICATION HISTORY
      *  2026-10-15  AS  INITIAL VERSION.
      *  2026-10-15  AS  AN ENTRY RPT2EXCEL WITHHELD AS STALE INPUT IS
      *                  NOT A CONVERSION OF ITS NIGHT.
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-370.
         OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT FILE-AUDIT ASSIGN TO RPTAUDIT
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS FD-AUDIT-KEY
                              FILE STATUS WS00-AUDIT-STATUS.

           SELECT FILE-SLATB ASSIGN TO RPTSLATB
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-SLATB-STATUS.

           SELECT OPTIONAL FILE-DISTLOG ASSIGN TO DISTLOG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-DISTLOG-STATUS.

           SELECT OPTIONAL FILE-PARM ASSIGN TO SLAPARM
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-PARM-STATUS.

           SELECT FILE-SLARPT ASSIGN TO SLARPT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-SLARPT-STATUS.

           SELECT OPTIONAL FILE-CALND ASSIGN TO RPTCALND
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-CALND-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

       FD  FILE-AUDIT.
       01  FD-AUDIT-REC.
           05  FD-AUDIT-KEY.
               10  FD-AUDIT-KEY-ID       PIC X(08).
               10  FD-AUDIT-KEY-DATE     PIC X(08).
               10  FD-AUDIT-KEY-TIME     PIC X(08).
           05  FILLER                    PIC X(156).

       FD  FILE-SLATB
           RECORDING MODE IS F.
       01  FD-SLATB-REC                  PIC X(80).

       FD  FILE-DISTLOG
           RECORDING MODE IS F.
       01  FD-DISTLOG-REC                PIC X(132).

       FD  FILE-PARM
           RECORDING MODE IS F.
       01  FD-PARM-REC                   PIC X(80).

       FD  FILE-SLARPT
           RECORDING MODE IS F.
       01  FD-SLARPT-REC                 PIC X(132).

       FD  FILE-CALND
           RECORDING MODE IS F.
       01  FD-CALND-REC                  PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *    FILE STATUS FIELDS
      ******************************************************************
       77  WS00-AUDIT-STATUS             PIC X(02)   VALUE SPACES.
       77  WS00-SLATB-STATUS             PIC X(02)   VALUE SPACES.
       77  WS00-DISTLOG-STATUS           PIC X(02)   VALUE SPACES.
       77  WS00-PARM-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-SLARPT-STATUS            PIC X(02)   VALUE SPACES.
       77  WS00-CALND-STATUS             PIC X(02)   VALUE SPACES.

      ******************************************************************
      *    SWITCHES
      ******************************************************************
       77  WS00-AUDIT-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS00-AUDIT-EOF-YES                     VALUE 'Y'.
       77  WS00-SLATB-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS00-SLATB-EOF-YES                     VALUE 'Y'.
       77  WS00-DISTLOG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS00-DISTLOG-EOF-YES                   VALUE 'Y'.
       77  WS00-CALND-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS00-CALND-EOF-YES                     VALUE 'Y'.
       77  WS00-DISTLOG-OPEN-SW          PIC X(01)   VALUE 'N'.
           88  WS00-DISTLOG-OPEN                      VALUE 'Y'.
       77  WS00-REC-TIMED-SW             PIC X(01)   VALUE 'N'.
           88  WS00-REC-TIMED                         VALUE 'Y'.
       77  WS00-HHMM-OK-SW               PIC X(01)   VALUE 'N'.
           88  WS00-HHMM-OK                           VALUE 'Y'.
       77  WS00-CONF-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS00-CONF-FOUND                        VALUE 'Y'.
       77  WS00-FIRST-AVG-SW             PIC X(01)   VALUE 'N'.
           88  WS00-FIRST-AVG-SET                     VALUE 'Y'.
       77  WS00-LOW-MARGIN-SW            PIC X(01)   VALUE 'N'.
           88  WS00-LOW-MARGIN-SET                    VALUE 'Y'.
       77  WS00-SLA-RC                   PIC 9(02)   VALUE ZERO.

      ******************************************************************
      *    SELECTION (SLAPARM CARD)
      ******************************************************************
       01  WS00-PARM-REC.
           05  WS00-PARM-REPORT-ID       PIC X(08)   VALUE SPACES.
           05  WS00-PARM-LAST-NIGHT      PIC X(08)   VALUE SPACES.
           05  WS00-PARM-LAST-NIGHT-N REDEFINES WS00-PARM-LAST-NIGHT
                                         PIC 9(08).
           05  WS00-PARM-NIGHTS          PIC X(03)   VALUE SPACES.
           05  WS00-PARM-NIGHTS-N REDEFINES WS00-PARM-NIGHTS
                                         PIC 9(03).
           05  WS00-PARM-WINDOW          PIC X(02)   VALUE SPACES.
           05  WS00-PARM-WINDOW-N REDEFINES WS00-PARM-WINDOW
                                         PIC 9(02).
           05  WS00-PARM-CREEP-PCT       PIC X(03)   VALUE SPACES.
           05  WS00-PARM-CREEP-PCT-N REDEFINES WS00-PARM-CREEP-PCT
                                         PIC 9(03).
           05  WS00-PARM-NIGHT-START     PIC X(04)   VALUE SPACES.
           05  FILLER                    PIC X(52)   VALUE SPACES.
       77  WS00-SEL-REPORT-ID            PIC X(08)   VALUE SPACES.
       77  WS00-NIGHTS                   PIC 9(03)  COMP   VALUE 7.
       77  WS00-WINDOW                   PIC 9(03)  COMP   VALUE 7.
       77  WS00-CREEP-PCT                PIC 9(03)         VALUE 20.
       77  WS00-NIGHT-START-X            PIC X(04)   VALUE '1200'.
       77  WS00-NIGHT-START-MINS         PIC 9(04)  COMP   VALUE 720.

      ******************************************************************
      *    THE LISTED NIGHTS.  NIGHTS ARE HELD AS INTEGER DAYS
      *    (FUNCTION INTEGER-OF-DATE).  THE NIGHT TABLE STARTS WINDOW-1
      *    NIGHTS BEFORE THE FIRST LISTED NIGHT SO ITS ROLLING AVERAGE
      *    IS FULL; SLOT 1 IS THE BASE NIGHT.
      ******************************************************************
       77  WS00-NOW-DATE                 PIC 9(08)         VALUE ZERO.
       77  WS00-NOW-TIME                 PIC 9(08)         VALUE ZERO.
       77  WS00-NOW-INT                  PIC S9(09) COMP   VALUE ZERO.
       77  WS00-NOW-MINS                 PIC S9(09) COMP   VALUE ZERO.
       77  WS00-LAST-INT                 PIC S9(09) COMP   VALUE ZERO.
       77  WS00-FIRST-INT                PIC S9(09) COMP   VALUE ZERO.
       77  WS00-BASE-INT                 PIC S9(09) COMP   VALUE ZERO.
       77  WS00-SLOT-CNT                 PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-SLOT                     PIC S9(09) COMP   VALUE ZERO.
       77  WS00-DATE-WORK                PIC 9(08)         VALUE ZERO.
       77  WS00-FIRST-NIGHT-X            PIC X(08)   VALUE SPACES.
       77  WS00-LAST-NIGHT-X             PIC X(08)   VALUE SPACES.
       77  WS00-RANGE-LOW-X              PIC X(08)   VALUE SPACES.
       77  WS00-RANGE-HIGH-X             PIC X(08)   VALUE SPACES.
       77  WS00-NIGHT-INT                PIC S9(09) COMP   VALUE ZERO.
       77  WS00-NIGHT-DATE               PIC 9(08)         VALUE ZERO.
       77  WS00-NIGHT-DATE-X             PIC X(08)   VALUE SPACES.
       77  WS00-NIGHT-LBD                PIC 9(08)         VALUE ZERO.
       77  WS00-NIGHT-DOW                PIC 9(01)         VALUE 1.

      ******************************************************************
      *    THE CURRENT REPORT'S CONVERSIONS, ONE SLOT PER NIGHT.  THE
      *    LATEST CONVERSION OF A NIGHT OVERWRITES AN EARLIER ONE.
      ******************************************************************
       77  WS00-CUR-REPORT-ID            PIC X(08)   VALUE SPACES.
       77  WS00-CUR-DESC                 PIC X(20)   VALUE SPACES.
       77  WS00-CUR-SLA-CNT              PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-CUR-RUN-NIGHTS           PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-NGT-SUB                  PIC 9(03)  COMP   VALUE 1.
       01  WS00-NGT-TABLE.
           05  WS00-NGT-ENTRY OCCURS 130 TIMES.
               10  WS00-NGT-RUNS         PIC 9(03)  COMP.
               10  WS00-NGT-START-DATE   PIC X(08).
               10  WS00-NGT-START-TIME   PIC X(08).
               10  WS00-NGT-END-DATE     PIC X(08).
               10  WS00-NGT-END-TIME     PIC X(08).
               10  WS00-NGT-ELAPSED      PIC 9(07)V99 COMP.
               10  WS00-NGT-TIMED-SW     PIC X(01).
                   88  WS00-NGT-TIMED               VALUE 'Y'.

      ******************************************************************
      *    SLA LOOKUP -- THE MOST SPECIFIC RPTSLATB RECORD FOR THE
      *    NIGHT (RANK 4 = QUARTER END .. 1 = EVERY NIGHT)
      ******************************************************************
       77  WS00-SLA-SUB                  PIC 9(03)  COMP   VALUE 1.
       77  WS00-SLA-HIT                  PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-SLA-HIT-RANK             PIC 9(01)         VALUE ZERO.
       77  WS00-SLA-RANK                 PIC 9(01)         VALUE ZERO.
       77  WS00-UNSEEN-SUB               PIC 9(03)  COMP   VALUE 1.
       77  WS00-DUP-HIT                  PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-NEW-FREQ                 PIC X(01)   VALUE SPACES.
       77  WS00-NEW-DOW                  PIC X(01)   VALUE SPACES.
       77  WS00-NEW-CONV-MINS            PIC 9(04)  COMP   VALUE ZERO.
       77  WS00-NEW-DLVR-MINS            PIC 9(04)  COMP   VALUE ZERO.
       77  WS00-DROP-REASON              PIC X(30)   VALUE SPACES.

      ******************************************************************
      *    DELIVERY CONFIRMATIONS (DISTLOG CONFIRM LINES IN RANGE)
      ******************************************************************
       77  WS00-CONF-SUB                 PIC 9(04)  COMP   VALUE 1.
       77  WS00-CONF-MINS                PIC S9(09) COMP   VALUE ZERO.
       77  WS00-CONF-INT                 PIC S9(09) COMP   VALUE ZERO.
       77  WS00-CONF-HH                  PIC 9(02)         VALUE ZERO.
       77  WS00-CONF-MI                  PIC 9(02)         VALUE ZERO.
       01  WS00-CONF-TABLE.
           05  WS00-CONF-CNT             PIC 9(04)  COMP   VALUE ZERO.
           05  WS00-CONF-ENTRY OCCURS 2000 TIMES.
               10  WS00-CONF-REPORT-ID   PIC X(08).
               10  WS00-CONF-DATE        PIC X(08).
               10  WS00-CONF-TIME        PIC X(08).

      ******************************************************************
      *    DISTRIBUTION LOG LINE (AS WRITTEN BY RPTDISTR / RPTDLVCK)
      ******************************************************************
       01  WS00-LOG-REC.
           05  WS00-LOG-DATE             PIC X(08).
           05  FILLER                    PIC X(01).
           05  WS00-LOG-TIME             PIC X(08).
           05  WS00-LOG-ACTION           PIC X(08).
           05  WS00-LOG-REPORT-ID        PIC X(08).
           05  FILLER                    PIC X(99).

      ******************************************************************
      *    TIME ARITHMETIC.  AN EVENT'S NIGHT MINUTES ARE MINUTES FROM
      *    MIDNIGHT AT THE START OF ITS NIGHT'S DATE, SO 01:30 THE
      *    NEXT MORNING IS 1530.  SLA TIMES ARE HELD THE SAME WAY.
      ******************************************************************
       01  WS00-YMD-WORK.
           05  WS00-YMD-YYYY             PIC 9(04).
           05  WS00-YMD-MM               PIC 9(02).
           05  WS00-YMD-DD               PIC 9(02).
       01  WS00-YMD-NUM REDEFINES WS00-YMD-WORK
                                         PIC 9(08).
       01  WS00-YMD-WORK-X REDEFINES WS00-YMD-WORK
                                         PIC X(08).
       01  WS00-HMS-WORK.
           05  WS00-HMS-HH               PIC 9(02).
           05  WS00-HMS-MI               PIC 9(02).
           05  WS00-HMS-SS               PIC 9(02).
           05  WS00-HMS-HU               PIC 9(02).
       01  WS00-HMS-WORK-X REDEFINES WS00-HMS-WORK
                                         PIC X(08).
       01  WS00-HHMM-IN.
           05  WS00-HHMM-HH              PIC 9(02).
           05  WS00-HHMM-MI              PIC 9(02).
       01  WS00-HHMM-IN-X REDEFINES WS00-HHMM-IN
                                         PIC X(04).
       77  WS00-HHMM-MINS                PIC 9(04)  COMP   VALUE ZERO.
       77  WS00-CLOCK-MINS               PIC 9(04)  COMP   VALUE ZERO.
       77  WS00-EVT-INT                  PIC S9(09) COMP   VALUE ZERO.
       77  WS00-EVT-DAY-ADJ              PIC 9(01)         VALUE ZERO.
       77  WS00-EVT-MINS                 PIC S9(09) COMP   VALUE ZERO.
       77  WS00-END-MINS                 PIC S9(09) COMP   VALUE ZERO.
       77  WS00-NOW-NGT-MINS             PIC S9(09) COMP   VALUE ZERO.
       77  WS00-MARGIN                   PIC S9(09) COMP   VALUE ZERO.
       77  WS00-NEAR-LIM                 PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-LOW-MARGIN               PIC S9(09) COMP   VALUE ZERO.

      ******************************************************************
      *    ROLLING ELAPSED TIME AND TREND
      ******************************************************************
       77  WS00-ROLL-SUB                 PIC 9(03)  COMP   VALUE 1.
       77  WS00-ROLL-FROM                PIC 9(03)  COMP   VALUE 1.
       77  WS00-ROLL-CNT                 PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-ROLL-SUM                 PIC 9(11)V99 COMP VALUE ZERO.
       77  WS00-ROLL-AVG                 PIC 9(09)V99 COMP VALUE ZERO.
       77  WS00-FIRST-AVG                PIC 9(09)V99 COMP VALUE ZERO.
       77  WS00-LAST-AVG                 PIC 9(09)V99 COMP VALUE ZERO.
       77  WS00-AVG-NIGHTS               PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-TREND-PCT                PIC S9(05)V9      VALUE ZERO.
       77  WS00-TREND-PCT-DISP           PIC +(5)9.9.
       77  WS00-TREND-TXT                PIC X(08)   VALUE SPACES.

      ******************************************************************
      *    EDITED TEXT OF ONE NIGHT LINE
      ******************************************************************
       77  WS00-DUR-SECS                 PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-DUR-WORK                 PIC 9(09)  COMP   VALUE ZERO.
       01  WS00-DUR-EDIT.
           05  WS00-DUR-HH               PIC ZZ9.
           05  FILLER                    PIC X(01)   VALUE ':'.
           05  WS00-DUR-MI               PIC 9(02).
           05  FILLER                    PIC X(01)   VALUE ':'.
           05  WS00-DUR-SS               PIC 9(02).
       77  WS00-MARGIN-DISP              PIC -(4)9.
       77  WS00-MARGIN-TXT               PIC X(05)   VALUE SPACES.
       77  WS00-RATE-TXT                 PIC X(13)   VALUE SPACES.
       77  WS00-STAMP-TXT                PIC X(11)   VALUE SPACES.
       77  WS00-DL-HHMM                  PIC X(04)   VALUE SPACES.
       77  WS00-DL-MINS                  PIC 9(04)  COMP   VALUE ZERO.
       77  WS00-DL-TXT                   PIC X(08)   VALUE SPACES.
       77  WS00-RUNS-DISP                PIC ZZ9.
       77  WS00-TXT-TYPE                 PIC X(07)   VALUE SPACES.
       77  WS00-TXT-START                PIC X(08)   VALUE SPACES.
       77  WS00-TXT-END                  PIC X(11)   VALUE SPACES.
       77  WS00-TXT-ELAPSED              PIC X(09)   VALUE SPACES.
       77  WS00-TXT-ROLL                 PIC X(09)   VALUE SPACES.
       77  WS00-TXT-CONV-BY              PIC X(08)   VALUE SPACES.
       77  WS00-TXT-CONV-MARGIN          PIC X(05)   VALUE SPACES.
       77  WS00-TXT-CONV-FLAG            PIC X(13)   VALUE SPACES.
       77  WS00-TXT-DLVR                 PIC X(11)   VALUE SPACES.
       77  WS00-TXT-DLVR-BY              PIC X(08)   VALUE SPACES.
       77  WS00-TXT-DLVR-MARGIN          PIC X(05)   VALUE SPACES.
       77  WS00-TXT-DLVR-FLAG            PIC X(13)   VALUE SPACES.
       77  WS00-TXT-FIRST-AVG            PIC X(09)   VALUE SPACES.
       77  WS00-TXT-LOW-MARGIN           PIC X(05)   VALUE SPACES.

      ******************************************************************
      *    COUNTERS
      ******************************************************************
       77  WS00-REPORTS-LISTED           PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-NIGHTS-LISTED            PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-CONV-BREACH-CNT          PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-DLVR-BREACH-CNT          PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-NEAR-MISS-CNT            PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-PENDING-CNT              PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-CREEP-CNT                PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-SLA-DROPPED              PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-CONF-DROPPED             PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-NBR-DISP                 PIC ZZZZZZZZ9.

      ******************************************************************
      *    REPORT LINE WORK AREAS
      ******************************************************************
       01  WS00-SLARPT-LINE              PIC X(132).

      ******************************************************************
      *    AUDIT TRAIL RECORD (SEE COPYLIB/RPTAUD.CPY)
      ******************************************************************
           COPY RPTAUD.

      ******************************************************************
      *    SLA TABLE (SEE COPYLIB/RPTSLA.CPY)
      ******************************************************************
           COPY RPTSLA.

      ******************************************************************
      *    PROCESSING CALENDAR (SEE COPYLIB/RPTCAL.CPY)
      ******************************************************************
           COPY RPTCAL.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
           PERFORM 2000-PROCESS-AUDIT    THRU 2000-EXIT
               UNTIL WS00-AUDIT-EOF-YES.
           IF WS00-CUR-REPORT-ID NOT = SPACES
               PERFORM 3000-LIST-REPORT  THRU 3000-EXIT
           END-IF.
           PERFORM 4000-LIST-UNSEEN-SLA  THRU 4000-EXIT
               VARYING WS00-UNSEEN-SUB FROM 1 BY 1
               UNTIL WS00-UNSEEN-SUB > WS00-SLA-CNT.
           PERFORM 8000-TERMINATE        THRU 8000-EXIT.
           MOVE WS00-SLA-RC TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- READ THE PARM CARD, LOAD THE SLA TABLE, THE
      *                    CONFIRMS AND THE CALENDAR, POSITION THE
      *                    AUDIT TRAIL, WRITE THE HEADINGS
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT FILE-SLARPT.
           PERFORM 1100-READ-PARM-CARD   THRU 1100-EXIT.
           MOVE SPACES TO WS00-SLARPT-LINE.
           STRING 'RPTSLARP - CONVERSION AND DELIVERY SLA REPORT, '
                      DELIMITED BY SIZE
                  'NIGHTS '
                      DELIMITED BY SIZE
                  WS00-FIRST-NIGHT-X
                      DELIMITED BY SIZE
                  ' TO '
                      DELIMITED BY SIZE
                  WS00-LAST-NIGHT-X
                      DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
           MOVE WS00-WINDOW TO WS00-RUNS-DISP.
           MOVE SPACES TO WS00-SLARPT-LINE.
           STRING 'NIGHT START '
                      DELIMITED BY SIZE
                  WS00-NIGHT-START-X(1:2)
                      DELIMITED BY SIZE
                  ':'
                      DELIMITED BY SIZE
                  WS00-NIGHT-START-X(3:2)
                      DELIMITED BY SIZE
                  '   ROLLING WINDOW '
                      DELIMITED BY SIZE
                  WS00-RUNS-DISP
                      DELIMITED BY SIZE
                  ' NIGHTS   CREEP THRESHOLD '
                      DELIMITED BY SIZE
                  WS00-CREEP-PCT
                      DELIMITED BY SIZE
                  ' PCT   MARGINS IN MINUTES, + = AHEAD OF THE SLA'
                      DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
           PERFORM 1200-LOAD-SLA-TABLE   THRU 1200-EXIT.
           PERFORM 1300-LOAD-CONFIRMS    THRU 1300-EXIT.
           IF NOT WS00-DISTLOG-OPEN
               MOVE SPACES TO WS00-SLARPT-LINE
               STRING 'DISTLOG NOT AVAILABLE - DELIVERY NOT CHECKED'
                          DELIMITED BY SIZE
                      INTO WS00-SLARPT-LINE
               WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE
           END-IF.
           PERFORM 1440-LOAD-CALENDAR    THRU 1440-EXIT.
           OPEN INPUT FILE-AUDIT.
           IF WS00-AUDIT-STATUS NOT = '00'
               GO TO 9100-AUDIT-ERROR.
           MOVE WS00-SEL-REPORT-ID TO FD-AUDIT-KEY-ID.
           IF WS00-SEL-REPORT-ID = SPACES
               MOVE LOW-VALUES     TO FD-AUDIT-KEY-ID
           END-IF.
           MOVE LOW-VALUES         TO FD-AUDIT-KEY-DATE.
           MOVE LOW-VALUES         TO FD-AUDIT-KEY-TIME.
           START FILE-AUDIT KEY >= FD-AUDIT-KEY
               INVALID KEY
                   SET WS00-AUDIT-EOF-YES TO TRUE
           END-START.
           IF NOT WS00-AUDIT-EOF-YES
               PERFORM 2010-READ-AUDIT-NEXT THRU 2010-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-PARM-CARD -- OPTIONAL ONE-RECORD SELECTION CARD, THEN
      *                        THE RANGE OF NIGHTS IT SELECTS
      ******************************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT FILE-PARM.
           IF WS00-PARM-STATUS = '00'
               READ FILE-PARM INTO WS00-PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FILE-PARM
           END-IF.
           MOVE WS00-PARM-REPORT-ID TO WS00-SEL-REPORT-ID.
           IF WS00-PARM-NIGHTS IS NUMERIC
               IF WS00-PARM-NIGHTS-N > 0 AND WS00-PARM-NIGHTS-N < 93
                   MOVE WS00-PARM-NIGHTS-N TO WS00-NIGHTS
               ELSE
                   DISPLAY 'RPTSLARP - SLAPARM NIGHTS '
                       WS00-PARM-NIGHTS ' NOT 001-092, 007 USED'
               END-IF
           END-IF.
           IF WS00-PARM-WINDOW IS NUMERIC
               IF WS00-PARM-WINDOW-N > 0 AND WS00-PARM-WINDOW-N < 31
                   MOVE WS00-PARM-WINDOW-N TO WS00-WINDOW
               ELSE
                   DISPLAY 'RPTSLARP - SLAPARM WINDOW '
                       WS00-PARM-WINDOW ' NOT 01-30, 07 USED'
               END-IF
           END-IF.
           IF WS00-PARM-CREEP-PCT IS NUMERIC
               MOVE WS00-PARM-CREEP-PCT-N TO WS00-CREEP-PCT
           END-IF.
           IF WS00-PARM-NIGHT-START NOT = SPACES
               MOVE WS00-PARM-NIGHT-START TO WS00-HHMM-IN-X
               PERFORM 1230-EDIT-HHMM THRU 1230-EXIT
               IF WS00-HHMM-OK
                   MOVE WS00-PARM-NIGHT-START TO WS00-NIGHT-START-X
                   MOVE WS00-HHMM-MINS TO WS00-NIGHT-START-MINS
               ELSE
                   DISPLAY 'RPTSLARP - SLAPARM NIGHT START '
                       WS00-PARM-NIGHT-START ' INVALID, 1200 USED'
               END-IF
           END-IF.
           ACCEPT WS00-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS00-NOW-TIME FROM TIME.
           COMPUTE WS00-NOW-INT =
               FUNCTION INTEGER-OF-DATE(WS00-NOW-DATE).
           MOVE WS00-NOW-TIME TO WS00-HMS-WORK-X.
           COMPUTE WS00-NOW-MINS = WS00-HMS-HH * 60 + WS00-HMS-MI.
           MOVE WS00-NOW-INT TO WS00-LAST-INT.
           IF WS00-NOW-MINS < WS00-NIGHT-START-MINS
               SUBTRACT 1 FROM WS00-LAST-INT
           END-IF.
           IF WS00-PARM-LAST-NIGHT IS NUMERIC
               COMPUTE WS00-EVT-INT =
                   FUNCTION INTEGER-OF-DATE(WS00-PARM-LAST-NIGHT-N)
               IF WS00-EVT-INT > 0
                   MOVE WS00-EVT-INT TO WS00-LAST-INT
               ELSE
                   DISPLAY 'RPTSLARP - SLAPARM LAST NIGHT '
                       WS00-PARM-LAST-NIGHT ' INVALID, CURRENT NIGHT '
                       'USED'
               END-IF
           END-IF.
           COMPUTE WS00-FIRST-INT = WS00-LAST-INT - WS00-NIGHTS + 1.
           COMPUTE WS00-BASE-INT  = WS00-FIRST-INT - WS00-WINDOW + 1.
           COMPUTE WS00-SLOT-CNT  = WS00-NIGHTS + WS00-WINDOW - 1.
           COMPUTE WS00-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(WS00-FIRST-INT).
           MOVE WS00-DATE-WORK TO WS00-FIRST-NIGHT-X.
           COMPUTE WS00-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(WS00-LAST-INT).
           MOVE WS00-DATE-WORK TO WS00-LAST-NIGHT-X.
           COMPUTE WS00-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(WS00-BASE-INT).
           MOVE WS00-DATE-WORK TO WS00-RANGE-LOW-X.
           COMPUTE WS00-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(WS00-LAST-INT + 2).
           MOVE WS00-DATE-WORK TO WS00-RANGE-HIGH-X.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-SLA-TABLE -- RPTSLATB INTO WS00-SLA-TABLE.  ONLY THE
      *                        SELECTED REPORT'S RECORDS WHEN SLAPARM
      *                        NAMES ONE.  NO TABLE, NOTHING TO MEASURE
      *                        AGAINST -- RC 8.
      ******************************************************************
       1200-LOAD-SLA-TABLE.
           MOVE ZERO TO WS00-SLA-CNT.
           OPEN INPUT FILE-SLATB.
           IF WS00-SLATB-STATUS NOT = '00'
               GO TO 9200-SLATB-ERROR.
           PERFORM 1210-READ-SLATB THRU 1210-EXIT.
           PERFORM 1220-BUILD-SLA-ENTRY THRU 1220-EXIT
               UNTIL WS00-SLATB-EOF-YES.
           CLOSE FILE-SLATB.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-READ-SLATB -- NEXT SLA RECORD
      ******************************************************************
       1210-READ-SLATB.
           READ FILE-SLATB INTO WS00-SLA-IN-REC
               AT END
                   SET WS00-SLATB-EOF-YES TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1220-BUILD-SLA-ENTRY -- EDIT ONE SLA RECORD AND ADD IT.  A BAD
      *                         RECORD IS LISTED ON SLARPT AND DROPPED.
      ******************************************************************
       1220-BUILD-SLA-ENTRY.
           IF WS00-SLA-IN-REPORT-ID = SPACES
               GO TO 1220-NEXT.
           IF WS00-SEL-REPORT-ID NOT = SPACES
               AND WS00-SLA-IN-REPORT-ID NOT = WS00-SEL-REPORT-ID
               GO TO 1220-NEXT.
           MOVE SPACES TO WS00-DROP-REASON.
           MOVE WS00-SLA-IN-FREQ TO WS00-NEW-FREQ.
           IF WS00-NEW-FREQ = SPACE
               MOVE 'D' TO WS00-NEW-FREQ
           END-IF.
           MOVE SPACE TO WS00-NEW-DOW.
           EVALUATE WS00-NEW-FREQ
               WHEN 'D'
               WHEN 'M'
               WHEN 'Q'
                   CONTINUE
               WHEN 'W'
                   IF WS00-SLA-IN-DOW < '1' OR WS00-SLA-IN-DOW > '7'
                       MOVE 'WEEKLY DOW NOT 1-7' TO WS00-DROP-REASON
                   ELSE
                       MOVE WS00-SLA-IN-DOW TO WS00-NEW-DOW
                   END-IF
               WHEN OTHER
                   MOVE 'FREQUENCY NOT D/W/M/Q' TO WS00-DROP-REASON
           END-EVALUATE.
           IF WS00-DROP-REASON NOT = SPACES
               GO TO 1220-DROP.
           MOVE WS00-SLA-IN-CONV-BY TO WS00-HHMM-IN-X.
           PERFORM 1230-EDIT-HHMM THRU 1230-EXIT.
           IF NOT WS00-HHMM-OK
               MOVE 'CONVERT-BY NOT HHMM' TO WS00-DROP-REASON
               GO TO 1220-DROP.
           PERFORM 1240-NIGHT-HHMM THRU 1240-EXIT.
           MOVE WS00-HHMM-MINS TO WS00-NEW-CONV-MINS.
           MOVE ZERO TO WS00-NEW-DLVR-MINS.
           IF WS00-SLA-IN-DLVR-BY NOT = SPACES
               MOVE WS00-SLA-IN-DLVR-BY TO WS00-HHMM-IN-X
               PERFORM 1230-EDIT-HHMM THRU 1230-EXIT
               IF NOT WS00-HHMM-OK
                   MOVE 'DELIVER-BY NOT HHMM' TO WS00-DROP-REASON
                   GO TO 1220-DROP
               END-IF
               PERFORM 1240-NIGHT-HHMM THRU 1240-EXIT
               MOVE WS00-HHMM-MINS TO WS00-NEW-DLVR-MINS
               IF WS00-NEW-DLVR-MINS < WS00-NEW-CONV-MINS
                   MOVE 'DELIVER-BY BEFORE CONVERT-BY'
                       TO WS00-DROP-REASON
                   GO TO 1220-DROP
               END-IF
           END-IF.
           IF WS00-SLA-IN-NEAR-MINS NOT = SPACES
               AND WS00-SLA-IN-NEAR-MINS IS NOT NUMERIC
               MOVE 'NEAR-MISS MINUTES NOT NUMERIC' TO WS00-DROP-REASON
               GO TO 1220-DROP.
           MOVE ZERO TO WS00-DUP-HIT.
           PERFORM 1225-CHECK-DUP-SLA THRU 1225-EXIT
               VARYING WS00-SLA-SUB FROM 1 BY 1
               UNTIL WS00-SLA-SUB > WS00-SLA-CNT
                  OR WS00-DUP-HIT > 0.
           IF WS00-DUP-HIT > 0
               MOVE 'DUPLICATE OF AN EARLIER RECORD' TO WS00-DROP-REASON
               GO TO 1220-DROP.
           IF WS00-SLA-CNT = 200
               MOVE 'TABLE FULL (MAX 200)' TO WS00-DROP-REASON
               GO TO 1220-DROP.
           ADD 1 TO WS00-SLA-CNT.
           MOVE WS00-SLA-CNT TO WS00-SLA-SUB.
           MOVE WS00-SLA-IN-REPORT-ID
               TO WS00-SLA-REPORT-ID(WS00-SLA-SUB).
           MOVE WS00-NEW-FREQ
               TO WS00-SLA-FREQ(WS00-SLA-SUB).
           MOVE WS00-NEW-DOW
               TO WS00-SLA-DOW(WS00-SLA-SUB).
           MOVE WS00-SLA-IN-CONV-BY
               TO WS00-SLA-CONV-BY(WS00-SLA-SUB).
           MOVE WS00-NEW-CONV-MINS
               TO WS00-SLA-CONV-MINS(WS00-SLA-SUB).
           MOVE WS00-SLA-IN-DLVR-BY
               TO WS00-SLA-DLVR-BY(WS00-SLA-SUB).
           MOVE WS00-NEW-DLVR-MINS
               TO WS00-SLA-DLVR-MINS(WS00-SLA-SUB).
           IF WS00-SLA-IN-NEAR-MINS = SPACES
               MOVE 30 TO WS00-SLA-NEAR-MINS(WS00-SLA-SUB)
           ELSE
               MOVE WS00-SLA-IN-NEAR-MINS
                   TO WS00-SLA-NEAR-MINS(WS00-SLA-SUB)
           END-IF.
           MOVE WS00-SLA-IN-DESC
               TO WS00-SLA-DESC(WS00-SLA-SUB).
           MOVE 'N'
               TO WS00-SLA-SEEN-SW(WS00-SLA-SUB).
           GO TO 1220-NEXT.
       1220-DROP.
           ADD 1 TO WS00-SLA-DROPPED.
           IF WS00-SLA-RC < 4
               MOVE 4 TO WS00-SLA-RC
           END-IF.
           MOVE SPACES TO WS00-SLARPT-LINE.
           STRING 'RPTSLATB RECORD DROPPED - '
                      DELIMITED BY SIZE
                  WS00-DROP-REASON
                      DELIMITED BY SIZE
                  ': '
                      DELIMITED BY SIZE
                  WS00-SLA-IN-REC(1:41)
                      DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
       1220-NEXT.
           PERFORM 1210-READ-SLATB THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      ******************************************************************
      * 1225-CHECK-DUP-SLA -- ONE SLOT OF THE DUPLICATE CHECK (SAME
      *                       REPORT-ID, FREQUENCY AND DAY OF WEEK)
      ******************************************************************
       1225-CHECK-DUP-SLA.
           IF WS00-SLA-REPORT-ID(WS00-SLA-SUB) = WS00-SLA-IN-REPORT-ID
               AND WS00-SLA-FREQ(WS00-SLA-SUB) = WS00-NEW-FREQ
               AND WS00-SLA-DOW(WS00-SLA-SUB)  = WS00-NEW-DOW
               MOVE WS00-SLA-SUB TO WS00-DUP-HIT
           END-IF.
       1225-EXIT.
           EXIT.

      ******************************************************************
      * 1230-EDIT-HHMM -- IS WS00-HHMM-IN-X A CLOCK TIME 0000-2359?
      *                   SETS WS00-HHMM-MINS, MINUTES FROM MIDNIGHT.
      ******************************************************************
       1230-EDIT-HHMM.
           MOVE 'N'  TO WS00-HHMM-OK-SW.
           MOVE ZERO TO WS00-HHMM-MINS.
           IF WS00-HHMM-IN-X IS NOT NUMERIC
               GO TO 1230-EXIT.
           IF WS00-HHMM-HH > 23 OR WS00-HHMM-MI > 59
               GO TO 1230-EXIT.
           COMPUTE WS00-HHMM-MINS = WS00-HHMM-HH * 60 + WS00-HHMM-MI.
           MOVE 'Y'  TO WS00-HHMM-OK-SW.
       1230-EXIT.
           EXIT.

      ******************************************************************
      * 1240-NIGHT-HHMM -- AN SLA CLOCK TIME EARLIER THAN THE NIGHT
      *                    START FALLS ON THE NEXT MORNING
      ******************************************************************
       1240-NIGHT-HHMM.
           IF WS00-HHMM-MINS < WS00-NIGHT-START-MINS
               ADD 1440 TO WS00-HHMM-MINS
           END-IF.
       1240-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-CONFIRMS -- THE CONFIRM LINES OF THE OPTIONAL DISTLOG
      *                       FOR THE SELECTED REPORTS IN THE DATE RANGE
      ******************************************************************
       1300-LOAD-CONFIRMS.
           MOVE ZERO TO WS00-CONF-CNT.
           OPEN INPUT FILE-DISTLOG.
           IF WS00-DISTLOG-STATUS NOT = '00'
               GO TO 1300-EXIT.
           MOVE 'Y' TO WS00-DISTLOG-OPEN-SW.
           PERFORM 1310-READ-DISTLOG THRU 1310-EXIT.
           PERFORM 1320-KEEP-ONE-CONFIRM THRU 1320-EXIT
               UNTIL WS00-DISTLOG-EOF-YES.
           CLOSE FILE-DISTLOG.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1310-READ-DISTLOG -- NEXT DISTRIBUTION LOG LINE
      ******************************************************************
       1310-READ-DISTLOG.
           READ FILE-DISTLOG INTO WS00-LOG-REC
               AT END
                   SET WS00-DISTLOG-EOF-YES TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      ******************************************************************
      * 1320-KEEP-ONE-CONFIRM -- FILE ONE CONFIRM LINE IN THE TABLE
      ******************************************************************
       1320-KEEP-ONE-CONFIRM.
           IF WS00-LOG-ACTION NOT = ' CONFIRM'
               GO TO 1320-NEXT.
           IF WS00-SEL-REPORT-ID NOT = SPACES
               AND WS00-LOG-REPORT-ID NOT = WS00-SEL-REPORT-ID
               GO TO 1320-NEXT.
           IF WS00-LOG-DATE IS NOT NUMERIC
               OR WS00-LOG-TIME IS NOT NUMERIC
               OR WS00-LOG-DATE < WS00-RANGE-LOW-X
               OR WS00-LOG-DATE > WS00-RANGE-HIGH-X
               GO TO 1320-NEXT.
           IF WS00-CONF-CNT = 2000
               ADD 1 TO WS00-CONF-DROPPED
               IF WS00-SLA-RC < 4
                   MOVE 4 TO WS00-SLA-RC
               END-IF
               GO TO 1320-NEXT.
           ADD 1 TO WS00-CONF-CNT.
           MOVE WS00-LOG-REPORT-ID
               TO WS00-CONF-REPORT-ID(WS00-CONF-CNT).
           MOVE WS00-LOG-DATE      TO WS00-CONF-DATE(WS00-CONF-CNT).
           MOVE WS00-LOG-TIME      TO WS00-CONF-TIME(WS00-CONF-CNT).
       1320-NEXT.
           PERFORM 1310-READ-DISTLOG THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      ******************************************************************
      * 1440-LOAD-CALENDAR -- READ THE OPTIONAL RPTCALND PROCESSING
      *                        CALENDAR ONCE AT STARTUP, SAME FOLD AS
      *                        RPT2EXCEL.  WHEN THE DD IS ABSENT BOTH
      *                        TABLES STAY EMPTY AND EVERY EXPECTED
      *                        REPORT IS TREATED AS DUE.
      ******************************************************************
       1440-LOAD-CALENDAR.
           MOVE ZERO TO WS00-CAL-CNT.
           MOVE ZERO TO WS00-HOL-CNT.
           OPEN INPUT FILE-CALND.
           IF WS00-CALND-STATUS = '00'
               PERFORM 1410-READ-CALND-RECORD THRU 1410-EXIT
               PERFORM 1420-BUILD-CAL-ENTRY THRU 1420-EXIT
                   UNTIL WS00-CALND-EOF-YES
               CLOSE FILE-CALND
           END-IF.
           MOVE 'N' TO WS00-CALND-EOF-SWITCH.
       1440-EXIT.
           EXIT.

      ******************************************************************
      * 1410-READ-CALND-RECORD -- ONE CALENDAR RECORD
      ******************************************************************
       1410-READ-CALND-RECORD.
           READ FILE-CALND INTO WS00-CAL-IN-REC
               AT END
                   SET WS00-CALND-EOF-YES TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      ******************************************************************
      * 1420-BUILD-CAL-ENTRY -- FOLD ONE CALENDAR RECORD INTO THE
      *                          REPORT-FREQUENCY OR HOLIDAY TABLE
      ******************************************************************
       1420-BUILD-CAL-ENTRY.
           EVALUATE TRUE
               WHEN WS00-CAL-IN-REPORT
                   IF WS00-CAL-CNT = 100
                       DISPLAY 'RPTSLARP - RPTCALND REPORT TABLE '
                           'LIMIT EXCEEDED (MAX 100), ENTRY FOR '
                           WS00-CAL-IN-REPORT-ID ' DROPPED'
                   ELSE
                       ADD 1 TO WS00-CAL-CNT
                       MOVE WS00-CAL-IN-REPORT-ID
                           TO WS00-CAL-REPORT-ID(WS00-CAL-CNT)
                       MOVE WS00-CAL-IN-FREQ
                           TO WS00-CAL-FREQ(WS00-CAL-CNT)
                       MOVE WS00-CAL-IN-DOW
                           TO WS00-CAL-DOW(WS00-CAL-CNT)
                   END-IF
               WHEN WS00-CAL-IN-HOLIDAY
                   IF WS00-HOL-CNT = 100
                       DISPLAY 'RPTSLARP - RPTCALND HOLIDAY TABLE '
                           'LIMIT EXCEEDED (MAX 100), '
                           WS00-CAL-IN-HOL-DATE ' DROPPED'
                   ELSE
                       ADD 1 TO WS00-HOL-CNT
                       MOVE WS00-CAL-IN-HOL-DATE
                           TO WS00-HOL-DATE(WS00-HOL-CNT)
                   END-IF
               WHEN OTHER
                   DISPLAY 'RPTSLARP - RPTCALND RECORD TYPE '
                       WS00-CAL-IN-TYPE ' UNKNOWN, DROPPED'
           END-EVALUATE.
           PERFORM 1410-READ-CALND-RECORD THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      ******************************************************************
      * 1450-CHECK-REPORT-DUE -- IS WS00-CAL-CHK-REPORT-ID DUE ON
      *                           WS00-CAL-CHK-DATE?  SAME RULES AS
      *                           RPT2EXCEL'S BATCH-LIST CHECK.
      ******************************************************************
       1450-CHECK-REPORT-DUE.
           MOVE 'Y'  TO WS00-CAL-DUE-SW.
           MOVE ZERO TO WS00-CAL-HIT.
           PERFORM 1460-FIND-CAL-ENTRY THRU 1460-EXIT
               VARYING WS00-CAL-SUB FROM 1 BY 1
               UNTIL WS00-CAL-SUB > WS00-CAL-CNT
                  OR WS00-CAL-HIT > 0.
           IF WS00-CAL-HIT = 0
               GO TO 1450-EXIT.
           MOVE WS00-CAL-HIT TO WS00-CAL-SUB.
           EVALUATE TRUE
               WHEN WS00-CAL-FREQ-DAILY(WS00-CAL-SUB)
                   CONTINUE
               WHEN WS00-CAL-FREQ-WEEKLY(WS00-CAL-SUB)
                   MOVE WS00-CAL-CHK-DATE TO WS00-CAL-DOW-DATE
                   PERFORM 1470-COMPUTE-DOW THRU 1470-EXIT
                   IF WS00-CAL-DOW(WS00-CAL-SUB)
                       NOT = WS00-CAL-DOW-NBR
                       MOVE 'N' TO WS00-CAL-DUE-SW
                   END-IF
               WHEN WS00-CAL-FREQ-MONTHEND(WS00-CAL-SUB)
                   PERFORM 1480-FIND-LAST-BUS-DAY THRU 1480-EXIT
                   IF WS00-CAL-CHK-DATE NOT = WS00-CAL-LBD-DATE
                       MOVE 'N' TO WS00-CAL-DUE-SW
                   END-IF
               WHEN WS00-CAL-FREQ-QTREND(WS00-CAL-SUB)
                   IF WS00-CAL-CHK-MM = 03 OR 06 OR 09 OR 12
                       PERFORM 1480-FIND-LAST-BUS-DAY THRU 1480-EXIT
                       IF WS00-CAL-CHK-DATE NOT = WS00-CAL-LBD-DATE
                           MOVE 'N' TO WS00-CAL-DUE-SW
                       END-IF
                   ELSE
                       MOVE 'N' TO WS00-CAL-DUE-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1450-EXIT.
           EXIT.

      ******************************************************************
      * 1460-FIND-CAL-ENTRY -- ONE FREQUENCY SLOT OF THE LOOKUP
      ******************************************************************
       1460-FIND-CAL-ENTRY.
           IF WS00-CAL-REPORT-ID(WS00-CAL-SUB)
               = WS00-CAL-CHK-REPORT-ID
               MOVE WS00-CAL-SUB TO WS00-CAL-HIT
           END-IF.
       1460-EXIT.
           EXIT.

      ******************************************************************
      * 1470-COMPUTE-DOW -- DAY OF WEEK OF WS00-CAL-DOW-DATE (1 =
      *                      MONDAY .. 7 = SUNDAY)
      ******************************************************************
       1470-COMPUTE-DOW.
           COMPUTE WS00-CAL-INT-WORK =
               FUNCTION INTEGER-OF-DATE(WS00-CAL-DOW-DATE) - 1.
           DIVIDE WS00-CAL-INT-WORK BY 7
               GIVING WS00-CAL-INT-QUOT
               REMAINDER WS00-CAL-INT-REM.
           COMPUTE WS00-CAL-DOW-NBR = WS00-CAL-INT-REM + 1.
       1470-EXIT.
           EXIT.

      ******************************************************************
      * 1480-FIND-LAST-BUS-DAY -- LAST BUSINESS DAY OF THE CHECK
      *                            DATE'S MONTH, STEPPED BACK OVER
      *                            WEEKENDS AND RPTCALND HOLIDAYS
      ******************************************************************
       1480-FIND-LAST-BUS-DAY.
           IF WS00-CAL-CHK-MM = 12
               COMPUTE WS00-CAL-NEXT-FIRST =
                   (WS00-CAL-CHK-YYYY + 1) * 10000 + 0101
           ELSE
               COMPUTE WS00-CAL-NEXT-FIRST =
                   WS00-CAL-CHK-YYYY * 10000
                   + (WS00-CAL-CHK-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS00-CAL-LBD-INT =
               FUNCTION INTEGER-OF-DATE(WS00-CAL-NEXT-FIRST) - 1.
           MOVE 'N' TO WS00-CAL-LBD-DONE-SW.
           PERFORM 1485-STEP-BACK-ONE-DAY THRU 1485-EXIT
               UNTIL WS00-CAL-LBD-DONE.
       1480-EXIT.
           EXIT.

      ******************************************************************
      * 1485-STEP-BACK-ONE-DAY -- ONE CANDIDATE DAY OF THE SCAN
      ******************************************************************
       1485-STEP-BACK-ONE-DAY.
           COMPUTE WS00-CAL-LBD-DATE =
               FUNCTION DATE-OF-INTEGER(WS00-CAL-LBD-INT).
           MOVE WS00-CAL-LBD-DATE TO WS00-CAL-DOW-DATE.
           PERFORM 1470-COMPUTE-DOW THRU 1470-EXIT.
           PERFORM 1490-CHECK-HOLIDAY THRU 1490-EXIT.
           IF WS00-CAL-DOW-NBR > 5 OR WS00-CAL-IS-HOLIDAY
               SUBTRACT 1 FROM WS00-CAL-LBD-INT
           ELSE
               SET WS00-CAL-LBD-DONE TO TRUE
           END-IF.
       1485-EXIT.
           EXIT.

      ******************************************************************
      * 1490-CHECK-HOLIDAY -- IS WS00-CAL-LBD-DATE ON THE HOLIDAY
      *                        TABLE?
      ******************************************************************
       1490-CHECK-HOLIDAY.
           MOVE 'N' TO WS00-CAL-HOL-SW.
           PERFORM 1495-CHECK-ONE-HOLIDAY THRU 1495-EXIT
               VARYING WS00-HOL-SUB FROM 1 BY 1
               UNTIL WS00-HOL-SUB > WS00-HOL-CNT
                  OR WS00-CAL-IS-HOLIDAY.
       1490-EXIT.
           EXIT.

      ******************************************************************
      * 1495-CHECK-ONE-HOLIDAY -- ONE HOLIDAY SLOT OF THE SCAN
      ******************************************************************
       1495-CHECK-ONE-HOLIDAY.
           IF WS00-HOL-DATE(WS00-HOL-SUB) = WS00-CAL-LBD-DATE
               SET WS00-CAL-IS-HOLIDAY TO TRUE
           END-IF.
       1495-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-AUDIT -- ONE AUDIT RECORD.  THE KSDS IS IN
      *                       REPORT-ID ORDER, SO A NEW REPORT-ID LISTS
      *                       THE PREVIOUS REPORT.  RECORDS OUTSIDE THE
      *                       DATE RANGE ARE SKIPPED BY REPOSITIONING,
      *                       NOT BY READING THROUGH THE HISTORY.
      *                       SECURED COPIES AND ENTRIES WITHHELD AS
      *                       STALE INPUT ARE NOT CONVERSIONS.
      ******************************************************************
       2000-PROCESS-AUDIT.
           IF WS00-SEL-REPORT-ID NOT = SPACES
               AND WS00-AUD-REPORT-ID NOT = WS00-SEL-REPORT-ID
               SET WS00-AUDIT-EOF-YES TO TRUE
               GO TO 2000-EXIT.
           IF WS00-AUD-MODE-SECURED
               OR WS00-AUD-STALE-WITHHELD
               GO TO 2000-NEXT.
           IF WS00-AUD-REPORT-ID NOT = WS00-CUR-REPORT-ID
               IF WS00-CUR-REPORT-ID NOT = SPACES
                   PERFORM 3000-LIST-REPORT THRU 3000-EXIT
               END-IF
               MOVE WS00-AUD-REPORT-ID TO WS00-CUR-REPORT-ID
               INITIALIZE WS00-NGT-TABLE
           END-IF.
           IF WS00-AUD-RUN-DATE < WS00-RANGE-LOW-X
               MOVE WS00-CUR-REPORT-ID TO FD-AUDIT-KEY-ID
               MOVE WS00-RANGE-LOW-X   TO FD-AUDIT-KEY-DATE
               MOVE LOW-VALUES         TO FD-AUDIT-KEY-TIME
               START FILE-AUDIT KEY >= FD-AUDIT-KEY
                   INVALID KEY
                       SET WS00-AUDIT-EOF-YES TO TRUE
               END-START
               GO TO 2000-NEXT.
           IF WS00-AUD-RUN-DATE > WS00-RANGE-HIGH-X
               MOVE WS00-CUR-REPORT-ID TO FD-AUDIT-KEY-ID
               MOVE HIGH-VALUES        TO FD-AUDIT-KEY-DATE
               MOVE HIGH-VALUES        TO FD-AUDIT-KEY-TIME
               START FILE-AUDIT KEY > FD-AUDIT-KEY
                   INVALID KEY
                       SET WS00-AUDIT-EOF-YES TO TRUE
               END-START
               GO TO 2000-NEXT.
           PERFORM 2100-STORE-NIGHT THRU 2100-EXIT.
       2000-NEXT.
           IF NOT WS00-AUDIT-EOF-YES
               PERFORM 2010-READ-AUDIT-NEXT THRU 2010-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-READ-AUDIT-NEXT -- NEXT AUDIT RECORD
      ******************************************************************
       2010-READ-AUDIT-NEXT.
           READ FILE-AUDIT NEXT RECORD INTO WS00-AUD-REC
               AT END
                   SET WS00-AUDIT-EOF-YES TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2100-STORE-NIGHT -- FILE THE CONVERSION UNDER ITS NIGHT.  A
      *                     RECORD IS TIMED WHEN ITS START AND ELAPSED
      *                     FIELDS HOLD DIGITS; OLDER RECORDS ARE
      *                     PLACED BY THEIR END TIME AND HAVE NO
      *                     ELAPSED TIME.
      ******************************************************************
       2100-STORE-NIGHT.
           MOVE 'N' TO WS00-REC-TIMED-SW.
           IF WS00-AUD-START-DATE IS NUMERIC
               AND WS00-AUD-START-TIME IS NUMERIC
               AND WS00-AUD-ELAPSED-X IS NUMERIC
               MOVE 'Y' TO WS00-REC-TIMED-SW
           END-IF.
           IF WS00-REC-TIMED
               MOVE WS00-AUD-START-DATE TO WS00-YMD-WORK-X
               MOVE WS00-AUD-START-TIME TO WS00-HMS-WORK-X
           ELSE
               MOVE WS00-AUD-RUN-DATE   TO WS00-YMD-WORK-X
               MOVE WS00-AUD-RUN-TIME   TO WS00-HMS-WORK-X
           END-IF.
           IF WS00-YMD-WORK-X IS NOT NUMERIC
               OR WS00-HMS-WORK-X IS NOT NUMERIC
               GO TO 2100-EXIT.
           COMPUTE WS00-EVT-INT =
               FUNCTION INTEGER-OF-DATE(WS00-YMD-NUM).
           COMPUTE WS00-CLOCK-MINS = WS00-HMS-HH * 60 + WS00-HMS-MI.
           IF WS00-CLOCK-MINS < WS00-NIGHT-START-MINS
               SUBTRACT 1 FROM WS00-EVT-INT
           END-IF.
           COMPUTE WS00-SLOT = WS00-EVT-INT - WS00-BASE-INT + 1.
           IF WS00-SLOT < 1 OR WS00-SLOT > WS00-SLOT-CNT
               GO TO 2100-EXIT.
           ADD 1 TO WS00-NGT-RUNS(WS00-SLOT).
           MOVE WS00-AUD-RUN-DATE TO WS00-NGT-END-DATE(WS00-SLOT).
           MOVE WS00-AUD-RUN-TIME TO WS00-NGT-END-TIME(WS00-SLOT).
           IF WS00-REC-TIMED
               MOVE WS00-AUD-START-DATE
                   TO WS00-NGT-START-DATE(WS00-SLOT)
               MOVE WS00-AUD-START-TIME
                   TO WS00-NGT-START-TIME(WS00-SLOT)
               MOVE WS00-AUD-ELAPSED TO WS00-NGT-ELAPSED(WS00-SLOT)
               MOVE 'Y' TO WS00-NGT-TIMED-SW(WS00-SLOT)
           ELSE
               MOVE SPACES TO WS00-NGT-START-DATE(WS00-SLOT)
               MOVE SPACES TO WS00-NGT-START-TIME(WS00-SLOT)
               MOVE ZERO   TO WS00-NGT-ELAPSED(WS00-SLOT)
               MOVE 'N'    TO WS00-NGT-TIMED-SW(WS00-SLOT)
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LIST-REPORT -- EVERY LISTED NIGHT OF WS00-CUR-REPORT-ID,
      *                     THEN ITS TREND LINE.  A REPORT WITH NO SLA
      *                     AND NO CONVERSION IN THE LISTED NIGHTS IS
      *                     LEFT OFF.
      ******************************************************************
       3000-LIST-REPORT.
           MOVE ZERO   TO WS00-CUR-SLA-CNT.
           MOVE SPACES TO WS00-CUR-DESC.
           PERFORM 3010-MARK-SLA-SEEN THRU 3010-EXIT
               VARYING WS00-SLA-SUB FROM 1 BY 1
               UNTIL WS00-SLA-SUB > WS00-SLA-CNT.
           MOVE ZERO   TO WS00-CUR-RUN-NIGHTS.
           PERFORM 3020-COUNT-RUN-NIGHT THRU 3020-EXIT
               VARYING WS00-NGT-SUB FROM WS00-WINDOW BY 1
               UNTIL WS00-NGT-SUB > WS00-SLOT-CNT.
           IF WS00-CUR-SLA-CNT = 0 AND WS00-CUR-RUN-NIGHTS = 0
               GO TO 3000-EXIT.
           ADD 1 TO WS00-REPORTS-LISTED.
           IF WS00-CUR-SLA-CNT = 0
               MOVE '(NO SLA ON RPTSLATB)' TO WS00-CUR-DESC
           END-IF.
           MOVE SPACES TO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
           STRING 'REPORT '
                      DELIMITED BY SIZE
                  WS00-CUR-REPORT-ID
                      DELIMITED BY SIZE
                  '  '
                      DELIMITED BY SIZE
                  WS00-CUR-DESC
                      DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
           MOVE SPACES TO WS00-SLARPT-LINE.
           STRING 'NIGHT    TYPE    RUN START    END         '
                      DELIMITED BY SIZE
                  'ELAPSED   ROLL AVG  CONV BY  MARGN CONVERSION    '
                      DELIMITED BY SIZE
                  'DELIVERED   DLVR BY  MARGN DELIVERY'
                      DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
           MOVE 'N'  TO WS00-FIRST-AVG-SW.
           MOVE 'N'  TO WS00-LOW-MARGIN-SW.
           MOVE ZERO TO WS00-AVG-NIGHTS.
           MOVE ZERO TO WS00-FIRST-AVG.
           MOVE ZERO TO WS00-LAST-AVG.
           MOVE ZERO TO WS00-LOW-MARGIN.
           PERFORM 3100-LIST-ONE-NIGHT THRU 3100-EXIT
               VARYING WS00-NGT-SUB FROM WS00-WINDOW BY 1
               UNTIL WS00-NGT-SUB > WS00-SLOT-CNT.
           PERFORM 3500-WRITE-TREND-LINE THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3010-MARK-SLA-SEEN -- ONE SLA SLOT:  COUNT AND MARK THE
      *                       CURRENT REPORT'S RECORDS
      ******************************************************************
       3010-MARK-SLA-SEEN.
           IF WS00-SLA-REPORT-ID(WS00-SLA-SUB) = WS00-CUR-REPORT-ID
               ADD 1 TO WS00-CUR-SLA-CNT
               MOVE 'Y' TO WS00-SLA-SEEN-SW(WS00-SLA-SUB)
               IF WS00-CUR-DESC = SPACES
                   MOVE WS00-SLA-DESC(WS00-SLA-SUB) TO WS00-CUR-DESC
               END-IF
           END-IF.
       3010-EXIT.
           EXIT.

      ******************************************************************
      * 3020-COUNT-RUN-NIGHT -- ONE LISTED NIGHT:  DID IT CONVERT?
      ******************************************************************
       3020-COUNT-RUN-NIGHT.
           IF WS00-NGT-RUNS(WS00-NGT-SUB) > 0
               ADD 1 TO WS00-CUR-RUN-NIGHTS
           END-IF.
       3020-EXIT.
           EXIT.

      ******************************************************************
      * 3100-LIST-ONE-NIGHT -- ONE NIGHT OF THE CURRENT REPORT AGAINST
      *                        ITS SLA.  A NIGHT WITHOUT A CONVERSION IS
      *                        LISTED ONLY WHEN AN SLA APPLIES AND
      *                        RPTCALND SAYS THE REPORT WAS DUE.
      ******************************************************************
       3100-LIST-ONE-NIGHT.
           COMPUTE WS00-NIGHT-INT = WS00-BASE-INT + WS00-NGT-SUB - 1.
           COMPUTE WS00-NIGHT-DATE =
               FUNCTION DATE-OF-INTEGER(WS00-NIGHT-INT).
           MOVE WS00-NIGHT-DATE TO WS00-NIGHT-DATE-X.
           PERFORM 3200-FIND-SLA THRU 3200-EXIT.
           PERFORM 3110-ROLLING-AVERAGE THRU 3110-EXIT.
           MOVE WS00-NOW-DATE TO WS00-YMD-NUM.
           MOVE WS00-NOW-TIME TO WS00-HMS-WORK-X.
           MOVE ZERO TO WS00-EVT-DAY-ADJ.
           PERFORM 7100-EVENT-MINUTES THRU 7100-EXIT.
           MOVE WS00-EVT-MINS TO WS00-NOW-NGT-MINS.
           MOVE SPACES TO WS00-TXT-START.
           MOVE SPACES TO WS00-TXT-END.
           MOVE SPACES TO WS00-TXT-ELAPSED.
           MOVE SPACES TO WS00-TXT-CONV-BY.
           MOVE SPACES TO WS00-TXT-CONV-MARGIN.
           MOVE SPACES TO WS00-TXT-CONV-FLAG.
           MOVE SPACES TO WS00-TXT-DLVR.
           MOVE SPACES TO WS00-TXT-DLVR-BY.
           MOVE SPACES TO WS00-TXT-DLVR-MARGIN.
           MOVE SPACES TO WS00-TXT-DLVR-FLAG.
           MOVE WS00-NGT-RUNS(WS00-NGT-SUB) TO WS00-RUNS-DISP.
           IF WS00-SLA-HIT > 0
               MOVE WS00-SLA-CONV-BY(WS00-SLA-HIT)   TO WS00-DL-HHMM
               MOVE WS00-SLA-CONV-MINS(WS00-SLA-HIT) TO WS00-DL-MINS
               PERFORM 7400-EDIT-DEADLINE THRU 7400-EXIT
               MOVE WS00-DL-TXT TO WS00-TXT-CONV-BY
               IF NOT WS00-SLA-NO-DLVR(WS00-SLA-HIT)
                   MOVE WS00-SLA-DLVR-BY(WS00-SLA-HIT) TO WS00-DL-HHMM
                   MOVE WS00-SLA-DLVR-MINS(WS00-SLA-HIT)
                       TO WS00-DL-MINS
                   PERFORM 7400-EDIT-DEADLINE THRU 7400-EXIT
                   MOVE WS00-DL-TXT TO WS00-TXT-DLVR-BY
               END-IF
           END-IF.
           IF WS00-NGT-RUNS(WS00-NGT-SUB) > 0
               GO TO 3100-CONVERTED.
           IF WS00-SLA-HIT = 0
               GO TO 3100-EXIT.
           MOVE WS00-CUR-REPORT-ID TO WS00-CAL-CHK-REPORT-ID.
           MOVE WS00-NIGHT-DATE    TO WS00-CAL-CHK-DATE.
           PERFORM 1450-CHECK-REPORT-DUE THRU 1450-EXIT.
           IF NOT WS00-CAL-IS-DUE
               GO TO 3100-EXIT.
           IF WS00-NOW-NGT-MINS > WS00-SLA-CONV-MINS(WS00-SLA-HIT)
               MOVE 'NOT CONVERTED' TO WS00-TXT-CONV-FLAG
               ADD 1 TO WS00-CONV-BREACH-CNT
               MOVE 8 TO WS00-SLA-RC
           ELSE
               MOVE 'PENDING'       TO WS00-TXT-CONV-FLAG
               ADD 1 TO WS00-PENDING-CNT
           END-IF.
           PERFORM 3400-WRITE-NIGHT-LINE THRU 3400-EXIT.
           GO TO 3100-EXIT.
       3100-CONVERTED.
           IF WS00-NGT-TIMED(WS00-NGT-SUB)
               MOVE WS00-NGT-START-TIME(WS00-NGT-SUB)
                   TO WS00-HMS-WORK-X
               STRING WS00-HMS-HH ':' WS00-HMS-MI ':' WS00-HMS-SS
                          DELIMITED BY SIZE
                      INTO WS00-TXT-START
               MOVE WS00-NGT-ELAPSED(WS00-NGT-SUB) TO WS00-DUR-SECS
               PERFORM 7200-EDIT-DURATION THRU 7200-EXIT
               MOVE WS00-DUR-EDIT TO WS00-TXT-ELAPSED
           END-IF.
           MOVE WS00-NGT-END-DATE(WS00-NGT-SUB) TO WS00-YMD-WORK-X.
           MOVE WS00-NGT-END-TIME(WS00-NGT-SUB) TO WS00-HMS-WORK-X.
           MOVE ZERO TO WS00-EVT-DAY-ADJ.
           PERFORM 7100-EVENT-MINUTES THRU 7100-EXIT.
           MOVE WS00-EVT-MINS TO WS00-END-MINS.
           PERFORM 7300-EDIT-STAMP THRU 7300-EXIT.
           MOVE WS00-STAMP-TXT TO WS00-TXT-END.
           IF WS00-SLA-HIT = 0
               MOVE 'NO SLA' TO WS00-TXT-CONV-FLAG
           ELSE
               COMPUTE WS00-MARGIN =
                   WS00-SLA-CONV-MINS(WS00-SLA-HIT) - WS00-END-MINS
               MOVE WS00-SLA-NEAR-MINS(WS00-SLA-HIT) TO WS00-NEAR-LIM
               PERFORM 3600-RATE-MARGIN THRU 3600-EXIT
               MOVE WS00-MARGIN-TXT TO WS00-TXT-CONV-MARGIN
               MOVE WS00-RATE-TXT   TO WS00-TXT-CONV-FLAG
               IF WS00-RATE-TXT = 'BREACH'
                   ADD 1 TO WS00-CONV-BREACH-CNT
               END-IF
               IF NOT WS00-LOW-MARGIN-SET
                   OR WS00-MARGIN < WS00-LOW-MARGIN
                   MOVE WS00-MARGIN TO WS00-LOW-MARGIN
                   MOVE 'Y' TO WS00-LOW-MARGIN-SW
               END-IF
           END-IF.
           PERFORM 3300-FIND-CONFIRM THRU 3300-EXIT.
           IF WS00-CONF-FOUND
               MOVE WS00-CONF-INT TO WS00-EVT-INT
               MOVE WS00-CONF-HH  TO WS00-HMS-HH
               MOVE WS00-CONF-MI  TO WS00-HMS-MI
               PERFORM 7300-EDIT-STAMP THRU 7300-EXIT
               MOVE WS00-STAMP-TXT TO WS00-TXT-DLVR
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS00-DISTLOG-OPEN
                   MOVE 'NOT CHECKED'   TO WS00-TXT-DLVR-FLAG
               WHEN WS00-SLA-HIT = 0
                   MOVE 'NO SLA'        TO WS00-TXT-DLVR-FLAG
               WHEN WS00-SLA-NO-DLVR(WS00-SLA-HIT)
                   MOVE 'NO COMMITMENT' TO WS00-TXT-DLVR-FLAG
               WHEN WS00-CONF-FOUND
                   COMPUTE WS00-MARGIN =
                       WS00-SLA-DLVR-MINS(WS00-SLA-HIT) - WS00-CONF-MINS
                   MOVE WS00-SLA-NEAR-MINS(WS00-SLA-HIT)
                       TO WS00-NEAR-LIM
                   PERFORM 3600-RATE-MARGIN THRU 3600-EXIT
                   MOVE WS00-MARGIN-TXT TO WS00-TXT-DLVR-MARGIN
                   MOVE WS00-RATE-TXT   TO WS00-TXT-DLVR-FLAG
                   IF WS00-RATE-TXT = 'BREACH'
                       ADD 1 TO WS00-DLVR-BREACH-CNT
                   END-IF
               WHEN WS00-NOW-NGT-MINS > WS00-SLA-DLVR-MINS(WS00-SLA-HIT)
                   MOVE 'NOT CONFIRMED' TO WS00-TXT-DLVR-FLAG
                   ADD 1 TO WS00-DLVR-BREACH-CNT
                   MOVE 8 TO WS00-SLA-RC
               WHEN OTHER
                   MOVE 'PENDING'       TO WS00-TXT-DLVR-FLAG
                   ADD 1 TO WS00-PENDING-CNT
           END-EVALUATE.
           PERFORM 3400-WRITE-NIGHT-LINE THRU 3400-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3110-ROLLING-AVERAGE -- AVERAGE ELAPSED TIME OF THE TIMED
      *                         CONVERSIONS IN THE WINDOW ENDING WITH
      *                         THIS NIGHT; KEEPS THE FIRST AND LAST
      *                         AVERAGE FOR THE TREND LINE
      ******************************************************************
       3110-ROLLING-AVERAGE.
           MOVE ZERO   TO WS00-ROLL-CNT.
           MOVE ZERO   TO WS00-ROLL-SUM.
           MOVE SPACES TO WS00-TXT-ROLL.
           COMPUTE WS00-ROLL-FROM = WS00-NGT-SUB - WS00-WINDOW + 1.
           PERFORM 3120-ADD-ROLL-NIGHT THRU 3120-EXIT
               VARYING WS00-ROLL-SUB FROM WS00-ROLL-FROM BY 1
               UNTIL WS00-ROLL-SUB > WS00-NGT-SUB.
           IF WS00-ROLL-CNT = 0
               GO TO 3110-EXIT.
           COMPUTE WS00-ROLL-AVG ROUNDED =
               WS00-ROLL-SUM / WS00-ROLL-CNT.
           MOVE WS00-ROLL-AVG TO WS00-DUR-SECS.
           PERFORM 7200-EDIT-DURATION THRU 7200-EXIT.
           MOVE WS00-DUR-EDIT TO WS00-TXT-ROLL.
           ADD 1 TO WS00-AVG-NIGHTS.
           IF NOT WS00-FIRST-AVG-SET
               MOVE WS00-ROLL-AVG TO WS00-FIRST-AVG
               MOVE WS00-TXT-ROLL TO WS00-TXT-FIRST-AVG
               MOVE 'Y' TO WS00-FIRST-AVG-SW
           END-IF.
           MOVE WS00-ROLL-AVG TO WS00-LAST-AVG.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3120-ADD-ROLL-NIGHT -- ONE NIGHT OF THE ROLLING WINDOW
      ******************************************************************
       3120-ADD-ROLL-NIGHT.
           IF WS00-NGT-TIMED(WS00-ROLL-SUB)
               ADD 1 TO WS00-ROLL-CNT
               ADD WS00-NGT-ELAPSED(WS00-ROLL-SUB) TO WS00-ROLL-SUM
           END-IF.
       3120-EXIT.
           EXIT.

      ******************************************************************
      * 3200-FIND-SLA -- THE MOST SPECIFIC SLA RECORD OF THE CURRENT
      *                  REPORT THAT APPLIES TO THE NIGHT, BY THE SAME
      *                  CALENDAR RULES AS RPTCALND; SETS THE TYPE TEXT
      ******************************************************************
       3200-FIND-SLA.
           MOVE ZERO   TO WS00-SLA-HIT.
           MOVE ZERO   TO WS00-SLA-HIT-RANK.
           MOVE SPACES TO WS00-TXT-TYPE.
           IF WS00-CUR-SLA-CNT = 0
               GO TO 3200-EXIT.
           MOVE WS00-NIGHT-DATE TO WS00-CAL-CHK-DATE.
           PERFORM 1480-FIND-LAST-BUS-DAY THRU 1480-EXIT.
           MOVE WS00-CAL-LBD-DATE TO WS00-NIGHT-LBD.
           MOVE WS00-NIGHT-DATE TO WS00-CAL-DOW-DATE.
           PERFORM 1470-COMPUTE-DOW THRU 1470-EXIT.
           MOVE WS00-CAL-DOW-NBR TO WS00-NIGHT-DOW.
           PERFORM 3210-RANK-ONE-SLA THRU 3210-EXIT
               VARYING WS00-SLA-SUB FROM 1 BY 1
               UNTIL WS00-SLA-SUB > WS00-SLA-CNT.
           EVALUATE WS00-SLA-HIT-RANK
               WHEN 1
                   MOVE 'DAILY'   TO WS00-TXT-TYPE
               WHEN 2
                   MOVE 'WEEKLY'  TO WS00-TXT-TYPE
               WHEN 3
                   MOVE 'MTH END' TO WS00-TXT-TYPE
               WHEN 4
                   MOVE 'QTR END' TO WS00-TXT-TYPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3210-RANK-ONE-SLA -- ONE SLA SLOT:  DOES IT APPLY TONIGHT, AND
      *                      IS IT MORE SPECIFIC THAN THE BEST SO FAR?
      ******************************************************************
       3210-RANK-ONE-SLA.
           IF WS00-SLA-REPORT-ID(WS00-SLA-SUB) NOT = WS00-CUR-REPORT-ID
               GO TO 3210-EXIT.
           MOVE ZERO TO WS00-SLA-RANK.
           EVALUATE TRUE
               WHEN WS00-SLA-FREQ-DAILY(WS00-SLA-SUB)
                   MOVE 1 TO WS00-SLA-RANK
               WHEN WS00-SLA-FREQ-WEEKLY(WS00-SLA-SUB)
                   IF WS00-SLA-DOW(WS00-SLA-SUB) = WS00-NIGHT-DOW
                       MOVE 2 TO WS00-SLA-RANK
                   END-IF
               WHEN WS00-SLA-FREQ-MONTHEND(WS00-SLA-SUB)
                   IF WS00-NIGHT-DATE = WS00-NIGHT-LBD
                       MOVE 3 TO WS00-SLA-RANK
                   END-IF
               WHEN WS00-SLA-FREQ-QTREND(WS00-SLA-SUB)
                   IF WS00-NIGHT-DATE = WS00-NIGHT-LBD
                       AND (WS00-CAL-CHK-MM = 03 OR 06 OR 09 OR 12)
                       MOVE 4 TO WS00-SLA-RANK
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS00-SLA-RANK > WS00-SLA-HIT-RANK
               MOVE WS00-SLA-RANK TO WS00-SLA-HIT-RANK
               MOVE WS00-SLA-SUB  TO WS00-SLA-HIT
           END-IF.
       3210-EXIT.
           EXIT.

      ******************************************************************
      * 3300-FIND-CONFIRM -- THE LATEST CONFIRM OF THE CURRENT REPORT
      *                      FOR THE NIGHT'S CONVERSION (LOG DATE = ITS
      *                      RUN DATE)
      ******************************************************************
       3300-FIND-CONFIRM.
           MOVE 'N'  TO WS00-CONF-FOUND-SW.
           MOVE ZERO TO WS00-CONF-MINS.
           PERFORM 3310-CHECK-ONE-CONFIRM THRU 3310-EXIT
               VARYING WS00-CONF-SUB FROM 1 BY 1
               UNTIL WS00-CONF-SUB > WS00-CONF-CNT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3310-CHECK-ONE-CONFIRM -- ONE CONFIRM SLOT.  ITS TIME IS
      *                           RPTDLVCK'S CLOCK, SO A TIME BEFORE
      *                           THE CONVERSION ENDED IS NEXT DAY.
      ******************************************************************
       3310-CHECK-ONE-CONFIRM.
           IF WS00-CONF-REPORT-ID(WS00-CONF-SUB)
               NOT = WS00-CUR-REPORT-ID
               OR WS00-CONF-DATE(WS00-CONF-SUB)
                   NOT = WS00-NGT-END-DATE(WS00-NGT-SUB)
               GO TO 3310-EXIT.
           MOVE ZERO TO WS00-EVT-DAY-ADJ.
           IF WS00-CONF-TIME(WS00-CONF-SUB)
               < WS00-NGT-END-TIME(WS00-NGT-SUB)
               MOVE 1 TO WS00-EVT-DAY-ADJ
           END-IF.
           MOVE WS00-CONF-DATE(WS00-CONF-SUB) TO WS00-YMD-WORK-X.
           MOVE WS00-CONF-TIME(WS00-CONF-SUB) TO WS00-HMS-WORK-X.
           PERFORM 7100-EVENT-MINUTES THRU 7100-EXIT.
           IF NOT WS00-CONF-FOUND
               OR WS00-EVT-MINS > WS00-CONF-MINS
               MOVE 'Y'           TO WS00-CONF-FOUND-SW
               MOVE WS00-EVT-MINS TO WS00-CONF-MINS
               MOVE WS00-EVT-INT  TO WS00-CONF-INT
               MOVE WS00-HMS-HH   TO WS00-CONF-HH
               MOVE WS00-HMS-MI   TO WS00-CONF-MI
           END-IF.
       3310-EXIT.
           EXIT.

      ******************************************************************
      * 3400-WRITE-NIGHT-LINE -- ONE NIGHT ON SLARPT
      ******************************************************************
       3400-WRITE-NIGHT-LINE.
           ADD 1 TO WS00-NIGHTS-LISTED.
           MOVE SPACES TO WS00-SLARPT-LINE.
           STRING WS00-NIGHT-DATE-X     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS00-TXT-TYPE         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS00-RUNS-DISP        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS00-TXT-START        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS00-TXT-END          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS00-TXT-ELAPSED      DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS00-TXT-ROLL         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS00-TXT-CONV-BY      DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS00-TXT-CONV-MARGIN  DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS00-TXT-CONV-FLAG    DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS00-TXT-DLVR         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS00-TXT-DLVR-BY      DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS00-TXT-DLVR-MARGIN  DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS00-TXT-DLVR-FLAG    DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-WRITE-TREND-LINE -- FIRST AND LAST ROLLING AVERAGE OF THE
      *                          LISTED NIGHTS, THE CHANGE, AND THE
      *                          TIGHTEST CONVERT-BY MARGIN
      ******************************************************************
       3500-WRITE-TREND-LINE.
           MOVE SPACES TO WS00-SLARPT-LINE.
           MOVE SPACES TO WS00-TXT-LOW-MARGIN.
           IF WS00-LOW-MARGIN-SET
               MOVE WS00-LOW-MARGIN TO WS00-MARGIN
               PERFORM 3610-EDIT-MARGIN THRU 3610-EXIT
               MOVE WS00-MARGIN-TXT TO WS00-TXT-LOW-MARGIN
           END-IF.
           IF WS00-AVG-NIGHTS < 2 OR WS00-FIRST-AVG = 0
               STRING '         TREND  NOT ENOUGH TIMED CONVERSIONS'
                          DELIMITED BY SIZE
                      '   LOWEST CONV MARGIN '
                          DELIMITED BY SIZE
                      WS00-TXT-LOW-MARGIN
                          DELIMITED BY SIZE
                      INTO WS00-SLARPT-LINE
               WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE
               GO TO 3500-EXIT.
           COMPUTE WS00-TREND-PCT ROUNDED =
               (WS00-LAST-AVG - WS00-FIRST-AVG) * 100 / WS00-FIRST-AVG.
           MOVE WS00-TREND-PCT TO WS00-TREND-PCT-DISP.
           MOVE SPACES TO WS00-TREND-TXT.
           IF WS00-TREND-PCT > WS00-CREEP-PCT
               MOVE 'CREEPING' TO WS00-TREND-TXT
               ADD 1 TO WS00-CREEP-CNT
               IF WS00-SLA-RC < 4
                   MOVE 4 TO WS00-SLA-RC
               END-IF
           END-IF.
           MOVE WS00-LAST-AVG TO WS00-DUR-SECS.
           PERFORM 7200-EDIT-DURATION THRU 7200-EXIT.
           STRING '         TREND  ROLLING AVG '
                      DELIMITED BY SIZE
                  WS00-TXT-FIRST-AVG
                      DELIMITED BY SIZE
                  ' TO '
                      DELIMITED BY SIZE
                  WS00-DUR-EDIT
                      DELIMITED BY SIZE
                  '  CHANGE '
                      DELIMITED BY SIZE
                  WS00-TREND-PCT-DISP
                      DELIMITED BY SIZE
                  ' PCT   LOWEST CONV MARGIN '
                      DELIMITED BY SIZE
                  WS00-TXT-LOW-MARGIN
                      DELIMITED BY SIZE
                  '   '
                      DELIMITED BY SIZE
                  WS00-TREND-TXT
                      DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-RATE-MARGIN -- OK / NEAR MISS / BREACH FOR WS00-MARGIN
      *                     AGAINST WS00-NEAR-LIM, WITH ITS TEXT
      ******************************************************************
       3600-RATE-MARGIN.
           PERFORM 3610-EDIT-MARGIN THRU 3610-EXIT.
           EVALUATE TRUE
               WHEN WS00-MARGIN < 0
                   MOVE 'BREACH'    TO WS00-RATE-TXT
                   MOVE 8 TO WS00-SLA-RC
               WHEN WS00-MARGIN < WS00-NEAR-LIM
                   MOVE 'NEAR MISS' TO WS00-RATE-TXT
                   ADD 1 TO WS00-NEAR-MISS-CNT
                   IF WS00-SLA-RC < 4
                       MOVE 4 TO WS00-SLA-RC
                   END-IF
               WHEN OTHER
                   MOVE 'OK'        TO WS00-RATE-TXT
           END-EVALUATE.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3610-EDIT-MARGIN -- WS00-MARGIN AS TEXT, HELD TO +/-9999
      ******************************************************************
       3610-EDIT-MARGIN.
           EVALUATE TRUE
               WHEN WS00-MARGIN > 9999
                   MOVE 9999 TO WS00-MARGIN-DISP
               WHEN WS00-MARGIN < -9999
                   MOVE -9999 TO WS00-MARGIN-DISP
               WHEN OTHER
                   MOVE WS00-MARGIN TO WS00-MARGIN-DISP
           END-EVALUATE.
           MOVE WS00-MARGIN-DISP TO WS00-MARGIN-TXT.
       3610-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LIST-UNSEEN-SLA -- ONE SLA SLOT:  A REPORT ON RPTSLATB
      *                         WITH NO AUDIT RECORD AT ALL IS STILL
      *                         LISTED, SO ITS MISSED NIGHTS SHOW
      ******************************************************************
       4000-LIST-UNSEEN-SLA.
           IF WS00-SLA-SEEN(WS00-UNSEEN-SUB)
               GO TO 4000-EXIT.
           MOVE WS00-SLA-REPORT-ID(WS00-UNSEEN-SUB)
               TO WS00-CUR-REPORT-ID.
           INITIALIZE WS00-NGT-TABLE.
           PERFORM 3000-LIST-REPORT THRU 3000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-EVENT-MINUTES -- NIGHT MINUTES OF THE EVENT IN
      *                       WS00-YMD-WORK / WS00-HMS-WORK (PLUS
      *                       WS00-EVT-DAY-ADJ DAYS) FOR THE NIGHT IN
      *                       WS00-NIGHT-INT; WS00-EVT-INT IS ITS DAY
      ******************************************************************
       7100-EVENT-MINUTES.
           COMPUTE WS00-EVT-INT =
               FUNCTION INTEGER-OF-DATE(WS00-YMD-NUM)
               + WS00-EVT-DAY-ADJ.
           COMPUTE WS00-EVT-MINS =
               (WS00-EVT-INT - WS00-NIGHT-INT) * 1440
               + WS00-HMS-HH * 60 + WS00-HMS-MI.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7200-EDIT-DURATION -- WS00-DUR-SECS AS HHH:MM:SS
      ******************************************************************
       7200-EDIT-DURATION.
           IF WS00-DUR-SECS > 3599999
               MOVE 3599999 TO WS00-DUR-SECS
           END-IF.
           DIVIDE WS00-DUR-SECS BY 3600
               GIVING WS00-DUR-WORK
               REMAINDER WS00-DUR-SECS.
           MOVE WS00-DUR-WORK TO WS00-DUR-HH.
           DIVIDE WS00-DUR-SECS BY 60
               GIVING WS00-DUR-WORK
               REMAINDER WS00-DUR-SECS.
           MOVE WS00-DUR-WORK TO WS00-DUR-MI.
           MOVE WS00-DUR-SECS TO WS00-DUR-SS.
       7200-EXIT.
           EXIT.

      ******************************************************************
      * 7300-EDIT-STAMP -- DAY WS00-EVT-INT AND WS00-HMS-HH/MI AS
      *                    MM-DD HH:MM
      ******************************************************************
       7300-EDIT-STAMP.
           COMPUTE WS00-YMD-NUM =
               FUNCTION DATE-OF-INTEGER(WS00-EVT-INT).
           MOVE SPACES TO WS00-STAMP-TXT.
           STRING WS00-YMD-MM '-' WS00-YMD-DD ' '
                  WS00-HMS-HH ':' WS00-HMS-MI
                      DELIMITED BY SIZE
                  INTO WS00-STAMP-TXT.
       7300-EXIT.
           EXIT.

      ******************************************************************
      * 7400-EDIT-DEADLINE -- SLA TIME WS00-DL-HHMM AS HH:MM, WITH +1
      *                       WHEN IT FALLS ON THE NEXT MORNING
      ******************************************************************
       7400-EDIT-DEADLINE.
           MOVE SPACES TO WS00-DL-TXT.
           IF WS00-DL-MINS > 1439
               STRING WS00-DL-HHMM(1:2) ':' WS00-DL-HHMM(3:2) '+1'
                          DELIMITED BY SIZE
                      INTO WS00-DL-TXT
           ELSE
               STRING WS00-DL-HHMM(1:2) ':' WS00-DL-HHMM(3:2)
                          DELIMITED BY SIZE
                      INTO WS00-DL-TXT
           END-IF.
       7400-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE -- TOTALS, CLOSE
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES TO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
           MOVE WS00-REPORTS-LISTED TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-SLARPT-LINE.
           STRING 'REPORTS LISTED. . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
           MOVE WS00-NIGHTS-LISTED TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-SLARPT-LINE.
           STRING 'NIGHTS LISTED . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
           MOVE WS00-CONV-BREACH-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-SLARPT-LINE.
           STRING 'CONVERSION BREACHES . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
           MOVE WS00-DLVR-BREACH-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-SLARPT-LINE.
           STRING 'DELIVERY BREACHES . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
           MOVE WS00-NEAR-MISS-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-SLARPT-LINE.
           STRING 'NEAR MISSES . . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
           MOVE WS00-PENDING-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-SLARPT-LINE.
           STRING 'PENDING . . . . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
           MOVE WS00-CREEP-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-SLARPT-LINE.
           STRING 'CREEPING REPORTS. . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
           IF WS00-SLA-DROPPED > 0
               MOVE WS00-SLA-DROPPED TO WS00-NBR-DISP
               MOVE SPACES TO WS00-SLARPT-LINE
               STRING 'RPTSLATB RECORDS DROPPED. . . . '
                          DELIMITED BY SIZE
                      WS00-NBR-DISP
                          DELIMITED BY SIZE
                      INTO WS00-SLARPT-LINE
               WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE
           END-IF.
           IF WS00-CONF-DROPPED > 0
               MOVE WS00-CONF-DROPPED TO WS00-NBR-DISP
               MOVE SPACES TO WS00-SLARPT-LINE
               STRING 'CONFIRMS DROPPED - TABLE FULL . '
                          DELIMITED BY SIZE
                      WS00-NBR-DISP
                          DELIMITED BY SIZE
                      INTO WS00-SLARPT-LINE
               WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE
               DISPLAY 'RPTSLARP - CONFIRM TABLE LIMIT EXCEEDED (MAX '
                   '2000), DELIVERY TIMES MAY BE INCOMPLETE'
           END-IF.
           IF WS00-CONV-BREACH-CNT > 0 OR WS00-DLVR-BREACH-CNT > 0
               DISPLAY 'RPTSLARP - SLA BREACHED, SEE SLARPT'
           END-IF.
           CLOSE FILE-AUDIT.
           CLOSE FILE-SLARPT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-AUDIT-ERROR -- NO AUDIT TRAIL, NO TIMES TO REPORT
      ******************************************************************
       9100-AUDIT-ERROR.
           DISPLAY 'RPTSLARP - FILE-AUDIT ERROR, STATUS = '
               WS00-AUDIT-STATUS.
           MOVE SPACES TO WS00-SLARPT-LINE.
           STRING 'UNABLE TO OPEN RPTAUDIT, STATUS ' DELIMITED BY SIZE
                  WS00-AUDIT-STATUS DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
           CLOSE FILE-SLARPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * 9200-SLATB-ERROR -- NO SLA TABLE, NOTHING TO MEASURE AGAINST
      ******************************************************************
       9200-SLATB-ERROR.
           DISPLAY 'RPTSLARP - FILE-SLATB ERROR, STATUS = '
               WS00-SLATB-STATUS.
           MOVE SPACES TO WS00-SLARPT-LINE.
           STRING 'UNABLE TO OPEN RPTSLATB, STATUS ' DELIMITED BY SIZE
                  WS00-SLATB-STATUS DELIMITED BY SIZE
                  INTO WS00-SLARPT-LINE.
           WRITE FD-SLARPT-REC FROM WS00-SLARPT-LINE.
           CLOSE FILE-SLARPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
