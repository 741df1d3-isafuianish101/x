      ******************************************************************
      *    RPTSLA  --  SERVICE-LEVEL TABLE FOR RPTSLARP (DD RPTSLATB).
      *                  ONE RECORD PER REPORT-ID AND NIGHT TYPE GIVING
      *                  THE LATEST ACCEPTABLE CONVERSION COMPLETION
      *                  (CONVERT-BY) AND DELIVERY CONFIRMATION
      *                  (DELIVER-BY) TIMES, HHMM.  THE NIGHT TYPES
      *                  FOLLOW THE RPTCALND FREQUENCIES:
      *                    D (OR BLANK)  EVERY NIGHT
      *                    W             THE DAY OF WEEK IN DOW
      *                                  (1 = MONDAY .. 7 = SUNDAY)
      *                    M             LAST BUSINESS DAY OF MONTH
      *                    Q             LAST BUSINESS DAY OF QUARTER
      *                  ON ANY NIGHT THE MOST SPECIFIC RECORD THAT
      *                  APPLIES WINS (Q, THEN M, THEN W, THEN D), SO
      *                  A REPORT'S MONTH-END RECORD CAN ALLOW IT
      *                  LONGER THAN ITS DAILY ONE.  A TIME EARLIER
      *                  THAN THE NIGHT START (SLAPARM, DEFAULT 1200)
      *                  FALLS ON THE MORNING AFTER THE NIGHT.  A
      *                  BLANK DELIVER-BY MEANS NO DELIVERY COMMITMENT.
      *                  NEAR-MISS IS THE WARNING MARGIN IN MINUTES
      *                  (BLANK = 030).  LOADED ONCE AT STARTUP INTO
      *                  WS00-SLA-TABLE WITH BOTH TIMES TURNED INTO
      *                  MINUTES FROM MIDNIGHT STARTING THE NIGHT.
      ******************************************************************
       01  WS00-SLA-IN-REC.
           05  WS00-SLA-IN-REPORT-ID     PIC X(08).
           05  WS00-SLA-IN-FREQ          PIC X(01).
           05  WS00-SLA-IN-DOW           PIC X(01).
           05  WS00-SLA-IN-CONV-BY       PIC X(04).
           05  WS00-SLA-IN-DLVR-BY       PIC X(04).
           05  WS00-SLA-IN-NEAR-MINS     PIC X(03).
           05  WS00-SLA-IN-DESC          PIC X(20).
           05  FILLER                    PIC X(39).

       01  WS00-SLA-TABLE.
           05  WS00-SLA-CNT              PIC 9(03) COMP VALUE 0.
           05  WS00-SLA-ENTRY OCCURS 200 TIMES.
               10  WS00-SLA-REPORT-ID    PIC X(08).
               10  WS00-SLA-FREQ         PIC X(01).
                   88  WS00-SLA-FREQ-DAILY      VALUES 'D', ' '.
                   88  WS00-SLA-FREQ-WEEKLY     VALUE 'W'.
                   88  WS00-SLA-FREQ-MONTHEND   VALUE 'M'.
                   88  WS00-SLA-FREQ-QTREND     VALUE 'Q'.
               10  WS00-SLA-DOW          PIC X(01).
               10  WS00-SLA-CONV-BY      PIC X(04).
               10  WS00-SLA-CONV-MINS    PIC 9(04) COMP.
               10  WS00-SLA-DLVR-BY      PIC X(04).
                   88  WS00-SLA-NO-DLVR             VALUE SPACES.
               10  WS00-SLA-DLVR-MINS    PIC 9(04) COMP.
               10  WS00-SLA-NEAR-MINS    PIC 9(03) COMP.
               10  WS00-SLA-DESC         PIC X(20).
               10  WS00-SLA-SEEN-SW      PIC X(01).
                   88  WS00-SLA-SEEN                VALUE 'Y'.
