      *
      * MODIFICATION HISTORY
      *  2026-09-03  AS  INITIAL VERSION.
      *  2026-10-15  AS  PASS BY SECURED-COPY (MODE S) AUDIT RECORDS
      *                  WHEN LOCATING THE DISTRIBUTED OUTPUT.
      *  2026-10-15  AS  A BURST RECIPIENT'S RETRY NAMES ITS EXTRACT
      *                  DSN FROM THE DISTLOG BURST LINE.
      *  2026-10-15  AS  RPTAUDIT RECORD LENGTH 180 (CONVERSION START
      *                  TIME AND ELAPSED SECONDS).
      *  2026-10-15  AS  PASS BY AUDIT RECORDS WITHHELD AS STALE INPUT
      *                  WHEN LOCATING THE DISTRIBUTED OUTPUT.
      *  2026-10-15  AS  A READ ERROR ON THE AUDIT TRAIL ENDS THE SCAN
      *                  FOR THE ATTEMPT (NOT FOUND), RC 4.
      ******************************************************************

      ******************************************************************
               10  FD-AUDIT-KEY-ID       PIC X(08).
               10  FD-AUDIT-KEY-DATE     PIC X(08).
               10  FD-AUDIT-KEY-TIME     PIC X(08).
           05  FILLER                    PIC X(156).

       FD  FILE-BNCHIST
           RECORDING MODE IS F.
           05  FILLER                    PIC X(01).
           05  WS00-LOG-RECIP            PIC X(60).
           05  FILLER                    PIC X(36).
      *    BURST LINE:  THE EXTRACT DSN SITS IN THE RECIPIENT COLUMNS
       01  WS00-LOG-BURST-REC REDEFINES WS00-LOG-REC.
           05  FILLER                    PIC X(36).
           05  WS00-LOG-BURST-DSN        PIC X(44).
           05  FILLER                    PIC X(52).

      ******************************************************************
      *    RESULT RECORD VIEW (MAILRSLT / FTPRSLT)
      ******************************************************************
      *    THE RUN DATE'S SENT ATTEMPTS, LOADED FROM DISTLOG.  STATE:
      *    P = PENDING (NO RESULT YET), C = CONFIRMED, F = FAILED.
      *    BURST-DSN IS THE RECIPIENT'S EXTRACT WHEN A BURST LINE
      *    PRECEDED THE SENT LINE, BLANK FOR THE WHOLE REPORT.
      ******************************************************************
       77  WS00-LAST-BURST-ID            PIC X(08)   VALUE SPACES.
       77  WS00-LAST-BURST-METHOD        PIC X(01)   VALUE SPACE.
       77  WS00-LAST-BURST-DSN           PIC X(44)   VALUE SPACES.
       77  WS00-ATT-SUB                  PIC 9(03)  COMP   VALUE 1.
       77  WS00-ATT-HIT                  PIC 9(03)  COMP   VALUE ZERO.
       01  WS00-ATT-TABLE.
                   88  WS00-ATT-CONFIRMED           VALUE 'C'.
                   88  WS00-ATT-FAILED              VALUE 'F'.
               10  WS00-ATT-REASON       PIC X(04).
               10  WS00-ATT-BURST-DSN    PIC X(44).

      ******************************************************************
      *    REPEAT-BOUNCER TRACKING -- DISTINCT FAILED MAIL RECIPIENTS

      ******************************************************************
      * 2200-NOTE-ONE-SENT -- ONE LOG LINE:  ONLY THE RUN DATE'S SENT
      *                        ATTEMPTS LOAD.  A BURST LINE IS HELD
      *                        FOR THE SENT LINE THAT FOLLOWS IT, SO A
      *                        RETRY RESENDS THE RECIPIENT'S EXTRACT
      *                        AND NEVER THE WHOLE REPORT.
      ******************************************************************
       2200-NOTE-ONE-SENT.
           IF WS00-LOG-DATE = WS00-RUN-DATE
               AND WS00-LOG-ACTION = ' BURST  '
               MOVE WS00-LOG-REPORT-ID TO WS00-LAST-BURST-ID
               MOVE WS00-LOG-METHOD    TO WS00-LAST-BURST-METHOD
               MOVE WS00-LOG-BURST-DSN TO WS00-LAST-BURST-DSN
               PERFORM 2100-READ-DISTLOG THRU 2100-EXIT
               GO TO 2200-EXIT.
           IF WS00-LOG-DATE = WS00-RUN-DATE
               AND WS00-LOG-ACTION = ' SENT   '
               IF WS00-ATT-CNT = 500
                   TO WS00-ATT-RECIP(WS00-ATT-CNT)
               MOVE 'P' TO WS00-ATT-STATE(WS00-ATT-CNT)
               MOVE SPACES TO WS00-ATT-REASON(WS00-ATT-CNT)
               MOVE SPACES TO WS00-ATT-BURST-DSN(WS00-ATT-CNT)
               IF WS00-LAST-BURST-ID = WS00-LOG-REPORT-ID
                   AND WS00-LAST-BURST-METHOD = WS00-LOG-METHOD
                   MOVE WS00-LAST-BURST-DSN
                       TO WS00-ATT-BURST-DSN(WS00-ATT-CNT)
               END-IF
           END-IF.
           MOVE SPACES TO WS00-LAST-BURST-ID.
           PERFORM 2100-READ-DISTLOG THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      * 4200-BUILD-RETRY -- ONE FAILED DELIVERY ONTO THE RETRY DECK.
      *                      THE CONVERTED OUTPUT'S DSN AND MODE COME
      *                      FROM THE AUDIT KSDS, POSITIONED ON THE
      *                      REPORT-ID AND RUN DATE.  A BURST
      *                      RECIPIENT IS RESENT ITS OWN EXTRACT.
      ******************************************************************
       4200-BUILD-RETRY.
           PERFORM 4300-FIND-AUDIT-DSN THRU 4300-EXIT.
                   WS00-ATT-REPORT-ID(WS00-ATT-SUB) ' '
                   WS00-RUN-DATE ', RETRY NOT BUILT'
               GO TO 4200-EXIT.
           IF WS00-ATT-BURST-DSN(WS00-ATT-SUB) NOT = SPACES
               MOVE WS00-ATT-BURST-DSN(WS00-ATT-SUB)
                   TO WS00-AUD-OUT-DSN
           END-IF.
           IF WS00-ATT-METHOD(WS00-ATT-SUB) = 'M'
               PERFORM 4400-WRITE-RETRY-SMTP THRU 4400-EXIT
           ELSE

      ******************************************************************
      * 4300-FIND-AUDIT-DSN -- FIRST AUDIT RECORD FOR THE ATTEMPT'S
      *                         REPORT-ID ON THE RUN DATE.  A SECURED
      *                         (UNMASKED) COPY'S RECORD IS NEVER THE
      *                         DISTRIBUTED OUTPUT AND IS READ PAST,
      *                         AS IS ONE WITHHELD AS STALE INPUT.
      ******************************************************************
       4300-FIND-AUDIT-DSN.
           MOVE 'N' TO WS00-AUD-FOUND-SW.
               INVALID KEY
                   GO TO 4300-EXIT
           END-START.
           MOVE 'S' TO WS00-AUD-OUTPUT-MODE.
           PERFORM 4310-READ-AUDIT-NEXT THRU 4310-EXIT
               UNTIL NOT WS00-AUD-MODE-SECURED
                  AND NOT WS00-AUD-STALE-WITHHELD.
           IF WS00-AUD-REPORT-ID = WS00-ATT-REPORT-ID(WS00-ATT-SUB)
               AND WS00-AUD-RUN-DATE = WS00-RUN-DATE
               SET WS00-AUD-FOUND TO TRUE
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4310-READ-AUDIT-NEXT -- NEXT AUDIT RECORD FOR 4300.  END OF
      *                          FILE LEAVES HIGH-VALUES, WHICH MATCHES
      *                          NO REPORT-ID.  A READ ERROR IS
      *                          REPORTED AND ENDS THE SCAN THE SAME
      *                          WAY, RC 4.
      ******************************************************************
       4310-READ-AUDIT-NEXT.
           READ FILE-AUDIT NEXT RECORD INTO WS00-AUD-REC
               AT END
                   MOVE HIGH-VALUES TO WS00-AUD-REC
                   GO TO 4310-EXIT
           END-READ.
           IF WS00-AUDIT-STATUS NOT = '00'
               AND WS00-AUDIT-STATUS NOT = '02'
               DISPLAY 'RPTDLVCK - FILE-AUDIT READ ERROR, STATUS = '
                   WS00-AUDIT-STATUS ', REPORT '
                   WS00-ATT-REPORT-ID(WS00-ATT-SUB) ' NOT RESOLVED'
               MOVE HIGH-VALUES TO WS00-AUD-REC
               SET WS00-ANY-FAILURES TO TRUE
           END-IF.
       4310-EXIT.
           EXIT.

      ******************************************************************
      * 4400-WRITE-RETRY-SMTP -- ONE RETRY MESSAGE ON THE SMTP DECK,
      *                           SAME SHAPE RPTDISTR GENERATES
