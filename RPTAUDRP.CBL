      *                  RPTAUD.CPY):  A REPORT-ID SELECTION STARTS
      *                  AT THE SELECTED ID/DATE-FROM AND STOPS PAST
      *                  DATE-TO INSTEAD OF FILTERING A FULL SCAN.
      *  2026-10-15  AS  SECURED-COPY (MODE S) ENTRIES ARE LISTED AS
      *                  SECURED WITH NO DELTA AND LEAVE THE REPORT'S
      *                  DELTA TRACKING ALONE.
      *  2026-10-15  AS  RPTLIST RECORD LENGTH 150 (STREAM NUMBER).
      *  2026-10-15  AS  RPTAUDIT RECORD LENGTH 180 (CONVERSION START
      *                  TIME AND ELAPSED SECONDS).
      *  2026-10-15  AS  ENTRIES RPT2EXCEL WITHHELD AS STALE INPUT ARE
      *                  LISTED AS STALE WITH NO DELTA AND NO
      *                  EXPECTED-REPORT CREDIT, LIKE SECURED COPIES.
      ******************************************************************

      ******************************************************************
               10  FD-AUDIT-KEY-ID       PIC X(08).
               10  FD-AUDIT-KEY-DATE     PIC X(08).
               10  FD-AUDIT-KEY-TIME     PIC X(08).
           05  FILLER                    PIC X(156).

       FD  FILE-PARM
           RECORDING MODE IS F.

       FD  FILE-BATLST
           RECORDING MODE IS F.
       01  FD-BATLST-REC                 PIC X(150).

       FD  FILE-AUDRPT
           RECORDING MODE IS F.

      ******************************************************************
      * 2000-PROCESS-AUDIT-REC -- APPLY THE SELECTION TO ONE AUDIT
      *                            RECORD AND LIST IT WITH ITS DELTA.
      *                            A SECURED (UNMASKED) COPY'S ENTRY
      *                            IS LISTED BUT IS NOT A CONVERSION:
      *                            NO DELTA, NO EXPECTED-REPORT CREDIT.
      *                            NOR IS AN ENTRY WITHHELD AS STALE
      *                            INPUT (THE SPOOL WAS AN OLD ONE).
      ******************************************************************
       2000-PROCESS-AUDIT-REC.
           IF WS00-PARM-REPORT-ID NOT = SPACES
           IF WS00-PARM-USERID NOT = SPACES
               AND WS00-AUD-USERID NOT = WS00-PARM-USERID
               GO TO 2000-NEXT.
           IF WS00-AUD-MODE-SECURED
               OR WS00-AUD-STALE-WITHHELD
               MOVE ZERO      TO WS00-DELTA-PCT
               IF WS00-AUD-MODE-SECURED
                   MOVE 'SECURED' TO WS00-DELTA-FLAG-TXT
               ELSE
                   MOVE 'STALE'   TO WS00-DELTA-FLAG-TXT
               END-IF
               IF WS00-AUD-RECS-READ IS NUMERIC
                   MOVE WS00-AUD-RECS-READ TO WS00-CURR-COUNT
               ELSE
                   MOVE ZERO TO WS00-CURR-COUNT
               END-IF
               PERFORM 2200-WRITE-DETAIL-LINE THRU 2200-EXIT
               GO TO 2000-NEXT.
           PERFORM 2100-COMPUTE-DELTA THRU 2100-EXIT.
           PERFORM 2200-WRITE-DETAIL-LINE THRU 2200-EXIT.
           PERFORM 2300-MARK-EXPECTED-SEEN THRU 2300-EXIT.
