      *    MODIFICATION HISTORY
      *    2026-09-02  JPM  Initial version - card-driven statement
      *                     reprint off the STMTHIST line history.
      *    2026-10-15  JPM  Reprint the DAYS column and the day-count
      *                     note carried on STMTHIST now that rates
      *                     are annual.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-TYPE-DESC                         PIC X(20).
       01  WS-CATG-DESC                         PIC X(30).

       01  WS-ACCT-DAY-COUNT-CD                 PIC X(01).
           88  WS-ACCT-ACTUAL-360                VALUE 'B'.
           88  WS-ACCT-THIRTY-360                VALUE 'T'.
       01  WS-NOTE-YEAR-DAYS                    PIC X(03).
       01  WS-NOTE-BASIS-NAME                   PIC X(10).

       01  WS-COUNTERS.
           05  WS-REPRINTED-COUNT               PIC 9(07)  COMP-3.
           05  WS-NOT-FOUND-COUNT               PIC 9(07)  COMP-3.
           05  RL-BALANCE-BASIS                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                           PIC X(03)  VALUE SPACES.
           05  RL-RATE-APPLIED                   PIC ZZ9.9999-.
           05  FILLER                           PIC X(01)  VALUE SPACES.
           05  RL-PERIOD-DAYS                    PIC ZZ9.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-INTEREST-AMT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                           PIC X(01)  VALUE SPACES.
           05  RL-CATCHUP-TAG                    PIC X(08).
           05  FILLER                           PIC X(01)  VALUE SPACES.
           05  RL-BASIS-TAG                      PIC X(08).
           05  FILLER                           PIC X(63)  VALUE SPACES.
           05  FILLER                           PIC X(16)  VALUE
                   'ACCOUNT TOTAL   '.
           05  FILLER                           PIC X(18)  VALUE SPACES.
           05  RL-ACCT-TOTAL                     PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
           MOVE ZERO TO WS-ACCT-INTEREST-TOTAL.
           MOVE ZERO TO WS-LINES-PRINTED.
           MOVE 'N'  TO WS-HIST-DONE-SW.
           MOVE SPACE TO WS-ACCT-DAY-COUNT-CD.

           PERFORM 2100-START-STATEMENT-PAGE
               THRU 2100-START-STATEMENT-PAGE-EXIT.
               MOVE WS-ACCT-INTEREST-TOTAL TO RL-ACCT-TOTAL
               MOVE WS-STMT-TOTAL-LINE     TO RPRT-OUT-LINE
               WRITE RPRT-OUT-LINE
               PERFORM 2400-PRINT-DAY-COUNT-NOTE
                   THRU 2400-PRINT-DAY-COUNT-NOTE-EXIT
           END-IF.

           READ RPRTRQST-FILE
           MOVE SPACES TO RPRT-OUT-LINE.
           STRING 'TP CAT  TYPE DESCRIPTION       '
                   'CATEGORY DESCRIPTION             '
                   'BALANCE BASIS         RATE DAYS   '
                   'INTEREST CHARGED          BASIS'
                   DELIMITED SIZE INTO RPRT-OUT-LINE.
           WRITE RPRT-OUT-LINE.
       2100-START-STATEMENT-PAGE-EXIT.
           MOVE SH-BALANCE-BASIS TO RL-BALANCE-BASIS.
           MOVE SH-RATE-APPLIED  TO RL-RATE-APPLIED.
           MOVE SH-INTEREST-AMT  TO RL-INTEREST-AMT.
           IF SH-PERIOD-DAYS NUMERIC
               AND SH-PERIOD-DAYS > ZERO
               MOVE SH-PERIOD-DAYS TO RL-PERIOD-DAYS
           END-IF.
           IF SH-DAY-COUNT-CD NOT = SPACE
               MOVE SH-DAY-COUNT-CD TO WS-ACCT-DAY-COUNT-CD
           END-IF.
           IF SH-CATCHUP-TRAN
               MOVE 'CATCH-UP' TO RL-CATCHUP-TAG
           END-IF.
       2300-GET-DESCRIPTIONS-EXIT.
           EXIT.

      *****************************************************************
      *    2400-PRINT-DAY-COUNT-NOTE
      *    Closes the reprinted page with the same day-count note the
      *    original print run gave it.  History captured before rates
      *    went annual carries no day-count code, and that page is
      *    reprinted exactly as it first went out -- no note.
      *****************************************************************
       2400-PRINT-DAY-COUNT-NOTE.
           IF WS-ACCT-DAY-COUNT-CD = SPACE
               GO TO 2400-PRINT-DAY-COUNT-NOTE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACCT-ACTUAL-360
                   MOVE '360'        TO WS-NOTE-YEAR-DAYS
                   MOVE 'ACTUAL/360' TO WS-NOTE-BASIS-NAME
               WHEN WS-ACCT-THIRTY-360
                   MOVE '360'        TO WS-NOTE-YEAR-DAYS
                   MOVE '30/360'     TO WS-NOTE-BASIS-NAME
               WHEN OTHER
                   MOVE '365'        TO WS-NOTE-YEAR-DAYS
                   MOVE 'ACTUAL/365' TO WS-NOTE-BASIS-NAME
           END-EVALUATE.

           MOVE SPACES TO RPRT-OUT-LINE.
           STRING 'RATES SHOWN ARE ANNUAL.  INTEREST = BALANCE BASIS'
                   ' X RATE X DAYS / ' WS-NOTE-YEAR-DAYS
                   '  (' DELIMITED SIZE
                   WS-NOTE-BASIS-NAME DELIMITED SPACE
                   ')' DELIMITED SIZE
                   INTO RPRT-OUT-LINE.
           WRITE RPRT-OUT-LINE.
       2400-PRINT-DAY-COUNT-NOTE-EXIT.
           EXIT.

      *****************************************************************
      *    9000-TERMINATE
      *****************************************************************
