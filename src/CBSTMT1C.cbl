      *                     (CBSTMT2C) can reproduce a prior cycle's
      *                     statement after the print dataset is
      *                     gone.
      *    2026-10-15  JPM  Rates are annual now -- print the days
      *                     each line was prorated over in a DAYS
      *                     column and close each statement with the
      *                     account's day-count convention, and carry
      *                     both onto STMTHIST for the reprint.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  SR-CATCHUP-FLAG                  PIC X(01).
               88  SR-CATCHUP-TRAN               VALUE 'C'.
               88  SR-REVERSAL-TRAN              VALUE 'R'.
           05  SR-PERIOD-DAYS                   PIC 9(03).
           05  SR-DAY-COUNT-CD                  PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                       PIC X(02).
       01  WS-BALANCE-BASIS                     PIC S9(09)V99 COMP-3.
       01  WS-BASIS-TAG                         PIC X(08).
       01  WS-BASIS-CD                          PIC X(01).
       01  WS-ACCT-DAY-COUNT-CD                 PIC X(01)  VALUE SPACE.
           88  WS-ACCT-ACTUAL-360                VALUE 'B'.
           88  WS-ACCT-THIRTY-360                VALUE 'T'.
       01  WS-NOTE-YEAR-DAYS                    PIC X(03).
       01  WS-NOTE-BASIS-NAME                   PIC X(10).

       01  WS-TYPE-DESC                         PIC X(20).
       01  WS-CATG-DESC                         PIC X(30).
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
           MOVE IT-RATE-APPLIED  TO SR-RATE-APPLIED
           MOVE IT-INTEREST-AMT  TO SR-INTEREST-AMT
           MOVE IT-CATCHUP-FLAG  TO SR-CATCHUP-FLAG
           IF IT-PERIOD-DAYS NUMERIC
               MOVE IT-PERIOD-DAYS TO SR-PERIOD-DAYS
           ELSE
               MOVE ZERO           TO SR-PERIOD-DAYS
           END-IF
           MOVE IT-DAY-COUNT-CD  TO SR-DAY-COUNT-CD
           RELEASE SORT-WORK-REC.

           READ ITRANS-FILE
           MOVE WS-BALANCE-BASIS TO RL-BALANCE-BASIS.
           MOVE SR-RATE-APPLIED  TO RL-RATE-APPLIED.
           MOVE SR-INTEREST-AMT  TO RL-INTEREST-AMT.
           IF SR-PERIOD-DAYS > ZERO
               MOVE SR-PERIOD-DAYS TO RL-PERIOD-DAYS
           END-IF.
           IF SR-DAY-COUNT-CD NOT = SPACE
               MOVE SR-DAY-COUNT-CD TO WS-ACCT-DAY-COUNT-CD
           END-IF.
           IF SR-CATCHUP-TRAN
               MOVE 'CATCH-UP' TO RL-CATCHUP-TAG
           END-IF.
           MOVE SR-INTEREST-AMT  TO SH-INTEREST-AMT.
           MOVE SR-CATCHUP-FLAG  TO SH-CATCHUP-FLAG.
           MOVE WS-BASIS-CD      TO SH-BASIS-CD.
           MOVE SR-PERIOD-DAYS   TO SH-PERIOD-DAYS.
           MOVE SR-DAY-COUNT-CD  TO SH-DAY-COUNT-CD.

           WRITE STMT-HIST-RECORD
               INVALID KEY
           MOVE SPACES TO STMT-RPT-LINE.
           STRING 'TP CAT  TYPE DESCRIPTION       '
                   'CATEGORY DESCRIPTION             '
                   'BALANCE BASIS         RATE DAYS   '
                   'INTEREST CHARGED          BASIS'
                   DELIMITED SIZE INTO STMT-RPT-LINE.
           WRITE STMT-RPT-LINE.
       2800-START-STATEMENT-PAGE-EXIT.
           MOVE WS-ACCT-INTEREST-TOTAL TO RL-ACCT-TOTAL.
           MOVE WS-STMT-TOTAL-LINE     TO STMT-RPT-LINE.
           WRITE STMT-RPT-LINE.
           PERFORM 2950-PRINT-DAY-COUNT-NOTE
               THRU 2950-PRINT-DAY-COUNT-NOTE-EXIT.

           MOVE ZERO  TO WS-ACCT-INTEREST-TOTAL.
           MOVE SPACE TO WS-ACCT-DAY-COUNT-CD.
       2900-ACCOUNT-BREAK-EXIT.
           EXIT.

      *****************************************************************
      *    2950-PRINT-DAY-COUNT-NOTE
      *    The rate on each line is annual, so the statement says how
      *    it was prorated -- the days in the DAYS column over the
      *    year length of the account's day-count convention -- and
      *    a cardholder can foot any line by hand.  An account whose
      *    lines are all reversals (which carry no days) gets no
      *    note.
      *****************************************************************
       2950-PRINT-DAY-COUNT-NOTE.
           IF WS-ACCT-DAY-COUNT-CD = SPACE
               GO TO 2950-PRINT-DAY-COUNT-NOTE-EXIT
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

           MOVE SPACES TO STMT-RPT-LINE.
           STRING 'RATES SHOWN ARE ANNUAL.  INTEREST = BALANCE BASIS'
                   ' X RATE X DAYS / ' WS-NOTE-YEAR-DAYS
                   '  (' DELIMITED SIZE
                   WS-NOTE-BASIS-NAME DELIMITED SPACE
                   ')' DELIMITED SIZE
                   INTO STMT-RPT-LINE.
           WRITE STMT-RPT-LINE.
       2950-PRINT-DAY-COUNT-NOTE-EXIT.
           EXIT.

      *****************************************************************
      *    9000-TERMINATE
      *****************************************************************
