      *****************************************************************
      *    PROGRAM:     CBPRM01C
      *    APPLICATION: CardDemo
      *    FUNCTION:    Promotional Rate Roll-Off Report.
      *                 Run each cycle after the interest run.  Lists
      *                 every active PROMORAT promotional offer that
      *                 expires within the next two cycles -- after
      *                 the cycle date on the parameter card and on or
      *                 before the cycle date plus twice the cycle's
      *                 length -- so servicing can contact the customer
      *                 before the charge jumps.  For each offer the
      *                 report shows the category balance the offer is
      *                 carrying today (TCATBALF), and the rate the
      *                 account goes to the day after expiry: the
      *                 DISCGRPH rate in force on that day for the
      *                 account's group, capped at the RATECEIL
      *                 statutory ceiling the same way the interest run
      *                 caps it.  A group with balance tiers shows its
      *                 DISCGRPH reference rate.  The cycle length is
      *                 the actual days of the card's cycle range
      *                 (CBDAYCNT), or 30 days when the card carries no
      *                 range.  The report reads only; nothing on file
      *                 is changed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPRM01C.
       AUTHOR.        CARDDEMO-BATCH-TEAM.
       INSTALLATION.  CARDDEMO.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************************
      *    MODIFICATION HISTORY
      *    2026-10-15  JPM  Initial version - two-cycle look-ahead
      *                     report of expiring promotional offers with
      *                     the balance affected and the revert rate.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-ZSERIES.
       OBJECT-COMPUTER.  IBM-ZSERIES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-PARM-FILE ASSIGN TO PARMCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROMORAT-FILE ASSIGN TO PROMORAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROMORAT-KEY OF PROMORAT-KEY-REC
               FILE STATUS IS WS-PROMORAT-STATUS.

           SELECT TCATBALF-FILE ASSIGN TO TCATBALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TCATBALF-KEY OF TCATBALF-KEY-REC
               FILE STATUS IS WS-TCATBALF-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTMST-KEY OF ACCTMST-KEY-REC
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT DISCGRPH-FILE ASSIGN TO DISCGRPH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISCGRPH-KEY OF DISCGRPH-KEY-REC
               FILE STATUS IS WS-DISCGRPH-STATUS.

           SELECT RATECEIL-FILE ASSIGN TO RATECEIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATECEIL-KEY OF RATECEIL-KEY-REC
               FILE STATUS IS WS-RATECEIL-STATUS.

           SELECT PRM-RPT-FILE  ASSIGN TO PRMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-PARM-FILE.
           COPY CYCLPARM.

       FD  PROMORAT-FILE.
           COPY PROMORAT.
       01  PROMORAT-KEY-REC REDEFINES PROMO-RATE-RECORD.
           05  PROMORAT-KEY                     PIC X(27).
           05  FILLER                            PIC X(43).

       FD  TCATBALF-FILE.
           COPY TCATBALF.
       01  TCATBALF-KEY-REC REDEFINES TRAN-CAT-BAL-RECORD.
           05  TCATBALF-KEY                     PIC X(17).
           05  FILLER                            PIC X(33).

       FD  ACCTMST-FILE.
           COPY ACCTMST.
       01  ACCTMST-KEY-REC REDEFINES ACCOUNT-MASTER-RECORD.
           05  ACCTMST-KEY                      PIC 9(11).
           05  FILLER                            PIC X(39).

       FD  DISCGRPH-FILE.
           COPY DISCGRPH.
       01  DISCGRPH-KEY-REC REDEFINES DISCGRP-HIST-RECORD.
           05  DISCGRPH-KEY                     PIC X(26).
           05  FILLER                            PIC X(24).

       FD  RATECEIL-FILE.
           COPY RATECEIL.
       01  RATECEIL-KEY-REC REDEFINES RATE-CEILING-RECORD.
           05  RATECEIL-KEY                     PIC X(22).
           05  FILLER                            PIC X(18).

       FD  PRM-RPT-FILE
           RECORDING MODE IS F.
       01  PRM-RPT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                       PIC X(02).
       01  WS-PROMORAT-STATUS                   PIC X(02).
           88  WS-PROMORAT-OK                   VALUE '00'.
       01  WS-TCATBALF-STATUS                   PIC X(02).
           88  WS-TCATBALF-OK                   VALUE '00'.
       01  WS-ACCTMST-STATUS                    PIC X(02).
           88  WS-ACCTMST-OK                    VALUE '00'.
       01  WS-DISCGRPH-STATUS                   PIC X(02).
           88  WS-DISCGRPH-OK                   VALUE '00'.
       01  WS-RATECEIL-STATUS                   PIC X(02).
           88  WS-RATECEIL-OK                   VALUE '00'.
       01  WS-PRM-RPT-STATUS                    PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01)  VALUE 'N'.
               88  WS-EOF-PROMORAT               VALUE 'Y'.
           05  WS-PROMORAT-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-PROMORAT-OPEN                VALUE 'Y'.
           05  WS-RATECEIL-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-RATECEIL-OPEN                VALUE 'Y'.
           05  WS-RATE-FOUND-SW                  PIC X(01)  VALUE 'N'.
               88  WS-RATE-FOUND                  VALUE 'Y'.
           05  WS-CEILING-FOUND-SW               PIC X(01)  VALUE 'N'.
               88  WS-CEILING-FOUND                VALUE 'Y'.

       01  WS-CYCLE-DATE                        PIC X(10).
       01  WS-CYCLE-START-DATE                  PIC X(10).
       01  WS-HORIZON-DATE                      PIC X(10).
       01  WS-REVERT-DATE                       PIC X(10).
       01  WS-ACCT-GROUP-ID                     PIC X(10).

       01  WS-DAY-COUNT-AREA.
           05  WS-DAYCNT-PGM                    PIC X(08)  VALUE
                   'CBDAYCNT'.
           05  WS-DAY-COUNT-CD                  PIC X(01)  VALUE 'A'.
           05  WS-PERIOD-DAYS                   PIC 9(05)  COMP-3.
           05  WS-YEAR-DAYS                     PIC 9(03)  COMP-3.

       01  WS-DATE-WORK.
           05  WS-WORK-YMD                      PIC 9(08).
           05  WS-WORK-INT                      PIC 9(08).

       01  WS-RATE-SEARCH-KEY.
           05  WS-RSK-GROUP-ID                  PIC X(10).
           05  WS-RSK-TYPE-CD                   PIC X(02).
           05  WS-RSK-CAT-CD                    PIC 9(04).
           05  WS-RSK-BEGIN-DATE                PIC X(10).

       01  WS-CEIL-SEARCH-KEY.
           05  WS-CSK-GROUP-ID                  PIC X(10).
           05  WS-CSK-TYPE-CD                   PIC X(02).
           05  WS-CSK-BEGIN-DATE                PIC X(10).

       01  WS-BALANCE-SEARCH-KEY.
           05  WS-TSK-ACCT-ID                   PIC 9(11).
           05  WS-TSK-TYPE-CD                   PIC X(02).
           05  WS-TSK-CAT-CD                    PIC 9(04).

       01  WS-COMPUTE-AREA.
           05  WS-CAT-BALANCE                   PIC S9(09)V99 COMP-3.
           05  WS-REVERT-RATE                    PIC S9(03)V9999 COMP-3.
           05  WS-CEILING-RATE                   PIC S9(03)V9999 COMP-3.

       01  WS-ACCUMULATORS.
           05  WS-ROLLOFF-COUNT                 PIC 9(07)  COMP.
           05  WS-ROLLOFF-BAL-TOTAL             PIC S9(11)V99 COMP-3.

       01  WS-COUNT-ED                          PIC ZZZZZZ9.
       01  WS-GRAND-AMOUNT-ED                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-REPORT-LINE-GROUPS.
           05  WS-LINE-DETAIL.
               10  FILLER                       PIC X(02)  VALUE SPACES.
               10  RL-ACCT-ID                    PIC 9(11).
               10  FILLER                       PIC X(02)  VALUE SPACES.
               10  RL-TYPE-CD                    PIC X(02).
               10  FILLER                       PIC X(02)  VALUE SPACES.
               10  RL-CAT-CD                     PIC 9(04).
               10  FILLER                       PIC X(02)  VALUE SPACES.
               10  RL-OFFER-CD                   PIC X(08).
               10  FILLER                       PIC X(02)  VALUE SPACES.
               10  RL-PROMO-RATE                 PIC ZZ9.9999-.
               10  FILLER                       PIC X(02)  VALUE SPACES.
               10  RL-EXPIRY-DATE                PIC X(10).
               10  FILLER                       PIC X(02)  VALUE SPACES.
               10  RL-CAT-BALANCE                PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                       PIC X(02)  VALUE SPACES.
               10  RL-GROUP-ID                   PIC X(10).
               10  FILLER                       PIC X(02)  VALUE SPACES.
               10  RL-REVERT-RATE                PIC ZZ9.9999-.
               10  FILLER                       PIC X(02)  VALUE SPACES.
               10  RL-NOTE                       PIC X(20).

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-ONE-PROMO
               THRU 2000-PROCESS-ONE-PROMO-EXIT
               UNTIL WS-EOF-PROMORAT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *****************************************************************
      *    1000-INITIALIZE
      *    Picks up the cycle range off the parameter card and sets
      *    the look-ahead horizon two cycle lengths past the cycle
      *    date.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT  CYCLE-PARM-FILE.
           READ CYCLE-PARM-FILE
               AT END
                   MOVE SPACES TO CYCLE-PARM-RECORD
           END-READ.
           MOVE CYCP-CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE CYCP-CYCLE-START-DATE TO WS-CYCLE-START-DATE.
           CLOSE CYCLE-PARM-FILE.

           CALL WS-DAYCNT-PGM USING WS-DAY-COUNT-CD
                                     WS-CYCLE-START-DATE
                                     WS-CYCLE-DATE
                                     WS-PERIOD-DAYS
                                     WS-YEAR-DAYS.
           IF WS-PERIOD-DAYS = ZERO
               MOVE 30 TO WS-PERIOD-DAYS
           END-IF.

           MOVE WS-CYCLE-DATE(1:4) TO WS-WORK-YMD(1:4).
           MOVE WS-CYCLE-DATE(6:2) TO WS-WORK-YMD(5:2).
           MOVE WS-CYCLE-DATE(9:2) TO WS-WORK-YMD(7:2).
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YMD)
               + (2 * WS-PERIOD-DAYS).
           COMPUTE WS-WORK-YMD =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           MOVE WS-WORK-YMD(1:4) TO WS-HORIZON-DATE(1:4).
           MOVE '-'              TO WS-HORIZON-DATE(5:1).
           MOVE WS-WORK-YMD(5:2) TO WS-HORIZON-DATE(6:2).
           MOVE '-'              TO WS-HORIZON-DATE(8:1).
           MOVE WS-WORK-YMD(7:2) TO WS-HORIZON-DATE(9:2).

           OPEN INPUT  TCATBALF-FILE.
           OPEN INPUT  ACCTMST-FILE.
           OPEN INPUT  DISCGRPH-FILE.
           OPEN OUTPUT PRM-RPT-FILE.

      *    The promotional file is optional, the same as in the
      *    interest run -- without a PROMORAT dataset there is nothing
      *    to roll off, and the report prints its headings and a zero
      *    trailer.
           OPEN INPUT  PROMORAT-FILE.
           IF WS-PROMORAT-OK
               SET WS-PROMORAT-OPEN TO TRUE
           ELSE
               SET WS-EOF-PROMORAT TO TRUE
           END-IF.

      *    The ceiling file is optional the same way -- without a
      *    RATECEIL dataset no revert rate is capped.
           OPEN INPUT  RATECEIL-FILE.
           IF WS-RATECEIL-OK
               SET WS-RATECEIL-OPEN TO TRUE
           END-IF.

           MOVE ZERO TO WS-ROLLOFF-COUNT.
           MOVE ZERO TO WS-ROLLOFF-BAL-TOTAL.

           MOVE SPACES TO PRM-RPT-LINE.
           STRING 'PROMOTIONAL RATE ROLL-OFF REPORT - CYCLE '
                   WS-CYCLE-DATE ' - OFFERS EXPIRING AFTER '
                   WS-CYCLE-DATE ' THRU ' WS-HORIZON-DATE
                   DELIMITED SIZE INTO PRM-RPT-LINE.
           WRITE PRM-RPT-LINE.
           MOVE SPACES TO PRM-RPT-LINE.
           STRING '  ACCOUNT      TP  CAT   OFFER     PROMO RATE '
                   'EXPIRES               BALANCE  GROUP       '
                   'REVERT RATE'
                   DELIMITED SIZE INTO PRM-RPT-LINE.
           WRITE PRM-RPT-LINE.

           IF WS-PROMORAT-OPEN
               READ PROMORAT-FILE NEXT RECORD
                   AT END
                       SET WS-EOF-PROMORAT TO TRUE
               END-READ
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *    2000-PROCESS-ONE-PROMO
      *    Reports an active offer whose expiry falls inside the
      *    look-ahead window; a cancelled offer has already stopped
      *    applying, so its customer sees no jump to warn about.
      *****************************************************************
       2000-PROCESS-ONE-PROMO.
           IF PROM-STATUS-ACTIVE
               AND PROM-EXPIRY-DATE > WS-CYCLE-DATE
               AND PROM-EXPIRY-DATE NOT > WS-HORIZON-DATE
               PERFORM 2100-REPORT-ROLLOFF
                   THRU 2100-REPORT-ROLLOFF-EXIT
           END-IF.

           READ PROMORAT-FILE NEXT RECORD
               AT END
                   SET WS-EOF-PROMORAT TO TRUE
           END-READ.
       2000-PROCESS-ONE-PROMO-EXIT.
           EXIT.

      *****************************************************************
      *    2100-REPORT-ROLLOFF
      *    Picks up the category balance (zero when the account/type/
      *    category has no TCATBALF row yet), the account's group, and
      *    the rate in force for it the day after expiry, then prints
      *    the offer's line.
      *****************************************************************
       2100-REPORT-ROLLOFF.
           MOVE PROM-ACCT-ID        TO WS-TSK-ACCT-ID.
           MOVE PROM-TRAN-TYPE-CD   TO WS-TSK-TYPE-CD.
           MOVE PROM-TRAN-CAT-CD    TO WS-TSK-CAT-CD.
           MOVE WS-BALANCE-SEARCH-KEY TO TCATBALF-KEY.
           MOVE ZERO TO WS-CAT-BALANCE.
           READ TCATBALF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TCATBALF-OK
               MOVE TRANCAT-BAL TO WS-CAT-BALANCE
           END-IF.

           MOVE PROM-ACCT-ID TO ACCTMST-KEY.
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE 'UNASSIGNED' TO WS-ACCT-GROUP-ID
           END-READ.
           IF WS-ACCTMST-OK
               MOVE ACCT-GROUP-ID TO WS-ACCT-GROUP-ID
           END-IF.

           MOVE PROM-EXPIRY-DATE(1:4) TO WS-WORK-YMD(1:4).
           MOVE PROM-EXPIRY-DATE(6:2) TO WS-WORK-YMD(5:2).
           MOVE PROM-EXPIRY-DATE(9:2) TO WS-WORK-YMD(7:2).
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YMD) + 1.
           COMPUTE WS-WORK-YMD =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           MOVE WS-WORK-YMD(1:4) TO WS-REVERT-DATE(1:4).
           MOVE '-'              TO WS-REVERT-DATE(5:1).
           MOVE WS-WORK-YMD(5:2) TO WS-REVERT-DATE(6:2).
           MOVE '-'              TO WS-REVERT-DATE(8:1).
           MOVE WS-WORK-YMD(7:2) TO WS-REVERT-DATE(9:2).

           PERFORM 2200-FIND-REVERT-RATE
               THRU 2200-FIND-REVERT-RATE-EXIT.

           MOVE SPACES              TO WS-LINE-DETAIL
           MOVE PROM-ACCT-ID        TO RL-ACCT-ID
           MOVE PROM-TRAN-TYPE-CD   TO RL-TYPE-CD
           MOVE PROM-TRAN-CAT-CD    TO RL-CAT-CD
           MOVE PROM-OFFER-CD       TO RL-OFFER-CD
           MOVE PROM-RATE           TO RL-PROMO-RATE
           MOVE PROM-EXPIRY-DATE    TO RL-EXPIRY-DATE
           MOVE WS-CAT-BALANCE      TO RL-CAT-BALANCE
           MOVE WS-ACCT-GROUP-ID    TO RL-GROUP-ID
           IF WS-RATE-FOUND
               MOVE WS-REVERT-RATE  TO RL-REVERT-RATE
               IF WS-CEILING-FOUND
                   AND WS-REVERT-RATE = WS-CEILING-RATE
                   MOVE 'AT CEILING'     TO RL-NOTE
               END-IF
           ELSE
               MOVE ZERO            TO RL-REVERT-RATE
               MOVE 'NO GROUP RATE'     TO RL-NOTE
           END-IF
           MOVE WS-LINE-DETAIL      TO PRM-RPT-LINE
           WRITE PRM-RPT-LINE.

           ADD 1              TO WS-ROLLOFF-COUNT.
           ADD WS-CAT-BALANCE TO WS-ROLLOFF-BAL-TOTAL.
       2100-REPORT-ROLLOFF-EXIT.
           EXIT.

      *****************************************************************
      *    2200-FIND-REVERT-RATE
      *    Positions DISCGRPH on the latest rate row for the group,
      *    type and category whose begin date is on or before the
      *    revert date and confirms its end date still covers it --
      *    the interest run's own rate-history positioning -- then
      *    caps the rate at the RATECEIL ceiling in force that day.
      *****************************************************************
       2200-FIND-REVERT-RATE.
           MOVE 'N'  TO WS-RATE-FOUND-SW.
           MOVE 'N'  TO WS-CEILING-FOUND-SW.
           MOVE ZERO TO WS-REVERT-RATE.

           MOVE WS-ACCT-GROUP-ID    TO WS-RSK-GROUP-ID.
           MOVE PROM-TRAN-TYPE-CD   TO WS-RSK-TYPE-CD.
           MOVE PROM-TRAN-CAT-CD    TO WS-RSK-CAT-CD.
           MOVE WS-REVERT-DATE      TO WS-RSK-BEGIN-DATE.
           MOVE WS-RATE-SEARCH-KEY  TO DISCGRPH-KEY.

           START DISCGRPH-FILE KEY IS LESS THAN OR EQUAL
               DISCGRPH-KEY OF DISCGRPH-KEY-REC
               INVALID KEY
                   GO TO 2200-FIND-REVERT-RATE-EXIT
           END-START.

           READ DISCGRPH-FILE NEXT RECORD
               AT END
                   GO TO 2200-FIND-REVERT-RATE-EXIT
           END-READ.
           IF WS-DISCGRPH-OK
               AND DISH-ACCT-GROUP-ID = WS-ACCT-GROUP-ID
               AND DISH-TRAN-TYPE-CD  = PROM-TRAN-TYPE-CD
               AND DISH-TRAN-CAT-CD   = PROM-TRAN-CAT-CD
               AND DISH-RATE-END-DATE NOT < WS-REVERT-DATE
               SET WS-RATE-FOUND TO TRUE
               MOVE DISH-DISCOUNT-RATE TO WS-REVERT-RATE
           ELSE
               GO TO 2200-FIND-REVERT-RATE-EXIT
           END-IF.

           PERFORM 2300-FIND-RATE-CEILING
               THRU 2300-FIND-RATE-CEILING-EXIT.
           IF WS-CEILING-FOUND
               AND WS-REVERT-RATE > WS-CEILING-RATE
               MOVE WS-CEILING-RATE TO WS-REVERT-RATE
           END-IF.
       2200-FIND-REVERT-RATE-EXIT.
           EXIT.

      *****************************************************************
      *    2300-FIND-RATE-CEILING
      *    Same positioning as CBACT04C's ceiling lookup, as of the
      *    revert date.  No row (or no ceiling file) means no cap.
      *****************************************************************
       2300-FIND-RATE-CEILING.
           MOVE 'N'  TO WS-CEILING-FOUND-SW.
           MOVE ZERO TO WS-CEILING-RATE.
           IF NOT WS-RATECEIL-OPEN
               GO TO 2300-FIND-RATE-CEILING-EXIT
           END-IF.

           MOVE WS-ACCT-GROUP-ID   TO WS-CSK-GROUP-ID.
           MOVE PROM-TRAN-TYPE-CD  TO WS-CSK-TYPE-CD.
           MOVE WS-REVERT-DATE     TO WS-CSK-BEGIN-DATE.
           MOVE WS-CEIL-SEARCH-KEY TO RATECEIL-KEY.

           START RATECEIL-FILE KEY IS LESS THAN OR EQUAL
               RATECEIL-KEY OF RATECEIL-KEY-REC
               INVALID KEY
                   GO TO 2300-FIND-RATE-CEILING-EXIT
           END-START.

           READ RATECEIL-FILE NEXT RECORD
               AT END
                   GO TO 2300-FIND-RATE-CEILING-EXIT
           END-READ.
           IF WS-RATECEIL-OK
               AND CEIL-ACCT-GROUP-ID = WS-ACCT-GROUP-ID
               AND CEIL-TRAN-TYPE-CD  = PROM-TRAN-TYPE-CD
               AND CEIL-END-DATE NOT < WS-REVERT-DATE
               SET WS-CEILING-FOUND TO TRUE
               MOVE CEIL-MAX-RATE TO WS-CEILING-RATE
           END-IF.
       2300-FIND-RATE-CEILING-EXIT.
           EXIT.

      *****************************************************************
      *    9000-TERMINATE
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO PRM-RPT-LINE.
           WRITE PRM-RPT-LINE.

           MOVE WS-ROLLOFF-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRM-RPT-LINE.
           STRING 'OFFERS ROLLING OFF            ' WS-COUNT-ED
                   DELIMITED SIZE INTO PRM-RPT-LINE.
           WRITE PRM-RPT-LINE.

           MOVE WS-ROLLOFF-BAL-TOTAL TO WS-GRAND-AMOUNT-ED.
           MOVE SPACES TO PRM-RPT-LINE.
           STRING 'TOTAL BALANCE AFFECTED        ' WS-GRAND-AMOUNT-ED
                   DELIMITED SIZE INTO PRM-RPT-LINE.
           WRITE PRM-RPT-LINE.

           IF WS-PROMORAT-OPEN
               CLOSE PROMORAT-FILE
           END-IF.
           IF WS-RATECEIL-OPEN
               CLOSE RATECEIL-FILE
           END-IF.
           CLOSE TCATBALF-FILE.
           CLOSE ACCTMST-FILE.
           CLOSE DISCGRPH-FILE.
           CLOSE PRM-RPT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
