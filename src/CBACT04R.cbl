      *                 whose account is no longer on the exception
      *                 file, the missed cycle's interest is computed
      *                 for each of the account's categories using the
      *                 rate sheet frozen for that cycle date, posted
      *                 to ITRANS and the GL extract as a
      *                 clearly-marked catch-up transaction, and
      *                 folded into TRANCAT-CYC-ACCRUED-AMT so the
      *                 capitalization step rolls it into the balances
      *                     catch-up postings, suppressing
      *                     sub-minimum amounts to the report the
      *                     same way the live run does.
      *    2026-10-15  JPM  Cap the skipped cycle's rate at the
      *                     statutory ceiling on the optional
      *                     RATECEIL file in force for that cycle
      *                     date, and list each capped catch-up on
      *                     the capped-rate exception report (CAPRPT)
      *                     the same way the live run does.
      *    2026-10-15  JPM  Rates are now annual -- the skipped
      *                     cycle's charge is prorated over that
      *                     cycle's own date range (the start date
      *                     CBACT04C now logs on the skip row) under
      *                     the group's DCBASIS day-count convention
      *                     (CBDAYCNT), the same conversion the live
      *                     run uses.
      *    2026-10-15  JPM  Check the optional PROMORAT promotional
      *                     override file before the group rate, for
      *                     the skipped cycle date, the same way the
      *                     live run does.
      *    2026-10-15  JPM  Price each catch-up from the skipped
      *                     cycle's own RATESHT rate sheet (CBRSH01C)
      *                     -- blended rate first, as the live run
      *                     does, then the flat rate, with the sheet's
      *                     ceiling, minimum and day-count convention
      *                     -- instead of reading DISCGRPH, MINTHRSH,
      *                     RATECEIL and DCBASIS.  A skip row whose
      *                     cycle has no sheet stays pending.
      *    2026-10-15  JPM  Write a keyed ITRACE calculation-trace row
      *                     for every catch-up posted or suppressed,
      *                     under posting source 'C', the same way the
      *                     live run does.
      *    2026-10-15  JPM  Price each catch-up under the group in force
      *                     on the skipped cycle's date from the
      *                     optional ACCTGRPH membership history, and
      *                     carry that group on the GL extract row.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS ACCTMST-KEY OF ACCTMST-KEY-REC
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT ACCTGRPH-FILE ASSIGN TO ACCTGRPH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               FILE STATUS IS WS-ACCTGRPH-STATUS.

           SELECT RATESHT-FILE  ASSIGN TO RATESHT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATESHT-KEY OF RATESHT-KEY-REC
               FILE STATUS IS WS-RATESHT-STATUS.

           SELECT ITRANS-FILE   ASSIGN TO ITRANS
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTCH-RPT-STATUS.

           SELECT CAP-RPT-FILE ASSIGN TO CAPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-RPT-STATUS.

           SELECT PROMORAT-FILE ASSIGN TO PROMORAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMORAT-KEY OF PROMORAT-KEY-REC
               FILE STATUS IS WS-PROMORAT-STATUS.

           SELECT ITRACE-FILE   ASSIGN TO ITRACE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITRACE-KEY OF ITRACE-KEY-REC
               FILE STATUS IS WS-ITRACE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-PARM-FILE.
           05  ACCTMST-KEY                      PIC 9(11).
           05  FILLER                            PIC X(39).

       FD  ACCTGRPH-FILE.
           COPY ACCTGRPH.
       01  ACCTGRPH-KEY-REC REDEFINES ACCT-GROUP-HIST-RECORD.
           05  ACCTGRPH-KEY                     PIC X(21).
           05  FILLER                            PIC X(49).

       FD  RATESHT-FILE.
           COPY RATESHT.
       01  RATESHT-KEY-REC REDEFINES RATE-SHEET-RECORD.
           05  RATESHT-KEY                      PIC X(26).
           05  FILLER                            PIC X(154).

       FD  ITRANS-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CTCH-RPT-LINE                        PIC X(132).

       FD  CAP-RPT-FILE
           RECORDING MODE IS F.
       01  CAP-RPT-LINE                         PIC X(132).

       FD  PROMORAT-FILE.
           COPY PROMORAT.
       01  PROMORAT-KEY-REC REDEFINES PROMO-RATE-RECORD.
           05  PROMORAT-KEY                     PIC X(27).
           05  FILLER                            PIC X(43).

       FD  ITRACE-FILE.
           COPY ITRACE.
       01  ITRACE-KEY-REC REDEFINES INTEREST-TRACE-RECORD.
           05  ITRACE-KEY                       PIC X(28).
           05  FILLER                            PIC X(392).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                       PIC X(02).
       01  WS-RECXSKIP-STATUS                   PIC X(02).
           88  WS-TCATBALF-OK                   VALUE '00'.
       01  WS-ACCTMST-STATUS                    PIC X(02).
           88  WS-ACCTMST-OK                    VALUE '00'.
       01  WS-ACCTGRPH-STATUS                   PIC X(02).
           88  WS-ACCTGRPH-OK                   VALUE '00'.
       01  WS-RATESHT-STATUS                    PIC X(02).
           88  WS-RATESHT-OK                    VALUE '00'.
       01  WS-ITRANS-STATUS                     PIC X(02).
       01  WS-GLEXTRCT-STATUS                   PIC X(02).
       01  WS-CTCH-RPT-STATUS                   PIC X(02).
       01  WS-CAP-RPT-STATUS                    PIC X(02).
       01  WS-PROMORAT-STATUS                   PIC X(02).
           88  WS-PROMORAT-OK                   VALUE '00'.
       01  WS-ITRACE-STATUS                     PIC X(02).
           88  WS-ITRACE-NOTFND                  VALUE '23', '35'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01)  VALUE 'N'.
               88  WS-DORMANT                     VALUE 'Y'.
           05  WS-ACCT-INACTIVE-SW               PIC X(01)  VALUE 'N'.
               88  WS-ACCT-INACTIVE                VALUE 'Y'.
           05  WS-CEILING-FOUND-SW               PIC X(01)  VALUE 'N'.
               88  WS-CEILING-FOUND                VALUE 'Y'.
           05  WS-RATE-CAPPED-SW                 PIC X(01)  VALUE 'N'.
               88  WS-RATE-CAPPED                  VALUE 'Y'.
           05  WS-PROMORAT-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-PROMORAT-OPEN                VALUE 'Y'.
           05  WS-PROMO-DONE-SW                  PIC X(01)  VALUE 'N'.
               88  WS-PROMO-DONE                   VALUE 'Y'.
           05  WS-ACCTGRPH-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-ACCTGRPH-OPEN                VALUE 'Y'.

       01  WS-CYCLE-DATE                        PIC X(10).
       01  WS-RUN-DATE                          PIC X(10).
       01  WS-RUN-DATE-YMD                      PIC 9(08).
       01  WS-ACCT-GROUP-ID                     PIC X(10).

       01  WS-AGH-SEARCH-KEY.
           05  WS-AGK-ACCT-ID                   PIC 9(11).
           05  WS-AGK-BEGIN-DATE                PIC X(10).

       01  WS-DAY-COUNT-AREA.
           05  WS-DAYCNT-PGM                    PIC X(08)  VALUE
                   'CBDAYCNT'.
           05  WS-DAY-COUNT-CD                  PIC X(01).
           05  WS-PERIOD-DAYS                   PIC 9(05)  COMP-3.
           05  WS-YEAR-DAYS                     PIC 9(03)  COMP-3.
           05  WS-CARD-START-DATE               PIC X(10).
           05  WS-CARD-CYCLE-DAYS               PIC 9(05)  COMP-3.
           05  WS-SKIP-START-DATE               PIC X(10).
           05  WS-SKIP-YMD                      PIC 9(08).
           05  WS-SKIP-INT                      PIC 9(08).

       01  WS-TCATBALF-START-KEY.
           05  WS-TSK-ACCT-ID                   PIC 9(11).
           05  WS-TSK-TYPE-CD                   PIC X(02).
           05  WS-TSK-CAT-CD                    PIC 9(04).

       01  WS-SHEET-SEARCH-KEY.
           05  WS-SSK-CYCLE-DATE                PIC X(10).
           05  WS-SSK-GROUP-ID                  PIC X(10).
           05  WS-SSK-TYPE-CD                   PIC X(02).
           05  WS-SSK-CAT-CD                    PIC 9(04).

       01  WS-PROMO-SEARCH-KEY.
           05  WS-PSK-ACCT-ID                   PIC 9(11).
           05  WS-PSK-TYPE-CD                   PIC X(02).
           05  WS-PSK-CAT-CD                    PIC 9(04).
           05  WS-PSK-START-DATE                PIC X(10).

       01  WS-COMPUTE-AREA.
           05  WS-CAT-BALANCE                   PIC S9(09)V99 COMP-3.
           05  WS-RATE-APPLIED                   PIC S9(03)V9999 COMP-3.
           05  WS-INTEREST-AMT                   PIC S9(09)V99 COMP-3.
      *    P = promotional offer, B = blended, F = flat DISCGRPH rate.
           05  WS-RATE-SOURCE                    PIC X(01).

       01  WS-SLICE-SUB                         PIC 9(04)  COMP.
       01  WS-SLICE-MAX                         PIC 9(04)  COMP
                                                 VALUE 11.

       01  WS-CEILING-AREA.
           05  WS-CEILING-RATE                  PIC S9(03)V9999 COMP-3.
           05  WS-ORIG-RATE                     PIC S9(03)V9999 COMP-3.
           05  WS-UNCAPPED-INTEREST-AMT         PIC S9(09)V99 COMP-3.
           05  WS-GIVEN-UP-AMT                  PIC S9(09)V99 COMP-3.

       01  WS-THRESHOLD-AREA.
           05  WS-MIN-INTEREST-AMT              PIC S9(07)V99 COMP-3.
           05  WS-SUPPRESSED-COUNT              PIC 9(07)  COMP-3.
           05  WS-SUPPRESSED-TOTAL-AMT          PIC S9(09)V99 COMP-3.
           05  WS-REVIEW-COUNT                  PIC 9(07)  COMP-3.
           05  WS-CAPPED-COUNT                  PIC 9(07)  COMP-3.
           05  WS-CAPPED-TOTAL-AMT              PIC S9(09)V99 COMP-3.
           05  WS-NO-SHEET-COUNT                PIC 9(07)  COMP-3.

       01  WS-RUN-CONTROL-AREA.
           05  WS-CYCCTL-PGM                    PIC X(08)  VALUE
           05  WS-CYCC-FUNCTION                 PIC X(01).
           05  WS-CYCC-JOB-NAME                 PIC X(08).
           05  WS-CYCC-RESULT                   PIC X(01).
               88  WS-CYCC-STEP-COMPLETE         VALUE 'Y'.

       01  WS-COUNT-ED                          PIC ZZZZZZ9.
       01  WS-AMOUNT-ED                         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-TAG                            PIC X(10).

       01  WS-CAP-DETAIL.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  CL-ACCT-ID                        PIC 9(11).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  CL-CYCLE-DATE                     PIC X(10).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  CL-GROUP-ID                       PIC X(10).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  CL-TYPE-CD                        PIC X(02).
           05  FILLER                           PIC X(01)  VALUE SPACES.
           05  CL-CAT-CD                         PIC 9(04).
           05  FILLER                           PIC X(03)  VALUE SPACES.
           05  CL-ORIG-RATE                      PIC ZZ9.9999-.
           05  FILLER                           PIC X(03)  VALUE SPACES.
           05  CL-CAPPED-RATE                    PIC ZZ9.9999-.
           05  FILLER                           PIC X(03)  VALUE SPACES.
           05  CL-GIVEN-UP-AMT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
                   MOVE SPACES TO CYCLE-PARM-RECORD
           END-READ.
           MOVE CYCP-CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE CYCP-CYCLE-START-DATE TO WS-CARD-START-DATE.
           CLOSE CYCLE-PARM-FILE.

      *    The current card's cycle length stands in for a skipped
      *    cycle's own range only on a skip row logged before the
      *    live run recorded start dates; a card with no usable
      *    range takes a 30-day cycle.
           MOVE 'A' TO WS-DAY-COUNT-CD.
           CALL WS-DAYCNT-PGM USING WS-DAY-COUNT-CD
                                     WS-CARD-START-DATE
                                     WS-CYCLE-DATE
                                     WS-CARD-CYCLE-DAYS
                                     WS-YEAR-DAYS.
           IF WS-CARD-CYCLE-DAYS = ZERO
               MOVE 30 TO WS-CARD-CYCLE-DAYS
           END-IF.

           ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-YMD(1:4) TO WS-RUN-DATE(1:4).
           MOVE '-'                  TO WS-RUN-DATE(5:1).
           OPEN INPUT  RECONEXC-FILE.
           OPEN I-O    TCATBALF-FILE.
           OPEN INPUT  ACCTMST-FILE.

      *    The membership history is optional -- without an ACCTGRPH
      *    dataset every account is in its ACCTMST group, exactly as
      *    before.
           OPEN INPUT  ACCTGRPH-FILE.
           IF WS-ACCTGRPH-OK
               SET WS-ACCTGRPH-OPEN TO TRUE
           END-IF.
           OPEN INPUT  RATESHT-FILE.
           OPEN EXTEND ITRANS-FILE.
           OPEN EXTEND GLEXTRCT-FILE.
           OPEN OUTPUT CTCH-RPT-FILE.

      *    The promotional override file is optional, as in the live
      *    run -- without a PROMORAT dataset every catch-up is priced
      *    by the account's group.
           OPEN INPUT  PROMORAT-FILE.
           IF WS-PROMORAT-OK
               SET WS-PROMORAT-OPEN TO TRUE
           END-IF.

      *    ITRACE is shared with the live run and kept across cycles;
      *    the first run to find it empty creates it.
           OPEN I-O    ITRACE-FILE.
           IF WS-ITRACE-NOTFND
               OPEN OUTPUT ITRACE-FILE
               CLOSE ITRACE-FILE
               OPEN I-O ITRACE-FILE
           END-IF.

           MOVE ZERO TO WS-CATCHUP-POSTED-COUNT.
           MOVE ZERO TO WS-SUPPRESSED-COUNT.
           MOVE ZERO TO WS-SUPPRESSED-TOTAL-AMT.
           MOVE ZERO TO WS-REVIEW-COUNT.
           MOVE ZERO TO WS-CAPPED-COUNT.
           MOVE ZERO TO WS-CAPPED-TOTAL-AMT.
           MOVE ZERO TO WS-NO-SHEET-COUNT.

           MOVE SPACES TO CTCH-RPT-LINE.
           STRING 'CATCH-UP INTEREST ACCRUAL REPORT - RUN OF '
                   DELIMITED SIZE INTO CTCH-RPT-LINE.
           WRITE CTCH-RPT-LINE.

           OPEN OUTPUT CAP-RPT-FILE.
           MOVE SPACES TO CAP-RPT-LINE.
           STRING 'CATCH-UP CAPPED RATE EXCEPTION REPORT - RUN OF '
                   WS-RUN-DATE
                   DELIMITED SIZE INTO CAP-RPT-LINE.
           WRITE CAP-RPT-LINE.
           MOVE SPACES TO CAP-RPT-LINE.
           STRING 'ACCOUNT ID     SKIP CYCLE  GROUP       TP CAT '
                   '  ORIG RATE  CAPPED RATE  INTEREST GIVEN UP'
                   DELIMITED SIZE INTO CAP-RPT-LINE.
           WRITE CAP-RPT-LINE.

           READ RECXSKIP-FILE NEXT RECORD
               AT END
                   SET WS-EOF-RECXSKIP TO TRUE
      *    posted.  The category's balance as it stands today is the
      *    best basis still on file for the missed cycle -- the
      *    balance the cycle actually ran against was never accrued
      *    on, which is exactly the gap being made good here.  The
      *    annual rate is prorated over the skipped cycle's own days.
      *    Nothing is posted until CBRSH01C has frozen the rate sheet
      *    for the skipped cycle date -- without it the row stays
      *    pending and is listed, to be picked up by a later run.
      *****************************************************************
       2200-CATCHUP-ACCOUNT.
           PERFORM 2210-GET-ACCOUNT-GROUP
               GO TO 2200-CATCHUP-ACCOUNT-EXIT
           END-IF.

           MOVE 'C'        TO WS-CYCC-FUNCTION.
           MOVE 'CBRSH01C' TO WS-CYCC-JOB-NAME.
           CALL WS-CYCCTL-PGM USING WS-CYCC-FUNCTION
                                     WS-CYCC-JOB-NAME
                                     RECS-CYCLE-DATE
                                     WS-CYCC-RESULT.
           IF NOT WS-CYCC-STEP-COMPLETE
               PERFORM 2230-REPORT-NO-SHEET
                   THRU 2230-REPORT-NO-SHEET-EXIT
               GO TO 2200-CATCHUP-ACCOUNT-EXIT
           END-IF.

           PERFORM 2220-RESOLVE-SKIP-START
               THRU 2220-RESOLVE-SKIP-START-EXIT.

      *    The row is marked IN-PROGRESS before the first posting,
      *    so a rerun after an abend can tell a half-posted account
      *    from one never touched.
                   SET WS-ACCT-INACTIVE TO TRUE
               END-IF
           END-IF.

           PERFORM 2215-GET-GROUP-IN-FORCE
               THRU 2215-GET-GROUP-IN-FORCE-EXIT.
       2210-GET-ACCOUNT-GROUP-EXIT.
           EXIT.

      *****************************************************************
      *    2215-GET-GROUP-IN-FORCE
      *    Positions ACCTGRPH on the account's latest membership segment
      *    beginning on or before the skipped cycle's date and takes its
      *    group when that segment still covers the date, so the account
      *    is treated as a member of the group it was in then, not the
      *    one it has moved to since.  An account that has never moved
      *    has no segments and keeps its ACCTMST group.
      *****************************************************************
       2215-GET-GROUP-IN-FORCE.
           IF NOT WS-ACCTGRPH-OPEN
               GO TO 2215-GET-GROUP-IN-FORCE-EXIT
           END-IF.

           MOVE RECS-ACCT-ID TO WS-AGK-ACCT-ID.
           MOVE RECS-CYCLE-DATE TO WS-AGK-BEGIN-DATE.
           MOVE WS-AGH-SEARCH-KEY TO ACCTGRPH-KEY OF ACCTGRPH-KEY-REC.

           START ACCTGRPH-FILE KEY IS LESS THAN OR EQUAL
               ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               INVALID KEY
                   GO TO 2215-GET-GROUP-IN-FORCE-EXIT
           END-START.

           READ ACCTGRPH-FILE NEXT RECORD
               AT END
                   GO TO 2215-GET-GROUP-IN-FORCE-EXIT
           END-READ.
           IF WS-ACCTGRPH-OK
               AND AGH-ACCT-ID = RECS-ACCT-ID
               AND AGH-END-DATE NOT < RECS-CYCLE-DATE
               MOVE AGH-ACCT-GROUP-ID TO WS-ACCT-GROUP-ID
           END-IF.
       2215-GET-GROUP-IN-FORCE-EXIT.
           EXIT.

      *****************************************************************
      *    2220-RESOLVE-SKIP-START
      *    Works out the first day of the skipped cycle's date range.
      *    The range runs from the start date the live run logged on
      *    the skip row to the skipped cycle date; a row logged
      *    before start dates were recorded is taken to have run as
      *    many days as the current card's cycle, ending on its own
      *    cycle date.  The days in the range are counted per
      *    category, under the convention on its rate sheet row.
      *****************************************************************
       2220-RESOLVE-SKIP-START.
           IF RECS-CYCLE-START-YMD IS NUMERIC
               MOVE RECS-CYCLE-START-YMD TO WS-SKIP-YMD
           ELSE
               MOVE RECS-CYCLE-DATE(1:4) TO WS-SKIP-YMD(1:4)
               MOVE RECS-CYCLE-DATE(6:2) TO WS-SKIP-YMD(5:2)
               MOVE RECS-CYCLE-DATE(9:2) TO WS-SKIP-YMD(7:2)
               COMPUTE WS-SKIP-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SKIP-YMD)
                   - WS-CARD-CYCLE-DAYS + 1
               COMPUTE WS-SKIP-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-SKIP-INT)
           END-IF.
           MOVE WS-SKIP-YMD(1:4) TO WS-SKIP-START-DATE(1:4).
           MOVE '-'              TO WS-SKIP-START-DATE(5:1).
           MOVE WS-SKIP-YMD(5:2) TO WS-SKIP-START-DATE(6:2).
           MOVE '-'              TO WS-SKIP-START-DATE(8:1).
           MOVE WS-SKIP-YMD(7:2) TO WS-SKIP-START-DATE(9:2).
       2220-RESOLVE-SKIP-START-EXIT.
           EXIT.

      *****************************************************************
      *    2230-REPORT-NO-SHEET
      *    The skipped cycle has no rate sheet yet (CBACT04B and
      *    CBRSH01C must be rerun for it with that cycle's card), so
      *    the row is left pending and listed for the operators.
      *****************************************************************
       2230-REPORT-NO-SHEET.
           ADD 1 TO WS-NO-SHEET-COUNT.

           MOVE SPACES          TO WS-RPT-DETAIL
           MOVE RECS-ACCT-ID    TO RL-ACCT-ID
           MOVE RECS-CYCLE-DATE TO RL-CYCLE-DATE
           MOVE ZERO            TO RL-CAT-CD
           MOVE ZERO            TO RL-RATE-APPLIED
           MOVE ZERO            TO RL-INTEREST-AMT
           MOVE 'NO SHEET'      TO RL-TAG
           MOVE WS-RPT-DETAIL   TO CTCH-RPT-LINE
           WRITE CTCH-RPT-LINE.
       2230-REPORT-NO-SHEET-EXIT.
           EXIT.

      *****************************************************************
      *    2250-READ-NEXT-CATEGORY
      *    One step of the TCATBALF walk for the account being caught
      *    2300-CATCHUP-CATEGORY
      *    Mirrors the regular run's per-category treatment: a row
      *    with no activity date on file earns nothing, and the rate
      *    comes from the rate sheet frozen for the cycle date that
      *    was skipped -- not from whatever rate is live today.
      *****************************************************************
       2300-CATCHUP-CATEGORY.
           MOVE 'N' TO WS-DORMANT-SW.

      *****************************************************************
      *    2400-FIND-CYCLE-RATE
      *    Reads the skipped cycle's rate sheet row for this group,
      *    transaction type and category and counts the cycle's days
      *    under its day-count convention.  A promotional offer that
      *    covered the skipped cycle date prices the catch-up first,
      *    as it would have in the live run; otherwise the sheet's
      *    blended rate is used when CBACT04B blended the combination
      *    that cycle, and its flat DISCGRPH rate when it did not.
      *    The catch-up charges one rate on the whole balance, so the
      *    sheet's tier bands and average-daily basis are not used.
      *****************************************************************
       2400-FIND-CYCLE-RATE.
           SET WS-RATE-FOUND-SW     TO 'N'.
           MOVE ZERO                TO WS-RATE-APPLIED.
           MOVE SPACE               TO WS-RATE-SOURCE.

           PERFORM 2405-READ-RATE-SHEET
               THRU 2405-READ-RATE-SHEET-EXIT.

           MOVE RSH-DAY-COUNT-CD TO WS-DAY-COUNT-CD.
           CALL WS-DAYCNT-PGM USING WS-DAY-COUNT-CD
                                     WS-SKIP-START-DATE
                                     RECS-CYCLE-DATE
                                     WS-PERIOD-DAYS
                                     WS-YEAR-DAYS.

           PERFORM 2410-FIND-PROMO-RATE
               THRU 2410-FIND-PROMO-RATE-EXIT.
           IF WS-RATE-FOUND
               MOVE 'P' TO WS-RATE-SOURCE
               GO TO 2400-FIND-CYCLE-RATE-EXIT
           END-IF.

           IF RSH-BLEND-RATE-FOUND
               SET WS-RATE-FOUND TO TRUE
               MOVE RSH-BLEND-RATE TO WS-RATE-APPLIED
               MOVE 'B' TO WS-RATE-SOURCE
           ELSE
               IF RSH-FLAT-RATE-FOUND
                   SET WS-RATE-FOUND TO TRUE
                   MOVE RSH-FLAT-RATE TO WS-RATE-APPLIED
                   MOVE 'F' TO WS-RATE-SOURCE
               END-IF
           END-IF.
       2400-FIND-CYCLE-RATE-EXIT.
           EXIT.

      *****************************************************************
      *    2405-READ-RATE-SHEET
      *    A combination with no row on the sheet had no rate history
      *    when the sheet was built; it is given the same defaults
      *    CBACT04C uses -- no rate, no ceiling, no minimum, Actual/
      *    365 -- so only a promotional offer can price it.
      *****************************************************************
       2405-READ-RATE-SHEET.
           MOVE RECS-CYCLE-DATE     TO WS-SSK-CYCLE-DATE.
           MOVE WS-ACCT-GROUP-ID    TO WS-SSK-GROUP-ID.
           MOVE TRANCAT-TYPE-CD     TO WS-SSK-TYPE-CD.
           MOVE TRANCAT-CD          TO WS-SSK-CAT-CD.
           MOVE WS-SHEET-SEARCH-KEY TO RATESHT-KEY.
           READ RATESHT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-RATESHT-OK
               MOVE 'N'  TO RSH-FLAT-RATE-SW
               MOVE ZERO TO RSH-FLAT-RATE
               MOVE 'N'  TO RSH-BLEND-RATE-SW
               MOVE ZERO TO RSH-BLEND-RATE
               SET RSH-BASIS-ENDING TO TRUE
               MOVE ZERO TO RSH-MIN-INTEREST-AMT
               MOVE 'N'  TO RSH-CEILING-SW
               MOVE ZERO TO RSH-CEILING-RATE
               SET RSH-ACTUAL-365 TO TRUE
               MOVE ZERO TO RSH-TIER-COUNT
           END-IF.
       2405-READ-RATE-SHEET-EXIT.
           EXIT.

      *****************************************************************
      *    2410-FIND-PROMO-RATE
      *    Walks this account/type/category's PROMORAT offers in start
      *    date order up to the skipped cycle date, the same walk the
      *    live run makes, and takes the rate of the offer that
      *    covered that date -- a cancelled offer still covers the
      *    cycles before its cancel date.
      *****************************************************************
       2410-FIND-PROMO-RATE.
           MOVE 'N' TO WS-PROMO-DONE-SW.
           IF NOT WS-PROMORAT-OPEN
               GO TO 2410-FIND-PROMO-RATE-EXIT
           END-IF.

           MOVE TRANCAT-ACCT-ID     TO WS-PSK-ACCT-ID.
           MOVE TRANCAT-TYPE-CD     TO WS-PSK-TYPE-CD.
           MOVE TRANCAT-CD          TO WS-PSK-CAT-CD.
           MOVE LOW-VALUES          TO WS-PSK-START-DATE.
           MOVE WS-PROMO-SEARCH-KEY TO PROMORAT-KEY.

           START PROMORAT-FILE KEY IS NOT LESS THAN
               PROMORAT-KEY OF PROMORAT-KEY-REC
               INVALID KEY
                   SET WS-PROMO-DONE TO TRUE
           END-START.

           PERFORM 2415-SCAN-ONE-PROMO
               THRU 2415-SCAN-ONE-PROMO-EXIT
               UNTIL WS-PROMO-DONE.
       2410-FIND-PROMO-RATE-EXIT.
           EXIT.

      *****************************************************************
      *    2415-SCAN-ONE-PROMO
      *    One step of the PROMORAT walk -- done as soon as the file
      *    runs out, the browse walks past this account/type/
      *    category, or an offer starting after the skipped cycle
      *    date is reached.
      *****************************************************************
       2415-SCAN-ONE-PROMO.
           READ PROMORAT-FILE NEXT RECORD
               AT END
                   SET WS-PROMO-DONE TO TRUE
                   GO TO 2415-SCAN-ONE-PROMO-EXIT
           END-READ.

           IF PROM-ACCT-ID NOT = TRANCAT-ACCT-ID
               OR PROM-TRAN-TYPE-CD NOT = TRANCAT-TYPE-CD
               OR PROM-TRAN-CAT-CD  NOT = TRANCAT-CD
               OR PROM-START-DATE > RECS-CYCLE-DATE
               SET WS-PROMO-DONE TO TRUE
               GO TO 2415-SCAN-ONE-PROMO-EXIT
           END-IF.

           IF PROM-EXPIRY-DATE NOT < RECS-CYCLE-DATE
               AND (PROM-STATUS-ACTIVE
                    OR PROM-CANCEL-DATE > RECS-CYCLE-DATE)
               SET WS-RATE-FOUND TO TRUE
               MOVE PROM-RATE TO WS-RATE-APPLIED
           END-IF.
       2415-SCAN-ONE-PROMO-EXIT.
           EXIT.

      *****************************************************************
      *****************************************************************
       2500-POST-CATCHUP.
           MOVE TRANCAT-BAL TO WS-CAT-BALANCE.
           PERFORM 2510-APPLY-RATE-CEILING
               THRU 2510-APPLY-RATE-CEILING-EXIT.
           COMPUTE WS-INTEREST-AMT ROUNDED =
               WS-CAT-BALANCE * WS-RATE-APPLIED * WS-PERIOD-DAYS
                   / WS-YEAR-DAYS.
           MOVE WS-INTEREST-AMT TO WS-UNCAPPED-INTEREST-AMT.
           IF WS-RATE-CAPPED
               COMPUTE WS-UNCAPPED-INTEREST-AMT ROUNDED =
                   WS-CAT-BALANCE * WS-ORIG-RATE * WS-PERIOD-DAYS
                       / WS-YEAR-DAYS
           END-IF.

           PERFORM 2520-GET-GROUP-THRESHOLD
               THRU 2520-GET-GROUP-THRESHOLD-EXIT.
           IF WS-ABS-INTEREST-AMT < WS-MIN-INTEREST-AMT
               PERFORM 2540-SUPPRESS-CATCHUP
                   THRU 2540-SUPPRESS-CATCHUP-EXIT
               SET TRC-THRESHOLD-SUPPRESSED TO TRUE
               PERFORM 2570-WRITE-CALC-TRACE
                   THRU 2570-WRITE-CALC-TRACE-EXIT
               GO TO 2500-POST-CATCHUP-EXIT
           END-IF.

           MOVE WS-INTEREST-AMT  TO IT-INTEREST-AMT
           MOVE RECS-CYCLE-DATE  TO IT-CYCLE-DATE
           SET IT-CATCHUP-TRAN   TO TRUE
           MOVE WS-PERIOD-DAYS   TO IT-PERIOD-DAYS
           MOVE WS-DAY-COUNT-CD  TO IT-DAY-COUNT-CD
           WRITE INTEREST-TRAN-RECORD.

           MOVE TRANCAT-ACCT-ID  TO GLX-ACCT-ID
           MOVE WS-RATE-APPLIED  TO GLX-RATE-APPLIED
           MOVE WS-INTEREST-AMT  TO GLX-INTEREST-AMT
           MOVE RECS-CYCLE-DATE  TO GLX-CYCLE-DATE
           MOVE WS-ACCT-GROUP-ID TO GLX-ACCT-GROUP-ID
           WRITE GL-EXTRACT-RECORD.

           ADD WS-INTEREST-AMT TO TRANCAT-CYC-ACCRUED-AMT.
           MOVE 'POSTED'        TO RL-TAG
           MOVE WS-RPT-DETAIL   TO CTCH-RPT-LINE
           WRITE CTCH-RPT-LINE.

           IF WS-RATE-CAPPED
               PERFORM 2560-REPORT-CAPPED-RATE
                   THRU 2560-REPORT-CAPPED-RATE-EXIT
           END-IF.

           SET TRC-THRESHOLD-POSTED TO TRUE.
           PERFORM 2570-WRITE-CALC-TRACE
               THRU 2570-WRITE-CALC-TRACE-EXIT.
       2500-POST-CATCHUP-EXIT.
           EXIT.

      *****************************************************************
      *    2510-APPLY-RATE-CEILING
      *    Holds the skipped cycle's rate to the statutory ceiling
      *    frozen on its rate sheet row -- the RATECEIL ceiling that
      *    was in force on that cycle date.  No ceiling on the row
      *    leaves the rate as resolved.
      *****************************************************************
       2510-APPLY-RATE-CEILING.
           MOVE 'N'              TO WS-RATE-CAPPED-SW.
           MOVE WS-RATE-APPLIED  TO WS-ORIG-RATE.
           MOVE RSH-CEILING-SW   TO WS-CEILING-FOUND-SW.
           MOVE RSH-CEILING-RATE TO WS-CEILING-RATE.

           IF WS-CEILING-FOUND
               AND WS-RATE-APPLIED > WS-CEILING-RATE
               SET WS-RATE-CAPPED TO TRUE
               MOVE WS-CEILING-RATE TO WS-RATE-APPLIED
           END-IF.
       2510-APPLY-RATE-CEILING-EXIT.
           EXIT.

      *****************************************************************
      *    2520-GET-GROUP-THRESHOLD
      *    The group's MINTHRSH minimum as frozen on the sheet; zero
      *    (no row when the sheet was built) suppresses nothing --
      *    the same rule the live run applies.
      *****************************************************************
       2520-GET-GROUP-THRESHOLD.
           MOVE RSH-MIN-INTEREST-AMT TO WS-MIN-INTEREST-AMT.
       2520-GET-GROUP-THRESHOLD-EXIT.
           EXIT.

       2540-SUPPRESS-CATCHUP-EXIT.
           EXIT.

      *****************************************************************
      *    2560-REPORT-CAPPED-RATE
      *    Lists a catch-up posting whose rate was held to the
      *    statutory ceiling, with the rate that would have applied,
      *    the ceiling it was capped at, and the interest given up.
      *****************************************************************
       2560-REPORT-CAPPED-RATE.
           COMPUTE WS-GIVEN-UP-AMT =
               WS-UNCAPPED-INTEREST-AMT - WS-INTEREST-AMT.
           ADD 1               TO WS-CAPPED-COUNT.
           ADD WS-GIVEN-UP-AMT TO WS-CAPPED-TOTAL-AMT.

           MOVE SPACES           TO WS-CAP-DETAIL
           MOVE TRANCAT-ACCT-ID  TO CL-ACCT-ID
           MOVE RECS-CYCLE-DATE  TO CL-CYCLE-DATE
           MOVE WS-ACCT-GROUP-ID TO CL-GROUP-ID
           MOVE TRANCAT-TYPE-CD  TO CL-TYPE-CD
           MOVE TRANCAT-CD       TO CL-CAT-CD
           MOVE WS-ORIG-RATE     TO CL-ORIG-RATE
           MOVE WS-CEILING-RATE  TO CL-CAPPED-RATE
           MOVE WS-GIVEN-UP-AMT  TO CL-GIVEN-UP-AMT
           MOVE WS-CAP-DETAIL    TO CAP-RPT-LINE
           WRITE CAP-RPT-LINE.
       2560-REPORT-CAPPED-RATE-EXIT.
           EXIT.

      *****************************************************************
      *    2570-WRITE-CALC-TRACE
      *    Writes the ITRACE row behind a catch-up posted or
      *    suppressed, under posting source 'C' so it can never
      *    replace the live run's row for the same cycle.  A catch-up
      *    charges one rate on the cycle-end balance, so the row
      *    always shows the ending-balance basis and no tier slices,
      *    whatever basis the sheet asked for.  The caller has set
      *    the threshold result.
      *****************************************************************
       2570-WRITE-CALC-TRACE.
           MOVE TRANCAT-ACCT-ID      TO TRC-ACCT-ID.
           MOVE RECS-CYCLE-DATE      TO TRC-CYCLE-DATE.
           MOVE TRANCAT-TYPE-CD      TO TRC-TRAN-TYPE-CD.
           MOVE TRANCAT-CD           TO TRC-TRAN-CAT-CD.
           SET TRC-SRC-CATCHUP       TO TRUE.
           MOVE WS-ACCT-GROUP-ID     TO TRC-ACCT-GROUP-ID.
           MOVE WS-SKIP-START-DATE   TO TRC-PERIOD-START-DATE.
           MOVE RSH-BASIS-CD         TO TRC-BASIS-REQ-CD.
           SET TRC-BASIS-ENDING      TO TRUE.
           MOVE TRANCAT-BAL          TO TRC-ENDING-BAL.
           MOVE ZERO                 TO TRC-SNAP-DAY-COUNT.
           MOVE WS-CAT-BALANCE       TO TRC-BASIS-AMT.
           MOVE WS-RATE-SOURCE       TO TRC-RATE-SOURCE.
           MOVE WS-ORIG-RATE         TO TRC-RESOLVED-RATE.
           MOVE WS-CEILING-FOUND-SW  TO TRC-CEILING-SW.
           MOVE WS-CEILING-RATE      TO TRC-CEILING-RATE.
           MOVE WS-RATE-CAPPED-SW    TO TRC-RATE-CAPPED-SW.
           MOVE WS-RATE-APPLIED      TO TRC-RATE-APPLIED.
           MOVE WS-DAY-COUNT-CD      TO TRC-DAY-COUNT-CD.
           MOVE WS-PERIOD-DAYS       TO TRC-PERIOD-DAYS.
           MOVE WS-YEAR-DAYS         TO TRC-YEAR-DAYS.
           MOVE ZERO                 TO TRC-SLICE-COUNT.
           PERFORM 2575-CLEAR-ONE-SLICE
               THRU 2575-CLEAR-ONE-SLICE-EXIT
               VARYING WS-SLICE-SUB FROM 1 BY 1
               UNTIL WS-SLICE-SUB > WS-SLICE-MAX.
           MOVE WS-INTEREST-AMT      TO TRC-INTEREST-AMT.
           MOVE WS-MIN-INTEREST-AMT  TO TRC-MIN-INTEREST-AMT.
           MOVE WS-RUN-DATE          TO TRC-RUN-DATE.

           WRITE INTEREST-TRACE-RECORD
               INVALID KEY
                   REWRITE INTEREST-TRACE-RECORD
           END-WRITE.
       2570-WRITE-CALC-TRACE-EXIT.
           EXIT.

      *****************************************************************
      *    2575-CLEAR-ONE-SLICE
      *****************************************************************
       2575-CLEAR-ONE-SLICE.
           MOVE ZERO TO TRC-SLICE-FROM(WS-SLICE-SUB).
           MOVE ZERO TO TRC-SLICE-TO(WS-SLICE-SUB).
           MOVE ZERO TO TRC-SLICE-BAND-RATE(WS-SLICE-SUB).
           MOVE ZERO TO TRC-SLICE-RATE(WS-SLICE-SUB).
           MOVE ZERO TO TRC-SLICE-AMT(WS-SLICE-SUB).
       2575-CLEAR-ONE-SLICE-EXIT.
           EXIT.

      *****************************************************************
      *    9000-TERMINATE
      *****************************************************************
               DELIMITED SIZE INTO CTCH-RPT-LINE.
           WRITE CTCH-RPT-LINE.

           MOVE WS-NO-SHEET-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CTCH-RPT-LINE.
           STRING WS-COUNT-ED ' SKIP ROW(S) WAITING FOR A RATE SHEET'
               DELIMITED SIZE INTO CTCH-RPT-LINE.
           WRITE CTCH-RPT-LINE.

           CLOSE RECXSKIP-FILE.
           CLOSE RECONEXC-FILE.
           CLOSE TCATBALF-FILE.
           CLOSE ACCTMST-FILE.
           IF WS-ACCTGRPH-OPEN
               CLOSE ACCTGRPH-FILE
           END-IF.
           CLOSE RATESHT-FILE.
           CLOSE ITRACE-FILE.
           IF WS-PROMORAT-OPEN
               CLOSE PROMORAT-FILE
           END-IF.
           CLOSE ITRANS-FILE.
           CLOSE GLEXTRCT-FILE.
           CLOSE CTCH-RPT-FILE.

           MOVE SPACES TO CAP-RPT-LINE.
           WRITE CAP-RPT-LINE.
           MOVE WS-CAPPED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CAP-RPT-LINE.
           STRING WS-COUNT-ED
                   ' CATCH-UP POSTING(S) CAPPED AT THE STATUTORY'
                   ' CEILING'
                   DELIMITED SIZE INTO CAP-RPT-LINE.
           WRITE CAP-RPT-LINE.
           MOVE WS-CAPPED-TOTAL-AMT TO WS-AMOUNT-ED.
           MOVE SPACES TO CAP-RPT-LINE.
           STRING 'TOTAL CATCH-UP INTEREST GIVEN UP ' WS-AMOUNT-ED
               DELIMITED SIZE INTO CAP-RPT-LINE.
           WRITE CAP-RPT-LINE.
           CLOSE CAP-RPT-FILE.

           MOVE 'R'        TO WS-CYCC-FUNCTION.
           MOVE 'CBACT04R' TO WS-CYCC-JOB-NAME.
           CALL WS-CYCCTL-PGM USING WS-CYCC-FUNCTION
