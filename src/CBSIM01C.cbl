      *                 single live file.  Reads the same TCATBALF and
      *                 ACCTMST data the interest run uses and computes
      *                 each category's interest twice -- once at the
      *                 rate actually in force (from the cycle's
      *                 RATESHT rate sheet, exactly as CBACT04C
      *                 resolves it) and once at the proposed
      *                 rate from the PROPRATE card file.  Writes no
      *                 TCATBALF updates and no ITRANS/GLEXTRCT rows;
      *                 the only output is an impact report footed by
      *                     prices each slice of the balance at its
      *                     own tier rate; a named proposal stays a
      *                     flat rate on the whole balance.
      *    2026-10-15  JPM  Rates are now annual -- both columns are
      *                     prorated over the days from the cycle
      *                     start date to the cycle date under the
      *                     group's DCBASIS day-count convention
      *                     (CBDAYCNT), the same conversion the live
      *                     run uses.
      *    2026-10-15  JPM  An account/type/category under an active
      *                     PROMORAT promotional offer is costed at
      *                     the promotional rate, flat on the whole
      *                     balance, in both columns -- a group
      *                     repricing does not reach it until the
      *                     offer rolls off.
      *    2026-10-15  JPM  Cost the current column from the cycle's
      *                     RATESHT rate sheet (CBRSH01C) -- the same
      *                     frozen rates, bands and day-count
      *                     convention the live run prices from --
      *                     instead of reading BLNDRATE, DISCGRPH,
      *                     DISCTIER and DCBASIS.  The run stops
      *                     until the sheet is built for the card's
      *                     cycle date.
      *    2026-10-15  JPM  Cost each account under the group in force
      *                     on the cycle date from the optional ACCTGRPH
      *                     membership history, the same way the live
      *                     run prices it.
      *    2026-10-15  JPM  Hold the current rate, each band rate and
      *                     the proposed rate to the sheet's RATECEIL
      *                     ceiling, as the live run does, so a capped
      *                     combination is costed at what is charged
      *                     and a proposal above the ceiling is costed
      *                     at the ceiling.
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

           SELECT PROMORAT-FILE ASSIGN TO PROMORAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMORAT-KEY OF PROMORAT-KEY-REC
               FILE STATUS IS WS-PROMORAT-STATUS.

           SELECT SIM-RPT-FILE  ASSIGN TO SIMRPT
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD  PROMORAT-FILE.
           COPY PROMORAT.
       01  PROMORAT-KEY-REC REDEFINES PROMO-RATE-RECORD.
           05  PROMORAT-KEY                     PIC X(27).
           05  FILLER                            PIC X(43).

       FD  SIM-RPT-FILE
           RECORDING MODE IS F.
           88  WS-TCATBALF-OK                   VALUE '00'.
       01  WS-ACCTMST-STATUS                    PIC X(02).
           88  WS-ACCTMST-OK                    VALUE '00'.
       01  WS-ACCTGRPH-STATUS                   PIC X(02).
           88  WS-ACCTGRPH-OK                   VALUE '00'.
       01  WS-RATESHT-STATUS                    PIC X(02).
           88  WS-RATESHT-OK                    VALUE '00'.
       01  WS-SIM-RPT-STATUS                    PIC X(02).
       01  WS-PROMORAT-STATUS                   PIC X(02).
           88  WS-PROMORAT-OK                   VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01)  VALUE 'N'.
               88  WS-DORMANT                     VALUE 'Y'.
           05  WS-ACCT-INACTIVE-SW               PIC X(01)  VALUE 'N'.
               88  WS-ACCT-INACTIVE                VALUE 'Y'.
           05  WS-TIERED-SW                     PIC X(01)  VALUE 'N'.
               88  WS-TIERED                      VALUE 'Y'.
           05  WS-PROMORAT-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-PROMORAT-OPEN                VALUE 'Y'.
           05  WS-PROMO-DONE-SW                  PIC X(01)  VALUE 'N'.
               88  WS-PROMO-DONE                   VALUE 'Y'.
           05  WS-PROMO-APPLIED-SW               PIC X(01)  VALUE 'N'.
               88  WS-PROMO-APPLIED                VALUE 'Y'.
           05  WS-ACCTGRPH-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-ACCTGRPH-OPEN                VALUE 'Y'.

       01  WS-CYCLE-DATE                        PIC X(10).
       01  WS-CYCLE-START-DATE                  PIC X(10).
       01  WS-ACCT-GROUP-ID                     PIC X(10).

       01  WS-AGH-SEARCH-KEY.
           05  WS-AGK-ACCT-ID                   PIC 9(11).
           05  WS-AGK-BEGIN-DATE                PIC X(10).

       01  WS-DAY-COUNT-AREA.
           05  WS-DAYCNT-PGM                    PIC X(08)  VALUE
                   'CBDAYCNT'.
           05  WS-DAY-COUNT-CD                  PIC X(01).
           05  WS-LAST-DAY-COUNT-CD             PIC X(01)  VALUE SPACE.
           05  WS-PERIOD-DAYS                   PIC 9(05)  COMP-3.
           05  WS-YEAR-DAYS                     PIC 9(03)  COMP-3.

      *****************************************************************
      *    WS-PROPOSED-RATE-TABLE -- the PROPRATE card file is small
      *    (one card per group/type/category being repriced), so it is
               10  WS-PRP-RATE                  PIC S9(03)V9999
                                                 COMP-3.

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
           05  WS-CURR-INTEREST                  PIC S9(09)V99 COMP-3.
           05  WS-PROP-INTEREST                  PIC S9(09)V99 COMP-3.

       01  WS-TIER-SUB                          PIC 9(04)  COMP.

       01  WS-TIER-AREA.
           05  WS-TIER-BAL-MAG                  PIC S9(09)V99 COMP-3.

       01  WS-GRAND-AMOUNT-ED                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-RUN-CONTROL-AREA.
           05  WS-CYCCTL-PGM                    PIC X(08)  VALUE
                   'CBCYCCTL'.
           05  WS-CYCC-FUNCTION                 PIC X(01).
           05  WS-CYCC-JOB-NAME                 PIC X(08).
           05  WS-CYCC-RESULT                   PIC X(01).
               88  WS-CYCC-STEP-COMPLETE         VALUE 'Y'.

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
                   MOVE SPACES TO CYCLE-PARM-RECORD
           END-READ.
           MOVE CYCP-CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE CYCP-CYCLE-START-DATE TO WS-CYCLE-START-DATE.
           CLOSE CYCLE-PARM-FILE.

           PERFORM 1050-CHECK-RATE-SHEET
               THRU 1050-CHECK-RATE-SHEET-EXIT.

           PERFORM 1100-LOAD-PROPOSED-RATES
               THRU 1100-LOAD-PROPOSED-RATES-EXIT.

           OPEN INPUT  TCATBALF-FILE.
           OPEN INPUT  ACCTMST-FILE.

      *    The membership history is optional -- without an ACCTGRPH
      *    dataset every account is in its ACCTMST group, exactly as
      *    before.
           OPEN INPUT  ACCTGRPH-FILE.
           IF WS-ACCTGRPH-OK
               SET WS-ACCTGRPH-OPEN TO TRUE
           END-IF.
           OPEN INPUT  RATESHT-FILE.
           OPEN OUTPUT SIM-RPT-FILE.

      *    The promotional override file is optional, the same as in
      *    the live run -- without a PROMORAT dataset every category
      *    is costed by the account's group.
           OPEN INPUT  PROMORAT-FILE.
           IF WS-PROMORAT-OK
               SET WS-PROMORAT-OPEN TO TRUE
           END-IF.

           MOVE ZERO TO WS-CURR-INT-TOTAL.

           MOVE SPACES TO SIM-RPT-LINE.
           STRING 'RATE SIMULATION IMPACT REPORT - CYCLE '
                   WS-CYCLE-START-DATE ' THRU ' WS-CYCLE-DATE
                   DELIMITED SIZE INTO SIM-RPT-LINE.
           WRITE SIM-RPT-LINE.
           MOVE SPACES TO SIM-RPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *    1050-CHECK-RATE-SHEET
      *    The current column is costed from the rate sheet CBRSH01C
      *    froze for the card's cycle date.  Without it every
      *    category would cost as having no rate, so the run stops
      *    here with a clear message instead of printing an empty
      *    report.  A proposal can be costed against any cycle whose
      *    sheet is on file by keying that cycle's dates on the card.
      *****************************************************************
       1050-CHECK-RATE-SHEET.
           MOVE 'C'        TO WS-CYCC-FUNCTION.
           MOVE 'CBRSH01C' TO WS-CYCC-JOB-NAME.
           CALL WS-CYCCTL-PGM USING WS-CYCC-FUNCTION
                                     WS-CYCC-JOB-NAME
                                     WS-CYCLE-DATE
                                     WS-CYCC-RESULT.
           IF WS-CYCC-STEP-COMPLETE
               GO TO 1050-CHECK-RATE-SHEET-EXIT
           END-IF.

           DISPLAY 'CBSIM01C - NO RATE SHEET HAS BEEN BUILT FOR CYCLE '
                   WS-CYCLE-DATE.
           DISPLAY 'CBSIM01C - RUN CBACT04B AND CBRSH01C FOR THE'
                   ' CYCLE, OR KEY THE DATES OF A CYCLE ALREADY RUN,'
                   ' AND RESUBMIT.'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
       1050-CHECK-RATE-SHEET-EXIT.
           EXIT.

      *****************************************************************
      *    1100-LOAD-PROPOSED-RATES
      *    Loads the PROPRATE cards into the in-storage table.  Cards
                   PERFORM 2300-FIND-CURRENT-RATE
                       THRU 2300-FIND-CURRENT-RATE-EXIT
                   IF WS-RATE-FOUND
                       PERFORM 2250-RESOLVE-DAY-COUNT
                           THRU 2250-RESOLVE-DAY-COUNT-EXIT
                       PERFORM 2400-FIND-PROPOSED-RATE
                           THRU 2400-FIND-PROPOSED-RATE-EXIT
                       PERFORM 2500-RELEASE-IMPACT-RECORD
                   SET WS-ACCT-INACTIVE TO TRUE
               END-IF
           END-IF.

           PERFORM 2210-GET-GROUP-IN-FORCE
               THRU 2210-GET-GROUP-IN-FORCE-EXIT.
       2200-GET-ACCOUNT-GROUP-EXIT.
           EXIT.

      *****************************************************************
      *    2210-GET-GROUP-IN-FORCE
      *    Positions ACCTGRPH on the account's latest membership segment
      *    beginning on or before the cycle date and takes its group
      *    when that segment still covers the date, so the account is
      *    treated as a member of the group it was in then, not the one
      *    it has moved to since.  An account that has never moved has
      *    no segments and keeps its ACCTMST group.
      *****************************************************************
       2210-GET-GROUP-IN-FORCE.
           IF NOT WS-ACCTGRPH-OPEN
               GO TO 2210-GET-GROUP-IN-FORCE-EXIT
           END-IF.

           MOVE TRANCAT-ACCT-ID TO WS-AGK-ACCT-ID.
           MOVE WS-CYCLE-DATE TO WS-AGK-BEGIN-DATE.
           MOVE WS-AGH-SEARCH-KEY TO ACCTGRPH-KEY OF ACCTGRPH-KEY-REC.

           START ACCTGRPH-FILE KEY IS LESS THAN OR EQUAL
               ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               INVALID KEY
                   GO TO 2210-GET-GROUP-IN-FORCE-EXIT
           END-START.

           READ ACCTGRPH-FILE NEXT RECORD
               AT END
                   GO TO 2210-GET-GROUP-IN-FORCE-EXIT
           END-READ.
           IF WS-ACCTGRPH-OK
               AND AGH-ACCT-ID = TRANCAT-ACCT-ID
               AND AGH-END-DATE NOT < WS-CYCLE-DATE
               MOVE AGH-ACCT-GROUP-ID TO WS-ACCT-GROUP-ID
           END-IF.
       2210-GET-GROUP-IN-FORCE-EXIT.
           EXIT.

      *****************************************************************
      *    2250-RESOLVE-DAY-COUNT
      *    Has CBDAYCNT turn the card's cycle range into the day
      *    count and year length the annual rates are prorated over,
      *    under the day-count convention on the combination's sheet
      *    row, exactly as the live run does.  The range is the same
      *    for every row, so CBDAYCNT is only called again when the
      *    convention changes.  A card with no usable range is costed
      *    as a 30-day cycle, so a quick what-if still prints figures.
      *****************************************************************
       2250-RESOLVE-DAY-COUNT.
           MOVE RSH-DAY-COUNT-CD TO WS-DAY-COUNT-CD.

           IF WS-DAY-COUNT-CD = WS-LAST-DAY-COUNT-CD
               GO TO 2250-RESOLVE-DAY-COUNT-EXIT
           END-IF.
           CALL WS-DAYCNT-PGM USING WS-DAY-COUNT-CD
                                     WS-CYCLE-START-DATE
                                     WS-CYCLE-DATE
                                     WS-PERIOD-DAYS
                                     WS-YEAR-DAYS.
           IF WS-PERIOD-DAYS = ZERO
               MOVE 30 TO WS-PERIOD-DAYS
           END-IF.
           MOVE WS-DAY-COUNT-CD TO WS-LAST-DAY-COUNT-CD.
       2250-RESOLVE-DAY-COUNT-EXIT.
           EXIT.

      *****************************************************************
      *    2300-FIND-CURRENT-RATE
      *    Resolves the rate actually in force exactly the way the
      *    interest run does -- a promotional offer covering the
      *    cycle date first, then the blended rate on the cycle's
      *    rate sheet when CBACT04B produced one, else the sheet's
      *    flat DISCGRPH rate.
      *****************************************************************
       2300-FIND-CURRENT-RATE.
           SET WS-RATE-FOUND-SW     TO 'N'.
           MOVE ZERO                TO WS-CURR-RATE.

           PERFORM 2305-READ-RATE-SHEET
               THRU 2305-READ-RATE-SHEET-EXIT.

           PERFORM 2310-FIND-PROMO-RATE
               THRU 2310-FIND-PROMO-RATE-EXIT.
           IF WS-PROMO-APPLIED
               SET WS-RATE-FOUND TO TRUE
               GO TO 2300-FIND-CURRENT-RATE-EXIT
           END-IF.

           IF RSH-BLEND-RATE-FOUND
               SET WS-RATE-FOUND TO TRUE
               MOVE RSH-BLEND-RATE TO WS-CURR-RATE
           ELSE
               IF RSH-FLAT-RATE-FOUND
                   SET WS-RATE-FOUND TO TRUE
                   MOVE RSH-FLAT-RATE TO WS-CURR-RATE
               END-IF
           END-IF.
       2300-FIND-CURRENT-RATE-EXIT.
           EXIT.

      *****************************************************************
      *    2305-READ-RATE-SHEET
      *    A combination with no row on the sheet had no rate history
      *    when the sheet was built; it gets the same defaults the
      *    live run uses -- no rate, no bands, Actual/365 -- so only
      *    a promotional offer can cost it.
      *****************************************************************
       2305-READ-RATE-SHEET.
           MOVE WS-CYCLE-DATE       TO WS-SSK-CYCLE-DATE.
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
       2305-READ-RATE-SHEET-EXIT.
           EXIT.

      *****************************************************************
      *    2310-FIND-PROMO-RATE
      *    Walks this account/type/category's PROMORAT offers in start
      *    date order up to the cycle date, the same walk the live run
      *    makes, and takes the rate of the offer covering that date
      *    -- a cancelled offer still covers the cycles before its
      *    cancel date.
      *****************************************************************
       2310-FIND-PROMO-RATE.
           MOVE 'N' TO WS-PROMO-APPLIED-SW.
           MOVE 'N' TO WS-PROMO-DONE-SW.
           IF NOT WS-PROMORAT-OPEN
               GO TO 2310-FIND-PROMO-RATE-EXIT
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

           PERFORM 2315-SCAN-ONE-PROMO
               THRU 2315-SCAN-ONE-PROMO-EXIT
               UNTIL WS-PROMO-DONE.
       2310-FIND-PROMO-RATE-EXIT.
           EXIT.

      *****************************************************************
      *    2315-SCAN-ONE-PROMO
      *    One step of the PROMORAT walk -- done as soon as the file
      *    runs out, the browse walks past this account/type/
      *    category, or an offer starting after the cycle date is
      *    reached.
      *****************************************************************
       2315-SCAN-ONE-PROMO.
           READ PROMORAT-FILE NEXT RECORD
               AT END
                   SET WS-PROMO-DONE TO TRUE
                   GO TO 2315-SCAN-ONE-PROMO-EXIT
           END-READ.

           IF PROM-ACCT-ID NOT = TRANCAT-ACCT-ID
               OR PROM-TRAN-TYPE-CD NOT = TRANCAT-TYPE-CD
               OR PROM-TRAN-CAT-CD  NOT = TRANCAT-CD
               OR PROM-START-DATE > WS-CYCLE-DATE
               SET WS-PROMO-DONE TO TRUE
               GO TO 2315-SCAN-ONE-PROMO-EXIT
           END-IF.

           IF PROM-EXPIRY-DATE NOT < WS-CYCLE-DATE
               AND (PROM-STATUS-ACTIVE
                    OR PROM-CANCEL-DATE > WS-CYCLE-DATE)
               SET WS-PROMO-APPLIED TO TRUE
               MOVE PROM-RATE TO WS-CURR-RATE
           END-IF.
       2315-SCAN-ONE-PROMO-EXIT.
           EXIT.

      *****************************************************************
      *    2400-FIND-PROPOSED-RATE
      *    Scans the in-storage proposal table for this group/type/
      *    category; a combination the proposal does not name keeps
      *    its current rate, so the delta for it comes out zero.  A
      *    category under a promotional offer is not repriced by a
      *    group proposal either, so it keeps its promotional rate.
      *****************************************************************
       2400-FIND-PROPOSED-RATE.
           MOVE 'N'          TO WS-PROP-FOUND-SW.
           MOVE WS-CURR-RATE TO WS-PROP-RATE.
           IF WS-PROMO-APPLIED
               GO TO 2400-FIND-PROPOSED-RATE-EXIT
           END-IF.
           PERFORM 2450-SCAN-PROPOSAL-TABLE
               THRU 2450-SCAN-PROPOSAL-TABLE-EXIT
               VARYING WS-PRP-SUB FROM 1 BY 1
      *****************************************************************
       2500-RELEASE-IMPACT-RECORD.
           MOVE TRANCAT-BAL TO WS-CAT-BALANCE.

      *    Both columns are held to the ceiling on the sheet, the same
      *    as every rate the interest run applies -- a promotional
      *    rate included.
           IF RSH-CEILING-FOUND
               AND WS-CURR-RATE > RSH-CEILING-RATE
               MOVE RSH-CEILING-RATE TO WS-CURR-RATE
           END-IF.
           IF RSH-CEILING-FOUND
               AND WS-PROP-RATE > RSH-CEILING-RATE
               MOVE RSH-CEILING-RATE TO WS-PROP-RATE
           END-IF.

           PERFORM 2600-COMPUTE-CURRENT-INTEREST
               THRU 2600-COMPUTE-CURRENT-INTEREST-EXIT.

      *    out zero exactly as before.
           IF WS-PROP-FOUND
               COMPUTE WS-PROP-INTEREST ROUNDED =
                   WS-CAT-BALANCE * WS-PROP-RATE * WS-PERIOD-DAYS
                       / WS-YEAR-DAYS
           ELSE
               MOVE WS-CURR-INTEREST TO WS-PROP-INTEREST
           END-IF.

      *****************************************************************
      *    2600-COMPUTE-CURRENT-INTEREST
      *    Walks the balance bands frozen on the rate sheet for this
      *    group/type/category the same way the live run's interest
      *    computation does, pricing each slice of the balance at its
      *    own tier rate; a combination with no bands charges the
      *    single flat rate on the whole balance, and so does a
      *    promotional rate.  Every rate is held to the sheet's
      *    ceiling.  The annual rates are prorated by the cycle's day
      *    count (2250).
      *****************************************************************
       2600-COMPUTE-CURRENT-INTEREST.
           MOVE 'N'  TO WS-TIERED-SW.
           MOVE ZERO TO WS-TIER-ACCUM-AMT.
           MOVE ZERO TO WS-TIER-PREV-CEILING.
           MOVE ZERO TO WS-LAST-TIER-RATE.

           IF RSH-TIER-COUNT = ZERO
               OR WS-PROMO-APPLIED
               GO TO 2600-COMPUTE-FLAT
           END-IF.

               COMPUTE WS-TIER-BAL-MAG = ZERO - WS-CAT-BALANCE
           END-IF.

           SET WS-TIERED TO TRUE.
           PERFORM 2650-APPLY-ONE-TIER
               THRU 2650-APPLY-ONE-TIER-EXIT
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > RSH-TIER-COUNT.

           IF WS-TIER-BAL-MAG > WS-TIER-PREV-CEILING
               COMPUTE WS-TIER-ACCUM-AMT ROUNDED =
                   WS-TIER-ACCUM-AMT +
                   ((WS-TIER-BAL-MAG - WS-TIER-PREV-CEILING)
                       * WS-LAST-TIER-RATE * WS-PERIOD-DAYS
                       / WS-YEAR-DAYS)
           END-IF.

           IF WS-CAT-BALANCE < ZERO

       2600-COMPUTE-FLAT.
           COMPUTE WS-CURR-INTEREST ROUNDED =
               WS-CAT-BALANCE * WS-CURR-RATE * WS-PERIOD-DAYS
                   / WS-YEAR-DAYS.
       2600-COMPUTE-CURRENT-INTEREST-EXIT.
           EXIT.

      *****************************************************************
      *    2650-APPLY-ONE-TIER
      *    One step of the sheet's band walk -- the slice between the
      *    prior band's ceiling and the lower of this band's ceiling
      *    and the balance, at the band's own rate held to any
      *    ceiling.
      *****************************************************************
       2650-APPLY-ONE-TIER.
           MOVE RSH-TIER-RATE(WS-TIER-SUB) TO WS-LAST-TIER-RATE.
           IF RSH-CEILING-FOUND
               AND WS-LAST-TIER-RATE > RSH-CEILING-RATE
               MOVE RSH-CEILING-RATE TO WS-LAST-TIER-RATE
           END-IF.

           MOVE WS-TIER-BAL-MAG TO WS-TIER-SLICE-TOP.
           IF RSH-BAND-CEILING(WS-TIER-SUB) < WS-TIER-SLICE-TOP
               MOVE RSH-BAND-CEILING(WS-TIER-SUB) TO WS-TIER-SLICE-TOP
           END-IF.

           IF WS-TIER-SLICE-TOP > WS-TIER-PREV-CEILING
               COMPUTE WS-TIER-ACCUM-AMT ROUNDED =
                   WS-TIER-ACCUM-AMT +
                   ((WS-TIER-SLICE-TOP - WS-TIER-PREV-CEILING)
                       * WS-LAST-TIER-RATE * WS-PERIOD-DAYS
                       / WS-YEAR-DAYS)
           END-IF.
           MOVE RSH-BAND-CEILING(WS-TIER-SUB) TO WS-TIER-PREV-CEILING.
       2650-APPLY-ONE-TIER-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE TCATBALF-FILE.
           CLOSE ACCTMST-FILE.
           IF WS-ACCTGRPH-OPEN
               CLOSE ACCTGRPH-FILE
           END-IF.
           CLOSE RATESHT-FILE.
           IF WS-PROMORAT-OPEN
               CLOSE PROMORAT-FILE
           END-IF.
           CLOSE SIM-RPT-FILE.
       9000-TERMINATE-EXIT.
