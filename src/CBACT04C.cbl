      *                     and the basis amount and code used are
      *                     recorded on the TCATBALF row so the
      *                     statement print still foots.
      *    2026-10-15  JPM  Refuse to start unless the pre-cycle
      *                     pricing check (CBPRC01C) has registered a
      *                     clean pass for the cycle, so a rate gap
      *                     stops the run instead of silently leaving
      *                     categories unpriced; CYCP-SEQ-OVERRIDE 'Y'
      *                     still overrides.
      *    2026-10-15  JPM  Cap the resolved rate -- flat, blended or
      *                     each tier band's -- at the statutory
      *                     ceiling on the optional RATECEIL file in
      *                     force for the cycle date, and list every
      *                     capped posting on the new capped-rate
      *                     exception report (CAPRPT) with the
      *                     original rate, the capped rate and the
      *                     interest given up.
      *    2026-10-15  JPM  Rates are now annual -- each posting is
      *                     prorated over the days from the cycle
      *                     start date to the cycle date under the
      *                     group's DCBASIS day-count convention
      *                     (CBDAYCNT), and the day count and
      *                     convention are carried on ITRANS.  The
      *                     run refuses to start without a valid
      *                     cycle start date on the parameter card.
      *    2026-10-15  JPM  Check the optional PROMORAT promotional
      *                     override file before the group rate -- an
      *                     offer in force for the account, type and
      *                     category on the cycle date prices the
      *                     whole balance at its flat promotional
      *                     rate, still held to any statutory ceiling.
      *    2026-10-15  JPM  Price from the cycle's RATESHT rate sheet
      *                     (CBRSH01C) with one keyed read per row,
      *                     instead of reading BLNDRATE, DISCGRPH,
      *                     DISCTIER, ACRBASIS, MINTHRSH, RATECEIL and
      *                     DCBASIS for every category balance; the run
      *                     refuses to start until CBRSH01C has built
      *                     the sheet for the cycle.
      *    2026-10-15  JPM  Write a keyed ITRACE calculation-trace row
      *                     for every posting and every suppressed
      *                     posting -- basis and snapshot days, rate
      *                     source, ceiling, day count, each tier
      *                     slice and its rate, and the minimum test
      *                     -- for the COITRQ2C explain screen.
      *    2026-10-15  JPM  Price each account under the group in force
      *                     on the cycle date from the optional ACCTGRPH
      *                     membership history, and carry that group on
      *                     the GL extract row.
      *    2026-10-15  JPM  Close the parameter card before the start-up
      *                     refusals end the job.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS ACCTMST-KEY OF ACCTMST-KEY-REC
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT ACCTGRPH-FILE ASSIGN TO ACCTGRPH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               FILE STATUS IS WS-ACCTGRPH-STATUS.

           SELECT RECONEXC-FILE ASSIGN TO RECONEXC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECXSKIP-KEY OF RECXSKIP-KEY-REC
               FILE STATUS IS WS-RECXSKIP-STATUS.

           SELECT ITRANS-FILE   ASSIGN TO ITRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ITRANS-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLEXTRCT-STATUS.

           SELECT SUPP-RPT-FILE ASSIGN TO SUPPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-RPT-STATUS.

           SELECT RATESHT-FILE  ASSIGN TO RATESHT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATESHT-KEY OF RATESHT-KEY-REC
               FILE STATUS IS WS-RATESHT-STATUS.

           SELECT DAYBAL-FILE   ASSIGN TO DAYBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAYBAL-KEY OF DAYBAL-KEY-REC
               FILE STATUS IS WS-DAYBAL-STATUS.

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
           05  ACCTMST-KEY                      PIC 9(11).
           05  FILLER                            PIC X(39).

       FD  ACCTGRPH-FILE.
           COPY ACCTGRPH.
       01  ACCTGRPH-KEY-REC REDEFINES ACCT-GROUP-HIST-RECORD.
           05  ACCTGRPH-KEY                     PIC X(21).
           05  FILLER                            PIC X(49).

       FD  RECONEXC-FILE.
           COPY RECONEXC.

           05  RECXSKIP-KEY                     PIC X(21).
           05  FILLER                            PIC X(19).

       FD  ITRANS-FILE
           RECORDING MODE IS F.
           COPY ITRANS.
           RECORDING MODE IS F.
           COPY GLEXTRCT.

       FD  SUPP-RPT-FILE
           RECORDING MODE IS F.
       01  SUPP-RPT-LINE                        PIC X(132).

       FD  RATESHT-FILE.
           COPY RATESHT.
       01  RATESHT-KEY-REC REDEFINES RATE-SHEET-RECORD.
           05  RATESHT-KEY                      PIC X(26).
           05  FILLER                            PIC X(154).

       FD  DAYBAL-FILE.
           COPY DAYBALF.
           05  DAYBAL-KEY                       PIC X(27).
           05  FILLER                            PIC X(13).

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
       01  WS-TCATBALF-STATUS                   PIC X(02).
           88  WS-TCATBALF-OK                   VALUE '00'.
       01  WS-ACCTMST-STATUS                    PIC X(02).
           88  WS-ACCTMST-OK                    VALUE '00'.
       01  WS-ACCTGRPH-STATUS                   PIC X(02).
           88  WS-ACCTGRPH-OK                   VALUE '00'.
       01  WS-RECONEXC-STATUS                   PIC X(02).
           88  WS-RECONEXC-OK                   VALUE '00'.
       01  WS-RECXSKIP-STATUS                   PIC X(02).
           88  WS-RECXSKIP-OK                   VALUE '00'.
           88  WS-RECXSKIP-NOTFND                VALUE '23', '35'.
       01  WS-ITRANS-STATUS                     PIC X(02).
       01  WS-CHKPTREC-STATUS                   PIC X(02).
           88  WS-CHKPTREC-OK                   VALUE '00'.
           88  WS-CHKPTREC-NOTFND                VALUE '23', '35'.
       01  WS-GLEXTRCT-STATUS                   PIC X(02).
       01  WS-RATESHT-STATUS                    PIC X(02).
           88  WS-RATESHT-OK                    VALUE '00'.
       01  WS-DAYBAL-STATUS                     PIC X(02).
           88  WS-DAYBAL-OK                     VALUE '00'.
       01  WS-SUPP-RPT-STATUS                   PIC X(02).
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
           05  WS-TIERED-SW                     PIC X(01)  VALUE 'N'.
               88  WS-TIERED                      VALUE 'Y'.
           05  WS-DAYBAL-OPEN-SW                 PIC X(01)  VALUE 'N'.
               88  WS-DAYBAL-OPEN                  VALUE 'Y'.
           05  WS-ADB-DONE-SW                    PIC X(01)  VALUE 'N'.
               88  WS-ADB-DONE                     VALUE 'Y'.
           05  WS-CEILING-FOUND-SW               PIC X(01)  VALUE 'N'.
               88  WS-CEILING-FOUND                VALUE 'Y'.
           05  WS-RATE-CAPPED-SW                 PIC X(01)  VALUE 'N'.
               88  WS-RATE-CAPPED                  VALUE 'Y'.
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
       01  WS-RUN-DATE                          PIC X(10).
       01  WS-RUN-DATE-YMD                      PIC 9(08).

       01  WS-DAY-COUNT-AREA.
           05  WS-DAYCNT-PGM                    PIC X(08)  VALUE
                   'CBDAYCNT'.
           05  WS-DAY-COUNT-CD                  PIC X(01).
           05  WS-LAST-DAY-COUNT-CD             PIC X(01)  VALUE SPACE.
           05  WS-PERIOD-DAYS                   PIC 9(05)  COMP-3.
           05  WS-YEAR-DAYS                     PIC 9(03)  COMP-3.

       01  WS-PARTITION-AREA.
           05  WS-PARTITIONED-SW                PIC X(01)  VALUE 'N'.
               88  WS-PARTITIONED                VALUE 'Y'.
           05  WS-RSTK-TYPE-CD                  PIC X(02).
           05  WS-RSTK-CAT-CD                   PIC 9(04).

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

       01  WS-TIER-SUB                          PIC 9(04)  COMP.
       01  WS-SLICE-SUB                         PIC 9(04)  COMP.
       01  WS-SLICE-MAX                         PIC 9(04)  COMP
                                                 VALUE 11.

       01  WS-TIER-AREA.
           05  WS-TIER-BAL-MAG                  PIC S9(09)V99 COMP-3.
           05  WS-TIER-SLICE-TOP                PIC S9(09)V99 COMP-3.
           05  WS-TIER-ACCUM-AMT                PIC S9(09)V99 COMP-3.
           05  WS-LAST-TIER-RATE                PIC S9(03)V9999 COMP-3.
           05  WS-TIER-RATE-USED                PIC S9(03)V9999 COMP-3.
           05  WS-LAST-TIER-ORIG-RATE           PIC S9(03)V9999 COMP-3.
           05  WS-TIER-UNCAP-AMT                PIC S9(09)V99 COMP-3.

       01  WS-CEILING-AREA.
           05  WS-CEILING-RATE                  PIC S9(03)V9999 COMP-3.
           05  WS-ORIG-RATE                     PIC S9(03)V9999 COMP-3.
           05  WS-CAP-ORIG-RATE                 PIC S9(03)V9999 COMP-3.
           05  WS-UNCAPPED-INTEREST-AMT         PIC S9(09)V99 COMP-3.
           05  WS-GIVEN-UP-AMT                  PIC S9(09)V99 COMP-3.
           05  WS-CAPPED-COUNT                  PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-CAPPED-TOTAL-AMT              PIC S9(09)V99 COMP-3
                                                 VALUE ZERO.

       01  WS-CAP-DETAIL.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  CL-ACCT-ID                        PIC 9(11).
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

       01  WS-DAYBAL-SEARCH-KEY.
           05  WS-DBK-ACCT-ID                   PIC 9(11).
               THRU 1020-SET-PARTITION-RANGE-EXIT.
           PERFORM 1030-CHECK-PREREQ-STEPS
               THRU 1030-CHECK-PREREQ-STEPS-EXIT.
           PERFORM 1035-CHECK-CYCLE-RANGE
               THRU 1035-CHECK-CYCLE-RANGE-EXIT.
           CLOSE CYCLE-PARM-FILE.

           ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-YMD(1:4) TO WS-RUN-DATE(1:4).
           MOVE '-'                  TO WS-RUN-DATE(5:1).
           MOVE WS-RUN-DATE-YMD(5:2) TO WS-RUN-DATE(6:2).
           MOVE '-'                  TO WS-RUN-DATE(8:1).
           MOVE WS-RUN-DATE-YMD(7:2) TO WS-RUN-DATE(9:2).

           OPEN I-O    TCATBALF-FILE.
           OPEN INPUT  ACCTMST-FILE.

      *    The membership history is optional -- without an ACCTGRPH
      *    dataset every account is in its ACCTMST group, exactly as
      *    before.
           OPEN INPUT  ACCTGRPH-FILE.
           IF WS-ACCTGRPH-OK
               SET WS-ACCTGRPH-OPEN TO TRUE
           END-IF.
           OPEN INPUT  RECONEXC-FILE.
           OPEN INPUT  RATESHT-FILE.

      *    The daily-snapshot file is optional -- without it every
      *    group accrues on the cycle-end balance, even one whose
      *    sheet row selects the average-daily basis.
           OPEN INPUT  DAYBAL-FILE.
           IF WS-DAYBAL-OK
               SET WS-DAYBAL-OPEN TO TRUE
           END-IF.

      *    The promotional override file is optional the same way --
      *    without a PROMORAT dataset every account is priced by its
      *    group, exactly as before.
           OPEN INPUT  PROMORAT-FILE.
           IF WS-PROMORAT-OK
               SET WS-PROMORAT-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT CAP-RPT-FILE.
           MOVE SPACES TO CAP-RPT-LINE.
           STRING 'CAPPED RATE EXCEPTION REPORT - CYCLE ' WS-CYCLE-DATE
               DELIMITED SIZE INTO CAP-RPT-LINE.
           WRITE CAP-RPT-LINE.
           MOVE SPACES TO CAP-RPT-LINE.
           STRING 'ACCOUNT ID   GROUP       TP CAT '
                   '  ORIG RATE  CAPPED RATE  INTEREST GIVEN UP'
                   DELIMITED SIZE INTO CAP-RPT-LINE.
           WRITE CAP-RPT-LINE.

           OPEN OUTPUT SUPP-RPT-FILE.
           MOVE SPACES TO SUPP-RPT-LINE.
           STRING 'SUPPRESSED INTEREST REPORT - CYCLE ' WS-CYCLE-DATE
               THRU 1050-OPEN-CHECKPOINT-FILE-EXIT.
           PERFORM 1060-OPEN-SKIP-LOG-FILE
               THRU 1060-OPEN-SKIP-LOG-FILE-EXIT.
           PERFORM 1070-OPEN-TRACE-FILE
               THRU 1070-OPEN-TRACE-FILE-EXIT.

           MOVE WS-CHKPT-JOB-NAME TO CHKPT-JOB-NAME.
           READ CHKPTREC-FILE
      *    completion for this cycle date -- a skipped CBRECON1 means
      *    no exception protection, and a skipped CBACT04B means
      *    every mid-cycle rate change silently falls back to the
      *    single DISCGRPH rate.  CBPRC01C registers only when the
      *    pricing setup checked clean, so a combination with no
      *    rate for the cycle (which 2000 would otherwise skip
      *    without a word) stops the run here.  CBRSH01C registers
      *    once the cycle's rate sheet is built -- without it every
      *    category would price as having no rate.  CYCP-SEQ-OVERRIDE
      *    'Y' is the documented operator override for an emergency
      *    rerun.
      *****************************************************************
       1030-CHECK-PREREQ-STEPS.
           IF CYCP-SEQUENCE-OVERRIDDEN
               PERFORM 1040-ABEND-OUT-OF-SEQUENCE
                   THRU 1040-ABEND-OUT-OF-SEQUENCE-EXIT
           END-IF.

           MOVE 'CBPRC01C' TO WS-CYCC-JOB-NAME.
           CALL WS-CYCCTL-PGM USING WS-CYCC-FUNCTION
                                     WS-CYCC-JOB-NAME
                                     WS-CYCLE-DATE
                                     WS-CYCC-RESULT.
           IF NOT WS-CYCC-STEP-COMPLETE
               PERFORM 1040-ABEND-OUT-OF-SEQUENCE
                   THRU 1040-ABEND-OUT-OF-SEQUENCE-EXIT
           END-IF.

           MOVE 'CBRSH01C' TO WS-CYCC-JOB-NAME.
           CALL WS-CYCCTL-PGM USING WS-CYCC-FUNCTION
                                     WS-CYCC-JOB-NAME
                                     WS-CYCLE-DATE
                                     WS-CYCC-RESULT.
           IF NOT WS-CYCC-STEP-COMPLETE
               PERFORM 1040-ABEND-OUT-OF-SEQUENCE
                   THRU 1040-ABEND-OUT-OF-SEQUENCE-EXIT
           END-IF.
       1030-CHECK-PREREQ-STEPS-EXIT.
           EXIT.

      *****************************************************************
      *    1035-CHECK-CYCLE-RANGE
      *    Rates are annual, so every posting is prorated over the
      *    days from the cycle start date to the cycle date.  A card
      *    with no start date, or a start date after the cycle date,
      *    would price every category at zero days -- stop the run
      *    before anything is opened for update instead.
      *****************************************************************
       1035-CHECK-CYCLE-RANGE.
           MOVE 'A' TO WS-DAY-COUNT-CD.
           CALL WS-DAYCNT-PGM USING WS-DAY-COUNT-CD
                                     WS-CYCLE-START-DATE
                                     WS-CYCLE-DATE
                                     WS-PERIOD-DAYS
                                     WS-YEAR-DAYS.
           IF WS-PERIOD-DAYS > ZERO
               GO TO 1035-CHECK-CYCLE-RANGE-EXIT
           END-IF.

           DISPLAY 'CBACT04C - CYCLE START DATE ' WS-CYCLE-START-DATE
                   ' IS MISSING OR AFTER CYCLE DATE ' WS-CYCLE-DATE.
           DISPLAY 'CBACT04C - CORRECT CYCP-CYCLE-START-DATE ON THE'
                   ' PARAMETER CARD AND RESUBMIT.'.
           CLOSE CYCLE-PARM-FILE.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
       1035-CHECK-CYCLE-RANGE-EXIT.
           EXIT.

      *****************************************************************
      *    1040-ABEND-OUT-OF-SEQUENCE
      *    Ends the job with a clear operator message before any
           DISPLAY 'CBACT04C - RUN THE MISSING STEP AND RESUBMIT,'
                   ' OR KEY CYCP-SEQ-OVERRIDE Y FOR AN EMERGENCY'
                   ' RERUN.'.
           CLOSE CYCLE-PARM-FILE.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
       1040-ABEND-OUT-OF-SEQUENCE-EXIT.
       1060-OPEN-SKIP-LOG-FILE-EXIT.
           EXIT.

      *****************************************************************
      *    1070-OPEN-TRACE-FILE
      *    ITRACE is kept across cycles like RECXSKIP (the explain
      *    screen reads back any past cycle), so it is opened I-O
      *    with the same create-on-first-run fallback.
      *****************************************************************
       1070-OPEN-TRACE-FILE.
           OPEN I-O ITRACE-FILE.
           IF WS-ITRACE-NOTFND
               OPEN OUTPUT ITRACE-FILE
               CLOSE ITRACE-FILE
               OPEN I-O ITRACE-FILE
           END-IF.
       1070-OPEN-TRACE-FILE-EXIT.
           EXIT.

      *****************************************************************
      *    1100-RESTART-POSITION
      *    Positions TCATBALF just past the last key CBACT04C
           MOVE WS-CYCLE-DATE      TO RECS-CYCLE-DATE.
           SET RECS-STATUS-PENDING TO TRUE.
           MOVE SPACES             TO RECS-POSTED-DATE.
           MOVE WS-CYCLE-START-DATE(1:4) TO RECS-CYCLE-START-YMD(1:4).
           MOVE WS-CYCLE-START-DATE(6:2) TO RECS-CYCLE-START-YMD(5:2).
           MOVE WS-CYCLE-START-DATE(9:2) TO RECS-CYCLE-START-YMD(7:2).
           WRITE ACCRUAL-SKIP-RECORD
               INVALID KEY
                   CONTINUE
                   SET WS-ACCT-INACTIVE TO TRUE
               END-IF
           END-IF.

           PERFORM 2105-GET-GROUP-IN-FORCE
               THRU 2105-GET-GROUP-IN-FORCE-EXIT.
       2100-GET-ACCOUNT-GROUP-EXIT.
           EXIT.

      *****************************************************************
      *    2105-GET-GROUP-IN-FORCE
      *    Positions ACCTGRPH on the account's latest membership segment
      *    beginning on or before the cycle date and takes its group
      *    when that segment still covers the date, so the account is
      *    treated as a member of the group it was in then, not the one
      *    it has moved to since.  An account that has never moved has
      *    no segments and keeps its ACCTMST group.
      *****************************************************************
       2105-GET-GROUP-IN-FORCE.
           IF NOT WS-ACCTGRPH-OPEN
               GO TO 2105-GET-GROUP-IN-FORCE-EXIT
           END-IF.

           MOVE TRANCAT-ACCT-ID TO WS-AGK-ACCT-ID.
           MOVE WS-CYCLE-DATE TO WS-AGK-BEGIN-DATE.
           MOVE WS-AGH-SEARCH-KEY TO ACCTGRPH-KEY OF ACCTGRPH-KEY-REC.

           START ACCTGRPH-FILE KEY IS LESS THAN OR EQUAL
               ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               INVALID KEY
                   GO TO 2105-GET-GROUP-IN-FORCE-EXIT
           END-START.

           READ ACCTGRPH-FILE NEXT RECORD
               AT END
                   GO TO 2105-GET-GROUP-IN-FORCE-EXIT
           END-READ.
           IF WS-ACCTGRPH-OK
               AND AGH-ACCT-ID = TRANCAT-ACCT-ID
               AND AGH-END-DATE NOT < WS-CYCLE-DATE
               MOVE AGH-ACCT-GROUP-ID TO WS-ACCT-GROUP-ID
           END-IF.
       2105-GET-GROUP-IN-FORCE-EXIT.
           EXIT.

      *****************************************************************
      *    2200-FIND-EFFECTIVE-RATE
      *    Reads this group/type/category's row off the cycle's rate
      *    sheet first -- the ceiling, basis, minimum and day count on
      *    it apply however the category ends up priced.  An account-
      *    level promotional offer in force for the cycle date comes
      *    next and overrides the group's rate outright.  Otherwise
      *    the sheet's day-weighted blended rate is preferred, since
      *    it already accounts for a rate change partway through the
      *    cycle; only when CBACT04B produced no blend does the
      *    single rate in force on the cycle date apply.
      *****************************************************************
       2200-FIND-EFFECTIVE-RATE.
           SET WS-RATE-FOUND-SW     TO 'N'.
           MOVE ZERO                TO WS-RATE-APPLIED.
           MOVE SPACE               TO WS-RATE-SOURCE.

           PERFORM 2205-READ-RATE-SHEET
               THRU 2205-READ-RATE-SHEET-EXIT.

           PERFORM 2210-FIND-PROMO-RATE
               THRU 2210-FIND-PROMO-RATE-EXIT.
           IF WS-PROMO-APPLIED
               SET WS-RATE-FOUND TO TRUE
               MOVE 'P' TO WS-RATE-SOURCE
               GO TO 2200-FIND-EFFECTIVE-RATE-EXIT
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
       2200-FIND-EFFECTIVE-RATE-EXIT.
           EXIT.

      *****************************************************************
      *    2205-READ-RATE-SHEET
      *    One keyed read of the sheet CBRSH01C froze for the cycle.
      *    A combination with no DISCGRPH history has no sheet row;
      *    it is given the defaults every optional rate file has
      *    always meant -- no rate, no bands, the ending-balance
      *    basis, no minimum, no ceiling and Actual/365 -- so a
      *    promotional offer on it still prices as before.
      *****************************************************************
       2205-READ-RATE-SHEET.
           MOVE WS-CYCLE-DATE       TO WS-SSK-CYCLE-DATE.
           MOVE WS-ACCT-GROUP-ID    TO WS-SSK-GROUP-ID.
           MOVE TRANCAT-TYPE-CD     TO WS-SSK-TYPE-CD.
           MOVE TRANCAT-CD          TO WS-SSK-CAT-CD.
           MOVE WS-SHEET-SEARCH-KEY TO RATESHT-KEY.

           READ RATESHT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-RATESHT-OK
               GO TO 2205-READ-RATE-SHEET-EXIT
           END-IF.

           MOVE 'N'                 TO RSH-FLAT-RATE-SW.
           MOVE ZERO                TO RSH-FLAT-RATE.
           MOVE 'N'                 TO RSH-BLEND-RATE-SW.
           MOVE ZERO                TO RSH-BLEND-RATE.
           SET RSH-BASIS-ENDING     TO TRUE.
           MOVE ZERO                TO RSH-MIN-INTEREST-AMT.
           MOVE 'N'                 TO RSH-CEILING-SW.
           MOVE ZERO                TO RSH-CEILING-RATE.
           SET RSH-ACTUAL-365       TO TRUE.
           MOVE ZERO                TO RSH-TIER-COUNT.
       2205-READ-RATE-SHEET-EXIT.
           EXIT.

      *****************************************************************
      *    2210-FIND-PROMO-RATE
      *    Walks this account/type/category's PROMORAT offers in start
      *    date order, up to the last one starting on or before the
      *    cycle date, and takes the rate of the offer that covers the
      *    cycle date.  The walk (rather than a single positioned read)
      *    steps over an offer that was cancelled before it ever began,
      *    so it cannot hide the offer actually in force.
      *****************************************************************
       2210-FIND-PROMO-RATE.
           MOVE 'N' TO WS-PROMO-APPLIED-SW.
           MOVE 'N' TO WS-PROMO-DONE-SW.
           IF NOT WS-PROMORAT-OPEN
               GO TO 2210-FIND-PROMO-RATE-EXIT
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

           PERFORM 2215-SCAN-ONE-PROMO
               THRU 2215-SCAN-ONE-PROMO-EXIT
               UNTIL WS-PROMO-DONE.
       2210-FIND-PROMO-RATE-EXIT.
           EXIT.

      *****************************************************************
      *    2215-SCAN-ONE-PROMO
      *    One step of the PROMORAT walk -- done as soon as the file
      *    runs out, the browse walks past this account/type/
      *    category, or an offer starting after the cycle date is
      *    reached.  A cancelled offer still covers the cycles before
      *    its cancel date.
      *****************************************************************
       2215-SCAN-ONE-PROMO.
           READ PROMORAT-FILE NEXT RECORD
               AT END
                   SET WS-PROMO-DONE TO TRUE
                   GO TO 2215-SCAN-ONE-PROMO-EXIT
           END-READ.

           IF PROM-ACCT-ID NOT = TRANCAT-ACCT-ID
               OR PROM-TRAN-TYPE-CD NOT = TRANCAT-TYPE-CD
               OR PROM-TRAN-CAT-CD  NOT = TRANCAT-CD
               OR PROM-START-DATE > WS-CYCLE-DATE
               SET WS-PROMO-DONE TO TRUE
               GO TO 2215-SCAN-ONE-PROMO-EXIT
           END-IF.

           IF PROM-EXPIRY-DATE NOT < WS-CYCLE-DATE
               AND (PROM-STATUS-ACTIVE
                    OR PROM-CANCEL-DATE > WS-CYCLE-DATE)
               SET WS-PROMO-APPLIED TO TRUE
               MOVE PROM-RATE TO WS-RATE-APPLIED
           END-IF.
       2215-SCAN-ONE-PROMO-EXIT.
           EXIT.

      *****************************************************************
       2300-POST-INTEREST.
           PERFORM 2305-RESOLVE-ACCRUAL-BASIS
               THRU 2305-RESOLVE-ACCRUAL-BASIS-EXIT.
           PERFORM 2330-FIND-RATE-CEILING
               THRU 2330-FIND-RATE-CEILING-EXIT.
           PERFORM 2325-RESOLVE-DAY-COUNT
               THRU 2325-RESOLVE-DAY-COUNT-EXIT.
           PERFORM 2310-COMPUTE-INTEREST
               THRU 2310-COMPUTE-INTEREST-EXIT.

           IF WS-ABS-INTEREST-AMT < WS-MIN-INTEREST-AMT
               PERFORM 2340-SUPPRESS-INTEREST
                   THRU 2340-SUPPRESS-INTEREST-EXIT
               SET TRC-THRESHOLD-SUPPRESSED TO TRUE
               PERFORM 2370-WRITE-CALC-TRACE
                   THRU 2370-WRITE-CALC-TRACE-EXIT
               GO TO 2300-POST-INTEREST-EXIT
           END-IF.

           MOVE WS-INTEREST-AMT  TO IT-INTEREST-AMT
           MOVE WS-CYCLE-DATE    TO IT-CYCLE-DATE
           MOVE SPACE            TO IT-CATCHUP-FLAG
           MOVE WS-PERIOD-DAYS   TO IT-PERIOD-DAYS
           MOVE WS-DAY-COUNT-CD  TO IT-DAY-COUNT-CD
           WRITE INTEREST-TRAN-RECORD.

           MOVE WS-INTEREST-AMT TO TRANCAT-CYC-ACCRUED-AMT.

           PERFORM 2350-WRITE-GL-EXTRACT
               THRU 2350-WRITE-GL-EXTRACT-EXIT.

           IF WS-RATE-CAPPED
               PERFORM 2360-REPORT-CAPPED-RATE
                   THRU 2360-REPORT-CAPPED-RATE-EXIT
           END-IF.

           SET TRC-THRESHOLD-POSTED TO TRUE.
           PERFORM 2370-WRITE-CALC-TRACE
               THRU 2370-WRITE-CALC-TRACE-EXIT.
       2300-POST-INTEREST-EXIT.
           EXIT.

      *    2305-RESOLVE-ACCRUAL-BASIS
      *    Decides which balance this category accrues on.  The
      *    default is the cycle-end TRANCAT-BAL snapshot every group
      *    has always used; a group whose rate sheet row carries the
      *    average-daily basis accrues instead on the mean of the
      *    CBACT04D snapshots across the cycle's date range.  With no
      *    snapshot on file for the range (a brand-new account, or
       2305-RESOLVE-ACCRUAL-BASIS.
           MOVE TRANCAT-BAL TO WS-CAT-BALANCE.
           MOVE 'E'         TO WS-BASIS-CD.
           MOVE ZERO        TO WS-ADB-DAY-COUNT.

           IF NOT RSH-BASIS-AVG-DAILY
               OR NOT WS-DAYBAL-OPEN
               OR WS-CYCLE-START-DATE = SPACES
               GO TO 2305-RESOLVE-ACCRUAL-BASIS-EXIT
           END-IF.

           MOVE ZERO TO WS-ADB-SUM.
           MOVE 'N'  TO WS-ADB-DONE-SW.

           MOVE TRANCAT-ACCT-ID     TO WS-DBK-ACCT-ID.

      *****************************************************************
      *    2310-COMPUTE-INTEREST
      *    Walks the balance bands frozen on the rate sheet for this
      *    group/type/category when it carries any, pricing each slice
      *    of the balance at its own tier rate; a combination with no
      *    bands charges the single flat rate on the whole balance,
      *    exactly as before.  A tiered posting
      *    still carries the flat rate resolved by 2200 on its ITRANS
      *    row, as the reference rate the bands are keyed under.
      *    With a statutory ceiling in force the reference rate and
      *    every band rate are held to it, and the interest the
      *    uncapped rates would have charged is carried alongside so
      *    the amount given up can be reported.  Every rate is
      *    annual, so each amount is prorated by the cycle's day
      *    count over the convention's year (2325).  A promotional
      *    offer is a single flat rate on the whole balance, so it
      *    never walks the group's bands.  Each slice priced is also
      *    kept on the ITRACE row being built for the posting.
      *****************************************************************
       2310-COMPUTE-INTEREST.
           MOVE ZERO TO TRC-SLICE-COUNT.
           PERFORM 2312-CLEAR-ONE-SLICE
               THRU 2312-CLEAR-ONE-SLICE-EXIT
               VARYING WS-SLICE-SUB FROM 1 BY 1
               UNTIL WS-SLICE-SUB > WS-SLICE-MAX.

           MOVE 'N'  TO WS-TIERED-SW.
           MOVE 'N'  TO WS-RATE-CAPPED-SW.
           MOVE ZERO TO WS-TIER-ACCUM-AMT.
           MOVE ZERO TO WS-TIER-UNCAP-AMT.
           MOVE ZERO TO WS-TIER-PREV-CEILING.
           MOVE ZERO TO WS-LAST-TIER-RATE.
           MOVE ZERO TO WS-LAST-TIER-ORIG-RATE.
           MOVE ZERO TO WS-CAP-ORIG-RATE.

           MOVE WS-RATE-APPLIED TO WS-ORIG-RATE.
           IF WS-CEILING-FOUND
               AND WS-RATE-APPLIED > WS-CEILING-RATE
               MOVE WS-CEILING-RATE TO WS-RATE-APPLIED
           END-IF.
           MOVE ZERO TO WS-UNCAPPED-INTEREST-AMT.

           IF RSH-TIER-COUNT = ZERO
               OR WS-PROMO-APPLIED
               GO TO 2310-COMPUTE-FLAT
           END-IF.

               COMPUTE WS-TIER-BAL-MAG = ZERO - WS-CAT-BALANCE
           END-IF.

           SET WS-TIERED TO TRUE.
           PERFORM 2315-APPLY-ONE-TIER
               THRU 2315-APPLY-ONE-TIER-EXIT
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > RSH-TIER-COUNT.

      *    A balance past the last band's ceiling is priced at the
      *    last tier's rate, so a short tier set never leaves the
               COMPUTE WS-TIER-ACCUM-AMT ROUNDED =
                   WS-TIER-ACCUM-AMT +
                   ((WS-TIER-BAL-MAG - WS-TIER-PREV-CEILING)
                       * WS-LAST-TIER-RATE * WS-PERIOD-DAYS
                       / WS-YEAR-DAYS)
               COMPUTE WS-TIER-UNCAP-AMT ROUNDED =
                   WS-TIER-UNCAP-AMT +
                   ((WS-TIER-BAL-MAG - WS-TIER-PREV-CEILING)
                       * WS-LAST-TIER-ORIG-RATE * WS-PERIOD-DAYS
                       / WS-YEAR-DAYS)
               ADD 1 TO TRC-SLICE-COUNT
               MOVE TRC-SLICE-COUNT        TO WS-SLICE-SUB
               MOVE WS-TIER-PREV-CEILING   TO
                   TRC-SLICE-FROM(WS-SLICE-SUB)
               MOVE WS-TIER-BAL-MAG        TO
                   TRC-SLICE-TO(WS-SLICE-SUB)
               MOVE WS-LAST-TIER-ORIG-RATE TO
                   TRC-SLICE-BAND-RATE(WS-SLICE-SUB)
               MOVE WS-LAST-TIER-RATE      TO
                   TRC-SLICE-RATE(WS-SLICE-SUB)
               COMPUTE TRC-SLICE-AMT(WS-SLICE-SUB) ROUNDED =
                   (WS-TIER-BAL-MAG - WS-TIER-PREV-CEILING)
                       * WS-LAST-TIER-RATE * WS-PERIOD-DAYS
                       / WS-YEAR-DAYS
           END-IF.

           IF WS-CAT-BALANCE < ZERO
               COMPUTE WS-INTEREST-AMT = ZERO - WS-TIER-ACCUM-AMT
               COMPUTE WS-UNCAPPED-INTEREST-AMT =
                   ZERO - WS-TIER-UNCAP-AMT
           ELSE
               MOVE WS-TIER-ACCUM-AMT TO WS-INTEREST-AMT
               MOVE WS-TIER-UNCAP-AMT TO WS-UNCAPPED-INTEREST-AMT
           END-IF.
           GO TO 2310-COMPUTE-INTEREST-EXIT.

       2310-COMPUTE-FLAT.
           COMPUTE WS-INTEREST-AMT ROUNDED =
               WS-CAT-BALANCE * WS-RATE-APPLIED * WS-PERIOD-DAYS
                   / WS-YEAR-DAYS.
           MOVE WS-INTEREST-AMT TO WS-UNCAPPED-INTEREST-AMT.
           IF WS-RATE-APPLIED < WS-ORIG-RATE
               SET WS-RATE-CAPPED TO TRUE
               MOVE WS-ORIG-RATE TO WS-CAP-ORIG-RATE
               COMPUTE WS-UNCAPPED-INTEREST-AMT ROUNDED =
                   WS-CAT-BALANCE * WS-ORIG-RATE * WS-PERIOD-DAYS
                       / WS-YEAR-DAYS
           END-IF.
       2310-COMPUTE-INTEREST-EXIT.
           EXIT.

      *****************************************************************
      *    2312-CLEAR-ONE-SLICE
      *    Zeroes one slice of the trace row, so a flat posting (or
      *    one whose balance reached only the first bands) never
      *    carries the previous category's slices.
      *****************************************************************
       2312-CLEAR-ONE-SLICE.
           MOVE ZERO TO TRC-SLICE-FROM(WS-SLICE-SUB).
           MOVE ZERO TO TRC-SLICE-TO(WS-SLICE-SUB).
           MOVE ZERO TO TRC-SLICE-BAND-RATE(WS-SLICE-SUB).
           MOVE ZERO TO TRC-SLICE-RATE(WS-SLICE-SUB).
           MOVE ZERO TO TRC-SLICE-AMT(WS-SLICE-SUB).
       2312-CLEAR-ONE-SLICE-EXIT.
           EXIT.

      *****************************************************************
      *    2315-APPLY-ONE-TIER
      *    One step of the sheet's band walk.  Each band prices the
      *    slice between the prior band's ceiling and the lower of
      *    its own ceiling and the balance, at the band's rate held
      *    to any statutory ceiling; the highest band rate that had
      *    to be capped is kept for the capped-rate report, and the
      *    slice itself is kept on the trace row.
      *****************************************************************
       2315-APPLY-ONE-TIER.
           MOVE RSH-TIER-RATE(WS-TIER-SUB) TO WS-TIER-RATE-USED.
           IF WS-CEILING-FOUND
               AND RSH-TIER-RATE(WS-TIER-SUB) > WS-CEILING-RATE
               MOVE WS-CEILING-RATE TO WS-TIER-RATE-USED
               SET WS-RATE-CAPPED TO TRUE
               IF RSH-TIER-RATE(WS-TIER-SUB) > WS-CAP-ORIG-RATE
                   MOVE RSH-TIER-RATE(WS-TIER-SUB) TO WS-CAP-ORIG-RATE
               END-IF
           END-IF.
           MOVE WS-TIER-RATE-USED TO WS-LAST-TIER-RATE.
           MOVE RSH-TIER-RATE(WS-TIER-SUB) TO WS-LAST-TIER-ORIG-RATE.

           MOVE WS-TIER-BAL-MAG TO WS-TIER-SLICE-TOP.
           IF RSH-BAND-CEILING(WS-TIER-SUB) < WS-TIER-SLICE-TOP
               MOVE RSH-BAND-CEILING(WS-TIER-SUB) TO WS-TIER-SLICE-TOP
           END-IF.

           IF WS-TIER-SLICE-TOP > WS-TIER-PREV-CEILING
               COMPUTE WS-TIER-ACCUM-AMT ROUNDED =
                   WS-TIER-ACCUM-AMT +
                   ((WS-TIER-SLICE-TOP - WS-TIER-PREV-CEILING)
                       * WS-TIER-RATE-USED * WS-PERIOD-DAYS
                       / WS-YEAR-DAYS)
               COMPUTE WS-TIER-UNCAP-AMT ROUNDED =
                   WS-TIER-UNCAP-AMT +
                   ((WS-TIER-SLICE-TOP - WS-TIER-PREV-CEILING)
                       * RSH-TIER-RATE(WS-TIER-SUB) * WS-PERIOD-DAYS
                       / WS-YEAR-DAYS)
               ADD 1 TO TRC-SLICE-COUNT
               MOVE TRC-SLICE-COUNT      TO WS-SLICE-SUB
               MOVE WS-TIER-PREV-CEILING TO
                   TRC-SLICE-FROM(WS-SLICE-SUB)
               MOVE WS-TIER-SLICE-TOP    TO
                   TRC-SLICE-TO(WS-SLICE-SUB)
               MOVE RSH-TIER-RATE(WS-TIER-SUB) TO
                   TRC-SLICE-BAND-RATE(WS-SLICE-SUB)
               MOVE WS-TIER-RATE-USED    TO
                   TRC-SLICE-RATE(WS-SLICE-SUB)
               COMPUTE TRC-SLICE-AMT(WS-SLICE-SUB) ROUNDED =
                   (WS-TIER-SLICE-TOP - WS-TIER-PREV-CEILING)
                       * WS-TIER-RATE-USED * WS-PERIOD-DAYS
                       / WS-YEAR-DAYS
           END-IF.
           MOVE RSH-BAND-CEILING(WS-TIER-SUB) TO WS-TIER-PREV-CEILING.
       2315-APPLY-ONE-TIER-EXIT.
           EXIT.

      *****************************************************************
      *    2320-GET-GROUP-THRESHOLD
      *    The group's MINTHRSH minimum as frozen on the rate sheet;
      *    a group with no minimum carries zero, so nothing is
      *    suppressed for it.
      *****************************************************************
       2320-GET-GROUP-THRESHOLD.
           MOVE RSH-MIN-INTEREST-AMT TO WS-MIN-INTEREST-AMT.
       2320-GET-GROUP-THRESHOLD-EXIT.
           EXIT.

      *****************************************************************
      *    2325-RESOLVE-DAY-COUNT
      *    Picks up the group's day-count convention from the rate
      *    sheet (Actual/365 when the group has none) and has
      *    CBDAYCNT turn the
      *    cycle's date range into the day count and year length the
      *    annual rate is prorated over.  The range is the same for
      *    every row of the run, so CBDAYCNT is only called again
      *    when the convention changes from the previous row's.
      *****************************************************************
       2325-RESOLVE-DAY-COUNT.
           MOVE RSH-DAY-COUNT-CD TO WS-DAY-COUNT-CD.

           IF WS-DAY-COUNT-CD = WS-LAST-DAY-COUNT-CD
               GO TO 2325-RESOLVE-DAY-COUNT-EXIT
           END-IF.
           CALL WS-DAYCNT-PGM USING WS-DAY-COUNT-CD
                                     WS-CYCLE-START-DATE
                                     WS-CYCLE-DATE
                                     WS-PERIOD-DAYS
                                     WS-YEAR-DAYS.
           MOVE WS-DAY-COUNT-CD TO WS-LAST-DAY-COUNT-CD.
       2325-RESOLVE-DAY-COUNT-EXIT.
           EXIT.

      *****************************************************************
      *    2330-FIND-RATE-CEILING
      *    The statutory ceiling in force for the group and
      *    transaction type on the cycle date, as frozen on the rate
      *    sheet.  No ceiling on the sheet means none applies.
      *****************************************************************
       2330-FIND-RATE-CEILING.
           MOVE RSH-CEILING-SW   TO WS-CEILING-FOUND-SW.
           MOVE RSH-CEILING-RATE TO WS-CEILING-RATE.
       2330-FIND-RATE-CEILING-EXIT.
           EXIT.

      *****************************************************************
      *    2340-SUPPRESS-INTEREST
      *    A computed amount below the group's minimum goes to the
           MOVE WS-RATE-APPLIED  TO GLX-RATE-APPLIED
           MOVE WS-INTEREST-AMT  TO GLX-INTEREST-AMT
           MOVE WS-CYCLE-DATE    TO GLX-CYCLE-DATE
           MOVE WS-ACCT-GROUP-ID TO GLX-ACCT-GROUP-ID
           WRITE GL-EXTRACT-RECORD.
       2350-WRITE-GL-EXTRACT-EXIT.
           EXIT.

      *****************************************************************
      *    2360-REPORT-CAPPED-RATE
      *    Lists a posting whose rate (or one of whose tier rates)
      *    was held to the statutory ceiling, with the rate that
      *    would have applied, the ceiling it was capped at, and the
      *    interest given up -- compliance's evidence that no
      *    account was charged over the limit.
      *****************************************************************
       2360-REPORT-CAPPED-RATE.
           COMPUTE WS-GIVEN-UP-AMT =
               WS-UNCAPPED-INTEREST-AMT - WS-INTEREST-AMT.
           ADD 1               TO WS-CAPPED-COUNT.
           ADD WS-GIVEN-UP-AMT TO WS-CAPPED-TOTAL-AMT.

           MOVE SPACES           TO WS-CAP-DETAIL
           MOVE TRANCAT-ACCT-ID  TO CL-ACCT-ID
           MOVE WS-ACCT-GROUP-ID TO CL-GROUP-ID
           MOVE TRANCAT-TYPE-CD  TO CL-TYPE-CD
           MOVE TRANCAT-CD       TO CL-CAT-CD
           MOVE WS-CAP-ORIG-RATE TO CL-ORIG-RATE
           MOVE WS-CEILING-RATE  TO CL-CAPPED-RATE
           MOVE WS-GIVEN-UP-AMT  TO CL-GIVEN-UP-AMT
           MOVE WS-CAP-DETAIL    TO CAP-RPT-LINE
           WRITE CAP-RPT-LINE.
       2360-REPORT-CAPPED-RATE-EXIT.
           EXIT.

      *****************************************************************
      *    2370-WRITE-CALC-TRACE
      *    Writes the ITRACE row behind a posting or a suppressed
      *    posting -- the caller has already set the threshold result,
      *    and 2310 has filled in the tier slices.  The row is keyed
      *    by account, cycle, type, category and source, so a restart
      *    or a rerun of the cycle replaces the earlier row instead
      *    of failing on the duplicate key.
      *****************************************************************
       2370-WRITE-CALC-TRACE.
           MOVE TRANCAT-ACCT-ID      TO TRC-ACCT-ID.
           MOVE WS-CYCLE-DATE        TO TRC-CYCLE-DATE.
           MOVE TRANCAT-TYPE-CD      TO TRC-TRAN-TYPE-CD.
           MOVE TRANCAT-CD           TO TRC-TRAN-CAT-CD.
           SET TRC-SRC-LIVE          TO TRUE.
           MOVE WS-ACCT-GROUP-ID     TO TRC-ACCT-GROUP-ID.
           MOVE WS-CYCLE-START-DATE  TO TRC-PERIOD-START-DATE.
           MOVE RSH-BASIS-CD         TO TRC-BASIS-REQ-CD.
           MOVE WS-BASIS-CD          TO TRC-BASIS-CD.
           MOVE TRANCAT-BAL          TO TRC-ENDING-BAL.
           MOVE WS-ADB-DAY-COUNT     TO TRC-SNAP-DAY-COUNT.
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
           MOVE WS-INTEREST-AMT      TO TRC-INTEREST-AMT.
           MOVE WS-MIN-INTEREST-AMT  TO TRC-MIN-INTEREST-AMT.
           MOVE WS-RUN-DATE          TO TRC-RUN-DATE.

           WRITE INTEREST-TRACE-RECORD
               INVALID KEY
                   REWRITE INTEREST-TRACE-RECORD
           END-WRITE.
       2370-WRITE-CALC-TRACE-EXIT.
           EXIT.

      *****************************************************************
      *    2400-TAKE-CHECKPOINT
      *    Records the last TRANCAT-ACCT-ID/TYPE-CD/CD key completed

           CLOSE TCATBALF-FILE.
           CLOSE ACCTMST-FILE.
           IF WS-ACCTGRPH-OPEN
               CLOSE ACCTGRPH-FILE
           END-IF.
           CLOSE RECONEXC-FILE.
           CLOSE RECXSKIP-FILE.
           CLOSE RATESHT-FILE.
           CLOSE ITRACE-FILE.
           MOVE SPACES TO SUPP-RPT-LINE.
           WRITE SUPP-RPT-LINE.
           MOVE WS-INACTIVE-SKIP-COUNT TO WS-SUPP-COUNT-ED.
           CLOSE ITRANS-FILE.
           CLOSE CHKPTREC-FILE.
           CLOSE GLEXTRCT-FILE.
           IF WS-DAYBAL-OPEN
               CLOSE DAYBAL-FILE
           END-IF.
           IF WS-PROMORAT-OPEN
               CLOSE PROMORAT-FILE
           END-IF.
           CLOSE SUPP-RPT-FILE.

           MOVE SPACES TO CAP-RPT-LINE.
           WRITE CAP-RPT-LINE.
           MOVE WS-CAPPED-COUNT TO WS-SUPP-COUNT-ED.
           MOVE SPACES TO CAP-RPT-LINE.
           STRING WS-SUPP-COUNT-ED
                   ' POSTING(S) CAPPED AT THE STATUTORY CEILING'
                   DELIMITED SIZE INTO CAP-RPT-LINE.
           WRITE CAP-RPT-LINE.
           MOVE WS-CAPPED-TOTAL-AMT TO WS-SUPP-AMOUNT-ED.
           MOVE SPACES TO CAP-RPT-LINE.
           STRING 'TOTAL INTEREST GIVEN UP ' WS-SUPP-AMOUNT-ED
               DELIMITED SIZE INTO CAP-RPT-LINE.
           WRITE CAP-RPT-LINE.
           CLOSE CAP-RPT-FILE.

      *    A partitioned instance registers under its own CB04CPnn
      *    step name; only the unpartitioned run (or the operator's
      *    own gating of all partitions) satisfies a downstream check
