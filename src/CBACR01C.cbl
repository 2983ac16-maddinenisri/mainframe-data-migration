      *****************************************************************
      *    PROGRAM:     CBACR01C
      *    APPLICATION: CardDemo
      *    FUNCTION:    Month-End Accrued Interest Journal.
      *                 Run once at calendar month end.  Billing
      *                 cycles do not end on the last day of the
      *                 month, so interest earned between the
      *                 last interest cycle and month end
      *                 has not yet been billed.  For every TCATBALF
      *                 category this program estimates that interest
      *                 the way the interest run (CBACT04C) will later
      *                 charge it: the average of the category's
      *                 CBACT04D daily snapshots (DAYBAL) from the day
      *                 after the last cycle through month
      *                 end, priced at the rate CBACT04C would resolve
      *                 for month end -- a PROMORAT offer, else the
      *                 blended, else the flat rate on the RATESHT
      *                 rate sheet frozen for the month-end date --
      *                 walked through the sheet's tier bands, held
      *                 to its ceiling, and prorated under its
      *                 day-count convention.  The last cycle is
      *                 the latest interest run on the CYCLCTL run
      *                 control on or before month end, under
      *                 CBACT04C or a partition's CB04CPnn -- the same
      *                 for every account.
      *                 The accruals are footed per account group /
      *                 transaction type / category into a balanced
      *                 accrual voucher (ACRJVOUT) and a matching
      *                 reversing voucher (ACRJVREV) dated the first
      *                 business day of the next month, both in the
      *                 GLJVREC header/detail/trailer layout off the
      *                 GLMAP chart-of-accounts mapping, the same way
      *                 CBGLJV1C builds the cycle's voucher.  A key
      *                 with no GLMAP row goes to the reject report
      *                 (return code 4).  A summary by account group
      *                 goes to ACRRPT.  The parameter card's cycle
      *                 date carries the month-end date.  Nothing on
      *                 TCATBALF or ITRANS is touched.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBACR01C.
       AUTHOR.        CARDDEMO-BATCH-TEAM.
       INSTALLATION.  CARDDEMO.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************************
      *    MODIFICATION HISTORY
      *    2026-10-15  JPM  Initial version - month-end accrued-but-
      *                     unbilled interest voucher with automatic
      *                     reversal and a summary by account group.
      *    2026-10-15  JPM  Price from the RATESHT rate sheet frozen
      *                     for the month-end date (CBRSH01C) instead
      *                     of reading BLNDRATE, DISCGRPH, DISCTIER,
      *                     RATECEIL and DCBASIS; the job stops until
      *                     the month-end sheet has been built.
      *    2026-10-15  JPM  Accrue each account under the group in
      *                     force on the month-end date from the
      *                     optional ACCTGRPH membership history.
      *    2026-10-15  JPM  Start the accrual window after the last
      *                     CBACT04C cycle on CYCLCTL instead of each
      *                     account's latest ITRHIST row.
      *    2026-10-15  JPM  Take the last cycle from a partitioned
      *                     run's CB04CPnn registrations as well.
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

           SELECT TCATBALF-FILE ASSIGN TO TCATBALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCATBALF-KEY OF TCATBALF-KEY-REC
               FILE STATUS IS WS-TCATBALF-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTMST-KEY OF ACCTMST-KEY-REC
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT ACCTGRPH-FILE ASSIGN TO ACCTGRPH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               FILE STATUS IS WS-ACCTGRPH-STATUS.

           SELECT CYCLCTL-FILE  ASSIGN TO CYCLCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCLCTL-KEY OF CYCLCTL-KEY-REC
               FILE STATUS IS WS-CYCLCTL-STATUS.

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

           SELECT PROMORAT-FILE ASSIGN TO PROMORAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMORAT-KEY OF PROMORAT-KEY-REC
               FILE STATUS IS WS-PROMORAT-STATUS.

           SELECT GLMAP-FILE    ASSIGN TO GLMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLMAP-KEY OF GLMAP-KEY-REC
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT ACRJV-OUT-FILE ASSIGN TO ACRJVOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACRJV-OUT-STATUS.

           SELECT ACRJV-REV-FILE ASSIGN TO ACRJVREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACRJV-REV-STATUS.

           SELECT ACR-RPT-FILE  ASSIGN TO ACRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACR-RPT-STATUS.

           SELECT ACR-REJ-FILE  ASSIGN TO ACRREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACR-REJ-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-PARM-FILE.
           COPY CYCLPARM.

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

       FD  ACCTGRPH-FILE.
           COPY ACCTGRPH.
       01  ACCTGRPH-KEY-REC REDEFINES ACCT-GROUP-HIST-RECORD.
           05  ACCTGRPH-KEY                     PIC X(21).
           05  FILLER                            PIC X(49).

       FD  CYCLCTL-FILE.
           COPY CYCRUNCT.
       01  CYCLCTL-KEY-REC REDEFINES CYCLE-RUN-CONTROL-RECORD.
           05  CYCLCTL-KEY                      PIC X(18).
           05  FILLER                            PIC X(22).

       FD  RATESHT-FILE.
           COPY RATESHT.
       01  RATESHT-KEY-REC REDEFINES RATE-SHEET-RECORD.
           05  RATESHT-KEY                      PIC X(26).
           05  FILLER                            PIC X(154).

       FD  DAYBAL-FILE.
           COPY DAYBALF.
       01  DAYBAL-KEY-REC REDEFINES DAILY-BALANCE-RECORD.
           05  DAYBAL-KEY                       PIC X(27).
           05  FILLER                            PIC X(13).

       FD  PROMORAT-FILE.
           COPY PROMORAT.
       01  PROMORAT-KEY-REC REDEFINES PROMO-RATE-RECORD.
           05  PROMORAT-KEY                     PIC X(27).
           05  FILLER                            PIC X(43).

       FD  GLMAP-FILE.
           COPY GLMAP.
       01  GLMAP-KEY-REC REDEFINES GL-MAPPING-RECORD.
           05  GLMAP-KEY                        PIC X(16).
           05  FILLER                            PIC X(34).

       FD  ACRJV-OUT-FILE
           RECORDING MODE IS F.
           COPY GLJVREC.

      *    The reversing voucher carries the same GLJVREC layout; each
      *    line is built in the accrual voucher's record area above
      *    and moved here whole.
       FD  ACRJV-REV-FILE
           RECORDING MODE IS F.
       01  ACRJV-REV-RECORD                     PIC X(60).

       FD  ACR-RPT-FILE
           RECORDING MODE IS F.
       01  ACR-RPT-LINE                         PIC X(132).

       FD  ACR-REJ-FILE
           RECORDING MODE IS F.
       01  ACR-REJ-LINE                         PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SR-ACCT-GROUP-ID                 PIC X(10).
           05  SR-TRAN-TYPE-CD                  PIC X(02).
           05  SR-TRAN-CAT-CD                   PIC 9(04).
           05  SR-ACCRUAL-BAL                   PIC S9(09)V99 COMP-3.
           05  SR-AMOUNT                        PIC S9(09)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                       PIC X(02).
       01  WS-TCATBALF-STATUS                   PIC X(02).
           88  WS-TCATBALF-OK                   VALUE '00'.
       01  WS-ACCTMST-STATUS                    PIC X(02).
           88  WS-ACCTMST-OK                    VALUE '00'.
       01  WS-ACCTGRPH-STATUS                   PIC X(02).
           88  WS-ACCTGRPH-OK                   VALUE '00'.
       01  WS-CYCLCTL-STATUS                    PIC X(02).
           88  WS-CYCLCTL-OK                    VALUE '00'.
       01  WS-RATESHT-STATUS                    PIC X(02).
           88  WS-RATESHT-OK                    VALUE '00'.
       01  WS-DAYBAL-STATUS                     PIC X(02).
           88  WS-DAYBAL-OK                     VALUE '00'.
       01  WS-PROMORAT-STATUS                   PIC X(02).
           88  WS-PROMORAT-OK                   VALUE '00'.
       01  WS-GLMAP-STATUS                      PIC X(02).
           88  WS-GLMAP-OK                      VALUE '00'.
       01  WS-ACRJV-OUT-STATUS                  PIC X(02).
       01  WS-ACRJV-REV-STATUS                  PIC X(02).
       01  WS-ACR-RPT-STATUS                    PIC X(02).
       01  WS-ACR-REJ-STATUS                    PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01)  VALUE 'N'.
               88  WS-EOF-TCATBALF               VALUE 'Y'.
           05  WS-EOF-SORT-SW                    PIC X(01)  VALUE 'N'.
               88  WS-EOF-SORT                     VALUE 'Y'.
           05  WS-FIRST-SORT-REC-SW               PIC X(01)  VALUE 'Y'.
               88  WS-FIRST-SORT-RECORD              VALUE 'Y'.
           05  WS-REJECTS-FOUND-SW                PIC X(01)  VALUE 'N'.
               88  WS-REJECTS-FOUND                 VALUE 'Y'.
           05  WS-RATE-FOUND-SW                  PIC X(01)  VALUE 'N'.
               88  WS-RATE-FOUND                  VALUE 'Y'.
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
           05  WS-PROMORAT-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-PROMORAT-OPEN                VALUE 'Y'.
           05  WS-PROMO-DONE-SW                  PIC X(01)  VALUE 'N'.
               88  WS-PROMO-DONE                   VALUE 'Y'.
           05  WS-PROMO-APPLIED-SW               PIC X(01)  VALUE 'N'.
               88  WS-PROMO-APPLIED                VALUE 'Y'.
           05  WS-ACCTGRPH-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-ACCTGRPH-OPEN                VALUE 'Y'.
           05  WS-PART-EOF-SW                    PIC X(01)  VALUE 'N'.
               88  WS-PART-EOF                     VALUE 'Y'.

       01  WS-MONTH-END-DATE                    PIC X(10).
       01  WS-REVERSAL-DATE                     PIC X(10).
       01  WS-MONTH-START-DATE                  PIC X(10).
       01  WS-RUN-DATE                          PIC X(10).
       01  WS-RUN-DATE-YMD                      PIC 9(08).
       01  WS-ACCT-GROUP-ID                     PIC X(10).

       01  WS-AGH-SEARCH-KEY.
           05  WS-AGK-ACCT-ID                   PIC 9(11).
           05  WS-AGK-BEGIN-DATE                PIC X(10).

       01  WS-DATE-WORK-AREA.
           05  WS-WORK-YMD                      PIC 9(08).
           05  WS-WORK-YMD-R REDEFINES WS-WORK-YMD.
               10  WS-WORK-YYYY                 PIC 9(04).
               10  WS-WORK-MM                   PIC 9(02).
               10  WS-WORK-DD                   PIC 9(02).
           05  WS-WORK-INT                      PIC 9(07).
           05  WS-WEEK-QUOT                     PIC 9(07).
           05  WS-WEEKDAY-REM                   PIC 9(01).
               88  WS-WEEKDAY-SUNDAY             VALUE 0.
               88  WS-WEEKDAY-SATURDAY           VALUE 6.

      *    The last interest cycle on or before month end, from the
      *    CYCLCTL run control, is looked up once -- every account is
      *    billed on the same cycle.
       01  WS-ACCRUAL-WINDOW.
           05  WS-LAST-CYCLE-DATE               PIC X(10).
           05  WS-ACCRUE-FROM-DATE              PIC X(10).

       01  WS-CYCLCTL-SEARCH-KEY.
           05  WS-CCK-JOB-NAME                  PIC X(08).
           05  WS-CCK-CYCLE-DATE                PIC X(10).

       01  WS-DAY-COUNT-AREA.
           05  WS-DAYCNT-PGM                    PIC X(08)  VALUE
                   'CBDAYCNT'.
           05  WS-DAY-COUNT-CD                  PIC X(01).
           05  WS-PERIOD-DAYS                   PIC 9(05)  COMP-3.
           05  WS-YEAR-DAYS                     PIC 9(03)  COMP-3.

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

       01  WS-TIER-SUB                          PIC 9(04)  COMP.

       01  WS-TIER-AREA.
           05  WS-TIER-BAL-MAG                  PIC S9(09)V99 COMP-3.
           05  WS-TIER-PREV-CEILING             PIC S9(09)V99 COMP-3.
           05  WS-TIER-SLICE-TOP                PIC S9(09)V99 COMP-3.
           05  WS-TIER-ACCUM-AMT                PIC S9(09)V99 COMP-3.
           05  WS-LAST-TIER-RATE                PIC S9(03)V9999 COMP-3.
           05  WS-TIER-RATE-USED                PIC S9(03)V9999 COMP-3.

       01  WS-CEILING-RATE                      PIC S9(03)V9999 COMP-3.

       01  WS-DAYBAL-SEARCH-KEY.
           05  WS-DBK-ACCT-ID                   PIC 9(11).
           05  WS-DBK-TYPE-CD                   PIC X(02).
           05  WS-DBK-CAT-CD                    PIC 9(04).
           05  WS-DBK-SNAP-DATE                 PIC X(10).

       01  WS-ADB-AREA.
           05  WS-ADB-SUM                       PIC S9(11)V99 COMP-3.
           05  WS-ADB-DAY-COUNT                 PIC 9(05)  COMP-3.
           05  WS-ADB-AVG                       PIC S9(09)V99 COMP-3.

       01  WS-BREAK-KEY.
           05  WS-BRK-GROUP-ID                  PIC X(10).
           05  WS-BRK-TYPE-CD                   PIC X(02).
           05  WS-BRK-CAT-CD                    PIC 9(04).

       01  WS-KEY-AMOUNT                        PIC S9(11)V99 COMP-3.

       01  WS-GROUP-TOTALS.
           05  WS-GRP-ROW-COUNT                 PIC 9(07)  COMP-3.
           05  WS-GRP-BALANCE                   PIC S9(13)V99 COMP-3.
           05  WS-GRP-ACCRUED                   PIC S9(13)V99 COMP-3.
           05  WS-GRP-VOUCHERED                 PIC S9(13)V99 COMP-3.
           05  WS-GRP-UNMAPPED                  PIC S9(13)V99 COMP-3.

       01  WS-GRAND-TOTALS.
           05  WS-TOT-ROW-COUNT                 PIC 9(07)  COMP-3.
           05  WS-TOT-BALANCE                   PIC S9(13)V99 COMP-3.
           05  WS-TOT-ACCRUED                   PIC S9(13)V99 COMP-3.
           05  WS-TOT-VOUCHERED                 PIC S9(13)V99 COMP-3.
           05  WS-TOT-UNMAPPED                  PIC S9(13)V99 COMP-3.

       01  WS-CONTROL-TOTALS.
           05  WS-DETAIL-COUNT                  PIC 9(07)  COMP-3.
           05  WS-DEBIT-TOTAL                   PIC S9(13)V99 COMP-3.
           05  WS-CREDIT-TOTAL                  PIC S9(13)V99 COMP-3.
           05  WS-REJECT-COUNT                  PIC 9(07)  COMP-3.
           05  WS-REJECT-TOTAL                  PIC S9(11)V99 COMP-3.

       01  WS-SKIP-COUNTERS.
           05  WS-DORMANT-SKIP-COUNT            PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-INACTIVE-SKIP-COUNT           PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-BILLED-SKIP-COUNT             PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-NO-RATE-SKIP-COUNT            PIC 9(07)  COMP-3
                                                 VALUE ZERO.

       01  WS-RUN-CONTROL-AREA.
           05  WS-CYCCTL-PGM                    PIC X(08)  VALUE
                   'CBCYCCTL'.
           05  WS-CYCC-FUNCTION                 PIC X(01).
           05  WS-CYCC-JOB-NAME                 PIC X(08).
           05  WS-CYCC-RESULT                   PIC X(01).
               88  WS-CYCC-STEP-COMPLETE         VALUE 'Y'.

       01  WS-COUNT-ED                          PIC ZZZZZZ9.
       01  WS-AMOUNT-ED                         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-SUM-DETAIL.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  SM-GROUP-ID                       PIC X(10).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  SM-ROW-COUNT                      PIC ZZZZZZ9.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  SM-BALANCE                        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  SM-ACCRUED                        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  SM-VOUCHERED                      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  SM-UNMAPPED                       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-REJ-DETAIL.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-GROUP-ID                       PIC X(10).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-TYPE-CD                        PIC X(02).
           05  FILLER                           PIC X(01)  VALUE SPACES.
           05  RL-CAT-CD                         PIC 9(04).
           05  FILLER                           PIC X(03)  VALUE SPACES.
           05  RL-REJECT-AMT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-REASON                         PIC X(26).

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ACCT-GROUP-ID
                                SR-TRAN-TYPE-CD
                                SR-TRAN-CAT-CD
               INPUT PROCEDURE IS 2000-BUILD-SORT-INPUT
                   THRU 2000-BUILD-SORT-INPUT-EXIT
               OUTPUT PROCEDURE IS 3000-BUILD-VOUCHERS
                   THRU 3000-BUILD-VOUCHERS-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *****************************************************************
      *    1000-INITIALIZE
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT  CYCLE-PARM-FILE.
           READ CYCLE-PARM-FILE
               AT END
                   MOVE SPACES TO CYCLE-PARM-RECORD
           END-READ.
           MOVE CYCP-CYCLE-DATE TO WS-MONTH-END-DATE.
           CLOSE CYCLE-PARM-FILE.
           PERFORM 1020-CHECK-MONTH-END-DATE
               THRU 1020-CHECK-MONTH-END-DATE-EXIT.
           PERFORM 1040-SET-REVERSAL-DATE
               THRU 1040-SET-REVERSAL-DATE-EXIT.
           PERFORM 1050-CHECK-RATE-SHEET
               THRU 1050-CHECK-RATE-SHEET-EXIT.
           PERFORM 1060-FIND-LAST-CYCLE
               THRU 1060-FIND-LAST-CYCLE-EXIT.

           ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-YMD(1:4) TO WS-RUN-DATE(1:4).
           MOVE '-'                  TO WS-RUN-DATE(5:1).
           MOVE WS-RUN-DATE-YMD(5:2) TO WS-RUN-DATE(6:2).
           MOVE '-'                  TO WS-RUN-DATE(8:1).
           MOVE WS-RUN-DATE-YMD(7:2) TO WS-RUN-DATE(9:2).

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
           OPEN INPUT  GLMAP-FILE.

      *    The daily-snapshot file is optional the same way the
      *    interest run treats it -- without a DAYBAL dataset every
      *    category accrues on its current TCATBALF balance.
           OPEN INPUT  DAYBAL-FILE.
           IF WS-DAYBAL-OK
               SET WS-DAYBAL-OPEN TO TRUE
           END-IF.

      *    The promotional override file is optional the same way --
      *    without a PROMORAT dataset every account is priced by its
      *    group.
           OPEN INPUT  PROMORAT-FILE.
           IF WS-PROMORAT-OK
               SET WS-PROMORAT-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT ACRJV-OUT-FILE.
           OPEN OUTPUT ACRJV-REV-FILE.
           OPEN OUTPUT ACR-RPT-FILE.
           OPEN OUTPUT ACR-REJ-FILE.

           MOVE ZERO TO WS-DETAIL-COUNT.
           MOVE ZERO TO WS-DEBIT-TOTAL.
           MOVE ZERO TO WS-CREDIT-TOTAL.
           MOVE ZERO TO WS-REJECT-COUNT.
           MOVE ZERO TO WS-REJECT-TOTAL.
           MOVE ZERO TO WS-KEY-AMOUNT.
           MOVE ZERO TO WS-GRP-ROW-COUNT.
           MOVE ZERO TO WS-GRP-BALANCE.
           MOVE ZERO TO WS-GRP-ACCRUED.
           MOVE ZERO TO WS-GRP-VOUCHERED.
           MOVE ZERO TO WS-GRP-UNMAPPED.
           MOVE ZERO TO WS-TOT-ROW-COUNT.
           MOVE ZERO TO WS-TOT-BALANCE.
           MOVE ZERO TO WS-TOT-ACCRUED.
           MOVE ZERO TO WS-TOT-VOUCHERED.
           MOVE ZERO TO WS-TOT-UNMAPPED.

           MOVE SPACES            TO GL-VOUCHER-RECORD.
           SET GLJV-HEADER-REC    TO TRUE.
           MOVE WS-MONTH-END-DATE TO GLJV-HDR-CYCLE-DATE.
           MOVE WS-RUN-DATE       TO GLJV-HDR-CREATE-DATE.
           WRITE GL-VOUCHER-RECORD.

           MOVE SPACES            TO GL-VOUCHER-RECORD.
           SET GLJV-HEADER-REC    TO TRUE.
           MOVE WS-REVERSAL-DATE  TO GLJV-HDR-CYCLE-DATE.
           MOVE WS-RUN-DATE       TO GLJV-HDR-CREATE-DATE.
           MOVE GL-VOUCHER-RECORD TO ACRJV-REV-RECORD.
           WRITE ACRJV-REV-RECORD.

           MOVE SPACES TO ACR-RPT-LINE.
           STRING 'MONTH-END ACCRUED INTEREST SUMMARY - MONTH END '
                   WS-MONTH-END-DATE
                   ' - REVERSES ' WS-REVERSAL-DATE
                   DELIMITED SIZE INTO ACR-RPT-LINE.
           WRITE ACR-RPT-LINE.
           MOVE SPACES TO ACR-RPT-LINE.
           STRING '  GROUP          ROWS     ACCRUAL BALANCE    '
                   'ACCRUED INTEREST           VOUCHERED       '
                   'NOT VOUCHERED'
                   DELIMITED SIZE INTO ACR-RPT-LINE.
           WRITE ACR-RPT-LINE.

           MOVE SPACES TO ACR-REJ-LINE.
           STRING 'MONTH-END ACCRUAL REJECT REPORT - MONTH END '
                   WS-MONTH-END-DATE
                   DELIMITED SIZE INTO ACR-REJ-LINE.
           WRITE ACR-REJ-LINE.
           MOVE SPACES TO ACR-REJ-LINE.
           STRING 'GROUP       TP CAT        AMOUNT DROPPED  REASON'
                   DELIMITED SIZE INTO ACR-REJ-LINE.
           WRITE ACR-REJ-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *    1020-CHECK-MONTH-END-DATE
      *    The accrual is booked at calendar month end, so the date on
      *    the card must be a real date and the last day of its month
      *    -- the day after it has to be the first of a month.  A card
      *    keyed with a cycle date instead would book a partial month
      *    the ledger cannot reverse cleanly, so the job stops.
      *****************************************************************
       1020-CHECK-MONTH-END-DATE.
           IF WS-MONTH-END-DATE(5:1) NOT = '-'
               OR WS-MONTH-END-DATE(8:1) NOT = '-'
               GO TO 1020-BAD-MONTH-END-DATE
           END-IF.
           MOVE WS-MONTH-END-DATE(1:4) TO WS-WORK-YMD(1:4).
           MOVE WS-MONTH-END-DATE(6:2) TO WS-WORK-YMD(5:2).
           MOVE WS-MONTH-END-DATE(9:2) TO WS-WORK-YMD(7:2).
           IF WS-WORK-YMD IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-YMD) NOT = ZERO
               GO TO 1020-BAD-MONTH-END-DATE
           END-IF.

           MOVE WS-MONTH-END-DATE(1:8) TO WS-MONTH-START-DATE(1:8).
           MOVE '01'                   TO WS-MONTH-START-DATE(9:2).

           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YMD) + 1.
           COMPUTE WS-WORK-YMD =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           IF WS-WORK-DD = 1
               GO TO 1020-CHECK-MONTH-END-DATE-EXIT
           END-IF.

       1020-BAD-MONTH-END-DATE.
           DISPLAY 'CBACR01C - PARAMETER CARD DATE ' WS-MONTH-END-DATE
                   ' IS NOT A CALENDAR MONTH-END DATE'
           DISPLAY 'CBACR01C - KEY THE LAST DAY OF THE MONTH BEING'
                   ' CLOSED AS CYCP-CYCLE-DATE AND RESUBMIT.'
           MOVE 16 TO RETURN-CODE
           GOBACK.
       1020-CHECK-MONTH-END-DATE-EXIT.
           EXIT.

      *****************************************************************
      *    1040-SET-REVERSAL-DATE
      *    The reversing voucher is dated the first business day of
      *    the next month: the day after month end, stepped past a
      *    Saturday or Sunday.  Day 1 of the integer calendar is a
      *    Monday, so the remainder over 7 is 6 on a Saturday and 0 on
      *    a Sunday.  1020 has already left WS-WORK-INT on the first
      *    of the next month.
      *****************************************************************
       1040-SET-REVERSAL-DATE.
           DIVIDE WS-WORK-INT BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEKDAY-REM.
           IF WS-WEEKDAY-SATURDAY
               ADD 2 TO WS-WORK-INT
           END-IF.
           IF WS-WEEKDAY-SUNDAY
               ADD 1 TO WS-WORK-INT
           END-IF.
           COMPUTE WS-WORK-YMD =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           MOVE WS-WORK-YMD(1:4) TO WS-REVERSAL-DATE(1:4).
           MOVE '-'              TO WS-REVERSAL-DATE(5:1).
           MOVE WS-WORK-YMD(5:2) TO WS-REVERSAL-DATE(6:2).
           MOVE '-'              TO WS-REVERSAL-DATE(8:1).
           MOVE WS-WORK-YMD(7:2) TO WS-REVERSAL-DATE(9:2).
       1040-SET-REVERSAL-DATE-EXIT.
           EXIT.

      *****************************************************************
      *    1050-CHECK-RATE-SHEET
      *    Prices come from the rate sheet CBRSH01C froze for the
      *    month-end date, so the month-end stream must have run
      *    CBACT04B and CBRSH01C with the month-end card first.
      *    Without that sheet every category would accrue as having
      *    no rate and the voucher would understate the month -- the
      *    job stops before any voucher is opened instead.
      *****************************************************************
       1050-CHECK-RATE-SHEET.
           MOVE 'C'        TO WS-CYCC-FUNCTION.
           MOVE 'CBRSH01C' TO WS-CYCC-JOB-NAME.
           CALL WS-CYCCTL-PGM USING WS-CYCC-FUNCTION
                                     WS-CYCC-JOB-NAME
                                     WS-MONTH-END-DATE
                                     WS-CYCC-RESULT.
           IF WS-CYCC-STEP-COMPLETE
               GO TO 1050-CHECK-RATE-SHEET-EXIT
           END-IF.

           DISPLAY 'CBACR01C - NO RATE SHEET HAS BEEN BUILT FOR MONTH'
                   ' END ' WS-MONTH-END-DATE.
           DISPLAY 'CBACR01C - RUN CBACT04B AND CBRSH01C WITH THE'
                   ' MONTH-END CARD AND RESUBMIT.'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
       1050-CHECK-RATE-SHEET-EXIT.
           EXIT.

      *****************************************************************
      *    1060-FIND-LAST-CYCLE
      *    Positions CYCLCTL on the latest CBACT04C registration dated
      *    on or before month end, then browses the CB04CPnn rows a
      *    partitioned run registers instead -- CYCLCTL is keyed step
      *    name first, so they sit together -- and keeps whichever
      *    cycle is later.  The accrual window starts the day after
      *    that cycle for every account.  The run control is
      *    read rather than the interest history because a cycle that
      *    charged an account nothing, or a dispute reversal posted
      *    after the cycle, leaves the account's ITRHIST rows out of
      *    step with the cycles actually run.  With no interest cycle
      *    on record at all nothing has been billed yet, and the
      *    window opens on the first of the month.
      *****************************************************************
       1060-FIND-LAST-CYCLE.
           MOVE SPACES            TO WS-LAST-CYCLE-DATE.
           OPEN INPUT CYCLCTL-FILE.
           IF NOT WS-CYCLCTL-OK
               GO TO 1060-SET-WINDOW-START
           END-IF.

           MOVE 'CBACT04C'        TO WS-CCK-JOB-NAME.
           MOVE WS-MONTH-END-DATE TO WS-CCK-CYCLE-DATE.
           MOVE WS-CYCLCTL-SEARCH-KEY
               TO CYCLCTL-KEY OF CYCLCTL-KEY-REC.
           START CYCLCTL-FILE KEY IS LESS THAN OR EQUAL
               CYCLCTL-KEY OF CYCLCTL-KEY-REC
               INVALID KEY
                   GO TO 1060-CHECK-PARTITION-RUNS
           END-START.
           READ CYCLCTL-FILE NEXT RECORD
               AT END
                   GO TO 1060-CHECK-PARTITION-RUNS
           END-READ.
           IF WS-CYCLCTL-OK
               AND CYCC-JOB-NAME = 'CBACT04C'
               MOVE CYCC-CYCLE-DATE TO WS-LAST-CYCLE-DATE
           END-IF.

       1060-CHECK-PARTITION-RUNS.
           MOVE 'CB04CP'          TO WS-CCK-JOB-NAME.
           MOVE LOW-VALUES        TO WS-CCK-CYCLE-DATE.
           MOVE WS-CYCLCTL-SEARCH-KEY
               TO CYCLCTL-KEY OF CYCLCTL-KEY-REC.
           MOVE 'N' TO WS-PART-EOF-SW.
           START CYCLCTL-FILE KEY IS NOT LESS THAN
               CYCLCTL-KEY OF CYCLCTL-KEY-REC
               INVALID KEY
                   SET WS-PART-EOF TO TRUE
           END-START.
           PERFORM 1065-NOTE-PARTITION-RUN
               THRU 1065-NOTE-PARTITION-RUN-EXIT
               UNTIL WS-PART-EOF.
           CLOSE CYCLCTL-FILE.

       1060-SET-WINDOW-START.
           IF WS-LAST-CYCLE-DATE = SPACES
               MOVE WS-MONTH-START-DATE TO WS-ACCRUE-FROM-DATE
               GO TO 1060-FIND-LAST-CYCLE-EXIT
           END-IF.

           MOVE WS-LAST-CYCLE-DATE(1:4) TO WS-WORK-YMD(1:4).
           MOVE WS-LAST-CYCLE-DATE(6:2) TO WS-WORK-YMD(5:2).
           MOVE WS-LAST-CYCLE-DATE(9:2) TO WS-WORK-YMD(7:2).
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YMD) + 1.
           COMPUTE WS-WORK-YMD =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           MOVE WS-WORK-YMD(1:4) TO WS-ACCRUE-FROM-DATE(1:4).
           MOVE '-'              TO WS-ACCRUE-FROM-DATE(5:1).
           MOVE WS-WORK-YMD(5:2) TO WS-ACCRUE-FROM-DATE(6:2).
           MOVE '-'              TO WS-ACCRUE-FROM-DATE(8:1).
           MOVE WS-WORK-YMD(7:2) TO WS-ACCRUE-FROM-DATE(9:2).
       1060-FIND-LAST-CYCLE-EXIT.
           EXIT.

      *****************************************************************
      *    1065-NOTE-PARTITION-RUN
      *    One step of the CB04CP browse -- done when the browse walks
      *    past the partition rows.  A partition cycle after month end
      *    is passed over; the others are each checked against the
      *    latest cycle found so far.
      *****************************************************************
       1065-NOTE-PARTITION-RUN.
           READ CYCLCTL-FILE NEXT RECORD
               AT END
                   SET WS-PART-EOF TO TRUE
                   GO TO 1065-NOTE-PARTITION-RUN-EXIT
           END-READ.
           IF CYCC-JOB-NAME(1:6) NOT = 'CB04CP'
               SET WS-PART-EOF TO TRUE
               GO TO 1065-NOTE-PARTITION-RUN-EXIT
           END-IF.
           IF CYCC-CYCLE-DATE NOT > WS-MONTH-END-DATE
               AND CYCC-CYCLE-DATE > WS-LAST-CYCLE-DATE
               MOVE CYCC-CYCLE-DATE TO WS-LAST-CYCLE-DATE
           END-IF.
       1065-NOTE-PARTITION-RUN-EXIT.
           EXIT.

      *****************************************************************
      *    2000-BUILD-SORT-INPUT -- the SORT's input procedure.  One
      *    sort record per category with interest accrued since the
      *    last cycle, keyed by the account's group plus
      *    type and category so the output pass can foot each
      *    mappable combination with a control break.
      *****************************************************************
       2000-BUILD-SORT-INPUT.
           READ TCATBALF-FILE NEXT RECORD
               AT END
                   SET WS-EOF-TCATBALF TO TRUE
           END-READ.
           PERFORM 2100-ACCRUE-ONE-CATEGORY
               THRU 2100-ACCRUE-ONE-CATEGORY-EXIT
               UNTIL WS-EOF-TCATBALF.
       2000-BUILD-SORT-INPUT-EXIT.
           EXIT.

      *****************************************************************
      *    2100-ACCRUE-ONE-CATEGORY
      *    Skips what the interest run itself would skip -- a category
      *    that has never posted activity, or a closed account -- and
      *    an account already billed through month end.  A reconcile
      *    exception is not skipped: that interest is still earned,
      *    and the catch-up run bills it once the account clears.
      *****************************************************************
       2100-ACCRUE-ONE-CATEGORY.
           IF TRANCAT-LAST-ACTIVITY-DATE = SPACES
               OR TRANCAT-LAST-ACTIVITY-DATE = LOW-VALUES
               ADD 1 TO WS-DORMANT-SKIP-COUNT
               GO TO 2100-READ-NEXT-CATEGORY
           END-IF.

           PERFORM 2150-GET-ACCOUNT-GROUP
               THRU 2150-GET-ACCOUNT-GROUP-EXIT.
           IF WS-ACCT-INACTIVE
               ADD 1 TO WS-INACTIVE-SKIP-COUNT
               GO TO 2100-READ-NEXT-CATEGORY
           END-IF.

           IF WS-ACCRUE-FROM-DATE > WS-MONTH-END-DATE
               ADD 1 TO WS-BILLED-SKIP-COUNT
               GO TO 2100-READ-NEXT-CATEGORY
           END-IF.

           PERFORM 2200-FIND-EFFECTIVE-RATE
               THRU 2200-FIND-EFFECTIVE-RATE-EXIT.
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-NO-RATE-SKIP-COUNT
               GO TO 2100-READ-NEXT-CATEGORY
           END-IF.

           PERFORM 2305-RESOLVE-ACCRUAL-BALANCE
               THRU 2305-RESOLVE-ACCRUAL-BALANCE-EXIT.
           PERFORM 2325-RESOLVE-DAY-COUNT
               THRU 2325-RESOLVE-DAY-COUNT-EXIT.
           PERFORM 2310-COMPUTE-INTEREST
               THRU 2310-COMPUTE-INTEREST-EXIT.

           IF WS-INTEREST-AMT NOT = ZERO
               MOVE WS-ACCT-GROUP-ID TO SR-ACCT-GROUP-ID
               MOVE TRANCAT-TYPE-CD  TO SR-TRAN-TYPE-CD
               MOVE TRANCAT-CD       TO SR-TRAN-CAT-CD
               MOVE WS-CAT-BALANCE   TO SR-ACCRUAL-BAL
               MOVE WS-INTEREST-AMT  TO SR-AMOUNT
               RELEASE SORT-WORK-REC
           END-IF.

       2100-READ-NEXT-CATEGORY.
           READ TCATBALF-FILE NEXT RECORD
               AT END
                   SET WS-EOF-TCATBALF TO TRUE
           END-READ.
       2100-ACCRUE-ONE-CATEGORY-EXIT.
           EXIT.

      *****************************************************************
      *    2150-GET-ACCOUNT-GROUP
      *    Resolves the group and active status off ACCTMST the same
      *    way the interest run does; an account missing from the
      *    master accrues under the UNASSIGNED group, which has no
      *    GLMAP row, so its money surfaces on the reject report.
      *****************************************************************
       2150-GET-ACCOUNT-GROUP.
           MOVE 'N' TO WS-ACCT-INACTIVE-SW.
           MOVE TRANCAT-ACCT-ID  TO ACCTMST-KEY OF ACCTMST-KEY-REC
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE 'UNASSIGNED' TO WS-ACCT-GROUP-ID
           END-READ.
           IF WS-ACCTMST-OK
               MOVE ACCT-GROUP-ID TO WS-ACCT-GROUP-ID
               IF ACCT-IS-INACTIVE
                   SET WS-ACCT-INACTIVE TO TRUE
               END-IF
           END-IF.

           PERFORM 2155-GET-GROUP-IN-FORCE
               THRU 2155-GET-GROUP-IN-FORCE-EXIT.
       2150-GET-ACCOUNT-GROUP-EXIT.
           EXIT.

      *****************************************************************
      *    2155-GET-GROUP-IN-FORCE
      *    Positions ACCTGRPH on the account's latest membership segment
      *    beginning on or before the month-end date and takes its group
      *    when that segment still covers the date, so the account is
      *    treated as a member of the group it was in then, not the one
      *    it has moved to since.  An account that has never moved has
      *    no segments and keeps its ACCTMST group.
      *****************************************************************
       2155-GET-GROUP-IN-FORCE.
           IF NOT WS-ACCTGRPH-OPEN
               GO TO 2155-GET-GROUP-IN-FORCE-EXIT
           END-IF.

           MOVE TRANCAT-ACCT-ID TO WS-AGK-ACCT-ID.
           MOVE WS-MONTH-END-DATE TO WS-AGK-BEGIN-DATE.
           MOVE WS-AGH-SEARCH-KEY TO ACCTGRPH-KEY OF ACCTGRPH-KEY-REC.

           START ACCTGRPH-FILE KEY IS LESS THAN OR EQUAL
               ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               INVALID KEY
                   GO TO 2155-GET-GROUP-IN-FORCE-EXIT
           END-START.

           READ ACCTGRPH-FILE NEXT RECORD
               AT END
                   GO TO 2155-GET-GROUP-IN-FORCE-EXIT
           END-READ.
           IF WS-ACCTGRPH-OK
               AND AGH-ACCT-ID = TRANCAT-ACCT-ID
               AND AGH-END-DATE NOT < WS-MONTH-END-DATE
               MOVE AGH-ACCT-GROUP-ID TO WS-ACCT-GROUP-ID
           END-IF.
       2155-GET-GROUP-IN-FORCE-EXIT.
           EXIT.

      *****************************************************************
      *    2200-FIND-EFFECTIVE-RATE
      *    The same resolution order as the interest run, as of month
      *    end: an account-level promotional offer in force first,
      *    then the day-weighted blend on the month-end rate sheet,
      *    and otherwise the sheet's flat DISCGRPH rate.
      *****************************************************************
       2200-FIND-EFFECTIVE-RATE.
           SET WS-RATE-FOUND-SW     TO 'N'.
           MOVE ZERO                TO WS-RATE-APPLIED.

           PERFORM 2205-READ-RATE-SHEET
               THRU 2205-READ-RATE-SHEET-EXIT.

           PERFORM 2210-FIND-PROMO-RATE
               THRU 2210-FIND-PROMO-RATE-EXIT.
           IF WS-PROMO-APPLIED
               SET WS-RATE-FOUND TO TRUE
               GO TO 2200-FIND-EFFECTIVE-RATE-EXIT
           END-IF.

           IF RSH-BLEND-RATE-FOUND
               SET WS-RATE-FOUND TO TRUE
               MOVE RSH-BLEND-RATE TO WS-RATE-APPLIED
           ELSE
               IF RSH-FLAT-RATE-FOUND
                   SET WS-RATE-FOUND TO TRUE
                   MOVE RSH-FLAT-RATE TO WS-RATE-APPLIED
               END-IF
           END-IF.
       2200-FIND-EFFECTIVE-RATE-EXIT.
           EXIT.

      *****************************************************************
      *    2205-READ-RATE-SHEET
      *    One keyed read for everything the accrual is priced with.
      *    A combination with no row on the sheet had no rate history
      *    when the sheet was built; it gets the interest run's
      *    defaults -- no rate, no bands, no ceiling, Actual/365 --
      *    so only a promotional offer can price it.
      *****************************************************************
       2205-READ-RATE-SHEET.
           MOVE WS-MONTH-END-DATE   TO WS-SSK-CYCLE-DATE.
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
           MOVE RSH-CEILING-SW   TO WS-CEILING-FOUND-SW.
           MOVE RSH-CEILING-RATE TO WS-CEILING-RATE.
       2205-READ-RATE-SHEET-EXIT.
           EXIT.

      *****************************************************************
      *    2210-FIND-PROMO-RATE
      *    Walks this account/type/category's PROMORAT offers in start
      *    date order, up to the last one starting on or before month
      *    end, and takes the rate of the offer that covers month end
      *    -- the same walk the interest run makes for its cycle date.
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
      *    One step of the PROMORAT walk.  A cancelled offer still
      *    covers the days before its cancel date.
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
               OR PROM-START-DATE > WS-MONTH-END-DATE
               SET WS-PROMO-DONE TO TRUE
               GO TO 2215-SCAN-ONE-PROMO-EXIT
           END-IF.

           IF PROM-EXPIRY-DATE NOT < WS-MONTH-END-DATE
               AND (PROM-STATUS-ACTIVE
                    OR PROM-CANCEL-DATE > WS-MONTH-END-DATE)
               SET WS-PROMO-APPLIED TO TRUE
               MOVE PROM-RATE TO WS-RATE-APPLIED
           END-IF.
       2215-SCAN-ONE-PROMO-EXIT.
           EXIT.

      *****************************************************************
      *    2305-RESOLVE-ACCRUAL-BALANCE
      *    The balance accrued on is the mean of the category's DAYBAL
      *    snapshots across the accrual window -- the day after the
      *    last cycle through month end.  With no snapshot in the
      *    window (or no snapshot file) the category accrues on its
      *    current TCATBALF balance instead of on nothing.
      *****************************************************************
       2305-RESOLVE-ACCRUAL-BALANCE.
           MOVE TRANCAT-BAL TO WS-CAT-BALANCE.
           IF NOT WS-DAYBAL-OPEN
               GO TO 2305-RESOLVE-ACCRUAL-BALANCE-EXIT
           END-IF.

           MOVE ZERO TO WS-ADB-SUM.
           MOVE ZERO TO WS-ADB-DAY-COUNT.
           MOVE 'N'  TO WS-ADB-DONE-SW.

           MOVE TRANCAT-ACCT-ID     TO WS-DBK-ACCT-ID.
           MOVE TRANCAT-TYPE-CD     TO WS-DBK-TYPE-CD.
           MOVE TRANCAT-CD          TO WS-DBK-CAT-CD.
           MOVE WS-ACCRUE-FROM-DATE TO WS-DBK-SNAP-DATE.
           MOVE WS-DAYBAL-SEARCH-KEY TO DAYBAL-KEY.

           START DAYBAL-FILE KEY IS NOT LESS THAN
               DAYBAL-KEY OF DAYBAL-KEY-REC
               INVALID KEY
                   SET WS-ADB-DONE TO TRUE
           END-START.

           PERFORM 2307-SUM-ONE-SNAPSHOT
               THRU 2307-SUM-ONE-SNAPSHOT-EXIT
               UNTIL WS-ADB-DONE.

           IF WS-ADB-DAY-COUNT > ZERO
               COMPUTE WS-ADB-AVG ROUNDED =
                   WS-ADB-SUM / WS-ADB-DAY-COUNT
               MOVE WS-ADB-AVG TO WS-CAT-BALANCE
           END-IF.
       2305-RESOLVE-ACCRUAL-BALANCE-EXIT.
           EXIT.

      *****************************************************************
      *    2307-SUM-ONE-SNAPSHOT
      *    One step of the DAYBAL browse for this category -- done as
      *    soon as the file runs out, the browse walks past this
      *    account/type/category's rows, or a snapshot past month end
      *    is reached.
      *****************************************************************
       2307-SUM-ONE-SNAPSHOT.
           READ DAYBAL-FILE NEXT RECORD
               AT END
                   SET WS-ADB-DONE TO TRUE
                   GO TO 2307-SUM-ONE-SNAPSHOT-EXIT
           END-READ.

           IF DB-ACCT-ID NOT = TRANCAT-ACCT-ID
               OR DB-TRAN-TYPE-CD NOT = TRANCAT-TYPE-CD
               OR DB-TRAN-CAT-CD  NOT = TRANCAT-CD
               OR DB-SNAP-DATE > WS-MONTH-END-DATE
               SET WS-ADB-DONE TO TRUE
               GO TO 2307-SUM-ONE-SNAPSHOT-EXIT
           END-IF.

           ADD DB-BAL TO WS-ADB-SUM.
           ADD 1      TO WS-ADB-DAY-COUNT.
       2307-SUM-ONE-SNAPSHOT-EXIT.
           EXIT.

      *****************************************************************
      *    2310-COMPUTE-INTEREST
      *    Prices the accrual balance exactly as the interest run
      *    prices a cycle: through the balance bands on the rate
      *    sheet when it carries any for this group/type/category
      *    (the last band's rate above the top band), otherwise at
      *    the single flat rate, with every rate held to the ceiling
      *    and prorated by the window's day count over the
      *    convention's year.  A promotional offer is a flat rate
      *    and never walks the bands.
      *****************************************************************
       2310-COMPUTE-INTEREST.
           MOVE 'N'  TO WS-TIERED-SW.
           MOVE ZERO TO WS-TIER-ACCUM-AMT.
           MOVE ZERO TO WS-TIER-PREV-CEILING.
           MOVE ZERO TO WS-LAST-TIER-RATE.

           IF WS-CEILING-FOUND
               AND WS-RATE-APPLIED > WS-CEILING-RATE
               MOVE WS-CEILING-RATE TO WS-RATE-APPLIED
           END-IF.

           IF RSH-TIER-COUNT = ZERO
               OR WS-PROMO-APPLIED
               GO TO 2310-COMPUTE-FLAT
           END-IF.

           MOVE WS-CAT-BALANCE TO WS-TIER-BAL-MAG.
           IF WS-TIER-BAL-MAG < ZERO
               COMPUTE WS-TIER-BAL-MAG = ZERO - WS-CAT-BALANCE
           END-IF.

           SET WS-TIERED TO TRUE.
           PERFORM 2315-APPLY-ONE-TIER
               THRU 2315-APPLY-ONE-TIER-EXIT
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
               COMPUTE WS-INTEREST-AMT = ZERO - WS-TIER-ACCUM-AMT
           ELSE
               MOVE WS-TIER-ACCUM-AMT TO WS-INTEREST-AMT
           END-IF.
           GO TO 2310-COMPUTE-INTEREST-EXIT.

       2310-COMPUTE-FLAT.
           COMPUTE WS-INTEREST-AMT ROUNDED =
               WS-CAT-BALANCE * WS-RATE-APPLIED * WS-PERIOD-DAYS
                   / WS-YEAR-DAYS.
       2310-COMPUTE-INTEREST-EXIT.
           EXIT.

      *****************************************************************
      *    2315-APPLY-ONE-TIER
      *    One step of the sheet's band walk.  Each band prices the
      *    slice between the prior band's ceiling and the lower of
      *    its own ceiling and the balance, at the band's rate held
      *    to any ceiling.
      *****************************************************************
       2315-APPLY-ONE-TIER.
           MOVE RSH-TIER-RATE(WS-TIER-SUB) TO WS-TIER-RATE-USED.
           IF WS-CEILING-FOUND
               AND RSH-TIER-RATE(WS-TIER-SUB) > WS-CEILING-RATE
               MOVE WS-CEILING-RATE TO WS-TIER-RATE-USED
           END-IF.
           MOVE WS-TIER-RATE-USED TO WS-LAST-TIER-RATE.

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
           END-IF.
           MOVE RSH-BAND-CEILING(WS-TIER-SUB) TO WS-TIER-PREV-CEILING.
       2315-APPLY-ONE-TIER-EXIT.
           EXIT.

      *****************************************************************
      *    2325-RESOLVE-DAY-COUNT
      *    Has CBDAYCNT turn the account's accrual window into the
      *    day count and year length the annual rate is prorated
      *    over, under the day-count convention on the combination's
      *    sheet row.  The window differs by account, so CBDAYCNT is
      *    called for every row.
      *****************************************************************
       2325-RESOLVE-DAY-COUNT.
           MOVE RSH-DAY-COUNT-CD TO WS-DAY-COUNT-CD.
           CALL WS-DAYCNT-PGM USING WS-DAY-COUNT-CD
                                     WS-ACCRUE-FROM-DATE
                                     WS-MONTH-END-DATE
                                     WS-PERIOD-DAYS
                                     WS-YEAR-DAYS.
       2325-RESOLVE-DAY-COUNT-EXIT.
           EXIT.

      *****************************************************************
      *    3000-BUILD-VOUCHERS -- the SORT's output procedure.  The
      *    sorted rows arrive grouped by group/type/category; each
      *    key's footed accrual becomes one debit and one credit line
      *    on the accrual voucher and the same pair reversed on the
      *    reversing voucher, or a reject line when the combination
      *    has no mapping.  Each group's totals print on the summary
      *    report when the group changes.
      *****************************************************************
       3000-BUILD-VOUCHERS.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-EOF-SORT TO TRUE
           END-RETURN.
           PERFORM 3100-PROCESS-SORTED-REC
               THRU 3100-PROCESS-SORTED-REC-EXIT
               UNTIL WS-EOF-SORT.
           PERFORM 3900-KEY-BREAK
               THRU 3900-KEY-BREAK-EXIT.
           PERFORM 3800-GROUP-BREAK
               THRU 3800-GROUP-BREAK-EXIT.
       3000-BUILD-VOUCHERS-EXIT.
           EXIT.

      *****************************************************************
      *    3100-PROCESS-SORTED-REC -- the first record read primes the
      *    break key without triggering a break, the same way
      *    CBGLJV1C primes its own control break.
      *****************************************************************
       3100-PROCESS-SORTED-REC.
           IF WS-FIRST-SORT-RECORD
               MOVE 'N' TO WS-FIRST-SORT-REC-SW
               MOVE SR-ACCT-GROUP-ID TO WS-BRK-GROUP-ID
               MOVE SR-TRAN-TYPE-CD  TO WS-BRK-TYPE-CD
               MOVE SR-TRAN-CAT-CD   TO WS-BRK-CAT-CD
           END-IF.

           IF SR-ACCT-GROUP-ID NOT = WS-BRK-GROUP-ID
               OR SR-TRAN-TYPE-CD  NOT = WS-BRK-TYPE-CD
               OR SR-TRAN-CAT-CD   NOT = WS-BRK-CAT-CD
               PERFORM 3900-KEY-BREAK
                   THRU 3900-KEY-BREAK-EXIT
               IF SR-ACCT-GROUP-ID NOT = WS-BRK-GROUP-ID
                   PERFORM 3800-GROUP-BREAK
                       THRU 3800-GROUP-BREAK-EXIT
               END-IF
               MOVE SR-ACCT-GROUP-ID TO WS-BRK-GROUP-ID
               MOVE SR-TRAN-TYPE-CD  TO WS-BRK-TYPE-CD
               MOVE SR-TRAN-CAT-CD   TO WS-BRK-CAT-CD
           END-IF.

           ADD SR-AMOUNT      TO WS-KEY-AMOUNT.
           ADD 1              TO WS-GRP-ROW-COUNT.
           ADD SR-ACCRUAL-BAL TO WS-GRP-BALANCE.
           ADD SR-AMOUNT      TO WS-GRP-ACCRUED.

           RETURN SORT-WORK-FILE
               AT END
                   SET WS-EOF-SORT TO TRUE
           END-RETURN.
       3100-PROCESS-SORTED-REC-EXIT.
           EXIT.

      *****************************************************************
      *    3800-GROUP-BREAK
      *    One summary line per account group, rolled into the grand
      *    totals printed at the foot of the report.
      *****************************************************************
       3800-GROUP-BREAK.
           IF WS-FIRST-SORT-RECORD
               GO TO 3800-GROUP-BREAK-EXIT
           END-IF.

           MOVE SPACES           TO WS-SUM-DETAIL
           MOVE WS-BRK-GROUP-ID  TO SM-GROUP-ID
           MOVE WS-GRP-ROW-COUNT TO SM-ROW-COUNT
           MOVE WS-GRP-BALANCE   TO SM-BALANCE
           MOVE WS-GRP-ACCRUED   TO SM-ACCRUED
           MOVE WS-GRP-VOUCHERED TO SM-VOUCHERED
           MOVE WS-GRP-UNMAPPED  TO SM-UNMAPPED
           MOVE WS-SUM-DETAIL    TO ACR-RPT-LINE
           WRITE ACR-RPT-LINE.

           ADD WS-GRP-ROW-COUNT TO WS-TOT-ROW-COUNT.
           ADD WS-GRP-BALANCE   TO WS-TOT-BALANCE.
           ADD WS-GRP-ACCRUED   TO WS-TOT-ACCRUED.
           ADD WS-GRP-VOUCHERED TO WS-TOT-VOUCHERED.
           ADD WS-GRP-UNMAPPED  TO WS-TOT-UNMAPPED.
           MOVE ZERO TO WS-GRP-ROW-COUNT.
           MOVE ZERO TO WS-GRP-BALANCE.
           MOVE ZERO TO WS-GRP-ACCRUED.
           MOVE ZERO TO WS-GRP-VOUCHERED.
           MOVE ZERO TO WS-GRP-UNMAPPED.
       3800-GROUP-BREAK-EXIT.
           EXIT.

      *****************************************************************
      *    3900-KEY-BREAK
      *    One footed group/type/category becomes a balanced pair of
      *    lines on each voucher, so both batches balance by
      *    construction and their trailers prove it.
      *****************************************************************
       3900-KEY-BREAK.
           IF WS-FIRST-SORT-RECORD
               GO TO 3900-KEY-BREAK-EXIT
           END-IF.

           MOVE WS-BRK-GROUP-ID TO GLMAP-KEY(1:10).
           MOVE WS-BRK-TYPE-CD  TO GLMAP-KEY(11:2).
           MOVE WS-BRK-CAT-CD   TO GLMAP-KEY(13:4).
           READ GLMAP-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WS-GLMAP-OK
               PERFORM 3950-WRITE-VOUCHER-PAIR
                   THRU 3950-WRITE-VOUCHER-PAIR-EXIT
               ADD WS-KEY-AMOUNT TO WS-GRP-VOUCHERED
           ELSE
               PERFORM 3970-WRITE-REJECT-LINE
                   THRU 3970-WRITE-REJECT-LINE-EXIT
               ADD WS-KEY-AMOUNT TO WS-GRP-UNMAPPED
           END-IF.

           MOVE ZERO TO WS-KEY-AMOUNT.
       3900-KEY-BREAK-EXIT.
           EXIT.

      *****************************************************************
      *    3950-WRITE-VOUCHER-PAIR
      *    The accrual voucher debits the GLMAP receivable account and
      *    credits the income account; the reversing voucher carries
      *    the same amount with the sides swapped, so the accrual
      *    comes back out of the ledger when the cycle bills it.
      *    Both vouchers carry the same line count and totals.
      *****************************************************************
       3950-WRITE-VOUCHER-PAIR.
           MOVE SPACES           TO GL-VOUCHER-RECORD.
           SET GLJV-DETAIL-REC   TO TRUE.
           MOVE GLM-DR-GL-ACCT   TO GLJV-DTL-GL-ACCT.
           MOVE 'DR'             TO GLJV-DTL-DR-CR-CD.
           MOVE WS-KEY-AMOUNT    TO GLJV-DTL-AMOUNT.
           MOVE WS-BRK-GROUP-ID  TO GLJV-DTL-GROUP-ID.
           MOVE WS-BRK-TYPE-CD   TO GLJV-DTL-TRAN-TYPE-CD.
           MOVE WS-BRK-CAT-CD    TO GLJV-DTL-TRAN-CAT-CD.
           WRITE GL-VOUCHER-RECORD.

           MOVE SPACES           TO GL-VOUCHER-RECORD.
           SET GLJV-DETAIL-REC   TO TRUE.
           MOVE GLM-CR-GL-ACCT   TO GLJV-DTL-GL-ACCT.
           MOVE 'CR'             TO GLJV-DTL-DR-CR-CD.
           MOVE WS-KEY-AMOUNT    TO GLJV-DTL-AMOUNT.
           MOVE WS-BRK-GROUP-ID  TO GLJV-DTL-GROUP-ID.
           MOVE WS-BRK-TYPE-CD   TO GLJV-DTL-TRAN-TYPE-CD.
           MOVE WS-BRK-CAT-CD    TO GLJV-DTL-TRAN-CAT-CD.
           WRITE GL-VOUCHER-RECORD.

           MOVE SPACES           TO GL-VOUCHER-RECORD.
           SET GLJV-DETAIL-REC   TO TRUE.
           MOVE GLM-CR-GL-ACCT   TO GLJV-DTL-GL-ACCT.
           MOVE 'DR'             TO GLJV-DTL-DR-CR-CD.
           MOVE WS-KEY-AMOUNT    TO GLJV-DTL-AMOUNT.
           MOVE WS-BRK-GROUP-ID  TO GLJV-DTL-GROUP-ID.
           MOVE WS-BRK-TYPE-CD   TO GLJV-DTL-TRAN-TYPE-CD.
           MOVE WS-BRK-CAT-CD    TO GLJV-DTL-TRAN-CAT-CD.
           MOVE GL-VOUCHER-RECORD TO ACRJV-REV-RECORD.
           WRITE ACRJV-REV-RECORD.

           MOVE SPACES           TO GL-VOUCHER-RECORD.
           SET GLJV-DETAIL-REC   TO TRUE.
           MOVE GLM-DR-GL-ACCT   TO GLJV-DTL-GL-ACCT.
           MOVE 'CR'             TO GLJV-DTL-DR-CR-CD.
           MOVE WS-KEY-AMOUNT    TO GLJV-DTL-AMOUNT.
           MOVE WS-BRK-GROUP-ID  TO GLJV-DTL-GROUP-ID.
           MOVE WS-BRK-TYPE-CD   TO GLJV-DTL-TRAN-TYPE-CD.
           MOVE WS-BRK-CAT-CD    TO GLJV-DTL-TRAN-CAT-CD.
           MOVE GL-VOUCHER-RECORD TO ACRJV-REV-RECORD.
           WRITE ACRJV-REV-RECORD.

           ADD 2              TO WS-DETAIL-COUNT.
           ADD WS-KEY-AMOUNT  TO WS-DEBIT-TOTAL.
           ADD WS-KEY-AMOUNT  TO WS-CREDIT-TOTAL.
       3950-WRITE-VOUCHER-PAIR-EXIT.
           EXIT.

      *****************************************************************
      *    3970-WRITE-REJECT-LINE
      *****************************************************************
       3970-WRITE-REJECT-LINE.
           SET WS-REJECTS-FOUND TO TRUE.
           ADD 1             TO WS-REJECT-COUNT.
           ADD WS-KEY-AMOUNT TO WS-REJECT-TOTAL.

           MOVE SPACES          TO WS-REJ-DETAIL
           MOVE WS-BRK-GROUP-ID TO RL-GROUP-ID
           MOVE WS-BRK-TYPE-CD  TO RL-TYPE-CD
           MOVE WS-BRK-CAT-CD   TO RL-CAT-CD
           MOVE WS-KEY-AMOUNT   TO RL-REJECT-AMT
           MOVE 'NO GLMAP ROW FOR THIS KEY' TO RL-REASON
           MOVE WS-REJ-DETAIL   TO ACR-REJ-LINE
           WRITE ACR-REJ-LINE.
       3970-WRITE-REJECT-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    9000-TERMINATE
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES             TO GL-VOUCHER-RECORD.
           SET GLJV-TRAILER-REC    TO TRUE.
           MOVE WS-DETAIL-COUNT    TO GLJV-TRL-DETAIL-COUNT.
           MOVE WS-DEBIT-TOTAL     TO GLJV-TRL-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL    TO GLJV-TRL-CREDIT-TOTAL.
           WRITE GL-VOUCHER-RECORD.

           MOVE SPACES             TO GL-VOUCHER-RECORD.
           SET GLJV-TRAILER-REC    TO TRUE.
           MOVE WS-DETAIL-COUNT    TO GLJV-TRL-DETAIL-COUNT.
           MOVE WS-CREDIT-TOTAL    TO GLJV-TRL-DEBIT-TOTAL.
           MOVE WS-DEBIT-TOTAL     TO GLJV-TRL-CREDIT-TOTAL.
           MOVE GL-VOUCHER-RECORD  TO ACRJV-REV-RECORD.
           WRITE ACRJV-REV-RECORD.

           MOVE SPACES           TO WS-SUM-DETAIL
           MOVE 'ALL GROUPS'     TO SM-GROUP-ID
           MOVE WS-TOT-ROW-COUNT TO SM-ROW-COUNT
           MOVE WS-TOT-BALANCE   TO SM-BALANCE
           MOVE WS-TOT-ACCRUED   TO SM-ACCRUED
           MOVE WS-TOT-VOUCHERED TO SM-VOUCHERED
           MOVE WS-TOT-UNMAPPED  TO SM-UNMAPPED
           MOVE SPACES           TO ACR-RPT-LINE
           WRITE ACR-RPT-LINE
           MOVE WS-SUM-DETAIL    TO ACR-RPT-LINE
           WRITE ACR-RPT-LINE.

           MOVE SPACES TO ACR-RPT-LINE.
           WRITE ACR-RPT-LINE.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO ACR-RPT-LINE.
           STRING WS-COUNT-ED ' LINE(S) ON EACH OF THE ACCRUAL AND'
                   ' REVERSING VOUCHERS'
                   DELIMITED SIZE INTO ACR-RPT-LINE.
           WRITE ACR-RPT-LINE.
           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO ACR-RPT-LINE.
           STRING 'ACCRUAL VOUCHER ' WS-MONTH-END-DATE
                   '   TOTAL DEBITS ' WS-AMOUNT-ED
                   DELIMITED SIZE INTO ACR-RPT-LINE.
           WRITE ACR-RPT-LINE.
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO ACR-RPT-LINE.
           STRING 'REVERSAL VOUCHER ' WS-REVERSAL-DATE
                   '  TOTAL DEBITS ' WS-AMOUNT-ED
                   DELIMITED SIZE INTO ACR-RPT-LINE.
           WRITE ACR-RPT-LINE.
           MOVE WS-DORMANT-SKIP-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO ACR-RPT-LINE.
           STRING WS-COUNT-ED ' CATEGORY ROW(S) SKIPPED AS DORMANT'
                   DELIMITED SIZE INTO ACR-RPT-LINE.
           WRITE ACR-RPT-LINE.
           MOVE WS-INACTIVE-SKIP-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO ACR-RPT-LINE.
           STRING WS-COUNT-ED
                   ' CATEGORY ROW(S) SKIPPED FOR INACTIVE ACCOUNTS'
                   DELIMITED SIZE INTO ACR-RPT-LINE.
           WRITE ACR-RPT-LINE.
           MOVE WS-BILLED-SKIP-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO ACR-RPT-LINE.
           STRING WS-COUNT-ED
                   ' CATEGORY ROW(S) ALREADY BILLED THROUGH MONTH END'
                   DELIMITED SIZE INTO ACR-RPT-LINE.
           WRITE ACR-RPT-LINE.
           MOVE WS-NO-RATE-SKIP-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO ACR-RPT-LINE.
           STRING WS-COUNT-ED
                   ' CATEGORY ROW(S) WITH NO RATE IN FORCE'
                   DELIMITED SIZE INTO ACR-RPT-LINE.
           WRITE ACR-RPT-LINE.

           MOVE SPACES TO ACR-REJ-LINE.
           WRITE ACR-REJ-LINE.
           MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
           MOVE WS-REJECT-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO ACR-REJ-LINE.
           STRING WS-COUNT-ED ' UNMAPPED KEY(S) TOTALING '
                   WS-AMOUNT-ED ' NOT VOUCHERED'
                   DELIMITED SIZE INTO ACR-REJ-LINE.
           WRITE ACR-REJ-LINE.

           CLOSE TCATBALF-FILE.
           CLOSE ACCTMST-FILE.
           IF WS-ACCTGRPH-OPEN
               CLOSE ACCTGRPH-FILE
           END-IF.
           CLOSE RATESHT-FILE.
           CLOSE GLMAP-FILE.
           IF WS-DAYBAL-OPEN
               CLOSE DAYBAL-FILE
           END-IF.
           IF WS-PROMORAT-OPEN
               CLOSE PROMORAT-FILE
           END-IF.
           CLOSE ACRJV-OUT-FILE.
           CLOSE ACRJV-REV-FILE.
           CLOSE ACR-RPT-FILE.
           CLOSE ACR-REJ-FILE.

           MOVE 'R'        TO WS-CYCC-FUNCTION.
           MOVE 'CBACR01C' TO WS-CYCC-JOB-NAME.
           CALL WS-CYCCTL-PGM USING WS-CYCC-FUNCTION
                                     WS-CYCC-JOB-NAME
                                     WS-MONTH-END-DATE
                                     WS-CYCC-RESULT.

      *    The CALL above hands CBCYCCTL's RETURN-CODE back to this
      *    program, so the reject return code is re-set after it.
           IF WS-REJECTS-FOUND
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
