      *****************************************************************
      *    PROGRAM:     CBPRC01C
      *    APPLICATION: CardDemo
      *    FUNCTION:    Pre-Cycle Pricing Configuration Check.
      *                 Proves the whole pricing setup before the
      *                 interest run is allowed to post against it.
      *                 When CBACT04C finds no blended BLNDRATE row
      *                 and no DISCGRPH segment covering the cycle
      *                 date it simply skips the category, so a rate
      *                 gap used to cost a cycle's interest with
      *                 nothing to say so.  This step checks, for the
      *                 cycle on the parameter card:
      *                   - every group/type/category carried on
      *                     TCATBALF (the group in force on the cycle
      *                     date, UNASSIGNED included) that would
      *                     post has a rate the interest run can
      *                     resolve for the cycle --
      *                     the BLNDRATE row first, then the covering
      *                     DISCGRPH segment, in the same order
      *                     CBACT04C's 2200 resolves it;
      *                   - the DISCGRPH segments for each group/type/
      *                     category neither overlap nor leave a day
      *                     uncovered between them;
      *                   - the DISCTIER band ceilings climb with the
      *                     tier sequence;
      *                   - every combination that would post has a
      *                     GLMAP row for the journal voucher build;
      *                   - every TCATBALF type and category code is
      *                     on the TRANTYPE / TRANCATG masters.
      *                 Each problem prints on the exception report.
      *                 A clean pass registers completion on CYCLCTL
      *                 (CBCYCCTL 'R'); a pass with exceptions
      *                 registers under the 'B' function instead, so
      *                 the cycle console shows the verdict while
      *                 CBACT04C's prerequisite check still reads the
      *                 step as not complete, and ends return code 8.
      *                 MUST run after CBACT04B (so the blended rates
      *                 it checks exist) and BEFORE CBACT04C.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPRC01C.
       AUTHOR.        CARDDEMO-BATCH-TEAM.
       INSTALLATION.  CARDDEMO.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************************
      *    MODIFICATION HISTORY
      *    2026-10-15  JPM  Initial version - pre-cycle pricing
      *                     configuration check with an exception
      *                     report and a run-control gate for the
      *                     interest run.
      *    2026-10-15  JPM  Check each account under the group in
      *                     force on the cycle date from the optional
      *                     ACCTGRPH membership history, the group
      *                     CBACT04C prices it under.
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

           SELECT DISCGRPH-FILE ASSIGN TO DISCGRPH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISCGRPH-KEY OF DISCGRPH-KEY-REC
               FILE STATUS IS WS-DISCGRPH-STATUS.

           SELECT BLNDRATE-FILE ASSIGN TO BLNDRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BLND-KEY OF BLNDRATE-KEY-REC
               FILE STATUS IS WS-BLNDRATE-STATUS.

           SELECT DISCTIER-FILE ASSIGN TO DISCTIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DISCTIER-KEY OF DISCTIER-KEY-REC
               FILE STATUS IS WS-DISCTIER-STATUS.

           SELECT GLMAP-FILE    ASSIGN TO GLMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLMAP-KEY OF GLMAP-KEY-REC
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT TRANTYPE-FILE ASSIGN TO TRANTYPE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRANTYPE-KEY OF TRANTYPE-KEY-REC
               FILE STATUS IS WS-TRANTYPE-STATUS.

           SELECT TRANCATG-FILE ASSIGN TO TRANCATG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRANCATG-KEY OF TRANCATG-KEY-REC
               FILE STATUS IS WS-TRANCATG-STATUS.

           SELECT PRC-RPT-FILE  ASSIGN TO PRCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRC-RPT-STATUS.

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

       FD  DISCGRPH-FILE.
           COPY DISCGRPH.
       01  DISCGRPH-KEY-REC REDEFINES DISCGRP-HIST-RECORD.
           05  DISCGRPH-KEY                     PIC X(26).
           05  FILLER                            PIC X(24).

       FD  BLNDRATE-FILE.
           COPY BLNDRATE.
       01  BLNDRATE-KEY-REC REDEFINES BLENDED-RATE-RECORD.
           05  BLND-KEY                         PIC X(26).
           05  FILLER                            PIC X(14).

       FD  DISCTIER-FILE.
           COPY DISCTIER.
       01  DISCTIER-KEY-REC REDEFINES DISC-TIER-RECORD.
           05  DISCTIER-KEY                     PIC X(18).
           05  FILLER                            PIC X(22).

       FD  GLMAP-FILE.
           COPY GLMAP.
       01  GLMAP-KEY-REC REDEFINES GL-MAPPING-RECORD.
           05  GLMAP-KEY                        PIC X(16).
           05  FILLER                            PIC X(34).

       FD  TRANTYPE-FILE.
           COPY TRANTYPE.
       01  TRANTYPE-KEY-REC REDEFINES TRAN-TYPE-RECORD.
           05  TRANTYPE-KEY                     PIC X(02).
           05  FILLER                            PIC X(23).

       FD  TRANCATG-FILE.
           COPY TRANCATG.
       01  TRANCATG-KEY-REC REDEFINES TRAN-CAT-TYPE-RECORD.
           05  TRANCATG-KEY                     PIC X(06).
           05  FILLER                            PIC X(34).

       FD  PRC-RPT-FILE
           RECORDING MODE IS F.
       01  PRC-RPT-LINE                         PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SR-ACCT-GROUP-ID                 PIC X(10).
           05  SR-TRAN-TYPE-CD                  PIC X(02).
           05  SR-TRAN-CAT-CD                   PIC 9(04).
           05  SR-POSTABLE-SW                   PIC X(01).
               88  SR-POSTABLE                   VALUE 'Y'.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                       PIC X(02).
       01  WS-TCATBALF-STATUS                   PIC X(02).
       01  WS-ACCTMST-STATUS                    PIC X(02).
           88  WS-ACCTMST-OK                    VALUE '00'.
       01  WS-ACCTGRPH-STATUS                   PIC X(02).
           88  WS-ACCTGRPH-OK                   VALUE '00'.
       01  WS-DISCGRPH-STATUS                   PIC X(02).
           88  WS-DISCGRPH-OK                   VALUE '00'.
       01  WS-BLNDRATE-STATUS                   PIC X(02).
           88  WS-BLNDRATE-OK                   VALUE '00'.
       01  WS-DISCTIER-STATUS                   PIC X(02).
           88  WS-DISCTIER-OK                   VALUE '00'.
       01  WS-GLMAP-STATUS                      PIC X(02).
           88  WS-GLMAP-OK                      VALUE '00'.
       01  WS-TRANTYPE-STATUS                   PIC X(02).
           88  WS-TRANTYPE-OK                   VALUE '00'.
       01  WS-TRANCATG-STATUS                   PIC X(02).
           88  WS-TRANCATG-OK                   VALUE '00'.
       01  WS-PRC-RPT-STATUS                    PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-DISCGRPH-SW               PIC X(01)  VALUE 'N'.
               88  WS-EOF-DISCGRPH               VALUE 'Y'.
           05  WS-EOF-DISCTIER-SW               PIC X(01)  VALUE 'N'.
               88  WS-EOF-DISCTIER               VALUE 'Y'.
           05  WS-EOF-TCATBALF-SW               PIC X(01)  VALUE 'N'.
               88  WS-EOF-TCATBALF               VALUE 'Y'.
           05  WS-EOF-SORT-SW                    PIC X(01)  VALUE 'N'.
               88  WS-EOF-SORT                     VALUE 'Y'.
           05  WS-FIRST-SEGMENT-SW               PIC X(01)  VALUE 'Y'.
               88  WS-FIRST-SEGMENT                VALUE 'Y'.
           05  WS-FIRST-TIER-SW                  PIC X(01)  VALUE 'Y'.
               88  WS-FIRST-TIER                   VALUE 'Y'.
           05  WS-FIRST-SORT-REC-SW               PIC X(01)  VALUE 'Y'.
               88  WS-FIRST-SORT-RECORD              VALUE 'Y'.
           05  WS-KEY-POSTABLE-SW                PIC X(01)  VALUE 'N'.
               88  WS-KEY-POSTABLE                 VALUE 'Y'.
           05  WS-RATE-FOUND-SW                  PIC X(01)  VALUE 'N'.
               88  WS-RATE-FOUND                  VALUE 'Y'.
           05  WS-ACCT-INACTIVE-SW               PIC X(01)  VALUE 'N'.
               88  WS-ACCT-INACTIVE                VALUE 'Y'.
           05  WS-BLNDRATE-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-BLNDRATE-OPEN                VALUE 'Y'.
           05  WS-DISCTIER-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-DISCTIER-OPEN                VALUE 'Y'.
           05  WS-ACCTGRPH-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-ACCTGRPH-OPEN                VALUE 'Y'.

       01  WS-CYCLE-DATE                        PIC X(10).
       01  WS-ACCT-GROUP-ID                     PIC X(10).

       01  WS-AGH-SEARCH-KEY.
           05  WS-AGK-ACCT-ID                   PIC 9(11).
           05  WS-AGK-BEGIN-DATE                PIC X(10).

       01  WS-RATE-SEARCH-KEY.
           05  WS-RSK-GROUP-ID                  PIC X(10).
           05  WS-RSK-TYPE-CD                   PIC X(02).
           05  WS-RSK-CAT-CD                    PIC 9(04).
           05  WS-RSK-BEGIN-DATE                PIC X(10).

       01  WS-BLND-SEARCH-KEY.
           05  WS-BSK-GROUP-ID                  PIC X(10).
           05  WS-BSK-TYPE-CD                   PIC X(02).
           05  WS-BSK-CAT-CD                    PIC 9(04).
           05  WS-BSK-CYCLE-DATE                PIC X(10).

       01  WS-TRANCATG-SEARCH-KEY.
           05  WS-TCG-TYPE-CD                   PIC X(02).
           05  WS-TCG-CAT-CD                    PIC 9(04).

       01  WS-SEGMENT-BREAK-KEY.
           05  WS-SBK-GROUP-ID                  PIC X(10).
           05  WS-SBK-TYPE-CD                   PIC X(02).
           05  WS-SBK-CAT-CD                    PIC 9(04).

       01  WS-TIER-BREAK-KEY.
           05  WS-TBK-GROUP-ID                  PIC X(10).
           05  WS-TBK-TYPE-CD                   PIC X(02).
           05  WS-TBK-CAT-CD                    PIC 9(04).

       01  WS-BREAK-KEY.
           05  WS-BRK-GROUP-ID                  PIC X(10).
           05  WS-BRK-TYPE-CD                   PIC X(02).
           05  WS-BRK-CAT-CD                    PIC 9(04).

       01  WS-SEGMENT-DATES.
           05  WS-SEG-BEGIN-YMD                 PIC 9(08).
           05  WS-SEG-END-YMD                   PIC 9(08).
           05  WS-SEG-BEGIN-INT                 PIC 9(08).
           05  WS-SEG-END-INT                   PIC 9(08).
           05  WS-PREV-END-INT                  PIC 9(08).
           05  WS-PREV-END-DATE                 PIC X(10).

       01  WS-PREV-TIER-SEQ                     PIC 9(02).
       01  WS-PREV-BAND-CEILING                 PIC S9(09)V99 COMP-3.

       01  WS-EXCEPTION-COUNTERS.
           05  WS-EXC-TOTAL-COUNT               PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-EXC-NO-RATE-COUNT             PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-EXC-OVERLAP-COUNT             PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-EXC-GAP-COUNT                 PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-EXC-TIER-COUNT                PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-EXC-GLMAP-COUNT               PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-EXC-CODE-COUNT                PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-KEYS-CHECKED-COUNT            PIC 9(07)  COMP-3
                                                 VALUE ZERO.

       01  WS-RUN-CONTROL-AREA.
           05  WS-CYCCTL-PGM                    PIC X(08)  VALUE
                   'CBCYCCTL'.
           05  WS-CYCC-FUNCTION                 PIC X(01).
           05  WS-CYCC-JOB-NAME                 PIC X(08).
           05  WS-CYCC-RESULT                   PIC X(01).
               88  WS-CYCC-STEP-COMPLETE         VALUE 'Y'.

       01  WS-COUNT-ED                          PIC ZZZZZZ9.
       01  WS-SEQ-ED                            PIC Z9.
       01  WS-CEILING-ED                        PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-EXC-REASON                        PIC X(34).
       01  WS-EXC-INFO                          PIC X(50).

       01  WS-RPT-DETAIL.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-GROUP-ID                       PIC X(10).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-TYPE-CD                        PIC X(02).
           05  FILLER                           PIC X(01)  VALUE SPACES.
           05  RL-CAT-CD                         PIC 9(04).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-REASON                         PIC X(34).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-INFO                           PIC X(50).

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-CHECK-RATE-SEGMENTS
               THRU 2000-CHECK-RATE-SEGMENTS-EXIT.
           PERFORM 3000-CHECK-TIER-BANDS
               THRU 3000-CHECK-TIER-BANDS-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ACCT-GROUP-ID
                                SR-TRAN-TYPE-CD
                                SR-TRAN-CAT-CD
               INPUT PROCEDURE IS 4000-BUILD-SORT-INPUT
                   THRU 4000-BUILD-SORT-INPUT-EXIT
               OUTPUT PROCEDURE IS 5000-CHECK-POSTED-KEYS
                   THRU 5000-CHECK-POSTED-KEYS-EXIT.
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
           MOVE CYCP-CYCLE-DATE TO WS-CYCLE-DATE.
           CLOSE CYCLE-PARM-FILE.

           OPEN INPUT  TCATBALF-FILE.
           OPEN INPUT  ACCTMST-FILE.
           OPEN INPUT  DISCGRPH-FILE.
           OPEN INPUT  GLMAP-FILE.
           OPEN INPUT  TRANTYPE-FILE.
           OPEN INPUT  TRANCATG-FILE.
           OPEN OUTPUT PRC-RPT-FILE.

      *    BLNDRATE only exists for a cycle once CBACT04B has run;
      *    without it every combination must be covered by its own
      *    DISCGRPH segment, which is exactly what the interest run
      *    would fall back to.
           OPEN INPUT  BLNDRATE-FILE.
           IF WS-BLNDRATE-OK
               SET WS-BLNDRATE-OPEN TO TRUE
           END-IF.

      *    The tier file is optional, the same as in the interest
      *    run -- no DISCTIER dataset means there are no bands to
      *    check.
           OPEN INPUT  DISCTIER-FILE.
           IF WS-DISCTIER-OK
               SET WS-DISCTIER-OPEN TO TRUE
           END-IF.

      *    The membership history is optional -- without an ACCTGRPH
      *    dataset every account is in its ACCTMST group.
           OPEN INPUT  ACCTGRPH-FILE.
           IF WS-ACCTGRPH-OK
               SET WS-ACCTGRPH-OPEN TO TRUE
           END-IF.

           MOVE SPACES TO PRC-RPT-LINE.
           STRING 'PRICING CONFIGURATION EXCEPTION REPORT - CYCLE '
                   WS-CYCLE-DATE
                   DELIMITED SIZE INTO PRC-RPT-LINE.
           WRITE PRC-RPT-LINE.
           MOVE SPACES TO PRC-RPT-LINE.
           STRING 'GROUP       TP CAT   EXCEPTION'
                   '                           DETAIL'
                   DELIMITED SIZE INTO PRC-RPT-LINE.
           WRITE PRC-RPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *    2000-CHECK-RATE-SEGMENTS
      *    Walks the DISCGRPH history in key order -- group, type,
      *    category, then begin date -- so each combination's
      *    segments arrive oldest first and each one can be checked
      *    against the end date of the one before it.
      *****************************************************************
       2000-CHECK-RATE-SEGMENTS.
           READ DISCGRPH-FILE NEXT RECORD
               AT END
                   SET WS-EOF-DISCGRPH TO TRUE
           END-READ.
           PERFORM 2100-CHECK-ONE-SEGMENT
               THRU 2100-CHECK-ONE-SEGMENT-EXIT
               UNTIL WS-EOF-DISCGRPH.
       2000-CHECK-RATE-SEGMENTS-EXIT.
           EXIT.

      *****************************************************************
      *    2100-CHECK-ONE-SEGMENT
      *    Both maintenance paths (CODISC1C and CBDISC3C) close the
      *    old segment on the day the new one begins, and the rate
      *    lookup takes the later segment on that shared changeover
      *    day -- so a segment beginning on the prior segment's end
      *    date (or the day after it) is a clean hand-off.  One that
      *    begins before the prior segment's end date overlaps it,
      *    and one that begins more than a day after it leaves days
      *    with no rate at all.  The first segment of a combination
      *    only primes the comparison.
      *****************************************************************
       2100-CHECK-ONE-SEGMENT.
           PERFORM 2150-CONVERT-SEGMENT-DATES
               THRU 2150-CONVERT-SEGMENT-DATES-EXIT.

           IF WS-FIRST-SEGMENT
               OR DISH-ACCT-GROUP-ID NOT = WS-SBK-GROUP-ID
               OR DISH-TRAN-TYPE-CD  NOT = WS-SBK-TYPE-CD
               OR DISH-TRAN-CAT-CD   NOT = WS-SBK-CAT-CD
               MOVE 'N' TO WS-FIRST-SEGMENT-SW
               MOVE DISH-ACCT-GROUP-ID TO WS-SBK-GROUP-ID
               MOVE DISH-TRAN-TYPE-CD  TO WS-SBK-TYPE-CD
               MOVE DISH-TRAN-CAT-CD   TO WS-SBK-CAT-CD
               GO TO 2100-SAVE-PRIOR-SEGMENT
           END-IF.

           IF WS-SEG-BEGIN-INT < WS-PREV-END-INT
               ADD 1 TO WS-EXC-OVERLAP-COUNT
               MOVE 'DISCGRPH SEGMENTS OVERLAP' TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-INFO
               STRING 'PRIOR ENDS ' WS-PREV-END-DATE
                       ' NEXT BEGINS ' DISH-RATE-BEGIN-DATE
                       DELIMITED SIZE INTO WS-EXC-INFO
               MOVE WS-SEGMENT-BREAK-KEY TO WS-BREAK-KEY
               PERFORM 8000-WRITE-EXCEPTION
                   THRU 8000-WRITE-EXCEPTION-EXIT
           END-IF.

           IF WS-SEG-BEGIN-INT > WS-PREV-END-INT + 1
               ADD 1 TO WS-EXC-GAP-COUNT
               MOVE 'DISCGRPH DAY GAP BETWEEN SEGMENTS' TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-INFO
               STRING 'PRIOR ENDS ' WS-PREV-END-DATE
                       ' NEXT BEGINS ' DISH-RATE-BEGIN-DATE
                       DELIMITED SIZE INTO WS-EXC-INFO
               MOVE WS-SEGMENT-BREAK-KEY TO WS-BREAK-KEY
               PERFORM 8000-WRITE-EXCEPTION
                   THRU 8000-WRITE-EXCEPTION-EXIT
           END-IF.

       2100-SAVE-PRIOR-SEGMENT.
           MOVE WS-SEG-END-INT     TO WS-PREV-END-INT.
           MOVE DISH-RATE-END-DATE TO WS-PREV-END-DATE.

           READ DISCGRPH-FILE NEXT RECORD
               AT END
                   SET WS-EOF-DISCGRPH TO TRUE
           END-READ.
       2100-CHECK-ONE-SEGMENT-EXIT.
           EXIT.

      *****************************************************************
      *    2150-CONVERT-SEGMENT-DATES
      *    Converts the segment's YYYY-MM-DD begin and end dates to
      *    day numbers, the same way CBACT04B measures overlap, so a
      *    gap is a whole-day subtraction.
      *****************************************************************
       2150-CONVERT-SEGMENT-DATES.
           MOVE DISH-RATE-BEGIN-DATE(1:4) TO WS-SEG-BEGIN-YMD(1:4).
           MOVE DISH-RATE-BEGIN-DATE(6:2) TO WS-SEG-BEGIN-YMD(5:2).
           MOVE DISH-RATE-BEGIN-DATE(9:2) TO WS-SEG-BEGIN-YMD(7:2).
           MOVE DISH-RATE-END-DATE(1:4)   TO WS-SEG-END-YMD(1:4).
           MOVE DISH-RATE-END-DATE(6:2)   TO WS-SEG-END-YMD(5:2).
           MOVE DISH-RATE-END-DATE(9:2)   TO WS-SEG-END-YMD(7:2).

           COMPUTE WS-SEG-BEGIN-INT =
               FUNCTION INTEGER-OF-DATE(WS-SEG-BEGIN-YMD).
           COMPUTE WS-SEG-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-SEG-END-YMD).
       2150-CONVERT-SEGMENT-DATES-EXIT.
           EXIT.

      *****************************************************************
      *    3000-CHECK-TIER-BANDS
      *    Walks DISCTIER in key order, so each combination's bands
      *    arrive in tier-sequence order.  The band walk in the
      *    interest run prices the slice between the prior ceiling
      *    and this one -- a ceiling that does not climb prices a
      *    slice of nothing (or, worse, leaves the next band starting
      *    below where the last one ended).
      *****************************************************************
       3000-CHECK-TIER-BANDS.
           IF NOT WS-DISCTIER-OPEN
               GO TO 3000-CHECK-TIER-BANDS-EXIT
           END-IF.

           READ DISCTIER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-DISCTIER TO TRUE
           END-READ.
           PERFORM 3100-CHECK-ONE-BAND
               THRU 3100-CHECK-ONE-BAND-EXIT
               UNTIL WS-EOF-DISCTIER.
       3000-CHECK-TIER-BANDS-EXIT.
           EXIT.

      *****************************************************************
      *    3100-CHECK-ONE-BAND
      *****************************************************************
       3100-CHECK-ONE-BAND.
           IF WS-FIRST-TIER
               OR DIST-ACCT-GROUP-ID NOT = WS-TBK-GROUP-ID
               OR DIST-TRAN-TYPE-CD  NOT = WS-TBK-TYPE-CD
               OR DIST-TRAN-CAT-CD   NOT = WS-TBK-CAT-CD
               MOVE 'N' TO WS-FIRST-TIER-SW
               MOVE DIST-ACCT-GROUP-ID TO WS-TBK-GROUP-ID
               MOVE DIST-TRAN-TYPE-CD  TO WS-TBK-TYPE-CD
               MOVE DIST-TRAN-CAT-CD   TO WS-TBK-CAT-CD
               GO TO 3100-SAVE-PRIOR-BAND
           END-IF.

           IF DIST-BAND-CEILING NOT > WS-PREV-BAND-CEILING
               ADD 1 TO WS-EXC-TIER-COUNT
               MOVE 'DISCTIER CEILING DOES NOT CLIMB' TO WS-EXC-REASON
               MOVE DIST-TIER-SEQ     TO WS-SEQ-ED
               MOVE DIST-BAND-CEILING TO WS-CEILING-ED
               MOVE SPACES TO WS-EXC-INFO
               STRING 'TIER ' WS-SEQ-ED ' CEILING ' WS-CEILING-ED
                       DELIMITED SIZE INTO WS-EXC-INFO
               MOVE WS-TIER-BREAK-KEY TO WS-BREAK-KEY
               PERFORM 8000-WRITE-EXCEPTION
                   THRU 8000-WRITE-EXCEPTION-EXIT
           END-IF.

       3100-SAVE-PRIOR-BAND.
           MOVE DIST-TIER-SEQ     TO WS-PREV-TIER-SEQ.
           MOVE DIST-BAND-CEILING TO WS-PREV-BAND-CEILING.

           READ DISCTIER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-DISCTIER TO TRUE
           END-READ.
       3100-CHECK-ONE-BAND-EXIT.
           EXIT.

      *****************************************************************
      *    4000-BUILD-SORT-INPUT -- the SORT's input procedure.  One
      *    sort record per TCATBALF row, keyed by the owning account's
      *    group plus type and category, so the output pass checks
      *    each combination once no matter how many accounts carry
      *    it.
      *****************************************************************
       4000-BUILD-SORT-INPUT.
           READ TCATBALF-FILE NEXT RECORD
               AT END
                   SET WS-EOF-TCATBALF TO TRUE
           END-READ.
           PERFORM 4100-RELEASE-ONE-BALANCE
               THRU 4100-RELEASE-ONE-BALANCE-EXIT
               UNTIL WS-EOF-TCATBALF.
       4000-BUILD-SORT-INPUT-EXIT.
           EXIT.

      *****************************************************************
      *    4100-RELEASE-ONE-BALANCE
      *    A row the interest run would never post -- no activity
      *    date on file, or an inactive account -- still has its type
      *    and category codes checked, but does not demand a rate or
      *    a GL mapping of its own.
      *****************************************************************
       4100-RELEASE-ONE-BALANCE.
           PERFORM 4200-GET-ACCOUNT-GROUP
               THRU 4200-GET-ACCOUNT-GROUP-EXIT.

           MOVE WS-ACCT-GROUP-ID TO SR-ACCT-GROUP-ID
           MOVE TRANCAT-TYPE-CD  TO SR-TRAN-TYPE-CD
           MOVE TRANCAT-CD       TO SR-TRAN-CAT-CD
           MOVE 'Y'              TO SR-POSTABLE-SW
           IF TRANCAT-LAST-ACTIVITY-DATE = SPACES
               OR TRANCAT-LAST-ACTIVITY-DATE = LOW-VALUES
               OR WS-ACCT-INACTIVE
               MOVE 'N' TO SR-POSTABLE-SW
           END-IF.
           RELEASE SORT-WORK-REC.

           READ TCATBALF-FILE NEXT RECORD
               AT END
                   SET WS-EOF-TCATBALF TO TRUE
           END-READ.
       4100-RELEASE-ONE-BALANCE-EXIT.
           EXIT.

      *****************************************************************
      *    4200-GET-ACCOUNT-GROUP
      *    An account missing from the master lands in the UNASSIGNED
      *    group, the same way the interest run treats it -- so a
      *    missing account surfaces here as an UNASSIGNED combination
      *    with no rate, rather than as interest silently not posted.
      *****************************************************************
       4200-GET-ACCOUNT-GROUP.
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

           PERFORM 4210-GET-GROUP-IN-FORCE
               THRU 4210-GET-GROUP-IN-FORCE-EXIT.
       4200-GET-ACCOUNT-GROUP-EXIT.
           EXIT.

      *****************************************************************
      *    4210-GET-GROUP-IN-FORCE
      *    Positions ACCTGRPH on the account's latest membership segment
      *    beginning on or before the cycle date and takes its group
      *    when that segment still covers the date.  After a backdated
      *    transfer, or on a rerun, this is the group CBACT04C prices
      *    the account under, so its rate and GL coverage are checked
      *    there.  An account that has never moved has no segments and
      *    keeps its ACCTMST group.
      *****************************************************************
       4210-GET-GROUP-IN-FORCE.
           IF NOT WS-ACCTGRPH-OPEN
               GO TO 4210-GET-GROUP-IN-FORCE-EXIT
           END-IF.

           MOVE TRANCAT-ACCT-ID TO WS-AGK-ACCT-ID.
           MOVE WS-CYCLE-DATE TO WS-AGK-BEGIN-DATE.
           MOVE WS-AGH-SEARCH-KEY TO ACCTGRPH-KEY OF ACCTGRPH-KEY-REC.

           START ACCTGRPH-FILE KEY IS LESS THAN OR EQUAL
               ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               INVALID KEY
                   GO TO 4210-GET-GROUP-IN-FORCE-EXIT
           END-START.

           READ ACCTGRPH-FILE NEXT RECORD
               AT END
                   GO TO 4210-GET-GROUP-IN-FORCE-EXIT
           END-READ.
           IF WS-ACCTGRPH-OK
               AND AGH-ACCT-ID = TRANCAT-ACCT-ID
               AND AGH-END-DATE NOT < WS-CYCLE-DATE
               MOVE AGH-ACCT-GROUP-ID TO WS-ACCT-GROUP-ID
           END-IF.
       4210-GET-GROUP-IN-FORCE-EXIT.
           EXIT.

      *****************************************************************
      *    5000-CHECK-POSTED-KEYS -- the SORT's output procedure.  The
      *    sorted rows arrive grouped by group/type/category; each
      *    key is checked once at its control break.
      *****************************************************************
       5000-CHECK-POSTED-KEYS.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-EOF-SORT TO TRUE
           END-RETURN.
           PERFORM 5100-PROCESS-SORTED-REC
               THRU 5100-PROCESS-SORTED-REC-EXIT
               UNTIL WS-EOF-SORT.
           PERFORM 5900-KEY-BREAK
               THRU 5900-KEY-BREAK-EXIT.
       5000-CHECK-POSTED-KEYS-EXIT.
           EXIT.

      *****************************************************************
      *    5100-PROCESS-SORTED-REC -- the first record read primes the
      *    break key without triggering a break, the same way
      *    CBRECON1 primes its own control break.
      *****************************************************************
       5100-PROCESS-SORTED-REC.
           IF WS-FIRST-SORT-RECORD
               MOVE 'N' TO WS-FIRST-SORT-REC-SW
               MOVE SR-ACCT-GROUP-ID TO WS-BRK-GROUP-ID
               MOVE SR-TRAN-TYPE-CD  TO WS-BRK-TYPE-CD
               MOVE SR-TRAN-CAT-CD   TO WS-BRK-CAT-CD
           END-IF.

           IF SR-ACCT-GROUP-ID NOT = WS-BRK-GROUP-ID
               OR SR-TRAN-TYPE-CD  NOT = WS-BRK-TYPE-CD
               OR SR-TRAN-CAT-CD   NOT = WS-BRK-CAT-CD
               PERFORM 5900-KEY-BREAK
                   THRU 5900-KEY-BREAK-EXIT
               MOVE SR-ACCT-GROUP-ID TO WS-BRK-GROUP-ID
               MOVE SR-TRAN-TYPE-CD  TO WS-BRK-TYPE-CD
               MOVE SR-TRAN-CAT-CD   TO WS-BRK-CAT-CD
           END-IF.

           IF SR-POSTABLE
               SET WS-KEY-POSTABLE TO TRUE
           END-IF.

           RETURN SORT-WORK-FILE
               AT END
                   SET WS-EOF-SORT TO TRUE
           END-RETURN.
       5100-PROCESS-SORTED-REC-EXIT.
           EXIT.

      *****************************************************************
      *    5900-KEY-BREAK
      *****************************************************************
       5900-KEY-BREAK.
           IF WS-FIRST-SORT-RECORD
               GO TO 5900-KEY-BREAK-EXIT
           END-IF.

           ADD 1 TO WS-KEYS-CHECKED-COUNT.
           IF WS-KEY-POSTABLE
               PERFORM 5910-CHECK-RATE-COVERAGE
                   THRU 5910-CHECK-RATE-COVERAGE-EXIT
               PERFORM 5920-CHECK-GL-MAPPING
                   THRU 5920-CHECK-GL-MAPPING-EXIT
           END-IF.
           PERFORM 5930-CHECK-CODE-MASTERS
               THRU 5930-CHECK-CODE-MASTERS-EXIT.

           MOVE 'N' TO WS-KEY-POSTABLE-SW.
       5900-KEY-BREAK-EXIT.
           EXIT.

      *****************************************************************
      *    5910-CHECK-RATE-COVERAGE
      *    Resolves the combination's rate for the cycle in the same
      *    order as CBACT04C's 2200-FIND-EFFECTIVE-RATE -- the
      *    blended BLNDRATE row when CBACT04B produced one, else the
      *    DISCGRPH segment whose begin date is the latest on or
      *    before the cycle date and whose end date still covers it.
      *    Nothing found is exactly the case the interest run would
      *    quietly skip.
      *****************************************************************
       5910-CHECK-RATE-COVERAGE.
           MOVE 'N' TO WS-RATE-FOUND-SW.

           IF WS-BLNDRATE-OPEN
               MOVE WS-BRK-GROUP-ID    TO WS-BSK-GROUP-ID
               MOVE WS-BRK-TYPE-CD     TO WS-BSK-TYPE-CD
               MOVE WS-BRK-CAT-CD      TO WS-BSK-CAT-CD
               MOVE WS-CYCLE-DATE      TO WS-BSK-CYCLE-DATE
               MOVE WS-BLND-SEARCH-KEY TO BLND-KEY
               READ BLNDRATE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-BLNDRATE-OK
                   GO TO 5910-CHECK-RATE-COVERAGE-EXIT
               END-IF
           END-IF.

           MOVE WS-BRK-GROUP-ID    TO WS-RSK-GROUP-ID.
           MOVE WS-BRK-TYPE-CD     TO WS-RSK-TYPE-CD.
           MOVE WS-BRK-CAT-CD      TO WS-RSK-CAT-CD.
           MOVE WS-CYCLE-DATE      TO WS-RSK-BEGIN-DATE.
           MOVE WS-RATE-SEARCH-KEY TO DISCGRPH-KEY.

           START DISCGRPH-FILE KEY IS LESS THAN OR EQUAL
               DISCGRPH-KEY OF DISCGRPH-KEY-REC
               INVALID KEY
                   CONTINUE
           END-START.

           IF WS-DISCGRPH-OK
               READ DISCGRPH-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-DISCGRPH-OK
                   AND DISH-ACCT-GROUP-ID = WS-BRK-GROUP-ID
                   AND DISH-TRAN-TYPE-CD  = WS-BRK-TYPE-CD
                   AND DISH-TRAN-CAT-CD   = WS-BRK-CAT-CD
                   AND DISH-RATE-END-DATE NOT < WS-CYCLE-DATE
                   SET WS-RATE-FOUND TO TRUE
               END-IF
           END-IF.

           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-EXC-NO-RATE-COUNT
               MOVE 'NO RATE COVERS THE CYCLE DATE' TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-INFO
               STRING 'NO BLNDRATE ROW OR DISCGRPH SEGMENT FOR '
                       WS-CYCLE-DATE
                       DELIMITED SIZE INTO WS-EXC-INFO
               PERFORM 8000-WRITE-EXCEPTION
                   THRU 8000-WRITE-EXCEPTION-EXIT
           END-IF.
       5910-CHECK-RATE-COVERAGE-EXIT.
           EXIT.

      *****************************************************************
      *    5920-CHECK-GL-MAPPING
      *    CBGLJV1C drops an unmapped combination's interest onto its
      *    reject report after the fact; catching it here keeps the
      *    cycle's income out of the ledger's suspense in the first
      *    place.
      *****************************************************************
       5920-CHECK-GL-MAPPING.
           MOVE WS-BRK-GROUP-ID TO GLMAP-KEY(1:10).
           MOVE WS-BRK-TYPE-CD  TO GLMAP-KEY(11:2).
           MOVE WS-BRK-CAT-CD   TO GLMAP-KEY(13:4).
           READ GLMAP-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF NOT WS-GLMAP-OK
               ADD 1 TO WS-EXC-GLMAP-COUNT
               MOVE 'NO GLMAP ROW FOR THIS KEY' TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-INFO
               PERFORM 8000-WRITE-EXCEPTION
                   THRU 8000-WRITE-EXCEPTION-EXIT
           END-IF.
       5920-CHECK-GL-MAPPING-EXIT.
           EXIT.

      *****************************************************************
      *    5930-CHECK-CODE-MASTERS
      *****************************************************************
       5930-CHECK-CODE-MASTERS.
           MOVE WS-BRK-TYPE-CD TO TRANTYPE-KEY.
           READ TRANTYPE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-TRANTYPE-OK
               ADD 1 TO WS-EXC-CODE-COUNT
               MOVE 'TYPE CODE NOT ON TRANTYPE' TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-INFO
               PERFORM 8000-WRITE-EXCEPTION
                   THRU 8000-WRITE-EXCEPTION-EXIT
           END-IF.

           MOVE WS-BRK-TYPE-CD TO WS-TCG-TYPE-CD.
           MOVE WS-BRK-CAT-CD  TO WS-TCG-CAT-CD.
           MOVE WS-TRANCATG-SEARCH-KEY TO TRANCATG-KEY.
           READ TRANCATG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-TRANCATG-OK
               ADD 1 TO WS-EXC-CODE-COUNT
               MOVE 'CATEGORY CODE NOT ON TRANCATG' TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-INFO
               PERFORM 8000-WRITE-EXCEPTION
                   THRU 8000-WRITE-EXCEPTION-EXIT
           END-IF.
       5930-CHECK-CODE-MASTERS-EXIT.
           EXIT.

      *****************************************************************
      *    8000-WRITE-EXCEPTION
      *    One report line for the key in WS-BREAK-KEY with the
      *    reason and detail the caller set up.
      *****************************************************************
       8000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXC-TOTAL-COUNT.
           MOVE SPACES          TO WS-RPT-DETAIL
           MOVE WS-BRK-GROUP-ID TO RL-GROUP-ID
           MOVE WS-BRK-TYPE-CD  TO RL-TYPE-CD
           MOVE WS-BRK-CAT-CD   TO RL-CAT-CD
           MOVE WS-EXC-REASON   TO RL-REASON
           MOVE WS-EXC-INFO     TO RL-INFO
           MOVE WS-RPT-DETAIL   TO PRC-RPT-LINE
           WRITE PRC-RPT-LINE.
       8000-WRITE-EXCEPTION-EXIT.
           EXIT.

      *****************************************************************
      *    9000-TERMINATE
      *    Prints the counts by exception class and the verdict, and
      *    registers the step -- 'R' only when the pass was clean.
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO PRC-RPT-LINE.
           WRITE PRC-RPT-LINE.
           MOVE WS-KEYS-CHECKED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRC-RPT-LINE.
           STRING WS-COUNT-ED ' GROUP/TYPE/CATEGORY KEY(S) CHECKED'
               DELIMITED SIZE INTO PRC-RPT-LINE.
           WRITE PRC-RPT-LINE.
           MOVE WS-EXC-NO-RATE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRC-RPT-LINE.
           STRING WS-COUNT-ED ' KEY(S) WITH NO RATE FOR THE CYCLE'
               DELIMITED SIZE INTO PRC-RPT-LINE.
           WRITE PRC-RPT-LINE.
           MOVE WS-EXC-OVERLAP-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRC-RPT-LINE.
           STRING WS-COUNT-ED ' OVERLAPPING DISCGRPH SEGMENT(S)'
               DELIMITED SIZE INTO PRC-RPT-LINE.
           WRITE PRC-RPT-LINE.
           MOVE WS-EXC-GAP-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRC-RPT-LINE.
           STRING WS-COUNT-ED ' DAY GAP(S) BETWEEN DISCGRPH SEGMENTS'
               DELIMITED SIZE INTO PRC-RPT-LINE.
           WRITE PRC-RPT-LINE.
           MOVE WS-EXC-TIER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRC-RPT-LINE.
           STRING WS-COUNT-ED ' DISCTIER BAND(S) OUT OF ORDER'
               DELIMITED SIZE INTO PRC-RPT-LINE.
           WRITE PRC-RPT-LINE.
           MOVE WS-EXC-GLMAP-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRC-RPT-LINE.
           STRING WS-COUNT-ED ' KEY(S) WITH NO GLMAP ROW'
               DELIMITED SIZE INTO PRC-RPT-LINE.
           WRITE PRC-RPT-LINE.
           MOVE WS-EXC-CODE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRC-RPT-LINE.
           STRING WS-COUNT-ED ' TYPE/CATEGORY CODE(S) NOT ON MASTER'
               DELIMITED SIZE INTO PRC-RPT-LINE.
           WRITE PRC-RPT-LINE.

           MOVE SPACES TO PRC-RPT-LINE.
           IF WS-EXC-TOTAL-COUNT > ZERO
               STRING 'VERDICT - PRICING EXCEPTIONS FOUND - '
                       'INTEREST RUN WILL NOT START'
                       DELIMITED SIZE INTO PRC-RPT-LINE
           ELSE
               STRING 'VERDICT - PRICING CONFIGURATION CLEAN - '
                       'INTEREST RUN MAY PROCEED'
                       DELIMITED SIZE INTO PRC-RPT-LINE
           END-IF.
           WRITE PRC-RPT-LINE.

           CLOSE TCATBALF-FILE.
           CLOSE ACCTMST-FILE.
           CLOSE DISCGRPH-FILE.
           CLOSE GLMAP-FILE.
           CLOSE TRANTYPE-FILE.
           CLOSE TRANCATG-FILE.
           IF WS-BLNDRATE-OPEN
               CLOSE BLNDRATE-FILE
           END-IF.
           IF WS-DISCTIER-OPEN
               CLOSE DISCTIER-FILE
           END-IF.
           IF WS-ACCTGRPH-OPEN
               CLOSE ACCTGRPH-FILE
           END-IF.
           CLOSE PRC-RPT-FILE.

      *    A pass with exceptions registers under the 'B' function,
      *    the same way CBRECON2 records an out-of-balance verdict --
      *    the console shows the step ran, while CBACT04C's
      *    prerequisite check still reads it as not complete.
           IF WS-EXC-TOTAL-COUNT > ZERO
               MOVE 'B' TO WS-CYCC-FUNCTION
           ELSE
               MOVE 'R' TO WS-CYCC-FUNCTION
           END-IF.
           MOVE 'CBPRC01C' TO WS-CYCC-JOB-NAME.
           CALL WS-CYCCTL-PGM USING WS-CYCC-FUNCTION
                                     WS-CYCC-JOB-NAME
                                     WS-CYCLE-DATE
                                     WS-CYCC-RESULT.

      *    The CALL above hands CBCYCCTL's RETURN-CODE back to this
      *    program, so the exception return code is re-set here,
      *    after the last CALL.
           IF WS-EXC-TOTAL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
