      *****************************************************************
      *    PROGRAM:     CBRSH01C
      *    APPLICATION: CardDemo
      *    FUNCTION:    Cycle Rate Sheet Build.
      *                 Runs once per cycle after CBACT04B and resolves
      *                 every group/type/category on DISCGRPH into one
      *                 RATESHT row stamped with the cycle date -- the
      *                 rate in force on the cycle date, the blended
      *                 rate CBACT04B produced for the cycle, the
      *                 DISCTIER balance bands, the ACRBASIS basis
      *                 code, the MINTHRSH minimum, the RATECEIL
      *                 ceiling and the DCBASIS day-count convention.
      *                 CBACT04C, CBACT04R, CBSIM01C and CBACR01C price
      *                 from that one sheet with a single keyed read,
      *                 instead of each repeating the lookups against
      *                 the rate files for every category balance, so
      *                 no two of them can ever price a cycle
      *                 differently.  Sheets are kept by cycle date as
      *                 the audit record of the pricing each cycle ran
      *                 under.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBRSH01C.
       AUTHOR.        CARDDEMO-BATCH-TEAM.
       INSTALLATION.  CARDDEMO.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************************
      *    MODIFICATION HISTORY
      *    2026-10-15  JPM  Initial version - per-cycle rate sheet
      *                     built once after CBACT04B and shared by
      *                     every interest program.
      *    2026-10-15  JPM  The frozen-sheet check also sees a
      *                     partitioned run (CB04CPnn on CYCLCTL),
      *                     a CBACT04C checkpoint row and ITRACE rows
      *                     for the cycle, not only a completed
      *                     CBACT04C registration.
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

           SELECT DISCGRPH-FILE ASSIGN TO DISCGRPH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DISCGRPH-KEY OF DISCGRPH-KEY-REC
               FILE STATUS IS WS-DISCGRPH-STATUS.

           SELECT BLNDRATE-FILE ASSIGN TO BLNDRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BLND-KEY OF BLNDRATE-KEY-REC
               FILE STATUS IS WS-BLNDRATE-STATUS.

           SELECT DISCTIER-FILE ASSIGN TO DISCTIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISCTIER-KEY OF DISCTIER-KEY-REC
               FILE STATUS IS WS-DISCTIER-STATUS.

           SELECT ACRBASIS-FILE ASSIGN TO ACRBASIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACRB-ACCT-GROUP-ID OF
                             ACCRUAL-BASIS-RECORD
               FILE STATUS IS WS-ACRBASIS-STATUS.

           SELECT MINTHRSH-FILE ASSIGN TO MINTHRSH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MINT-ACCT-GROUP-ID OF
                             MIN-THRESHOLD-RECORD
               FILE STATUS IS WS-MINTHRSH-STATUS.

           SELECT RATECEIL-FILE ASSIGN TO RATECEIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATECEIL-KEY OF RATECEIL-KEY-REC
               FILE STATUS IS WS-RATECEIL-STATUS.

           SELECT DCBASIS-FILE  ASSIGN TO DCBASIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DCBS-ACCT-GROUP-ID OF
                             DAY-COUNT-BASIS-RECORD
               FILE STATUS IS WS-DCBASIS-STATUS.

           SELECT RATESHT-FILE  ASSIGN TO RATESHT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATESHT-KEY OF RATESHT-KEY-REC
               FILE STATUS IS WS-RATESHT-STATUS.

           SELECT CYCLCTL-FILE  ASSIGN TO CYCLCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCLCTL-KEY OF CYCLCTL-KEY-REC
               FILE STATUS IS WS-CYCLCTL-STATUS.

           SELECT CHKPTREC-FILE ASSIGN TO CHKPTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHKPT-JOB-NAME OF CHECKPOINT-RECORD
               FILE STATUS IS WS-CHKPTREC-STATUS.

           SELECT ITRACE-FILE   ASSIGN TO ITRACE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITRACE-KEY OF ITRACE-KEY-REC
               FILE STATUS IS WS-ITRACE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-PARM-FILE.
           COPY CYCLPARM.

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

       FD  ACRBASIS-FILE.
           COPY ACRBASIS.

       FD  MINTHRSH-FILE.
           COPY MINTHRSH.

       FD  RATECEIL-FILE.
           COPY RATECEIL.
       01  RATECEIL-KEY-REC REDEFINES RATE-CEILING-RECORD.
           05  RATECEIL-KEY                     PIC X(22).
           05  FILLER                            PIC X(18).

       FD  DCBASIS-FILE.
           COPY DCBASIS.

       FD  RATESHT-FILE.
           COPY RATESHT.
       01  RATESHT-KEY-REC REDEFINES RATE-SHEET-RECORD.
           05  RATESHT-KEY                      PIC X(26).
           05  FILLER                            PIC X(154).

       FD  CYCLCTL-FILE.
           COPY CYCRUNCT.
       01  CYCLCTL-KEY-REC REDEFINES CYCLE-RUN-CONTROL-RECORD.
           05  CYCLCTL-KEY                      PIC X(18).
           05  FILLER                            PIC X(22).

       FD  CHKPTREC-FILE.
           COPY CHKPTREC.

       FD  ITRACE-FILE.
           COPY ITRACE.
       01  ITRACE-KEY-REC REDEFINES INTEREST-TRACE-RECORD.
           05  ITRACE-KEY                       PIC X(28).
           05  FILLER                            PIC X(392).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                       PIC X(02).
       01  WS-DISCGRPH-STATUS                   PIC X(02).
           88  WS-DISCGRPH-OK                   VALUE '00'.
       01  WS-BLNDRATE-STATUS                   PIC X(02).
           88  WS-BLNDRATE-OK                   VALUE '00'.
       01  WS-DISCTIER-STATUS                   PIC X(02).
           88  WS-DISCTIER-OK                   VALUE '00'.
       01  WS-ACRBASIS-STATUS                   PIC X(02).
           88  WS-ACRBASIS-OK                   VALUE '00'.
       01  WS-MINTHRSH-STATUS                   PIC X(02).
           88  WS-MINTHRSH-OK                   VALUE '00'.
       01  WS-RATECEIL-STATUS                   PIC X(02).
           88  WS-RATECEIL-OK                   VALUE '00'.
       01  WS-DCBASIS-STATUS                    PIC X(02).
           88  WS-DCBASIS-OK                    VALUE '00'.
       01  WS-RATESHT-STATUS                    PIC X(02).
           88  WS-RATESHT-OK                    VALUE '00'.
           88  WS-RATESHT-NOTFND                 VALUE '23', '35'.
       01  WS-CYCLCTL-STATUS                    PIC X(02).
           88  WS-CYCLCTL-OK                    VALUE '00'.
       01  WS-CHKPTREC-STATUS                   PIC X(02).
           88  WS-CHKPTREC-OK                   VALUE '00'.
       01  WS-ITRACE-STATUS                     PIC X(02).
           88  WS-ITRACE-OK                     VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01)  VALUE 'N'.
               88  WS-EOF-DISCGRPH                VALUE 'Y'.
           05  WS-FIRST-KEY-SW                   PIC X(01)  VALUE 'Y'.
               88  WS-FIRST-KEY                     VALUE 'Y'.
           05  WS-PURGE-DONE-SW                  PIC X(01)  VALUE 'N'.
               88  WS-PURGE-DONE                   VALUE 'Y'.
           05  WS-TIER-DONE-SW                   PIC X(01)  VALUE 'N'.
               88  WS-TIER-DONE                    VALUE 'Y'.
           05  WS-FLAT-FOUND-SW                  PIC X(01)  VALUE 'N'.
               88  WS-FLAT-FOUND                   VALUE 'Y'.
           05  WS-SEQ-OVERRIDE-SW                PIC X(01)  VALUE 'N'.
               88  WS-SEQ-OVERRIDDEN               VALUE 'Y'.
           05  WS-DISCTIER-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-DISCTIER-OPEN                VALUE 'Y'.
           05  WS-ACRBASIS-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-ACRBASIS-OPEN                VALUE 'Y'.
           05  WS-MINTHRSH-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-MINTHRSH-OPEN                VALUE 'Y'.
           05  WS-RATECEIL-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-RATECEIL-OPEN                VALUE 'Y'.
           05  WS-DCBASIS-OPEN-SW                PIC X(01)  VALUE 'N'.
               88  WS-DCBASIS-OPEN                 VALUE 'Y'.
           05  WS-SHEET-USED-SW                  PIC X(01)  VALUE 'N'.
               88  WS-SHEET-USED                   VALUE 'Y'.
           05  WS-SCAN-EOF-SW                    PIC X(01)  VALUE 'N'.
               88  WS-SCAN-EOF                     VALUE 'Y'.

       01  WS-CYCLE-DATE                        PIC X(10).
       01  WS-RUN-DATE                          PIC X(10).
       01  WS-RUN-DATE-YMD                      PIC 9(08).
       01  WS-FLAT-RATE                         PIC S9(03)V9999 COMP-3.
       01  WS-FROZEN-REASON                     PIC X(40).

       01  WS-CYCLCTL-SEARCH-KEY.
           05  WS-CCK-JOB-NAME                  PIC X(08).
           05  WS-CCK-CYCLE-DATE                PIC X(10).

       01  WS-BREAK-KEY.
           05  WS-BRK-GROUP-ID                   PIC X(10).
           05  WS-BRK-TYPE-CD                    PIC X(02).
           05  WS-BRK-CAT-CD                     PIC 9(04).

       01  WS-SHEET-SEARCH-KEY.
           05  WS-SSK-CYCLE-DATE                PIC X(10).
           05  WS-SSK-GROUP-ID                  PIC X(10).
           05  WS-SSK-TYPE-CD                   PIC X(02).
           05  WS-SSK-CAT-CD                    PIC 9(04).

       01  WS-BLND-SEARCH-KEY.
           05  WS-BSK-GROUP-ID                  PIC X(10).
           05  WS-BSK-TYPE-CD                   PIC X(02).
           05  WS-BSK-CAT-CD                    PIC 9(04).
           05  WS-BSK-CYCLE-DATE                PIC X(10).

       01  WS-TIER-SEARCH-KEY.
           05  WS-TRK-GROUP-ID                  PIC X(10).
           05  WS-TRK-TYPE-CD                   PIC X(02).
           05  WS-TRK-CAT-CD                    PIC 9(04).
           05  WS-TRK-TIER-SEQ                  PIC 9(02).

       01  WS-CEIL-SEARCH-KEY.
           05  WS-CSK-GROUP-ID                  PIC X(10).
           05  WS-CSK-TYPE-CD                   PIC X(02).
           05  WS-CSK-BEGIN-DATE                PIC X(10).

      *****************************************************************
      *    The sheet row carries room for ten balance bands per
      *    combination; a combination keyed with more would be priced
      *    short, so it is counted here and the run refuses to
      *    register the sheet as built.
      *****************************************************************
       01  WS-TIER-MAX                          PIC 9(04)  COMP
                                                 VALUE 10.
       01  WS-TIER-SUB                          PIC 9(04)  COMP.

       01  WS-SHEET-COUNTERS.
           05  WS-PURGED-COUNT                  PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-SHEET-ROW-COUNT               PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-BLENDED-COUNT                 PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-TIERED-COUNT                  PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-NO-RATE-COUNT                 PIC 9(07)  COMP-3
                                                 VALUE ZERO.
           05  WS-TIER-OVERFLOW-COUNT           PIC 9(07)  COMP-3
                                                 VALUE ZERO.

       01  WS-COUNT-ED                          PIC ZZZZZZ9.

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
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 1500-PURGE-CYCLE-SHEET
               THRU 1500-PURGE-CYCLE-SHEET-EXIT.
           PERFORM 2000-PROCESS-DISCGRPH
               THRU 2000-PROCESS-DISCGRPH-EXIT
               UNTIL WS-EOF-DISCGRPH.
           IF NOT WS-FIRST-KEY
               PERFORM 2900-KEY-BREAK
                   THRU 2900-KEY-BREAK-EXIT
           END-IF.
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
           MOVE CYCP-CYCLE-DATE   TO WS-CYCLE-DATE.
           MOVE CYCP-SEQ-OVERRIDE TO WS-SEQ-OVERRIDE-SW.
           PERFORM 1030-CHECK-PREREQ-STEPS
               THRU 1030-CHECK-PREREQ-STEPS-EXIT.
           CLOSE CYCLE-PARM-FILE.

           ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-YMD(1:4) TO WS-RUN-DATE(1:4).
           MOVE '-'                  TO WS-RUN-DATE(5:1).
           MOVE WS-RUN-DATE-YMD(5:2) TO WS-RUN-DATE(6:2).
           MOVE '-'                  TO WS-RUN-DATE(8:1).
           MOVE WS-RUN-DATE-YMD(7:2) TO WS-RUN-DATE(9:2).

           OPEN INPUT  DISCGRPH-FILE.
           OPEN INPUT  BLNDRATE-FILE.

      *    The tier, basis, threshold, ceiling and day-count files are
      *    optional here exactly as they are to the interest run --
      *    without a dataset, every sheet row carries that file's
      *    default: no bands, the ending-balance basis, no minimum,
      *    no ceiling and Actual/365.
           OPEN INPUT  DISCTIER-FILE.
           IF WS-DISCTIER-OK
               SET WS-DISCTIER-OPEN TO TRUE
           END-IF.
           OPEN INPUT  ACRBASIS-FILE.
           IF WS-ACRBASIS-OK
               SET WS-ACRBASIS-OPEN TO TRUE
           END-IF.
           OPEN INPUT  MINTHRSH-FILE.
           IF WS-MINTHRSH-OK
               SET WS-MINTHRSH-OPEN TO TRUE
           END-IF.
           OPEN INPUT  RATECEIL-FILE.
           IF WS-RATECEIL-OK
               SET WS-RATECEIL-OPEN TO TRUE
           END-IF.
           OPEN INPUT  DCBASIS-FILE.
           IF WS-DCBASIS-OK
               SET WS-DCBASIS-OPEN TO TRUE
           END-IF.

           PERFORM 1050-OPEN-RATE-SHEET-FILE
               THRU 1050-OPEN-RATE-SHEET-FILE-EXIT.
           PERFORM 1150-RESET-BREAK-AREA
               THRU 1150-RESET-BREAK-AREA-EXIT.

           READ DISCGRPH-FILE NEXT RECORD
               AT END
                   SET WS-EOF-DISCGRPH TO TRUE
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *    1030-CHECK-PREREQ-STEPS
      *    The sheet freezes CBACT04B's blended rates, so CBACT04B
      *    must have registered completion for the cycle first.
      *    CYCP-SEQ-OVERRIDE 'Y' is the documented operator override
      *    for an emergency rerun, the same as in CBACT04C.
      *****************************************************************
       1030-CHECK-PREREQ-STEPS.
           IF CYCP-SEQUENCE-OVERRIDDEN
               DISPLAY 'CBRSH01C - SEQUENCE CHECK OVERRIDDEN BY '
                       'PARAMETER CARD FOR CYCLE ' WS-CYCLE-DATE
               GO TO 1030-CHECK-PREREQ-STEPS-EXIT
           END-IF.

           MOVE 'C'        TO WS-CYCC-FUNCTION.
           MOVE 'CBACT04B' TO WS-CYCC-JOB-NAME.
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
      *    1040-ABEND-OUT-OF-SEQUENCE
      *****************************************************************
       1040-ABEND-OUT-OF-SEQUENCE.
           DISPLAY 'CBRSH01C - PREREQUISITE STEP ' WS-CYCC-JOB-NAME
                   ' HAS NOT COMPLETED FOR CYCLE ' WS-CYCLE-DATE.
           DISPLAY 'CBRSH01C - RUN THE MISSING STEP AND RESUBMIT,'
                   ' OR KEY CYCP-SEQ-OVERRIDE Y FOR AN EMERGENCY'
                   ' RERUN.'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
       1040-ABEND-OUT-OF-SEQUENCE-EXIT.
           EXIT.

      *****************************************************************
      *    1050-OPEN-RATE-SHEET-FILE
      *    RATESHT keeps every cycle's sheet, so it is opened I-O with
      *    the same create-on-first-run fallback CBCYCCTL uses for the
      *    run-control file.
      *****************************************************************
       1050-OPEN-RATE-SHEET-FILE.
           OPEN I-O RATESHT-FILE.
           IF WS-RATESHT-NOTFND
               OPEN OUTPUT RATESHT-FILE
               CLOSE RATESHT-FILE
               OPEN I-O RATESHT-FILE
           END-IF.
       1050-OPEN-RATE-SHEET-FILE-EXIT.
           EXIT.

      *****************************************************************
      *    1150-RESET-BREAK-AREA
      *****************************************************************
       1150-RESET-BREAK-AREA.
           MOVE 'N'  TO WS-FLAT-FOUND-SW.
           MOVE ZERO TO WS-FLAT-RATE.
       1150-RESET-BREAK-AREA-EXIT.
           EXIT.

      *****************************************************************
      *    1500-PURGE-CYCLE-SHEET
      *    A rebuild for the same cycle date (a rerun after CBACT04B
      *    was rerun) replaces that cycle's sheet outright, so a
      *    combination dropped from DISCGRPH since the first build
      *    cannot linger on it.  Every other cycle's sheet is left
      *    exactly as it was built.  Once CBACT04C has posted a cycle
      *    from its sheet, that sheet is the record of what the cycle
      *    was charged and is not rebuilt (1520).  A cycle with no
      *    sheet on file at all -- one run before sheets were kept --
      *    may still be built after the fact, so CBACT04R can price
      *    its catch-up rows.
      *****************************************************************
       1500-PURGE-CYCLE-SHEET.
           MOVE WS-CYCLE-DATE       TO WS-SSK-CYCLE-DATE.
           MOVE LOW-VALUES          TO WS-SSK-GROUP-ID.
           MOVE LOW-VALUES          TO WS-SSK-TYPE-CD.
           MOVE ZERO                TO WS-SSK-CAT-CD.
           MOVE WS-SHEET-SEARCH-KEY TO RATESHT-KEY.

           START RATESHT-FILE KEY IS NOT LESS THAN
               RATESHT-KEY OF RATESHT-KEY-REC
               INVALID KEY
                   SET WS-PURGE-DONE TO TRUE
           END-START.

           PERFORM 1510-PURGE-ONE-ROW
               THRU 1510-PURGE-ONE-ROW-EXIT
               UNTIL WS-PURGE-DONE.
       1500-PURGE-CYCLE-SHEET-EXIT.
           EXIT.

      *****************************************************************
      *    1510-PURGE-ONE-ROW
      *****************************************************************
       1510-PURGE-ONE-ROW.
           READ RATESHT-FILE NEXT RECORD
               AT END
                   SET WS-PURGE-DONE TO TRUE
                   GO TO 1510-PURGE-ONE-ROW-EXIT
           END-READ.

           IF RSH-CYCLE-DATE NOT = WS-CYCLE-DATE
               SET WS-PURGE-DONE TO TRUE
               GO TO 1510-PURGE-ONE-ROW-EXIT
           END-IF.

           IF WS-PURGED-COUNT = ZERO
               PERFORM 1520-CHECK-SHEET-FROZEN
                   THRU 1520-CHECK-SHEET-FROZEN-EXIT
           END-IF.

           DELETE RATESHT-FILE RECORD.
           ADD 1 TO WS-PURGED-COUNT.
       1510-PURGE-ONE-ROW-EXIT.
           EXIT.

      *****************************************************************
      *    1520-CHECK-SHEET-FROZEN
      *    Stops before the first row of a posted cycle's sheet is
      *    touched.  The cycle has been priced from its sheet if any
      *    of the following is on file for the cycle date:
      *      - a CBACT04C registration;
      *      - a CB04CPnn registration from a partitioned run;
      *      - a CBACT04C or CB04CPnn checkpoint row, left by a run
      *        that started but has not finished;
      *      - an ITRACE row, which is the priced record of a charge.
      *    CBBKO01C clears all four when it backs a cycle out, so the
      *    sheet can then be rebuilt.  CYCP-SEQ-OVERRIDE 'Y' still
      *    allows an emergency rebuild, the same as it overrides the
      *    sequence check.
      *****************************************************************
       1520-CHECK-SHEET-FROZEN.
           IF WS-SEQ-OVERRIDDEN
               GO TO 1520-CHECK-SHEET-FROZEN-EXIT
           END-IF.

           MOVE 'C'        TO WS-CYCC-FUNCTION.
           MOVE 'CBACT04C' TO WS-CYCC-JOB-NAME.
           CALL WS-CYCCTL-PGM USING WS-CYCC-FUNCTION
                                     WS-CYCC-JOB-NAME
                                     WS-CYCLE-DATE
                                     WS-CYCC-RESULT.
           IF WS-CYCC-STEP-COMPLETE
               MOVE 'CBACT04C HAS POSTED THE CYCLE'
                   TO WS-FROZEN-REASON
               GO TO 1520-REFUSE-REBUILD
           END-IF.

           PERFORM 1530-CHECK-PARTITION-RUNS
               THRU 1530-CHECK-PARTITION-RUNS-EXIT.
           IF WS-SHEET-USED
               GO TO 1520-REFUSE-REBUILD
           END-IF.
           PERFORM 1540-CHECK-CHECKPOINTS
               THRU 1540-CHECK-CHECKPOINTS-EXIT.
           IF WS-SHEET-USED
               GO TO 1520-REFUSE-REBUILD
           END-IF.
           PERFORM 1550-CHECK-TRACE
               THRU 1550-CHECK-TRACE-EXIT.
           IF NOT WS-SHEET-USED
               GO TO 1520-CHECK-SHEET-FROZEN-EXIT
           END-IF.

       1520-REFUSE-REBUILD.
           DISPLAY 'CBRSH01C - CYCLE ' WS-CYCLE-DATE
                   ' HAS ALREADY BEEN PRICED FROM ITS RATE SHEET: '
                   WS-FROZEN-REASON.
           DISPLAY 'CBRSH01C - THE SHEET IS FROZEN; KEY '
                   'CYCP-SEQ-OVERRIDE Y ONLY FOR AN EMERGENCY'
                   ' REBUILD.'.
           CLOSE DISCGRPH-FILE.
           CLOSE BLNDRATE-FILE.
           IF WS-DISCTIER-OPEN
               CLOSE DISCTIER-FILE
           END-IF.
           IF WS-ACRBASIS-OPEN
               CLOSE ACRBASIS-FILE
           END-IF.
           IF WS-MINTHRSH-OPEN
               CLOSE MINTHRSH-FILE
           END-IF.
           IF WS-RATECEIL-OPEN
               CLOSE RATECEIL-FILE
           END-IF.
           IF WS-DCBASIS-OPEN
               CLOSE DCBASIS-FILE
           END-IF.
           CLOSE RATESHT-FILE.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
       1520-CHECK-SHEET-FROZEN-EXIT.
           EXIT.

      *****************************************************************
      *    1530-CHECK-PARTITION-RUNS
      *    Each partition of a partitioned run registers under its own
      *    CB04CPnn name, which the 'C' function cannot look up
      *    without the partition id.  CYCLCTL is keyed step name
      *    first, so the CB04CP rows sit together and are browsed
      *    directly.  The file is closed again before any further
      *    CBCYCCTL call.
      *****************************************************************
       1530-CHECK-PARTITION-RUNS.
           OPEN INPUT CYCLCTL-FILE.
           IF NOT WS-CYCLCTL-OK
               GO TO 1530-CHECK-PARTITION-RUNS-EXIT
           END-IF.

           MOVE 'CB04CP'          TO WS-CCK-JOB-NAME.
           MOVE LOW-VALUES        TO WS-CCK-CYCLE-DATE.
           MOVE WS-CYCLCTL-SEARCH-KEY
               TO CYCLCTL-KEY OF CYCLCTL-KEY-REC.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           START CYCLCTL-FILE KEY IS NOT LESS THAN
               CYCLCTL-KEY OF CYCLCTL-KEY-REC
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM 1535-CHECK-ONE-PARTITION
               THRU 1535-CHECK-ONE-PARTITION-EXIT
               UNTIL WS-SCAN-EOF.
           CLOSE CYCLCTL-FILE.
       1530-CHECK-PARTITION-RUNS-EXIT.
           EXIT.

      *****************************************************************
      *    1535-CHECK-ONE-PARTITION
      *****************************************************************
       1535-CHECK-ONE-PARTITION.
           READ CYCLCTL-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 1535-CHECK-ONE-PARTITION-EXIT
           END-READ.
           IF CYCC-JOB-NAME(1:6) NOT = 'CB04CP'
               SET WS-SCAN-EOF TO TRUE
               GO TO 1535-CHECK-ONE-PARTITION-EXIT
           END-IF.
           IF CYCC-CYCLE-DATE = WS-CYCLE-DATE
               SET WS-SHEET-USED TO TRUE
               SET WS-SCAN-EOF   TO TRUE
               MOVE 'PARTITIONED RUN REGISTERED'
                   TO WS-FROZEN-REASON
           END-IF.
       1535-CHECK-ONE-PARTITION-EXIT.
           EXIT.

      *****************************************************************
      *    1540-CHECK-CHECKPOINTS
      *    CHKPTREC holds one row per interest-run job, stamped with
      *    the cycle it is running or last ran.
      *****************************************************************
       1540-CHECK-CHECKPOINTS.
           OPEN INPUT CHKPTREC-FILE.
           IF NOT WS-CHKPTREC-OK
               GO TO 1540-CHECK-CHECKPOINTS-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 1545-CHECK-ONE-CHECKPOINT
               THRU 1545-CHECK-ONE-CHECKPOINT-EXIT
               UNTIL WS-SCAN-EOF.
           CLOSE CHKPTREC-FILE.
       1540-CHECK-CHECKPOINTS-EXIT.
           EXIT.

      *****************************************************************
      *    1545-CHECK-ONE-CHECKPOINT
      *****************************************************************
       1545-CHECK-ONE-CHECKPOINT.
           READ CHKPTREC-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 1545-CHECK-ONE-CHECKPOINT-EXIT
           END-READ.
           IF CHKPT-JOB-NAME NOT = 'CBACT04C'
               AND CHKPT-JOB-NAME(1:6) NOT = 'CB04CP'
               GO TO 1545-CHECK-ONE-CHECKPOINT-EXIT
           END-IF.
           IF CHKPT-RUN-DATE = WS-CYCLE-DATE
               SET WS-SHEET-USED TO TRUE
               SET WS-SCAN-EOF   TO TRUE
               MOVE 'INTEREST RUN CHECKPOINT ON FILE'
                   TO WS-FROZEN-REASON
           END-IF.
       1545-CHECK-ONE-CHECKPOINT-EXIT.
           EXIT.

      *****************************************************************
      *    1550-CHECK-TRACE
      *    ITRACE is keyed account first, so the cycle's rows are
      *    found by reading until the first one turns up.  This check
      *    only runs when a sheet for the cycle is already on file,
      *    which means a rebuild, so a normal first build never pays
      *    for the pass.
      *****************************************************************
       1550-CHECK-TRACE.
           OPEN INPUT ITRACE-FILE.
           IF NOT WS-ITRACE-OK
               GO TO 1550-CHECK-TRACE-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 1555-CHECK-ONE-TRACE
               THRU 1555-CHECK-ONE-TRACE-EXIT
               UNTIL WS-SCAN-EOF.
           CLOSE ITRACE-FILE.
       1550-CHECK-TRACE-EXIT.
           EXIT.

      *****************************************************************
      *    1555-CHECK-ONE-TRACE
      *****************************************************************
       1555-CHECK-ONE-TRACE.
           READ ITRACE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 1555-CHECK-ONE-TRACE-EXIT
           END-READ.
           IF TRC-CYCLE-DATE = WS-CYCLE-DATE
               SET WS-SHEET-USED TO TRUE
               SET WS-SCAN-EOF   TO TRUE
               MOVE 'CHARGES TRACED ON ITRACE'
                   TO WS-FROZEN-REASON
           END-IF.
       1555-CHECK-ONE-TRACE-EXIT.
           EXIT.

      *****************************************************************
      *    2000-PROCESS-DISCGRPH
      *    One row per rate segment, in key order.  A change of
      *    group/type/category writes the prior combination's sheet
      *    row before this segment is looked at; the first record
      *    read primes the break key without a break, the same way
      *    CBACT04B primes its own.
      *****************************************************************
       2000-PROCESS-DISCGRPH.
           IF WS-FIRST-KEY
               MOVE 'N' TO WS-FIRST-KEY-SW
               MOVE DISH-ACCT-GROUP-ID TO WS-BRK-GROUP-ID
               MOVE DISH-TRAN-TYPE-CD  TO WS-BRK-TYPE-CD
               MOVE DISH-TRAN-CAT-CD   TO WS-BRK-CAT-CD
           END-IF.

           IF DISH-ACCT-GROUP-ID NOT = WS-BRK-GROUP-ID
               OR DISH-TRAN-TYPE-CD  NOT = WS-BRK-TYPE-CD
               OR DISH-TRAN-CAT-CD   NOT = WS-BRK-CAT-CD
               PERFORM 2900-KEY-BREAK
                   THRU 2900-KEY-BREAK-EXIT
               MOVE DISH-ACCT-GROUP-ID TO WS-BRK-GROUP-ID
               MOVE DISH-TRAN-TYPE-CD  TO WS-BRK-TYPE-CD
               MOVE DISH-TRAN-CAT-CD   TO WS-BRK-CAT-CD
           END-IF.

           PERFORM 2100-NOTE-SEGMENT
               THRU 2100-NOTE-SEGMENT-EXIT.

           READ DISCGRPH-FILE NEXT RECORD
               AT END
                   SET WS-EOF-DISCGRPH TO TRUE
           END-READ.
       2000-PROCESS-DISCGRPH-EXIT.
           EXIT.

      *****************************************************************
      *    2100-NOTE-SEGMENT
      *    Segments arrive in begin-date order, so the last one that
      *    begins on or before the cycle date is the one the interest
      *    run has always positioned on -- its rate is the cycle's
      *    flat rate only if its end date still covers the cycle
      *    date, exactly as the positioned DISCGRPH read decided it.
      *****************************************************************
       2100-NOTE-SEGMENT.
           IF DISH-RATE-BEGIN-DATE > WS-CYCLE-DATE
               GO TO 2100-NOTE-SEGMENT-EXIT
           END-IF.

           IF DISH-RATE-END-DATE NOT < WS-CYCLE-DATE
               SET WS-FLAT-FOUND TO TRUE
               MOVE DISH-DISCOUNT-RATE TO WS-FLAT-RATE
           ELSE
               MOVE 'N'  TO WS-FLAT-FOUND-SW
               MOVE ZERO TO WS-FLAT-RATE
           END-IF.
       2100-NOTE-SEGMENT-EXIT.
           EXIT.

      *****************************************************************
      *    2900-KEY-BREAK
      *    Writes the sheet row for the combination just completed.
      *    A combination with no rate in force on the cycle date is
      *    still written, flagged as such, so a category priced by a
      *    promotional offer still picks up its group's ceiling,
      *    basis, minimum and day count from the sheet.
      *****************************************************************
       2900-KEY-BREAK.
           MOVE WS-CYCLE-DATE   TO RSH-CYCLE-DATE.
           MOVE WS-BRK-GROUP-ID TO RSH-ACCT-GROUP-ID.
           MOVE WS-BRK-TYPE-CD  TO RSH-TRAN-TYPE-CD.
           MOVE WS-BRK-CAT-CD   TO RSH-TRAN-CAT-CD.
           MOVE WS-RUN-DATE     TO RSH-BUILT-DATE.

           MOVE WS-FLAT-FOUND-SW TO RSH-FLAT-RATE-SW.
           MOVE WS-FLAT-RATE     TO RSH-FLAT-RATE.

           PERFORM 2910-GET-BLENDED-RATE
               THRU 2910-GET-BLENDED-RATE-EXIT.
           PERFORM 2920-GET-TIER-BANDS
               THRU 2920-GET-TIER-BANDS-EXIT.
           PERFORM 2930-GET-BASIS-CD
               THRU 2930-GET-BASIS-CD-EXIT.
           PERFORM 2940-GET-GROUP-THRESHOLD
               THRU 2940-GET-GROUP-THRESHOLD-EXIT.
           PERFORM 2950-GET-RATE-CEILING
               THRU 2950-GET-RATE-CEILING-EXIT.
           PERFORM 2960-GET-DAY-COUNT-CD
               THRU 2960-GET-DAY-COUNT-CD-EXIT.

           WRITE RATE-SHEET-RECORD
               INVALID KEY
                   REWRITE RATE-SHEET-RECORD
           END-WRITE.

           ADD 1 TO WS-SHEET-ROW-COUNT.
           IF NOT RSH-FLAT-RATE-FOUND
               AND NOT RSH-BLEND-RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

           PERFORM 1150-RESET-BREAK-AREA
               THRU 1150-RESET-BREAK-AREA-EXIT.
       2900-KEY-BREAK-EXIT.
           EXIT.

      *****************************************************************
      *    2910-GET-BLENDED-RATE
      *    CBACT04B writes a blend only for a combination whose rate
      *    changed inside the cycle; every other combination has none.
      *****************************************************************
       2910-GET-BLENDED-RATE.
           MOVE 'N'  TO RSH-BLEND-RATE-SW.
           MOVE ZERO TO RSH-BLEND-RATE.

           MOVE WS-BRK-GROUP-ID    TO WS-BSK-GROUP-ID.
           MOVE WS-BRK-TYPE-CD     TO WS-BSK-TYPE-CD.
           MOVE WS-BRK-CAT-CD      TO WS-BSK-CAT-CD.
           MOVE WS-CYCLE-DATE      TO WS-BSK-CYCLE-DATE.
           MOVE WS-BLND-SEARCH-KEY TO BLND-KEY.

           READ BLNDRATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BLNDRATE-OK
               SET RSH-BLEND-RATE-FOUND TO TRUE
               MOVE BLND-BLENDED-RATE TO RSH-BLEND-RATE
               ADD 1 TO WS-BLENDED-COUNT
           END-IF.
       2910-GET-BLENDED-RATE-EXIT.
           EXIT.

      *****************************************************************
      *    2920-GET-TIER-BANDS
      *    Copies this combination's DISCTIER bands onto the sheet in
      *    tier-sequence order.  Unused band slots are zeroed, so a
      *    sheet row never carries a band left over from the row
      *    written before it.
      *****************************************************************
       2920-GET-TIER-BANDS.
           MOVE ZERO TO RSH-TIER-COUNT.
           PERFORM 2927-CLEAR-ONE-BAND
               THRU 2927-CLEAR-ONE-BAND-EXIT
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > WS-TIER-MAX.

           MOVE 'N' TO WS-TIER-DONE-SW.
           IF NOT WS-DISCTIER-OPEN
               GO TO 2920-GET-TIER-BANDS-EXIT
           END-IF.

           MOVE WS-BRK-GROUP-ID    TO WS-TRK-GROUP-ID.
           MOVE WS-BRK-TYPE-CD     TO WS-TRK-TYPE-CD.
           MOVE WS-BRK-CAT-CD      TO WS-TRK-CAT-CD.
           MOVE ZERO               TO WS-TRK-TIER-SEQ.
           MOVE WS-TIER-SEARCH-KEY TO DISCTIER-KEY.

           START DISCTIER-FILE KEY IS NOT LESS THAN
               DISCTIER-KEY OF DISCTIER-KEY-REC
               INVALID KEY
                   SET WS-TIER-DONE TO TRUE
           END-START.

           PERFORM 2925-LOAD-ONE-BAND
               THRU 2925-LOAD-ONE-BAND-EXIT
               UNTIL WS-TIER-DONE.

           IF RSH-TIER-COUNT > ZERO
               ADD 1 TO WS-TIERED-COUNT
           END-IF.
       2920-GET-TIER-BANDS-EXIT.
           EXIT.

      *****************************************************************
      *    2925-LOAD-ONE-BAND
      *    One step of the DISCTIER walk -- done as soon as the file
      *    runs out or the browse walks past this combination's bands.
      *****************************************************************
       2925-LOAD-ONE-BAND.
           READ DISCTIER-FILE NEXT RECORD
               AT END
                   SET WS-TIER-DONE TO TRUE
                   GO TO 2925-LOAD-ONE-BAND-EXIT
           END-READ.

           IF DIST-ACCT-GROUP-ID NOT = WS-BRK-GROUP-ID
               OR DIST-TRAN-TYPE-CD NOT = WS-BRK-TYPE-CD
               OR DIST-TRAN-CAT-CD  NOT = WS-BRK-CAT-CD
               SET WS-TIER-DONE TO TRUE
               GO TO 2925-LOAD-ONE-BAND-EXIT
           END-IF.

           IF RSH-TIER-COUNT NOT < WS-TIER-MAX
               ADD 1 TO WS-TIER-OVERFLOW-COUNT
               DISPLAY 'CBRSH01C - MORE THAN 10 DISCTIER BANDS FOR '
                       WS-BRK-GROUP-ID ' ' WS-BRK-TYPE-CD ' '
                       WS-BRK-CAT-CD
               SET WS-TIER-DONE TO TRUE
               GO TO 2925-LOAD-ONE-BAND-EXIT
           END-IF.

           ADD 1 TO RSH-TIER-COUNT.
           MOVE RSH-TIER-COUNT    TO WS-TIER-SUB.
           MOVE DIST-BAND-CEILING TO RSH-BAND-CEILING(WS-TIER-SUB).
           MOVE DIST-TIER-RATE    TO RSH-TIER-RATE(WS-TIER-SUB).
       2925-LOAD-ONE-BAND-EXIT.
           EXIT.

      *****************************************************************
      *    2927-CLEAR-ONE-BAND
      *****************************************************************
       2927-CLEAR-ONE-BAND.
           MOVE ZERO TO RSH-BAND-CEILING(WS-TIER-SUB).
           MOVE ZERO TO RSH-TIER-RATE(WS-TIER-SUB).
       2927-CLEAR-ONE-BAND-EXIT.
           EXIT.

      *****************************************************************
      *    2930-GET-BASIS-CD
      *    Only a group whose ACRBASIS row selects the average-daily
      *    basis is frozen as 'A'; no row (or no file) is the ending
      *    balance every group has always used.
      *****************************************************************
       2930-GET-BASIS-CD.
           SET RSH-BASIS-ENDING TO TRUE.
           IF NOT WS-ACRBASIS-OPEN
               GO TO 2930-GET-BASIS-CD-EXIT
           END-IF.
           MOVE WS-BRK-GROUP-ID TO ACRB-ACCT-GROUP-ID.
           READ ACRBASIS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACRBASIS-OK
               AND ACRB-BASIS-AVG-DAILY
               SET RSH-BASIS-AVG-DAILY TO TRUE
           END-IF.
       2930-GET-BASIS-CD-EXIT.
           EXIT.

      *****************************************************************
      *    2940-GET-GROUP-THRESHOLD
      *    A group with no MINTHRSH row (or no threshold file at all)
      *    has no minimum.
      *****************************************************************
       2940-GET-GROUP-THRESHOLD.
           MOVE ZERO TO RSH-MIN-INTEREST-AMT.
           IF NOT WS-MINTHRSH-OPEN
               GO TO 2940-GET-GROUP-THRESHOLD-EXIT
           END-IF.
           MOVE WS-BRK-GROUP-ID TO MINT-ACCT-GROUP-ID.
           READ MINTHRSH-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-MINTHRSH-OK
               MOVE MINT-MIN-INTEREST-AMT TO RSH-MIN-INTEREST-AMT
           END-IF.
       2940-GET-GROUP-THRESHOLD-EXIT.
           EXIT.

      *****************************************************************
      *    2950-GET-RATE-CEILING
      *    Positions RATECEIL on the latest ceiling row for this
      *    group and transaction type whose begin date is on or
      *    before the cycle date, then confirms the row's end date
      *    still covers the cycle date.  No row (or no ceiling file)
      *    means no ceiling applies.
      *****************************************************************
       2950-GET-RATE-CEILING.
           MOVE 'N'  TO RSH-CEILING-SW.
           MOVE ZERO TO RSH-CEILING-RATE.
           IF NOT WS-RATECEIL-OPEN
               GO TO 2950-GET-RATE-CEILING-EXIT
           END-IF.

           MOVE WS-BRK-GROUP-ID    TO WS-CSK-GROUP-ID.
           MOVE WS-BRK-TYPE-CD     TO WS-CSK-TYPE-CD.
           MOVE WS-CYCLE-DATE      TO WS-CSK-BEGIN-DATE.
           MOVE WS-CEIL-SEARCH-KEY TO RATECEIL-KEY.

           START RATECEIL-FILE KEY IS LESS THAN OR EQUAL
               RATECEIL-KEY OF RATECEIL-KEY-REC
               INVALID KEY
                   GO TO 2950-GET-RATE-CEILING-EXIT
           END-START.

           READ RATECEIL-FILE NEXT RECORD
               AT END
                   GO TO 2950-GET-RATE-CEILING-EXIT
           END-READ.
           IF WS-RATECEIL-OK
               AND CEIL-ACCT-GROUP-ID = WS-BRK-GROUP-ID
               AND CEIL-TRAN-TYPE-CD  = WS-BRK-TYPE-CD
               AND CEIL-END-DATE NOT < WS-CYCLE-DATE
               SET RSH-CEILING-FOUND TO TRUE
               MOVE CEIL-MAX-RATE TO RSH-CEILING-RATE
           END-IF.
       2950-GET-RATE-CEILING-EXIT.
           EXIT.

      *****************************************************************
      *    2960-GET-DAY-COUNT-CD
      *    No DCBASIS row (or no file), or a code the interest run
      *    does not know, is Actual/365.
      *****************************************************************
       2960-GET-DAY-COUNT-CD.
           SET RSH-ACTUAL-365 TO TRUE.
           IF NOT WS-DCBASIS-OPEN
               GO TO 2960-GET-DAY-COUNT-CD-EXIT
           END-IF.
           MOVE WS-BRK-GROUP-ID TO DCBS-ACCT-GROUP-ID.
           READ DCBASIS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DCBASIS-OK
               AND (DCBS-ACTUAL-360 OR DCBS-THIRTY-360)
               MOVE DCBS-DAY-COUNT-CD TO RSH-DAY-COUNT-CD
           END-IF.
       2960-GET-DAY-COUNT-CD-EXIT.
           EXIT.

      *****************************************************************
      *    9000-TERMINATE
      *    A sheet with a combination whose bands did not fit is not
      *    registered as built, so CBACT04C's prerequisite check stops
      *    the cycle before anything is priced short.
      *****************************************************************
       9000-TERMINATE.
           CLOSE DISCGRPH-FILE.
           CLOSE BLNDRATE-FILE.
           IF WS-DISCTIER-OPEN
               CLOSE DISCTIER-FILE
           END-IF.
           IF WS-ACRBASIS-OPEN
               CLOSE ACRBASIS-FILE
           END-IF.
           IF WS-MINTHRSH-OPEN
               CLOSE MINTHRSH-FILE
           END-IF.
           IF WS-RATECEIL-OPEN
               CLOSE RATECEIL-FILE
           END-IF.
           IF WS-DCBASIS-OPEN
               CLOSE DCBASIS-FILE
           END-IF.
           CLOSE RATESHT-FILE.

           MOVE WS-PURGED-COUNT TO WS-COUNT-ED.
           DISPLAY 'CBRSH01C - ' WS-COUNT-ED
                   ' PRIOR SHEET ROW(S) REPLACED FOR CYCLE '
                   WS-CYCLE-DATE.
           MOVE WS-SHEET-ROW-COUNT TO WS-COUNT-ED.
           DISPLAY 'CBRSH01C - ' WS-COUNT-ED
                   ' SHEET ROW(S) WRITTEN'.
           MOVE WS-BLENDED-COUNT TO WS-COUNT-ED.
           DISPLAY 'CBRSH01C - ' WS-COUNT-ED
                   ' ROW(S) CARRY A BLENDED RATE'.
           MOVE WS-TIERED-COUNT TO WS-COUNT-ED.
           DISPLAY 'CBRSH01C - ' WS-COUNT-ED
                   ' ROW(S) CARRY BALANCE BANDS'.
           MOVE WS-NO-RATE-COUNT TO WS-COUNT-ED.
           DISPLAY 'CBRSH01C - ' WS-COUNT-ED
                   ' ROW(S) HAVE NO RATE IN FORCE ON THE CYCLE DATE'.

           IF WS-TIER-OVERFLOW-COUNT > ZERO
               MOVE WS-TIER-OVERFLOW-COUNT TO WS-COUNT-ED
               DISPLAY 'CBRSH01C - ' WS-COUNT-ED
                       ' COMBINATION(S) HAVE MORE BANDS THAN THE SHEET'
                       ' HOLDS -- SHEET NOT REGISTERED.'
               MOVE 16 TO RETURN-CODE
               GO TO 9000-TERMINATE-EXIT
           END-IF.

           MOVE 'R'        TO WS-CYCC-FUNCTION.
           MOVE 'CBRSH01C' TO WS-CYCC-JOB-NAME.
           CALL WS-CYCCTL-PGM USING WS-CYCC-FUNCTION
                                     WS-CYCC-JOB-NAME
                                     WS-CYCLE-DATE
                                     WS-CYCC-RESULT.
       9000-TERMINATE-EXIT.
           EXIT.
