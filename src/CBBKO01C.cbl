      *****************************************************************
      *    PROGRAM:     CBBKO01C
      *    APPLICATION: CardDemo
      *    FUNCTION:    Whole-Cycle Interest Backout.
      *                 Undoes a bad interest run for the cycle date on
      *                 the parameter card so the cycle can be run
      *                 again in sequence.  CBACT04V reverses one
      *                 disputed charge at a time and a CBACT04C
      *                 restart only resumes forward; this job takes
      *                 every posting the cycle's ITRANS carries --
      *                 the live run's rows and the catch-up rows
      *                 CBACT04R added -- back off the books:
      *                   - the amount comes back off
      *                     TRANCAT-CYC-ACCRUED-AMT, or, once CBACT05C
      *                     has capitalized it, off TRANCAT-BAL and
      *                     ACCT-CURR-BAL together;
      *                   - the posting's ITRHIST and STMTHIST rows
      *                     are deleted, as is every ITRACE row the
      *                     live run priced, posted or suppressed;
      *                   - the RECXSKIP rows CBACT04R marked posted go
      *                     back to pending, and the rows the run
      *                     logged for this cycle are removed;
      *                   - when CBGLJV1C has already sent the cycle's
      *                     voucher to the ledger, a reversing GL
      *                     extract (BKOGLX) and a reversing voucher
      *                     (BKOJVREV, the voucher with debit and
      *                     credit swapped) are written;
      *                   - the CBACT04C checkpoint rows and the CYCLCTL
      *                     rows of every step from CBACT04C on,
      *                     partitions included, are removed.  With
      *                     no run, checkpoint or trace left for the
      *                     cycle, CBRSH01C can rebuild its rate
      *                     sheet.
      *                 Each reversed posting is also written, negated
      *                 and flagged 'R', to BKOITRN as the record of
      *                 what came off.  The control report (BKORPT)
      *                 foots RECXSKIP, TCATBALF, ACCTMST, ITRHIST and
      *                 STMTHIST before and after the backout.  It
      *                 proves each is back to its pre-run totals and
      *                 that the postings reversed tie to the balances
      *                 moved.  The ITRACE, CHKPTREC and CYCLCTL rows
      *                 removed are counted on it, not footed.
      *                 The checks below change nothing and end the job
      *                 with return code 16:
      *                   - the cycle date is invalid;
      *                   - a later cycle has already run;
      *                   - the control files show no interest run for
      *                     the cycle;
      *                   - ITRANS carries another cycle's live rows;
      *                   - ITRANS holds no postings.
      *                 CYCP-SEQ-OVERRIDE 'Y' overrides two of them: no
      *                 run on record and no postings on ITRANS.  The
      *                 backout is a single pass over files it updates
      *                 in place, so it runs behind image copies of
      *                 them; an abended backout is recovered by
      *                 restoring those copies and resubmitting.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBBKO01C.
       AUTHOR.        CARDDEMO-BATCH-TEAM.
       INSTALLATION.  CARDDEMO.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************************
      *    MODIFICATION HISTORY
      *    2026-10-15  JPM  Initial version - whole-cycle backout of
      *                     an interest run with a before/after
      *                     control report.
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

           SELECT CYCLCTL-FILE  ASSIGN TO CYCLCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCLCTL-KEY OF CYCLCTL-KEY-REC
               FILE STATUS IS WS-CYCLCTL-STATUS.

           SELECT CHKPTREC-FILE ASSIGN TO CHKPTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHKPT-JOB-NAME OF CHECKPOINT-RECORD
               FILE STATUS IS WS-CHKPTREC-STATUS.

           SELECT ITRANS-FILE   ASSIGN TO ITRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ITRANS-STATUS.

           SELECT TCATBALF-FILE ASSIGN TO TCATBALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCATBALF-KEY OF TCATBALF-KEY-REC
               FILE STATUS IS WS-TCATBALF-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTMST-KEY OF ACCTMST-KEY-REC
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT ACCTGRPH-FILE ASSIGN TO ACCTGRPH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               FILE STATUS IS WS-ACCTGRPH-STATUS.

           SELECT ITRHIST-FILE  ASSIGN TO ITRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITRHIST-KEY OF ITRHIST-KEY-REC
               FILE STATUS IS WS-ITRHIST-STATUS.

           SELECT STMTHIST-FILE ASSIGN TO STMTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STMTHIST-KEY OF STMTHIST-KEY-REC
               FILE STATUS IS WS-STMTHIST-STATUS.

           SELECT ITRACE-FILE   ASSIGN TO ITRACE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITRACE-KEY OF ITRACE-KEY-REC
               FILE STATUS IS WS-ITRACE-STATUS.

           SELECT RECXSKIP-FILE ASSIGN TO RECXSKIP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECXSKIP-KEY OF RECXSKIP-KEY-REC
               FILE STATUS IS WS-RECXSKIP-STATUS.

           SELECT GLJV-IN-FILE  ASSIGN TO GLJVOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJV-IN-STATUS.

           SELECT BKOITRN-FILE  ASSIGN TO BKOITRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKOITRN-STATUS.

           SELECT BKOGLX-FILE   ASSIGN TO BKOGLX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKOGLX-STATUS.

           SELECT BKOJV-FILE    ASSIGN TO BKOJVREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKOJV-STATUS.

           SELECT BKO-RPT-FILE  ASSIGN TO BKORPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-PARM-FILE.
           COPY CYCLPARM.

       FD  CYCLCTL-FILE.
           COPY CYCRUNCT.
       01  CYCLCTL-KEY-REC REDEFINES CYCLE-RUN-CONTROL-RECORD.
           05  CYCLCTL-KEY                      PIC X(18).
           05  FILLER                            PIC X(22).

       FD  CHKPTREC-FILE.
           COPY CHKPTREC.

       FD  ITRANS-FILE
           RECORDING MODE IS F.
           COPY ITRANS.

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

       FD  ITRHIST-FILE.
           COPY ITRHIST.
       01  ITRHIST-KEY-REC REDEFINES INTEREST-HIST-RECORD.
           05  ITRHIST-KEY                      PIC X(27).
           05  FILLER                            PIC X(23).

       FD  STMTHIST-FILE.
           COPY STMHIST.
       01  STMTHIST-KEY-REC REDEFINES STMT-HIST-RECORD.
           05  STMTHIST-KEY                     PIC X(27).
           05  FILLER                            PIC X(33).

       FD  ITRACE-FILE.
           COPY ITRACE.
       01  ITRACE-KEY-REC REDEFINES INTEREST-TRACE-RECORD.
           05  ITRACE-KEY                       PIC X(28).
           05  FILLER                            PIC X(392).

       FD  RECXSKIP-FILE.
           COPY RECXSKIP.
       01  RECXSKIP-KEY-REC REDEFINES ACCRUAL-SKIP-RECORD.
           05  RECXSKIP-KEY                     PIC X(21).
           05  FILLER                            PIC X(19).

       FD  GLJV-IN-FILE
           RECORDING MODE IS F.
           COPY GLJVREC.

      *    The reversing ITRANS rows and the reversing voucher carry
      *    the ITRANS and GLJVREC layouts; each is built in the input
      *    record area and moved to its output record whole.
       FD  BKOITRN-FILE
           RECORDING MODE IS F.
       01  BKO-ITRANS-RECORD                    PIC X(50).

       FD  BKOGLX-FILE
           RECORDING MODE IS F.
           COPY GLEXTRCT.

       FD  BKOJV-FILE
           RECORDING MODE IS F.
       01  BKO-JV-RECORD                        PIC X(60).

       FD  BKO-RPT-FILE
           RECORDING MODE IS F.
       01  BKO-RPT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                       PIC X(02).
       01  WS-CYCLCTL-STATUS                    PIC X(02).
           88  WS-CYCLCTL-OK                    VALUE '00'.
       01  WS-CHKPTREC-STATUS                   PIC X(02).
           88  WS-CHKPTREC-OK                   VALUE '00'.
       01  WS-ITRANS-STATUS                     PIC X(02).
       01  WS-TCATBALF-STATUS                   PIC X(02).
           88  WS-TCATBALF-OK                   VALUE '00'.
       01  WS-ACCTMST-STATUS                    PIC X(02).
           88  WS-ACCTMST-OK                    VALUE '00'.
       01  WS-ACCTGRPH-STATUS                   PIC X(02).
           88  WS-ACCTGRPH-OK                   VALUE '00'.
       01  WS-ITRHIST-STATUS                    PIC X(02).
           88  WS-ITRHIST-OK                    VALUE '00'.
       01  WS-STMTHIST-STATUS                   PIC X(02).
           88  WS-STMTHIST-OK                   VALUE '00'.
       01  WS-ITRACE-STATUS                     PIC X(02).
           88  WS-ITRACE-OK                     VALUE '00'.
       01  WS-RECXSKIP-STATUS                   PIC X(02).
           88  WS-RECXSKIP-OK                   VALUE '00'.
       01  WS-GLJV-IN-STATUS                    PIC X(02).
       01  WS-BKOITRN-STATUS                    PIC X(02).
       01  WS-BKOGLX-STATUS                     PIC X(02).
       01  WS-BKOJV-STATUS                      PIC X(02).
       01  WS-BKO-RPT-STATUS                    PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01)  VALUE 'N'.
               88  WS-EOF-ITRANS                 VALUE 'Y'.
           05  WS-BROWSE-EOF-SW                  PIC X(01)  VALUE 'N'.
               88  WS-BROWSE-EOF                   VALUE 'Y'.
           05  WS-RUN-ON-RECORD-SW               PIC X(01)  VALUE 'N'.
               88  WS-RUN-ON-RECORD                VALUE 'Y'.
           05  WS-LATER-CYCLE-SW                 PIC X(01)  VALUE 'N'.
               88  WS-LATER-CYCLE-RUN              VALUE 'Y'.
           05  WS-CAPITALIZED-SW                 PIC X(01)  VALUE 'N'.
               88  WS-CYCLE-CAPITALIZED            VALUE 'Y'.
           05  WS-GLJV-RAN-SW                    PIC X(01)  VALUE 'N'.
               88  WS-GLJV-RAN                     VALUE 'Y'.
           05  WS-CATCHUP-RAN-SW                 PIC X(01)  VALUE 'N'.
               88  WS-CATCHUP-RAN                  VALUE 'Y'.
           05  WS-ACCTGRPH-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-ACCTGRPH-OPEN                VALUE 'Y'.
           05  WS-ITRHIST-OPEN-SW                PIC X(01)  VALUE 'N'.
               88  WS-ITRHIST-OPEN                 VALUE 'Y'.
           05  WS-STMTHIST-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-STMTHIST-OPEN                VALUE 'Y'.
           05  WS-ITRACE-OPEN-SW                 PIC X(01)  VALUE 'N'.
               88  WS-ITRACE-OPEN                  VALUE 'Y'.
           05  WS-RECXSKIP-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-RECXSKIP-OPEN                VALUE 'Y'.
           05  WS-OUT-OF-BAL-SW                  PIC X(01)  VALUE 'N'.
               88  WS-OUT-OF-BALANCE               VALUE 'Y'.
           05  WS-REVIEW-SW                      PIC X(01)  VALUE 'N'.
               88  WS-REVIEW-NEEDED                VALUE 'Y'.
           05  WS-PART-OVERFLOW-SW               PIC X(01)  VALUE 'N'.
               88  WS-PART-OVERFLOW                VALUE 'Y'.

       01  WS-CYCLE-DATE                        PIC X(10).
       01  WS-RUN-DATE                          PIC X(10).
       01  WS-RUN-DATE-YMD                      PIC 9(08).
       01  WS-WORK-YMD                          PIC 9(08).
       01  WS-CATCHUP-RUN-DATE                  PIC X(10).
       01  WS-REFUSE-REASON                     PIC X(60).
       01  WS-ACCT-GROUP-ID                     PIC X(10).

      *    WS-FOOT-SUB picks the column a footing pass fills: 1 is the
      *    files as found, 2 is the files after the backout.
       01  WS-FOOT-SUB                          PIC 9(01)  COMP.

       01  WS-AGH-SEARCH-KEY.
           05  WS-AGK-ACCT-ID                   PIC 9(11).
           05  WS-AGK-BEGIN-DATE                PIC X(10).

       01  WS-TCATBALF-SEARCH-KEY.
           05  WS-TBK-ACCT-ID                   PIC 9(11).
           05  WS-TBK-TYPE-CD                   PIC X(02).
           05  WS-TBK-CAT-CD                    PIC 9(04).

       01  WS-HIST-SEARCH-KEY.
           05  WS-HSK-ACCT-ID                   PIC 9(11).
           05  WS-HSK-CYCLE-DATE                PIC X(10).
           05  WS-HSK-TYPE-CD                   PIC X(02).
           05  WS-HSK-CAT-CD                    PIC 9(04).

       01  WS-TRACE-SEARCH-KEY.
           05  WS-TSK-HIST-KEY                  PIC X(27).
           05  WS-TSK-POSTING-SRC               PIC X(01).

       01  WS-SKIP-SEARCH-KEY.
           05  WS-SSK-ACCT-ID                   PIC 9(11).
           05  WS-SSK-CYCLE-DATE                PIC X(10).

       01  WS-RUN-CONTROL-AREA.
           05  WS-CYCCTL-PGM                    PIC X(08)  VALUE
                   'CBCYCCTL'.
           05  WS-CYCC-FUNCTION                 PIC X(01).
           05  WS-CYCC-JOB-NAME                 PIC X(08).
           05  WS-CYCC-RESULT                   PIC X(01).
               88  WS-CYCC-STEP-COMPLETE         VALUE 'Y'.

      *    The partitions of a partitioned run each register under
      *    their own CB04CPnn name.  Those registered for the cycle
      *    are collected here while CYCLCTL is browsed, and are
      *    deregistered with the other steps.
       01  WS-PART-MAX                          PIC 9(04)  COMP
                                                 VALUE 100.
       01  WS-PART-SUB                          PIC 9(04)  COMP.
       01  WS-PART-COUNT                        PIC 9(04)  COMP
                                                 VALUE ZERO.
       01  WS-PART-TABLE.
           05  WS-PART-JOB-NAME                 PIC X(08)
                                                 OCCURS 100 TIMES.

       01  WS-CYCLCTL-SEARCH-KEY.
           05  WS-CCK-JOB-NAME                  PIC X(08).
           05  WS-CCK-CYCLE-DATE                PIC X(10).

       01  WS-POSTING-AREA.
           05  WS-POSTING-AMT                   PIC S9(09)V99 COMP-3.
           05  WS-POSTING-FLAG                  PIC X(01).
               88  WS-POSTING-CATCHUP            VALUE 'C'.
           05  WS-REVERSAL-AMT                  PIC S9(09)V99 COMP-3.

      *    Whole-file footings, taken once before the backout and
      *    once after it.
       01  WS-FOOT-TABLE.
           05  WS-FOOT-COLUMN OCCURS 2 TIMES.
               10  WS-FT-CAT-BAL                PIC S9(13)V99 COMP-3.
               10  WS-FT-CAT-ACCRUED            PIC S9(13)V99 COMP-3.
               10  WS-FT-MASTER-BAL             PIC S9(13)V99 COMP-3.
               10  WS-FT-HIST-ROWS              PIC S9(09)    COMP-3.
               10  WS-FT-HIST-AMT               PIC S9(13)V99 COMP-3.
               10  WS-FT-STMT-ROWS              PIC S9(09)    COMP-3.
               10  WS-FT-STMT-AMT               PIC S9(13)V99 COMP-3.
               10  WS-FT-SKIP-POSTED            PIC S9(09)    COMP-3.
               10  WS-FT-SKIP-CYCLE             PIC S9(09)    COMP-3.

      *    What the backout itself took off each file.
       01  WS-BACKOUT-TOTALS.
           05  WS-BO-CAT-BAL                    PIC S9(13)V99 COMP-3.
           05  WS-BO-CAT-ACCRUED                PIC S9(13)V99 COMP-3.
           05  WS-BO-MASTER-BAL                 PIC S9(13)V99 COMP-3.
           05  WS-BO-HIST-ROWS                  PIC S9(09)    COMP-3.
           05  WS-BO-HIST-AMT                   PIC S9(13)V99 COMP-3.
           05  WS-BO-STMT-ROWS                  PIC S9(09)    COMP-3.
           05  WS-BO-STMT-AMT                   PIC S9(13)V99 COMP-3.
           05  WS-BO-SKIP-POSTED                PIC S9(09)    COMP-3.
           05  WS-BO-SKIP-INPROG                PIC S9(09)    COMP-3.
           05  WS-BO-SKIP-CYCLE                 PIC S9(09)    COMP-3.
           05  WS-BO-TRACE-ROWS                 PIC S9(09)    COMP-3.
           05  WS-BO-NOT-APPLIED-CNT            PIC S9(09)    COMP-3.
           05  WS-BO-NOT-APPLIED-AMT            PIC S9(13)V99 COMP-3.
           05  WS-BO-STEPS-RESET                PIC S9(09)    COMP-3.
           05  WS-BO-CHKPT-RESET                PIC S9(09)    COMP-3.

      *    What the cycle's ITRANS carries, proven before anything is
      *    touched.
       01  WS-ITRANS-TOTALS.
           05  WS-LIVE-COUNT                    PIC S9(09)    COMP-3.
           05  WS-LIVE-AMT                      PIC S9(13)V99 COMP-3.
           05  WS-CATCHUP-COUNT                 PIC S9(09)    COMP-3.
           05  WS-CATCHUP-AMT                   PIC S9(13)V99 COMP-3.
           05  WS-DISPUTE-COUNT                 PIC S9(09)    COMP-3.
           05  WS-DISPUTE-AMT                   PIC S9(13)V99 COMP-3.
           05  WS-FOREIGN-COUNT                 PIC S9(09)    COMP-3.
           05  WS-POSTINGS-COUNT                PIC S9(09)    COMP-3.
           05  WS-POSTINGS-AMT                  PIC S9(13)V99 COMP-3.

       01  WS-GL-TOTALS.
           05  WS-GLX-COUNT                     PIC S9(09)    COMP-3.
           05  WS-GLX-AMT                       PIC S9(13)V99 COMP-3.
           05  WS-JV-DETAIL-COUNT               PIC S9(09)    COMP-3.
           05  WS-JV-DEBIT-TOTAL                PIC S9(13)V99 COMP-3.
           05  WS-JV-SAVE-TOTAL                 PIC S9(13)V99 COMP-3.

       01  WS-LINE-WORK.
           05  WS-LINE-BEFORE                   PIC S9(13)V99 COMP-3.
           05  WS-LINE-BACKED-OUT               PIC S9(13)V99 COMP-3.
           05  WS-LINE-AFTER                    PIC S9(13)V99 COMP-3.
           05  WS-LINE-EXPECTED                 PIC S9(13)V99 COMP-3.
           05  WS-TIE-TOTAL                     PIC S9(13)V99 COMP-3.

       01  WS-COUNT-ED                          PIC ZZZZZZZZ9-.
       01  WS-AMOUNT-ED                         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-EXC-DETAIL.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-ACCT-ID                        PIC 9(11).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-CYCLE-DATE                     PIC X(10).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-TYPE-CD                        PIC X(02).
           05  FILLER                           PIC X(01)  VALUE SPACES.
           05  RL-CAT-CD                         PIC 9(04).
           05  FILLER                           PIC X(03)  VALUE SPACES.
           05  RL-POSTING-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-EXC-TAG                        PIC X(40).

       01  WS-STEP-DETAIL.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-STEP-NAME                      PIC X(08).
           05  FILLER                           PIC X(04)  VALUE SPACES.
           05  RL-STEP-TAG                       PIC X(40).

       01  WS-AMT-DETAIL.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-FILE-NAME                      PIC X(08).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-MEASURE                        PIC X(16).
           05  RL-BEFORE-AMT                    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-BACKED-OUT-AMT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-AFTER-AMT                     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-VERDICT                        PIC X(16).

       01  WS-CNT-DETAIL.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-CNT-FILE-NAME                  PIC X(08).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-CNT-MEASURE                    PIC X(16).
           05  RL-BEFORE-CNT                     PIC ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                           PIC X(05)  VALUE SPACES.
           05  RL-BACKED-OUT-CNT                 PIC ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                           PIC X(05)  VALUE SPACES.
           05  RL-AFTER-CNT                      PIC ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                           PIC X(05)  VALUE SPACES.
           05  RL-CNT-VERDICT                    PIC X(16).

       01  WS-TIE-DETAIL.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-TIE-LABEL                      PIC X(44).
           05  RL-TIE-AMT                       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-TIE-TAG                        PIC X(40).

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 1500-PROVE-ITRANS
               THRU 1500-PROVE-ITRANS-EXIT.
           PERFORM 1800-OPEN-UPDATE-FILES
               THRU 1800-OPEN-UPDATE-FILES-EXIT.

           MOVE 1 TO WS-FOOT-SUB.
           PERFORM 3000-FOOT-FILES
               THRU 3000-FOOT-FILES-EXIT.

           OPEN INPUT ITRANS-FILE.
           MOVE 'N' TO WS-EOF-SW.
           READ ITRANS-FILE
               AT END
                   SET WS-EOF-ITRANS TO TRUE
           END-READ.
           PERFORM 2000-BACKOUT-POSTING
               THRU 2000-BACKOUT-POSTING-EXIT
               UNTIL WS-EOF-ITRANS.
           CLOSE ITRANS-FILE.

           PERFORM 4000-RESET-SKIP-LOG
               THRU 4000-RESET-SKIP-LOG-EXIT.
           PERFORM 4100-REMOVE-CYCLE-TRACE
               THRU 4100-REMOVE-CYCLE-TRACE-EXIT.
           IF WS-GLJV-RAN
               PERFORM 4500-REVERSE-VOUCHER
                   THRU 4500-REVERSE-VOUCHER-EXIT
           END-IF.
           PERFORM 4700-RESET-CHECKPOINTS
               THRU 4700-RESET-CHECKPOINTS-EXIT.
           PERFORM 4800-RESET-RUN-CONTROL
               THRU 4800-RESET-RUN-CONTROL-EXIT.

           MOVE 2 TO WS-FOOT-SUB.
           PERFORM 3000-FOOT-FILES
               THRU 3000-FOOT-FILES-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *****************************************************************
      *    1000-INITIALIZE
      *    Everything that can refuse the backout is settled here and
      *    in 1500, before any file is opened for update.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT  CYCLE-PARM-FILE.
           READ CYCLE-PARM-FILE
               AT END
                   MOVE SPACES TO CYCLE-PARM-RECORD
           END-READ.
           MOVE CYCP-CYCLE-DATE TO WS-CYCLE-DATE.
           CLOSE CYCLE-PARM-FILE.

           ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-YMD(1:4) TO WS-RUN-DATE(1:4).
           MOVE '-'                  TO WS-RUN-DATE(5:1).
           MOVE WS-RUN-DATE-YMD(5:2) TO WS-RUN-DATE(6:2).
           MOVE '-'                  TO WS-RUN-DATE(8:1).
           MOVE WS-RUN-DATE-YMD(7:2) TO WS-RUN-DATE(9:2).

           MOVE WS-CYCLE-DATE(1:4) TO WS-WORK-YMD(1:4).
           MOVE WS-CYCLE-DATE(6:2) TO WS-WORK-YMD(5:2).
           MOVE WS-CYCLE-DATE(9:2) TO WS-WORK-YMD(7:2).
           IF WS-CYCLE-DATE(5:1) NOT = '-'
               OR WS-CYCLE-DATE(8:1) NOT = '-'
               OR WS-WORK-YMD IS NOT NUMERIC
               MOVE 'CYCP-CYCLE-DATE IS NOT A VALID DATE'
                   TO WS-REFUSE-REASON
               PERFORM 1900-REFUSE-BACKOUT
                   THRU 1900-REFUSE-BACKOUT-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-YMD) NOT = ZERO
               MOVE 'CYCP-CYCLE-DATE IS NOT A VALID DATE'
                   TO WS-REFUSE-REASON
               PERFORM 1900-REFUSE-BACKOUT
                   THRU 1900-REFUSE-BACKOUT-EXIT
           END-IF.

           PERFORM 1100-CHECK-RUN-CONTROL
               THRU 1100-CHECK-RUN-CONTROL-EXIT.
           PERFORM 1200-CHECK-CHECKPOINTS
               THRU 1200-CHECK-CHECKPOINTS-EXIT.

           IF WS-LATER-CYCLE-RUN
               MOVE 'A LATER CYCLE HAS ALREADY BEEN RUN'
                   TO WS-REFUSE-REASON
               PERFORM 1900-REFUSE-BACKOUT
                   THRU 1900-REFUSE-BACKOUT-EXIT
           END-IF.
           IF WS-PART-OVERFLOW
               MOVE 'MORE PARTITIONS REGISTERED THAN CAN BE RESET'
                   TO WS-REFUSE-REASON
               PERFORM 1900-REFUSE-BACKOUT
                   THRU 1900-REFUSE-BACKOUT-EXIT
           END-IF.
           IF NOT WS-RUN-ON-RECORD
               AND NOT CYCP-SEQUENCE-OVERRIDDEN
               MOVE 'NO INTEREST RUN ON RECORD FOR THE CYCLE'
                   TO WS-REFUSE-REASON
               PERFORM 1900-REFUSE-BACKOUT
                   THRU 1900-REFUSE-BACKOUT-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *    1100-CHECK-RUN-CONTROL
      *    The CBCYCCTL check answers whether CBACT04C, CBACT05C and
      *    CBGLJV1C finished the cycle.  Two questions it cannot
      *    answer are put to CYCLCTL directly:
      *      - whether CBACT04C has registered any later cycle date.
      *        Rows are keyed step name first, so the next row past
      *        this cycle's key shows it.
      *      - what day CBACT04R finished the cycle.  That is the
      *        date it stamped on every skip row it marked posted.
      *****************************************************************
       1100-CHECK-RUN-CONTROL.
           MOVE 'C'        TO WS-CYCC-FUNCTION.
           MOVE 'CBACT04C' TO WS-CYCC-JOB-NAME.
           CALL WS-CYCCTL-PGM USING WS-CYCC-FUNCTION
                                     WS-CYCC-JOB-NAME
                                     WS-CYCLE-DATE
                                     WS-CYCC-RESULT.
           IF WS-CYCC-STEP-COMPLETE
               SET WS-RUN-ON-RECORD TO TRUE
           END-IF.

           MOVE 'C'        TO WS-CYCC-FUNCTION.
           MOVE 'CBACT05C' TO WS-CYCC-JOB-NAME.
           CALL WS-CYCCTL-PGM USING WS-CYCC-FUNCTION
                                     WS-CYCC-JOB-NAME
                                     WS-CYCLE-DATE
                                     WS-CYCC-RESULT.
           IF WS-CYCC-STEP-COMPLETE
               SET WS-CYCLE-CAPITALIZED TO TRUE
           END-IF.

           MOVE 'C'        TO WS-CYCC-FUNCTION.
           MOVE 'CBGLJV1C' TO WS-CYCC-JOB-NAME.
           CALL WS-CYCCTL-PGM USING WS-CYCC-FUNCTION
                                     WS-CYCC-JOB-NAME
                                     WS-CYCLE-DATE
                                     WS-CYCC-RESULT.
           IF WS-CYCC-STEP-COMPLETE
               SET WS-GLJV-RAN TO TRUE
           END-IF.

           OPEN INPUT CYCLCTL-FILE.
           IF NOT WS-CYCLCTL-OK
               GO TO 1100-CHECK-RUN-CONTROL-EXIT
           END-IF.

           MOVE 'CBACT04C'        TO WS-CCK-JOB-NAME.
           MOVE WS-CYCLE-DATE     TO WS-CCK-CYCLE-DATE.
           MOVE WS-CYCLCTL-SEARCH-KEY
               TO CYCLCTL-KEY OF CYCLCTL-KEY-REC.
           START CYCLCTL-FILE KEY IS GREATER THAN
               CYCLCTL-KEY OF CYCLCTL-KEY-REC
               INVALID KEY
                   GO TO 1100-CHECK-CATCHUP-RUN
           END-START.
           READ CYCLCTL-FILE NEXT RECORD
               AT END
                   GO TO 1100-CHECK-CATCHUP-RUN
           END-READ.
           IF WS-CYCLCTL-OK
               AND CYCC-JOB-NAME = 'CBACT04C'
               SET WS-LATER-CYCLE-RUN TO TRUE
           END-IF.

       1100-CHECK-CATCHUP-RUN.
           MOVE 'CBACT04R'        TO WS-CCK-JOB-NAME.
           MOVE WS-CYCLE-DATE     TO WS-CCK-CYCLE-DATE.
           MOVE WS-CYCLCTL-SEARCH-KEY
               TO CYCLCTL-KEY OF CYCLCTL-KEY-REC.
           READ CYCLCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CYCLCTL-OK
               AND CYCC-STATUS-COMPLETE
               SET WS-CATCHUP-RAN TO TRUE
               MOVE CYCC-COMPLETE-DATE TO WS-CATCHUP-RUN-DATE
           END-IF.

           MOVE 'CB04CP'          TO WS-CCK-JOB-NAME.
           MOVE LOW-VALUES        TO WS-CCK-CYCLE-DATE.
           MOVE WS-CYCLCTL-SEARCH-KEY
               TO CYCLCTL-KEY OF CYCLCTL-KEY-REC.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           START CYCLCTL-FILE KEY IS NOT LESS THAN
               CYCLCTL-KEY OF CYCLCTL-KEY-REC
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.
           PERFORM 1150-NOTE-PARTITION-RUN
               THRU 1150-NOTE-PARTITION-RUN-EXIT
               UNTIL WS-BROWSE-EOF.
           CLOSE CYCLCTL-FILE.
       1100-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *****************************************************************
      *    1150-NOTE-PARTITION-RUN
      *    A partition registered for this cycle is a run on record
      *    and is kept for 4800 to deregister.  A partition registered
      *    for a later cycle means a later cycle has run.
      *****************************************************************
       1150-NOTE-PARTITION-RUN.
           READ CYCLCTL-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
                   GO TO 1150-NOTE-PARTITION-RUN-EXIT
           END-READ.
           IF CYCC-JOB-NAME(1:6) NOT = 'CB04CP'
               SET WS-BROWSE-EOF TO TRUE
               GO TO 1150-NOTE-PARTITION-RUN-EXIT
           END-IF.
           IF CYCC-CYCLE-DATE > WS-CYCLE-DATE
               SET WS-LATER-CYCLE-RUN TO TRUE
           END-IF.
           IF CYCC-CYCLE-DATE NOT = WS-CYCLE-DATE
               GO TO 1150-NOTE-PARTITION-RUN-EXIT
           END-IF.

           SET WS-RUN-ON-RECORD TO TRUE.
           IF WS-PART-COUNT NOT < WS-PART-MAX
               SET WS-PART-OVERFLOW TO TRUE
               GO TO 1150-NOTE-PARTITION-RUN-EXIT
           END-IF.
           ADD 1 TO WS-PART-COUNT.
           MOVE CYCC-JOB-NAME TO WS-PART-JOB-NAME(WS-PART-COUNT).
       1150-NOTE-PARTITION-RUN-EXIT.
           EXIT.

      *****************************************************************
      *    1200-CHECK-CHECKPOINTS
      *    CHKPTREC holds one row per interest-run job: CBACT04C, and
      *    CB04CPnn for each partition.  A row stamped with this
      *    cycle date shows a run that abended or ran partitioned
      *    even when CBACT04C never registered.  A row stamped with a
      *    later date means a later cycle has run.
      *****************************************************************
       1200-CHECK-CHECKPOINTS.
           OPEN INPUT CHKPTREC-FILE.
           IF NOT WS-CHKPTREC-OK
               GO TO 1200-CHECK-CHECKPOINTS-EXIT
           END-IF.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           PERFORM 1210-CHECK-ONE-CHECKPOINT
               THRU 1210-CHECK-ONE-CHECKPOINT-EXIT
               UNTIL WS-BROWSE-EOF.
           CLOSE CHKPTREC-FILE.
       1200-CHECK-CHECKPOINTS-EXIT.
           EXIT.

      *****************************************************************
      *    1210-CHECK-ONE-CHECKPOINT
      *****************************************************************
       1210-CHECK-ONE-CHECKPOINT.
           READ CHKPTREC-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
                   GO TO 1210-CHECK-ONE-CHECKPOINT-EXIT
           END-READ.
           IF CHKPT-JOB-NAME NOT = 'CBACT04C'
               AND CHKPT-JOB-NAME(1:6) NOT = 'CB04CP'
               GO TO 1210-CHECK-ONE-CHECKPOINT-EXIT
           END-IF.
           IF CHKPT-RUN-DATE = WS-CYCLE-DATE
               SET WS-RUN-ON-RECORD TO TRUE
           END-IF.
           IF CHKPT-RUN-DATE > WS-CYCLE-DATE
               SET WS-LATER-CYCLE-RUN TO TRUE
           END-IF.
       1210-CHECK-ONE-CHECKPOINT-EXIT.
           EXIT.

      *****************************************************************
      *    1500-PROVE-ITRANS
      *    A first pass over ITRANS proves that the dataset supplied
      *    is this cycle's.  Every row from the live run must carry
      *    the cycle date; catch-up rows carry the date of the cycle
      *    they made up.  Dispute reversals that CBACT04V added to
      *    the dataset are left where they are: each is its own
      *    servicing decision, not part of the run being undone.
      *****************************************************************
       1500-PROVE-ITRANS.
           MOVE ZERO TO WS-LIVE-COUNT.
           MOVE ZERO TO WS-LIVE-AMT.
           MOVE ZERO TO WS-CATCHUP-COUNT.
           MOVE ZERO TO WS-CATCHUP-AMT.
           MOVE ZERO TO WS-DISPUTE-COUNT.
           MOVE ZERO TO WS-DISPUTE-AMT.
           MOVE ZERO TO WS-FOREIGN-COUNT.
           MOVE ZERO TO WS-POSTINGS-COUNT.
           MOVE ZERO TO WS-POSTINGS-AMT.
           OPEN INPUT ITRANS-FILE.
           MOVE 'N' TO WS-EOF-SW.
           READ ITRANS-FILE
               AT END
                   SET WS-EOF-ITRANS TO TRUE
           END-READ.
           PERFORM 1510-PROVE-ONE-POSTING
               THRU 1510-PROVE-ONE-POSTING-EXIT
               UNTIL WS-EOF-ITRANS.
           CLOSE ITRANS-FILE.

           ADD WS-LIVE-COUNT WS-CATCHUP-COUNT
               GIVING WS-POSTINGS-COUNT.
           ADD WS-LIVE-AMT WS-CATCHUP-AMT
               GIVING WS-POSTINGS-AMT.

           IF WS-FOREIGN-COUNT > ZERO
               MOVE 'ITRANS CARRIES ANOTHER CYCLE''S POSTINGS'
                   TO WS-REFUSE-REASON
               PERFORM 1900-REFUSE-BACKOUT
                   THRU 1900-REFUSE-BACKOUT-EXIT
           END-IF.
           IF WS-POSTINGS-COUNT = ZERO
               AND NOT CYCP-SEQUENCE-OVERRIDDEN
               MOVE 'ITRANS HOLDS NO POSTINGS FOR THE CYCLE'
                   TO WS-REFUSE-REASON
               PERFORM 1900-REFUSE-BACKOUT
                   THRU 1900-REFUSE-BACKOUT-EXIT
           END-IF.
       1500-PROVE-ITRANS-EXIT.
           EXIT.

      *****************************************************************
      *    1510-PROVE-ONE-POSTING
      *****************************************************************
       1510-PROVE-ONE-POSTING.
           IF IT-REVERSAL-TRAN
               ADD 1               TO WS-DISPUTE-COUNT
               ADD IT-INTEREST-AMT TO WS-DISPUTE-AMT
           ELSE
               IF IT-CATCHUP-TRAN
                   ADD 1               TO WS-CATCHUP-COUNT
                   ADD IT-INTEREST-AMT TO WS-CATCHUP-AMT
               ELSE
                   IF IT-CYCLE-DATE = WS-CYCLE-DATE
                       ADD 1               TO WS-LIVE-COUNT
                       ADD IT-INTEREST-AMT TO WS-LIVE-AMT
                   ELSE
                       ADD 1 TO WS-FOREIGN-COUNT
                   END-IF
               END-IF
           END-IF.

           READ ITRANS-FILE
               AT END
                   SET WS-EOF-ITRANS TO TRUE
           END-READ.
       1510-PROVE-ONE-POSTING-EXIT.
           EXIT.

      *****************************************************************
      *    1800-OPEN-UPDATE-FILES
      *    TCATBALF and ACCTMST must be there.  The history, trace and
      *    skip-log files are opened when they exist; a file the
      *    cycle never built has nothing of the cycle's to remove.
      *    The GL files are only opened once the cycle's voucher has
      *    gone to the ledger.
      *****************************************************************
       1800-OPEN-UPDATE-FILES.
           OPEN I-O    TCATBALF-FILE.
           OPEN I-O    ACCTMST-FILE.

           OPEN INPUT  ACCTGRPH-FILE.
           IF WS-ACCTGRPH-OK
               SET WS-ACCTGRPH-OPEN TO TRUE
           END-IF.
           OPEN I-O    ITRHIST-FILE.
           IF WS-ITRHIST-OK
               SET WS-ITRHIST-OPEN TO TRUE
           END-IF.
           OPEN I-O    STMTHIST-FILE.
           IF WS-STMTHIST-OK
               SET WS-STMTHIST-OPEN TO TRUE
           END-IF.
           OPEN I-O    ITRACE-FILE.
           IF WS-ITRACE-OK
               SET WS-ITRACE-OPEN TO TRUE
           END-IF.
           OPEN I-O    RECXSKIP-FILE.
           IF WS-RECXSKIP-OK
               SET WS-RECXSKIP-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT BKOITRN-FILE.
           IF WS-GLJV-RAN
               OPEN INPUT  GLJV-IN-FILE
               OPEN OUTPUT BKOGLX-FILE
               OPEN OUTPUT BKOJV-FILE
           END-IF.
           OPEN OUTPUT BKO-RPT-FILE.

           MOVE ZERO TO WS-FT-CAT-BAL(1).
           MOVE ZERO TO WS-FT-CAT-ACCRUED(1).
           MOVE ZERO TO WS-FT-MASTER-BAL(1).
           MOVE ZERO TO WS-FT-HIST-ROWS(1).
           MOVE ZERO TO WS-FT-HIST-AMT(1).
           MOVE ZERO TO WS-FT-STMT-ROWS(1).
           MOVE ZERO TO WS-FT-STMT-AMT(1).
           MOVE ZERO TO WS-FT-SKIP-POSTED(1).
           MOVE ZERO TO WS-FT-SKIP-CYCLE(1).
           MOVE ZERO TO WS-FT-CAT-BAL(2).
           MOVE ZERO TO WS-FT-CAT-ACCRUED(2).
           MOVE ZERO TO WS-FT-MASTER-BAL(2).
           MOVE ZERO TO WS-FT-HIST-ROWS(2).
           MOVE ZERO TO WS-FT-HIST-AMT(2).
           MOVE ZERO TO WS-FT-STMT-ROWS(2).
           MOVE ZERO TO WS-FT-STMT-AMT(2).
           MOVE ZERO TO WS-FT-SKIP-POSTED(2).
           MOVE ZERO TO WS-FT-SKIP-CYCLE(2).
           MOVE ZERO TO WS-BO-CAT-BAL.
           MOVE ZERO TO WS-BO-CAT-ACCRUED.
           MOVE ZERO TO WS-BO-MASTER-BAL.
           MOVE ZERO TO WS-BO-HIST-ROWS.
           MOVE ZERO TO WS-BO-HIST-AMT.
           MOVE ZERO TO WS-BO-STMT-ROWS.
           MOVE ZERO TO WS-BO-STMT-AMT.
           MOVE ZERO TO WS-BO-SKIP-POSTED.
           MOVE ZERO TO WS-BO-SKIP-INPROG.
           MOVE ZERO TO WS-BO-SKIP-CYCLE.
           MOVE ZERO TO WS-BO-TRACE-ROWS.
           MOVE ZERO TO WS-BO-NOT-APPLIED-CNT.
           MOVE ZERO TO WS-BO-NOT-APPLIED-AMT.
           MOVE ZERO TO WS-BO-STEPS-RESET.
           MOVE ZERO TO WS-BO-CHKPT-RESET.
           MOVE ZERO TO WS-GLX-COUNT.
           MOVE ZERO TO WS-GLX-AMT.
           MOVE ZERO TO WS-JV-DETAIL-COUNT.
           MOVE ZERO TO WS-JV-DEBIT-TOTAL.
           MOVE ZERO TO WS-JV-SAVE-TOTAL.

           MOVE SPACES TO BKO-RPT-LINE.
           STRING 'CYCLE INTEREST BACKOUT CONTROL REPORT - CYCLE '
                   WS-CYCLE-DATE ' - RUN OF ' WS-RUN-DATE
                   DELIMITED SIZE INTO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING 'POSTINGS NOT FULLY BACKED OUT'
                   DELIMITED SIZE INTO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING 'ACCOUNT ID    CYCLE       TP CAT '
                   '           AMOUNT  REASON'
                   DELIMITED SIZE INTO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.
       1800-OPEN-UPDATE-FILES-EXIT.
           EXIT.

      *****************************************************************
      *    1900-REFUSE-BACKOUT
      *    Ends the job with an operator message before any file has
      *    been opened for update, so nothing has changed.
      *****************************************************************
       1900-REFUSE-BACKOUT.
           DISPLAY 'CBBKO01C - CYCLE ' WS-CYCLE-DATE
                   ' NOT BACKED OUT - ' WS-REFUSE-REASON.
           DISPLAY 'CBBKO01C - NO FILE HAS BEEN CHANGED.  CORRECT THE'
                   ' PARAMETER CARD OR THE ITRANS DATASET AND'
                   ' RESUBMIT.'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
       1900-REFUSE-BACKOUT-EXIT.
           EXIT.

      *****************************************************************
      *    2000-BACKOUT-POSTING
      *    One live or catch-up posting from the cycle's ITRANS is
      *    backed out of the balances, removed from the history,
      *    trace and skip log, and written out reversed.
      *****************************************************************
       2000-BACKOUT-POSTING.
           IF IT-REVERSAL-TRAN
               GO TO 2000-READ-NEXT-POSTING
           END-IF.

           MOVE IT-INTEREST-AMT TO WS-POSTING-AMT.
           MOVE IT-CATCHUP-FLAG TO WS-POSTING-FLAG.

           PERFORM 2100-BACKOUT-BALANCES
               THRU 2100-BACKOUT-BALANCES-EXIT.
           PERFORM 2200-REMOVE-HISTORY
               THRU 2200-REMOVE-HISTORY-EXIT.
           IF WS-POSTING-CATCHUP
               PERFORM 2400-REOPEN-SKIP-ROW
                   THRU 2400-REOPEN-SKIP-ROW-EXIT
           END-IF.
           PERFORM 2300-WRITE-REVERSALS
               THRU 2300-WRITE-REVERSALS-EXIT.

       2000-READ-NEXT-POSTING.
           READ ITRANS-FILE
               AT END
                   SET WS-EOF-ITRANS TO TRUE
           END-READ.
       2000-BACKOUT-POSTING-EXIT.
           EXIT.

      *****************************************************************
      *    2100-BACKOUT-BALANCES
      *    Before CBACT05C runs, the posting is still parked in
      *    TRANCAT-CYC-ACCRUED-AMT and is taken back off there.
      *    After it runs, the posting has been rolled into
      *    TRANCAT-BAL and ACCT-CURR-BAL.  It is taken off both in
      *    the same pass, the way CBACT04V backs a dispute out, so
      *    CBRECON1 keeps tying the two files out.  A category whose
      *    accrued amount is already zero was capitalized even if
      *    CBACT05C never registered, for example when CBACT05C
      *    abended part way.  Nothing is moved unless both rows the
      *    posting needs are on file.
      *****************************************************************
       2100-BACKOUT-BALANCES.
           MOVE IT-ACCT-ID      TO WS-TBK-ACCT-ID.
           MOVE IT-TRAN-TYPE-CD TO WS-TBK-TYPE-CD.
           MOVE IT-TRAN-CAT-CD  TO WS-TBK-CAT-CD.
           MOVE WS-TCATBALF-SEARCH-KEY
               TO TCATBALF-KEY OF TCATBALF-KEY-REC.
           READ TCATBALF-FILE
               INVALID KEY
                   MOVE 'NO CATEGORY ROW ON TCATBALF' TO RL-EXC-TAG
                   PERFORM 2900-REPORT-NOT-APPLIED
                       THRU 2900-REPORT-NOT-APPLIED-EXIT
                   GO TO 2100-BACKOUT-BALANCES-EXIT
           END-READ.

           IF NOT WS-CYCLE-CAPITALIZED
               AND TRANCAT-CYC-ACCRUED-AMT NOT = ZERO
               SUBTRACT WS-POSTING-AMT FROM TRANCAT-CYC-ACCRUED-AMT
               REWRITE TRAN-CAT-BAL-RECORD
               ADD WS-POSTING-AMT TO WS-BO-CAT-ACCRUED
               GO TO 2100-BACKOUT-BALANCES-EXIT
           END-IF.

           MOVE IT-ACCT-ID TO ACCTMST-KEY OF ACCTMST-KEY-REC.
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER FILE' TO RL-EXC-TAG
                   PERFORM 2900-REPORT-NOT-APPLIED
                       THRU 2900-REPORT-NOT-APPLIED-EXIT
                   GO TO 2100-BACKOUT-BALANCES-EXIT
           END-READ.

           SUBTRACT WS-POSTING-AMT FROM TRANCAT-BAL.
           REWRITE TRAN-CAT-BAL-RECORD.
           SUBTRACT WS-POSTING-AMT FROM ACCT-CURR-BAL.
           REWRITE ACCOUNT-MASTER-RECORD.
           ADD WS-POSTING-AMT TO WS-BO-CAT-BAL.
           ADD WS-POSTING-AMT TO WS-BO-MASTER-BAL.
       2100-BACKOUT-BALANCES-EXIT.
           EXIT.

      *****************************************************************
      *    2200-REMOVE-HISTORY
      *    CBITRH1C and CBSTMT1C key their rows exactly as ITRANS
      *    carries them.  A catch-up posting therefore lands under the
      *    cycle it made up, not this one.  A row is only removed
      *    when its flag matches the posting, so a dispute reversal
      *    keyed under the same date is never touched.  The posting's
      *    ITRACE row is keyed the same plus its source, 'L' for the
      *    live run and 'C' for the catch-up run.
      *****************************************************************
       2200-REMOVE-HISTORY.
           MOVE IT-ACCT-ID      TO WS-HSK-ACCT-ID.
           MOVE IT-CYCLE-DATE   TO WS-HSK-CYCLE-DATE.
           MOVE IT-TRAN-TYPE-CD TO WS-HSK-TYPE-CD.
           MOVE IT-TRAN-CAT-CD  TO WS-HSK-CAT-CD.

           IF NOT WS-ITRHIST-OPEN
               GO TO 2200-REMOVE-STATEMENT-LINE
           END-IF.
           MOVE WS-HIST-SEARCH-KEY TO ITRHIST-KEY OF ITRHIST-KEY-REC.
           READ ITRHIST-FILE
               INVALID KEY
                   GO TO 2200-REMOVE-STATEMENT-LINE
           END-READ.
           IF IH-CATCHUP-FLAG = WS-POSTING-FLAG
               ADD 1               TO WS-BO-HIST-ROWS
               ADD IH-INTEREST-AMT TO WS-BO-HIST-AMT
               DELETE ITRHIST-FILE RECORD
           END-IF.

       2200-REMOVE-STATEMENT-LINE.
           IF NOT WS-STMTHIST-OPEN
               GO TO 2200-REMOVE-TRACE
           END-IF.
           MOVE WS-HIST-SEARCH-KEY TO STMTHIST-KEY OF STMTHIST-KEY-REC.
           READ STMTHIST-FILE
               INVALID KEY
                   GO TO 2200-REMOVE-TRACE
           END-READ.
           IF SH-CATCHUP-FLAG = WS-POSTING-FLAG
               ADD 1               TO WS-BO-STMT-ROWS
               ADD SH-INTEREST-AMT TO WS-BO-STMT-AMT
               DELETE STMTHIST-FILE RECORD
           END-IF.

       2200-REMOVE-TRACE.
           IF NOT WS-ITRACE-OPEN
               GO TO 2200-REMOVE-HISTORY-EXIT
           END-IF.
           MOVE WS-HIST-SEARCH-KEY TO WS-TSK-HIST-KEY.
           IF WS-POSTING-CATCHUP
               MOVE 'C' TO WS-TSK-POSTING-SRC
           ELSE
               MOVE 'L' TO WS-TSK-POSTING-SRC
           END-IF.
           MOVE WS-TRACE-SEARCH-KEY TO ITRACE-KEY OF ITRACE-KEY-REC.
           DELETE ITRACE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-ITRACE-OK
               ADD 1 TO WS-BO-TRACE-ROWS
           END-IF.
       2200-REMOVE-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      *    2300-WRITE-REVERSALS
      *    BKOITRN gets the posting negated and flagged 'R', with zero
      *    days and a blank day-count code.  These are the same
      *    conventions CBACT04V uses, because the amount is backed out
      *    as it was posted, not priced again.  Once the ledger has
      *    the cycle, BKOGLX also gets the GL extract row negated,
      *    under the posting's own cycle date and the group in force
      *    on that date.  The GL row is built first, while the
      *    ITRANS record still holds the original values.
      *****************************************************************
       2300-WRITE-REVERSALS.
           COMPUTE WS-REVERSAL-AMT = ZERO - WS-POSTING-AMT.

           IF WS-GLJV-RAN
               MOVE IT-ACCT-ID TO ACCTMST-KEY OF ACCTMST-KEY-REC
               READ ACCTMST-FILE
                   INVALID KEY
                       MOVE 'UNASSIGNED' TO WS-ACCT-GROUP-ID
                   NOT INVALID KEY
                       MOVE ACCT-GROUP-ID TO WS-ACCT-GROUP-ID
               END-READ
               PERFORM 2350-GET-GROUP-IN-FORCE
                   THRU 2350-GET-GROUP-IN-FORCE-EXIT

               MOVE SPACES            TO GL-EXTRACT-RECORD
               MOVE IT-ACCT-ID        TO GLX-ACCT-ID
               MOVE IT-TRAN-TYPE-CD   TO GLX-TRAN-TYPE-CD
               MOVE IT-TRAN-CAT-CD    TO GLX-TRAN-CAT-CD
               MOVE IT-RATE-APPLIED   TO GLX-RATE-APPLIED
               MOVE WS-REVERSAL-AMT   TO GLX-INTEREST-AMT
               MOVE IT-CYCLE-DATE     TO GLX-CYCLE-DATE
               MOVE WS-ACCT-GROUP-ID  TO GLX-ACCT-GROUP-ID
               WRITE GL-EXTRACT-RECORD
               ADD 1                  TO WS-GLX-COUNT
               ADD WS-REVERSAL-AMT    TO WS-GLX-AMT
           END-IF.

           MOVE WS-REVERSAL-AMT TO IT-INTEREST-AMT.
           SET IT-REVERSAL-TRAN TO TRUE.
           MOVE ZERO            TO IT-PERIOD-DAYS.
           MOVE SPACE           TO IT-DAY-COUNT-CD.
           MOVE INTEREST-TRAN-RECORD TO BKO-ITRANS-RECORD.
           WRITE BKO-ITRANS-RECORD.
       2300-WRITE-REVERSALS-EXIT.
           EXIT.

      *****************************************************************
      *    2350-GET-GROUP-IN-FORCE
      *    Positions ACCTGRPH on the account's latest membership
      *    segment beginning on or before the posting's cycle date
      *    and takes its group when that segment still covers the
      *    date, so the reversal is booked to the group the charge
      *    was booked to.  An account that has never moved keeps its
      *    ACCTMST group.
      *****************************************************************
       2350-GET-GROUP-IN-FORCE.
           IF NOT WS-ACCTGRPH-OPEN
               GO TO 2350-GET-GROUP-IN-FORCE-EXIT
           END-IF.

           MOVE IT-ACCT-ID        TO WS-AGK-ACCT-ID.
           MOVE IT-CYCLE-DATE     TO WS-AGK-BEGIN-DATE.
           MOVE WS-AGH-SEARCH-KEY TO ACCTGRPH-KEY OF ACCTGRPH-KEY-REC.

           START ACCTGRPH-FILE KEY IS LESS THAN OR EQUAL
               ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               INVALID KEY
                   GO TO 2350-GET-GROUP-IN-FORCE-EXIT
           END-START.

           READ ACCTGRPH-FILE NEXT RECORD
               AT END
                   GO TO 2350-GET-GROUP-IN-FORCE-EXIT
           END-READ.
           IF WS-ACCTGRPH-OK
               AND AGH-ACCT-ID = IT-ACCT-ID
               AND AGH-END-DATE NOT < IT-CYCLE-DATE
               MOVE AGH-ACCT-GROUP-ID TO WS-ACCT-GROUP-ID
           END-IF.
       2350-GET-GROUP-IN-FORCE-EXIT.
           EXIT.

      *****************************************************************
      *    2400-REOPEN-SKIP-ROW
      *    A catch-up posting came from the skip row for its account
      *    and the cycle it made up.  With the posting backed out,
      *    that row goes back to pending so CBACT04R posts it again.
      *    This also covers a row CBACT04R left IN-PROGRESS when it
      *    abended, since its postings are being backed out too.
      *    The account's other categories find the row already
      *    pending.
      *****************************************************************
       2400-REOPEN-SKIP-ROW.
           IF NOT WS-RECXSKIP-OPEN
               GO TO 2400-REOPEN-SKIP-ROW-EXIT
           END-IF.
           MOVE IT-ACCT-ID     TO WS-SSK-ACCT-ID.
           MOVE IT-CYCLE-DATE  TO WS-SSK-CYCLE-DATE.
           MOVE WS-SKIP-SEARCH-KEY TO RECXSKIP-KEY OF RECXSKIP-KEY-REC.
           READ RECXSKIP-FILE
               INVALID KEY
                   GO TO 2400-REOPEN-SKIP-ROW-EXIT
           END-READ.
           IF RECS-STATUS-PENDING
               GO TO 2400-REOPEN-SKIP-ROW-EXIT
           END-IF.
           IF RECS-STATUS-POSTED
               ADD 1 TO WS-BO-SKIP-POSTED
           ELSE
               ADD 1 TO WS-BO-SKIP-INPROG
           END-IF.
           SET RECS-STATUS-PENDING TO TRUE.
           MOVE SPACES TO RECS-POSTED-DATE.
           REWRITE ACCRUAL-SKIP-RECORD.
       2400-REOPEN-SKIP-ROW-EXIT.
           EXIT.

      *****************************************************************
      *    2900-REPORT-NOT-APPLIED
      *    The caller sets RL-EXC-TAG.  The posting's history and
      *    reversal rows are still handled; only the balances are
      *    left for servicing to correct by hand.
      *****************************************************************
       2900-REPORT-NOT-APPLIED.
           ADD 1              TO WS-BO-NOT-APPLIED-CNT.
           ADD WS-POSTING-AMT TO WS-BO-NOT-APPLIED-AMT.
           SET WS-REVIEW-NEEDED TO TRUE.

           MOVE IT-ACCT-ID        TO RL-ACCT-ID.
           MOVE IT-CYCLE-DATE     TO RL-CYCLE-DATE.
           MOVE IT-TRAN-TYPE-CD   TO RL-TYPE-CD.
           MOVE IT-TRAN-CAT-CD    TO RL-CAT-CD.
           MOVE WS-POSTING-AMT    TO RL-POSTING-AMT.
           MOVE WS-EXC-DETAIL     TO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.
       2900-REPORT-NOT-APPLIED-EXIT.
           EXIT.

      *****************************************************************
      *    3000-FOOT-FILES
      *    Foots every file the backout updates into the WS-FOOT-SUB
      *    column.  Footing the whole file, rather than only the rows
      *    the backout touches, is what proves that nothing else
      *    moved.
      *****************************************************************
       3000-FOOT-FILES.
           MOVE LOW-VALUES TO TCATBALF-KEY OF TCATBALF-KEY-REC.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           START TCATBALF-FILE KEY IS NOT LESS THAN
               TCATBALF-KEY OF TCATBALF-KEY-REC
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.
           PERFORM 3100-FOOT-CATEGORY
               THRU 3100-FOOT-CATEGORY-EXIT
               UNTIL WS-BROWSE-EOF.

           MOVE ZERO TO ACCTMST-KEY OF ACCTMST-KEY-REC.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           START ACCTMST-FILE KEY IS NOT LESS THAN
               ACCTMST-KEY OF ACCTMST-KEY-REC
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.
           PERFORM 3200-FOOT-MASTER
               THRU 3200-FOOT-MASTER-EXIT
               UNTIL WS-BROWSE-EOF.

           IF WS-ITRHIST-OPEN
               MOVE LOW-VALUES TO ITRHIST-KEY OF ITRHIST-KEY-REC
               MOVE 'N' TO WS-BROWSE-EOF-SW
               START ITRHIST-FILE KEY IS NOT LESS THAN
                   ITRHIST-KEY OF ITRHIST-KEY-REC
                   INVALID KEY
                       SET WS-BROWSE-EOF TO TRUE
               END-START
               PERFORM 3300-FOOT-HISTORY
                   THRU 3300-FOOT-HISTORY-EXIT
                   UNTIL WS-BROWSE-EOF
           END-IF.

           IF WS-STMTHIST-OPEN
               MOVE LOW-VALUES TO STMTHIST-KEY OF STMTHIST-KEY-REC
               MOVE 'N' TO WS-BROWSE-EOF-SW
               START STMTHIST-FILE KEY IS NOT LESS THAN
                   STMTHIST-KEY OF STMTHIST-KEY-REC
                   INVALID KEY
                       SET WS-BROWSE-EOF TO TRUE
               END-START
               PERFORM 3400-FOOT-STATEMENT
                   THRU 3400-FOOT-STATEMENT-EXIT
                   UNTIL WS-BROWSE-EOF
           END-IF.

           IF WS-RECXSKIP-OPEN
               MOVE LOW-VALUES TO RECXSKIP-KEY OF RECXSKIP-KEY-REC
               MOVE 'N' TO WS-BROWSE-EOF-SW
               START RECXSKIP-FILE KEY IS NOT LESS THAN
                   RECXSKIP-KEY OF RECXSKIP-KEY-REC
                   INVALID KEY
                       SET WS-BROWSE-EOF TO TRUE
               END-START
               PERFORM 3500-FOOT-SKIP-LOG
                   THRU 3500-FOOT-SKIP-LOG-EXIT
                   UNTIL WS-BROWSE-EOF
           END-IF.
       3000-FOOT-FILES-EXIT.
           EXIT.

      *****************************************************************
      *    3100-FOOT-CATEGORY
      *****************************************************************
       3100-FOOT-CATEGORY.
           READ TCATBALF-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
                   GO TO 3100-FOOT-CATEGORY-EXIT
           END-READ.
           ADD TRANCAT-BAL
               TO WS-FT-CAT-BAL(WS-FOOT-SUB).
           ADD TRANCAT-CYC-ACCRUED-AMT
               TO WS-FT-CAT-ACCRUED(WS-FOOT-SUB).
       3100-FOOT-CATEGORY-EXIT.
           EXIT.

      *****************************************************************
      *    3200-FOOT-MASTER
      *****************************************************************
       3200-FOOT-MASTER.
           READ ACCTMST-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
                   GO TO 3200-FOOT-MASTER-EXIT
           END-READ.
           ADD ACCT-CURR-BAL TO WS-FT-MASTER-BAL(WS-FOOT-SUB).
       3200-FOOT-MASTER-EXIT.
           EXIT.

      *****************************************************************
      *    3300-FOOT-HISTORY
      *****************************************************************
       3300-FOOT-HISTORY.
           READ ITRHIST-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
                   GO TO 3300-FOOT-HISTORY-EXIT
           END-READ.
           ADD 1               TO WS-FT-HIST-ROWS(WS-FOOT-SUB).
           ADD IH-INTEREST-AMT TO WS-FT-HIST-AMT(WS-FOOT-SUB).
       3300-FOOT-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      *    3400-FOOT-STATEMENT
      *****************************************************************
       3400-FOOT-STATEMENT.
           READ STMTHIST-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
                   GO TO 3400-FOOT-STATEMENT-EXIT
           END-READ.
           ADD 1               TO WS-FT-STMT-ROWS(WS-FOOT-SUB).
           ADD SH-INTEREST-AMT TO WS-FT-STMT-AMT(WS-FOOT-SUB).
       3400-FOOT-STATEMENT-EXIT.
           EXIT.

      *****************************************************************
      *    3500-FOOT-SKIP-LOG
      *****************************************************************
       3500-FOOT-SKIP-LOG.
           READ RECXSKIP-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
                   GO TO 3500-FOOT-SKIP-LOG-EXIT
           END-READ.
           IF RECS-STATUS-POSTED
               ADD 1 TO WS-FT-SKIP-POSTED(WS-FOOT-SUB)
           END-IF.
           IF RECS-CYCLE-DATE = WS-CYCLE-DATE
               ADD 1 TO WS-FT-SKIP-CYCLE(WS-FOOT-SUB)
           END-IF.
       3500-FOOT-SKIP-LOG-EXIT.
           EXIT.

      *****************************************************************
      *    4000-RESET-SKIP-LOG
      *    One pass over RECXSKIP finishes the skip log:
      *      - every row CBACT04R marked posted on the day it finished
      *        the cycle goes back to pending.  This catches rows it
      *        closed out with nothing posted, which have no ITRANS
      *        row for 2400 to find.
      *      - this cycle's own pending rows, which CBACT04C logged
      *        as it skipped accounts on the exception file, are
      *        removed.  The rerun logs them again.  A row for this
      *        cycle that a later catch-up run posted is left alone,
      *        because its interest is on that run's ITRANS, not this
      *        one.
      *****************************************************************
       4000-RESET-SKIP-LOG.
           IF NOT WS-RECXSKIP-OPEN
               GO TO 4000-RESET-SKIP-LOG-EXIT
           END-IF.
           MOVE LOW-VALUES TO RECXSKIP-KEY OF RECXSKIP-KEY-REC.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           START RECXSKIP-FILE KEY IS NOT LESS THAN
               RECXSKIP-KEY OF RECXSKIP-KEY-REC
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.
           PERFORM 4010-RESET-ONE-SKIP-ROW
               THRU 4010-RESET-ONE-SKIP-ROW-EXIT
               UNTIL WS-BROWSE-EOF.
       4000-RESET-SKIP-LOG-EXIT.
           EXIT.

      *****************************************************************
      *    4010-RESET-ONE-SKIP-ROW
      *****************************************************************
       4010-RESET-ONE-SKIP-ROW.
           READ RECXSKIP-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
                   GO TO 4010-RESET-ONE-SKIP-ROW-EXIT
           END-READ.

           IF WS-CATCHUP-RAN
               AND RECS-STATUS-POSTED
               AND RECS-POSTED-DATE = WS-CATCHUP-RUN-DATE
               SET RECS-STATUS-PENDING TO TRUE
               MOVE SPACES TO RECS-POSTED-DATE
               REWRITE ACCRUAL-SKIP-RECORD
               ADD 1 TO WS-BO-SKIP-POSTED
           END-IF.

           IF RECS-CYCLE-DATE = WS-CYCLE-DATE
               AND RECS-STATUS-PENDING
               DELETE RECXSKIP-FILE RECORD
               ADD 1 TO WS-BO-SKIP-CYCLE
           END-IF.
       4010-RESET-ONE-SKIP-ROW-EXIT.
           EXIT.

      *****************************************************************
      *    4100-REMOVE-CYCLE-TRACE
      *    2200 removed the trace of every posting backed out.  What is
      *    left of the live run's ('L') rows under this cycle's date is
      *    the trace of postings it priced and then suppressed.  Those
      *    rows are removed as well: CBRSH01C treats any trace row for
      *    the cycle as proof the sheet was used, and the rerun writes
      *    them again.  A catch-up ('C') row is left alone -- one that
      *    belonged to a posting on ITRANS went in 2200, and any other
      *    is the trace of a later CBACT04R run this backout did not
      *    take off the books.  ITRACE is keyed account first, so the
      *    whole file is read.
      *****************************************************************
       4100-REMOVE-CYCLE-TRACE.
           IF NOT WS-ITRACE-OPEN
               GO TO 4100-REMOVE-CYCLE-TRACE-EXIT
           END-IF.
           MOVE LOW-VALUES TO ITRACE-KEY OF ITRACE-KEY-REC.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           START ITRACE-FILE KEY IS NOT LESS THAN
               ITRACE-KEY OF ITRACE-KEY-REC
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.
           PERFORM 4110-REMOVE-ONE-TRACE
               THRU 4110-REMOVE-ONE-TRACE-EXIT
               UNTIL WS-BROWSE-EOF.
       4100-REMOVE-CYCLE-TRACE-EXIT.
           EXIT.

      *****************************************************************
      *    4110-REMOVE-ONE-TRACE
      *****************************************************************
       4110-REMOVE-ONE-TRACE.
           READ ITRACE-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
                   GO TO 4110-REMOVE-ONE-TRACE-EXIT
           END-READ.
           IF TRC-CYCLE-DATE = WS-CYCLE-DATE
               AND TRC-SRC-LIVE
               DELETE ITRACE-FILE RECORD
               ADD 1 TO WS-BO-TRACE-ROWS
           END-IF.
       4110-REMOVE-ONE-TRACE-EXIT.
           EXIT.

      *****************************************************************
      *    4500-REVERSE-VOUCHER
      *    The reversing voucher is the cycle's own voucher with every
      *    line's debit and credit swapped.  The header keeps the
      *    cycle date and carries today as its create date, and the
      *    trailer's control totals are swapped to match.  The
      *    ledger therefore takes back exactly what it was given.
      *****************************************************************
       4500-REVERSE-VOUCHER.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           PERFORM 4510-REVERSE-ONE-LINE
               THRU 4510-REVERSE-ONE-LINE-EXIT
               UNTIL WS-BROWSE-EOF.
       4500-REVERSE-VOUCHER-EXIT.
           EXIT.

      *****************************************************************
      *    4510-REVERSE-ONE-LINE
      *****************************************************************
       4510-REVERSE-ONE-LINE.
           READ GLJV-IN-FILE
               AT END
                   SET WS-BROWSE-EOF TO TRUE
                   GO TO 4510-REVERSE-ONE-LINE-EXIT
           END-READ.

           IF GLJV-HEADER-REC
               MOVE WS-RUN-DATE TO GLJV-HDR-CREATE-DATE
           END-IF.

           IF GLJV-DETAIL-REC
               ADD 1 TO WS-JV-DETAIL-COUNT
               IF GLJV-DTL-DEBIT
                   ADD GLJV-DTL-AMOUNT TO WS-JV-DEBIT-TOTAL
                   SET GLJV-DTL-CREDIT TO TRUE
               ELSE
                   SET GLJV-DTL-DEBIT TO TRUE
               END-IF
           END-IF.

           IF GLJV-TRAILER-REC
               MOVE GLJV-TRL-DEBIT-TOTAL  TO WS-JV-SAVE-TOTAL
               MOVE GLJV-TRL-CREDIT-TOTAL TO GLJV-TRL-DEBIT-TOTAL
               MOVE WS-JV-SAVE-TOTAL      TO GLJV-TRL-CREDIT-TOTAL
           END-IF.

           MOVE GL-VOUCHER-RECORD TO BKO-JV-RECORD.
           WRITE BKO-JV-RECORD.
       4510-REVERSE-ONE-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    4700-RESET-CHECKPOINTS
      *    The cycle's checkpoint rows are removed, so the rerun
      *    starts from the top of TCATBALF.  A RUNNING row left by an
      *    abended run would otherwise resume part way through.
      *****************************************************************
       4700-RESET-CHECKPOINTS.
           MOVE SPACES TO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING 'RUN CONTROL RESET FOR RERUN'
                   DELIMITED SIZE INTO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.

           OPEN I-O CHKPTREC-FILE.
           IF NOT WS-CHKPTREC-OK
               GO TO 4700-RESET-CHECKPOINTS-EXIT
           END-IF.

           MOVE 'N' TO WS-BROWSE-EOF-SW.
           PERFORM 4710-RESET-ONE-CHECKPOINT
               THRU 4710-RESET-ONE-CHECKPOINT-EXIT
               UNTIL WS-BROWSE-EOF.
           CLOSE CHKPTREC-FILE.
       4700-RESET-CHECKPOINTS-EXIT.
           EXIT.

      *****************************************************************
      *    4710-RESET-ONE-CHECKPOINT
      *****************************************************************
       4710-RESET-ONE-CHECKPOINT.
           READ CHKPTREC-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
                   GO TO 4710-RESET-ONE-CHECKPOINT-EXIT
           END-READ.
           IF CHKPT-JOB-NAME NOT = 'CBACT04C'
               AND CHKPT-JOB-NAME(1:6) NOT = 'CB04CP'
               GO TO 4710-RESET-ONE-CHECKPOINT-EXIT
           END-IF.
           IF CHKPT-RUN-DATE NOT = WS-CYCLE-DATE
               GO TO 4710-RESET-ONE-CHECKPOINT-EXIT
           END-IF.

           DELETE CHKPTREC-FILE RECORD.
           ADD 1 TO WS-BO-CHKPT-RESET.
           MOVE SPACES          TO WS-STEP-DETAIL.
           MOVE CHKPT-JOB-NAME  TO RL-STEP-NAME.
           MOVE 'CHECKPOINT ROW REMOVED' TO RL-STEP-TAG.
           MOVE WS-STEP-DETAIL  TO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.
       4710-RESET-ONE-CHECKPOINT-EXIT.
           EXIT.

      *****************************************************************
      *    4800-RESET-RUN-CONTROL
      *    Every step from the interest run on is deregistered for the
      *    cycle, so each refuses nothing and is refused by nothing
      *    when the cycle is rerun in sequence.  The steps ahead of
      *    the run -- CBRECON1, CBRECON3, CBACT04B, CBPRC01C and
      *    CBRSH01C -- keep their rows.  With CBACT04C no longer
      *    complete, CBRSH01C will rebuild the rate sheet if the
      *    cycle was run with wrong rates.  The partitions noted in
      *    1150 are deregistered along with CBACT04C.
      *****************************************************************
       4800-RESET-RUN-CONTROL.
           MOVE 'CBACT04C' TO WS-CYCC-JOB-NAME.
           PERFORM 4850-DEREGISTER-STEP
               THRU 4850-DEREGISTER-STEP-EXIT.
           PERFORM 4860-DEREGISTER-PARTITION
               THRU 4860-DEREGISTER-PARTITION-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT.
           MOVE 'CBACT04R' TO WS-CYCC-JOB-NAME.
           PERFORM 4850-DEREGISTER-STEP
               THRU 4850-DEREGISTER-STEP-EXIT.
           MOVE 'CBRECON2' TO WS-CYCC-JOB-NAME.
           PERFORM 4850-DEREGISTER-STEP
               THRU 4850-DEREGISTER-STEP-EXIT.
           MOVE 'CBACT05C' TO WS-CYCC-JOB-NAME.
           PERFORM 4850-DEREGISTER-STEP
               THRU 4850-DEREGISTER-STEP-EXIT.
           MOVE 'CBGLJV1C' TO WS-CYCC-JOB-NAME.
           PERFORM 4850-DEREGISTER-STEP
               THRU 4850-DEREGISTER-STEP-EXIT.
       4800-RESET-RUN-CONTROL-EXIT.
           EXIT.

      *****************************************************************
      *    4850-DEREGISTER-STEP
      *    The caller sets WS-CYCC-JOB-NAME.
      *****************************************************************
       4850-DEREGISTER-STEP.
           MOVE 'D' TO WS-CYCC-FUNCTION.
           CALL WS-CYCCTL-PGM USING WS-CYCC-FUNCTION
                                     WS-CYCC-JOB-NAME
                                     WS-CYCLE-DATE
                                     WS-CYCC-RESULT.

           MOVE SPACES           TO WS-STEP-DETAIL
           MOVE WS-CYCC-JOB-NAME TO RL-STEP-NAME
           IF WS-CYCC-STEP-COMPLETE
               ADD 1 TO WS-BO-STEPS-RESET
               MOVE 'CYCLCTL ROW REMOVED' TO RL-STEP-TAG
           ELSE
               MOVE 'NOT REGISTERED FOR THE CYCLE' TO RL-STEP-TAG
           END-IF
           MOVE WS-STEP-DETAIL   TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE.
       4850-DEREGISTER-STEP-EXIT.
           EXIT.

      *****************************************************************
      *    4860-DEREGISTER-PARTITION
      *****************************************************************
       4860-DEREGISTER-PARTITION.
           MOVE WS-PART-JOB-NAME(WS-PART-SUB) TO WS-CYCC-JOB-NAME.
           PERFORM 4850-DEREGISTER-STEP
               THRU 4850-DEREGISTER-STEP-EXIT.
       4860-DEREGISTER-PARTITION-EXIT.
           EXIT.

      *****************************************************************
      *    9000-TERMINATE
      *    Return code 8 when any file fails to come back to its
      *    pre-run totals or the postings do not tie to the balances
      *    moved, the same way CBRECON2 flags a cycle out of balance.
      *    Return code 4 when everything balances but something needs
      *    review.  An out-of-balance backout is registered with 'B',
      *    as CBRECON2 does, so CYCLCTL does not read it as done.
      *    CBCYCCTL hands back its own RETURN-CODE, so the return code
      *    is set after the last CALL.
      *****************************************************************
       9000-TERMINATE.
           PERFORM 9100-REPORT-POSTINGS
               THRU 9100-REPORT-POSTINGS-EXIT.
           PERFORM 9200-REPORT-FILE-TOTALS
               THRU 9200-REPORT-FILE-TOTALS-EXIT.
           PERFORM 9300-REPORT-TIE-OUT
               THRU 9300-REPORT-TIE-OUT-EXIT.
           PERFORM 9400-REPORT-GL
               THRU 9400-REPORT-GL-EXIT.

           MOVE SPACES TO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           IF WS-OUT-OF-BALANCE
               STRING 'BACKOUT VERDICT: OUT OF BALANCE - DO NOT RERUN'
                       ' THE CYCLE UNTIL THE VARIANCE IS EXPLAINED'
                       DELIMITED SIZE INTO BKO-RPT-LINE
           ELSE
               STRING 'BACKOUT VERDICT: ALL FILES RETURNED TO PRE-RUN'
                       ' TOTALS - CYCLE READY TO RERUN'
                       DELIMITED SIZE INTO BKO-RPT-LINE
           END-IF.
           WRITE BKO-RPT-LINE.

           CLOSE TCATBALF-FILE.
           CLOSE ACCTMST-FILE.
           IF WS-ACCTGRPH-OPEN
               CLOSE ACCTGRPH-FILE
           END-IF.
           IF WS-ITRHIST-OPEN
               CLOSE ITRHIST-FILE
           END-IF.
           IF WS-STMTHIST-OPEN
               CLOSE STMTHIST-FILE
           END-IF.
           IF WS-ITRACE-OPEN
               CLOSE ITRACE-FILE
           END-IF.
           IF WS-RECXSKIP-OPEN
               CLOSE RECXSKIP-FILE
           END-IF.
           CLOSE BKOITRN-FILE.
           IF WS-GLJV-RAN
               CLOSE GLJV-IN-FILE
               CLOSE BKOGLX-FILE
               CLOSE BKOJV-FILE
           END-IF.
           CLOSE BKO-RPT-FILE.

           IF WS-OUT-OF-BALANCE
               MOVE 'B' TO WS-CYCC-FUNCTION
           ELSE
               MOVE 'R' TO WS-CYCC-FUNCTION
           END-IF.
           MOVE 'CBBKO01C' TO WS-CYCC-JOB-NAME.
           CALL WS-CYCCTL-PGM USING WS-CYCC-FUNCTION
                                     WS-CYCC-JOB-NAME
                                     WS-CYCLE-DATE
                                     WS-CYCC-RESULT.

           IF WS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REVIEW-NEEDED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

      *****************************************************************
      *    9100-REPORT-POSTINGS
      *    What the cycle's ITRANS carried.  Dispute reversals stay on
      *    the account and are flagged for review: one that credited
      *    a charge from this cycle now credits a charge the rerun
      *    will post again, perhaps at a different amount.
      *****************************************************************
       9100-REPORT-POSTINGS.
           MOVE SPACES TO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING 'POSTINGS ON THE CYCLE''S ITRANS'
                   DELIMITED SIZE INTO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.

           MOVE WS-LIVE-COUNT TO WS-COUNT-ED.
           MOVE WS-LIVE-AMT   TO WS-AMOUNT-ED.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING WS-COUNT-ED ' INTEREST RUN POSTING(S)        '
                   WS-AMOUNT-ED '  BACKED OUT'
                   DELIMITED SIZE INTO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.

           MOVE WS-CATCHUP-COUNT TO WS-COUNT-ED.
           MOVE WS-CATCHUP-AMT   TO WS-AMOUNT-ED.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING WS-COUNT-ED ' CATCH-UP POSTING(S)            '
                   WS-AMOUNT-ED '  BACKED OUT'
                   DELIMITED SIZE INTO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.

           MOVE WS-DISPUTE-COUNT TO WS-COUNT-ED.
           MOVE WS-DISPUTE-AMT   TO WS-AMOUNT-ED.
           MOVE SPACES TO BKO-RPT-LINE.
           IF WS-DISPUTE-COUNT > ZERO
               SET WS-REVIEW-NEEDED TO TRUE
               STRING WS-COUNT-ED ' DISPUTE REVERSAL(S)            '
                       WS-AMOUNT-ED '  LEFT IN PLACE - REVIEW'
                       DELIMITED SIZE INTO BKO-RPT-LINE
           ELSE
               STRING WS-COUNT-ED ' DISPUTE REVERSAL(S)            '
                       WS-AMOUNT-ED '  LEFT IN PLACE'
                       DELIMITED SIZE INTO BKO-RPT-LINE
           END-IF.
           WRITE BKO-RPT-LINE.

           MOVE WS-BO-TRACE-ROWS TO WS-COUNT-ED.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING WS-COUNT-ED ' ITRACE CALCULATION TRACE ROW(S) REMOVED'
                   DELIMITED SIZE INTO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.

           MOVE WS-BO-SKIP-INPROG TO WS-COUNT-ED.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING WS-COUNT-ED ' IN-PROGRESS SKIP ROW(S) RETURNED TO'
                   ' PENDING'
                   DELIMITED SIZE INTO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.

           MOVE WS-BO-CHKPT-RESET TO WS-COUNT-ED.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING WS-COUNT-ED ' CHECKPOINT ROW(S) REMOVED'
                   DELIMITED SIZE INTO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.

           MOVE WS-BO-STEPS-RESET TO WS-COUNT-ED.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING WS-COUNT-ED ' STEP REGISTRATION(S) REMOVED FROM'
                   ' CYCLCTL'
                   DELIMITED SIZE INTO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.
       9100-REPORT-POSTINGS-EXIT.
           EXIT.

      *****************************************************************
      *    9200-REPORT-FILE-TOTALS
      *    One line per file and measure: the whole-file footing
      *    before the backout, what the backout took off, and the
      *    footing after.  A file is back to its pre-run totals when
      *    the footing after equals the footing before less what was
      *    taken off.
      *****************************************************************
       9200-REPORT-FILE-TOTALS.
           MOVE SPACES TO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING 'FILE      MEASURE                   BEFORE BACKOUT'
                   '            BACKED OUT         AFTER BACKOUT'
                   '  VERDICT'
                   DELIMITED SIZE INTO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.

           MOVE 'TCATBALF'           TO RL-FILE-NAME.
           MOVE 'TRANCAT-BAL'        TO RL-MEASURE.
           MOVE WS-FT-CAT-BAL(1)     TO WS-LINE-BEFORE.
           MOVE WS-BO-CAT-BAL        TO WS-LINE-BACKED-OUT.
           MOVE WS-FT-CAT-BAL(2)     TO WS-LINE-AFTER.
           PERFORM 9210-WRITE-AMOUNT-LINE
               THRU 9210-WRITE-AMOUNT-LINE-EXIT.

           MOVE 'TCATBALF'           TO RL-FILE-NAME.
           MOVE 'CYC-ACCRUED-AMT'    TO RL-MEASURE.
           MOVE WS-FT-CAT-ACCRUED(1) TO WS-LINE-BEFORE.
           MOVE WS-BO-CAT-ACCRUED    TO WS-LINE-BACKED-OUT.
           MOVE WS-FT-CAT-ACCRUED(2) TO WS-LINE-AFTER.
           PERFORM 9210-WRITE-AMOUNT-LINE
               THRU 9210-WRITE-AMOUNT-LINE-EXIT.

           MOVE 'ACCTMST'            TO RL-FILE-NAME.
           MOVE 'ACCT-CURR-BAL'      TO RL-MEASURE.
           MOVE WS-FT-MASTER-BAL(1)  TO WS-LINE-BEFORE.
           MOVE WS-BO-MASTER-BAL     TO WS-LINE-BACKED-OUT.
           MOVE WS-FT-MASTER-BAL(2)  TO WS-LINE-AFTER.
           PERFORM 9210-WRITE-AMOUNT-LINE
               THRU 9210-WRITE-AMOUNT-LINE-EXIT.

           MOVE 'ITRHIST'            TO RL-CNT-FILE-NAME.
           MOVE 'ROWS'               TO RL-CNT-MEASURE.
           MOVE WS-FT-HIST-ROWS(1)   TO WS-LINE-BEFORE.
           MOVE WS-BO-HIST-ROWS      TO WS-LINE-BACKED-OUT.
           MOVE WS-FT-HIST-ROWS(2)   TO WS-LINE-AFTER.
           PERFORM 9220-WRITE-COUNT-LINE
               THRU 9220-WRITE-COUNT-LINE-EXIT.

           MOVE 'ITRHIST'            TO RL-FILE-NAME.
           MOVE 'INTEREST-AMT'       TO RL-MEASURE.
           MOVE WS-FT-HIST-AMT(1)    TO WS-LINE-BEFORE.
           MOVE WS-BO-HIST-AMT       TO WS-LINE-BACKED-OUT.
           MOVE WS-FT-HIST-AMT(2)    TO WS-LINE-AFTER.
           PERFORM 9210-WRITE-AMOUNT-LINE
               THRU 9210-WRITE-AMOUNT-LINE-EXIT.

           MOVE 'STMTHIST'           TO RL-CNT-FILE-NAME.
           MOVE 'ROWS'               TO RL-CNT-MEASURE.
           MOVE WS-FT-STMT-ROWS(1)   TO WS-LINE-BEFORE.
           MOVE WS-BO-STMT-ROWS      TO WS-LINE-BACKED-OUT.
           MOVE WS-FT-STMT-ROWS(2)   TO WS-LINE-AFTER.
           PERFORM 9220-WRITE-COUNT-LINE
               THRU 9220-WRITE-COUNT-LINE-EXIT.

           MOVE 'STMTHIST'           TO RL-FILE-NAME.
           MOVE 'INTEREST-AMT'       TO RL-MEASURE.
           MOVE WS-FT-STMT-AMT(1)    TO WS-LINE-BEFORE.
           MOVE WS-BO-STMT-AMT       TO WS-LINE-BACKED-OUT.
           MOVE WS-FT-STMT-AMT(2)    TO WS-LINE-AFTER.
           PERFORM 9210-WRITE-AMOUNT-LINE
               THRU 9210-WRITE-AMOUNT-LINE-EXIT.

           MOVE 'RECXSKIP'           TO RL-CNT-FILE-NAME.
           MOVE 'POSTED ROWS'        TO RL-CNT-MEASURE.
           MOVE WS-FT-SKIP-POSTED(1) TO WS-LINE-BEFORE.
           MOVE WS-BO-SKIP-POSTED    TO WS-LINE-BACKED-OUT.
           MOVE WS-FT-SKIP-POSTED(2) TO WS-LINE-AFTER.
           PERFORM 9220-WRITE-COUNT-LINE
               THRU 9220-WRITE-COUNT-LINE-EXIT.

           MOVE 'RECXSKIP'           TO RL-CNT-FILE-NAME.
           MOVE 'CYCLE ROWS'         TO RL-CNT-MEASURE.
           MOVE WS-FT-SKIP-CYCLE(1)  TO WS-LINE-BEFORE.
           MOVE WS-BO-SKIP-CYCLE     TO WS-LINE-BACKED-OUT.
           MOVE WS-FT-SKIP-CYCLE(2)  TO WS-LINE-AFTER.
           PERFORM 9220-WRITE-COUNT-LINE
               THRU 9220-WRITE-COUNT-LINE-EXIT.
       9200-REPORT-FILE-TOTALS-EXIT.
           EXIT.

      *****************************************************************
      *    9210-WRITE-AMOUNT-LINE
      *    The caller sets the file and measure names and the three
      *    WS-LINE- figures.
      *****************************************************************
       9210-WRITE-AMOUNT-LINE.
           COMPUTE WS-LINE-EXPECTED =
               WS-LINE-BEFORE - WS-LINE-BACKED-OUT.
           MOVE WS-LINE-BEFORE     TO RL-BEFORE-AMT.
           MOVE WS-LINE-BACKED-OUT TO RL-BACKED-OUT-AMT.
           MOVE WS-LINE-AFTER      TO RL-AFTER-AMT.
           IF WS-LINE-AFTER = WS-LINE-EXPECTED
               MOVE 'RETURNED'       TO RL-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO RL-VERDICT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE WS-AMT-DETAIL TO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.
       9210-WRITE-AMOUNT-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    9220-WRITE-COUNT-LINE
      *****************************************************************
       9220-WRITE-COUNT-LINE.
           COMPUTE WS-LINE-EXPECTED =
               WS-LINE-BEFORE - WS-LINE-BACKED-OUT.
           MOVE WS-LINE-BEFORE     TO RL-BEFORE-CNT.
           MOVE WS-LINE-BACKED-OUT TO RL-BACKED-OUT-CNT.
           MOVE WS-LINE-AFTER      TO RL-AFTER-CNT.
           IF WS-LINE-AFTER = WS-LINE-EXPECTED
               MOVE 'RETURNED'       TO RL-CNT-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO RL-CNT-VERDICT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE WS-CNT-DETAIL TO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.
       9220-WRITE-COUNT-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    9300-REPORT-TIE-OUT
      *    Proves the money moved is the money the run posted.  Every
      *    posting backed out came off either the accrued amount or
      *    the capitalized balance, unless it was listed as not
      *    applied.  The master balance moved by exactly what the
      *    category balances did.
      *****************************************************************
       9300-REPORT-TIE-OUT.
           MOVE SPACES TO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.

           MOVE 'POSTINGS BACKED OUT'              TO RL-TIE-LABEL.
           MOVE WS-POSTINGS-AMT                    TO RL-TIE-AMT.
           MOVE SPACES                             TO RL-TIE-TAG.
           MOVE WS-TIE-DETAIL TO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.

           MOVE '  TAKEN OFF TRANCAT-CYC-ACCRUED-AMT' TO RL-TIE-LABEL.
           MOVE WS-BO-CAT-ACCRUED                  TO RL-TIE-AMT.
           MOVE 'NOT YET CAPITALIZED'              TO RL-TIE-TAG.
           MOVE WS-TIE-DETAIL TO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.

           MOVE '  TAKEN OFF TRANCAT-BAL'          TO RL-TIE-LABEL.
           MOVE WS-BO-CAT-BAL                      TO RL-TIE-AMT.
           MOVE 'CAPITALIZED BY CBACT05C'          TO RL-TIE-TAG.
           MOVE WS-TIE-DETAIL TO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.

           MOVE '  NOT APPLIED - LISTED ABOVE'     TO RL-TIE-LABEL.
           MOVE WS-BO-NOT-APPLIED-AMT              TO RL-TIE-AMT.
           MOVE SPACES                             TO RL-TIE-TAG.
           MOVE WS-TIE-DETAIL TO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.

           COMPUTE WS-TIE-TOTAL = WS-BO-CAT-ACCRUED + WS-BO-CAT-BAL
                                + WS-BO-NOT-APPLIED-AMT.
           MOVE SPACES TO BKO-RPT-LINE.
           IF WS-TIE-TOTAL = WS-POSTINGS-AMT
               STRING '  POSTINGS TIE TO THE CATEGORY BALANCES MOVED'
                       DELIMITED SIZE INTO BKO-RPT-LINE
           ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
               STRING '  POSTINGS DO NOT TIE TO THE CATEGORY BALANCES'
                       ' MOVED - OUT OF BALANCE'
                       DELIMITED SIZE INTO BKO-RPT-LINE
           END-IF.
           WRITE BKO-RPT-LINE.

           MOVE SPACES TO BKO-RPT-LINE.
           IF WS-BO-MASTER-BAL = WS-BO-CAT-BAL
               STRING '  ACCT-CURR-BAL MOVED WITH TRANCAT-BAL'
                       DELIMITED SIZE INTO BKO-RPT-LINE
           ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
               STRING '  ACCT-CURR-BAL AND TRANCAT-BAL MOVED BY'
                       ' DIFFERENT AMOUNTS - OUT OF BALANCE'
                       DELIMITED SIZE INTO BKO-RPT-LINE
           END-IF.
           WRITE BKO-RPT-LINE.
       9300-REPORT-TIE-OUT-EXIT.
           EXIT.

      *****************************************************************
      *    9400-REPORT-GL
      *    The voucher's debits are compared with the postings backed
      *    out.  They differ when CBGLJV1C rejected an unmapped key
      *    to GLJVREJ, or when a dispute reversal on the extract was
      *    netted into the voucher.  Either case is flagged for
      *    finance to review.
      *****************************************************************
       9400-REPORT-GL.
           MOVE SPACES TO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.
           IF NOT WS-GLJV-RAN
               MOVE SPACES TO BKO-RPT-LINE
               STRING 'CBGLJV1C HAD NOT RUN FOR THE CYCLE - NOTHING'
                       ' REACHED THE LEDGER, NO GL REVERSAL WRITTEN'
                       DELIMITED SIZE INTO BKO-RPT-LINE
               WRITE BKO-RPT-LINE
               GO TO 9400-REPORT-GL-EXIT
           END-IF.

           MOVE WS-GLX-COUNT TO WS-COUNT-ED.
           MOVE WS-GLX-AMT   TO WS-AMOUNT-ED.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING WS-COUNT-ED ' REVERSING GL EXTRACT ROW(S)    '
                   WS-AMOUNT-ED '  BKOGLX'
                   DELIMITED SIZE INTO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.

           MOVE WS-JV-DETAIL-COUNT TO WS-COUNT-ED.
           MOVE WS-JV-DEBIT-TOTAL  TO WS-AMOUNT-ED.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING WS-COUNT-ED ' VOUCHER LINE(S) REVERSED       '
                   WS-AMOUNT-ED '  BKOJVREV'
                   DELIMITED SIZE INTO BKO-RPT-LINE.
           WRITE BKO-RPT-LINE.

           MOVE SPACES TO BKO-RPT-LINE.
           IF WS-JV-DEBIT-TOTAL = WS-POSTINGS-AMT
               STRING '  VOUCHER DEBITS REVERSED EQUAL THE POSTINGS'
                       ' BACKED OUT'
                       DELIMITED SIZE INTO BKO-RPT-LINE
           ELSE
               SET WS-REVIEW-NEEDED TO TRUE
               STRING '  VOUCHER DEBITS DIFFER FROM THE POSTINGS'
                       ' BACKED OUT - CHECK GLJVREJ AND DISPUTE'
                       ' REVERSALS'
                       DELIMITED SIZE INTO BKO-RPT-LINE
           END-IF.
           WRITE BKO-RPT-LINE.
       9400-REPORT-GL-EXIT.
           EXIT.
