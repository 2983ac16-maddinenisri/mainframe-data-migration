      *****************************************************************
      *    PROGRAM:     CBNTC01C
      *    APPLICATION: CardDemo
      *    FUNCTION:    Rate Increase Cardholder Notice.
      *                 The cardholder agreement requires written
      *                 notice before a rate increase takes effect.
      *                 Runs daily after the release run (CBDISC3C)
      *                 and walks RATEPEND for RELEASED changes not
      *                 yet noticed whose effective date is still
      *                 ahead.  A change is an increase when its new
      *                 rate is above the live DISCGRP rate for the
      *                 group/type/category (a combination with no
      *                 DISCGRP row has been charging nothing, so any
      *                 rate on it is an increase).  For each
      *                 increase, TCATXREF gives every account with a
      *                 row in the type/category by partial-key
      *                 START; each one still active on ACCTMST, in
      *                 the affected group and carrying a non-zero
      *                 TCATBALF balance in the category gets one row
      *                 on the NOTICEX extract for the letter vendor
      *                 -- account, old rate, new rate, effective
      *                 date and reason code.  The change then has
      *                 today's date recorded as its notice-sent date
      *                 on RATEPEND, which the apply pass checks
      *                 against the required lead days before it
      *                 lets the increase go live.  Decreases need
      *                 no notice and are passed over.  An increase
      *                 already effective before any notice went out
      *                 is reported once and marked date-passed on
      *                 RATEPEND so it is not picked up again; the
      *                 apply pass holds it for good.  A RATEPEND
      *                 update that fails is reported and ends the
      *                 job with return code 8 -- the change's
      *                 letters are on the extract but unrecorded, so
      *                 the next run would write them again.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBNTC01C.
       AUTHOR.        CARDDEMO-BATCH-TEAM.
       INSTALLATION.  CARDDEMO.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************************
      *    MODIFICATION HISTORY
      *    2026-10-15  JPM  Initial version - cardholder notice
      *                     extract for released rate increases,
      *                     with the notice-sent date recorded on
      *                     RATEPEND for the apply hold.
      *    2026-10-15  JPM  Mark an increase found already effective
      *                     with no notice as date-passed so it is
      *                     reported once, and check each RATEPEND
      *                     update.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-ZSERIES.
       OBJECT-COMPUTER.  IBM-ZSERIES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEPEND-FILE ASSIGN TO RATEPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATEPEND-KEY OF RATEPEND-KEY-REC
               FILE STATUS IS WS-RATEPEND-STATUS.

           SELECT DISCGRP-FILE  ASSIGN TO DISCGRP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISCGRP-KEY OF DISCGRP-KEY-REC
               FILE STATUS IS WS-DISCGRP-STATUS.

           SELECT TCATXREF-FILE ASSIGN TO TCATXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCATXREF-KEY OF TCATXREF-KEY-REC
               FILE STATUS IS WS-TCATXREF-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTMST-KEY OF ACCTMST-KEY-REC
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT TCATBALF-FILE ASSIGN TO TCATBALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TCATBALF-KEY OF TCATBALF-KEY-REC
               FILE STATUS IS WS-TCATBALF-STATUS.

           SELECT NOTICEX-FILE  ASSIGN TO NOTICEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICEX-STATUS.

           SELECT NTC-RPT-FILE  ASSIGN TO NOTCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATEPEND-FILE.
           COPY RATEPEND.
       01  RATEPEND-KEY-REC REDEFINES RATE-PENDING-RECORD.
           05  RATEPEND-KEY                     PIC X(26).
           05  FILLER                            PIC X(54).

       FD  DISCGRP-FILE.
           COPY DISCGRP.
       01  DISCGRP-KEY-REC REDEFINES DISCGRP-RECORD.
           05  DISCGRP-KEY                      PIC X(16).
           05  FILLER                            PIC X(34).

       FD  TCATXREF-FILE.
           COPY TCATXREF.
       01  TCATXREF-KEY-REC REDEFINES TRANCAT-XREF-RECORD.
           05  TCATXREF-KEY                     PIC X(17).
           05  FILLER                            PIC X(13).

       FD  ACCTMST-FILE.
           COPY ACCTMST.
       01  ACCTMST-KEY-REC REDEFINES ACCOUNT-MASTER-RECORD.
           05  ACCTMST-KEY                      PIC 9(11).
           05  FILLER                            PIC X(39).

       FD  TCATBALF-FILE.
           COPY TCATBALF.
       01  TCATBALF-KEY-REC REDEFINES TRAN-CAT-BAL-RECORD.
           05  TCATBALF-KEY                     PIC X(17).
           05  FILLER                            PIC X(33).

       FD  NOTICEX-FILE
           RECORDING MODE IS F.
           COPY RATENOTC.

       FD  NTC-RPT-FILE
           RECORDING MODE IS F.
       01  NTC-RPT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RATEPEND-STATUS                   PIC X(02).
           88  WS-RATEPEND-OK                   VALUE '00'.
       01  WS-DISCGRP-STATUS                    PIC X(02).
           88  WS-DISCGRP-OK                    VALUE '00'.
       01  WS-TCATXREF-STATUS                   PIC X(02).
           88  WS-TCATXREF-OK                   VALUE '00'.
       01  WS-ACCTMST-STATUS                    PIC X(02).
           88  WS-ACCTMST-OK                    VALUE '00'.
       01  WS-TCATBALF-STATUS                   PIC X(02).
           88  WS-TCATBALF-OK                   VALUE '00'.
       01  WS-NOTICEX-STATUS                    PIC X(02).
       01  WS-NTC-RPT-STATUS                    PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01)  VALUE 'N'.
               88  WS-EOF-RATEPEND               VALUE 'Y'.
           05  WS-XREF-DONE-SW                   PIC X(01)  VALUE 'N'.
               88  WS-XREF-DONE                    VALUE 'Y'.
           05  WS-INCREASE-SW                    PIC X(01)  VALUE 'N'.
               88  WS-IS-INCREASE                  VALUE 'Y'.

       01  WS-RUN-DATE                          PIC X(10).
       01  WS-RUN-DATE-YMD                      PIC 9(08).

       01  WS-XREF-SEARCH-KEY.
           05  WS-XSK-TYPE-CD                   PIC X(02).
           05  WS-XSK-CAT-CD                    PIC 9(04).
           05  WS-XSK-ACCT-ID                   PIC 9(11).

       01  WS-TCATBALF-SEARCH-KEY.
           05  WS-TBK-ACCT-ID                   PIC 9(11).
           05  WS-TBK-TYPE-CD                   PIC X(02).
           05  WS-TBK-CAT-CD                    PIC 9(04).

       01  WS-OLD-RATE                          PIC S9(03)V9999
                                                 COMP-3.

       01  WS-COUNTERS.
           05  WS-CHANGE-COUNT                  PIC 9(07)  COMP-3.
           05  WS-LETTER-COUNT                  PIC 9(07)  COMP-3.
           05  WS-CHANGE-LETTER-COUNT           PIC 9(07)  COMP-3.
           05  WS-PASSED-COUNT                  PIC 9(07)  COMP-3.
           05  WS-STAMP-FAIL-COUNT              PIC 9(07)  COMP-3.

       01  WS-COUNT-ED                          PIC ZZZZZZ9.

       01  WS-RPT-DETAIL.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-GROUP-ID                       PIC X(10).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-TYPE-CD                        PIC X(02).
           05  FILLER                           PIC X(01)  VALUE SPACES.
           05  RL-CAT-CD                         PIC 9(04).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-OLD-RATE                       PIC ZZ9.9999.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-NEW-RATE                       PIC ZZ9.9999.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-EFFECTIVE-DATE                 PIC X(10).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-LETTER-COUNT                   PIC ZZZZZZ9.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-TAG                            PIC X(30).

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-PENDING-ROW
               THRU 2000-PROCESS-PENDING-ROW-EXIT
               UNTIL WS-EOF-RATEPEND.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *****************************************************************
      *    1000-INITIALIZE
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-YMD(1:4) TO WS-RUN-DATE(1:4).
           MOVE '-'                  TO WS-RUN-DATE(5:1).
           MOVE WS-RUN-DATE-YMD(5:2) TO WS-RUN-DATE(6:2).
           MOVE '-'                  TO WS-RUN-DATE(8:1).
           MOVE WS-RUN-DATE-YMD(7:2) TO WS-RUN-DATE(9:2).

           OPEN I-O    RATEPEND-FILE.
           OPEN INPUT  DISCGRP-FILE.
           OPEN INPUT  TCATXREF-FILE.
           OPEN INPUT  ACCTMST-FILE.
           OPEN INPUT  TCATBALF-FILE.
           OPEN OUTPUT NOTICEX-FILE.
           OPEN OUTPUT NTC-RPT-FILE.

           MOVE ZERO TO WS-CHANGE-COUNT.
           MOVE ZERO TO WS-LETTER-COUNT.
           MOVE ZERO TO WS-PASSED-COUNT.
           MOVE ZERO TO WS-STAMP-FAIL-COUNT.

           MOVE SPACES TO NTC-RPT-LINE.
           STRING 'RATE INCREASE NOTICE REPORT - RUN OF ' WS-RUN-DATE
               DELIMITED SIZE INTO NTC-RPT-LINE.
           WRITE NTC-RPT-LINE.
           MOVE SPACES TO NTC-RPT-LINE.
           STRING 'GROUP       TP CAT   OLD RATE  NEW RATE  EFFECTIVE '
                   '   LETTERS  DISPOSITION'
                   DELIMITED SIZE INTO NTC-RPT-LINE.
           WRITE NTC-RPT-LINE.

           READ RATEPEND-FILE NEXT RECORD
               AT END
                   SET WS-EOF-RATEPEND TO TRUE
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *    2000-PROCESS-PENDING-ROW
      *    Only a RELEASED change with no notice on record is looked
      *    at -- a HELD row may yet be withdrawn, and a row already
      *    noticed, marked date-passed or APPLIED is done.  A change
      *    whose effective date has already arrived is past helping:
      *    a letter now could never meet the lead time, so it is
      *    marked date-passed and reported once for the maker to
      *    reload under a later date instead of being noticed.
      *****************************************************************
       2000-PROCESS-PENDING-ROW.
           IF NOT RPND-STATUS-RELEASED
               OR RPND-NOTICE-SENT-DATE NOT = SPACES
               OR RPND-NOTICE-DATE-PASSED
               GO TO 2000-READ-NEXT-ROW
           END-IF.

           PERFORM 2100-CHECK-INCREASE
               THRU 2100-CHECK-INCREASE-EXIT.
           IF NOT WS-IS-INCREASE
               GO TO 2000-READ-NEXT-ROW
           END-IF.

           IF RPND-EFFECTIVE-DATE NOT > WS-RUN-DATE
               ADD 1 TO WS-PASSED-COUNT
               MOVE ZERO TO WS-CHANGE-LETTER-COUNT
               SET RPND-NOTICE-DATE-PASSED TO TRUE
               REWRITE RATE-PENDING-RECORD
               MOVE 'NOT NOTICED - DATE HAS PASSED' TO RL-TAG
               PERFORM 2950-CHECK-STAMP
                   THRU 2950-CHECK-STAMP-EXIT
               PERFORM 2900-REPORT-ROW
                   THRU 2900-REPORT-ROW-EXIT
               GO TO 2000-READ-NEXT-ROW
           END-IF.

           PERFORM 2200-SEND-NOTICES
               THRU 2200-SEND-NOTICES-EXIT.

       2000-READ-NEXT-ROW.
           READ RATEPEND-FILE NEXT RECORD
               AT END
                   SET WS-EOF-RATEPEND TO TRUE
           END-READ.
       2000-PROCESS-PENDING-ROW-EXIT.
           EXIT.

      *****************************************************************
      *    2100-CHECK-INCREASE
      *    Compares the new rate with the live DISCGRP rate -- the
      *    rate the apply pass will replace and record as the old
      *    rate on the audit trail.
      *****************************************************************
       2100-CHECK-INCREASE.
           MOVE 'N' TO WS-INCREASE-SW.
           MOVE RPND-ACCT-GROUP-ID TO DISCGRP-KEY(1:10).
           MOVE RPND-TRAN-TYPE-CD  TO DISCGRP-KEY(11:2).
           MOVE RPND-TRAN-CAT-CD   TO DISCGRP-KEY(13:4).
           READ DISCGRP-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DISCGRP-OK
               MOVE DIS-DISCOUNT-RATE-N TO WS-OLD-RATE
           ELSE
               MOVE ZERO                TO WS-OLD-RATE
           END-IF.

           IF RPND-NEW-RATE > WS-OLD-RATE
               SET WS-IS-INCREASE TO TRUE
           END-IF.
       2100-CHECK-INCREASE-EXIT.
           EXIT.

      *****************************************************************
      *    2200-SEND-NOTICES
      *    Browses TCATXREF on the change's type plus category and
      *    writes one notice per qualifying account, then stamps the
      *    change with today's date.  A change with no account to
      *    write to is stamped all the same -- nobody is owed a
      *    letter, so nothing need hold it back.
      *****************************************************************
       2200-SEND-NOTICES.
           MOVE ZERO TO WS-CHANGE-LETTER-COUNT.
           MOVE 'N'  TO WS-XREF-DONE-SW.

           MOVE RPND-TRAN-TYPE-CD  TO WS-XSK-TYPE-CD.
           MOVE RPND-TRAN-CAT-CD   TO WS-XSK-CAT-CD.
           MOVE ZERO               TO WS-XSK-ACCT-ID.
           MOVE WS-XREF-SEARCH-KEY TO TCATXREF-KEY OF TCATXREF-KEY-REC.

           START TCATXREF-FILE KEY IS NOT LESS THAN
               TCATXREF-KEY OF TCATXREF-KEY-REC
               INVALID KEY
                   SET WS-XREF-DONE TO TRUE
           END-START.

           PERFORM 2250-NOTICE-ONE-ACCOUNT
               THRU 2250-NOTICE-ONE-ACCOUNT-EXIT
               UNTIL WS-XREF-DONE.

           MOVE WS-RUN-DATE-YMD TO RPND-NOTICE-SENT-YMD.
           REWRITE RATE-PENDING-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.

           MOVE 'NOTICE SENT' TO RL-TAG.
           PERFORM 2950-CHECK-STAMP
               THRU 2950-CHECK-STAMP-EXIT.
           PERFORM 2900-REPORT-ROW
               THRU 2900-REPORT-ROW-EXIT.
       2200-SEND-NOTICES-EXIT.
           EXIT.

      *****************************************************************
      *    2250-NOTICE-ONE-ACCOUNT
      *    One step of the TCATXREF browse.  An account off the
      *    master, closed, in another group, or with nothing owed in
      *    the category is not affected by the increase and gets no
      *    letter.
      *****************************************************************
       2250-NOTICE-ONE-ACCOUNT.
           READ TCATXREF-FILE NEXT RECORD
               AT END
                   SET WS-XREF-DONE TO TRUE
                   GO TO 2250-NOTICE-ONE-ACCOUNT-EXIT
           END-READ.
           IF TCATX-TYPE-CD NOT = RPND-TRAN-TYPE-CD
               OR TCATX-CD  NOT = RPND-TRAN-CAT-CD
               SET WS-XREF-DONE TO TRUE
               GO TO 2250-NOTICE-ONE-ACCOUNT-EXIT
           END-IF.

           MOVE TCATX-ACCT-ID TO ACCTMST-KEY OF ACCTMST-KEY-REC.
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO 2250-NOTICE-ONE-ACCOUNT-EXIT
           END-READ.
           IF ACCT-IS-INACTIVE
               OR ACCT-GROUP-ID NOT = RPND-ACCT-GROUP-ID
               GO TO 2250-NOTICE-ONE-ACCOUNT-EXIT
           END-IF.

           MOVE TCATX-ACCT-ID     TO WS-TBK-ACCT-ID.
           MOVE RPND-TRAN-TYPE-CD TO WS-TBK-TYPE-CD.
           MOVE RPND-TRAN-CAT-CD  TO WS-TBK-CAT-CD.
           MOVE WS-TCATBALF-SEARCH-KEY
               TO TCATBALF-KEY OF TCATBALF-KEY-REC.
           READ TCATBALF-FILE
               INVALID KEY
                   GO TO 2250-NOTICE-ONE-ACCOUNT-EXIT
           END-READ.
           IF TRANCAT-BAL = ZERO
               GO TO 2250-NOTICE-ONE-ACCOUNT-EXIT
           END-IF.

           MOVE SPACES              TO RATE-NOTICE-RECORD.
           MOVE TCATX-ACCT-ID       TO NTC-ACCT-ID.
           MOVE RPND-ACCT-GROUP-ID  TO NTC-ACCT-GROUP-ID.
           MOVE RPND-TRAN-TYPE-CD   TO NTC-TRAN-TYPE-CD.
           MOVE RPND-TRAN-CAT-CD    TO NTC-TRAN-CAT-CD.
           MOVE WS-OLD-RATE         TO NTC-OLD-RATE.
           MOVE RPND-NEW-RATE       TO NTC-NEW-RATE.
           MOVE RPND-EFFECTIVE-DATE TO NTC-EFFECTIVE-DATE.
           MOVE RPND-REASON-CD      TO NTC-REASON-CD.
           MOVE WS-RUN-DATE         TO NTC-NOTICE-DATE.
           WRITE RATE-NOTICE-RECORD.

           ADD 1 TO WS-CHANGE-LETTER-COUNT.
           ADD 1 TO WS-LETTER-COUNT.
       2250-NOTICE-ONE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      *    2900-REPORT-ROW
      *    The caller sets RL-TAG before the line is built.
      *****************************************************************
       2900-REPORT-ROW.
           MOVE RPND-ACCT-GROUP-ID     TO RL-GROUP-ID
           MOVE RPND-TRAN-TYPE-CD      TO RL-TYPE-CD
           MOVE RPND-TRAN-CAT-CD       TO RL-CAT-CD
           MOVE WS-OLD-RATE            TO RL-OLD-RATE
           MOVE RPND-NEW-RATE          TO RL-NEW-RATE
           MOVE RPND-EFFECTIVE-DATE    TO RL-EFFECTIVE-DATE
           MOVE WS-CHANGE-LETTER-COUNT TO RL-LETTER-COUNT
           MOVE WS-RPT-DETAIL          TO NTC-RPT-LINE
           WRITE NTC-RPT-LINE.
       2900-REPORT-ROW-EXIT.
           EXIT.

      *****************************************************************
      *    2950-CHECK-STAMP
      *    Checks the RATEPEND update just made.  A row that did not
      *    take is named on the job log and its report line retagged;
      *    9000 ends the job with return code 8.
      *****************************************************************
       2950-CHECK-STAMP.
           IF WS-RATEPEND-OK
               GO TO 2950-CHECK-STAMP-EXIT
           END-IF.
           ADD 1 TO WS-STAMP-FAIL-COUNT.
           DISPLAY 'CBNTC01C - RATEPEND UPDATE FAILED, STATUS '
                   WS-RATEPEND-STATUS ', FOR ' RPND-ACCT-GROUP-ID
                   ' ' RPND-TRAN-TYPE-CD ' ' RPND-TRAN-CAT-CD
                   ' EFFECTIVE ' RPND-EFFECTIVE-DATE.
           MOVE 'NOT RECORDED - SEE JOB LOG' TO RL-TAG.
       2950-CHECK-STAMP-EXIT.
           EXIT.

      *****************************************************************
      *    9000-TERMINATE
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO NTC-RPT-LINE.
           WRITE NTC-RPT-LINE.

           MOVE WS-CHANGE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO NTC-RPT-LINE.
           STRING WS-COUNT-ED ' INCREASE(S) NOTICED'
               DELIMITED SIZE INTO NTC-RPT-LINE.
           WRITE NTC-RPT-LINE.

           MOVE WS-LETTER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO NTC-RPT-LINE.
           STRING WS-COUNT-ED ' CARDHOLDER NOTICE(S) EXTRACTED'
               DELIMITED SIZE INTO NTC-RPT-LINE.
           WRITE NTC-RPT-LINE.

           MOVE WS-PASSED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO NTC-RPT-LINE.
           STRING WS-COUNT-ED ' INCREASE(S) NOT NOTICED - EFFECTIVE'
                   ' DATE HAS PASSED'
               DELIMITED SIZE INTO NTC-RPT-LINE.
           WRITE NTC-RPT-LINE.

           IF WS-STAMP-FAIL-COUNT > ZERO
               MOVE WS-STAMP-FAIL-COUNT TO WS-COUNT-ED
               MOVE SPACES TO NTC-RPT-LINE
               STRING WS-COUNT-ED ' RATEPEND UPDATE(S) FAILED - SEE'
                       ' JOB LOG'
                   DELIMITED SIZE INTO NTC-RPT-LINE
               WRITE NTC-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE RATEPEND-FILE.
           CLOSE DISCGRP-FILE.
           CLOSE TCATXREF-FILE.
           CLOSE ACCTMST-FILE.
           CLOSE TCATBALF-FILE.
           CLOSE NOTICEX-FILE.
           CLOSE NTC-RPT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
