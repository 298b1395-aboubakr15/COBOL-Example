               RECORD KEY IS EMP-ID
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "lockctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.

           SELECT DEDUCTION-MASTER-FILE ASSIGN TO "dedmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDUCTION-MASTER-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-REGISTER-FILE-STATUS.

           SELECT YTD-MASTER-FILE ASSIGN TO "ytdmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS YTD-MASTER-FILE-STATUS.

           SELECT YTD-HISTORY-FILE ASSIGN TO "ytdhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YTD-HISTORY-FILE-STATUS.

           SELECT PAY-RUN-FILE ASSIGN TO "payrun.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RUN-FILE-STATUS.

           SELECT RETRO-PAY-FILE ASSIGN TO "retropay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRO-PAY-FILE-STATUS.

           SELECT RETRO-WORK-FILE ASSIGN TO "retrwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRO-WORK-FILE-STATUS.

           SELECT YTD-WORK-FILE ASSIGN TO "ytdwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YTD-WORK-FILE-STATUS.

           SELECT NET-PAY-FILE ASSIGN TO "paynet.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NET-PAY-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "perctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       FD PAY-REGISTER-FILE.
       01 PAY-REGISTER-LINE       PIC X(132).

       FD YTD-MASTER-FILE.
       01 YTD-MASTER-RECORD.
           02 YTD-EMP-ID           PIC 9(5).
           02 YTD-YEAR             PIC 9(4).
           02 YTD-EMP-NAME         PIC X(20).
           02 YTD-LAST-PAY-DATE    PIC 9(8).
           02 YTD-PAY-COUNT        PIC 9(3).
           02 YTD-GROSS            PIC 9(9)V99.
           02 YTD-TAXES            PIC 9(9)V99.
           02 YTD-BENEFITS         PIC 9(9)V99.
           02 YTD-OTHER            PIC 9(9)V99.
           02 YTD-NET              PIC 9(9)V99.
           02 YTD-DED-COUNT        PIC 9(2).
           02 YTD-DED-ENTRY OCCURS 50 TIMES.
               03 YTD-DED-CODE     PIC X(2).
               03 YTD-DED-AMOUNT   PIC 9(9)V99.

       FD YTD-HISTORY-FILE.
       01 YTD-HISTORY-RECORD      PIC X(747).

       FD PAY-RUN-FILE.
       01 PAY-RUN-RECORD.
           02 PRUN-PAY-DATE        PIC 9(8).
           02 PRUN-RUN-DATE        PIC 9(8).
           02 PRUN-RUN-TIME        PIC 9(8).
           02 PRUN-EMPLOYEE-COUNT  PIC 9(7).
           02 PRUN-GROSS-TOTAL     PIC 9(11)V99.
           02 PRUN-TAX-TOTAL       PIC 9(11)V99.
           02 PRUN-BENEFIT-TOTAL   PIC 9(11)V99.
           02 PRUN-OTHER-TOTAL     PIC 9(11)V99.
           02 PRUN-NET-TOTAL       PIC 9(11)V99.

       FD NET-PAY-FILE.
       01 NET-PAY-RECORD.
           02 NETP-RECORD-TYPE     PIC X.
               88 NETP-IS-DETAIL      VALUE 'D'.
               88 NETP-IS-TRAILER     VALUE 'T'.
           02 NETP-PAY-DATE        PIC 9(8).
           02 NETP-DETAIL-DATA.
               03 NETP-EMP-ID      PIC 9(5).
               03 NETP-EMP-NAME    PIC X(20).
               03 NETP-NET-PAY     PIC 9(9)V99.
           02 NETP-TRAILER-DATA REDEFINES NETP-DETAIL-DATA.
               03 NETP-TRAILER-COUNT     PIC 9(7).
               03 NETP-TRAILER-NET-TOTAL PIC 9(11)V99.
               03 FILLER                 PIC X(16).

       FD RETRO-PAY-FILE.
       01 RETRO-PAY-RECORD.
           02 RETRO-EMP-ID         PIC 9(5).
           02 RETRO-STATUS         PIC X.
               88 RETRO-IS-OWED       VALUE 'O'.
               88 RETRO-IS-PAID       VALUE 'P'.
           02 RETRO-EFF-DATE       PIC 9(8).
           02 RETRO-APPLY-DATE     PIC 9(8).
           02 RETRO-PEND-SEQ       PIC 9(5).
           02 RETRO-OLD-SALARY     PIC 9(7)V99.
           02 RETRO-NEW-SALARY     PIC 9(7)V99.
           02 RETRO-PERIOD-COUNT   PIC 9(3).
           02 RETRO-AMOUNT         PIC 9(9)V99.
           02 RETRO-PAID-DATE      PIC 9(8).

       FD RETRO-WORK-FILE.
       01 RETRO-WORK-RECORD        PIC X(67).

       FD YTD-WORK-FILE.
       01 YTD-WORK-RECORD.
           02 YTDW-ACTION          PIC X.
               88 YTDW-IS-HISTORY     VALUE 'H'.
               88 YTDW-IS-REWRITE     VALUE 'R'.
               88 YTDW-IS-NEW         VALUE 'N'.
           02 YTDW-IMAGE           PIC X(747).

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD    PIC X(71).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD          PIC X(73).

       WORKING-STORAGE SECTION.
       01 INPUT-FILE-STATUS      PIC XX VALUE "00".
           88 INPUT-FILE-OK        VALUE "00".

       01 DEDUCTION-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 PAY-REGISTER-FILE-STATUS     PIC XX VALUE "00".
       01 YTD-MASTER-FILE-STATUS       PIC XX VALUE "00".
       01 YTD-HISTORY-FILE-STATUS      PIC XX VALUE "00".
       01 PAY-RUN-FILE-STATUS          PIC XX VALUE "00".
       01 NET-PAY-FILE-STATUS          PIC XX VALUE "00".
       01 RETRO-PAY-FILE-STATUS        PIC XX VALUE "00".
       01 RETRO-WORK-FILE-STATUS       PIC XX VALUE "00".
       01 YTD-WORK-FILE-STATUS         PIC XX VALUE "00".

       01 PERIOD-CONTROL-FILE-STATUS   PIC XX VALUE "00".

       01 PERIOD-FOUND-SWITCH PIC X VALUE 'N'.
           88 PERIOD-CONTROL-FOUND VALUE 'Y'.

       01 PERIOD-CHECK-SWITCH PIC X VALUE 'N'.
           88 PERIOD-STATUS-OK VALUE 'Y'.

       01 PERIOD-CONTROL.
           02 PCTL-PERIOD          PIC 9(6).
           02 PCTL-START-DATE      PIC 9(8).
           02 PCTL-END-DATE        PIC 9(8).
           02 PCTL-STATUS          PIC X.
               88 PCTL-IS-OPEN        VALUE 'O'.
               88 PCTL-IS-CALCULATED  VALUE 'C'.
               88 PCTL-IS-POSTED      VALUE 'P'.
               88 PCTL-IS-CLOSED      VALUE 'X'.
           02 PCTL-OPEN-DATE       PIC 9(8).
           02 PCTL-UPDATE-DATE     PIC 9(8).
           02 PCTL-CALC-DATE       PIC 9(8).
           02 PCTL-POST-DATE       PIC 9(8).
           02 PCTL-BURST-DATE      PIC 9(8).
           02 PCTL-CLOSE-DATE      PIC 9(8).

       01 PERIOD-STATUS-NAME    PIC X(10) VALUE SPACES.

       01 RETRO-PAY-EOF-SWITCH PIC X VALUE 'N'.
           88 RETRO-PAY-END-OF-FILE VALUE 'Y'.

       01 RETRO-WORK-EOF-SWITCH PIC X VALUE 'N'.
           88 RETRO-WORK-END-OF-FILE VALUE 'Y'.

       01 YTD-WORK-EOF-SWITCH PIC X VALUE 'N'.
           88 YTD-WORK-END-OF-FILE VALUE 'Y'.

       01 RETRO-TABLE.
           02 RETRO-ITEM-COUNT  PIC 9(3) COMP VALUE 0.
           02 RETRO-ITEM OCCURS 500 TIMES.
               03 RETRO-ITEM-EMP-ID     PIC 9(5).
               03 RETRO-ITEM-EFF-DATE   PIC 9(8).
               03 RETRO-ITEM-PERIODS    PIC 9(3).
               03 RETRO-ITEM-AMOUNT     PIC 9(9)V99.
               03 RETRO-ITEM-PAID-SWITCH PIC X.
                   88 RETRO-ITEM-PAID      VALUE 'Y'.

       01 RETRO-SUB             PIC 9(3) COMP VALUE 0.
       01 RETRO-ORDINAL         PIC 9(5) VALUE 0.
       01 RETRO-SKIPPED-COUNT   PIC 9(5) VALUE 0.

       01 RETRO-LINE-DATE       PIC 9(8) VALUE 0.
       01 RETRO-LINE-DATE-PARTS REDEFINES RETRO-LINE-DATE.
           02 RETRO-LINE-YEAR    PIC 9(4).
           02 RETRO-LINE-MONTH   PIC 9(2).
           02 RETRO-LINE-DAY     PIC 9(2).

       01 NET-PAY-OPEN-SWITCH PIC X VALUE 'N'.
           88 NET-PAY-FILE-OPEN VALUE 'Y'.

       01 PAY-RUN-EOF-SWITCH PIC X VALUE 'N'.
           88 PAY-RUN-END-OF-FILE VALUE 'Y'.

       01 PAY-RUN-LOGGED-SWITCH PIC X VALUE 'N'.
           88 PAY-RUN-LOGGED VALUE 'Y'.

       01 NET-PAY-EOF-SWITCH PIC X VALUE 'N'.
           88 NET-PAY-END-OF-FILE VALUE 'Y'.

       01 NET-PAY-VERIFIED-SWITCH PIC X VALUE 'N'.
           88 NET-PAY-VERIFIED VALUE 'Y'.

       01 LOGGED-PAY-RUN.
           02 LOGGED-RUN-DATE       PIC 9(8) VALUE 0.
           02 LOGGED-EMPLOYEE-COUNT PIC 9(7) VALUE 0.
           02 LOGGED-NET-TOTAL      PIC 9(11)V99 VALUE 0.

       01 YTD-POSTING-SWITCH PIC X VALUE 'Y'.
           88 YTD-POSTING-WANTED VALUE 'Y'.

       01 YTD-RECORD-FOUND-SWITCH PIC X VALUE 'N'.
           88 YTD-RECORD-FOUND VALUE 'Y'.

       01 YTD-DED-FOUND-SWITCH PIC X VALUE 'N'.
           88 YTD-DED-FOUND VALUE 'Y'.

       01 DEDUCTION-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 DEDUCTION-MASTER-END-OF-FILE VALUE 'Y'.
               03 DEDUCTION-BRACKET-MAX PIC 9(7)V99.

       01 DEDUCTION-SUB         PIC 9(2) COMP VALUE 0.
       01 YTD-DED-SUB           PIC 9(2) COMP VALUE 0.

       01 EMPLOYEE-DEDUCTION-TABLE.
           02 EMPLOYEE-DED-AMOUNT OCCURS 50 TIMES PIC 9(7)V99.

       01 EMPLOYEE-PAY-FIELDS.
           02 EMPLOYEE-GROSS     PIC 9(7)V99 VALUE 0.
           02 EMPLOYEE-RETRO     PIC 9(7)V99 VALUE 0.
           02 EMPLOYEE-TAXES     PIC 9(7)V99 VALUE 0.
           02 EMPLOYEE-BENEFITS  PIC 9(7)V99 VALUE 0.
           02 EMPLOYEE-OTHER     PIC 9(7)V99 VALUE 0.

       01 SHORT-PAY-COUNT       PIC 9(7) VALUE 0.

       01 RETRO-PAY-TOTALS.
           02 RETRO-PAID-COUNT     PIC 9(7) VALUE 0.
           02 RETRO-PAID-TOTAL     PIC 9(11)V99 VALUE 0.
           02 RETRO-UNMATCHED-COUNT PIC 9(7) VALUE 0.

       01 EDITED-RETRO-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 YTD-POSTING-COUNTS.
           02 YTD-POSTED-COUNT     PIC 9(7) VALUE 0.
           02 YTD-NEW-COUNT        PIC 9(7) VALUE 0.
           02 YTD-ROLLED-COUNT     PIC 9(7) VALUE 0.
           02 YTD-ALREADY-COUNT    PIC 9(7) VALUE 0.
           02 YTD-ERROR-COUNT      PIC 9(7) VALUE 0.

       01 PAY-DATE               PIC 9(8) VALUE 0.
       01 PAY-DATE-PARTS REDEFINES PAY-DATE.
           02 PAY-DATE-YEAR      PIC 9(4).
           02 PAY-DATE-MONTH     PIC 9(2).
           02 PAY-DATE-DAY       PIC 9(2).

       01 PAY-RUN-TIME           PIC 9(8) VALUE 0.

       01 REGISTER-CONTROL.
           02 REGISTER-PAGE-NUMBER   PIC 9(5) VALUE 0.
           02 REGISTER-LINE-COUNT    PIC 9(3) COMP VALUE 0.
           02 FILLER             PIC X(10) VALUE SPACES.
           02 FILLER             PIC X(9) VALUE "RUN DATE ".
           02 HEADING-RUN-DATE   PIC X(10).
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(9) VALUE "PAY DATE ".
           02 HEADING-PAY-DATE   PIC X(10).
           02 FILLER             PIC X(10) VALUE SPACES.
           02 FILLER             PIC X(5) VALUE "PAGE ".
           02 HEADING-PAGE-NUMBER PIC ZZZZ9.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DETAIL-NET         PIC Z,ZZZ,ZZ9.99.

       01 REGISTER-RETRO-LINE.
           02 FILLER             PIC X(8) VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "RETRO EFF ".
           02 RETRO-LINE-EFF-DATE PIC X(10).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 RETRO-LINE-AMOUNT  PIC Z,ZZZ,ZZ9.99.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 RETRO-LINE-PERIODS PIC ZZ9.
           02 FILLER             PIC X(28)
                                 VALUE " PERIOD(S) ARREARS IN GROSS".

       01 REGISTER-TOTAL-LINE.
           02 TOTAL-LABEL        PIC X(17).
           02 TOTAL-COUNT        PIC Z,ZZZ,ZZ9.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 TOTAL-NET          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 RUN-LOCK-FILE-STATUS   PIC XX VALUE "00".
           88 RUN-LOCK-FILE-MISSING VALUE "35".

       01 RUN-LOCK-EOF-SWITCH    PIC X VALUE 'N'.
           88 RUN-LOCK-END-OF-FILE  VALUE 'Y'.

       01 RUN-LOCK-SWITCH        PIC X VALUE 'N'.
           88 RUN-LOCK-HELD         VALUE 'Y'.

       01 RUN-LOCK-TABLE-SWITCH  PIC X VALUE 'N'.
           88 RUN-LOCK-TABLE-OK     VALUE 'Y'.

       01 RUN-LOCK-FOUND-SWITCH  PIC X VALUE 'N'.
           88 RUN-LOCK-FOUND        VALUE 'Y'.

       01 RUN-LOCK-REQUEST.
           02 RUN-LOCK-RESOURCE  PIC X(12) VALUE "input.dat".
           02 RUN-LOCK-MODE      PIC X VALUE 'S'.
               88 RUN-LOCK-SHARED     VALUE 'S'.
               88 RUN-LOCK-EXCLUSIVE  VALUE 'X'.
           02 RUN-LOCK-PROGRAM   PIC X(24) VALUE "Pay-Calc".
           02 RUN-LOCK-USER      PIC X(20) VALUE SPACES.
           02 RUN-LOCK-DATE      PIC 9(8) VALUE 0.
           02 RUN-LOCK-TIME      PIC 9(8) VALUE 0.

       01 RUN-LOCK-TABLE.
           02 RUN-LOCK-COUNT     PIC 9(3) COMP VALUE 0.
           02 RUN-LOCK-ENTRY OCCURS 50 TIMES.
               03 HELD-LOCK-RESOURCE PIC X(12).
               03 HELD-LOCK-MODE     PIC X.
                   88 HELD-LOCK-EXCLUSIVE VALUE 'X'.
               03 HELD-LOCK-PROGRAM  PIC X(24).
               03 HELD-LOCK-USER     PIC X(20).
               03 HELD-LOCK-DATE     PIC 9(8).
               03 HELD-LOCK-TIME     PIC 9(8).

       01 RUN-LOCK-SUB           PIC 9(3) COMP VALUE 0.
       01 RUN-LOCK-MODE-NAME     PIC X(9) VALUE SPACES.
       01 RUN-LOCK-MESSAGE       PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM ACQUIRE-RUN-LOCK.

           IF RUN-LOCK-HELD
               PERFORM CALCULATE-PAYROLL
               PERFORM RELEASE-RUN-LOCK
           END-IF.

           GOBACK.


       CALCULATE-PAYROLL.
           PERFORM CHECK-PERIOD-STATUS.

           IF PERIOD-STATUS-OK
               PERFORM LOAD-DEDUCTION-MASTER
           END-IF.

           IF PERIOD-STATUS-OK AND RETURN-CODE < 8
               PERFORM OPEN-INPUT-FILE
               IF INPUT-FILE-OPENED-OK
                   PERFORM ESTABLISH-PAY-DATE
                   PERFORM CHECK-PAY-RUN-LOG
                   IF PAY-RUN-LOGGED
                       CLOSE INPUT-FILE
                       PERFORM COMPLETE-LOGGED-PAY-RUN
                   ELSE
                       PERFORM CALCULATE-PERIOD-PAY
                   END-IF
               END-IF
           END-IF.


       CALCULATE-PERIOD-PAY.
           PERFORM LOAD-RETRO-PAYMENTS
           PERFORM OPEN-YTD-MASTER-FILE

           IF YTD-POSTING-WANTED
               PERFORM OPEN-NET-PAY-FILE
           END-IF.

           PERFORM OPEN-PAY-REGISTER-FILE
           PERFORM START-PAY-REGISTER
           PERFORM START-AT-LOWEST-EMP-ID
           PERFORM READ-AND-CALCULATE-PAY
           CLOSE INPUT-FILE
           PERFORM PRINT-COMPANY-PAY-TOTALS
           CLOSE PAY-REGISTER-FILE
           PERFORM CHECK-UNMATCHED-RETRO

           IF COMPANY-EMPLOYEE-COUNT = 0
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF YTD-POSTING-WANTED
               CLOSE YTD-WORK-FILE
           END-IF.

           IF NET-PAY-FILE-OPEN AND RETURN-CODE < 8 AND
              RETRO-ITEM-COUNT > 0
               PERFORM MARK-RETRO-PAYMENTS-PAID
           END-IF.

           IF NET-PAY-FILE-OPEN AND RETURN-CODE < 8
               PERFORM APPLY-YTD-POSTINGS
           END-IF.

           IF NET-PAY-FILE-OPEN
               IF RETURN-CODE < 8
                   PERFORM WRITE-NET-PAY-TRAILER
               ELSE
                   PERFORM DISCARD-NET-PAY-FILE
               END-IF
           END-IF.

           IF YTD-POSTING-WANTED
               CLOSE YTD-MASTER-FILE
               CLOSE YTD-HISTORY-FILE
           END-IF.

           IF NET-PAY-FILE-OPEN AND RETURN-CODE < 8
               PERFORM WRITE-PAY-RUN-RECORD
               PERFORM MARK-PERIOD-CALCULATED
           ELSE
               DISPLAY "ERROR: pay run not logged - period "
                       PCTL-PERIOD " left OPEN so the run "
                       "can be repeated once the errors "
                       "above are fixed."
           END-IF.

           PERFORM PRINT-PAY-RUN-SUMMARY.


       LOAD-DEDUCTION-MASTER.
           END-IF.


       CHECK-PERIOD-STATUS.
           MOVE 'N' TO PERIOD-CHECK-SWITCH
           PERFORM READ-PERIOD-CONTROL

           IF PERIOD-CONTROL-FOUND
               IF PCTL-IS-OPEN
                   SET PERIOD-STATUS-OK TO TRUE
               ELSE
                   DISPLAY "ERROR: no pay calculated - Pay-Calc "
                           "needs an OPEN pay period; period "
                           PCTL-PERIOD " is " PERIOD-STATUS-NAME
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.


       ESTABLISH-PAY-DATE.
           MOVE PCTL-END-DATE TO PAY-DATE.
           ACCEPT PAY-RUN-TIME FROM TIME.


       CHECK-PAY-RUN-LOG.
           MOVE 'N' TO PAY-RUN-LOGGED-SWITCH
           MOVE 'N' TO PAY-RUN-EOF-SWITCH

           OPEN INPUT PAY-RUN-FILE.

           IF PAY-RUN-FILE-STATUS = "00"
               PERFORM UNTIL PAY-RUN-END-OF-FILE
                   READ PAY-RUN-FILE
                       AT END
                           SET PAY-RUN-END-OF-FILE TO TRUE
                       NOT AT END
                           IF PRUN-PAY-DATE = PAY-DATE
                               SET PAY-RUN-LOGGED TO TRUE
                               MOVE PRUN-RUN-DATE
                                   TO LOGGED-RUN-DATE
                               MOVE PRUN-EMPLOYEE-COUNT
                                   TO LOGGED-EMPLOYEE-COUNT
                               MOVE PRUN-NET-TOTAL
                                   TO LOGGED-NET-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-RUN-FILE
           END-IF.


       COMPLETE-LOGGED-PAY-RUN.
           PERFORM VERIFY-LOGGED-NET-PAY

           IF NET-PAY-VERIFIED
               DISPLAY "NOTE: pay date " PAY-DATE " is already "
                       "logged in payrun.dat and paynet.dat agrees - "
                       "period " PCTL-PERIOD " marked CALCULATED "
                       "without recalculating."
               MOVE LOGGED-RUN-DATE TO REGISTER-RUN-DATE
               PERFORM MARK-PERIOD-CALCULATED
           ELSE
               DISPLAY "ERROR: no pay calculated - payrun.dat already "
                       "logs pay date " PAY-DATE " but period "
                       PCTL-PERIOD " is still OPEN and paynet.dat "
                       "does not match the logged run - reconcile "
                       "payrun.dat, paynet.dat and perctl.dat."
               MOVE 12 TO RETURN-CODE
           END-IF.


       VERIFY-LOGGED-NET-PAY.
           MOVE 'N' TO NET-PAY-VERIFIED-SWITCH
           MOVE 'N' TO NET-PAY-EOF-SWITCH

           OPEN INPUT NET-PAY-FILE.

           IF NET-PAY-FILE-STATUS = "00"
               PERFORM UNTIL NET-PAY-END-OF-FILE
                   READ NET-PAY-FILE
                       AT END
                           SET NET-PAY-END-OF-FILE TO TRUE
                       NOT AT END
                           IF NETP-IS-TRAILER AND
                              NETP-PAY-DATE = PAY-DATE AND
                              NETP-TRAILER-COUNT =
                                  LOGGED-EMPLOYEE-COUNT AND
                              NETP-TRAILER-NET-TOTAL =
                                  LOGGED-NET-TOTAL
                               SET NET-PAY-VERIFIED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NET-PAY-FILE
           END-IF.


       LOAD-RETRO-PAYMENTS.
           MOVE 0 TO RETRO-ITEM-COUNT
           MOVE 0 TO RETRO-SKIPPED-COUNT
           MOVE 'N' TO RETRO-PAY-EOF-SWITCH

           OPEN INPUT RETRO-PAY-FILE.

           IF RETRO-PAY-FILE-STATUS = "00"
               PERFORM UNTIL RETRO-PAY-END-OF-FILE
                   READ RETRO-PAY-FILE
                       AT END
                           SET RETRO-PAY-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-RETRO-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE RETRO-PAY-FILE
           END-IF.

           IF RETRO-SKIPPED-COUNT > 0
               DISPLAY "WARNING: more than 500 retro payments owed - "
                       RETRO-SKIPPED-COUNT " left for a later run."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


       LOAD-ONE-RETRO-PAYMENT.
           IF RETRO-IS-OWED OR
              (RETRO-IS-PAID AND RETRO-PAID-DATE = PAY-DATE)
               IF RETRO-ITEM-COUNT < 500
                   ADD 1 TO RETRO-ITEM-COUNT
                   SET RETRO-SUB TO RETRO-ITEM-COUNT
                   MOVE RETRO-EMP-ID   TO RETRO-ITEM-EMP-ID (RETRO-SUB)
                   MOVE RETRO-EFF-DATE
                       TO RETRO-ITEM-EFF-DATE (RETRO-SUB)
                   MOVE RETRO-PERIOD-COUNT
                       TO RETRO-ITEM-PERIODS (RETRO-SUB)
                   MOVE RETRO-AMOUNT   TO RETRO-ITEM-AMOUNT (RETRO-SUB)
                   MOVE 'N' TO RETRO-ITEM-PAID-SWITCH (RETRO-SUB)
               ELSE
                   ADD 1 TO RETRO-SKIPPED-COUNT
               END-IF
           END-IF.


       OPEN-YTD-MASTER-FILE.
           OPEN I-O YTD-MASTER-FILE.

           IF YTD-MASTER-FILE-STATUS = "35"
               DISPLAY "NOTE: ytdmast.dat not found - creating an "
                       "empty year-to-date master."
               OPEN OUTPUT YTD-MASTER-FILE
               CLOSE YTD-MASTER-FILE
               OPEN I-O YTD-MASTER-FILE
           END-IF.

           IF YTD-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ytdmast.dat cannot be opened - status "
                       YTD-MASTER-FILE-STATUS " - year-to-date "
                       "totals not posted."
               MOVE 'N' TO YTD-POSTING-SWITCH
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               OPEN EXTEND YTD-HISTORY-FILE
               IF YTD-HISTORY-FILE-STATUS NOT = "00"
                   OPEN OUTPUT YTD-HISTORY-FILE
               END-IF
               OPEN OUTPUT YTD-WORK-FILE
               IF YTD-WORK-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: ytdwork.dat cannot be opened - "
                           "status " YTD-WORK-FILE-STATUS
                           " - year-to-date totals not posted."
                   CLOSE YTD-MASTER-FILE
                   CLOSE YTD-HISTORY-FILE
                   MOVE 'N' TO YTD-POSTING-SWITCH
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.


       OPEN-NET-PAY-FILE.
           OPEN OUTPUT NET-PAY-FILE.

           IF NET-PAY-FILE-STATUS = "00"
               SET NET-PAY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR: paynet.dat cannot be opened - status "
                       NET-PAY-FILE-STATUS " - no net pay file for "
                       "the bank transmission."
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.


       OPEN-PAY-REGISTER-FILE.
           OPEN OUTPUT PAY-REGISTER-FILE.


       CALCULATE-ONE-EMPLOYEE.
           MOVE EMP-SALARY TO EMPLOYEE-GROSS
           MOVE 0 TO EMPLOYEE-RETRO

           SET RETRO-SUB TO 1
           PERFORM UNTIL RETRO-SUB > RETRO-ITEM-COUNT
               IF RETRO-ITEM-EMP-ID (RETRO-SUB) = EMP-ID
                   ADD RETRO-ITEM-AMOUNT (RETRO-SUB) TO EMPLOYEE-RETRO
                   SET RETRO-ITEM-PAID (RETRO-SUB) TO TRUE
                   ADD 1 TO RETRO-PAID-COUNT
                   ADD RETRO-ITEM-AMOUNT (RETRO-SUB)
                       TO RETRO-PAID-TOTAL
               END-IF
               SET RETRO-SUB UP BY 1
           END-PERFORM.

           ADD EMPLOYEE-RETRO TO EMPLOYEE-GROSS
           MOVE 0 TO EMPLOYEE-TAXES
           MOVE 0 TO EMPLOYEE-BENEFITS
           MOVE 0 TO EMPLOYEE-OTHER
           INITIALIZE EMPLOYEE-DEDUCTION-TABLE

           SET DEDUCTION-SUB TO 1
           PERFORM UNTIL DEDUCTION-SUB > DEDUCTION-COUNT
           ADD EMPLOYEE-OTHER    TO COMPANY-OTHER-TOTAL
           ADD EMPLOYEE-NET      TO COMPANY-NET-TOTAL.

           IF YTD-POSTING-WANTED
               PERFORM POST-EMPLOYEE-YTD
           END-IF.

           IF NET-PAY-FILE-OPEN
               PERFORM WRITE-NET-PAY-DETAIL
           END-IF.


       APPLY-ONE-DEDUCTION.
           IF EMPLOYEE-GROSS >=
                       TO ONE-DEDUCTION
               END-IF

               MOVE ONE-DEDUCTION
                   TO EMPLOYEE-DED-AMOUNT (DEDUCTION-SUB)

               IF DEDUCTION-IS-TAX (DEDUCTION-SUB)
                   ADD ONE-DEDUCTION TO EMPLOYEE-TAXES
               ELSE
           END-IF.


       POST-EMPLOYEE-YTD.
           MOVE EMP-ID TO YTD-EMP-ID
           MOVE 'Y' TO YTD-RECORD-FOUND-SWITCH

           READ YTD-MASTER-FILE
               KEY IS YTD-EMP-ID
               INVALID KEY
                   MOVE 'N' TO YTD-RECORD-FOUND-SWITCH
                   PERFORM START-NEW-YTD-RECORD
           END-READ.

           IF YTD-RECORD-FOUND AND YTD-LAST-PAY-DATE = PAY-DATE
               ADD 1 TO YTD-ALREADY-COUNT
           ELSE
               IF YTD-RECORD-FOUND AND YTD-YEAR > PAY-DATE-YEAR
                   DISPLAY "WARNING: ytdmast.dat holds year " YTD-YEAR
                           " for EMP-ID " EMP-ID " - pay date "
                           PAY-DATE " not posted."
                   ADD 1 TO YTD-ERROR-COUNT
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   IF YTD-RECORD-FOUND AND YTD-YEAR < PAY-DATE-YEAR
                       PERFORM ROLL-YTD-RECORD
                   END-IF
                   PERFORM ACCUMULATE-YTD-AMOUNTS
                   PERFORM STAGE-YTD-POSTING
               END-IF
           END-IF.


       START-NEW-YTD-RECORD.
           INITIALIZE YTD-MASTER-RECORD
           MOVE EMP-ID TO YTD-EMP-ID
           MOVE PAY-DATE-YEAR TO YTD-YEAR.


       ROLL-YTD-RECORD.
           SET YTDW-IS-HISTORY TO TRUE
           MOVE YTD-MASTER-RECORD TO YTDW-IMAGE
           WRITE YTD-WORK-RECORD
           PERFORM START-NEW-YTD-RECORD.


       ACCUMULATE-YTD-AMOUNTS.
           MOVE EMP-NAME TO YTD-EMP-NAME
           MOVE PAY-DATE TO YTD-LAST-PAY-DATE
           ADD 1 TO YTD-PAY-COUNT
           ADD EMPLOYEE-GROSS    TO YTD-GROSS
           ADD EMPLOYEE-TAXES    TO YTD-TAXES
           ADD EMPLOYEE-BENEFITS TO YTD-BENEFITS
           ADD EMPLOYEE-OTHER    TO YTD-OTHER
           ADD EMPLOYEE-NET      TO YTD-NET

           SET DEDUCTION-SUB TO 1
           PERFORM UNTIL DEDUCTION-SUB > DEDUCTION-COUNT
               IF EMPLOYEE-DED-AMOUNT (DEDUCTION-SUB) > 0
                   PERFORM ADD-ONE-YTD-DEDUCTION
               END-IF
               SET DEDUCTION-SUB UP BY 1
           END-PERFORM.


       ADD-ONE-YTD-DEDUCTION.
           MOVE 'N' TO YTD-DED-FOUND-SWITCH
           SET YTD-DED-SUB TO 1
           PERFORM UNTIL YTD-DED-SUB > YTD-DED-COUNT
                      OR YTD-DED-FOUND
               IF YTD-DED-CODE (YTD-DED-SUB) =
                  DEDUCTION-CODE (DEDUCTION-SUB)
                   SET YTD-DED-FOUND TO TRUE
               ELSE
                   SET YTD-DED-SUB UP BY 1
               END-IF
           END-PERFORM.

           IF NOT YTD-DED-FOUND
               IF YTD-DED-COUNT >= 50
                   DISPLAY "WARNING: More than 50 deduction codes "
                           "for EMP-ID " EMP-ID " - code "
                           DEDUCTION-CODE (DEDUCTION-SUB)
                           " not kept in ytdmast.dat."
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO YTD-DED-COUNT
                   MOVE YTD-DED-COUNT TO YTD-DED-SUB
                   MOVE DEDUCTION-CODE (DEDUCTION-SUB)
                       TO YTD-DED-CODE (YTD-DED-SUB)
                   MOVE 0 TO YTD-DED-AMOUNT (YTD-DED-SUB)
                   SET YTD-DED-FOUND TO TRUE
               END-IF
           END-IF.

           IF YTD-DED-FOUND
               ADD EMPLOYEE-DED-AMOUNT (DEDUCTION-SUB)
                   TO YTD-DED-AMOUNT (YTD-DED-SUB)
           END-IF.


       STAGE-YTD-POSTING.
           IF YTD-RECORD-FOUND
               SET YTDW-IS-REWRITE TO TRUE
           ELSE
               SET YTDW-IS-NEW TO TRUE
           END-IF.

           MOVE YTD-MASTER-RECORD TO YTDW-IMAGE
           WRITE YTD-WORK-RECORD.


       APPLY-YTD-POSTINGS.
           MOVE 'N' TO YTD-WORK-EOF-SWITCH
           OPEN INPUT YTD-WORK-FILE.

           IF YTD-WORK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ytdwork.dat cannot be reread - "
                       "ytdmast.dat left unchanged."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL YTD-WORK-END-OF-FILE
                   READ YTD-WORK-FILE
                       AT END
                           SET YTD-WORK-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-YTD-POSTING
                   END-READ
               END-PERFORM
               CLOSE YTD-WORK-FILE
           END-IF.


       APPLY-ONE-YTD-POSTING.
           IF YTDW-IS-HISTORY
               WRITE YTD-HISTORY-RECORD FROM YTDW-IMAGE
               ADD 1 TO YTD-ROLLED-COUNT
           ELSE
               MOVE YTDW-IMAGE TO YTD-MASTER-RECORD
               IF YTDW-IS-REWRITE
                   REWRITE YTD-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Could not rewrite "
                                   "ytdmast.dat for EMP-ID "
                                   YTD-EMP-ID
                           ADD 1 TO YTD-ERROR-COUNT
                           IF RETURN-CODE < 8
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       NOT INVALID KEY
                           ADD 1 TO YTD-POSTED-COUNT
                   END-REWRITE
               ELSE
                   WRITE YTD-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Could not add ytdmast.dat "
                                   "record for EMP-ID " YTD-EMP-ID
                           ADD 1 TO YTD-ERROR-COUNT
                           IF RETURN-CODE < 8
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       NOT INVALID KEY
                           ADD 1 TO YTD-POSTED-COUNT
                           ADD 1 TO YTD-NEW-COUNT
                   END-WRITE
               END-IF
           END-IF.


       WRITE-NET-PAY-DETAIL.
           MOVE SPACES TO NET-PAY-RECORD
           SET NETP-IS-DETAIL TO TRUE
           MOVE PAY-DATE     TO NETP-PAY-DATE
           MOVE EMP-ID       TO NETP-EMP-ID
           MOVE EMP-NAME     TO NETP-EMP-NAME
           MOVE EMPLOYEE-NET TO NETP-NET-PAY
           WRITE NET-PAY-RECORD.


       WRITE-NET-PAY-TRAILER.
           MOVE SPACES TO NET-PAY-RECORD
           SET NETP-IS-TRAILER TO TRUE
           MOVE PAY-DATE               TO NETP-PAY-DATE
           MOVE COMPANY-EMPLOYEE-COUNT TO NETP-TRAILER-COUNT
           MOVE COMPANY-NET-TOTAL      TO NETP-TRAILER-NET-TOTAL
           WRITE NET-PAY-RECORD

           CLOSE NET-PAY-FILE.


       DISCARD-NET-PAY-FILE.
           CLOSE NET-PAY-FILE
           OPEN OUTPUT NET-PAY-FILE
           CLOSE NET-PAY-FILE
           MOVE 'N' TO NET-PAY-OPEN-SWITCH

           DISPLAY "ERROR: paynet.dat emptied - no net pay goes to "
                   "the bank until this run completes cleanly.".


       WRITE-PAY-RUN-RECORD.
           OPEN EXTEND PAY-RUN-FILE
           IF PAY-RUN-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAY-RUN-FILE
           END-IF.

           MOVE PAY-DATE               TO PRUN-PAY-DATE
           MOVE REGISTER-RUN-DATE      TO PRUN-RUN-DATE
           MOVE PAY-RUN-TIME           TO PRUN-RUN-TIME
           MOVE COMPANY-EMPLOYEE-COUNT TO PRUN-EMPLOYEE-COUNT
           MOVE COMPANY-GROSS-TOTAL    TO PRUN-GROSS-TOTAL
           MOVE COMPANY-TAX-TOTAL      TO PRUN-TAX-TOTAL
           MOVE COMPANY-BENEFIT-TOTAL  TO PRUN-BENEFIT-TOTAL
           MOVE COMPANY-OTHER-TOTAL    TO PRUN-OTHER-TOTAL
           MOVE COMPANY-NET-TOTAL      TO PRUN-NET-TOTAL
           WRITE PAY-RUN-RECORD

           CLOSE PAY-RUN-FILE.


       MARK-PERIOD-CALCULATED.
           SET PCTL-IS-CALCULATED TO TRUE
           MOVE REGISTER-RUN-DATE TO PCTL-CALC-DATE
           PERFORM WRITE-PERIOD-CONTROL.


       START-PAY-REGISTER.
           ACCEPT REGISTER-RUN-DATE FROM DATE YYYYMMDD.

               INTO HEADING-RUN-DATE
           END-STRING.

           MOVE SPACES TO HEADING-PAY-DATE
           STRING PAY-DATE-YEAR "-" PAY-DATE-MONTH "-"
                  PAY-DATE-DAY
               DELIMITED BY SIZE
               INTO HEADING-PAY-DATE
           END-STRING.

           MOVE 0 TO REGISTER-PAGE-NUMBER
           MOVE 0 TO PAGE-EMPLOYEE-COUNT
           MOVE 0 TO PAGE-GROSS-TOTAL

           WRITE PAY-REGISTER-LINE FROM REGISTER-DETAIL-LINE

           IF EMPLOYEE-RETRO > 0
               SET RETRO-SUB TO 1
               PERFORM UNTIL RETRO-SUB > RETRO-ITEM-COUNT
                   IF RETRO-ITEM-EMP-ID (RETRO-SUB) = EMP-ID
                       PERFORM WRITE-PAY-REGISTER-RETRO
                   END-IF
                   SET RETRO-SUB UP BY 1
               END-PERFORM
           END-IF.

           ADD 1 TO REGISTER-LINE-COUNT
           ADD 1 TO PAGE-EMPLOYEE-COUNT
           ADD EMPLOYEE-GROSS    TO PAGE-GROSS-TOTAL
           ADD EMPLOYEE-NET      TO PAGE-NET-TOTAL.


       WRITE-PAY-REGISTER-RETRO.
           MOVE RETRO-ITEM-EFF-DATE (RETRO-SUB) TO RETRO-LINE-DATE
           MOVE SPACES TO RETRO-LINE-EFF-DATE
           STRING RETRO-LINE-YEAR "-" RETRO-LINE-MONTH "-"
                  RETRO-LINE-DAY
               DELIMITED BY SIZE
               INTO RETRO-LINE-EFF-DATE
           END-STRING.

           MOVE RETRO-ITEM-AMOUNT (RETRO-SUB)  TO RETRO-LINE-AMOUNT
           MOVE RETRO-ITEM-PERIODS (RETRO-SUB) TO RETRO-LINE-PERIODS

           WRITE PAY-REGISTER-LINE FROM REGISTER-RETRO-LINE

           ADD 1 TO REGISTER-LINE-COUNT.


       CHECK-UNMATCHED-RETRO.
           SET RETRO-SUB TO 1
           PERFORM UNTIL RETRO-SUB > RETRO-ITEM-COUNT
               IF NOT RETRO-ITEM-PAID (RETRO-SUB)
                   ADD 1 TO RETRO-UNMATCHED-COUNT
                   DISPLAY "WARNING: retro pay for EMP-ID "
                           RETRO-ITEM-EMP-ID (RETRO-SUB)
                           " effective "
                           RETRO-ITEM-EFF-DATE (RETRO-SUB)
                           " - employee not on input.dat, left owed."
               END-IF
               SET RETRO-SUB UP BY 1
           END-PERFORM.

           IF RETRO-UNMATCHED-COUNT > 0
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


       MARK-RETRO-PAYMENTS-PAID.
           MOVE 0 TO RETRO-ORDINAL
           MOVE 'N' TO RETRO-PAY-EOF-SWITCH

           OPEN INPUT RETRO-PAY-FILE
           OPEN OUTPUT RETRO-WORK-FILE

           IF RETRO-PAY-FILE-STATUS NOT = "00" OR
              RETRO-WORK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: retropay.dat cannot be updated - "
                       "retro payments on this run must be marked "
                       "paid by hand."
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM UNTIL RETRO-PAY-END-OF-FILE
                   READ RETRO-PAY-FILE
                       AT END
                           SET RETRO-PAY-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM MARK-ONE-RETRO-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE RETRO-PAY-FILE
               CLOSE RETRO-WORK-FILE
               PERFORM REWRITE-RETRO-PAY-FILE
           END-IF.


       MARK-ONE-RETRO-PAYMENT.
           IF RETRO-IS-OWED OR
              (RETRO-IS-PAID AND RETRO-PAID-DATE = PAY-DATE)
               ADD 1 TO RETRO-ORDINAL
               SET RETRO-IS-OWED TO TRUE
               MOVE 0 TO RETRO-PAID-DATE
               IF RETRO-ORDINAL <= RETRO-ITEM-COUNT
                   SET RETRO-SUB TO RETRO-ORDINAL
                   IF RETRO-ITEM-PAID (RETRO-SUB)
                       SET RETRO-IS-PAID TO TRUE
                       MOVE PAY-DATE TO RETRO-PAID-DATE
                   END-IF
               END-IF
           END-IF.

           WRITE RETRO-WORK-RECORD FROM RETRO-PAY-RECORD.


       REWRITE-RETRO-PAY-FILE.
           MOVE 'N' TO RETRO-WORK-EOF-SWITCH
           OPEN INPUT RETRO-WORK-FILE.

           IF RETRO-WORK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: retrwork.dat cannot be reread - "
                       "retropay.dat left unchanged."
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RETRO-PAY-FILE
               IF RETRO-PAY-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: retropay.dat cannot be rewritten - "
                           "status " RETRO-PAY-FILE-STATUS " - copy "
                           "retrwork.dat to retropay.dat by hand."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL RETRO-WORK-END-OF-FILE
                       READ RETRO-WORK-FILE
                           AT END
                               SET RETRO-WORK-END-OF-FILE TO TRUE
                           NOT AT END
                               WRITE RETRO-PAY-RECORD
                                   FROM RETRO-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RETRO-PAY-FILE
               END-IF
               CLOSE RETRO-WORK-FILE
           END-IF.


       WRITE-PAY-PAGE-TOTALS.
           MOVE SPACES TO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
                   COMPANY-EMPLOYEE-COUNT.
           DISPLAY "Deductions on file   : " DEDUCTION-COUNT.
           DISPLAY "Short-pay warnings   : " SHORT-PAY-COUNT.
           DISPLAY "Pay period           : " PCTL-PERIOD " "
                   PERIOD-STATUS-NAME.
           DISPLAY "Pay date             : " PAY-DATE.
           IF YTD-POSTING-WANTED
               DISPLAY "YTD records posted   : " YTD-POSTED-COUNT
               DISPLAY "  New YTD records    : " YTD-NEW-COUNT
               DISPLAY "  Rolled to new year : " YTD-ROLLED-COUNT
               DISPLAY "YTD already posted   : " YTD-ALREADY-COUNT
               DISPLAY "YTD posting errors   : " YTD-ERROR-COUNT
           ELSE
               DISPLAY "YTD records posted   : none"
           END-IF.
           DISPLAY "Retro payments       : " RETRO-PAID-COUNT.
           MOVE RETRO-PAID-TOTAL TO EDITED-RETRO-TOTAL
           DISPLAY "Retro pay in gross   : " EDITED-RETRO-TOTAL.
           IF NET-PAY-FILE-OPEN
               DISPLAY "Net pay file written : paynet.dat"
           END-IF.
           DISPLAY "---------------------------------------------".

           IF COMPANY-EMPLOYEE-COUNT = 0
               DISPLAY "WARNING: No records matched this request."
           END-IF.


       READ-PERIOD-CONTROL.
           MOVE 'N' TO PERIOD-FOUND-SWITCH
           OPEN INPUT PERIOD-CONTROL-FILE.

           IF PERIOD-CONTROL-FILE-STATUS = "00"
               READ PERIOD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PERIOD-CONTROL-RECORD TO PERIOD-CONTROL
                       SET PERIOD-CONTROL-FOUND TO TRUE
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

           IF PERIOD-CONTROL-FOUND
               PERFORM SET-PERIOD-STATUS-NAME
           ELSE
               DISPLAY "ERROR: perctl.dat is missing or empty - run "
                       "Period-Close with action I to open the first "
                       "pay period."
               MOVE 12 TO RETURN-CODE
           END-IF.


       SET-PERIOD-STATUS-NAME.
           IF PCTL-IS-OPEN
               MOVE "OPEN" TO PERIOD-STATUS-NAME
           ELSE
               IF PCTL-IS-CALCULATED
                   MOVE "CALCULATED" TO PERIOD-STATUS-NAME
               ELSE
                   IF PCTL-IS-POSTED
                       MOVE "POSTED" TO PERIOD-STATUS-NAME
                   ELSE
                       IF PCTL-IS-CLOSED
                           MOVE "CLOSED" TO PERIOD-STATUS-NAME
                       ELSE
                           MOVE "UNKNOWN" TO PERIOD-STATUS-NAME
                       END-IF
                   END-IF
               END-IF
           END-IF.


       WRITE-PERIOD-CONTROL.
           PERFORM SET-PERIOD-STATUS-NAME
           OPEN OUTPUT PERIOD-CONTROL-FILE.

           IF PERIOD-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: perctl.dat cannot be written - status "
                       PERIOD-CONTROL-FILE-STATUS " - period "
                       PCTL-PERIOD " not marked " PERIOD-STATUS-NAME
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               WRITE PERIOD-CONTROL-RECORD FROM PERIOD-CONTROL
               CLOSE PERIOD-CONTROL-FILE
           END-IF.


       ACQUIRE-RUN-LOCK.
           MOVE 'N' TO RUN-LOCK-SWITCH
           MOVE 'N' TO RUN-LOCK-FOUND-SWITCH

           ACCEPT RUN-LOCK-USER FROM ENVIRONMENT "USER".

           IF RUN-LOCK-USER = SPACE
               MOVE "UNKNOWN" TO RUN-LOCK-USER
           END-IF.

           ACCEPT RUN-LOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOCK-TIME FROM TIME.

           PERFORM LOAD-RUN-LOCK-TABLE.

           IF RUN-LOCK-TABLE-OK
               SET RUN-LOCK-SUB TO 1
               PERFORM UNTIL RUN-LOCK-SUB > RUN-LOCK-COUNT
                   IF HELD-LOCK-RESOURCE (RUN-LOCK-SUB) =
                          RUN-LOCK-RESOURCE AND
                      (RUN-LOCK-EXCLUSIVE OR
                       HELD-LOCK-EXCLUSIVE (RUN-LOCK-SUB))
                       PERFORM REPORT-RUN-LOCK-HOLDER
                   END-IF
                   SET RUN-LOCK-SUB UP BY 1
               END-PERFORM

               IF RUN-LOCK-FOUND
                   DISPLAY "ERROR: run refused - rerun when the "
                           "holder has ended, or clear an abandoned "
                           "lock with Lock-Utility."
                   MOVE 20 TO RETURN-CODE
               ELSE
                   IF RUN-LOCK-COUNT >= 50
                       DISPLAY "ERROR: lockctl.dat is full - clear "
                               "abandoned locks with Lock-Utility."
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       ADD 1 TO RUN-LOCK-COUNT
                       MOVE RUN-LOCK-REQUEST
                           TO RUN-LOCK-ENTRY (RUN-LOCK-COUNT)
                       PERFORM WRITE-RUN-LOCK-TABLE
                       IF RUN-LOCK-TABLE-OK
                           SET RUN-LOCK-HELD TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF NOT RUN-LOCK-TABLE-OK
               DISPLAY "ERROR: lockctl.dat cannot be read or "
                       "written - status " RUN-LOCK-FILE-STATUS
                       " - run not started."
               MOVE 16 TO RETURN-CODE
           END-IF.


       REPORT-RUN-LOCK-HOLDER.
           SET RUN-LOCK-FOUND TO TRUE

           IF HELD-LOCK-EXCLUSIVE (RUN-LOCK-SUB)
               MOVE "EXCLUSIVE" TO RUN-LOCK-MODE-NAME
           ELSE
               MOVE "SHARED" TO RUN-LOCK-MODE-NAME
           END-IF.

           MOVE SPACES TO RUN-LOCK-MESSAGE
           STRING "ERROR: " DELIMITED BY SIZE
                  RUN-LOCK-RESOURCE DELIMITED BY SPACE
                  " is locked - " DELIMITED BY SIZE
                  RUN-LOCK-MODE-NAME DELIMITED BY SPACE
                  " lock held by " DELIMITED BY SIZE
                  HELD-LOCK-PROGRAM (RUN-LOCK-SUB) DELIMITED BY SPACE
                  " (user " DELIMITED BY SIZE
                  HELD-LOCK-USER (RUN-LOCK-SUB) DELIMITED BY SPACE
                  ") since " HELD-LOCK-DATE (RUN-LOCK-SUB) " "
                  HELD-LOCK-TIME (RUN-LOCK-SUB) (1:6)
                      DELIMITED BY SIZE
               INTO RUN-LOCK-MESSAGE
           END-STRING.

           DISPLAY RUN-LOCK-MESSAGE.


       RELEASE-RUN-LOCK.
           MOVE 'N' TO RUN-LOCK-FOUND-SWITCH
           PERFORM LOAD-RUN-LOCK-TABLE.

           IF RUN-LOCK-TABLE-OK
               SET RUN-LOCK-SUB TO 1
               PERFORM UNTIL RUN-LOCK-SUB > RUN-LOCK-COUNT
                   IF RUN-LOCK-ENTRY (RUN-LOCK-SUB) = RUN-LOCK-REQUEST
                       SET RUN-LOCK-FOUND TO TRUE
                       MOVE SPACES
                           TO HELD-LOCK-RESOURCE (RUN-LOCK-SUB)
                   END-IF
                   SET RUN-LOCK-SUB UP BY 1
               END-PERFORM
               IF RUN-LOCK-FOUND
                   PERFORM WRITE-RUN-LOCK-TABLE
               END-IF
           END-IF.

           IF NOT RUN-LOCK-TABLE-OK
               DISPLAY "WARNING: run lock on " RUN-LOCK-RESOURCE
                       " not released - status " RUN-LOCK-FILE-STATUS
                       " - clear it with Lock-Utility."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF NOT RUN-LOCK-FOUND
                   DISPLAY "WARNING: run lock on " RUN-LOCK-RESOURCE
                           " was cleared while this run held it."
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           MOVE 'N' TO RUN-LOCK-SWITCH.


       LOAD-RUN-LOCK-TABLE.
           MOVE 0 TO RUN-LOCK-COUNT
           MOVE 'N' TO RUN-LOCK-EOF-SWITCH
           SET RUN-LOCK-TABLE-OK TO TRUE

           OPEN INPUT RUN-LOCK-FILE.

           IF RUN-LOCK-FILE-STATUS NOT = "00"
               IF NOT RUN-LOCK-FILE-MISSING
                   MOVE 'N' TO RUN-LOCK-TABLE-SWITCH
               END-IF
           ELSE
               PERFORM UNTIL RUN-LOCK-END-OF-FILE
                   READ RUN-LOCK-FILE
                       AT END
                           SET RUN-LOCK-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RUN-LOCK-COUNT < 50
                               ADD 1 TO RUN-LOCK-COUNT
                               MOVE RUN-LOCK-RECORD
                                   TO RUN-LOCK-ENTRY (RUN-LOCK-COUNT)
                           ELSE
                               MOVE 'N' TO RUN-LOCK-TABLE-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOCK-FILE
           END-IF.


       WRITE-RUN-LOCK-TABLE.
           OPEN OUTPUT RUN-LOCK-FILE.

           IF RUN-LOCK-FILE-STATUS NOT = "00"
               MOVE 'N' TO RUN-LOCK-TABLE-SWITCH
           ELSE
               SET RUN-LOCK-SUB TO 1
               PERFORM UNTIL RUN-LOCK-SUB > RUN-LOCK-COUNT
                   IF HELD-LOCK-RESOURCE (RUN-LOCK-SUB) NOT = SPACES
                       WRITE RUN-LOCK-RECORD
                           FROM RUN-LOCK-ENTRY (RUN-LOCK-SUB)
                   END-IF
                   SET RUN-LOCK-SUB UP BY 1
               END-PERFORM
               CLOSE RUN-LOCK-FILE
           END-IF.
