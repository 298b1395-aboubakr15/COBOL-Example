               RECORD KEY IS EMP-ID
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "lockctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLIED-HISTORY-FILE-STATUS.

           SELECT PAY-RUN-FILE ASSIGN TO "payrun.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RUN-FILE-STATUS.

           SELECT RETRO-PAY-FILE ASSIGN TO "retropay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRO-PAY-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "perctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
           02 PAY-GRADE        PIC X(2).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD        PIC X(47).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           02 PEND-SUBMIT-USER    PIC X(20).
           02 PEND-APPROVE-DATE   PIC 9(8).
           02 PEND-APPROVE-USER   PIC X(20).
           02 PEND-TRAN-DATA      PIC X(47).

       FD PENDING-WORK-FILE.
       01 PENDING-WORK-RECORD     PIC X(117).

       FD POSITION-MASTER-FILE.
       01 POSITION-MASTER-RECORD.
           02 APPH-SUBMIT-USER    PIC X(20).
           02 APPH-APPROVE-DATE   PIC 9(8).
           02 APPH-APPROVE-USER   PIC X(20).
           02 APPH-TRAN-DATA      PIC X(47).
           02 APPH-RESULT         PIC X.
               88 APPH-WAS-APPLIED   VALUE 'Y'.
               88 APPH-WAS-REJECTED  VALUE 'R'.

       FD SALARY-HISTORY-FILE.
       01 SALARY-HISTORY-RECORD.
           02 HIST-EMP-SALARY     PIC 9(7)V99.
           02 HIST-DEPT-CODE      PIC 9(2).
           02 HIST-PAY-GRADE      PIC X(2).
           02 HIST-PEND-SEQ       PIC 9(5).
           02 HIST-TRAN-EFF-DATE  PIC 9(8).
           02 HIST-NEW-SALARY     PIC 9(7)V99.
           02 HIST-NEW-DEPT-CODE  PIC 9(2).
           02 HIST-NEW-PAY-GRADE  PIC X(2).

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

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD    PIC X(71).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD          PIC X(73).

       WORKING-STORAGE SECTION.
       01 INPUT-FILE-STATUS      PIC XX VALUE "00".
       01 PENDING-WORK-EOF-SWITCH PIC X VALUE 'N'.
           88 PENDING-WORK-END-OF-FILE VALUE 'Y'.

       01 APPLIED-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
           88 APPLIED-HISTORY-END-OF-FILE VALUE 'Y'.

       01 PENDING-QUEUE-SWITCH    PIC X VALUE 'N'.
           88 PENDING-QUEUE-READ     VALUE 'Y'.

           02 TRAN-EMP-SALARY       PIC 9(7)V99.
           02 TRAN-DEPT-CODE        PIC 9(2).
           02 TRAN-PAY-GRADE        PIC X(2).
           02 TRAN-EFF-DATE         PIC X(8).
           02 TRAN-EFF-DATE-NUM REDEFINES TRAN-EFF-DATE
                                    PIC 9(8).

       01 RUN-DATE                PIC 9(8) VALUE 0.

       01 EFFECTIVE-DATE          PIC 9(8) VALUE 0.
       01 EFFECTIVE-DATE-PARTS REDEFINES EFFECTIVE-DATE.
           02 EFFECTIVE-YEAR        PIC 9(4).
           02 EFFECTIVE-MONTH       PIC 9(2).
           02 EFFECTIVE-DAY         PIC 9(2).

       01 EFFECTIVE-DATE-SWITCH   PIC X VALUE 'Y'.
           88 EFFECTIVE-DATE-VALID   VALUE 'Y'.

       01 EFFECTIVE-MONTH-DAYS    PIC 9(2) VALUE 0.

       01 MONTH-DAYS-VALUES     PIC X(24)
                                VALUE "312831303130313130313031".
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           02 MONTH-DAYS         PIC 9(2) OCCURS 12 TIMES.

       01 LEAP-YEAR-FIELDS.
           02 LEAP-QUOTIENT      PIC 9(4) VALUE 0.
           02 LEAP-REMAINDER-4   PIC 9(3) VALUE 0.
           02 LEAP-REMAINDER-100 PIC 9(3) VALUE 0.
           02 LEAP-REMAINDER-400 PIC 9(3) VALUE 0.

       01 PAY-RUN-FILE-STATUS     PIC XX VALUE "00".
       01 RETRO-PAY-FILE-STATUS   PIC XX VALUE "00".

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

       01 PAY-RUN-EOF-SWITCH      PIC X VALUE 'N'.
           88 PAY-RUN-END-OF-FILE    VALUE 'Y'.

       01 RETRO-PAY-OPEN-SWITCH   PIC X VALUE 'N'.
           88 RETRO-PAY-FILE-OPEN    VALUE 'Y'.

       01 ARREARS-PERIOD-COUNT    PIC 9(3) VALUE 0.
       01 ARREARS-AMOUNT          PIC 9(9)V99 VALUE 0.
       01 EDITED-ARREARS          PIC ZZZ,ZZZ,ZZ9.99.

       01 NEXT-PENDING-SEQ        PIC 9(5) VALUE 0.

       01 APPLIED-BEFORE-ITEM     PIC 9(7) VALUE 0.

       01 POSITION-MASTER-FILE-STATUS PIC XX VALUE "00".

       01 POSITION-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           02 APPLIED-COUNT       PIC 9(7) VALUE 0.
           02 REJECTED-COUNT      PIC 9(7) VALUE 0.
           02 STILL-PENDING-COUNT PIC 9(7) VALUE 0.
           02 FUTURE-DATED-COUNT  PIC 9(7) VALUE 0.
           02 RETRO-WRITTEN-COUNT PIC 9(7) VALUE 0.
           02 RETRO-DECREASE-COUNT PIC 9(7) VALUE 0.
           02 RETRO-WRITTEN-TOTAL PIC 9(11)V99 VALUE 0.

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
           02 RUN-LOCK-PROGRAM   PIC X(24) VALUE "Master-Update".
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
           SET RUN-LOCK-EXCLUSIVE TO TRUE.

           PERFORM ACQUIRE-RUN-LOCK.

           IF RUN-LOCK-HELD
               PERFORM UPDATE-EMPLOYEE-MASTER
               PERFORM RELEASE-RUN-LOCK
           END-IF.

           GOBACK.


       UPDATE-EMPLOYEE-MASTER.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           PERFORM QUEUE-NEW-SUBMISSIONS.

           PERFORM CHECK-PERIOD-STATUS.

           IF PERIOD-STATUS-OK
               PERFORM OPEN-INPUT-FILE
           END-IF.

           IF INPUT-FILE-OPENED-OK
               PERFORM LOAD-POSITION-CONTROL
               CLOSE EXCEPTION-FILE
               CLOSE AUDIT-FILE
               CLOSE SALARY-HISTORY-FILE
               IF RETRO-PAY-FILE-OPEN
                   CLOSE RETRO-PAY-FILE
               END-IF
               IF PENDING-QUEUE-READ
                   PERFORM REWRITE-PENDING-FILE
               END-IF
               PERFORM WRITE-CONTROL-RECORD
               IF APPLIED-COUNT > 0
                   PERFORM MARK-PERIOD-UPDATED
               END-IF
               PERFORM PRINT-UPDATE-SUMMARY
           END-IF.


       QUEUE-NEW-SUBMISSIONS.
           PERFORM FIND-NEXT-PENDING-SEQ.
               CLOSE PENDING-FILE
           END-IF.

           MOVE 'N' TO APPLIED-HISTORY-EOF-SWITCH
           OPEN INPUT APPLIED-HISTORY-FILE.

           IF APPLIED-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL APPLIED-HISTORY-END-OF-FILE
                   READ APPLIED-HISTORY-FILE
                       AT END
                           SET APPLIED-HISTORY-END-OF-FILE TO TRUE
                       NOT AT END
                           IF APPH-SEQ >= NEXT-PENDING-SEQ
                               COMPUTE NEXT-PENDING-SEQ =
                                   APPH-SEQ + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLIED-HISTORY-FILE
           END-IF.


       QUEUE-ONE-SUBMISSION.
           MOVE NEXT-PENDING-SEQ TO PEND-SEQ
           END-IF.


       CHECK-PERIOD-STATUS.
           MOVE 'N' TO PERIOD-CHECK-SWITCH
           PERFORM READ-PERIOD-CONTROL

           IF PERIOD-CONTROL-FOUND
               IF PCTL-IS-OPEN
                   SET PERIOD-STATUS-OK TO TRUE
               ELSE
                   DISPLAY "ERROR: nothing applied - the master "
                           "only changes in an OPEN pay period; period "
                           PCTL-PERIOD " is " PERIOD-STATUS-NAME
                   DISPLAY "NOTE: approved items stay in pending.dat "
                           "for the next period."
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.


       MARK-PERIOD-UPDATED.
           MOVE RUN-DATE TO PCTL-UPDATE-DATE
           PERFORM WRITE-PERIOD-CONTROL.


       OPEN-INPUT-FILE.
           OPEN I-O INPUT-FILE.

       APPLY-ONE-PENDING-ITEM.
           IF PEND-IS-APPROVED
               MOVE PEND-TRAN-DATA TO TRANSACTION-WORK
               PERFORM SET-EFFECTIVE-DATE
               IF EFFECTIVE-DATE-VALID AND EFFECTIVE-DATE > RUN-DATE
                   ADD 1 TO FUTURE-DATED-COUNT
                   DISPLAY "HELD     item " PEND-SEQ " "
                           TRAN-ACTION " EMP-ID " TRAN-EMP-ID
                           " - effective " EFFECTIVE-DATE
                   WRITE PENDING-WORK-RECORD FROM PENDING-RECORD
               ELSE
                   MOVE APPLIED-COUNT TO APPLIED-BEFORE-ITEM
                   IF EFFECTIVE-DATE-VALID
                       PERFORM APPLY-ONE-TRANSACTION
                   ELSE
                       MOVE "INVALID EFFECTIVE DATE"
                           TO EXCEPTION-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                   END-IF
                   PERFORM WRITE-APPLIED-HISTORY-RECORD
               END-IF
           ELSE
               ADD 1 TO STILL-PENDING-COUNT
               WRITE PENDING-WORK-RECORD FROM PENDING-RECORD
           END-IF.


       SET-EFFECTIVE-DATE.
           SET EFFECTIVE-DATE-VALID TO TRUE

           IF TRAN-EFF-DATE = SPACES OR TRAN-EFF-DATE = ZEROS
               MOVE RUN-DATE TO EFFECTIVE-DATE
           ELSE
               IF TRAN-EFF-DATE IS NUMERIC
                   MOVE TRAN-EFF-DATE-NUM TO EFFECTIVE-DATE
                   IF EFFECTIVE-MONTH < 1 OR EFFECTIVE-MONTH > 12 OR
                      EFFECTIVE-DAY < 1
                       MOVE 'N' TO EFFECTIVE-DATE-SWITCH
                   ELSE
                       PERFORM CHECK-EFFECTIVE-DAY
                   END-IF
               ELSE
                   MOVE 0 TO EFFECTIVE-DATE
                   MOVE 'N' TO EFFECTIVE-DATE-SWITCH
               END-IF
           END-IF.


       CHECK-EFFECTIVE-DAY.
           MOVE MONTH-DAYS (EFFECTIVE-MONTH) TO EFFECTIVE-MONTH-DAYS

           IF EFFECTIVE-MONTH = 2
               DIVIDE EFFECTIVE-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-4
               DIVIDE EFFECTIVE-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-100
               DIVIDE EFFECTIVE-YEAR BY 400 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-400
               IF LEAP-REMAINDER-4 = 0 AND
                  (LEAP-REMAINDER-100 NOT = 0 OR
                   LEAP-REMAINDER-400 = 0)
                   MOVE 29 TO EFFECTIVE-MONTH-DAYS
               END-IF
           END-IF.

           IF EFFECTIVE-DAY > EFFECTIVE-MONTH-DAYS
               MOVE 'N' TO EFFECTIVE-DATE-SWITCH
           END-IF.


       WRITE-APPLIED-HISTORY-RECORD.
           ACCEPT APPH-APPLY-DATE FROM DATE YYYYMMDD.

           MOVE PEND-APPROVE-USER TO APPH-APPROVE-USER
           MOVE PEND-TRAN-DATA    TO APPH-TRAN-DATA

           IF APPLIED-COUNT > APPLIED-BEFORE-ITEM
               SET APPH-WAS-APPLIED TO TRUE
           ELSE
               SET APPH-WAS-REJECTED TO TRUE
           END-IF.

           WRITE APPLIED-HISTORY-RECORD.

           IF APPLIED-HISTORY-FILE-STATUS NOT = "00"
                   MOVE TRAN-EMP-SALARY TO EMP-SALARY
                   MOVE TRAN-DEPT-CODE  TO DEPT-CODE
                   MOVE TRAN-PAY-GRADE  TO PAY-GRADE
                   MOVE EMP-SALARY      TO HIST-NEW-SALARY
                   MOVE DEPT-CODE       TO HIST-NEW-DEPT-CODE
                   MOVE PAY-GRADE       TO HIST-NEW-PAY-GRADE
                   REWRITE FILE-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED"
                           END-IF
                           PERFORM WRITE-SALARY-HISTORY-RECORD
                           PERFORM WRITE-AUDIT-RECORD
                           IF EFFECTIVE-DATE < RUN-DATE AND
                              HIST-NEW-SALARY NOT = HIST-EMP-SALARY
                               PERFORM CALCULATE-SALARY-ARREARS
                           END-IF
                   END-REWRITE
           END-READ.

           MOVE EMP-NAME    TO HIST-EMP-NAME
           MOVE EMP-SALARY  TO HIST-EMP-SALARY
           MOVE DEPT-CODE   TO HIST-DEPT-CODE
           MOVE PAY-GRADE   TO HIST-PAY-GRADE

           MOVE PEND-SEQ       TO HIST-PEND-SEQ
           MOVE EFFECTIVE-DATE TO HIST-TRAN-EFF-DATE
           MOVE 0              TO HIST-NEW-SALARY
           MOVE 0              TO HIST-NEW-DEPT-CODE
           MOVE SPACES         TO HIST-NEW-PAY-GRADE.


       CALCULATE-SALARY-ARREARS.
           PERFORM COUNT-PERIODS-PAID-SINCE.

           IF ARREARS-PERIOD-COUNT > 0
               IF HIST-NEW-SALARY > HIST-EMP-SALARY
                   COMPUTE ARREARS-AMOUNT =
                       (HIST-NEW-SALARY - HIST-EMP-SALARY)
                           * ARREARS-PERIOD-COUNT
                   PERFORM WRITE-RETRO-PAY-RECORD
               ELSE
                   ADD 1 TO RETRO-DECREASE-COUNT
                   COMPUTE ARREARS-AMOUNT =
                       (HIST-EMP-SALARY - HIST-NEW-SALARY)
                           * ARREARS-PERIOD-COUNT
                   MOVE ARREARS-AMOUNT TO EDITED-ARREARS
                   DISPLAY "WARNING: EMP-ID " HIST-EMP-ID
                           " back-dated decrease to "
                           EFFECTIVE-DATE " overpaid "
                           ARREARS-PERIOD-COUNT " period(s) by "
                           EDITED-ARREARS " - recover manually."
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.


       COUNT-PERIODS-PAID-SINCE.
           MOVE 0 TO ARREARS-PERIOD-COUNT
           MOVE 'N' TO PAY-RUN-EOF-SWITCH
           OPEN INPUT PAY-RUN-FILE.

           IF PAY-RUN-FILE-STATUS = "00"
               PERFORM UNTIL PAY-RUN-END-OF-FILE
                   READ PAY-RUN-FILE
                       AT END
                           SET PAY-RUN-END-OF-FILE TO TRUE
                       NOT AT END
                           IF PRUN-PAY-DATE >= EFFECTIVE-DATE AND
                              PRUN-PAY-DATE < PCTL-START-DATE
                               ADD 1 TO ARREARS-PERIOD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-RUN-FILE
           END-IF.


       WRITE-RETRO-PAY-RECORD.
           IF NOT RETRO-PAY-FILE-OPEN
               OPEN EXTEND RETRO-PAY-FILE
               IF RETRO-PAY-FILE-STATUS NOT = "00"
                   OPEN OUTPUT RETRO-PAY-FILE
               END-IF
               IF RETRO-PAY-FILE-STATUS = "00"
                   SET RETRO-PAY-FILE-OPEN TO TRUE
               END-IF
           END-IF.

           MOVE HIST-EMP-ID          TO RETRO-EMP-ID
           SET RETRO-IS-OWED         TO TRUE
           MOVE EFFECTIVE-DATE       TO RETRO-EFF-DATE
           MOVE RUN-DATE             TO RETRO-APPLY-DATE
           MOVE PEND-SEQ             TO RETRO-PEND-SEQ
           MOVE HIST-EMP-SALARY      TO RETRO-OLD-SALARY
           MOVE HIST-NEW-SALARY      TO RETRO-NEW-SALARY
           MOVE ARREARS-PERIOD-COUNT TO RETRO-PERIOD-COUNT
           MOVE ARREARS-AMOUNT       TO RETRO-AMOUNT
           MOVE 0                    TO RETRO-PAID-DATE

           IF RETRO-PAY-FILE-OPEN
               WRITE RETRO-PAY-RECORD
           END-IF.

           IF NOT RETRO-PAY-FILE-OPEN OR
              RETRO-PAY-FILE-STATUS NOT = "00"
               MOVE ARREARS-AMOUNT TO EDITED-ARREARS
               DISPLAY "ERROR: Unable to write retro pay for EMP-ID "
                       HIST-EMP-ID " (" EDITED-ARREARS
                       ") - status " RETRO-PAY-FILE-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO RETRO-WRITTEN-COUNT
               ADD ARREARS-AMOUNT TO RETRO-WRITTEN-TOTAL
           END-IF.


       WRITE-SALARY-HISTORY-RECORD.
           DISPLAY "Transactions applied  : " APPLIED-COUNT.
           DISPLAY "Transactions rejected : " REJECTED-COUNT.
           DISPLAY "Awaiting approval     : " STILL-PENDING-COUNT.
           DISPLAY "Held, future-dated    : " FUTURE-DATED-COUNT.
           DISPLAY "Retro payments raised : " RETRO-WRITTEN-COUNT.
           MOVE RETRO-WRITTEN-TOTAL TO EDITED-ARREARS
           DISPLAY "Retro pay total       : " EDITED-ARREARS.
           DISPLAY "Back-dated decreases  : " RETRO-DECREASE-COUNT.
           DISPLAY "---------------------------------------------".

           IF STILL-PENDING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
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
