               RECORD KEY IS EMP-ID
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "lockctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "acctmap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-MAP-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-POSTING-FILE-STATUS.

           SELECT LABOR-DIST-FILE ASSIGN TO "labdist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOR-DIST-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "perctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
           02 GL-DEPT-CODE       PIC 9(2).
           02 GL-DESC            PIC X(20).

       FD LABOR-DIST-FILE.
       01 LABOR-DIST-RECORD.
           02 LDIST-EMP-ID          PIC 9(5).
           02 LDIST-SPLIT OCCURS 5 TIMES.
               03 LDIST-DEPT-CODE   PIC 9(2).
               03 LDIST-PERCENT     PIC 9(3)V99.

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD    PIC X(71).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD          PIC X(73).

       WORKING-STORAGE SECTION.
       01 INPUT-FILE-STATUS      PIC XX VALUE "00".
           88 INPUT-FILE-OK        VALUE "00".
       01 ACCOUNT-MAP-FILE-STATUS PIC XX VALUE "00".
       01 GL-POSTING-FILE-STATUS  PIC XX VALUE "00".

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

       01 ACCOUNT-MAP-EOF-SWITCH PIC X VALUE 'N'.
           88 ACCOUNT-MAP-END-OF-FILE VALUE 'Y'.

       01 LABOR-DIST-FILE-STATUS PIC XX VALUE "00".

       01 LABOR-DIST-EOF-SWITCH PIC X VALUE 'N'.
           88 LABOR-DIST-END-OF-FILE VALUE 'Y'.

       01 LABOR-DIST-OPEN-SWITCH PIC X VALUE 'N'.
           88 LABOR-DIST-OPEN     VALUE 'Y'.

       01 LABOR-RECORD-OK-SWITCH PIC X VALUE 'N'.
           88 LABOR-RECORD-OK     VALUE 'Y'.

       01 LABOR-SPLIT-OK-SWITCH PIC X VALUE 'N'.
           88 LABOR-SPLIT-OK      VALUE 'Y'.

       01 LABOR-DIST-FIELDS.
           02 LABOR-CURRENT-KEY    PIC 9(6) VALUE 0.
           02 LABOR-PREVIOUS-KEY   PIC 9(6) VALUE 0.
           02 LABOR-SPLIT-SUB      PIC 9(2) COMP VALUE 0.
           02 LABOR-LAST-SPLIT     PIC 9(2) COMP VALUE 0.
           02 LABOR-PERCENT-TOTAL  PIC 9(5)V99 VALUE 0.
           02 CHARGE-DEPT-CODE     PIC 9(2) VALUE 0.
           02 CHARGE-AMOUNT        PIC 9(7)V99 VALUE 0.
           02 CHARGE-REMAINING     PIC 9(7)V99 VALUE 0.
           02 SPLIT-EMPLOYEE-COUNT PIC 9(7) VALUE 0.

       01 VARIABLES.
           02 EOF            PIC X VALUE 'N'.
               88 END-OF-FILE   VALUE 'Y'.
       01 EDITED-FIELDS.
           02 EDITED-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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
           02 RUN-LOCK-PROGRAM   PIC X(24) VALUE "GL-Posting".
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
               PERFORM POST-GENERAL-LEDGER
               PERFORM RELEASE-RUN-LOCK
           END-IF.

           GOBACK.


       POST-GENERAL-LEDGER.
           INITIALIZE SALARY-TABLE.

           PERFORM CHECK-PERIOD-STATUS.

           IF PERIOD-STATUS-OK
               PERFORM LOAD-ACCOUNT-MAP
           END-IF.

           IF PERIOD-STATUS-OK AND RETURN-CODE < 16
               PERFORM ACCUMULATE-DEPT-SALARIES
           END-IF.

           IF PERIOD-STATUS-OK AND RETURN-CODE < 16
               PERFORM VERIFY-ACCOUNT-MAPPINGS
               IF RETURN-CODE = 0
                   PERFORM WRITE-GL-POSTING-FILE
                   IF RETURN-CODE < 8
                       PERFORM MARK-PERIOD-POSTED
                   END-IF
               ELSE
                   DISPLAY "GL posting file NOT written - fix "
                           "acctmap.dat or labdist.dat and rerun."
               END-IF
           END-IF.


       CHECK-PERIOD-STATUS.
           MOVE 'N' TO PERIOD-CHECK-SWITCH
           PERFORM READ-PERIOD-CONTROL

           IF PERIOD-CONTROL-FOUND
               IF PCTL-IS-CALCULATED
                   SET PERIOD-STATUS-OK TO TRUE
               ELSE
                   DISPLAY "ERROR: nothing posted - GL-Posting "
                           "needs a CALCULATED pay period; period "
                           PCTL-PERIOD " is " PERIOD-STATUS-NAME
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.


       LOAD-ACCOUNT-MAP.
           END-IF.

           IF INPUT-FILE-OPENED-OK
               PERFORM OPEN-LABOR-DIST-FILE
               PERFORM START-AT-LOWEST-EMP-ID
               PERFORM READ-AND-ACCUMULATE
               CLOSE INPUT-FILE
               IF LABOR-DIST-OPEN
                   CLOSE LABOR-DIST-FILE
               END-IF
           END-IF.


                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM CHARGE-EMPLOYEE-SALARY
               END-READ
           END-PERFORM.


       OPEN-LABOR-DIST-FILE.
           OPEN INPUT LABOR-DIST-FILE.

           IF LABOR-DIST-FILE-STATUS = "00"
               SET LABOR-DIST-OPEN TO TRUE
               PERFORM READ-NEXT-LABOR-SPLIT
           ELSE
               DISPLAY "NOTE: labdist.dat not found - all salary is "
                       "charged to home departments."
               SET LABOR-DIST-END-OF-FILE TO TRUE
               MOVE 999999 TO LABOR-CURRENT-KEY
           END-IF.


       READ-NEXT-LABOR-SPLIT.
           MOVE 'N' TO LABOR-RECORD-OK-SWITCH

           PERFORM UNTIL LABOR-RECORD-OK OR LABOR-DIST-END-OF-FILE
               READ LABOR-DIST-FILE
                   AT END
                       SET LABOR-DIST-END-OF-FILE TO TRUE
                       MOVE 999999 TO LABOR-CURRENT-KEY
                   NOT AT END
                       IF LDIST-EMP-ID NOT NUMERIC OR
                          LDIST-EMP-ID <= LABOR-PREVIOUS-KEY
                           DISPLAY "WARNING: labdist.dat record for "
                                   "EMP-ID " LDIST-EMP-ID " is out of "
                                   "sequence or repeated - ignored."
                           IF RETURN-CODE = 0
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       ELSE
                           SET LABOR-RECORD-OK TO TRUE
                           MOVE LDIST-EMP-ID TO LABOR-CURRENT-KEY
                           MOVE LDIST-EMP-ID TO LABOR-PREVIOUS-KEY
                       END-IF
               END-READ
           END-PERFORM.


       CHARGE-EMPLOYEE-SALARY.
           PERFORM UNTIL LABOR-CURRENT-KEY >= EMP-ID
               PERFORM READ-NEXT-LABOR-SPLIT
           END-PERFORM.

           MOVE 'N' TO LABOR-SPLIT-OK-SWITCH

           IF LABOR-CURRENT-KEY = EMP-ID
               PERFORM CHECK-LABOR-SPLIT
           END-IF.

           IF LABOR-SPLIT-OK
               ADD 1 TO SPLIT-EMPLOYEE-COUNT
               MOVE EMP-SALARY TO CHARGE-REMAINING
               SET LABOR-SPLIT-SUB TO 1
               PERFORM UNTIL LABOR-SPLIT-SUB > LABOR-LAST-SPLIT
                   IF LDIST-SPLIT (LABOR-SPLIT-SUB) NOT = SPACES
                       IF LDIST-PERCENT (LABOR-SPLIT-SUB) > 0
                           PERFORM CHARGE-ONE-DEPT-SHARE
                       END-IF
                   END-IF
                   SET LABOR-SPLIT-SUB UP BY 1
               END-PERFORM
           ELSE
               MOVE DEPT-CODE  TO CHARGE-DEPT-CODE
               MOVE EMP-SALARY TO CHARGE-AMOUNT
               PERFORM ADD-DEPT-CHARGE
           END-IF.


       CHECK-LABOR-SPLIT.
           MOVE 0 TO LABOR-PERCENT-TOTAL
           MOVE 0 TO LABOR-LAST-SPLIT
           SET LABOR-SPLIT-OK TO TRUE

           SET LABOR-SPLIT-SUB TO 1
           PERFORM UNTIL LABOR-SPLIT-SUB > 5
               IF LDIST-SPLIT (LABOR-SPLIT-SUB) NOT = SPACES
                   IF LDIST-PERCENT (LABOR-SPLIT-SUB) NOT NUMERIC
                       MOVE 'N' TO LABOR-SPLIT-OK-SWITCH
                   ELSE
                       IF LDIST-PERCENT (LABOR-SPLIT-SUB) > 0
                           IF LDIST-DEPT-CODE (LABOR-SPLIT-SUB)
                              NOT NUMERIC
                               MOVE 'N' TO LABOR-SPLIT-OK-SWITCH
                           ELSE
                               ADD LDIST-PERCENT (LABOR-SPLIT-SUB)
                                   TO LABOR-PERCENT-TOTAL
                               MOVE LABOR-SPLIT-SUB
                                   TO LABOR-LAST-SPLIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               SET LABOR-SPLIT-SUB UP BY 1
           END-PERFORM.

           IF LABOR-PERCENT-TOTAL NOT = 100
               MOVE 'N' TO LABOR-SPLIT-OK-SWITCH
           END-IF.

           IF NOT LABOR-SPLIT-OK
               DISPLAY "WARNING: labdist.dat split for EMP-ID " EMP-ID
                       " is invalid - charged to home department "
                       DEPT-CODE "."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


       CHARGE-ONE-DEPT-SHARE.
           MOVE LDIST-DEPT-CODE (LABOR-SPLIT-SUB) TO CHARGE-DEPT-CODE

           IF LABOR-SPLIT-SUB = LABOR-LAST-SPLIT
               MOVE CHARGE-REMAINING TO CHARGE-AMOUNT
           ELSE
               COMPUTE CHARGE-AMOUNT ROUNDED =
                   EMP-SALARY * LDIST-PERCENT (LABOR-SPLIT-SUB) / 100
           END-IF.

           SUBTRACT CHARGE-AMOUNT FROM CHARGE-REMAINING
           PERFORM ADD-DEPT-CHARGE.


       ADD-DEPT-CHARGE.
           COMPUTE DEPT-SUB = CHARGE-DEPT-CODE + 1
           MOVE 'Y' TO DEPT-USED-SWITCH (DEPT-SUB)
           ADD CHARGE-AMOUNT TO DEPT-SALARY-TOTAL (DEPT-SUB).


       VERIFY-ACCOUNT-MAPPINGS.
           IF NOT CREDIT-ACCOUNT-FOUND
               DISPLAY "ERROR: acctmap.dat has no credit account "
           END-IF.


       MARK-PERIOD-POSTED.
           SET PCTL-IS-POSTED TO TRUE
           ACCEPT PCTL-POST-DATE FROM DATE YYYYMMDD
           PERFORM WRITE-PERIOD-CONTROL

           IF PERIOD-CONTROL-FILE-STATUS = "00"
               DISPLAY "Pay period " PCTL-PERIOD " is now "
                       PERIOD-STATUS-NAME
           END-IF.


       WRITE-ONE-DEBIT-LINE.
           COMPUTE POSTING-DEPT-CODE = DEPT-SUB - 1

           DISPLAY "GL POSTING".
           DISPLAY "---------------------------------------------".
           DISPLAY "Debit lines written    : " DEBIT-LINE-COUNT.
           DISPLAY "Employees split        : " SPLIT-EMPLOYEE-COUNT.

           MOVE TOTAL-DEBITS TO EDITED-AMOUNT
           DISPLAY "Total debits           : " EDITED-AMOUNT.
                   MOVE 8 TO RETURN-CODE
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
