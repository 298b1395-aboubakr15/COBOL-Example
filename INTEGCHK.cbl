       IDENTIFICATION DIVISION.
       PROGRAM-ID. Integrity-Check.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO "input.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "lockctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "deptmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-MASTER-FILE-STATUS.

           SELECT GRADE-MASTER-FILE ASSIGN TO "grademst.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-MASTER-FILE-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "posmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-MASTER-FILE-STATUS.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "acctmap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-MAP-FILE-STATUS.

           SELECT DEDUCTION-MASTER-FILE ASSIGN TO "dedmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDUCTION-MASTER-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "except.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "integrpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEGRITY-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 FILE-RECORD.
           02 EMP-ID           PIC 9(5).
           02 EMP-NAME         PIC X(20).
           02 EMP-SALARY       PIC 9(7)V99.
           02 DEPT-CODE        PIC 9(2).
           02 PAY-GRADE        PIC X(2).

       FD DEPT-MASTER-FILE.
       01 DEPT-MASTER-RECORD.
           02 DEPT-MAST-CODE     PIC 9(2).
           02 DEPT-MAST-NAME     PIC X(20).

       FD GRADE-MASTER-FILE.
       01 GRADE-MASTER-RECORD.
           02 GRADE-MAST-CODE    PIC X(2).
           02 GRADE-MAST-MIN     PIC 9(7)V99.
           02 GRADE-MAST-MAX     PIC 9(7)V99.

       FD POSITION-MASTER-FILE.
       01 POSITION-MASTER-RECORD.
           02 POS-MAST-DEPT-CODE PIC 9(2).
           02 POS-MAST-HEADCOUNT PIC 9(5).
           02 POS-MAST-BUDGET    PIC 9(9)V99.

       FD ACCOUNT-MAP-FILE.
       01 ACCOUNT-MAP-RECORD.
           02 AMAP-TYPE          PIC X.
               88 AMAP-IS-DEPT      VALUE 'D'.
               88 AMAP-IS-CREDIT    VALUE 'C'.
           02 AMAP-DEPT-CODE     PIC 9(2).
           02 AMAP-ACCOUNT       PIC X(10).
           02 AMAP-DESC          PIC X(20).

       FD DEDUCTION-MASTER-FILE.
       01 DEDUCTION-MASTER-RECORD.
           02 DED-MAST-CODE        PIC X(2).
           02 DED-MAST-NAME        PIC X(20).
           02 DED-MAST-BUCKET      PIC X.
               88 DED-MAST-BUCKET-OK  VALUE 'T' 'B' 'O'.
           02 DED-MAST-METHOD      PIC X.
               88 DED-MAST-METHOD-OK  VALUE 'P' 'F'.
           02 DED-MAST-RATE        PIC 9(3)V99.
           02 DED-MAST-AMOUNT      PIC 9(7)V99.
           02 DED-MAST-BRACKET-MIN PIC 9(7)V99.
           02 DED-MAST-BRACKET-MAX PIC 9(7)V99.

       FD PENDING-FILE.
       01 PENDING-RECORD.
           02 PEND-SEQ            PIC 9(5).
           02 PEND-STATUS         PIC X.
               88 PEND-IS-PENDING    VALUE 'P'.
               88 PEND-IS-APPROVED   VALUE 'A'.
           02 PEND-SUBMIT-DATE    PIC 9(8).
           02 PEND-SUBMIT-TIME    PIC 9(8).
           02 PEND-SUBMIT-USER    PIC X(20).
           02 PEND-APPROVE-DATE   PIC 9(8).
           02 PEND-APPROVE-USER   PIC X(20).
           02 PEND-TRAN-DATA.
               03 PEND-TRAN-ACTION     PIC X.
                   88 PEND-TRAN-IS-ADD    VALUE 'A'.
                   88 PEND-TRAN-IS-CHANGE VALUE 'C'.
                   88 PEND-TRAN-IS-DELETE VALUE 'D'.
               03 PEND-TRAN-EMP-ID     PIC 9(5).
               03 PEND-TRAN-EMP-NAME   PIC X(20).
               03 PEND-TRAN-EMP-SALARY PIC 9(7)V99.
               03 PEND-TRAN-DEPT-CODE  PIC 9(2).
               03 PEND-TRAN-PAY-GRADE  PIC X(2).
               03 PEND-TRAN-EFF-DATE   PIC X(8).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           02 EXCEPTION-EMP-ID      PIC 9(5).
           02 EXCEPTION-EMP-NAME    PIC X(20).
           02 EXCEPTION-EMP-SALARY  PIC 9(7)V99.
           02 EXCEPTION-DEPT-CODE   PIC 9(2).
           02 EXCEPTION-PAY-GRADE   PIC X(2).
           02 EXCEPTION-REASON      PIC X(30).

       FD INTEGRITY-REPORT-FILE.
       01 INTEGRITY-REPORT-LINE  PIC X(100).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD          PIC X(73).

       WORKING-STORAGE SECTION.
       01 INPUT-FILE-STATUS      PIC XX VALUE "00".
           88 INPUT-FILE-OK        VALUE "00".

       01 INPUT-FILE-OPEN-SWITCH PIC X VALUE 'N'.
           88 INPUT-FILE-OPENED-OK VALUE 'Y'.

       01 DEPT-MASTER-FILE-STATUS      PIC XX VALUE "00".
       01 GRADE-MASTER-FILE-STATUS     PIC XX VALUE "00".
       01 POSITION-MASTER-FILE-STATUS  PIC XX VALUE "00".
       01 ACCOUNT-MAP-FILE-STATUS      PIC XX VALUE "00".
       01 DEDUCTION-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 PENDING-FILE-STATUS          PIC XX VALUE "00".
       01 EXCEPTION-FILE-STATUS        PIC XX VALUE "00".
       01 INTEGRITY-REPORT-FILE-STATUS PIC XX VALUE "00".

       01 VARIABLES.
           02 EOF            PIC X VALUE 'N'.
               88 END-OF-FILE   VALUE 'Y'.

       01 DEPT-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 DEPT-MASTER-END-OF-FILE VALUE 'Y'.

       01 GRADE-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 GRADE-MASTER-END-OF-FILE VALUE 'Y'.

       01 POSITION-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 POSITION-MASTER-END-OF-FILE VALUE 'Y'.

       01 ACCOUNT-MAP-EOF-SWITCH PIC X VALUE 'N'.
           88 ACCOUNT-MAP-END-OF-FILE VALUE 'Y'.

       01 DEDUCTION-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 DEDUCTION-MASTER-END-OF-FILE VALUE 'Y'.

       01 PENDING-EOF-SWITCH PIC X VALUE 'N'.
           88 PENDING-END-OF-FILE VALUE 'Y'.

       01 EXCEPTION-EOF-SWITCH PIC X VALUE 'N'.
           88 EXCEPTION-END-OF-FILE VALUE 'Y'.

       01 REFERENCE-LOAD-SWITCHES.
           02 DEPT-MASTER-LOAD-SWITCH  PIC X VALUE 'N'.
               88 DEPT-MASTER-LOADED     VALUE 'Y'.
           02 GRADE-MASTER-LOAD-SWITCH PIC X VALUE 'N'.
               88 GRADE-MASTER-LOADED    VALUE 'Y'.
           02 POSITION-LOAD-SWITCH     PIC X VALUE 'N'.
               88 POSITION-MASTER-LOADED VALUE 'Y'.
           02 ACCOUNT-MAP-LOAD-SWITCH  PIC X VALUE 'N'.
               88 ACCOUNT-MAP-LOADED     VALUE 'Y'.

       01 DEPT-CHECK-TABLE.
           02 DEPT-CHECK-ENTRY OCCURS 100 TIMES.
               03 DEPT-VALID-SWITCH    PIC X.
                   88 DEPT-IS-VALID      VALUE 'Y'.
               03 DEPT-POSITION-SWITCH PIC X.
                   88 DEPT-HAS-POSITION  VALUE 'Y'.
               03 DEPT-ACCOUNT-SWITCH  PIC X.
                   88 DEPT-HAS-ACCOUNT   VALUE 'Y'.
               03 DEPT-AUTH-HEADCOUNT  PIC 9(5).
               03 DEPT-EMP-COUNT       PIC 9(5).

       01 DEPT-SUB              PIC 9(3) COMP VALUE 0.
       01 CHECK-DEPT-CODE       PIC 9(2) VALUE 0.

       01 GRADE-BAND-TABLE.
           02 GRADE-BAND-COUNT  PIC 9(2) COMP VALUE 0.
           02 GRADE-BAND-ENTRY OCCURS 50 TIMES.
               03 GRADE-BAND-CODE    PIC X(2).
               03 GRADE-BAND-MIN     PIC 9(7)V99.
               03 GRADE-BAND-MAX     PIC 9(7)V99.

       01 GRADE-SUB             PIC 9(2) COMP VALUE 0.
       01 FIND-GRADE-CODE       PIC X(2) VALUE SPACES.

       01 GRADE-FOUND-SWITCH    PIC X VALUE 'N'.
           88 GRADE-FOUND         VALUE 'Y'.

       01 DEDUCTION-CODE-TABLE.
           02 DEDUCTION-CODE-COUNT PIC 9(2) COMP VALUE 0.
           02 DEDUCTION-CODE-ENTRY OCCURS 50 TIMES PIC X(2).

       01 DEDUCTION-SUB         PIC 9(2) COMP VALUE 0.

       01 DEDUCTION-FOUND-SWITCH PIC X VALUE 'N'.
           88 DEDUCTION-CODE-FOUND VALUE 'Y'.

       01 CREDIT-ACCOUNT-COUNT  PIC 9(3) VALUE 0.
       01 REFERENCE-LINE-NUMBER PIC 9(5) VALUE 0.

       01 MASTER-FOUND-SWITCH   PIC X VALUE 'N'.
           88 MASTER-RECORD-FOUND VALUE 'Y'.

       01 EXCEPTION-FIXED-SWITCH PIC X VALUE 'N'.
           88 EXCEPTION-IS-FIXED  VALUE 'Y'.

       01 RUN-DATE              PIC 9(8) VALUE 0.
       01 RUN-DATE-PARTS REDEFINES RUN-DATE.
           02 RUN-DATE-YEAR      PIC 9(4).
           02 RUN-DATE-MONTH     PIC 9(2).
           02 RUN-DATE-DAY       PIC 9(2).

       01 SWEEP-TOTALS.
           02 EMPLOYEES-CHECKED   PIC 9(7) VALUE 0.
           02 PENDING-CHECKED     PIC 9(7) VALUE 0.
           02 EXCEPTIONS-CHECKED  PIC 9(7) VALUE 0.
           02 SEVERE-COUNT        PIC 9(7) VALUE 0.
           02 WARNING-COUNT       PIC 9(7) VALUE 0.
           02 INFO-COUNT          PIC 9(7) VALUE 0.

       01 FINDING-SEVERITY-CODE PIC X VALUE SPACE.
           88 FINDING-IS-SEVERE   VALUE 'S'.
           88 FINDING-IS-WARNING  VALUE 'W'.
           88 FINDING-IS-INFO     VALUE 'I'.

       01 REPORT-CONTROL.
           02 REPORT-PAGE-NUMBER    PIC 9(5) VALUE 0.
           02 REPORT-LINE-COUNT     PIC 9(3) COMP VALUE 0.
           02 REPORT-LINES-PER-PAGE PIC 9(3) COMP VALUE 50.

       01 REPORT-HEADING-1.
           02 FILLER             PIC X(24)
                                 VALUE "DATA INTEGRITY SWEEP".
           02 FILLER             PIC X(9) VALUE "RUN DATE ".
           02 HEADING-RUN-DATE   PIC X(10).
           02 FILLER             PIC X(10) VALUE SPACES.
           02 FILLER             PIC X(5) VALUE "PAGE ".
           02 HEADING-PAGE-NUMBER PIC ZZZZ9.

       01 REPORT-HEADING-2.
           02 FILLER             PIC X(9) VALUE "SEVERITY".
           02 FILLER             PIC X(14) VALUE "FILE".
           02 FILLER             PIC X(12) VALUE "KEY".
           02 FILLER             PIC X(7) VALUE "FINDING".

       01 FINDING-LINE.
           02 FINDING-SEVERITY   PIC X(8).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 FINDING-FILE       PIC X(13).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 FINDING-KEY        PIC X(11).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 FINDING-TEXT       PIC X(60).

       01 REPORT-COUNT-LINE.
           02 COUNT-LABEL        PIC X(24).
           02 COUNT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.

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
           02 RUN-LOCK-PROGRAM   PIC X(24) VALUE "Integrity-Check".
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
               PERFORM RUN-INTEGRITY-SWEEP
               PERFORM RELEASE-RUN-LOCK
           END-IF.

           GOBACK.


       RUN-INTEGRITY-SWEEP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO HEADING-RUN-DATE
           STRING RUN-DATE-YEAR "-" RUN-DATE-MONTH "-"
                  RUN-DATE-DAY
               DELIMITED BY SIZE
               INTO HEADING-RUN-DATE
           END-STRING.

           OPEN OUTPUT INTEGRITY-REPORT-FILE.

           IF INTEGRITY-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: integrpt.dat cannot be written - "
                       "status " INTEGRITY-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM INTEGRITY-REPORT-NEW-PAGE
               INITIALIZE DEPT-CHECK-TABLE
               PERFORM LOAD-DEPT-MASTER
               PERFORM LOAD-GRADE-MASTER
               PERFORM LOAD-POSITION-MASTER
               PERFORM LOAD-ACCOUNT-MAP
               PERFORM CHECK-DEDUCTION-MASTER
               PERFORM OPEN-INPUT-FILE
               IF INPUT-FILE-OPENED-OK
                   PERFORM CHECK-EMPLOYEE-MASTER
                   PERFORM CHECK-DEPARTMENT-COVERAGE
                   PERFORM CHECK-PENDING-QUEUE
                   PERFORM CHECK-EXCEPTION-FILE
                   CLOSE INPUT-FILE
               END-IF
               PERFORM WRITE-SWEEP-TOTALS
               CLOSE INTEGRITY-REPORT-FILE
               PERFORM PRINT-SWEEP-SUMMARY
           END-IF.


       LOAD-DEPT-MASTER.
           MOVE 0 TO REFERENCE-LINE-NUMBER
           OPEN INPUT DEPT-MASTER-FILE.

           IF DEPT-MASTER-FILE-STATUS NOT = "00"
               MOVE 'W' TO FINDING-SEVERITY-CODE
               MOVE "deptmast.dat" TO FINDING-FILE
               MOVE SPACES TO FINDING-KEY
               MOVE "FILE MISSING - DEPT-CODE CHECKS SKIPPED"
                   TO FINDING-TEXT
               PERFORM REPORT-FINDING
           ELSE
               SET DEPT-MASTER-LOADED TO TRUE
               PERFORM UNTIL DEPT-MASTER-END-OF-FILE
                   READ DEPT-MASTER-FILE
                       AT END
                           SET DEPT-MASTER-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO REFERENCE-LINE-NUMBER
                           PERFORM CHECK-ONE-DEPT-MASTER
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
           END-IF.


       CHECK-ONE-DEPT-MASTER.
           IF DEPT-MAST-CODE NOT NUMERIC
               MOVE 'W' TO FINDING-SEVERITY-CODE
               MOVE "deptmast.dat" TO FINDING-FILE
               PERFORM SET-LINE-NUMBER-KEY
               MOVE "DEPT CODE NOT NUMERIC - ROW IGNORED"
                   TO FINDING-TEXT
               PERFORM REPORT-FINDING
           ELSE
               COMPUTE DEPT-SUB = DEPT-MAST-CODE + 1
               IF DEPT-IS-VALID (DEPT-SUB)
                   MOVE 'W' TO FINDING-SEVERITY-CODE
                   MOVE "deptmast.dat" TO FINDING-FILE
                   MOVE DEPT-MAST-CODE TO CHECK-DEPT-CODE
                   PERFORM SET-DEPT-KEY
                   MOVE "DEPT CODE APPEARS MORE THAN ONCE"
                       TO FINDING-TEXT
                   PERFORM REPORT-FINDING
               ELSE
                   MOVE 'Y' TO DEPT-VALID-SWITCH (DEPT-SUB)
               END-IF
           END-IF.


       LOAD-GRADE-MASTER.
           MOVE 0 TO REFERENCE-LINE-NUMBER
           OPEN INPUT GRADE-MASTER-FILE.

           IF GRADE-MASTER-FILE-STATUS NOT = "00"
               MOVE 'W' TO FINDING-SEVERITY-CODE
               MOVE "grademst.dat" TO FINDING-FILE
               MOVE SPACES TO FINDING-KEY
               MOVE "FILE MISSING - PAY-GRADE CHECKS SKIPPED"
                   TO FINDING-TEXT
               PERFORM REPORT-FINDING
           ELSE
               SET GRADE-MASTER-LOADED TO TRUE
               PERFORM UNTIL GRADE-MASTER-END-OF-FILE
                   READ GRADE-MASTER-FILE
                       AT END
                           SET GRADE-MASTER-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO REFERENCE-LINE-NUMBER
                           PERFORM CHECK-ONE-GRADE-BAND
                   END-READ
               END-PERFORM
               CLOSE GRADE-MASTER-FILE
           END-IF.


       CHECK-ONE-GRADE-BAND.
           MOVE "grademst.dat" TO FINDING-FILE
           MOVE SPACES TO FINDING-KEY
           STRING "GRADE " GRADE-MAST-CODE
               DELIMITED BY SIZE
               INTO FINDING-KEY
           END-STRING.

           MOVE GRADE-MAST-CODE TO FIND-GRADE-CODE
           PERFORM FIND-GRADE-BAND

           IF GRADE-MAST-MIN NOT NUMERIC OR
              GRADE-MAST-MAX NOT NUMERIC
               MOVE 'W' TO FINDING-SEVERITY-CODE
               MOVE "BAND MIN/MAX NOT NUMERIC - ROW IGNORED"
                   TO FINDING-TEXT
               PERFORM REPORT-FINDING
           ELSE
               IF GRADE-FOUND
                   MOVE 'W' TO FINDING-SEVERITY-CODE
                   MOVE "PAY-GRADE APPEARS MORE THAN ONCE"
                       TO FINDING-TEXT
                   PERFORM REPORT-FINDING
               ELSE
                   IF GRADE-BAND-COUNT >= 50
                       MOVE 'W' TO FINDING-SEVERITY-CODE
                       MOVE "MORE THAN 50 GRADES - ROW IGNORED"
                           TO FINDING-TEXT
                       PERFORM REPORT-FINDING
                   ELSE
                       ADD 1 TO GRADE-BAND-COUNT
                       MOVE GRADE-MAST-CODE
                           TO GRADE-BAND-CODE (GRADE-BAND-COUNT)
                       MOVE GRADE-MAST-MIN
                           TO GRADE-BAND-MIN (GRADE-BAND-COUNT)
                       MOVE GRADE-MAST-MAX
                           TO GRADE-BAND-MAX (GRADE-BAND-COUNT)
                   END-IF
                   IF GRADE-MAST-MIN > GRADE-MAST-MAX
                       MOVE 'W' TO FINDING-SEVERITY-CODE
                       MOVE "BAND MINIMUM IS ABOVE BAND MAXIMUM"
                           TO FINDING-TEXT
                       PERFORM REPORT-FINDING
                   END-IF
               END-IF
           END-IF.


       FIND-GRADE-BAND.
           MOVE 'N' TO GRADE-FOUND-SWITCH

           SET GRADE-SUB TO 1
           PERFORM UNTIL GRADE-SUB > GRADE-BAND-COUNT
                      OR GRADE-FOUND
               IF GRADE-BAND-CODE (GRADE-SUB) = FIND-GRADE-CODE
                   SET GRADE-FOUND TO TRUE
               ELSE
                   SET GRADE-SUB UP BY 1
               END-IF
           END-PERFORM.


       LOAD-POSITION-MASTER.
           MOVE 0 TO REFERENCE-LINE-NUMBER
           OPEN INPUT POSITION-MASTER-FILE.

           IF POSITION-MASTER-FILE-STATUS NOT = "00"
               MOVE 'W' TO FINDING-SEVERITY-CODE
               MOVE "posmast.dat" TO FINDING-FILE
               MOVE SPACES TO FINDING-KEY
               MOVE "FILE MISSING - HEADCOUNT CHECKS SKIPPED"
                   TO FINDING-TEXT
               PERFORM REPORT-FINDING
           ELSE
               SET POSITION-MASTER-LOADED TO TRUE
               PERFORM UNTIL POSITION-MASTER-END-OF-FILE
                   READ POSITION-MASTER-FILE
                       AT END
                           SET POSITION-MASTER-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO REFERENCE-LINE-NUMBER
                           PERFORM CHECK-ONE-POSITION
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           END-IF.


       CHECK-ONE-POSITION.
           MOVE "posmast.dat" TO FINDING-FILE

           IF POS-MAST-DEPT-CODE NOT NUMERIC OR
              POS-MAST-HEADCOUNT NOT NUMERIC
               MOVE 'W' TO FINDING-SEVERITY-CODE
               PERFORM SET-LINE-NUMBER-KEY
               MOVE "DEPT OR HEADCOUNT NOT NUMERIC - ROW IGNORED"
                   TO FINDING-TEXT
               PERFORM REPORT-FINDING
           ELSE
               COMPUTE DEPT-SUB = POS-MAST-DEPT-CODE + 1
               MOVE POS-MAST-DEPT-CODE TO CHECK-DEPT-CODE
               PERFORM SET-DEPT-KEY
               IF DEPT-HAS-POSITION (DEPT-SUB)
                   MOVE 'W' TO FINDING-SEVERITY-CODE
                   MOVE "DEPT APPEARS MORE THAN ONCE - LAST ROW USED"
                       TO FINDING-TEXT
                   PERFORM REPORT-FINDING
               END-IF
               MOVE 'Y' TO DEPT-POSITION-SWITCH (DEPT-SUB)
               MOVE POS-MAST-HEADCOUNT
                   TO DEPT-AUTH-HEADCOUNT (DEPT-SUB)
               IF DEPT-MASTER-LOADED AND
                  NOT DEPT-IS-VALID (DEPT-SUB)
                   MOVE 'W' TO FINDING-SEVERITY-CODE
                   MOVE "DEPT HAS NO ROW IN DEPTMAST.DAT"
                       TO FINDING-TEXT
                   PERFORM REPORT-FINDING
               END-IF
           END-IF.


       LOAD-ACCOUNT-MAP.
           MOVE 0 TO REFERENCE-LINE-NUMBER
           OPEN INPUT ACCOUNT-MAP-FILE.

           IF ACCOUNT-MAP-FILE-STATUS NOT = "00"
               MOVE 'S' TO FINDING-SEVERITY-CODE
               MOVE "acctmap.dat" TO FINDING-FILE
               MOVE SPACES TO FINDING-KEY
               MOVE "FILE MISSING - GL-POSTING CANNOT RUN"
                   TO FINDING-TEXT
               PERFORM REPORT-FINDING
           ELSE
               SET ACCOUNT-MAP-LOADED TO TRUE
               PERFORM UNTIL ACCOUNT-MAP-END-OF-FILE
                   READ ACCOUNT-MAP-FILE
                       AT END
                           SET ACCOUNT-MAP-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO REFERENCE-LINE-NUMBER
                           PERFORM CHECK-ONE-ACCOUNT-MAP
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE

               MOVE "acctmap.dat" TO FINDING-FILE
               MOVE SPACES TO FINDING-KEY
               IF CREDIT-ACCOUNT-COUNT = 0
                   MOVE 'S' TO FINDING-SEVERITY-CODE
                   MOVE "NO CREDIT (C) ACCOUNT - GL POSTING WILL FAIL"
                       TO FINDING-TEXT
                   PERFORM REPORT-FINDING
               END-IF
               IF CREDIT-ACCOUNT-COUNT > 1
                   MOVE 'W' TO FINDING-SEVERITY-CODE
                   MOVE "MORE THAN ONE CREDIT (C) ACCOUNT"
                       TO FINDING-TEXT
                   PERFORM REPORT-FINDING
               END-IF
           END-IF.


       CHECK-ONE-ACCOUNT-MAP.
           MOVE "acctmap.dat" TO FINDING-FILE

           IF AMAP-IS-CREDIT
               ADD 1 TO CREDIT-ACCOUNT-COUNT
           ELSE
               IF AMAP-IS-DEPT AND AMAP-DEPT-CODE NUMERIC
                   COMPUTE DEPT-SUB = AMAP-DEPT-CODE + 1
                   MOVE AMAP-DEPT-CODE TO CHECK-DEPT-CODE
                   PERFORM SET-DEPT-KEY
                   IF DEPT-HAS-ACCOUNT (DEPT-SUB)
                       MOVE 'W' TO FINDING-SEVERITY-CODE
                       MOVE "DEPT MAPPED MORE THAN ONCE"
                           TO FINDING-TEXT
                       PERFORM REPORT-FINDING
                   END-IF
                   MOVE 'Y' TO DEPT-ACCOUNT-SWITCH (DEPT-SUB)
                   IF DEPT-MASTER-LOADED AND
                      NOT DEPT-IS-VALID (DEPT-SUB)
                       MOVE 'W' TO FINDING-SEVERITY-CODE
                       MOVE "DEPT HAS NO ROW IN DEPTMAST.DAT"
                           TO FINDING-TEXT
                       PERFORM REPORT-FINDING
                   END-IF
               ELSE
                   MOVE 'W' TO FINDING-SEVERITY-CODE
                   PERFORM SET-LINE-NUMBER-KEY
                   MOVE "RECORD TYPE NOT D OR C - ROW IGNORED"
                       TO FINDING-TEXT
                   PERFORM REPORT-FINDING
               END-IF
           END-IF.


       CHECK-DEDUCTION-MASTER.
           MOVE 0 TO REFERENCE-LINE-NUMBER
           OPEN INPUT DEDUCTION-MASTER-FILE.

           IF DEDUCTION-MASTER-FILE-STATUS NOT = "00"
               MOVE 'S' TO FINDING-SEVERITY-CODE
               MOVE "dedmast.dat" TO FINDING-FILE
               MOVE SPACES TO FINDING-KEY
               MOVE "FILE MISSING - PAY-CALC CANNOT RUN"
                   TO FINDING-TEXT
               PERFORM REPORT-FINDING
           ELSE
               PERFORM UNTIL DEDUCTION-MASTER-END-OF-FILE
                   READ DEDUCTION-MASTER-FILE
                       AT END
                           SET DEDUCTION-MASTER-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO REFERENCE-LINE-NUMBER
                           PERFORM CHECK-ONE-DEDUCTION
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-MASTER-FILE

               IF DEDUCTION-CODE-COUNT = 0
                   MOVE 'S' TO FINDING-SEVERITY-CODE
                   MOVE "dedmast.dat" TO FINDING-FILE
                   MOVE SPACES TO FINDING-KEY
                   MOVE "NO USABLE DEDUCTIONS - PAY-CALC CANNOT RUN"
                       TO FINDING-TEXT
                   PERFORM REPORT-FINDING
               END-IF
           END-IF.


       CHECK-ONE-DEDUCTION.
           MOVE "dedmast.dat" TO FINDING-FILE
           MOVE SPACES TO FINDING-KEY
           STRING "CODE " DED-MAST-CODE
               DELIMITED BY SIZE
               INTO FINDING-KEY
           END-STRING.

           MOVE 'N' TO DEDUCTION-FOUND-SWITCH
           SET DEDUCTION-SUB TO 1
           PERFORM UNTIL DEDUCTION-SUB > DEDUCTION-CODE-COUNT
                      OR DEDUCTION-CODE-FOUND
               IF DEDUCTION-CODE-ENTRY (DEDUCTION-SUB) =
                  DED-MAST-CODE
                   SET DEDUCTION-CODE-FOUND TO TRUE
               ELSE
                   SET DEDUCTION-SUB UP BY 1
               END-IF
           END-PERFORM.

           IF NOT DED-MAST-BUCKET-OK
               MOVE 'W' TO FINDING-SEVERITY-CODE
               MOVE "BUCKET NOT T, B OR O - PAY-CALC SKIPS IT"
                   TO FINDING-TEXT
               PERFORM REPORT-FINDING
           ELSE
               IF NOT DED-MAST-METHOD-OK
                   MOVE 'W' TO FINDING-SEVERITY-CODE
                   MOVE "METHOD NOT P OR F - PAY-CALC SKIPS IT"
                       TO FINDING-TEXT
                   PERFORM REPORT-FINDING
               ELSE
                   IF DEDUCTION-CODE-FOUND
                       MOVE 'W' TO FINDING-SEVERITY-CODE
                       MOVE "DEDUCTION CODE APPEARS MORE THAN ONCE"
                           TO FINDING-TEXT
                       PERFORM REPORT-FINDING
                   ELSE
                       IF DEDUCTION-CODE-COUNT >= 50
                           MOVE 'W' TO FINDING-SEVERITY-CODE
                           MOVE "MORE THAN 50 DEDUCTIONS - ROW IGNORED"
                               TO FINDING-TEXT
                           PERFORM REPORT-FINDING
                       ELSE
                           ADD 1 TO DEDUCTION-CODE-COUNT
                           MOVE DED-MAST-CODE TO
                               DEDUCTION-CODE-ENTRY
                                   (DEDUCTION-CODE-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.


       OPEN-INPUT-FILE.
           OPEN INPUT INPUT-FILE.

           IF INPUT-FILE-OK
               SET INPUT-FILE-OPENED-OK TO TRUE
           ELSE
               MOVE 'N' TO INPUT-FILE-OPEN-SWITCH
               MOVE 'S' TO FINDING-SEVERITY-CODE
               MOVE "input.dat" TO FINDING-FILE
               MOVE SPACES TO FINDING-KEY
               MOVE "MASTER MISSING OR CANNOT BE OPENED"
                   TO FINDING-TEXT
               PERFORM REPORT-FINDING
               DISPLAY "ERROR: input.dat is missing or cannot be "
                       "opened - employee checks skipped."
               MOVE 16 TO RETURN-CODE
           END-IF.


       CHECK-EMPLOYEE-MASTER.
           MOVE ZEROS TO EMP-ID
           START INPUT-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE 'Y' TO EOF
           END-START.

           PERFORM UNTIL END-OF-FILE
               READ INPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO EMPLOYEES-CHECKED
                       PERFORM CHECK-ONE-EMPLOYEE
               END-READ
           END-PERFORM.


       CHECK-ONE-EMPLOYEE.
           MOVE "input.dat" TO FINDING-FILE
           MOVE SPACES TO FINDING-KEY
           STRING "EMP " EMP-ID
               DELIMITED BY SIZE
               INTO FINDING-KEY
           END-STRING.

           IF DEPT-CODE NOT NUMERIC
               MOVE 'S' TO FINDING-SEVERITY-CODE
               MOVE "DEPT-CODE NOT NUMERIC" TO FINDING-TEXT
               PERFORM REPORT-FINDING
           ELSE
               COMPUTE DEPT-SUB = DEPT-CODE + 1
               ADD 1 TO DEPT-EMP-COUNT (DEPT-SUB)
               IF DEPT-MASTER-LOADED AND
                  NOT DEPT-IS-VALID (DEPT-SUB)
                   MOVE 'S' TO FINDING-SEVERITY-CODE
                   MOVE SPACES TO FINDING-TEXT
                   STRING "DEPT-CODE " DEPT-CODE
                          " HAS NO ROW IN DEPTMAST.DAT"
                       DELIMITED BY SIZE
                       INTO FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FINDING
               END-IF
           END-IF.

           IF EMP-SALARY NOT NUMERIC OR EMP-SALARY = 0
               MOVE 'S' TO FINDING-SEVERITY-CODE
               MOVE "SALARY ZERO OR NOT NUMERIC" TO FINDING-TEXT
               PERFORM REPORT-FINDING
           END-IF.

           IF GRADE-MASTER-LOADED
               MOVE PAY-GRADE TO FIND-GRADE-CODE
               PERFORM FIND-GRADE-BAND
               IF NOT GRADE-FOUND
                   MOVE 'W' TO FINDING-SEVERITY-CODE
                   MOVE SPACES TO FINDING-TEXT
                   STRING "PAY-GRADE " PAY-GRADE
                          " HAS NO ROW IN GRADEMST.DAT"
                       DELIMITED BY SIZE
                       INTO FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FINDING
               END-IF
           END-IF.


       CHECK-DEPARTMENT-COVERAGE.
           SET DEPT-SUB TO 1
           PERFORM UNTIL DEPT-SUB > 100
               IF DEPT-EMP-COUNT (DEPT-SUB) > 0 AND
                  (DEPT-IS-VALID (DEPT-SUB) OR
                   NOT DEPT-MASTER-LOADED)
                   PERFORM CHECK-ONE-DEPT-COVERAGE
               END-IF
               SET DEPT-SUB UP BY 1
           END-PERFORM.


       CHECK-ONE-DEPT-COVERAGE.
           COMPUTE CHECK-DEPT-CODE = DEPT-SUB - 1
           PERFORM SET-DEPT-KEY

           IF ACCOUNT-MAP-LOADED AND
              NOT DEPT-HAS-ACCOUNT (DEPT-SUB)
               MOVE 'S' TO FINDING-SEVERITY-CODE
               MOVE "acctmap.dat" TO FINDING-FILE
               MOVE SPACES TO FINDING-TEXT
               STRING "NO GL ACCOUNT FOR DEPT WITH "
                      DEPT-EMP-COUNT (DEPT-SUB) " EMPLOYEES"
                   DELIMITED BY SIZE
                   INTO FINDING-TEXT
               END-STRING
               PERFORM REPORT-FINDING
           END-IF.

           IF POSITION-MASTER-LOADED
               MOVE "posmast.dat" TO FINDING-FILE
               IF NOT DEPT-HAS-POSITION (DEPT-SUB)
                   MOVE 'W' TO FINDING-SEVERITY-CODE
                   MOVE SPACES TO FINDING-TEXT
                   STRING "NO AUTHORIZED HEADCOUNT FOR DEPT WITH "
                          DEPT-EMP-COUNT (DEPT-SUB) " EMPLOYEES"
                       DELIMITED BY SIZE
                       INTO FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FINDING
               ELSE
                   IF DEPT-EMP-COUNT (DEPT-SUB) >
                      DEPT-AUTH-HEADCOUNT (DEPT-SUB)
                       MOVE 'W' TO FINDING-SEVERITY-CODE
                       MOVE SPACES TO FINDING-TEXT
                       STRING "HEADCOUNT " DEPT-EMP-COUNT (DEPT-SUB)
                              " OVER AUTHORIZED "
                              DEPT-AUTH-HEADCOUNT (DEPT-SUB)
                           DELIMITED BY SIZE
                           INTO FINDING-TEXT
                       END-STRING
                       PERFORM REPORT-FINDING
                   END-IF
               END-IF
           END-IF.


       CHECK-PENDING-QUEUE.
           OPEN INPUT PENDING-FILE.

           IF PENDING-FILE-STATUS = "00"
               PERFORM UNTIL PENDING-END-OF-FILE
                   READ PENDING-FILE
                       AT END
                           SET PENDING-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO PENDING-CHECKED
                           PERFORM CHECK-ONE-PENDING-ITEM
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.


       CHECK-ONE-PENDING-ITEM.
           MOVE "pending.dat" TO FINDING-FILE
           MOVE SPACES TO FINDING-KEY
           STRING "SEQ " PEND-SEQ
               DELIMITED BY SIZE
               INTO FINDING-KEY
           END-STRING.

           MOVE PEND-TRAN-EMP-ID TO EMP-ID
           PERFORM READ-MASTER-RECORD

           IF (PEND-TRAN-IS-CHANGE OR PEND-TRAN-IS-DELETE) AND
              NOT MASTER-RECORD-FOUND
               MOVE 'W' TO FINDING-SEVERITY-CODE
               MOVE SPACES TO FINDING-TEXT
               STRING PEND-TRAN-ACTION " ITEM FOR EMP "
                      PEND-TRAN-EMP-ID " - EMPLOYEE NOT ON MASTER"
                   DELIMITED BY SIZE
                   INTO FINDING-TEXT
               END-STRING
               PERFORM REPORT-FINDING
           END-IF.

           IF PEND-TRAN-IS-ADD AND MASTER-RECORD-FOUND
               MOVE 'W' TO FINDING-SEVERITY-CODE
               MOVE SPACES TO FINDING-TEXT
               STRING "ADD FOR EMP " PEND-TRAN-EMP-ID
                      " - EMP-ID ALREADY ON MASTER"
                   DELIMITED BY SIZE
                   INTO FINDING-TEXT
               END-STRING
               PERFORM REPORT-FINDING
           END-IF.

           IF PEND-TRAN-IS-ADD OR PEND-TRAN-IS-CHANGE
               PERFORM CHECK-PENDING-REFERENCES
           END-IF.

           IF NOT PEND-TRAN-IS-ADD AND
              NOT PEND-TRAN-IS-CHANGE AND
              NOT PEND-TRAN-IS-DELETE
               MOVE 'W' TO FINDING-SEVERITY-CODE
               MOVE SPACES TO FINDING-TEXT
               STRING "ACTION " PEND-TRAN-ACTION
                      " NOT A, C OR D - MASTER-UPDATE REJECTS IT"
                   DELIMITED BY SIZE
                   INTO FINDING-TEXT
               END-STRING
               PERFORM REPORT-FINDING
           END-IF.


       CHECK-PENDING-REFERENCES.
           IF PEND-TRAN-DEPT-CODE NOT NUMERIC
               MOVE 'W' TO FINDING-SEVERITY-CODE
               MOVE "DEPT-CODE NOT NUMERIC" TO FINDING-TEXT
               PERFORM REPORT-FINDING
           ELSE
               COMPUTE DEPT-SUB = PEND-TRAN-DEPT-CODE + 1
               IF DEPT-MASTER-LOADED AND
                  NOT DEPT-IS-VALID (DEPT-SUB)
                   MOVE 'W' TO FINDING-SEVERITY-CODE
                   MOVE SPACES TO FINDING-TEXT
                   STRING "DEPT-CODE " PEND-TRAN-DEPT-CODE
                          " HAS NO ROW IN DEPTMAST.DAT"
                       DELIMITED BY SIZE
                       INTO FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FINDING
               END-IF
           END-IF.

           IF GRADE-MASTER-LOADED
               MOVE PEND-TRAN-PAY-GRADE TO FIND-GRADE-CODE
               PERFORM FIND-GRADE-BAND
               IF NOT GRADE-FOUND
                   MOVE 'W' TO FINDING-SEVERITY-CODE
                   MOVE SPACES TO FINDING-TEXT
                   STRING "PAY-GRADE " PEND-TRAN-PAY-GRADE
                          " HAS NO ROW IN GRADEMST.DAT"
                       DELIMITED BY SIZE
                       INTO FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FINDING
               END-IF
           END-IF.


       CHECK-EXCEPTION-FILE.
           OPEN INPUT EXCEPTION-FILE.

           IF EXCEPTION-FILE-STATUS = "00"
               PERFORM UNTIL EXCEPTION-END-OF-FILE
                   READ EXCEPTION-FILE
                       AT END
                           SET EXCEPTION-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO EXCEPTIONS-CHECKED
                           PERFORM CHECK-ONE-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.


       CHECK-ONE-EXCEPTION.
           MOVE "except.dat" TO FINDING-FILE
           MOVE SPACES TO FINDING-KEY
           STRING "EMP " EXCEPTION-EMP-ID
               DELIMITED BY SIZE
               INTO FINDING-KEY
           END-STRING.

           MOVE EXCEPTION-EMP-ID TO EMP-ID
           PERFORM READ-MASTER-RECORD

           IF NOT MASTER-RECORD-FOUND
               MOVE 'W' TO FINDING-SEVERITY-CODE
               MOVE SPACES TO FINDING-TEXT
               STRING EXCEPTION-REASON DELIMITED BY "  "
                      " - NOT ON MASTER" DELIMITED BY SIZE
                   INTO FINDING-TEXT
               END-STRING
               PERFORM REPORT-FINDING
           ELSE
               PERFORM CHECK-EXCEPTION-STILL-HOLDS
               IF EXCEPTION-IS-FIXED
                   MOVE 'I' TO FINDING-SEVERITY-CODE
                   MOVE SPACES TO FINDING-TEXT
                   STRING EXCEPTION-REASON DELIMITED BY "  "
                          " - ALREADY FIXED" DELIMITED BY SIZE
                       INTO FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FINDING
               END-IF
           END-IF.


       CHECK-EXCEPTION-STILL-HOLDS.
           MOVE 'N' TO EXCEPTION-FIXED-SWITCH

           IF EXCEPTION-REASON = "ZERO SALARY"
               IF EMP-SALARY > 0
                   SET EXCEPTION-IS-FIXED TO TRUE
               END-IF
           ELSE
               IF EXCEPTION-REASON = "UNKNOWN DEPT CODE"
                   COMPUTE DEPT-SUB = DEPT-CODE + 1
                   IF DEPT-IS-VALID (DEPT-SUB)
                       SET EXCEPTION-IS-FIXED TO TRUE
                   END-IF
               ELSE
                   IF EXCEPTION-REASON = "UNKNOWN PAY GRADE" OR
                      EXCEPTION-REASON = "SALARY OUTSIDE GRADE BAND"
                       MOVE PAY-GRADE TO FIND-GRADE-CODE
                       PERFORM FIND-GRADE-BAND
                       IF GRADE-FOUND AND
                          EMP-SALARY >= GRADE-BAND-MIN (GRADE-SUB) AND
                          EMP-SALARY <= GRADE-BAND-MAX (GRADE-SUB)
                           SET EXCEPTION-IS-FIXED TO TRUE
                       END-IF
                   ELSE
                       IF EMP-NAME   NOT = EXCEPTION-EMP-NAME OR
                          EMP-SALARY NOT = EXCEPTION-EMP-SALARY OR
                          DEPT-CODE  NOT = EXCEPTION-DEPT-CODE OR
                          PAY-GRADE  NOT = EXCEPTION-PAY-GRADE
                           SET EXCEPTION-IS-FIXED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.


       READ-MASTER-RECORD.
           MOVE 'Y' TO MASTER-FOUND-SWITCH

           READ INPUT-FILE
               KEY IS EMP-ID
               INVALID KEY
                   MOVE 'N' TO MASTER-FOUND-SWITCH
           END-READ.


       SET-DEPT-KEY.
           MOVE SPACES TO FINDING-KEY
           STRING "DEPT " CHECK-DEPT-CODE
               DELIMITED BY SIZE
               INTO FINDING-KEY
           END-STRING.


       SET-LINE-NUMBER-KEY.
           MOVE SPACES TO FINDING-KEY
           STRING "LINE " REFERENCE-LINE-NUMBER
               DELIMITED BY SIZE
               INTO FINDING-KEY
           END-STRING.


       REPORT-FINDING.
           IF FINDING-IS-SEVERE
               MOVE "SEVERE" TO FINDING-SEVERITY
               ADD 1 TO SEVERE-COUNT
           ELSE
               IF FINDING-IS-WARNING
                   MOVE "WARNING" TO FINDING-SEVERITY
                   ADD 1 TO WARNING-COUNT
               ELSE
                   MOVE "INFO" TO FINDING-SEVERITY
                   ADD 1 TO INFO-COUNT
               END-IF
           END-IF.

           IF REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE
               PERFORM INTEGRITY-REPORT-NEW-PAGE
           END-IF.

           WRITE INTEGRITY-REPORT-LINE FROM FINDING-LINE
           ADD 1 TO REPORT-LINE-COUNT.


       INTEGRITY-REPORT-NEW-PAGE.
           ADD 1 TO REPORT-PAGE-NUMBER
           MOVE REPORT-PAGE-NUMBER TO HEADING-PAGE-NUMBER

           IF REPORT-PAGE-NUMBER > 1
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.

           WRITE INTEGRITY-REPORT-LINE FROM REPORT-HEADING-1
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE FROM REPORT-HEADING-2

           MOVE 0 TO REPORT-LINE-COUNT.


       WRITE-SWEEP-TOTALS.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           MOVE "EMPLOYEES CHECKED" TO COUNT-LABEL
           MOVE EMPLOYEES-CHECKED TO COUNT-AMOUNT
           WRITE INTEGRITY-REPORT-LINE FROM REPORT-COUNT-LINE

           MOVE "PENDING ITEMS CHECKED" TO COUNT-LABEL
           MOVE PENDING-CHECKED TO COUNT-AMOUNT
           WRITE INTEGRITY-REPORT-LINE FROM REPORT-COUNT-LINE

           MOVE "EXCEPTIONS CHECKED" TO COUNT-LABEL
           MOVE EXCEPTIONS-CHECKED TO COUNT-AMOUNT
           WRITE INTEGRITY-REPORT-LINE FROM REPORT-COUNT-LINE

           MOVE "SEVERE FINDINGS" TO COUNT-LABEL
           MOVE SEVERE-COUNT TO COUNT-AMOUNT
           WRITE INTEGRITY-REPORT-LINE FROM REPORT-COUNT-LINE

           MOVE "WARNINGS" TO COUNT-LABEL
           MOVE WARNING-COUNT TO COUNT-AMOUNT
           WRITE INTEGRITY-REPORT-LINE FROM REPORT-COUNT-LINE

           MOVE "INFORMATION ONLY" TO COUNT-LABEL
           MOVE INFO-COUNT TO COUNT-AMOUNT
           WRITE INTEGRITY-REPORT-LINE FROM REPORT-COUNT-LINE.


       PRINT-SWEEP-SUMMARY.
           DISPLAY " ".
           DISPLAY "DATA INTEGRITY SWEEP".
           DISPLAY "---------------------------------------------".
           DISPLAY "Employees checked     : " EMPLOYEES-CHECKED.
           DISPLAY "Pending items checked : " PENDING-CHECKED.
           DISPLAY "Exceptions checked    : " EXCEPTIONS-CHECKED.
           DISPLAY "Severe findings       : " SEVERE-COUNT.
           DISPLAY "Warnings              : " WARNING-COUNT.
           DISPLAY "Information only      : " INFO-COUNT.
           DISPLAY "Report written        : integrpt.dat".
           DISPLAY "---------------------------------------------".

           IF SEVERE-COUNT > 0
               DISPLAY "ERROR: severe integrity findings - hold the "
                       "payroll steps until they are fixed."
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF WARNING-COUNT > 0
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
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
