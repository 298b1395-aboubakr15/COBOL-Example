       IDENTIFICATION DIVISION.
       PROGRAM-ID. Labor-Dist-Edit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-SPLIT-FILE ASSIGN TO "labsplit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOR-SPLIT-FILE-STATUS.

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

           SELECT LABOR-DIST-FILE ASSIGN TO "labdist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOR-DIST-FILE-STATUS.

           SELECT LABOR-REJECT-FILE ASSIGN TO "labrej.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOR-REJECT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LABOR-SPLIT-FILE.
       01 LABOR-SPLIT-RECORD.
           02 LSPL-EMP-ID          PIC 9(5).
           02 LSPL-SPLIT OCCURS 5 TIMES.
               03 LSPL-DEPT-CODE   PIC 9(2).
               03 LSPL-PERCENT     PIC 9(3)V99.

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

       FD LABOR-DIST-FILE.
       01 LABOR-DIST-RECORD       PIC X(40).

       FD LABOR-REJECT-FILE.
       01 LABOR-REJECT-RECORD.
           02 LABOR-REJECT-DATA    PIC X(40).
           02 LABOR-REJECT-REASON  PIC X(30).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD          PIC X(73).

       WORKING-STORAGE SECTION.
       01 LABOR-SPLIT-FILE-STATUS  PIC XX VALUE "00".
       01 DEPT-MASTER-FILE-STATUS  PIC XX VALUE "00".
       01 LABOR-DIST-FILE-STATUS   PIC XX VALUE "00".
       01 LABOR-REJECT-FILE-STATUS PIC XX VALUE "00".

       01 INPUT-FILE-STATUS      PIC XX VALUE "00".
           88 INPUT-FILE-OK        VALUE "00".

       01 INPUT-FILE-OPEN-SWITCH PIC X VALUE 'N'.
           88 INPUT-FILE-OPENED-OK VALUE 'Y'.

       01 LABOR-SPLIT-EOF-SWITCH PIC X VALUE 'N'.
           88 LABOR-SPLIT-END-OF-FILE VALUE 'Y'.

       01 LABOR-SPLIT-OPEN-SWITCH PIC X VALUE 'N'.
           88 LABOR-SPLIT-OPEN    VALUE 'Y'.

       01 DEPT-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 DEPT-MASTER-END-OF-FILE VALUE 'Y'.

       01 DEPT-NAME-TABLE.
           02 DEPT-NAME-ENTRY OCCURS 100 TIMES.
               03 DEPT-VALID-SWITCH  PIC X.
                   88 DEPT-IS-VALID    VALUE 'Y'.

       01 DEPT-SUB              PIC 9(3) COMP VALUE 0.
       01 SPLIT-SUB             PIC 9(2) COMP VALUE 0.
       01 OTHER-SUB             PIC 9(2) COMP VALUE 0.

       01 SPLIT-VALID-SWITCH    PIC X VALUE 'Y'.
           88 SPLIT-RECORD-VALID  VALUE 'Y'.
           88 SPLIT-RECORD-INVALID VALUE 'N'.

       01 SPLIT-REASON          PIC X(30) VALUE SPACES.

       01 SPLIT-FIELDS.
           02 SPLIT-DEPT-COUNT    PIC 9(2) VALUE 0.
           02 SPLIT-PERCENT-TOTAL PIC 9(5)V99 VALUE 0.
           02 PREVIOUS-EMP-ID     PIC 9(5) VALUE 0.
           02 EDITED-PERCENT      PIC ZZZZ9.99.

       01 EDIT-TOTALS.
           02 SPLIT-READ-COUNT    PIC 9(7) VALUE 0.
           02 ACCEPTED-COUNT      PIC 9(7) VALUE 0.
           02 REJECT-COUNT        PIC 9(7) VALUE 0.

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
           02 RUN-LOCK-PROGRAM   PIC X(24) VALUE "Labor-Dist-Edit".
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
               PERFORM EDIT-LABOR-DISTRIBUTION
               PERFORM RELEASE-RUN-LOCK
           END-IF.

           GOBACK.


       EDIT-LABOR-DISTRIBUTION.
           INITIALIZE DEPT-NAME-TABLE.

           PERFORM LOAD-DEPT-MASTER.

           IF RETURN-CODE < 16
               PERFORM OPEN-INPUT-FILE
           END-IF.

           IF INPUT-FILE-OPENED-OK
               OPEN INPUT LABOR-SPLIT-FILE
               IF LABOR-SPLIT-FILE-STATUS = "00"
                   SET LABOR-SPLIT-OPEN TO TRUE
               ELSE
                   DISPLAY "NOTE: labsplit.dat not found - labdist.dat"
                           " emptied, all salary is charged to home "
                           "departments."
                   SET LABOR-SPLIT-END-OF-FILE TO TRUE
               END-IF
               OPEN OUTPUT LABOR-DIST-FILE
               OPEN OUTPUT LABOR-REJECT-FILE
               IF LABOR-DIST-FILE-STATUS NOT = "00" OR
                  LABOR-REJECT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: labdist.dat or labrej.dat cannot "
                           "be written - status "
                           LABOR-DIST-FILE-STATUS " "
                           LABOR-REJECT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM EDIT-THE-SPLITS
               END-IF
               IF LABOR-SPLIT-OPEN
                   CLOSE LABOR-SPLIT-FILE
               END-IF
               CLOSE LABOR-DIST-FILE
               CLOSE LABOR-REJECT-FILE
               CLOSE INPUT-FILE
               PERFORM PRINT-EDIT-SUMMARY
           END-IF.


       LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER-FILE.

           IF DEPT-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: deptmast.dat is missing or cannot be "
                       "opened - splits cannot be edited."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL DEPT-MASTER-END-OF-FILE
                   READ DEPT-MASTER-FILE
                       AT END
                           SET DEPT-MASTER-END-OF-FILE TO TRUE
                       NOT AT END
                           IF DEPT-MAST-CODE NUMERIC
                               COMPUTE DEPT-SUB = DEPT-MAST-CODE + 1
                               MOVE 'Y'
                                   TO DEPT-VALID-SWITCH (DEPT-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
           END-IF.


       OPEN-INPUT-FILE.
           OPEN INPUT INPUT-FILE.

           IF INPUT-FILE-OK
               SET INPUT-FILE-OPENED-OK TO TRUE
           ELSE
               MOVE 'N' TO INPUT-FILE-OPEN-SWITCH
               DISPLAY "ERROR: input.dat is missing or cannot be "
                       "opened - splits cannot be edited."
               MOVE 16 TO RETURN-CODE
           END-IF.


       EDIT-THE-SPLITS.
           PERFORM UNTIL LABOR-SPLIT-END-OF-FILE
               READ LABOR-SPLIT-FILE
                   AT END
                       SET LABOR-SPLIT-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO SPLIT-READ-COUNT
                       PERFORM EDIT-ONE-SPLIT
                       IF SPLIT-RECORD-VALID
                           WRITE LABOR-DIST-RECORD
                               FROM LABOR-SPLIT-RECORD
                           ADD 1 TO ACCEPTED-COUNT
                       ELSE
                           PERFORM REJECT-SPLIT-RECORD
                       END-IF
               END-READ
           END-PERFORM.


       EDIT-ONE-SPLIT.
           SET SPLIT-RECORD-VALID TO TRUE
           MOVE SPACES TO SPLIT-REASON
           MOVE 0 TO SPLIT-DEPT-COUNT
           MOVE 0 TO SPLIT-PERCENT-TOTAL

           IF LSPL-EMP-ID NOT NUMERIC
               SET SPLIT-RECORD-INVALID TO TRUE
               MOVE "EMP-ID NOT NUMERIC" TO SPLIT-REASON
           ELSE
               IF LSPL-EMP-ID NOT > PREVIOUS-EMP-ID
                   SET SPLIT-RECORD-INVALID TO TRUE
                   MOVE "DUPLICATE OR OUT OF SEQUENCE"
                       TO SPLIT-REASON
               ELSE
                   MOVE LSPL-EMP-ID TO PREVIOUS-EMP-ID
                   MOVE LSPL-EMP-ID TO EMP-ID
                   READ INPUT-FILE
                       KEY IS EMP-ID
                       INVALID KEY
                           SET SPLIT-RECORD-INVALID TO TRUE
                           MOVE "EMP-ID NOT ON MASTER"
                               TO SPLIT-REASON
                   END-READ
               END-IF
           END-IF.

           SET SPLIT-SUB TO 1
           PERFORM UNTIL SPLIT-SUB > 5 OR SPLIT-RECORD-INVALID
               PERFORM EDIT-ONE-DEPT-SHARE
               SET SPLIT-SUB UP BY 1
           END-PERFORM.

           IF SPLIT-RECORD-VALID
               IF SPLIT-DEPT-COUNT = 0
                   SET SPLIT-RECORD-INVALID TO TRUE
                   MOVE "NO DEPARTMENTS LISTED" TO SPLIT-REASON
               ELSE
                   IF SPLIT-PERCENT-TOTAL NOT = 100
                       SET SPLIT-RECORD-INVALID TO TRUE
                       MOVE SPLIT-PERCENT-TOTAL TO EDITED-PERCENT
                       STRING "PERCENTAGES TOTAL " EDITED-PERCENT
                           DELIMITED BY SIZE
                           INTO SPLIT-REASON
                       END-STRING
                   END-IF
               END-IF
           END-IF.


       EDIT-ONE-DEPT-SHARE.
           IF LSPL-SPLIT (SPLIT-SUB) = SPACES
               CONTINUE
           ELSE
               IF LSPL-PERCENT (SPLIT-SUB) NOT NUMERIC
                   SET SPLIT-RECORD-INVALID TO TRUE
                   MOVE "PERCENTAGE NOT NUMERIC" TO SPLIT-REASON
               ELSE
                   IF LSPL-PERCENT (SPLIT-SUB) > 0
                       PERFORM EDIT-ONE-DEPT-CODE
                   END-IF
               END-IF
           END-IF.


       EDIT-ONE-DEPT-CODE.
           IF LSPL-DEPT-CODE (SPLIT-SUB) NOT NUMERIC
               SET SPLIT-RECORD-INVALID TO TRUE
               MOVE "DEPT-CODE NOT NUMERIC" TO SPLIT-REASON
           ELSE
               COMPUTE DEPT-SUB = LSPL-DEPT-CODE (SPLIT-SUB) + 1
               IF NOT DEPT-IS-VALID (DEPT-SUB)
                   SET SPLIT-RECORD-INVALID TO TRUE
                   STRING "UNKNOWN DEPT CODE "
                          LSPL-DEPT-CODE (SPLIT-SUB)
                       DELIMITED BY SIZE
                       INTO SPLIT-REASON
                   END-STRING
               ELSE
                   ADD 1 TO SPLIT-DEPT-COUNT
                   ADD LSPL-PERCENT (SPLIT-SUB)
                       TO SPLIT-PERCENT-TOTAL
                   SET OTHER-SUB TO 1
                   PERFORM UNTIL OTHER-SUB >= SPLIT-SUB
                              OR SPLIT-RECORD-INVALID
                       IF LSPL-DEPT-CODE (OTHER-SUB) =
                          LSPL-DEPT-CODE (SPLIT-SUB)
                           SET SPLIT-RECORD-INVALID TO TRUE
                           STRING "DEPT CODE "
                                  LSPL-DEPT-CODE (SPLIT-SUB)
                                  " LISTED TWICE"
                               DELIMITED BY SIZE
                               INTO SPLIT-REASON
                           END-STRING
                       END-IF
                       SET OTHER-SUB UP BY 1
                   END-PERFORM
               END-IF
           END-IF.


       REJECT-SPLIT-RECORD.
           MOVE LABOR-SPLIT-RECORD TO LABOR-REJECT-DATA
           MOVE SPLIT-REASON       TO LABOR-REJECT-REASON
           WRITE LABOR-REJECT-RECORD.

           ADD 1 TO REJECT-COUNT.


       PRINT-EDIT-SUMMARY.
           DISPLAY " ".
           DISPLAY "---------------------------------------------".
           DISPLAY "Split records read    : " SPLIT-READ-COUNT.
           DISPLAY "Splits accepted       : " ACCEPTED-COUNT.
           DISPLAY "Splits rejected       : " REJECT-COUNT.
           DISPLAY "---------------------------------------------".

           IF REJECT-COUNT > 0
               DISPLAY "NOTE: rejected splits are in labrej.dat with "
                       "a reason - those employees are charged to "
                       "their home department."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
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
