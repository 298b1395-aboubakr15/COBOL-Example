               RECORD KEY IS EMP-ID
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "lockctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "except.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.
           02 RAISE-TRAN-DEPT-CODE  PIC 9(2).
           02 RAISE-TRAN-PAY-GRADE  PIC X(2).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD          PIC X(73).

       WORKING-STORAGE SECTION.
       01 INPUT-FILE-STATUS      PIC XX VALUE "00".
           88 INPUT-FILE-OK        VALUE "00".
                                PIC 9(5).
           02 SEEN-ID-INDEX     PIC 9(2) COMP VALUE 0.

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
           02 RUN-LOCK-PROGRAM   PIC X(24) VALUE "File-READER".
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
           PERFORM DETERMINE-RUN-MODE.

       PROCESS-RANGES.
           IF BATCH-MODE
               PERFORM ACQUIRE-RUN-LOCK
               IF RUN-LOCK-HELD
                   PERFORM PROCESS-RANGE-CARDS
                   PERFORM RELEASE-RUN-LOCK
               END-IF
               CLOSE PARM-FILE
           ELSE
               PERFORM GET-SELECTION-MODE
               PERFORM GET-EXTRACT-OPTION
               IF MODE-IS-LOOKUP
                   PERFORM GET-LOOKUP-EMP-ID
               ELSE
                   IF MODE-IS-ID-LIST
                       PERFORM GET-EMP-ID-LIST
                   ELSE
                       IF MODE-IS-SALARY
                           PERFORM GET-SALARY-RANGE
                       ELSE
                           PERFORM GET-LINE-RANGE
                       END-IF
                   END-IF
               END-IF
               PERFORM ACQUIRE-RUN-LOCK
               IF RUN-LOCK-HELD
                   PERFORM PROCESS-INTERACTIVE-SELECTION
                   PERFORM RELEASE-RUN-LOCK
               END-IF
           END-IF.


       PROCESS-RANGE-CARDS.
           PERFORM CHECK-FOR-BATCH-CHECKPOINT
           MOVE 0 TO CARD-SEQUENCE-NUMBER
           PERFORM UNTIL PARM-END-OF-FILE
               READ PARM-FILE
                   AT END
                       SET PARM-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO CARD-SEQUENCE-NUMBER
                       IF CARD-SEQUENCE-NUMBER <= RESUME-CARD-NUMBER
                           DISPLAY "Card " CARD-SEQUENCE-NUMBER
                                   " already completed on a prior "
                                   "run - skipping."
                       ELSE
                           PERFORM PROCESS-RANGE-CARD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLEAR-BATCH-CHECKPOINT.


       PROCESS-INTERACTIVE-SELECTION.
           IF MODE-IS-LOOKUP
               PERFORM PROCESS-ONE-LOOKUP
           ELSE
               IF MODE-IS-ID-LIST
                   PERFORM PROCESS-ONE-ID-LIST
               ELSE
                   IF MODE-IS-SALARY
                       PERFORM PROCESS-SALARY-RANGE
                   ELSE
                       PERFORM PROCESS-ONE-RANGE
                   END-IF
               END-IF
           END-IF.


           MOVE "EXCEPTIONS" TO COUNT-LABEL
           MOVE EXCEPTION-COUNT TO COUNT-AMOUNT
           WRITE REPORT-LINE FROM REGISTER-COUNT-LINE.


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
