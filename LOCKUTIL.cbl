       IDENTIFICATION DIVISION.
       PROGRAM-ID. Lock-Utility.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-PARM-FILE ASSIGN TO "lockparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-PARM-FILE-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "lockctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-PARM-FILE.
       01 LOCK-PARM-RECORD.
           02 LKP-ACTION          PIC X.
               88 LKP-LIST           VALUE 'L'.
               88 LKP-CLEAR          VALUE 'C'.
           02 LKP-PROGRAM         PIC X(24).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD          PIC X(73).

       WORKING-STORAGE SECTION.
       01 LOCK-PARM-FILE-STATUS  PIC XX VALUE "00".

       01 RUN-LOCK-FILE-STATUS   PIC XX VALUE "00".
           88 RUN-LOCK-FILE-MISSING VALUE "35".

       01 RUN-LOCK-EOF-SWITCH    PIC X VALUE 'N'.
           88 RUN-LOCK-END-OF-FILE  VALUE 'Y'.

       01 RUN-LOCK-TABLE-SWITCH  PIC X VALUE 'N'.
           88 RUN-LOCK-TABLE-OK     VALUE 'Y'.

       01 UTILITY-ACTION         PIC X VALUE 'L'.
           88 RUN-THE-LIST          VALUE 'L'.
           88 RUN-THE-CLEAR         VALUE 'C'.

       01 CLEAR-PROGRAM          PIC X(24) VALUE SPACES.
           88 CLEAR-ALL-LOCKS       VALUE "ALL".

       01 RUN-LOCK-TABLE.
           02 RUN-LOCK-COUNT     PIC 9(3) COMP VALUE 0.
           02 RUN-LOCK-ENTRY OCCURS 50 TIMES.
               03 HELD-LOCK-RESOURCE PIC X(12).
               03 HELD-LOCK-MODE     PIC X.
                   88 HELD-LOCK-EXCLUSIVE VALUE 'X'.
               03 HELD-LOCK-PROGRAM  PIC X(24).
               03 HELD-LOCK-USER     PIC X(20).
               03 HELD-LOCK-DATE     PIC 9(8).
               03 HELD-LOCK-DATE-PARTS REDEFINES HELD-LOCK-DATE.
                   04 HELD-LOCK-YEAR     PIC 9(4).
                   04 HELD-LOCK-MONTH    PIC 9(2).
                   04 HELD-LOCK-DAY      PIC 9(2).
               03 HELD-LOCK-TIME     PIC 9(8).
               03 HELD-LOCK-TIME-PARTS REDEFINES HELD-LOCK-TIME.
                   04 HELD-LOCK-HOUR     PIC 9(2).
                   04 HELD-LOCK-MINUTE   PIC 9(2).
                   04 HELD-LOCK-SECOND   PIC 9(2).
                   04 FILLER             PIC 9(2).

       01 RUN-LOCK-SUB           PIC 9(3) COMP VALUE 0.

       01 LOCK-TOTALS.
           02 LISTED-LOCK-COUNT  PIC 9(3) VALUE 0.
           02 CLEARED-LOCK-COUNT PIC 9(3) VALUE 0.

       01 LOCK-LIST-HEADING.
           02 FILLER             PIC X(4) VALUE "NO".
           02 FILLER             PIC X(13) VALUE "RESOURCE".
           02 FILLER             PIC X(10) VALUE "MODE".
           02 FILLER             PIC X(25) VALUE "PROGRAM".
           02 FILLER             PIC X(21) VALUE "USER".
           02 FILLER             PIC X(19) VALUE "SINCE".

       01 LOCK-LIST-LINE.
           02 LIST-NUMBER        PIC ZZ9.
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LIST-RESOURCE      PIC X(12).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LIST-MODE          PIC X(9).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LIST-PROGRAM       PIC X(24).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LIST-USER          PIC X(20).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LIST-SINCE         PIC X(19).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-LOCK-PARM.

           PERFORM LOAD-RUN-LOCK-TABLE.

           IF NOT RUN-LOCK-TABLE-OK
               DISPLAY "ERROR: lockctl.dat cannot be read - status "
                       RUN-LOCK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               IF RUN-THE-CLEAR
                   PERFORM CLEAR-RUN-LOCKS
               END-IF
               PERFORM LIST-RUN-LOCKS
           END-IF.

           GOBACK.


       LOAD-LOCK-PARM.
           OPEN INPUT LOCK-PARM-FILE.

           IF LOCK-PARM-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: lockparm.dat not present - list "
                       "only."
           ELSE
               READ LOCK-PARM-FILE
                   AT END
                       DISPLAY "NOTE: lockparm.dat is empty - "
                               "list only."
                   NOT AT END
                       IF LKP-LIST OR LKP-CLEAR
                           MOVE LKP-ACTION  TO UTILITY-ACTION
                           MOVE LKP-PROGRAM TO CLEAR-PROGRAM
                       ELSE
                           DISPLAY "ERROR: lockparm.dat action must "
                                   "be L or C - assuming L."
                           IF RETURN-CODE = 0
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
               CLOSE LOCK-PARM-FILE
           END-IF.

           IF RUN-THE-CLEAR AND CLEAR-PROGRAM = SPACES
               DISPLAY "ERROR: lockparm.dat clear must name the "
                       "holding program, or ALL - nothing cleared."
               MOVE 'L' TO UTILITY-ACTION
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.


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


       CLEAR-RUN-LOCKS.
           SET RUN-LOCK-SUB TO 1
           PERFORM UNTIL RUN-LOCK-SUB > RUN-LOCK-COUNT
               IF CLEAR-ALL-LOCKS OR
                  HELD-LOCK-PROGRAM (RUN-LOCK-SUB) = CLEAR-PROGRAM
                   PERFORM CLEAR-ONE-RUN-LOCK
               END-IF
               SET RUN-LOCK-SUB UP BY 1
           END-PERFORM.

           IF CLEARED-LOCK-COUNT = 0
               DISPLAY "WARNING: no lock in lockctl.dat is held by "
                       CLEAR-PROGRAM
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM WRITE-RUN-LOCK-TABLE
           END-IF.


       CLEAR-ONE-RUN-LOCK.
           PERFORM FORMAT-LOCK-LIST-LINE

           DISPLAY "NOTE: cleared " LIST-MODE " lock on "
                   LIST-RESOURCE " held by " LIST-PROGRAM
           DISPLAY "      user " LIST-USER " since " LIST-SINCE

           ADD 1 TO CLEARED-LOCK-COUNT
           MOVE SPACES TO HELD-LOCK-RESOURCE (RUN-LOCK-SUB).


       WRITE-RUN-LOCK-TABLE.
           OPEN OUTPUT RUN-LOCK-FILE.

           IF RUN-LOCK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: lockctl.dat cannot be rewritten - "
                       "status " RUN-LOCK-FILE-STATUS
                       " - no locks cleared."
               MOVE 16 TO RETURN-CODE
               MOVE 0 TO CLEARED-LOCK-COUNT
               PERFORM LOAD-RUN-LOCK-TABLE
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


       LIST-RUN-LOCKS.
           DISPLAY " ".
           DISPLAY "RUN LOCKS HELD IN lockctl.dat".
           DISPLAY "---------------------------------------------".
           DISPLAY LOCK-LIST-HEADING.

           SET RUN-LOCK-SUB TO 1
           PERFORM UNTIL RUN-LOCK-SUB > RUN-LOCK-COUNT
               IF HELD-LOCK-RESOURCE (RUN-LOCK-SUB) NOT = SPACES
                   ADD 1 TO LISTED-LOCK-COUNT
                   PERFORM FORMAT-LOCK-LIST-LINE
                   DISPLAY LOCK-LIST-LINE
               END-IF
               SET RUN-LOCK-SUB UP BY 1
           END-PERFORM.

           IF LISTED-LOCK-COUNT = 0
               DISPLAY "(no locks held)"
           END-IF.

           DISPLAY "---------------------------------------------".
           DISPLAY "Locks held          : " LISTED-LOCK-COUNT.
           DISPLAY "Locks cleared       : " CLEARED-LOCK-COUNT.
           DISPLAY "---------------------------------------------".


       FORMAT-LOCK-LIST-LINE.
           MOVE LISTED-LOCK-COUNT                TO LIST-NUMBER
           MOVE HELD-LOCK-RESOURCE (RUN-LOCK-SUB) TO LIST-RESOURCE
           MOVE HELD-LOCK-PROGRAM (RUN-LOCK-SUB)  TO LIST-PROGRAM
           MOVE HELD-LOCK-USER (RUN-LOCK-SUB)     TO LIST-USER

           IF HELD-LOCK-EXCLUSIVE (RUN-LOCK-SUB)
               MOVE "EXCLUSIVE" TO LIST-MODE
           ELSE
               MOVE "SHARED" TO LIST-MODE
           END-IF.

           MOVE SPACES TO LIST-SINCE
           STRING HELD-LOCK-YEAR (RUN-LOCK-SUB) "-"
                  HELD-LOCK-MONTH (RUN-LOCK-SUB) "-"
                  HELD-LOCK-DAY (RUN-LOCK-SUB) " "
                  HELD-LOCK-HOUR (RUN-LOCK-SUB) ":"
                  HELD-LOCK-MINUTE (RUN-LOCK-SUB) ":"
                  HELD-LOCK-SECOND (RUN-LOCK-SUB)
               DELIMITED BY SIZE
               INTO LIST-SINCE
           END-STRING.
