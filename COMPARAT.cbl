       IDENTIFICATION DIVISION.
       PROGRAM-ID. Compa-Ratio.

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

           SELECT GRADE-MASTER-FILE ASSIGN TO "grademst.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-MASTER-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "deptmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-MASTER-FILE-STATUS.

           SELECT COMPA-REPORT-FILE ASSIGN TO "compa.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPA-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 FILE-RECORD.
           02 EMP-ID           PIC 9(5).
           02 EMP-NAME         PIC X(20).
           02 EMP-SALARY       PIC 9(7)V99.
           02 DEPT-CODE        PIC 9(2).
           02 PAY-GRADE        PIC X(2).

       FD GRADE-MASTER-FILE.
       01 GRADE-MASTER-RECORD.
           02 GRADE-MAST-CODE    PIC X(2).
           02 GRADE-MAST-MIN     PIC 9(7)V99.
           02 GRADE-MAST-MAX     PIC 9(7)V99.

       FD DEPT-MASTER-FILE.
       01 DEPT-MASTER-RECORD.
           02 DEPT-MAST-CODE     PIC 9(2).
           02 DEPT-MAST-NAME     PIC X(20).

       FD COMPA-REPORT-FILE.
       01 COMPA-REPORT-LINE      PIC X(100).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD          PIC X(73).

       WORKING-STORAGE SECTION.
       01 INPUT-FILE-STATUS      PIC XX VALUE "00".
           88 INPUT-FILE-OK        VALUE "00".

       01 INPUT-FILE-OPEN-SWITCH PIC X VALUE 'N'.
           88 INPUT-FILE-OPENED-OK VALUE 'Y'.

       01 GRADE-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 DEPT-MASTER-FILE-STATUS  PIC XX VALUE "00".
       01 COMPA-REPORT-FILE-STATUS PIC XX VALUE "00".

       01 VARIABLES.
           02 EOF            PIC X VALUE 'N'.
               88 END-OF-FILE   VALUE 'Y'.

       01 GRADE-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 GRADE-MASTER-END-OF-FILE VALUE 'Y'.

       01 DEPT-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 DEPT-MASTER-END-OF-FILE VALUE 'Y'.

       01 DEPT-MASTER-LOAD-SWITCH PIC X VALUE 'N'.
           88 DEPT-MASTER-LOADED    VALUE 'Y'.

       01 GRADE-BAND-TABLE.
           02 GRADE-BAND-COUNT  PIC 9(2) COMP VALUE 0.
           02 GRADE-BAND-ENTRY OCCURS 50 TIMES.
               03 GRADE-BAND-CODE    PIC X(2).
               03 GRADE-BAND-MIN     PIC 9(7)V99.
               03 GRADE-BAND-MAX     PIC 9(7)V99.
               03 GRADE-BAND-MID     PIC 9(7)V99.
               03 GRADE-BAND-SWITCH  PIC X.
                   88 GRADE-BAND-VALID  VALUE 'Y'.

       01 GRADE-SUB             PIC 9(2) COMP VALUE 0.
       01 FIND-GRADE-CODE       PIC X(2) VALUE SPACES.

       01 GRADE-FOUND-SWITCH    PIC X VALUE 'N'.
           88 GRADE-FOUND         VALUE 'Y'.

       01 DEPT-COMPA-TABLE.
           02 DEPT-COMPA-ENTRY OCCURS 100 TIMES.
               03 DEPT-VALID-SWITCH  PIC X.
                   88 DEPT-IS-VALID    VALUE 'Y'.
               03 DEPT-NAME          PIC X(20).
               03 DEPT-RATED-COUNT   PIC 9(7).
               03 DEPT-COMPA-SUM     PIC 9(9)V999.
               03 DEPT-GREEN-COUNT   PIC 9(7).
               03 DEPT-RED-COUNT     PIC 9(7).
               03 DEPT-COST-TO-MIN   PIC 9(11)V99.

       01 DEPT-SUB              PIC 9(3) COMP VALUE 0.

       01 EMPLOYEE-PLACEMENT.
           02 COMPA-RATIO        PIC 9(3)V999 VALUE 0.
           02 BAND-POSITION      PIC 9(3)V9999 VALUE 0.
           02 COST-TO-MINIMUM    PIC 9(7)V99 VALUE 0.
           02 PLACEMENT-QUARTILE PIC X(5) VALUE SPACES.
           02 PLACEMENT-FLAG     PIC X(12) VALUE SPACES.

       01 CIRCLE-SWITCH         PIC X VALUE SPACE.
           88 GREEN-CIRCLED       VALUE 'G'.
           88 RED-CIRCLED         VALUE 'R'.
           88 INSIDE-BAND         VALUE ' '.

       01 GRADE-TOTALS.
           02 GRADE-RATED-COUNT  PIC 9(7) VALUE 0.
           02 GRADE-COMPA-SUM    PIC 9(9)V999 VALUE 0.
           02 GRADE-GREEN-COUNT  PIC 9(7) VALUE 0.
           02 GRADE-RED-COUNT    PIC 9(7) VALUE 0.
           02 GRADE-COST-TO-MIN  PIC 9(11)V99 VALUE 0.

       01 COMPANY-TOTALS.
           02 COMPANY-RATED-COUNT PIC 9(7) VALUE 0.
           02 COMPANY-COMPA-SUM   PIC 9(9)V999 VALUE 0.
           02 COMPANY-GREEN-COUNT PIC 9(7) VALUE 0.
           02 COMPANY-RED-COUNT   PIC 9(7) VALUE 0.
           02 COMPANY-COST-TO-MIN PIC 9(11)V99 VALUE 0.
           02 UNRATED-COUNT       PIC 9(7) VALUE 0.
           02 INVALID-BAND-COUNT  PIC 9(3) VALUE 0.

       01 AVERAGE-COMPA-RATIO   PIC 9(3)V999 VALUE 0.

       01 RUN-DATE              PIC 9(8) VALUE 0.
       01 RUN-DATE-PARTS REDEFINES RUN-DATE.
           02 RUN-DATE-YEAR      PIC 9(4).
           02 RUN-DATE-MONTH     PIC 9(2).
           02 RUN-DATE-DAY       PIC 9(2).

       01 REPORT-CONTROL.
           02 REPORT-PAGE-NUMBER    PIC 9(5) VALUE 0.
           02 REPORT-LINE-COUNT     PIC 9(3) COMP VALUE 0.
           02 REPORT-LINES-PER-PAGE PIC 9(3) COMP VALUE 50.

       01 UNRATED-HEADING-SWITCH PIC X VALUE 'N'.
           88 UNRATED-HEADING-PRINTED VALUE 'Y'.

       01 REPORT-HEADING-1.
           02 FILLER             PIC X(40)
                     VALUE "COMPA-RATIO AND GRADE BAND PLACEMENT".
           02 FILLER             PIC X(9) VALUE "RUN DATE ".
           02 HEADING-RUN-DATE   PIC X(10).
           02 FILLER             PIC X(10) VALUE SPACES.
           02 FILLER             PIC X(5) VALUE "PAGE ".
           02 HEADING-PAGE-NUMBER PIC ZZZZ9.

       01 GRADE-HEADING.
           02 FILLER             PIC X(6) VALUE "GRADE ".
           02 GRADE-HEAD-CODE    PIC X(2).
           02 FILLER             PIC X(7) VALUE "   MIN ".
           02 GRADE-HEAD-MIN     PIC Z,ZZZ,ZZ9.99.
           02 FILLER             PIC X(7) VALUE "   MID ".
           02 GRADE-HEAD-MID     PIC Z,ZZZ,ZZ9.99.
           02 FILLER             PIC X(7) VALUE "   MAX ".
           02 GRADE-HEAD-MAX     PIC Z,ZZZ,ZZ9.99.

       01 DETAIL-HEADING.
           02 FILLER             PIC X(7) VALUE "EMP-ID".
           02 FILLER             PIC X(22) VALUE "NAME".
           02 FILLER             PIC X(6) VALUE "DEPT".
           02 FILLER             PIC X(14) VALUE "      SALARY".
           02 FILLER             PIC X(8) VALUE "  COMPA".
           02 FILLER             PIC X(7) VALUE "QUART".
           02 FILLER             PIC X(14) VALUE "FLAG".
           02 FILLER             PIC X(11) VALUE " TO MINIMUM".

       01 DETAIL-LINE.
           02 DETAIL-EMP-ID      PIC 9(5).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DETAIL-NAME        PIC X(20).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DETAIL-DEPT        PIC 99.
           02 FILLER             PIC X(4) VALUE SPACES.
           02 DETAIL-SALARY      PIC Z,ZZZ,ZZ9.99.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DETAIL-COMPA       PIC ZZ9.999.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DETAIL-QUARTILE    PIC X(5).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DETAIL-FLAG        PIC X(12).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DETAIL-TO-MINIMUM  PIC ZZZ,ZZ9.99.

       01 UNRATED-LINE.
           02 UNRATED-EMP-ID     PIC 9(5).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 UNRATED-NAME       PIC X(20).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 UNRATED-DEPT       PIC 99.
           02 FILLER             PIC X(4) VALUE SPACES.
           02 UNRATED-SALARY     PIC Z,ZZZ,ZZ9.99.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 UNRATED-GRADE      PIC X(2).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 UNRATED-REASON     PIC X(30).

       01 SUBTOTAL-LINE.
           02 SUBTOTAL-LABEL     PIC X(24).
           02 FILLER             PIC X(6) VALUE "STAFF ".
           02 SUBTOTAL-COUNT     PIC ZZ,ZZ9.
           02 FILLER             PIC X(11) VALUE " AVG COMPA ".
           02 SUBTOTAL-COMPA     PIC ZZ9.999.
           02 FILLER             PIC X(7) VALUE " GREEN ".
           02 SUBTOTAL-GREEN     PIC ZZ,ZZ9.
           02 FILLER             PIC X(5) VALUE " RED ".
           02 SUBTOTAL-RED       PIC ZZ,ZZ9.
           02 FILLER             PIC X(8) VALUE " TO MIN ".
           02 SUBTOTAL-TO-MIN    PIC ZZZ,ZZZ,ZZ9.99.

       01 EDITED-DEPT-CODE      PIC 99.

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
           02 RUN-LOCK-PROGRAM   PIC X(24) VALUE "Compa-Ratio".
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
               PERFORM REPORT-COMPA-RATIOS
               PERFORM RELEASE-RUN-LOCK
           END-IF.

           GOBACK.


       REPORT-COMPA-RATIOS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO HEADING-RUN-DATE
           STRING RUN-DATE-YEAR "-" RUN-DATE-MONTH "-"
                  RUN-DATE-DAY
               DELIMITED BY SIZE
               INTO HEADING-RUN-DATE
           END-STRING.

           INITIALIZE DEPT-COMPA-TABLE.

           PERFORM LOAD-GRADE-MASTER.

           IF RETURN-CODE < 16
               PERFORM LOAD-DEPT-MASTER
               PERFORM OPEN-INPUT-FILE
           END-IF.

           IF INPUT-FILE-OPENED-OK
               OPEN OUTPUT COMPA-REPORT-FILE
               IF COMPA-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: compa.dat cannot be written - "
                           "status " COMPA-REPORT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM REPORT-EACH-GRADE
                   PERFORM REPORT-UNRATED-EMPLOYEES
                   PERFORM REPORT-DEPT-SUBTOTALS
                   PERFORM REPORT-COMPANY-TOTALS
                   CLOSE COMPA-REPORT-FILE
                   PERFORM PRINT-COMPA-SUMMARY
               END-IF
               CLOSE INPUT-FILE
           END-IF.


       LOAD-GRADE-MASTER.
           OPEN INPUT GRADE-MASTER-FILE.

           IF GRADE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: grademst.dat is missing or cannot be "
                       "opened - no compa-ratio report."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL GRADE-MASTER-END-OF-FILE
                   READ GRADE-MASTER-FILE
                       AT END
                           SET GRADE-MASTER-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-GRADE-BAND
                   END-READ
               END-PERFORM
               CLOSE GRADE-MASTER-FILE
               IF GRADE-BAND-COUNT = 0
                   DISPLAY "ERROR: grademst.dat holds no pay grades "
                           "- no compa-ratio report."
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.


       LOAD-ONE-GRADE-BAND.
           MOVE GRADE-MAST-CODE TO FIND-GRADE-CODE
           PERFORM FIND-GRADE-BAND

           IF GRADE-FOUND
               DISPLAY "WARNING: grade " GRADE-MAST-CODE
                       " appears more than once in grademst.dat - "
                       "first row used."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF GRADE-BAND-COUNT >= 50
                   DISPLAY "WARNING: more than 50 grades in "
                           "grademst.dat - grade " GRADE-MAST-CODE
                           " ignored."
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO GRADE-BAND-COUNT
                   MOVE GRADE-MAST-CODE
                       TO GRADE-BAND-CODE (GRADE-BAND-COUNT)
                   MOVE 'N' TO GRADE-BAND-SWITCH (GRADE-BAND-COUNT)
                   IF GRADE-MAST-MIN NUMERIC AND
                      GRADE-MAST-MAX NUMERIC
                       MOVE GRADE-MAST-MIN
                           TO GRADE-BAND-MIN (GRADE-BAND-COUNT)
                       MOVE GRADE-MAST-MAX
                           TO GRADE-BAND-MAX (GRADE-BAND-COUNT)
                       IF GRADE-MAST-MAX > 0 AND
                          GRADE-MAST-MIN NOT > GRADE-MAST-MAX
                           MOVE 'Y'
                               TO GRADE-BAND-SWITCH (GRADE-BAND-COUNT)
                           COMPUTE GRADE-BAND-MID (GRADE-BAND-COUNT)
                               ROUNDED =
                               (GRADE-MAST-MIN + GRADE-MAST-MAX) / 2
                       END-IF
                   END-IF
                   IF NOT GRADE-BAND-VALID (GRADE-BAND-COUNT)
                       ADD 1 TO INVALID-BAND-COUNT
                       DISPLAY "WARNING: grade " GRADE-MAST-CODE
                               " has an invalid band in grademst.dat"
                               " - its staff are not rated."
                       IF RETURN-CODE = 0
                           MOVE 4 TO RETURN-CODE
                       END-IF
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


       LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER-FILE.

           IF DEPT-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: deptmast.dat is missing - "
                       "department names not shown."
           ELSE
               SET DEPT-MASTER-LOADED TO TRUE
               PERFORM UNTIL DEPT-MASTER-END-OF-FILE
                   READ DEPT-MASTER-FILE
                       AT END
                           SET DEPT-MASTER-END-OF-FILE TO TRUE
                       NOT AT END
                           COMPUTE DEPT-SUB = DEPT-MAST-CODE + 1
                           MOVE 'Y'
                               TO DEPT-VALID-SWITCH (DEPT-SUB)
                           MOVE DEPT-MAST-NAME
                               TO DEPT-NAME (DEPT-SUB)
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
                       "opened - no records processed."
               MOVE 16 TO RETURN-CODE
           END-IF.


       START-AT-LOWEST-EMP-ID.
           MOVE 'N' TO EOF
           MOVE ZEROS TO EMP-ID
           START INPUT-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE 'Y' TO EOF
           END-START.


       REPORT-EACH-GRADE.
           SET GRADE-SUB TO 1
           PERFORM UNTIL GRADE-SUB > GRADE-BAND-COUNT
               IF GRADE-BAND-VALID (GRADE-SUB)
                   PERFORM REPORT-ONE-GRADE
               END-IF
               SET GRADE-SUB UP BY 1
           END-PERFORM.


       REPORT-ONE-GRADE.
           INITIALIZE GRADE-TOTALS

           MOVE GRADE-BAND-CODE (GRADE-SUB) TO GRADE-HEAD-CODE
           MOVE GRADE-BAND-MIN (GRADE-SUB)  TO GRADE-HEAD-MIN
           MOVE GRADE-BAND-MID (GRADE-SUB)  TO GRADE-HEAD-MID
           MOVE GRADE-BAND-MAX (GRADE-SUB)  TO GRADE-HEAD-MAX

           PERFORM COMPA-REPORT-NEW-PAGE
           PERFORM WRITE-GRADE-HEADING

           PERFORM START-AT-LOWEST-EMP-ID
           PERFORM UNTIL END-OF-FILE
               READ INPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF PAY-GRADE = GRADE-BAND-CODE (GRADE-SUB)
                           PERFORM REPORT-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

           IF GRADE-RATED-COUNT = 0
               MOVE "  NO STAFF IN THIS GRADE" TO COMPA-REPORT-LINE
               WRITE COMPA-REPORT-LINE
               ADD 1 TO REPORT-LINE-COUNT
           ELSE
               COMPUTE AVERAGE-COMPA-RATIO ROUNDED =
                   GRADE-COMPA-SUM / GRADE-RATED-COUNT
               MOVE SPACES TO SUBTOTAL-LABEL
               STRING "GRADE " GRADE-BAND-CODE (GRADE-SUB) " TOTAL"
                   DELIMITED BY SIZE
                   INTO SUBTOTAL-LABEL
               END-STRING
               MOVE GRADE-RATED-COUNT   TO SUBTOTAL-COUNT
               MOVE AVERAGE-COMPA-RATIO TO SUBTOTAL-COMPA
               MOVE GRADE-GREEN-COUNT   TO SUBTOTAL-GREEN
               MOVE GRADE-RED-COUNT     TO SUBTOTAL-RED
               MOVE GRADE-COST-TO-MIN   TO SUBTOTAL-TO-MIN
               MOVE SPACES TO COMPA-REPORT-LINE
               WRITE COMPA-REPORT-LINE
               WRITE COMPA-REPORT-LINE FROM SUBTOTAL-LINE
               ADD 2 TO REPORT-LINE-COUNT
           END-IF.


       REPORT-ONE-EMPLOYEE.
           PERFORM PLACE-EMPLOYEE-IN-BAND

           IF REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE
               PERFORM COMPA-REPORT-NEW-PAGE
               PERFORM WRITE-GRADE-HEADING
           END-IF.

           MOVE EMP-ID             TO DETAIL-EMP-ID
           MOVE EMP-NAME           TO DETAIL-NAME
           MOVE DEPT-CODE          TO DETAIL-DEPT
           MOVE EMP-SALARY         TO DETAIL-SALARY
           MOVE COMPA-RATIO        TO DETAIL-COMPA
           MOVE PLACEMENT-QUARTILE TO DETAIL-QUARTILE
           MOVE PLACEMENT-FLAG     TO DETAIL-FLAG

           IF GREEN-CIRCLED
               MOVE COST-TO-MINIMUM TO DETAIL-TO-MINIMUM
           ELSE
               MOVE 0 TO DETAIL-TO-MINIMUM
           END-IF.

           WRITE COMPA-REPORT-LINE FROM DETAIL-LINE
           ADD 1 TO REPORT-LINE-COUNT

           ADD 1               TO GRADE-RATED-COUNT
           ADD COMPA-RATIO     TO GRADE-COMPA-SUM
           ADD COST-TO-MINIMUM TO GRADE-COST-TO-MIN

           IF GREEN-CIRCLED
               ADD 1 TO GRADE-GREEN-COUNT
           END-IF.

           IF RED-CIRCLED
               ADD 1 TO GRADE-RED-COUNT
           END-IF.

           IF DEPT-CODE NUMERIC
               COMPUTE DEPT-SUB = DEPT-CODE + 1
               ADD 1 TO DEPT-RATED-COUNT (DEPT-SUB)
               ADD COMPA-RATIO TO DEPT-COMPA-SUM (DEPT-SUB)
               ADD COST-TO-MINIMUM TO DEPT-COST-TO-MIN (DEPT-SUB)
               IF GREEN-CIRCLED
                   ADD 1 TO DEPT-GREEN-COUNT (DEPT-SUB)
               END-IF
               IF RED-CIRCLED
                   ADD 1 TO DEPT-RED-COUNT (DEPT-SUB)
               END-IF
           END-IF.


       PLACE-EMPLOYEE-IN-BAND.
           MOVE 0 TO COST-TO-MINIMUM
           MOVE SPACES TO PLACEMENT-FLAG
           SET INSIDE-BAND TO TRUE

           COMPUTE COMPA-RATIO ROUNDED =
               EMP-SALARY / GRADE-BAND-MID (GRADE-SUB)

           IF EMP-SALARY < GRADE-BAND-MIN (GRADE-SUB)
               SET GREEN-CIRCLED TO TRUE
               MOVE "BELOW" TO PLACEMENT-QUARTILE
               MOVE "GREEN-CIRCLE" TO PLACEMENT-FLAG
               COMPUTE COST-TO-MINIMUM =
                   GRADE-BAND-MIN (GRADE-SUB) - EMP-SALARY
           ELSE
               IF EMP-SALARY > GRADE-BAND-MAX (GRADE-SUB)
                   SET RED-CIRCLED TO TRUE
                   MOVE "ABOVE" TO PLACEMENT-QUARTILE
                   MOVE "RED-CIRCLE" TO PLACEMENT-FLAG
               ELSE
                   IF GRADE-BAND-MAX (GRADE-SUB) >
                      GRADE-BAND-MIN (GRADE-SUB)
                       COMPUTE BAND-POSITION =
                           (EMP-SALARY - GRADE-BAND-MIN (GRADE-SUB))
                           / (GRADE-BAND-MAX (GRADE-SUB) -
                              GRADE-BAND-MIN (GRADE-SUB))
                   ELSE
                       MOVE .5 TO BAND-POSITION
                   END-IF
                   IF BAND-POSITION < .25
                       MOVE "Q1" TO PLACEMENT-QUARTILE
                   ELSE
                       IF BAND-POSITION < .5
                           MOVE "Q2" TO PLACEMENT-QUARTILE
                       ELSE
                           IF BAND-POSITION < .75
                               MOVE "Q3" TO PLACEMENT-QUARTILE
                           ELSE
                               MOVE "Q4" TO PLACEMENT-QUARTILE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.


       REPORT-UNRATED-EMPLOYEES.
           PERFORM START-AT-LOWEST-EMP-ID
           PERFORM UNTIL END-OF-FILE
               READ INPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE PAY-GRADE TO FIND-GRADE-CODE
                       PERFORM FIND-GRADE-BAND
                       IF NOT GRADE-FOUND
                           MOVE "PAY-GRADE NOT IN GRADEMST.DAT"
                               TO UNRATED-REASON
                           PERFORM REPORT-ONE-UNRATED
                       ELSE
                           IF NOT GRADE-BAND-VALID (GRADE-SUB)
                               MOVE "GRADE BAND INVALID"
                                   TO UNRATED-REASON
                               PERFORM REPORT-ONE-UNRATED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF UNRATED-COUNT > 0
               DISPLAY "WARNING: " UNRATED-COUNT " employees could "
                       "not be rated - see the end of compa.dat."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


       REPORT-ONE-UNRATED.
           IF NOT UNRATED-HEADING-PRINTED OR
              REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE
               SET UNRATED-HEADING-PRINTED TO TRUE
               PERFORM COMPA-REPORT-NEW-PAGE
               MOVE "STAFF NOT RATED" TO COMPA-REPORT-LINE
               WRITE COMPA-REPORT-LINE
               MOVE SPACES TO COMPA-REPORT-LINE
               WRITE COMPA-REPORT-LINE
               ADD 2 TO REPORT-LINE-COUNT
           END-IF.

           ADD 1 TO UNRATED-COUNT

           MOVE EMP-ID     TO UNRATED-EMP-ID
           MOVE EMP-NAME   TO UNRATED-NAME
           MOVE DEPT-CODE  TO UNRATED-DEPT
           MOVE EMP-SALARY TO UNRATED-SALARY
           MOVE PAY-GRADE  TO UNRATED-GRADE

           WRITE COMPA-REPORT-LINE FROM UNRATED-LINE
           ADD 1 TO REPORT-LINE-COUNT.


       REPORT-DEPT-SUBTOTALS.
           PERFORM COMPA-REPORT-NEW-PAGE
           MOVE "DEPARTMENT SUBTOTALS" TO COMPA-REPORT-LINE
           WRITE COMPA-REPORT-LINE
           MOVE SPACES TO COMPA-REPORT-LINE
           WRITE COMPA-REPORT-LINE
           ADD 2 TO REPORT-LINE-COUNT

           SET DEPT-SUB TO 1
           PERFORM UNTIL DEPT-SUB > 100
               IF DEPT-RATED-COUNT (DEPT-SUB) > 0
                   PERFORM REPORT-ONE-DEPT-SUBTOTAL
               END-IF
               SET DEPT-SUB UP BY 1
           END-PERFORM.


       REPORT-ONE-DEPT-SUBTOTAL.
           IF REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE
               PERFORM COMPA-REPORT-NEW-PAGE
           END-IF.

           COMPUTE EDITED-DEPT-CODE = DEPT-SUB - 1
           COMPUTE AVERAGE-COMPA-RATIO ROUNDED =
               DEPT-COMPA-SUM (DEPT-SUB) / DEPT-RATED-COUNT (DEPT-SUB)

           MOVE SPACES TO SUBTOTAL-LABEL
           IF DEPT-MASTER-LOADED AND DEPT-IS-VALID (DEPT-SUB)
               STRING "DEPT " EDITED-DEPT-CODE " "
                      DEPT-NAME (DEPT-SUB)
                   DELIMITED BY SIZE
                   INTO SUBTOTAL-LABEL
               END-STRING
           ELSE
               STRING "DEPT " EDITED-DEPT-CODE
                   DELIMITED BY SIZE
                   INTO SUBTOTAL-LABEL
               END-STRING
           END-IF.

           MOVE DEPT-RATED-COUNT (DEPT-SUB) TO SUBTOTAL-COUNT
           MOVE AVERAGE-COMPA-RATIO          TO SUBTOTAL-COMPA
           MOVE DEPT-GREEN-COUNT (DEPT-SUB)  TO SUBTOTAL-GREEN
           MOVE DEPT-RED-COUNT (DEPT-SUB)    TO SUBTOTAL-RED
           MOVE DEPT-COST-TO-MIN (DEPT-SUB)  TO SUBTOTAL-TO-MIN

           WRITE COMPA-REPORT-LINE FROM SUBTOTAL-LINE
           ADD 1 TO REPORT-LINE-COUNT

           ADD DEPT-RATED-COUNT (DEPT-SUB) TO COMPANY-RATED-COUNT
           ADD DEPT-COMPA-SUM (DEPT-SUB)   TO COMPANY-COMPA-SUM
           ADD DEPT-GREEN-COUNT (DEPT-SUB) TO COMPANY-GREEN-COUNT
           ADD DEPT-RED-COUNT (DEPT-SUB)   TO COMPANY-RED-COUNT
           ADD DEPT-COST-TO-MIN (DEPT-SUB) TO COMPANY-COST-TO-MIN.


       REPORT-COMPANY-TOTALS.
           IF COMPANY-RATED-COUNT > 0
               COMPUTE AVERAGE-COMPA-RATIO ROUNDED =
                   COMPANY-COMPA-SUM / COMPANY-RATED-COUNT
           ELSE
               MOVE 0 TO AVERAGE-COMPA-RATIO
           END-IF.

           MOVE "COMPANY TOTAL"      TO SUBTOTAL-LABEL
           MOVE COMPANY-RATED-COUNT  TO SUBTOTAL-COUNT
           MOVE AVERAGE-COMPA-RATIO  TO SUBTOTAL-COMPA
           MOVE COMPANY-GREEN-COUNT  TO SUBTOTAL-GREEN
           MOVE COMPANY-RED-COUNT    TO SUBTOTAL-RED
           MOVE COMPANY-COST-TO-MIN  TO SUBTOTAL-TO-MIN

           MOVE SPACES TO COMPA-REPORT-LINE
           WRITE COMPA-REPORT-LINE
           WRITE COMPA-REPORT-LINE FROM SUBTOTAL-LINE
           ADD 2 TO REPORT-LINE-COUNT.


       WRITE-GRADE-HEADING.
           WRITE COMPA-REPORT-LINE FROM GRADE-HEADING
           MOVE SPACES TO COMPA-REPORT-LINE
           WRITE COMPA-REPORT-LINE
           WRITE COMPA-REPORT-LINE FROM DETAIL-HEADING
           ADD 3 TO REPORT-LINE-COUNT.


       COMPA-REPORT-NEW-PAGE.
           ADD 1 TO REPORT-PAGE-NUMBER
           MOVE REPORT-PAGE-NUMBER TO HEADING-PAGE-NUMBER

           IF REPORT-PAGE-NUMBER > 1
               MOVE SPACES TO COMPA-REPORT-LINE
               WRITE COMPA-REPORT-LINE
           END-IF.

           WRITE COMPA-REPORT-LINE FROM REPORT-HEADING-1
           MOVE SPACES TO COMPA-REPORT-LINE
           WRITE COMPA-REPORT-LINE

           MOVE 0 TO REPORT-LINE-COUNT.


       PRINT-COMPA-SUMMARY.
           MOVE AVERAGE-COMPA-RATIO TO SUBTOTAL-COMPA
           MOVE COMPANY-COST-TO-MIN TO SUBTOTAL-TO-MIN

           DISPLAY " ".
           DISPLAY "COMPA-RATIO AND GRADE BAND PLACEMENT".
           DISPLAY "---------------------------------------------".
           DISPLAY "Staff rated           : " COMPANY-RATED-COUNT.
           DISPLAY "Average compa-ratio   : " SUBTOTAL-COMPA.
           DISPLAY "Green-circled staff   : " COMPANY-GREEN-COUNT.
           DISPLAY "Red-circled staff     : " COMPANY-RED-COUNT.
           DISPLAY "Cost to minimum       : " SUBTOTAL-TO-MIN.
           DISPLAY "Staff not rated       : " UNRATED-COUNT.
           DISPLAY "Invalid grade bands   : " INVALID-BAND-COUNT.
           DISPLAY "Report written        : compa.dat".
           DISPLAY "---------------------------------------------".

           IF COMPANY-RATED-COUNT = 0 AND UNRATED-COUNT = 0
               DISPLAY "WARNING: No records matched this request."
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
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
