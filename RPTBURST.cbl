               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REPORT-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "perctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OUTPUT-FILE.
       FD DEPT-REPORT-FILE.
       01 DEPT-REPORT-LINE       PIC X(100).

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD    PIC X(71).

       WORKING-STORAGE SECTION.
       01 OUTPUT-FILE-STATUS      PIC XX VALUE "00".
       01 DEPT-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 DEPT-REPORT-FILE-STATUS PIC XX VALUE "00".

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

       01 DEPT-REPORT-NAME       PIC X(12) VALUE SPACES.

       01 OUTPUT-EOF-SWITCH     PIC X VALUE 'N'.
               INTO HEADING-RUN-DATE
           END-STRING.

           PERFORM CHECK-PERIOD-STATUS.

           IF PERIOD-STATUS-OK
               PERFORM LOAD-DEPT-MASTER
               PERFORM FIND-SELECTED-DEPTS
           END-IF.

           IF PERIOD-STATUS-OK AND RETURN-CODE < 16
               PERFORM BURST-EACH-DEPT
               PERFORM PRINT-BURST-SUMMARY
               IF RETURN-CODE < 8
                   PERFORM MARK-PERIOD-BURST
               END-IF
           END-IF.

           GOBACK.


       CHECK-PERIOD-STATUS.
           MOVE 'N' TO PERIOD-CHECK-SWITCH
           PERFORM READ-PERIOD-CONTROL

           IF PERIOD-CONTROL-FOUND
               IF NOT PCTL-IS-POSTED
                   DISPLAY "ERROR: nothing distributed - "
                           "Register-Burst needs a POSTED pay period; "
                           "period " PCTL-PERIOD " is "
                           PERIOD-STATUS-NAME
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF PCTL-BURST-DATE NOT = 0
                       DISPLAY "ERROR: pay period " PCTL-PERIOD
                               " registers were already burst on "
                               PCTL-BURST-DATE " - nothing "
                               "distributed."
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       SET PERIOD-STATUS-OK TO TRUE
                   END-IF
               END-IF
           END-IF.


       MARK-PERIOD-BURST.
           MOVE REGISTER-RUN-DATE TO PCTL-BURST-DATE
           PERFORM WRITE-PERIOD-CONTROL.


       LOAD-DEPT-MASTER.
           INITIALIZE DEPT-NAME-TABLE
           OPEN INPUT DEPT-MASTER-FILE.
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
