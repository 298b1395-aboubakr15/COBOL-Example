       IDENTIFICATION DIVISION.
       PROGRAM-ID. Period-Close.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-PARM-FILE ASSIGN TO "perparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-PARM-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "perctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

           SELECT PERIOD-HISTORY-FILE ASSIGN TO "perhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-HISTORY-FILE-STATUS.

           SELECT PERIOD-SUMMARY-FILE ASSIGN TO "persum.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-SUMMARY-FILE-STATUS.

           SELECT PAY-RUN-FILE ASSIGN TO "payrun.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RUN-FILE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "glpost.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-POSTING-FILE-STATUS.

           SELECT APPLIED-HISTORY-FILE ASSIGN TO "apphist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLIED-HISTORY-FILE-STATUS.

           SELECT RETRO-PAY-FILE ASSIGN TO "retropay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRO-PAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-PARM-FILE.
       01 PERIOD-PARM-RECORD.
           02 PERP-ACTION         PIC X.
               88 PERP-INITIALIZE    VALUE 'I'.
               88 PERP-CLOSE         VALUE 'C'.
               88 PERP-STATUS-ONLY   VALUE 'S'.
           02 PERP-PERIOD         PIC 9(6).
           02 PERP-PERIOD-PARTS REDEFINES PERP-PERIOD.
               03 PERP-PERIOD-YEAR  PIC 9(4).
               03 PERP-PERIOD-MONTH PIC 9(2).

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD    PIC X(71).

       FD PERIOD-HISTORY-FILE.
       01 PERIOD-HISTORY-RECORD    PIC X(71).

       FD PERIOD-SUMMARY-FILE.
       01 PERIOD-SUMMARY-LINE      PIC X(80).

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

       FD GL-POSTING-FILE.
       01 GL-POSTING-RECORD.
           02 GL-RECORD-TYPE     PIC X.
               88 GL-IS-TRAILER     VALUE 'T'.
           02 GL-ACCOUNT         PIC X(10).
           02 GL-DEBIT           PIC 9(11)V99.
           02 GL-CREDIT          PIC 9(11)V99.
           02 GL-DEPT-CODE       PIC 9(2).
           02 GL-DESC            PIC X(20).

       FD APPLIED-HISTORY-FILE.
       01 APPLIED-HISTORY-RECORD.
           02 APPH-SEQ            PIC 9(5).
           02 APPH-APPLY-DATE     PIC 9(8).
           02 APPH-SUBMIT-USER    PIC X(20).
           02 APPH-APPROVE-DATE   PIC 9(8).
           02 APPH-APPROVE-USER   PIC X(20).
           02 APPH-TRAN-DATA      PIC X(47).
           02 APPH-RESULT         PIC X.
               88 APPH-WAS-APPLIED   VALUE 'Y' ' '.
               88 APPH-WAS-REJECTED  VALUE 'R'.
               88 APPH-WAS-REVERSED  VALUE 'V'.

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

       WORKING-STORAGE SECTION.
       01 PERIOD-PARM-FILE-STATUS      PIC XX VALUE "00".
       01 PERIOD-CONTROL-FILE-STATUS   PIC XX VALUE "00".
       01 PERIOD-HISTORY-FILE-STATUS   PIC XX VALUE "00".
       01 PERIOD-SUMMARY-FILE-STATUS   PIC XX VALUE "00".
       01 PAY-RUN-FILE-STATUS          PIC XX VALUE "00".
       01 GL-POSTING-FILE-STATUS       PIC XX VALUE "00".
       01 APPLIED-HISTORY-FILE-STATUS  PIC XX VALUE "00".
       01 RETRO-PAY-FILE-STATUS        PIC XX VALUE "00".

       01 PAY-RUN-EOF-SWITCH      PIC X VALUE 'N'.
           88 PAY-RUN-END-OF-FILE    VALUE 'Y'.

       01 GL-POSTING-EOF-SWITCH   PIC X VALUE 'N'.
           88 GL-POSTING-END-OF-FILE VALUE 'Y'.

       01 APPLIED-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
           88 APPLIED-HISTORY-END-OF-FILE VALUE 'Y'.

       01 RETRO-PAY-EOF-SWITCH    PIC X VALUE 'N'.
           88 RETRO-PAY-END-OF-FILE  VALUE 'Y'.

       01 PERIOD-FOUND-SWITCH PIC X VALUE 'N'.
           88 PERIOD-CONTROL-FOUND VALUE 'Y'.

       01 SUMMARY-FILE-OPEN-SWITCH PIC X VALUE 'N'.
           88 SUMMARY-FILE-OPEN     VALUE 'Y'.

       01 PAY-RUN-FOUND-SWITCH    PIC X VALUE 'N'.
           88 PAY-RUN-FOUND          VALUE 'Y'.

       01 GL-TRAILER-FOUND-SWITCH PIC X VALUE 'N'.
           88 GL-TRAILER-FOUND       VALUE 'Y'.

       01 PERIOD-ACTION         PIC X VALUE 'S'.
           88 RUN-THE-INITIALIZE  VALUE 'I'.
           88 RUN-THE-CLOSE       VALUE 'C'.
           88 RUN-THE-STATUS      VALUE 'S'.

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

       01 RUN-DATE              PIC 9(8) VALUE 0.
       01 CLOSED-PERIOD         PIC 9(6) VALUE 0.

       01 WORK-PERIOD           PIC 9(6) VALUE 0.
       01 WORK-PERIOD-PARTS REDEFINES WORK-PERIOD.
           02 WORK-PERIOD-YEAR   PIC 9(4).
           02 WORK-PERIOD-MONTH  PIC 9(2).

       01 WORK-DATE             PIC 9(8) VALUE 0.
       01 WORK-DATE-PARTS REDEFINES WORK-DATE.
           02 WORK-DATE-YEAR     PIC 9(4).
           02 WORK-DATE-MONTH    PIC 9(2).
           02 WORK-DATE-DAY      PIC 9(2).

       01 MONTH-DAYS-VALUES     PIC X(24)
                                VALUE "312831303130313130313031".
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           02 MONTH-DAYS         PIC 9(2) OCCURS 12 TIMES.

       01 LEAP-YEAR-FIELDS.
           02 LEAP-QUOTIENT      PIC 9(4) VALUE 0.
           02 LEAP-REMAINDER-4   PIC 9(3) VALUE 0.
           02 LEAP-REMAINDER-100 PIC 9(3) VALUE 0.
           02 LEAP-REMAINDER-400 PIC 9(3) VALUE 0.

       01 PERIOD-ACTIVITY-TOTALS.
           02 APPLIED-ITEM-COUNT   PIC 9(7) VALUE 0.
           02 REJECTED-ITEM-COUNT  PIC 9(7) VALUE 0.
           02 REVERSED-ITEM-COUNT  PIC 9(7) VALUE 0.
           02 RETRO-PAID-COUNT     PIC 9(7) VALUE 0.
           02 RETRO-PAID-TOTAL     PIC 9(11)V99 VALUE 0.
           02 RETRO-OWED-COUNT     PIC 9(7) VALUE 0.
           02 RETRO-OWED-TOTAL     PIC 9(11)V99 VALUE 0.

       01 PAY-RUN-TOTALS.
           02 PERIOD-EMPLOYEE-COUNT PIC 9(7) VALUE 0.
           02 PERIOD-GROSS-TOTAL    PIC 9(11)V99 VALUE 0.
           02 PERIOD-TAX-TOTAL      PIC 9(11)V99 VALUE 0.
           02 PERIOD-BENEFIT-TOTAL  PIC 9(11)V99 VALUE 0.
           02 PERIOD-OTHER-TOTAL    PIC 9(11)V99 VALUE 0.
           02 PERIOD-NET-TOTAL      PIC 9(11)V99 VALUE 0.

       01 GL-TOTALS.
           02 GL-DEBIT-TOTAL     PIC 9(11)V99 VALUE 0.
           02 GL-CREDIT-TOTAL    PIC 9(11)V99 VALUE 0.

       01 EDITED-FIELDS.
           02 EDITED-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 EDITED-COUNT       PIC Z,ZZZ,ZZ9.
           02 EDITED-DATE        PIC X(10).

       01 SUMMARY-TEXT-LINE.
           02 SUMMARY-LABEL      PIC X(24).
           02 FILLER             PIC X(2) VALUE ": ".
           02 SUMMARY-VALUE      PIC X(40).

       01 SUMMARY-HEADING-LINE.
           02 HEADING-TITLE      PIC X(20).
           02 FILLER             PIC X(7) VALUE "PERIOD ".
           02 HEADING-PERIOD-YEAR  PIC 9(4).
           02 FILLER             PIC X VALUE "-".
           02 HEADING-PERIOD-MONTH PIC 9(2).
           02 FILLER             PIC X(10) VALUE SPACES.
           02 FILLER             PIC X(9) VALUE "RUN DATE ".
           02 HEADING-RUN-DATE   PIC X(10).

       01 SUMMARY-SECTION-LINE  PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-PERIOD-PARM.

           IF RETURN-CODE < 16
               PERFORM READ-PERIOD-CONTROL
               IF RUN-THE-INITIALIZE
                   PERFORM INITIALIZE-FIRST-PERIOD
               ELSE
                   IF RUN-THE-CLOSE
                       PERFORM CLOSE-CURRENT-PERIOD
                   ELSE
                       PERFORM SHOW-PERIOD-STATUS
                   END-IF
               END-IF
           END-IF.

           GOBACK.


       LOAD-PERIOD-PARM.
           OPEN INPUT PERIOD-PARM-FILE.

           IF PERIOD-PARM-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: perparm.dat not present - period "
                       "status shown only."
           ELSE
               READ PERIOD-PARM-FILE
                   AT END
                       DISPLAY "NOTE: perparm.dat is empty - period "
                               "status shown only."
                   NOT AT END
                       IF PERP-INITIALIZE OR PERP-CLOSE OR
                          PERP-STATUS-ONLY
                           MOVE PERP-ACTION TO PERIOD-ACTION
                       ELSE
                           DISPLAY "ERROR: perparm.dat action must "
                                   "be I, C, or S - nothing done."
                           MOVE 16 TO RETURN-CODE
                       END-IF
               END-READ
               CLOSE PERIOD-PARM-FILE
           END-IF.

           IF RUN-THE-INITIALIZE AND RETURN-CODE < 16
               IF PERP-PERIOD NOT NUMERIC
                   DISPLAY "ERROR: perparm.dat period must be YYYYMM "
                           "- nothing done."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF PERP-PERIOD-YEAR < 1900 OR
                      PERP-PERIOD-MONTH < 1 OR
                      PERP-PERIOD-MONTH > 12
                       DISPLAY "ERROR: perparm.dat period "
                               PERP-PERIOD " is not a valid month "
                               "- nothing done."
                       MOVE 16 TO RETURN-CODE
                   END-IF
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
           END-IF.


       INITIALIZE-FIRST-PERIOD.
           IF PERIOD-CONTROL-FOUND
               DISPLAY "ERROR: not initialized - perctl.dat already "
                       "holds pay period " PCTL-PERIOD " with status "
                       PERIOD-STATUS-NAME
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE PERP-PERIOD TO WORK-PERIOD
               PERFORM OPEN-WORK-PERIOD
               IF RETURN-CODE < 8
                   DISPLAY "Pay period " PCTL-PERIOD " opened - "
                           PCTL-START-DATE " to " PCTL-END-DATE "."
               END-IF
           END-IF.


       CLOSE-CURRENT-PERIOD.
           IF NOT PERIOD-CONTROL-FOUND
               DISPLAY "ERROR: perctl.dat is missing or empty - run "
                       "Period-Close with action I to open the first "
                       "pay period."
               MOVE 12 TO RETURN-CODE
           ELSE
               IF NOT PCTL-IS-POSTED
                   DISPLAY "ERROR: not closed - only a POSTED pay "
                           "period can be closed; period "
                           PCTL-PERIOD " is " PERIOD-STATUS-NAME
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM CLOSE-POSTED-PERIOD
               END-IF
           END-IF.


       CLOSE-POSTED-PERIOD.
           IF PCTL-BURST-DATE = 0
               DISPLAY "WARNING: registers were not burst for pay "
                       "period " PCTL-PERIOD "."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           OPEN OUTPUT PERIOD-SUMMARY-FILE.

           IF PERIOD-SUMMARY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: persum.dat cannot be written - status "
                       PERIOD-SUMMARY-FILE-STATUS " - period not "
                       "closed."
               MOVE 16 TO RETURN-CODE
           ELSE
               SET SUMMARY-FILE-OPEN TO TRUE
               MOVE RUN-DATE TO PCTL-CLOSE-DATE
               SET PCTL-IS-CLOSED TO TRUE
               PERFORM SET-PERIOD-STATUS-NAME

               PERFORM GATHER-PAY-RUN-TOTALS
               PERFORM GATHER-GL-TOTALS
               PERFORM GATHER-MASTER-ACTIVITY
               PERFORM GATHER-RETRO-PAY-TOTALS

               MOVE "PERIOD-END SUMMARY" TO HEADING-TITLE
               PERFORM PRINT-PERIOD-STAMPS
               PERFORM PRINT-PERIOD-TOTALS
               CLOSE PERIOD-SUMMARY-FILE

               PERFORM WRITE-PERIOD-HISTORY
               IF RETURN-CODE < 16
                   PERFORM OPEN-NEXT-PERIOD
               END-IF
           END-IF.


       OPEN-NEXT-PERIOD.
           MOVE PCTL-PERIOD TO CLOSED-PERIOD
           MOVE PCTL-PERIOD TO WORK-PERIOD

           IF WORK-PERIOD-MONTH = 12
               ADD 1 TO WORK-PERIOD-YEAR
               MOVE 1 TO WORK-PERIOD-MONTH
           ELSE
               ADD 1 TO WORK-PERIOD-MONTH
           END-IF.

           PERFORM OPEN-WORK-PERIOD.

           IF RETURN-CODE < 16
               DISPLAY " "
               DISPLAY "Pay period " CLOSED-PERIOD " closed - pay "
                       "period " PCTL-PERIOD " is now OPEN ("
                       PCTL-START-DATE " to " PCTL-END-DATE ")."
           END-IF.


       OPEN-WORK-PERIOD.
           INITIALIZE PERIOD-CONTROL
           MOVE WORK-PERIOD TO PCTL-PERIOD

           MOVE WORK-PERIOD-YEAR  TO WORK-DATE-YEAR
           MOVE WORK-PERIOD-MONTH TO WORK-DATE-MONTH
           MOVE 1 TO WORK-DATE-DAY
           MOVE WORK-DATE TO PCTL-START-DATE

           MOVE MONTH-DAYS (WORK-PERIOD-MONTH) TO WORK-DATE-DAY
           IF WORK-PERIOD-MONTH = 2
               DIVIDE WORK-PERIOD-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-4
               DIVIDE WORK-PERIOD-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-100
               DIVIDE WORK-PERIOD-YEAR BY 400 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-400
               IF LEAP-REMAINDER-4 = 0 AND
                  (LEAP-REMAINDER-100 NOT = 0 OR
                   LEAP-REMAINDER-400 = 0)
                   MOVE 29 TO WORK-DATE-DAY
               END-IF
           END-IF.
           MOVE WORK-DATE TO PCTL-END-DATE

           SET PCTL-IS-OPEN TO TRUE
           MOVE RUN-DATE TO PCTL-OPEN-DATE

           PERFORM WRITE-PERIOD-CONTROL.


       WRITE-PERIOD-CONTROL.
           PERFORM SET-PERIOD-STATUS-NAME
           OPEN OUTPUT PERIOD-CONTROL-FILE.

           IF PERIOD-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: perctl.dat cannot be written - status "
                       PERIOD-CONTROL-FILE-STATUS " - period "
                       PCTL-PERIOD " not marked " PERIOD-STATUS-NAME
               MOVE 16 TO RETURN-CODE
           ELSE
               WRITE PERIOD-CONTROL-RECORD FROM PERIOD-CONTROL
               CLOSE PERIOD-CONTROL-FILE
           END-IF.


       WRITE-PERIOD-HISTORY.
           OPEN EXTEND PERIOD-HISTORY-FILE
           IF PERIOD-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-HISTORY-FILE
           END-IF.

           IF PERIOD-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: perhist.dat cannot be written - status "
                       PERIOD-HISTORY-FILE-STATUS " - period not "
                       "closed."
               MOVE 16 TO RETURN-CODE
           ELSE
               WRITE PERIOD-HISTORY-RECORD FROM PERIOD-CONTROL
               CLOSE PERIOD-HISTORY-FILE
           END-IF.


       SHOW-PERIOD-STATUS.
           IF NOT PERIOD-CONTROL-FOUND
               DISPLAY "NOTE: perctl.dat is missing or empty - no "
                       "pay period is open."
           ELSE
               MOVE "PAY PERIOD STATUS" TO HEADING-TITLE
               PERFORM PRINT-PERIOD-STAMPS
           END-IF.


       GATHER-PAY-RUN-TOTALS.
           MOVE 'N' TO PAY-RUN-EOF-SWITCH
           OPEN INPUT PAY-RUN-FILE.

           IF PAY-RUN-FILE-STATUS = "00"
               PERFORM UNTIL PAY-RUN-END-OF-FILE
                   READ PAY-RUN-FILE
                       AT END
                           SET PAY-RUN-END-OF-FILE TO TRUE
                       NOT AT END
                           IF PRUN-PAY-DATE = PCTL-END-DATE
                               PERFORM SAVE-PAY-RUN-TOTALS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-RUN-FILE
           END-IF.

           IF NOT PAY-RUN-FOUND
               DISPLAY "WARNING: payrun.dat has no pay run for pay "
                       "date " PCTL-END-DATE "."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


       SAVE-PAY-RUN-TOTALS.
           SET PAY-RUN-FOUND TO TRUE
           MOVE PRUN-EMPLOYEE-COUNT TO PERIOD-EMPLOYEE-COUNT
           MOVE PRUN-GROSS-TOTAL    TO PERIOD-GROSS-TOTAL
           MOVE PRUN-TAX-TOTAL      TO PERIOD-TAX-TOTAL
           MOVE PRUN-BENEFIT-TOTAL  TO PERIOD-BENEFIT-TOTAL
           MOVE PRUN-OTHER-TOTAL    TO PERIOD-OTHER-TOTAL
           MOVE PRUN-NET-TOTAL      TO PERIOD-NET-TOTAL.


       GATHER-GL-TOTALS.
           MOVE 'N' TO GL-POSTING-EOF-SWITCH
           OPEN INPUT GL-POSTING-FILE.

           IF GL-POSTING-FILE-STATUS = "00"
               PERFORM UNTIL GL-POSTING-END-OF-FILE
                   READ GL-POSTING-FILE
                       AT END
                           SET GL-POSTING-END-OF-FILE TO TRUE
                       NOT AT END
                           IF GL-IS-TRAILER
                               SET GL-TRAILER-FOUND TO TRUE
                               MOVE GL-DEBIT  TO GL-DEBIT-TOTAL
                               MOVE GL-CREDIT TO GL-CREDIT-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-POSTING-FILE
           END-IF.

           IF NOT GL-TRAILER-FOUND
               DISPLAY "WARNING: glpost.dat has no trailer - GL "
                       "totals not shown."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


       GATHER-MASTER-ACTIVITY.
           MOVE 'N' TO APPLIED-HISTORY-EOF-SWITCH
           OPEN INPUT APPLIED-HISTORY-FILE.

           IF APPLIED-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL APPLIED-HISTORY-END-OF-FILE
                   READ APPLIED-HISTORY-FILE
                       AT END
                           SET APPLIED-HISTORY-END-OF-FILE TO TRUE
                       NOT AT END
                           IF APPH-APPLY-DATE >= PCTL-START-DATE AND
                              APPH-APPLY-DATE <= PCTL-END-DATE
                               PERFORM COUNT-ONE-APPLIED-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLIED-HISTORY-FILE
           END-IF.


       COUNT-ONE-APPLIED-ITEM.
           IF APPH-WAS-APPLIED
               ADD 1 TO APPLIED-ITEM-COUNT
           ELSE
               IF APPH-WAS-REJECTED
                   ADD 1 TO REJECTED-ITEM-COUNT
               ELSE
                   IF APPH-WAS-REVERSED
                       ADD 1 TO REVERSED-ITEM-COUNT
                   END-IF
               END-IF
           END-IF.


       GATHER-RETRO-PAY-TOTALS.
           MOVE 'N' TO RETRO-PAY-EOF-SWITCH
           OPEN INPUT RETRO-PAY-FILE.

           IF RETRO-PAY-FILE-STATUS = "00"
               PERFORM UNTIL RETRO-PAY-END-OF-FILE
                   READ RETRO-PAY-FILE
                       AT END
                           SET RETRO-PAY-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RETRO-IS-PAID AND
                              RETRO-PAID-DATE = PCTL-END-DATE
                               ADD 1 TO RETRO-PAID-COUNT
                               ADD RETRO-AMOUNT TO RETRO-PAID-TOTAL
                           END-IF
                           IF RETRO-IS-OWED
                               ADD 1 TO RETRO-OWED-COUNT
                               ADD RETRO-AMOUNT TO RETRO-OWED-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRO-PAY-FILE
           END-IF.


       PRINT-PERIOD-STAMPS.
           MOVE PCTL-PERIOD TO WORK-PERIOD
           MOVE WORK-PERIOD-YEAR  TO HEADING-PERIOD-YEAR
           MOVE WORK-PERIOD-MONTH TO HEADING-PERIOD-MONTH
           MOVE RUN-DATE TO WORK-DATE
           PERFORM FORMAT-WORK-DATE
           MOVE EDITED-DATE TO HEADING-RUN-DATE

           DISPLAY " ".
           DISPLAY SUMMARY-HEADING-LINE.
           DISPLAY "---------------------------------------------".
           IF SUMMARY-FILE-OPEN
               WRITE PERIOD-SUMMARY-LINE FROM SUMMARY-HEADING-LINE
               MOVE SPACES TO PERIOD-SUMMARY-LINE
               WRITE PERIOD-SUMMARY-LINE
           END-IF.

           MOVE "Period status" TO SUMMARY-LABEL
           MOVE PERIOD-STATUS-NAME TO SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE

           MOVE "Period starts" TO SUMMARY-LABEL
           MOVE PCTL-START-DATE TO WORK-DATE
           PERFORM WRITE-SUMMARY-DATE

           MOVE "Period ends / pay date" TO SUMMARY-LABEL
           MOVE PCTL-END-DATE TO WORK-DATE
           PERFORM WRITE-SUMMARY-DATE

           MOVE "Opened" TO SUMMARY-LABEL
           MOVE PCTL-OPEN-DATE TO WORK-DATE
           PERFORM WRITE-SUMMARY-DATE

           MOVE "Last master update" TO SUMMARY-LABEL
           MOVE PCTL-UPDATE-DATE TO WORK-DATE
           PERFORM WRITE-SUMMARY-DATE

           MOVE "Pay calculated" TO SUMMARY-LABEL
           MOVE PCTL-CALC-DATE TO WORK-DATE
           PERFORM WRITE-SUMMARY-DATE

           MOVE "Posted to GL" TO SUMMARY-LABEL
           MOVE PCTL-POST-DATE TO WORK-DATE
           PERFORM WRITE-SUMMARY-DATE

           MOVE "Registers burst" TO SUMMARY-LABEL
           MOVE PCTL-BURST-DATE TO WORK-DATE
           PERFORM WRITE-SUMMARY-DATE

           MOVE "Closed" TO SUMMARY-LABEL
           MOVE PCTL-CLOSE-DATE TO WORK-DATE
           PERFORM WRITE-SUMMARY-DATE.


       PRINT-PERIOD-TOTALS.
           MOVE "PAY RUN" TO SUMMARY-SECTION-LINE
           PERFORM WRITE-SUMMARY-SECTION

           MOVE "Employees paid" TO SUMMARY-LABEL
           MOVE PERIOD-EMPLOYEE-COUNT TO EDITED-COUNT
           MOVE EDITED-COUNT TO SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE

           MOVE "Gross pay" TO SUMMARY-LABEL
           MOVE PERIOD-GROSS-TOTAL TO EDITED-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT

           MOVE "Taxes" TO SUMMARY-LABEL
           MOVE PERIOD-TAX-TOTAL TO EDITED-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT

           MOVE "Benefits" TO SUMMARY-LABEL
           MOVE PERIOD-BENEFIT-TOTAL TO EDITED-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT

           MOVE "Other deductions" TO SUMMARY-LABEL
           MOVE PERIOD-OTHER-TOTAL TO EDITED-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT

           MOVE "Net pay" TO SUMMARY-LABEL
           MOVE PERIOD-NET-TOTAL TO EDITED-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT

           MOVE "Retro pay in gross" TO SUMMARY-LABEL
           MOVE RETRO-PAID-TOTAL TO EDITED-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT

           MOVE "GENERAL LEDGER" TO SUMMARY-SECTION-LINE
           PERFORM WRITE-SUMMARY-SECTION

           MOVE "Total debits" TO SUMMARY-LABEL
           MOVE GL-DEBIT-TOTAL TO EDITED-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT

           MOVE "Total credits" TO SUMMARY-LABEL
           MOVE GL-CREDIT-TOTAL TO EDITED-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT

           MOVE "MASTER ACTIVITY" TO SUMMARY-SECTION-LINE
           PERFORM WRITE-SUMMARY-SECTION

           MOVE "Transactions applied" TO SUMMARY-LABEL
           MOVE APPLIED-ITEM-COUNT TO EDITED-COUNT
           MOVE EDITED-COUNT TO SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE

           MOVE "Transactions rejected" TO SUMMARY-LABEL
           MOVE REJECTED-ITEM-COUNT TO EDITED-COUNT
           MOVE EDITED-COUNT TO SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE

           MOVE "Items reversed" TO SUMMARY-LABEL
           MOVE REVERSED-ITEM-COUNT TO EDITED-COUNT
           MOVE EDITED-COUNT TO SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE

           MOVE "Retro payments made" TO SUMMARY-LABEL
           MOVE RETRO-PAID-COUNT TO EDITED-COUNT
           MOVE EDITED-COUNT TO SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE

           MOVE "Retro payments owed" TO SUMMARY-LABEL
           MOVE RETRO-OWED-COUNT TO EDITED-COUNT
           MOVE EDITED-COUNT TO SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE

           MOVE "Retro amount owed" TO SUMMARY-LABEL
           MOVE RETRO-OWED-TOTAL TO EDITED-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT

           DISPLAY "---------------------------------------------".


       WRITE-SUMMARY-SECTION.
           DISPLAY " ".
           DISPLAY SUMMARY-SECTION-LINE.
           IF SUMMARY-FILE-OPEN
               MOVE SPACES TO PERIOD-SUMMARY-LINE
               WRITE PERIOD-SUMMARY-LINE
               WRITE PERIOD-SUMMARY-LINE FROM SUMMARY-SECTION-LINE
           END-IF.


       WRITE-SUMMARY-AMOUNT.
           MOVE EDITED-AMOUNT TO SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE.


       WRITE-SUMMARY-DATE.
           IF WORK-DATE = 0
               MOVE "not yet" TO SUMMARY-VALUE
           ELSE
               PERFORM FORMAT-WORK-DATE
               MOVE EDITED-DATE TO SUMMARY-VALUE
           END-IF.
           PERFORM WRITE-SUMMARY-LINE.


       WRITE-SUMMARY-LINE.
           DISPLAY SUMMARY-TEXT-LINE.
           IF SUMMARY-FILE-OPEN
               WRITE PERIOD-SUMMARY-LINE FROM SUMMARY-TEXT-LINE
           END-IF.


       FORMAT-WORK-DATE.
           MOVE SPACES TO EDITED-DATE
           STRING WORK-DATE-YEAR "-" WORK-DATE-MONTH "-"
                  WORK-DATE-DAY
               DELIMITED BY SIZE
               INTO EDITED-DATE
           END-STRING.


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
