       IDENTIFICATION DIVISION.
       PROGRAM-ID. Year-End-Statement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-PARM-FILE ASSIGN TO "ytdparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YTD-PARM-FILE-STATUS.

           SELECT DEDUCTION-MASTER-FILE ASSIGN TO "dedmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDUCTION-MASTER-FILE-STATUS.

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

           SELECT STATEMENT-FILE ASSIGN TO "ytdstmt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD YTD-PARM-FILE.
       01 YTD-PARM-RECORD.
           02 YTDP-TAX-YEAR        PIC 9(4).

       FD DEDUCTION-MASTER-FILE.
       01 DEDUCTION-MASTER-RECORD.
           02 DED-MAST-CODE        PIC X(2).
           02 DED-MAST-NAME        PIC X(20).
           02 DED-MAST-BUCKET      PIC X.
           02 DED-MAST-METHOD      PIC X.
           02 DED-MAST-RATE        PIC 9(3)V99.
           02 DED-MAST-AMOUNT      PIC 9(7)V99.
           02 DED-MAST-BRACKET-MIN PIC 9(7)V99.
           02 DED-MAST-BRACKET-MAX PIC 9(7)V99.

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
           02 PRUN-PAY-DATE-PARTS REDEFINES PRUN-PAY-DATE.
               03 PRUN-PAY-YEAR    PIC 9(4).
               03 PRUN-PAY-MONTH   PIC 9(2).
               03 PRUN-PAY-DAY     PIC 9(2).
           02 PRUN-RUN-DATE        PIC 9(8).
           02 PRUN-RUN-TIME        PIC 9(8).
           02 PRUN-EMPLOYEE-COUNT  PIC 9(7).
           02 PRUN-GROSS-TOTAL     PIC 9(11)V99.
           02 PRUN-TAX-TOTAL       PIC 9(11)V99.
           02 PRUN-BENEFIT-TOTAL   PIC 9(11)V99.
           02 PRUN-OTHER-TOTAL     PIC 9(11)V99.
           02 PRUN-NET-TOTAL       PIC 9(11)V99.

       FD STATEMENT-FILE.
       01 STATEMENT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 YTD-PARM-FILE-STATUS         PIC XX VALUE "00".
       01 DEDUCTION-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 YTD-MASTER-FILE-STATUS       PIC XX VALUE "00".
       01 YTD-HISTORY-FILE-STATUS      PIC XX VALUE "00".
       01 PAY-RUN-FILE-STATUS          PIC XX VALUE "00".
       01 STATEMENT-FILE-STATUS        PIC XX VALUE "00".

       01 DEDUCTION-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 DEDUCTION-MASTER-END-OF-FILE VALUE 'Y'.

       01 YTD-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 YTD-MASTER-END-OF-FILE VALUE 'Y'.

       01 YTD-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
           88 YTD-HISTORY-END-OF-FILE VALUE 'Y'.

       01 PAY-RUN-EOF-SWITCH PIC X VALUE 'N'.
           88 PAY-RUN-END-OF-FILE VALUE 'Y'.

       01 YTD-SOURCE-SWITCH PIC X VALUE 'N'.
           88 YTD-SOURCE-FOUND VALUE 'Y'.

       01 ENTRY-FOUND-SWITCH PIC X VALUE 'N'.
           88 ENTRY-FOUND VALUE 'Y'.

       01 STATEMENT-TAX-YEAR      PIC 9(4) VALUE 0.

       01 COMPANY-DEDUCTION-TABLE.
           02 COMPANY-DED-COUNT  PIC 9(2) COMP VALUE 0.
           02 COMPANY-DED-ENTRY OCCURS 50 TIMES.
               03 COMPANY-DED-CODE     PIC X(2).
               03 COMPANY-DED-NAME     PIC X(20).
               03 COMPANY-DED-BUCKET   PIC X.
               03 COMPANY-DED-TOTAL    PIC 9(11)V99.

       01 COMPANY-DED-SUB         PIC 9(2) COMP VALUE 0.
       01 YTD-DED-SUB             PIC 9(2) COMP VALUE 0.

       01 STATEMENT-SECTION-BUCKET PIC X VALUE SPACE.
       01 STATEMENT-SECTION-COUNT  PIC 9(2) COMP VALUE 0.

       01 COMPANY-YTD-TOTALS.
           02 COMPANY-STATEMENT-COUNT PIC 9(7) VALUE 0.
           02 COMPANY-GROSS-TOTAL    PIC 9(11)V99 VALUE 0.
           02 COMPANY-TAX-TOTAL      PIC 9(11)V99 VALUE 0.
           02 COMPANY-BENEFIT-TOTAL  PIC 9(11)V99 VALUE 0.
           02 COMPANY-OTHER-TOTAL    PIC 9(11)V99 VALUE 0.
           02 COMPANY-NET-TOTAL      PIC 9(11)V99 VALUE 0.
           02 COMPANY-UNLISTED-TOTAL PIC 9(11)V99 VALUE 0.

       01 CODE-BUCKET-TOTALS.
           02 CODE-TAX-TOTAL         PIC 9(11)V99 VALUE 0.
           02 CODE-BENEFIT-TOTAL     PIC 9(11)V99 VALUE 0.
           02 CODE-OTHER-TOTAL       PIC 9(11)V99 VALUE 0.

       01 PAY-RUN-TOTALS.
           02 PAY-RUN-COUNT          PIC 9(5) VALUE 0.
           02 PAY-RUN-GROSS-TOTAL    PIC 9(11)V99 VALUE 0.
           02 PAY-RUN-TAX-TOTAL      PIC 9(11)V99 VALUE 0.
           02 PAY-RUN-BENEFIT-TOTAL  PIC 9(11)V99 VALUE 0.
           02 PAY-RUN-OTHER-TOTAL    PIC 9(11)V99 VALUE 0.
           02 PAY-RUN-NET-TOTAL      PIC 9(11)V99 VALUE 0.

       01 SHORT-PAY-ADJUSTMENT    PIC S9(11)V99 VALUE 0.
       01 RECONCILE-DIFFERENCES   PIC 9(3) VALUE 0.

       01 STATEMENT-CONTROL.
           02 STATEMENT-PAGE-NUMBER  PIC 9(5) VALUE 0.

       01 STATEMENT-RUN-DATE      PIC 9(8) VALUE 0.
       01 STATEMENT-RUN-DATE-PARTS REDEFINES STATEMENT-RUN-DATE.
           02 RUN-DATE-YEAR      PIC 9(4).
           02 RUN-DATE-MONTH     PIC 9(2).
           02 RUN-DATE-DAY       PIC 9(2).

       01 LAST-PAY-DATE-WORK      PIC 9(8) VALUE 0.
       01 LAST-PAY-DATE-PARTS REDEFINES LAST-PAY-DATE-WORK.
           02 LAST-PAY-YEAR      PIC 9(4).
           02 LAST-PAY-MONTH     PIC 9(2).
           02 LAST-PAY-DAY       PIC 9(2).

       01 STATEMENT-HEADING-1.
           02 FILLER             PIC X(30)
                                 VALUE "YEAR-END EARNINGS STATEMENT".
           02 FILLER             PIC X(9) VALUE "TAX YEAR ".
           02 HEADING-TAX-YEAR   PIC 9(4).
           02 FILLER             PIC X(10) VALUE SPACES.
           02 FILLER             PIC X(9) VALUE "RUN DATE ".
           02 HEADING-RUN-DATE   PIC X(10).
           02 FILLER             PIC X(10) VALUE SPACES.
           02 FILLER             PIC X(5) VALUE "PAGE ".
           02 HEADING-PAGE-NUMBER PIC ZZZZ9.

       01 STATEMENT-EMPLOYEE-LINE.
           02 FILLER             PIC X(8) VALUE "EMP-ID ".
           02 SLINE-EMP-ID       PIC 9(5).
           02 FILLER             PIC X(3) VALUE SPACES.
           02 SLINE-EMP-NAME     PIC X(20).
           02 FILLER             PIC X(3) VALUE SPACES.
           02 FILLER             PIC X(9) VALUE "PAY RUNS ".
           02 SLINE-PAY-COUNT    PIC ZZ9.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 FILLER             PIC X(14) VALUE "LAST PAY DATE ".
           02 SLINE-LAST-PAY-DATE PIC X(10).

       01 STATEMENT-SECTION-LINE.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 SSECT-TITLE        PIC X(40).

       01 STATEMENT-AMOUNT-LINE.
           02 FILLER             PIC X(4) VALUE SPACES.
           02 SAMT-CODE          PIC X(2).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 SAMT-LABEL         PIC X(32).
           02 SAMT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 SAMT-NOTE          PIC X(20).

       01 RECONCILE-HEADING-1.
           02 FILLER             PIC X(33)
                   VALUE "COMPANY YEAR-END RECONCILIATION".
           02 FILLER             PIC X(9) VALUE "TAX YEAR ".
           02 RHEAD-TAX-YEAR     PIC 9(4).
           02 FILLER             PIC X(7) VALUE SPACES.
           02 FILLER             PIC X(9) VALUE "RUN DATE ".
           02 RHEAD-RUN-DATE     PIC X(10).
           02 FILLER             PIC X(10) VALUE SPACES.
           02 FILLER             PIC X(5) VALUE "PAGE ".
           02 RHEAD-PAGE-NUMBER  PIC ZZZZ9.

       01 RECONCILE-COUNT-LINE.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 RCOUNT-LABEL       PIC X(38).
           02 RCOUNT-VALUE       PIC ZZZ,ZZZ,ZZ9.

       01 RECONCILE-COMPARE-LINE.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 RCOMP-LABEL        PIC X(20).
           02 RCOMP-STATEMENTS   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 RCOMP-OTHER-SOURCE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 RCOMP-RESULT       PIC X(8).

       01 RECONCILE-COMPARE-HEADING.
           02 FILLER             PIC X(22) VALUE SPACES.
           02 RCHEAD-COLUMN-1    PIC X(17).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 RCHEAD-COLUMN-2    PIC X(17).

       01 RECONCILE-SIGNED-LINE.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 RSIGN-LABEL        PIC X(38).
           02 RSIGN-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-YTD-PARM.
           PERFORM LOAD-DEDUCTION-MASTER.

           IF RETURN-CODE < 8
               PERFORM OPEN-STATEMENT-FILE
               IF STATEMENT-FILE-STATUS = "00"
                   PERFORM PRINT-FROM-YTD-MASTER
                   PERFORM PRINT-FROM-YTD-HISTORY
                   IF NOT YTD-SOURCE-FOUND
                       DISPLAY "ERROR: Neither ytdmast.dat nor "
                               "ytdhist.dat could be opened - no "
                               "statements printed."
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM TOTAL-PAY-RUN-LOG
                       PERFORM PRINT-RECONCILIATION-PAGE
                   END-IF
                   CLOSE STATEMENT-FILE
                   PERFORM PRINT-STATEMENT-SUMMARY
               END-IF
           END-IF.

           GOBACK.


       LOAD-YTD-PARM.
           ACCEPT STATEMENT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE-YEAR TO STATEMENT-TAX-YEAR

           OPEN INPUT YTD-PARM-FILE.

           IF YTD-PARM-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: ytdparm.dat not present - printing "
                       "statements for tax year " STATEMENT-TAX-YEAR
           ELSE
               READ YTD-PARM-FILE
                   AT END
                       DISPLAY "NOTE: ytdparm.dat is empty - "
                               "printing statements for tax year "
                               STATEMENT-TAX-YEAR
                   NOT AT END
                       IF YTDP-TAX-YEAR IS NUMERIC AND
                          YTDP-TAX-YEAR > 0
                           MOVE YTDP-TAX-YEAR TO STATEMENT-TAX-YEAR
                       ELSE
                           DISPLAY "ERROR: ytdparm.dat tax year is "
                                   "not valid - using "
                                   STATEMENT-TAX-YEAR
                           IF RETURN-CODE = 0
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
               CLOSE YTD-PARM-FILE
           END-IF.


       LOAD-DEDUCTION-MASTER.
           OPEN INPUT DEDUCTION-MASTER-FILE.

           IF DEDUCTION-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: dedmast.dat is missing or cannot be "
                       "opened - no statements printed."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL DEDUCTION-MASTER-END-OF-FILE
                   READ DEDUCTION-MASTER-FILE
                       AT END
                           SET DEDUCTION-MASTER-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-DEDUCTION
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-MASTER-FILE
           END-IF.


       LOAD-ONE-DEDUCTION.
           IF COMPANY-DED-COUNT >= 50
               DISPLAY "WARNING: More than 50 deductions in "
                       "dedmast.dat - code " DED-MAST-CODE
                       " ignored."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO COMPANY-DED-COUNT
               MOVE DED-MAST-CODE
                   TO COMPANY-DED-CODE (COMPANY-DED-COUNT)
               MOVE DED-MAST-NAME
                   TO COMPANY-DED-NAME (COMPANY-DED-COUNT)
               MOVE DED-MAST-BUCKET
                   TO COMPANY-DED-BUCKET (COMPANY-DED-COUNT)
               MOVE 0 TO COMPANY-DED-TOTAL (COMPANY-DED-COUNT)
           END-IF.


       OPEN-STATEMENT-FILE.
           OPEN OUTPUT STATEMENT-FILE.

           IF STATEMENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ytdstmt.dat cannot be opened - status "
                       STATEMENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO HEADING-RUN-DATE
               STRING RUN-DATE-YEAR "-" RUN-DATE-MONTH "-"
                      RUN-DATE-DAY
                   DELIMITED BY SIZE
                   INTO HEADING-RUN-DATE
               END-STRING
               MOVE HEADING-RUN-DATE TO RHEAD-RUN-DATE
               MOVE STATEMENT-TAX-YEAR TO HEADING-TAX-YEAR
               MOVE STATEMENT-TAX-YEAR TO RHEAD-TAX-YEAR
               MOVE 0 TO STATEMENT-PAGE-NUMBER
           END-IF.


       PRINT-FROM-YTD-MASTER.
           OPEN INPUT YTD-MASTER-FILE.

           IF YTD-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: ytdmast.dat is missing or cannot be "
                       "opened - status " YTD-MASTER-FILE-STATUS
           ELSE
               SET YTD-SOURCE-FOUND TO TRUE
               MOVE ZEROS TO YTD-EMP-ID
               START YTD-MASTER-FILE KEY IS NOT LESS THAN YTD-EMP-ID
                   INVALID KEY
                       SET YTD-MASTER-END-OF-FILE TO TRUE
               END-START

               PERFORM UNTIL YTD-MASTER-END-OF-FILE
                   READ YTD-MASTER-FILE NEXT RECORD
                       AT END
                           SET YTD-MASTER-END-OF-FILE TO TRUE
                       NOT AT END
                           IF YTD-YEAR = STATEMENT-TAX-YEAR
                               PERFORM PRINT-ONE-STATEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-MASTER-FILE
           END-IF.


       PRINT-FROM-YTD-HISTORY.
           OPEN INPUT YTD-HISTORY-FILE.

           IF YTD-HISTORY-FILE-STATUS = "00"
               SET YTD-SOURCE-FOUND TO TRUE
               PERFORM UNTIL YTD-HISTORY-END-OF-FILE
                   READ YTD-HISTORY-FILE
                       AT END
                           SET YTD-HISTORY-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE YTD-HISTORY-RECORD
                               TO YTD-MASTER-RECORD
                           IF YTD-YEAR = STATEMENT-TAX-YEAR
                               PERFORM PRINT-ONE-STATEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-HISTORY-FILE
           END-IF.


       PRINT-ONE-STATEMENT.
           ADD 1 TO STATEMENT-PAGE-NUMBER
           MOVE STATEMENT-PAGE-NUMBER TO HEADING-PAGE-NUMBER

           IF STATEMENT-PAGE-NUMBER > 1
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

           WRITE STATEMENT-LINE FROM STATEMENT-HEADING-1
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE YTD-EMP-ID    TO SLINE-EMP-ID
           MOVE YTD-EMP-NAME  TO SLINE-EMP-NAME
           MOVE YTD-PAY-COUNT TO SLINE-PAY-COUNT
           MOVE YTD-LAST-PAY-DATE TO LAST-PAY-DATE-WORK
           MOVE SPACES TO SLINE-LAST-PAY-DATE
           STRING LAST-PAY-YEAR "-" LAST-PAY-MONTH "-" LAST-PAY-DAY
               DELIMITED BY SIZE
               INTO SLINE-LAST-PAY-DATE
           END-STRING
           WRITE STATEMENT-LINE FROM STATEMENT-EMPLOYEE-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO SAMT-CODE
           MOVE "GROSS EARNINGS" TO SAMT-LABEL
           MOVE YTD-GROSS TO SAMT-AMOUNT
           MOVE SPACES TO SAMT-NOTE
           WRITE STATEMENT-LINE FROM STATEMENT-AMOUNT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "TAXES WITHHELD" TO SSECT-TITLE
           MOVE 'T' TO STATEMENT-SECTION-BUCKET
           PERFORM PRINT-STATEMENT-SECTION
           MOVE "TOTAL TAX WITHHELD" TO SAMT-LABEL
           MOVE YTD-TAXES TO SAMT-AMOUNT
           PERFORM WRITE-SECTION-TOTAL

           MOVE "BENEFITS" TO SSECT-TITLE
           MOVE 'B' TO STATEMENT-SECTION-BUCKET
           PERFORM PRINT-STATEMENT-SECTION
           MOVE "TOTAL BENEFITS" TO SAMT-LABEL
           MOVE YTD-BENEFITS TO SAMT-AMOUNT
           PERFORM WRITE-SECTION-TOTAL

           MOVE "OTHER DEDUCTIONS" TO SSECT-TITLE
           MOVE 'O' TO STATEMENT-SECTION-BUCKET
           PERFORM PRINT-STATEMENT-SECTION
           MOVE "TOTAL OTHER DEDUCTIONS" TO SAMT-LABEL
           MOVE YTD-OTHER TO SAMT-AMOUNT
           PERFORM WRITE-SECTION-TOTAL

           PERFORM PRINT-UNLISTED-DEDUCTIONS

           MOVE SPACES TO SAMT-CODE
           MOVE "NET PAY" TO SAMT-LABEL
           MOVE YTD-NET TO SAMT-AMOUNT
           MOVE SPACES TO SAMT-NOTE
           WRITE STATEMENT-LINE FROM STATEMENT-AMOUNT-LINE

           ADD 1 TO COMPANY-STATEMENT-COUNT
           ADD YTD-GROSS    TO COMPANY-GROSS-TOTAL
           ADD YTD-TAXES    TO COMPANY-TAX-TOTAL
           ADD YTD-BENEFITS TO COMPANY-BENEFIT-TOTAL
           ADD YTD-OTHER    TO COMPANY-OTHER-TOTAL
           ADD YTD-NET      TO COMPANY-NET-TOTAL.


       PRINT-STATEMENT-SECTION.
           WRITE STATEMENT-LINE FROM STATEMENT-SECTION-LINE
           MOVE 0 TO STATEMENT-SECTION-COUNT

           SET YTD-DED-SUB TO 1
           PERFORM UNTIL YTD-DED-SUB > YTD-DED-COUNT
               PERFORM FIND-COMPANY-DEDUCTION
               IF ENTRY-FOUND AND
                  COMPANY-DED-BUCKET (COMPANY-DED-SUB) =
                  STATEMENT-SECTION-BUCKET
                   MOVE YTD-DED-CODE (YTD-DED-SUB) TO SAMT-CODE
                   MOVE COMPANY-DED-NAME (COMPANY-DED-SUB)
                       TO SAMT-LABEL
                   MOVE YTD-DED-AMOUNT (YTD-DED-SUB) TO SAMT-AMOUNT
                   MOVE SPACES TO SAMT-NOTE
                   WRITE STATEMENT-LINE FROM STATEMENT-AMOUNT-LINE
                   ADD 1 TO STATEMENT-SECTION-COUNT
                   ADD YTD-DED-AMOUNT (YTD-DED-SUB)
                       TO COMPANY-DED-TOTAL (COMPANY-DED-SUB)
               END-IF
               SET YTD-DED-SUB UP BY 1
           END-PERFORM.

           IF STATEMENT-SECTION-COUNT = 0
               MOVE SPACES TO SAMT-CODE
               MOVE "NONE" TO SAMT-LABEL
               MOVE 0 TO SAMT-AMOUNT
               MOVE SPACES TO SAMT-NOTE
               WRITE STATEMENT-LINE FROM STATEMENT-AMOUNT-LINE
           END-IF.


       WRITE-SECTION-TOTAL.
           MOVE SPACES TO SAMT-CODE
           MOVE SPACES TO SAMT-NOTE
           WRITE STATEMENT-LINE FROM STATEMENT-AMOUNT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.


       PRINT-UNLISTED-DEDUCTIONS.
           MOVE 0 TO STATEMENT-SECTION-COUNT

           SET YTD-DED-SUB TO 1
           PERFORM UNTIL YTD-DED-SUB > YTD-DED-COUNT
               PERFORM FIND-COMPANY-DEDUCTION
               IF NOT ENTRY-FOUND
                   IF STATEMENT-SECTION-COUNT = 0
                       MOVE "CODES NOT ON DEDMAST.DAT" TO SSECT-TITLE
                       WRITE STATEMENT-LINE
                           FROM STATEMENT-SECTION-LINE
                   END-IF
                   MOVE YTD-DED-CODE (YTD-DED-SUB) TO SAMT-CODE
                   MOVE "UNKNOWN DEDUCTION CODE" TO SAMT-LABEL
                   MOVE YTD-DED-AMOUNT (YTD-DED-SUB) TO SAMT-AMOUNT
                   MOVE "CHECK DEDMAST.DAT" TO SAMT-NOTE
                   WRITE STATEMENT-LINE FROM STATEMENT-AMOUNT-LINE
                   ADD 1 TO STATEMENT-SECTION-COUNT
                   ADD YTD-DED-AMOUNT (YTD-DED-SUB)
                       TO COMPANY-UNLISTED-TOTAL
               END-IF
               SET YTD-DED-SUB UP BY 1
           END-PERFORM.

           IF STATEMENT-SECTION-COUNT > 0
               DISPLAY "WARNING: EMP-ID " YTD-EMP-ID " has deduction "
                       "codes that are no longer on dedmast.dat."
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


       FIND-COMPANY-DEDUCTION.
           MOVE 'N' TO ENTRY-FOUND-SWITCH

           SET COMPANY-DED-SUB TO 1
           PERFORM UNTIL ENTRY-FOUND OR
                         COMPANY-DED-SUB > COMPANY-DED-COUNT
               IF COMPANY-DED-CODE (COMPANY-DED-SUB) =
                  YTD-DED-CODE (YTD-DED-SUB)
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   SET COMPANY-DED-SUB UP BY 1
               END-IF
           END-PERFORM.


       TOTAL-PAY-RUN-LOG.
           OPEN INPUT PAY-RUN-FILE.

           IF PAY-RUN-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: payrun.dat is missing - pay run "
                       "totals cannot be reconciled."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM UNTIL PAY-RUN-END-OF-FILE
                   READ PAY-RUN-FILE
                       AT END
                           SET PAY-RUN-END-OF-FILE TO TRUE
                       NOT AT END
                           IF PRUN-PAY-YEAR = STATEMENT-TAX-YEAR
                               ADD 1 TO PAY-RUN-COUNT
                               ADD PRUN-GROSS-TOTAL
                                   TO PAY-RUN-GROSS-TOTAL
                               ADD PRUN-TAX-TOTAL
                                   TO PAY-RUN-TAX-TOTAL
                               ADD PRUN-BENEFIT-TOTAL
                                   TO PAY-RUN-BENEFIT-TOTAL
                               ADD PRUN-OTHER-TOTAL
                                   TO PAY-RUN-OTHER-TOTAL
                               ADD PRUN-NET-TOTAL
                                   TO PAY-RUN-NET-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-RUN-FILE
           END-IF.


       PRINT-RECONCILIATION-PAGE.
           ADD 1 TO STATEMENT-PAGE-NUMBER
           MOVE STATEMENT-PAGE-NUMBER TO RHEAD-PAGE-NUMBER

           IF STATEMENT-PAGE-NUMBER > 1
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

           WRITE STATEMENT-LINE FROM RECONCILE-HEADING-1
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "Statements printed" TO RCOUNT-LABEL
           MOVE COMPANY-STATEMENT-COUNT TO RCOUNT-VALUE
           WRITE STATEMENT-LINE FROM RECONCILE-COUNT-LINE
           MOVE "Pay runs in payrun.dat for the year" TO RCOUNT-LABEL
           MOVE PAY-RUN-COUNT TO RCOUNT-VALUE
           WRITE STATEMENT-LINE FROM RECONCILE-COUNT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "STATEMENTS" TO RCHEAD-COLUMN-1
           MOVE "PAY RUN LOG" TO RCHEAD-COLUMN-2
           WRITE STATEMENT-LINE FROM RECONCILE-COMPARE-HEADING

           MOVE "Gross earnings" TO RCOMP-LABEL
           MOVE COMPANY-GROSS-TOTAL TO RCOMP-STATEMENTS
           MOVE PAY-RUN-GROSS-TOTAL TO RCOMP-OTHER-SOURCE
           PERFORM SET-COMPARE-RESULT
           MOVE "Taxes withheld" TO RCOMP-LABEL
           MOVE COMPANY-TAX-TOTAL TO RCOMP-STATEMENTS
           MOVE PAY-RUN-TAX-TOTAL TO RCOMP-OTHER-SOURCE
           PERFORM SET-COMPARE-RESULT
           MOVE "Benefits" TO RCOMP-LABEL
           MOVE COMPANY-BENEFIT-TOTAL TO RCOMP-STATEMENTS
           MOVE PAY-RUN-BENEFIT-TOTAL TO RCOMP-OTHER-SOURCE
           PERFORM SET-COMPARE-RESULT
           MOVE "Other deductions" TO RCOMP-LABEL
           MOVE COMPANY-OTHER-TOTAL TO RCOMP-STATEMENTS
           MOVE PAY-RUN-OTHER-TOTAL TO RCOMP-OTHER-SOURCE
           PERFORM SET-COMPARE-RESULT
           MOVE "Net pay" TO RCOMP-LABEL
           MOVE COMPANY-NET-TOTAL TO RCOMP-STATEMENTS
           MOVE PAY-RUN-NET-TOTAL TO RCOMP-OTHER-SOURCE
           PERFORM SET-COMPARE-RESULT

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           COMPUTE SHORT-PAY-ADJUSTMENT = COMPANY-TAX-TOTAL
               + COMPANY-BENEFIT-TOTAL + COMPANY-OTHER-TOTAL
               + COMPANY-NET-TOTAL - COMPANY-GROSS-TOTAL
           MOVE "Deductions over gross (net forced 0)" TO RSIGN-LABEL
           MOVE SHORT-PAY-ADJUSTMENT TO RSIGN-AMOUNT
           WRITE STATEMENT-LINE FROM RECONCILE-SIGNED-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "DEDUCTION CODE TOTALS" TO SSECT-TITLE
           WRITE STATEMENT-LINE FROM STATEMENT-SECTION-LINE

           SET COMPANY-DED-SUB TO 1
           PERFORM UNTIL COMPANY-DED-SUB > COMPANY-DED-COUNT
               MOVE COMPANY-DED-CODE (COMPANY-DED-SUB) TO SAMT-CODE
               MOVE COMPANY-DED-NAME (COMPANY-DED-SUB) TO SAMT-LABEL
               MOVE COMPANY-DED-TOTAL (COMPANY-DED-SUB)
                   TO SAMT-AMOUNT
               MOVE SPACES TO SAMT-NOTE
               IF COMPANY-DED-BUCKET (COMPANY-DED-SUB) = 'T'
                   MOVE "TAX" TO SAMT-NOTE
                   ADD COMPANY-DED-TOTAL (COMPANY-DED-SUB)
                       TO CODE-TAX-TOTAL
               END-IF
               IF COMPANY-DED-BUCKET (COMPANY-DED-SUB) = 'B'
                   MOVE "BENEFIT" TO SAMT-NOTE
                   ADD COMPANY-DED-TOTAL (COMPANY-DED-SUB)
                       TO CODE-BENEFIT-TOTAL
               END-IF
               IF COMPANY-DED-BUCKET (COMPANY-DED-SUB) = 'O'
                   MOVE "OTHER" TO SAMT-NOTE
                   ADD COMPANY-DED-TOTAL (COMPANY-DED-SUB)
                       TO CODE-OTHER-TOTAL
               END-IF
               WRITE STATEMENT-LINE FROM STATEMENT-AMOUNT-LINE
               SET COMPANY-DED-SUB UP BY 1
           END-PERFORM.

           IF COMPANY-UNLISTED-TOTAL > 0
               MOVE SPACES TO SAMT-CODE
               MOVE "CODES NOT ON DEDMAST.DAT" TO SAMT-LABEL
               MOVE COMPANY-UNLISTED-TOTAL TO SAMT-AMOUNT
               MOVE "UNCLASSIFIED" TO SAMT-NOTE
               WRITE STATEMENT-LINE FROM STATEMENT-AMOUNT-LINE
           END-IF.

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "STATEMENTS" TO RCHEAD-COLUMN-1
           MOVE "BY CODE" TO RCHEAD-COLUMN-2
           WRITE STATEMENT-LINE FROM RECONCILE-COMPARE-HEADING

           MOVE "Taxes withheld" TO RCOMP-LABEL
           MOVE COMPANY-TAX-TOTAL TO RCOMP-STATEMENTS
           MOVE CODE-TAX-TOTAL TO RCOMP-OTHER-SOURCE
           PERFORM SET-COMPARE-RESULT
           MOVE "Benefits" TO RCOMP-LABEL
           MOVE COMPANY-BENEFIT-TOTAL TO RCOMP-STATEMENTS
           MOVE CODE-BENEFIT-TOTAL TO RCOMP-OTHER-SOURCE
           PERFORM SET-COMPARE-RESULT
           MOVE "Other deductions" TO RCOMP-LABEL
           MOVE COMPANY-OTHER-TOTAL TO RCOMP-STATEMENTS
           MOVE CODE-OTHER-TOTAL TO RCOMP-OTHER-SOURCE
           PERFORM SET-COMPARE-RESULT.

           IF RECONCILE-DIFFERENCES > 0
               DISPLAY "WARNING: Year-end reconciliation shows "
                       RECONCILE-DIFFERENCES " difference(s) - see "
                       "ytdstmt.dat."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


       SET-COMPARE-RESULT.
           IF RCOMP-STATEMENTS = RCOMP-OTHER-SOURCE
               MOVE "AGREES" TO RCOMP-RESULT
           ELSE
               MOVE "DIFFERS" TO RCOMP-RESULT
               ADD 1 TO RECONCILE-DIFFERENCES
           END-IF.

           WRITE STATEMENT-LINE FROM RECONCILE-COMPARE-LINE.


       PRINT-STATEMENT-SUMMARY.
           DISPLAY " ".
           DISPLAY "---------------------------------------------".
           DISPLAY "Tax year             : " STATEMENT-TAX-YEAR.
           DISPLAY "Statements printed   : " COMPANY-STATEMENT-COUNT.
           DISPLAY "Pay runs reconciled  : " PAY-RUN-COUNT.
           DISPLAY "Reconciliation diffs : " RECONCILE-DIFFERENCES.
           DISPLAY "---------------------------------------------".

           IF COMPANY-STATEMENT-COUNT = 0
               DISPLAY "WARNING: No year-to-date records found for "
                       "tax year " STATEMENT-TAX-YEAR "."
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
