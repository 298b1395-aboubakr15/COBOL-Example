       IDENTIFICATION DIVISION.
       PROGRAM-ID. Bank-Transmit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-PARM-FILE ASSIGN TO "bankparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-PARM-FILE-STATUS.

           SELECT NET-PAY-FILE ASSIGN TO "paynet.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NET-PAY-FILE-STATUS.

           SELECT BANK-MASTER-FILE ASSIGN TO "bankmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-MASTER-FILE-STATUS.

           SELECT BANK-WORK-FILE ASSIGN TO "bankwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-WORK-FILE-STATUS.

           SELECT BANK-TRANSMIT-FILE ASSIGN TO "banktran.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-TRANSMIT-FILE-STATUS.

           SELECT CHEQUE-LIST-FILE ASSIGN TO "cheqlist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHEQUE-LIST-FILE-STATUS.

           SELECT BANK-LOG-FILE ASSIGN TO "banklog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-LOG-FILE-STATUS.

           SELECT PAY-RUN-FILE ASSIGN TO "payrun.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RUN-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "perctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-PARM-FILE.
       01 BANK-PARM-RECORD.
           02 BANKP-DEST-ROUTING   PIC 9(9).
           02 BANKP-DEST-NAME      PIC X(23).
           02 BANKP-ORIGIN-ID      PIC X(10).
           02 BANKP-COMPANY-NAME   PIC X(23).

       FD NET-PAY-FILE.
       01 NET-PAY-RECORD.
           02 NETP-RECORD-TYPE     PIC X.
               88 NETP-IS-DETAIL      VALUE 'D'.
               88 NETP-IS-TRAILER     VALUE 'T'.
           02 NETP-PAY-DATE        PIC 9(8).
           02 NETP-DETAIL-DATA.
               03 NETP-EMP-ID      PIC 9(5).
               03 NETP-EMP-NAME    PIC X(20).
               03 NETP-NET-PAY     PIC 9(9)V99.
           02 NETP-TRAILER-DATA REDEFINES NETP-DETAIL-DATA.
               03 NETP-TRAILER-COUNT     PIC 9(7).
               03 NETP-TRAILER-NET-TOTAL PIC 9(11)V99.
               03 FILLER                 PIC X(16).

       FD BANK-MASTER-FILE.
       01 BANK-MASTER-RECORD.
           02 BANK-EMP-ID          PIC 9(5).
           02 BANK-ROUTING-NUMBER  PIC 9(9).
           02 BANK-ROUTING-PARTS REDEFINES BANK-ROUTING-NUMBER.
               03 BANK-ROUTING-DFI   PIC 9(8).
               03 BANK-ROUTING-CHECK PIC 9.
           02 BANK-ROUTING-TABLE REDEFINES BANK-ROUTING-NUMBER.
               03 BANK-ROUTING-DIGIT OCCURS 9 TIMES PIC 9.
           02 BANK-ACCOUNT-NUMBER  PIC X(17).
           02 BANK-ACCOUNT-TYPE    PIC X.
               88 BANK-IS-CHECKING    VALUE 'C'.
               88 BANK-IS-SAVINGS     VALUE 'S'.
           02 BANK-ACCOUNT-STATUS  PIC X.
               88 BANK-IS-PRENOTE     VALUE 'P'.
               88 BANK-IS-ACTIVE      VALUE 'A'.
           02 BANK-STATUS-DATE     PIC 9(8).

       FD BANK-WORK-FILE.
       01 BANK-WORK-RECORD        PIC X(94).

       FD BANK-TRANSMIT-FILE.
       01 BANK-TRANSMIT-RECORD    PIC X(94).

       FD CHEQUE-LIST-FILE.
       01 CHEQUE-LIST-LINE        PIC X(132).

       FD BANK-LOG-FILE.
       01 BANK-LOG-RECORD.
           02 BLOG-PAY-DATE        PIC 9(8).
           02 BLOG-RELEASE-DATE    PIC 9(8).
           02 BLOG-RELEASE-TIME    PIC 9(8).
           02 BLOG-ENTRY-COUNT     PIC 9(8).
           02 BLOG-CREDIT-TOTAL    PIC 9(10)V99.
           02 BLOG-CHEQUE-COUNT    PIC 9(7).
           02 BLOG-CHEQUE-TOTAL    PIC 9(11)V99.

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

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD    PIC X(71).

       WORKING-STORAGE SECTION.
       01 BANK-PARM-FILE-STATUS      PIC XX VALUE "00".
       01 NET-PAY-FILE-STATUS        PIC XX VALUE "00".
       01 BANK-MASTER-FILE-STATUS    PIC XX VALUE "00".
       01 BANK-WORK-FILE-STATUS      PIC XX VALUE "00".
       01 BANK-TRANSMIT-FILE-STATUS  PIC XX VALUE "00".
       01 CHEQUE-LIST-FILE-STATUS    PIC XX VALUE "00".
       01 BANK-LOG-FILE-STATUS       PIC XX VALUE "00".
       01 PAY-RUN-FILE-STATUS        PIC XX VALUE "00".
       01 PERIOD-CONTROL-FILE-STATUS PIC XX VALUE "00".

       01 NET-PAY-EOF-SWITCH    PIC X VALUE 'N'.
           88 NET-PAY-END-OF-FILE  VALUE 'Y'.

       01 BANK-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 BANK-MASTER-END-OF-FILE VALUE 'Y'.

       01 BANK-WORK-EOF-SWITCH  PIC X VALUE 'N'.
           88 BANK-WORK-END-OF-FILE VALUE 'Y'.

       01 BANK-LOG-EOF-SWITCH   PIC X VALUE 'N'.
           88 BANK-LOG-END-OF-FILE VALUE 'Y'.

       01 BANK-MASTER-OPEN-SWITCH PIC X VALUE 'N'.
           88 BANK-MASTER-OPEN    VALUE 'Y'.

       01 CHEQUE-LIST-OPEN-SWITCH PIC X VALUE 'N'.
           88 CHEQUE-LIST-OPEN    VALUE 'Y'.

       01 BANK-WORK-OPEN-SWITCH PIC X VALUE 'N'.
           88 BANK-WORK-OPEN      VALUE 'Y'.

       01 BANK-RECORD-OK-SWITCH PIC X VALUE 'N'.
           88 BANK-RECORD-OK      VALUE 'Y'.

       01 TRAILER-SEEN-SWITCH   PIC X VALUE 'N'.
           88 TRAILER-SEEN        VALUE 'Y'.

       01 ALREADY-RELEASED-SWITCH PIC X VALUE 'N'.
           88 ALREADY-RELEASED    VALUE 'Y'.

       01 PAY-RUN-EOF-SWITCH    PIC X VALUE 'N'.
           88 PAY-RUN-END-OF-FILE VALUE 'Y'.

       01 PAY-RUN-COMPLETE-SWITCH PIC X VALUE 'N'.
           88 PAY-RUN-COMPLETE    VALUE 'Y'.

       01 PERIOD-FOUND-SWITCH   PIC X VALUE 'N'.
           88 PERIOD-CONTROL-FOUND VALUE 'Y'.

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

       01 FILE-BALANCE-SWITCH   PIC X VALUE 'Y'.
           88 FILE-IN-BALANCE     VALUE 'Y'.
           88 FILE-OUT-OF-BALANCE VALUE 'N'.

       01 BANK-CURRENT-KEY      PIC 9(6) VALUE 0.
       01 BANK-PREVIOUS-KEY     PIC 9(6) VALUE 0.

       01 CHEQUE-REASON         PIC X(30) VALUE SPACES.

       01 TRANSMIT-PAY-DATE     PIC 9(8) VALUE 0.
       01 TRANSMIT-PAY-DATE-PARTS REDEFINES TRANSMIT-PAY-DATE.
           02 PAY-DATE-CENTURY   PIC 9(2).
           02 PAY-DATE-YEAR      PIC 9(2).
           02 PAY-DATE-MONTH     PIC 9(2).
           02 PAY-DATE-DAY       PIC 9(2).

       01 TRANSMIT-RUN-DATE     PIC 9(8) VALUE 0.
       01 TRANSMIT-RUN-DATE-PARTS REDEFINES TRANSMIT-RUN-DATE.
           02 RUN-DATE-CENTURY   PIC 9(2).
           02 RUN-DATE-YEAR      PIC 9(2).
           02 RUN-DATE-MONTH     PIC 9(2).
           02 RUN-DATE-DAY       PIC 9(2).

       01 TRANSMIT-RUN-TIME     PIC 9(8) VALUE 0.
       01 TRANSMIT-RUN-TIME-PARTS REDEFINES TRANSMIT-RUN-TIME.
           02 RUN-TIME-HOUR      PIC 9(2).
           02 RUN-TIME-MINUTE    PIC 9(2).
           02 FILLER             PIC 9(4).

       01 ROUTING-CHECK-FIELDS.
           02 ROUTING-CHECK-SUM  PIC 9(4) VALUE 0.
           02 ROUTING-QUOTIENT   PIC 9(4) VALUE 0.
           02 ROUTING-REMAINDER  PIC 9(2) VALUE 0.

       01 TRANSMIT-TOTALS.
           02 NET-DETAIL-COUNT   PIC 9(7) VALUE 0.
           02 NET-DETAIL-TOTAL   PIC 9(11)V99 VALUE 0.
           02 TRAILER-COUNT      PIC 9(7) VALUE 0.
           02 TRAILER-NET-TOTAL  PIC 9(11)V99 VALUE 0.
           02 ENTRY-COUNT        PIC 9(8) VALUE 0.
           02 DEPOSIT-COUNT      PIC 9(7) VALUE 0.
           02 PRENOTE-COUNT      PIC 9(7) VALUE 0.
           02 ZERO-NET-COUNT     PIC 9(7) VALUE 0.
           02 CHEQUE-COUNT       PIC 9(7) VALUE 0.
           02 CHEQUE-TOTAL       PIC 9(11)V99 VALUE 0.
           02 BATCH-CREDIT-TOTAL PIC 9(10)V99 VALUE 0.
           02 PAID-OUT-TOTAL     PIC 9(11)V99 VALUE 0.
           02 ENTRY-HASH-WORK    PIC 9(12) VALUE 0.
           02 ENTRY-HASH-TOTAL   PIC 9(10) VALUE 0.
           02 SEQUENCE-ERROR-COUNT PIC 9(7) VALUE 0.
           02 RELEASED-COUNT     PIC 9(7) VALUE 0.

       01 BLOCK-FIELDS.
           02 TRANSMIT-RECORD-COUNT PIC 9(7) VALUE 0.
           02 TRANSMIT-BLOCK-COUNT  PIC 9(6) VALUE 0.
           02 PADDING-COUNT         PIC 9(2) VALUE 0.

       01 TRACE-SEQUENCE        PIC 9(7) VALUE 0.
       01 BATCH-NUMBER          PIC 9(7) VALUE 1.

       01 FILE-HEADER-RECORD.
           02 FHDR-RECORD-TYPE    PIC X VALUE '1'.
           02 FHDR-PRIORITY       PIC X(2) VALUE "01".
           02 FHDR-DESTINATION    PIC X(10).
           02 FHDR-ORIGIN         PIC X(10).
           02 FHDR-CREATION-DATE  PIC X(6).
           02 FHDR-CREATION-TIME  PIC X(4).
           02 FHDR-ID-MODIFIER    PIC X VALUE 'A'.
           02 FHDR-RECORD-SIZE    PIC X(3) VALUE "094".
           02 FHDR-BLOCKING       PIC X(2) VALUE "10".
           02 FHDR-FORMAT-CODE    PIC X VALUE '1'.
           02 FHDR-DEST-NAME      PIC X(23).
           02 FHDR-ORIGIN-NAME    PIC X(23).
           02 FHDR-REFERENCE      PIC X(8) VALUE SPACES.

       01 BATCH-HEADER-RECORD.
           02 BHDR-RECORD-TYPE    PIC X VALUE '5'.
           02 BHDR-SERVICE-CLASS  PIC X(3) VALUE "220".
           02 BHDR-COMPANY-NAME   PIC X(16).
           02 BHDR-DISCRETIONARY  PIC X(20) VALUE SPACES.
           02 BHDR-COMPANY-ID     PIC X(10).
           02 BHDR-ENTRY-CLASS    PIC X(3) VALUE "PPD".
           02 BHDR-ENTRY-DESC     PIC X(10) VALUE "PAYROLL".
           02 BHDR-DESC-DATE      PIC X(6) VALUE SPACES.
           02 BHDR-EFFECTIVE-DATE PIC X(6).
           02 BHDR-SETTLEMENT     PIC X(3) VALUE SPACES.
           02 BHDR-ORIGIN-STATUS  PIC X VALUE '1'.
           02 BHDR-ODFI-ID        PIC 9(8).
           02 BHDR-BATCH-NUMBER   PIC 9(7).

       01 ENTRY-DETAIL-RECORD.
           02 ENTRY-RECORD-TYPE   PIC X VALUE '6'.
           02 ENTRY-TRAN-CODE     PIC 9(2).
           02 ENTRY-DFI-ID        PIC 9(8).
           02 ENTRY-CHECK-DIGIT   PIC 9.
           02 ENTRY-ACCOUNT       PIC X(17).
           02 ENTRY-AMOUNT        PIC 9(8)V99.
           02 ENTRY-INDIVIDUAL-ID PIC X(15).
           02 ENTRY-NAME          PIC X(22).
           02 ENTRY-DISCRETIONARY PIC X(2) VALUE SPACES.
           02 ENTRY-ADDENDA       PIC X VALUE '0'.
           02 ENTRY-TRACE-ODFI    PIC 9(8).
           02 ENTRY-TRACE-SEQ     PIC 9(7).

       01 BATCH-CONTROL-RECORD.
           02 BCTL-RECORD-TYPE    PIC X VALUE '8'.
           02 BCTL-SERVICE-CLASS  PIC X(3) VALUE "220".
           02 BCTL-ENTRY-COUNT    PIC 9(6).
           02 BCTL-ENTRY-HASH     PIC 9(10).
           02 BCTL-DEBIT-TOTAL    PIC 9(10)V99.
           02 BCTL-CREDIT-TOTAL   PIC 9(10)V99.
           02 BCTL-COMPANY-ID     PIC X(10).
           02 BCTL-AUTH-CODE      PIC X(19) VALUE SPACES.
           02 BCTL-RESERVED       PIC X(6) VALUE SPACES.
           02 BCTL-ODFI-ID        PIC 9(8).
           02 BCTL-BATCH-NUMBER   PIC 9(7).

       01 FILE-CONTROL-RECORD.
           02 FCTL-RECORD-TYPE    PIC X VALUE '9'.
           02 FCTL-BATCH-COUNT    PIC 9(6).
           02 FCTL-BLOCK-COUNT    PIC 9(6).
           02 FCTL-ENTRY-COUNT    PIC 9(8).
           02 FCTL-ENTRY-HASH     PIC 9(10).
           02 FCTL-DEBIT-TOTAL    PIC 9(10)V99.
           02 FCTL-CREDIT-TOTAL   PIC 9(10)V99.
           02 FCTL-RESERVED       PIC X(39) VALUE SPACES.

       01 TRANSACTION-CODES.
           02 CHECKING-CREDIT-CODE  PIC 9(2) VALUE 22.
           02 CHECKING-PRENOTE-CODE PIC 9(2) VALUE 23.
           02 SAVINGS-CREDIT-CODE   PIC 9(2) VALUE 32.
           02 SAVINGS-PRENOTE-CODE  PIC 9(2) VALUE 33.

       01 CHEQUE-HEADING-1.
           02 FILLER             PIC X(30)
                                 VALUE "PAY BY CHEQUE EXCEPTION LIST".
           02 FILLER             PIC X(9) VALUE "PAY DATE ".
           02 CHEAD-PAY-DATE     PIC 9(8).
           02 FILLER             PIC X(10) VALUE SPACES.
           02 FILLER             PIC X(9) VALUE "RUN DATE ".
           02 CHEAD-RUN-DATE     PIC 9(8).

       01 CHEQUE-HEADING-2.
           02 FILLER             PIC X(8) VALUE "EMP-ID".
           02 FILLER             PIC X(21) VALUE "NAME".
           02 FILLER             PIC X(14) VALUE "       NET PAY".
           02 FILLER             PIC X(2) VALUE SPACES.
           02 FILLER             PIC X(30) VALUE "REASON".

       01 CHEQUE-DETAIL-LINE.
           02 CHEQ-EMP-ID        PIC 9(5).
           02 FILLER             PIC X(3) VALUE SPACES.
           02 CHEQ-EMP-NAME      PIC X(20).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 CHEQ-NET-PAY       PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 CHEQ-REASON        PIC X(30).

       01 CHEQUE-TOTAL-LINE.
           02 FILLER             PIC X(17) VALUE "CHEQUES TO PRINT".
           02 CHEQ-TOTAL-COUNT   PIC Z,ZZZ,ZZ9.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 CHEQ-TOTAL-AMOUNT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-BANK-PARM.

           IF RETURN-CODE < 8
               PERFORM OPEN-NET-PAY-FILE
           END-IF.

           IF RETURN-CODE < 8
               PERFORM CHECK-PAY-RUN-COMPLETE
               IF NOT PAY-RUN-COMPLETE
                   CLOSE NET-PAY-FILE
               END-IF
           END-IF.

           IF RETURN-CODE < 8
               PERFORM CHECK-BANK-LOG
               IF ALREADY-RELEASED
                   CLOSE NET-PAY-FILE
               ELSE
                   PERFORM OPEN-BANK-MASTER-FILE
                   PERFORM OPEN-CHEQUE-LIST-FILE
                   PERFORM OPEN-BANK-WORK-FILE
                   IF CHEQUE-LIST-OPEN AND BANK-WORK-OPEN
                       PERFORM BUILD-THE-BANK-FILE
                   ELSE
                       PERFORM ABANDON-THE-BANK-FILE
                   END-IF
               END-IF
           END-IF.

           GOBACK.


       BUILD-THE-BANK-FILE.
           PERFORM WRITE-FILE-HEADER
           PERFORM WRITE-BATCH-HEADER
           PERFORM BUILD-PAYMENT-ENTRIES
           CLOSE NET-PAY-FILE

           IF BANK-MASTER-OPEN
               CLOSE BANK-MASTER-FILE
           END-IF.

           PERFORM WRITE-BATCH-CONTROL
           PERFORM WRITE-FILE-CONTROL
           CLOSE BANK-WORK-FILE
           PERFORM WRITE-CHEQUE-LIST-TOTAL
           CLOSE CHEQUE-LIST-FILE
           PERFORM BALANCE-THE-BANK-FILE

           IF FILE-IN-BALANCE
               PERFORM RELEASE-THE-BANK-FILE
           ELSE
               PERFORM WITHHOLD-THE-BANK-FILE
           END-IF.

           PERFORM PRINT-TRANSMIT-SUMMARY.


       ABANDON-THE-BANK-FILE.
           CLOSE NET-PAY-FILE

           IF BANK-MASTER-OPEN
               CLOSE BANK-MASTER-FILE
           END-IF.

           IF CHEQUE-LIST-OPEN
               CLOSE CHEQUE-LIST-FILE
           END-IF.

           IF BANK-WORK-OPEN
               CLOSE BANK-WORK-FILE
           END-IF.


       LOAD-BANK-PARM.
           ACCEPT TRANSMIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TRANSMIT-RUN-TIME FROM TIME.

           OPEN INPUT BANK-PARM-FILE.

           IF BANK-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: bankparm.dat is missing - company "
                       "bank details unknown, no bank file built."
               MOVE 16 TO RETURN-CODE
           ELSE
               READ BANK-PARM-FILE
                   AT END
                       DISPLAY "ERROR: bankparm.dat is empty - no "
                               "bank file built."
                       MOVE 16 TO RETURN-CODE
               END-READ
               CLOSE BANK-PARM-FILE
           END-IF.

           IF RETURN-CODE < 8
               IF BANKP-DEST-ROUTING NOT NUMERIC OR
                  BANKP-DEST-ROUTING = 0 OR
                  BANKP-ORIGIN-ID = SPACES
                   DISPLAY "ERROR: bankparm.dat needs the bank "
                           "routing number and company ID - no bank "
                           "file built."
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.


       OPEN-NET-PAY-FILE.
           OPEN INPUT NET-PAY-FILE.

           IF NET-PAY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: paynet.dat is missing - run Pay-Calc "
                       "before the bank transmission."
               MOVE 16 TO RETURN-CODE
           ELSE
               READ NET-PAY-FILE
                   AT END
                       SET NET-PAY-END-OF-FILE TO TRUE
                       DISPLAY "ERROR: paynet.dat is empty - no bank "
                               "file built."
                       MOVE 16 TO RETURN-CODE
                       CLOSE NET-PAY-FILE
                   NOT AT END
                       MOVE NETP-PAY-DATE TO TRANSMIT-PAY-DATE
               END-READ
           END-IF.


       CHECK-BANK-LOG.
           OPEN INPUT BANK-LOG-FILE.

           IF BANK-LOG-FILE-STATUS = "00"
               PERFORM UNTIL BANK-LOG-END-OF-FILE
                   READ BANK-LOG-FILE
                       AT END
                           SET BANK-LOG-END-OF-FILE TO TRUE
                       NOT AT END
                           IF BLOG-PAY-DATE = TRANSMIT-PAY-DATE
                               SET ALREADY-RELEASED TO TRUE
                               DISPLAY "ERROR: Bank file for pay date "
                                       TRANSMIT-PAY-DATE " was already "
                                       "released on " BLOG-RELEASE-DATE
                                       " - not rebuilt."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-LOG-FILE
           END-IF.

           IF ALREADY-RELEASED
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.


       CHECK-PAY-RUN-COMPLETE.
           OPEN INPUT PAY-RUN-FILE.

           IF PAY-RUN-FILE-STATUS = "00"
               PERFORM UNTIL PAY-RUN-END-OF-FILE
                   READ PAY-RUN-FILE
                       AT END
                           SET PAY-RUN-END-OF-FILE TO TRUE
                       NOT AT END
                           IF PRUN-PAY-DATE = TRANSMIT-PAY-DATE
                               SET PAY-RUN-COMPLETE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-RUN-FILE
           END-IF.

           IF NOT PAY-RUN-COMPLETE
               PERFORM READ-PERIOD-CONTROL
               IF PERIOD-CONTROL-FOUND AND
                  PCTL-END-DATE = TRANSMIT-PAY-DATE AND
                  (PCTL-IS-CALCULATED OR PCTL-IS-POSTED)
                   SET PAY-RUN-COMPLETE TO TRUE
               END-IF
           END-IF.

           IF NOT PAY-RUN-COMPLETE
               DISPLAY "ERROR: no bank file built - pay date "
                       TRANSMIT-PAY-DATE " in paynet.dat is not a "
                       "completed Pay-Calc run (not in payrun.dat, "
                       "period not CALCULATED)."
               MOVE 12 TO RETURN-CODE
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


       OPEN-BANK-MASTER-FILE.
           OPEN INPUT BANK-MASTER-FILE.

           IF BANK-MASTER-FILE-STATUS = "00"
               SET BANK-MASTER-OPEN TO TRUE
               PERFORM READ-NEXT-BANK-RECORD
           ELSE
               DISPLAY "WARNING: bankmast.dat is missing - every "
                       "employee will be paid by cheque."
               SET BANK-MASTER-END-OF-FILE TO TRUE
               MOVE 999999 TO BANK-CURRENT-KEY
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


       OPEN-CHEQUE-LIST-FILE.
           OPEN OUTPUT CHEQUE-LIST-FILE.

           IF CHEQUE-LIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cheqlist.dat cannot be opened - status "
                       CHEQUE-LIST-FILE-STATUS " - no bank file built."
               MOVE 16 TO RETURN-CODE
           ELSE
               SET CHEQUE-LIST-OPEN TO TRUE
               MOVE TRANSMIT-PAY-DATE TO CHEAD-PAY-DATE
               MOVE TRANSMIT-RUN-DATE TO CHEAD-RUN-DATE
               WRITE CHEQUE-LIST-LINE FROM CHEQUE-HEADING-1
               MOVE SPACES TO CHEQUE-LIST-LINE
               WRITE CHEQUE-LIST-LINE
               WRITE CHEQUE-LIST-LINE FROM CHEQUE-HEADING-2
           END-IF.


       OPEN-BANK-WORK-FILE.
           OPEN OUTPUT BANK-WORK-FILE.

           IF BANK-WORK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: bankwork.dat cannot be opened - status "
                       BANK-WORK-FILE-STATUS " - no bank file built."
               MOVE 16 TO RETURN-CODE
           ELSE
               SET BANK-WORK-OPEN TO TRUE
           END-IF.


       READ-NEXT-BANK-RECORD.
           MOVE 'N' TO BANK-RECORD-OK-SWITCH

           PERFORM UNTIL BANK-RECORD-OK OR BANK-MASTER-END-OF-FILE
               READ BANK-MASTER-FILE
                   AT END
                       SET BANK-MASTER-END-OF-FILE TO TRUE
                       MOVE 999999 TO BANK-CURRENT-KEY
                   NOT AT END
                       IF BANK-EMP-ID NOT NUMERIC OR
                          BANK-EMP-ID <= BANK-PREVIOUS-KEY
                           DISPLAY "WARNING: bankmast.dat record for "
                                   "EMP-ID " BANK-EMP-ID " is out of "
                                   "sequence or repeated - ignored."
                           ADD 1 TO SEQUENCE-ERROR-COUNT
                           IF RETURN-CODE = 0
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       ELSE
                           SET BANK-RECORD-OK TO TRUE
                           MOVE BANK-EMP-ID TO BANK-CURRENT-KEY
                           MOVE BANK-EMP-ID TO BANK-PREVIOUS-KEY
                       END-IF
               END-READ
           END-PERFORM.


       BUILD-PAYMENT-ENTRIES.
           PERFORM UNTIL NET-PAY-END-OF-FILE
               PERFORM PROCESS-ONE-NET-PAY-RECORD
               READ NET-PAY-FILE
                   AT END
                       SET NET-PAY-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.


       PROCESS-ONE-NET-PAY-RECORD.
           IF NETP-PAY-DATE NOT = TRANSMIT-PAY-DATE
               DISPLAY "ERROR: paynet.dat mixes pay dates "
                       TRANSMIT-PAY-DATE " and " NETP-PAY-DATE
               SET FILE-OUT-OF-BALANCE TO TRUE
           END-IF.

           IF NETP-IS-TRAILER
               SET TRAILER-SEEN TO TRUE
               MOVE NETP-TRAILER-COUNT     TO TRAILER-COUNT
               MOVE NETP-TRAILER-NET-TOTAL TO TRAILER-NET-TOTAL
           ELSE
               ADD 1 TO NET-DETAIL-COUNT
               ADD NETP-NET-PAY TO NET-DETAIL-TOTAL
               PERFORM PAY-ONE-EMPLOYEE
           END-IF.


       PAY-ONE-EMPLOYEE.
           PERFORM UNTIL BANK-CURRENT-KEY >= NETP-EMP-ID
               PERFORM READ-NEXT-BANK-RECORD
           END-PERFORM.

           MOVE SPACES TO CHEQUE-REASON

           IF BANK-CURRENT-KEY NOT = NETP-EMP-ID
               MOVE "NO BANK ACCOUNT ON FILE" TO CHEQUE-REASON
           ELSE
               PERFORM VALIDATE-BANK-ACCOUNT
               IF CHEQUE-REASON = SPACES
                   IF BANK-IS-PRENOTE
                       PERFORM WRITE-PRENOTE-ENTRY
                       MOVE "ACCOUNT IN PRENOTE" TO CHEQUE-REASON
                   ELSE
                       IF NOT BANK-IS-ACTIVE
                           MOVE "ACCOUNT NOT ACTIVE" TO CHEQUE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF NETP-NET-PAY = 0
               ADD 1 TO ZERO-NET-COUNT
           ELSE
               IF CHEQUE-REASON = SPACES
                   PERFORM WRITE-CREDIT-ENTRY
               ELSE
                   PERFORM WRITE-CHEQUE-LINE
               END-IF
           END-IF.


       VALIDATE-BANK-ACCOUNT.
           IF BANK-ROUTING-NUMBER NOT NUMERIC OR
              BANK-ROUTING-NUMBER = 0
               MOVE "INVALID ROUTING NUMBER" TO CHEQUE-REASON
           ELSE
               COMPUTE ROUTING-CHECK-SUM =
                   3 * (BANK-ROUTING-DIGIT (1) +
                        BANK-ROUTING-DIGIT (4) +
                        BANK-ROUTING-DIGIT (7)) +
                   7 * (BANK-ROUTING-DIGIT (2) +
                        BANK-ROUTING-DIGIT (5) +
                        BANK-ROUTING-DIGIT (8)) +
                       (BANK-ROUTING-DIGIT (3) +
                        BANK-ROUTING-DIGIT (6) +
                        BANK-ROUTING-DIGIT (9))
               DIVIDE ROUTING-CHECK-SUM BY 10
                   GIVING ROUTING-QUOTIENT
                   REMAINDER ROUTING-REMAINDER
               IF ROUTING-REMAINDER NOT = 0
                   MOVE "INVALID ROUTING NUMBER" TO CHEQUE-REASON
               END-IF
           END-IF.

           IF CHEQUE-REASON = SPACES
               IF NOT BANK-IS-CHECKING AND NOT BANK-IS-SAVINGS
                   MOVE "INVALID ACCOUNT TYPE" TO CHEQUE-REASON
               ELSE
                   IF BANK-ACCOUNT-NUMBER = SPACES
                       MOVE "NO ACCOUNT NUMBER" TO CHEQUE-REASON
                   END-IF
               END-IF
           END-IF.

           IF CHEQUE-REASON = SPACES AND
              NETP-NET-PAY > 99999999.99
               MOVE "AMOUNT OVER ENTRY LIMIT" TO CHEQUE-REASON
           END-IF.


       WRITE-FILE-HEADER.
           MOVE SPACES TO FHDR-DESTINATION
           STRING " " BANKP-DEST-ROUTING
               DELIMITED BY SIZE
               INTO FHDR-DESTINATION
           END-STRING
           MOVE BANKP-ORIGIN-ID TO FHDR-ORIGIN

           MOVE SPACES TO FHDR-CREATION-DATE
           STRING RUN-DATE-YEAR RUN-DATE-MONTH RUN-DATE-DAY
               DELIMITED BY SIZE
               INTO FHDR-CREATION-DATE
           END-STRING
           MOVE SPACES TO FHDR-CREATION-TIME
           STRING RUN-TIME-HOUR RUN-TIME-MINUTE
               DELIMITED BY SIZE
               INTO FHDR-CREATION-TIME
           END-STRING

           MOVE BANKP-DEST-NAME    TO FHDR-DEST-NAME
           MOVE BANKP-COMPANY-NAME TO FHDR-ORIGIN-NAME

           WRITE BANK-WORK-RECORD FROM FILE-HEADER-RECORD
           ADD 1 TO TRANSMIT-RECORD-COUNT.


       WRITE-BATCH-HEADER.
           MOVE BANKP-COMPANY-NAME TO BHDR-COMPANY-NAME
           MOVE BANKP-ORIGIN-ID    TO BHDR-COMPANY-ID

           MOVE SPACES TO BHDR-EFFECTIVE-DATE
           STRING PAY-DATE-YEAR PAY-DATE-MONTH PAY-DATE-DAY
               DELIMITED BY SIZE
               INTO BHDR-EFFECTIVE-DATE
           END-STRING

           DIVIDE BANKP-DEST-ROUTING BY 10 GIVING BHDR-ODFI-ID
           MOVE BATCH-NUMBER TO BHDR-BATCH-NUMBER

           WRITE BANK-WORK-RECORD FROM BATCH-HEADER-RECORD
           ADD 1 TO TRANSMIT-RECORD-COUNT.


       WRITE-CREDIT-ENTRY.
           IF BANK-IS-CHECKING
               MOVE CHECKING-CREDIT-CODE TO ENTRY-TRAN-CODE
           ELSE
               MOVE SAVINGS-CREDIT-CODE TO ENTRY-TRAN-CODE
           END-IF.

           MOVE NETP-NET-PAY TO ENTRY-AMOUNT
           PERFORM WRITE-ENTRY-DETAIL

           ADD 1 TO DEPOSIT-COUNT
           ADD NETP-NET-PAY TO BATCH-CREDIT-TOTAL.


       WRITE-PRENOTE-ENTRY.
           IF BANK-IS-CHECKING
               MOVE CHECKING-PRENOTE-CODE TO ENTRY-TRAN-CODE
           ELSE
               MOVE SAVINGS-PRENOTE-CODE TO ENTRY-TRAN-CODE
           END-IF.

           MOVE 0 TO ENTRY-AMOUNT
           PERFORM WRITE-ENTRY-DETAIL

           ADD 1 TO PRENOTE-COUNT.


       WRITE-ENTRY-DETAIL.
           MOVE BANK-ROUTING-DFI    TO ENTRY-DFI-ID
           MOVE BANK-ROUTING-CHECK  TO ENTRY-CHECK-DIGIT
           MOVE BANK-ACCOUNT-NUMBER TO ENTRY-ACCOUNT
           MOVE SPACES              TO ENTRY-INDIVIDUAL-ID
           MOVE NETP-EMP-ID         TO ENTRY-INDIVIDUAL-ID
           MOVE NETP-EMP-NAME       TO ENTRY-NAME

           ADD 1 TO TRACE-SEQUENCE
           MOVE BHDR-ODFI-ID   TO ENTRY-TRACE-ODFI
           MOVE TRACE-SEQUENCE TO ENTRY-TRACE-SEQ

           WRITE BANK-WORK-RECORD FROM ENTRY-DETAIL-RECORD
           ADD 1 TO TRANSMIT-RECORD-COUNT

           ADD 1 TO ENTRY-COUNT
           ADD BANK-ROUTING-DFI TO ENTRY-HASH-WORK.


       WRITE-CHEQUE-LINE.
           MOVE NETP-EMP-ID   TO CHEQ-EMP-ID
           MOVE NETP-EMP-NAME TO CHEQ-EMP-NAME
           MOVE NETP-NET-PAY  TO CHEQ-NET-PAY
           MOVE CHEQUE-REASON TO CHEQ-REASON
           WRITE CHEQUE-LIST-LINE FROM CHEQUE-DETAIL-LINE

           ADD 1 TO CHEQUE-COUNT
           ADD NETP-NET-PAY TO CHEQUE-TOTAL.


       WRITE-BATCH-CONTROL.
           MOVE ENTRY-HASH-WORK TO ENTRY-HASH-TOTAL

           MOVE ENTRY-COUNT        TO BCTL-ENTRY-COUNT
           MOVE ENTRY-HASH-TOTAL   TO BCTL-ENTRY-HASH
           MOVE 0                  TO BCTL-DEBIT-TOTAL
           MOVE BATCH-CREDIT-TOTAL TO BCTL-CREDIT-TOTAL
           MOVE BANKP-ORIGIN-ID    TO BCTL-COMPANY-ID
           MOVE BHDR-ODFI-ID       TO BCTL-ODFI-ID
           MOVE BATCH-NUMBER       TO BCTL-BATCH-NUMBER

           WRITE BANK-WORK-RECORD FROM BATCH-CONTROL-RECORD
           ADD 1 TO TRANSMIT-RECORD-COUNT.


       WRITE-FILE-CONTROL.
           ADD 1 TO TRANSMIT-RECORD-COUNT
           COMPUTE TRANSMIT-BLOCK-COUNT =
               (TRANSMIT-RECORD-COUNT + 9) / 10
           COMPUTE PADDING-COUNT =
               (TRANSMIT-BLOCK-COUNT * 10) - TRANSMIT-RECORD-COUNT

           MOVE 1                  TO FCTL-BATCH-COUNT
           MOVE TRANSMIT-BLOCK-COUNT TO FCTL-BLOCK-COUNT
           MOVE ENTRY-COUNT        TO FCTL-ENTRY-COUNT
           MOVE ENTRY-HASH-TOTAL   TO FCTL-ENTRY-HASH
           MOVE 0                  TO FCTL-DEBIT-TOTAL
           MOVE BATCH-CREDIT-TOTAL TO FCTL-CREDIT-TOTAL

           WRITE BANK-WORK-RECORD FROM FILE-CONTROL-RECORD

           PERFORM UNTIL PADDING-COUNT = 0
               MOVE ALL '9' TO BANK-WORK-RECORD
               WRITE BANK-WORK-RECORD
               SUBTRACT 1 FROM PADDING-COUNT
           END-PERFORM.


       WRITE-CHEQUE-LIST-TOTAL.
           MOVE SPACES TO CHEQUE-LIST-LINE
           WRITE CHEQUE-LIST-LINE
           MOVE CHEQUE-COUNT TO CHEQ-TOTAL-COUNT
           MOVE CHEQUE-TOTAL TO CHEQ-TOTAL-AMOUNT
           WRITE CHEQUE-LIST-LINE FROM CHEQUE-TOTAL-LINE.


       BALANCE-THE-BANK-FILE.
           IF NOT TRAILER-SEEN
               DISPLAY "ERROR: paynet.dat has no trailer record."
               SET FILE-OUT-OF-BALANCE TO TRUE
           ELSE
               IF TRAILER-COUNT = NET-DETAIL-COUNT
                   DISPLAY "Net pay record count   : "
                           NET-DETAIL-COUNT " OK"
               ELSE
                   DISPLAY "Net pay record count   : expected "
                           TRAILER-COUNT " found "
                           NET-DETAIL-COUNT " *** MISMATCH ***"
                   SET FILE-OUT-OF-BALANCE TO TRUE
               END-IF

               IF TRAILER-NET-TOTAL = NET-DETAIL-TOTAL
                   DISPLAY "Net pay detail total   : "
                           NET-DETAIL-TOTAL " OK"
               ELSE
                   DISPLAY "Net pay detail total   : expected "
                           TRAILER-NET-TOTAL " found "
                           NET-DETAIL-TOTAL " *** MISMATCH ***"
                   SET FILE-OUT-OF-BALANCE TO TRUE
               END-IF

               COMPUTE PAID-OUT-TOTAL =
                   BATCH-CREDIT-TOTAL + CHEQUE-TOTAL
               IF PAID-OUT-TOTAL = TRAILER-NET-TOTAL
                   DISPLAY "Bank file + cheques    : "
                           PAID-OUT-TOTAL " OK"
               ELSE
                   DISPLAY "Bank file + cheques    : expected "
                           TRAILER-NET-TOTAL " found "
                           PAID-OUT-TOTAL " *** MISMATCH ***"
                   SET FILE-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF.

           IF FILE-OUT-OF-BALANCE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.


       RELEASE-THE-BANK-FILE.
           MOVE 'N' TO BANK-WORK-EOF-SWITCH
           OPEN INPUT BANK-WORK-FILE.

           IF BANK-WORK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: bankwork.dat cannot be reread - "
                       "banktran.dat not released."
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT BANK-TRANSMIT-FILE
               PERFORM UNTIL BANK-WORK-END-OF-FILE
                   READ BANK-WORK-FILE
                       AT END
                           SET BANK-WORK-END-OF-FILE TO TRUE
                       NOT AT END
                           WRITE BANK-TRANSMIT-RECORD
                               FROM BANK-WORK-RECORD
                           ADD 1 TO RELEASED-COUNT
                   END-READ
               END-PERFORM
               CLOSE BANK-TRANSMIT-FILE
               CLOSE BANK-WORK-FILE
               PERFORM WRITE-BANK-LOG-RECORD
           END-IF.


       WITHHOLD-THE-BANK-FILE.
           OPEN OUTPUT BANK-TRANSMIT-FILE
           CLOSE BANK-TRANSMIT-FILE.


       WRITE-BANK-LOG-RECORD.
           OPEN EXTEND BANK-LOG-FILE
           IF BANK-LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT BANK-LOG-FILE
           END-IF.

           MOVE TRANSMIT-PAY-DATE  TO BLOG-PAY-DATE
           MOVE TRANSMIT-RUN-DATE  TO BLOG-RELEASE-DATE
           MOVE TRANSMIT-RUN-TIME  TO BLOG-RELEASE-TIME
           MOVE ENTRY-COUNT        TO BLOG-ENTRY-COUNT
           MOVE BATCH-CREDIT-TOTAL TO BLOG-CREDIT-TOTAL
           MOVE CHEQUE-COUNT       TO BLOG-CHEQUE-COUNT
           MOVE CHEQUE-TOTAL       TO BLOG-CHEQUE-TOTAL
           WRITE BANK-LOG-RECORD

           CLOSE BANK-LOG-FILE.


       PRINT-TRANSMIT-SUMMARY.
           DISPLAY " ".
           DISPLAY "---------------------------------------------".
           DISPLAY "Pay date              : " TRANSMIT-PAY-DATE.
           DISPLAY "Employees on paynet   : " NET-DETAIL-COUNT.
           DISPLAY "Direct deposits       : " DEPOSIT-COUNT.
           DISPLAY "Prenote entries       : " PRENOTE-COUNT.
           DISPLAY "Bank entries total    : " ENTRY-COUNT.
           DISPLAY "Entry hash total      : " ENTRY-HASH-TOTAL.
           DISPLAY "Total credit amount   : " BATCH-CREDIT-TOTAL.
           DISPLAY "Pay by cheque         : " CHEQUE-COUNT.
           DISPLAY "Cheque total          : " CHEQUE-TOTAL.
           DISPLAY "Zero net pay          : " ZERO-NET-COUNT.
           DISPLAY "Bank master seq errors: " SEQUENCE-ERROR-COUNT.
           DISPLAY "---------------------------------------------".

           IF FILE-IN-BALANCE
               DISPLAY "Bank file released    : banktran.dat ("
                       RELEASED-COUNT " records)"
           ELSE
               DISPLAY "BANK FILE IS OUT OF BALANCE - banktran.dat "
                       "emptied, staged file held in bankwork.dat."
           END-IF.

           IF CHEQUE-COUNT > 0
               DISPLAY "NOTE: employees to be paid by cheque are "
                       "listed in cheqlist.dat with a reason."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
