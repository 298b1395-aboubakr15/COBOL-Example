       01 HR-FEED-RECORD          PIC X(120).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD        PIC X(47).

       FD FEED-WORK-FILE.
       01 FEED-WORK-RECORD.
           02 TRAN-EMP-SALARY       PIC 9(7)V99.
           02 TRAN-DEPT-CODE        PIC 9(2).
           02 TRAN-PAY-GRADE        PIC X(2).
           02 TRAN-EFF-DATE         PIC 9(8).

       FD FEED-REJECT-FILE.
       01 FEED-REJECT-RECORD.
           02 FEED-GRADE-TEXT    PIC X(5).
           02 FEED-DATE-TEXT     PIC X(10).
           02 FEED-COUNT-TEXT    PIC X(10).
           02 FEED-EFF-DATE-TEXT PIC X(10).

       01 CONVERSION-FIELDS.
           02 CONVERT-TEXT         PIC X(15).
           02 EDIT-EMP-SALARY    PIC 9(7)V99 VALUE 0.
           02 EDIT-DEPT-CODE     PIC 9(2) VALUE 0.
           02 EDIT-PAY-GRADE     PIC X(2) VALUE SPACES.
           02 EDIT-EFF-DATE      PIC 9(8) VALUE 0.
           02 EDIT-EFF-DATE-PARTS REDEFINES EDIT-EFF-DATE.
               03 EDIT-EFF-YEAR     PIC 9(4).
               03 EDIT-EFF-MONTH    PIC 9(2).
               03 EDIT-EFF-DAY      PIC 9(2).

       01 FEED-VALID-SWITCH     PIC X VALUE 'Y'.
           88 FEED-RECORD-VALID   VALUE 'Y'.
                          FEED-EMP-ID-TEXT FEED-NAME-TEXT
                          FEED-SALARY-TEXT FEED-DEPT-TEXT
                          FEED-GRADE-TEXT FEED-DATE-TEXT
                          FEED-COUNT-TEXT FEED-EFF-DATE-TEXT

           MOVE HR-FEED-RECORD (1:1) TO FEED-RECORD-TYPE

               INTO FEED-RECORD-TYPE FEED-ACTION-TEXT
                    FEED-EMP-ID-TEXT FEED-NAME-TEXT
                    FEED-SALARY-TEXT FEED-DEPT-TEXT
                    FEED-GRADE-TEXT FEED-EFF-DATE-TEXT
           END-UNSTRING.

           PERFORM EDIT-ACTION-CODE.
               END-IF
           END-IF.

           IF FEED-RECORD-VALID
               PERFORM EDIT-EFF-DATE-FIELD
           END-IF.

           IF FEED-RECORD-VALID
               PERFORM WRITE-ONE-TRANSACTION
           ELSE
           END-IF.


       EDIT-EFF-DATE-FIELD.
           IF FEED-EFF-DATE-TEXT NOT = SPACES
               MOVE FEED-EFF-DATE-TEXT (1:10) TO CONVERT-TEXT
               PERFORM CONVERT-NUMERIC-TEXT

               IF NOT CONVERT-VALID OR CONVERT-LENGTH NOT = 8
                   SET FEED-RECORD-INVALID TO TRUE
                   MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO FEED-REASON
               ELSE
                   MOVE CONVERT-VALUE TO EDIT-EFF-DATE
                   IF EDIT-EFF-YEAR < 1900 OR
                      EDIT-EFF-MONTH < 1 OR EDIT-EFF-MONTH > 12 OR
                      EDIT-EFF-DAY < 1 OR EDIT-EFF-DAY > 31
                       SET FEED-RECORD-INVALID TO TRUE
                       MOVE "EFFECTIVE DATE NOT VALID"
                           TO FEED-REASON
                   END-IF
               END-IF
           END-IF.


       WRITE-ONE-TRANSACTION.
           MOVE EDIT-ACTION     TO TRAN-ACTION
           MOVE EDIT-EMP-ID     TO TRAN-EMP-ID
           MOVE EDIT-EMP-SALARY TO TRAN-EMP-SALARY
           MOVE EDIT-DEPT-CODE  TO TRAN-DEPT-CODE
           MOVE EDIT-PAY-GRADE  TO TRAN-PAY-GRADE
           MOVE EDIT-EFF-DATE   TO TRAN-EFF-DATE
           WRITE FEED-WORK-RECORD.

           ADD 1 TO LOADED-COUNT.
