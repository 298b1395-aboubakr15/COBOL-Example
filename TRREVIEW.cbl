               03 PEND-TRAN-EMP-SALARY PIC 9(7)V99.
               03 PEND-TRAN-DEPT-CODE  PIC 9(2).
               03 PEND-TRAN-PAY-GRADE  PIC X(2).
               03 PEND-TRAN-EFF-DATE   PIC X(8).

       FD DECISION-FILE.
       01 DECISION-RECORD.
           02 DEC-REASON          PIC X(30).

       FD PENDING-WORK-FILE.
       01 PENDING-WORK-RECORD     PIC X(117).

       FD REJECT-HISTORY-FILE.
       01 REJECT-HISTORY-RECORD.
           02 REJH-REVIEW-USER    PIC X(20).
           02 REJH-SUBMIT-USER    PIC X(20).
           02 REJH-REASON         PIC X(30).
           02 REJH-TRAN-DATA      PIC X(47).

       WORKING-STORAGE SECTION.
       01 PENDING-FILE-STATUS        PIC XX VALUE "00".
                       EDITED-SALARY
                       " submitted " PEND-SUBMIT-DATE
                       " by " PEND-SUBMIT-USER
               IF PEND-TRAN-EFF-DATE NOT = SPACES AND
                  PEND-TRAN-EFF-DATE NOT = ZEROS
                   DISPLAY "         effective " PEND-TRAN-EFF-DATE
               END-IF
           END-IF.

           IF DECISIONS-LOADED
