       IDENTIFICATION DIVISION.
       PROGRAM-ID. Master-Reversal.

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

           SELECT REVERSAL-PARM-FILE ASSIGN TO "revparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVERSAL-PARM-FILE-STATUS.

           SELECT APPLIED-HISTORY-FILE ASSIGN TO "apphist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLIED-HISTORY-FILE-STATUS.

           SELECT SALARY-HISTORY-FILE ASSIGN TO "salhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALARY-HISTORY-FILE-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "posmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-MASTER-FILE-STATUS.

           SELECT RETRO-PAY-FILE ASSIGN TO "retropay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRO-PAY-FILE-STATUS.

           SELECT RETRO-WORK-FILE ASSIGN TO "retrwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRO-WORK-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "perctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 FILE-RECORD.
           02 EMP-ID           PIC 9(5).
           02 EMP-NAME         PIC X(20).
           02 EMP-SALARY       PIC 9(7)V99.
           02 DEPT-CODE        PIC 9(2).
           02 PAY-GRADE        PIC X(2).

       FD REVERSAL-PARM-FILE.
       01 REVERSAL-PARM-RECORD.
           02 REVP-ACTION         PIC X.
               88 REVP-TRIAL-ONLY    VALUE 'T'.
               88 REVP-UPDATE        VALUE 'U'.
           02 REVP-SELECT-BY      PIC X.
               88 REVP-BY-APPLY-DATE VALUE 'D'.
               88 REVP-BY-SEQ-RANGE  VALUE 'S'.
           02 REVP-APPLY-DATE     PIC 9(8).
           02 REVP-FROM-SEQ       PIC 9(5).
           02 REVP-TO-SEQ         PIC 9(5).

       FD APPLIED-HISTORY-FILE.
       01 APPLIED-HISTORY-RECORD.
           02 APPH-SEQ            PIC 9(5).
           02 APPH-APPLY-DATE     PIC 9(8).
           02 APPH-SUBMIT-USER    PIC X(20).
           02 APPH-APPROVE-DATE   PIC 9(8).
           02 APPH-APPROVE-USER   PIC X(20).
           02 APPH-TRAN-DATA.
               03 APPH-TRAN-ACTION     PIC X.
               03 APPH-TRAN-EMP-ID     PIC 9(5).
               03 APPH-TRAN-EMP-NAME   PIC X(20).
               03 APPH-TRAN-EMP-SALARY PIC 9(7)V99.
               03 APPH-TRAN-DEPT-CODE  PIC 9(2).
               03 APPH-TRAN-PAY-GRADE  PIC X(2).
               03 APPH-TRAN-EFF-DATE   PIC X(8).
           02 APPH-RESULT         PIC X.
               88 APPH-WAS-APPLIED   VALUE 'Y' ' '.
               88 APPH-WAS-REJECTED  VALUE 'R'.
               88 APPH-WAS-REVERSED  VALUE 'V'.

       FD SALARY-HISTORY-FILE.
       01 SALARY-HISTORY-RECORD.
           02 HIST-EMP-ID         PIC 9(5).
           02 HIST-EFF-DATE       PIC 9(8).
           02 HIST-EFF-TIME       PIC 9(8).
           02 HIST-ACTION         PIC X.
               88 HIST-IS-CHANGE    VALUE 'C'.
               88 HIST-IS-DELETE    VALUE 'D'.
           02 HIST-EMP-NAME       PIC X(20).
           02 HIST-EMP-SALARY     PIC 9(7)V99.
           02 HIST-DEPT-CODE      PIC 9(2).
           02 HIST-PAY-GRADE      PIC X(2).
           02 HIST-PEND-SEQ       PIC 9(5).
           02 HIST-PEND-SEQ-TEXT REDEFINES HIST-PEND-SEQ
                                  PIC X(5).
           02 HIST-TRAN-EFF-DATE  PIC 9(8).
           02 HIST-NEW-SALARY     PIC 9(7)V99.
           02 HIST-NEW-DEPT-CODE  PIC 9(2).
           02 HIST-NEW-PAY-GRADE  PIC X(2).

       FD POSITION-MASTER-FILE.
       01 POSITION-MASTER-RECORD.
           02 POS-MAST-DEPT-CODE PIC 9(2).
           02 POS-MAST-HEADCOUNT PIC 9(5).
           02 POS-MAST-BUDGET    PIC 9(9)V99.

       FD RETRO-PAY-FILE.
       01 RETRO-PAY-RECORD.
           02 RETRO-EMP-ID         PIC 9(5).
           02 RETRO-STATUS         PIC X.
               88 RETRO-IS-OWED       VALUE 'O'.
               88 RETRO-IS-PAID       VALUE 'P'.
               88 RETRO-IS-CANCELLED  VALUE 'X'.
           02 RETRO-EFF-DATE       PIC 9(8).
           02 RETRO-APPLY-DATE     PIC 9(8).
           02 RETRO-PEND-SEQ       PIC 9(5).
           02 RETRO-OLD-SALARY     PIC 9(7)V99.
           02 RETRO-NEW-SALARY     PIC 9(7)V99.
           02 RETRO-PERIOD-COUNT   PIC 9(3).
           02 RETRO-AMOUNT         PIC 9(9)V99.
           02 RETRO-PAID-DATE      PIC 9(8).

       FD RETRO-WORK-FILE.
       01 RETRO-WORK-RECORD        PIC X(67).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           02 AUDIT-DATE          PIC 9(8).
           02 AUDIT-TIME          PIC 9(8).
           02 AUDIT-USER          PIC X(20).
           02 AUDIT-MODE          PIC X.
           02 AUDIT-START-LINE    PIC 9(5).
           02 AUDIT-END-LINE      PIC 9(5).
           02 AUDIT-RECORD-COUNT  PIC 9(7).
           02 AUDIT-SALARY-MIN       PIC 9(7)V99.
           02 AUDIT-SALARY-MAX       PIC 9(7)V99.
           02 AUDIT-ID-LIST-COUNT    PIC 9(2).
           02 AUDIT-ID-LIST-GROUP.
               03 AUDIT-ID-LIST-TABLE  OCCURS 10 TIMES
                                       PIC 9(5).
           02 AUDIT-LOOKUP-ID        PIC 9(5).
           02 AUDIT-EXCEPTION-COUNT  PIC 9(7).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           02 CTL-CARD-NUMBER     PIC 9(5).
           02 CTL-MODE            PIC X.
           02 CTL-SELECTED-COUNT  PIC 9(7).
           02 CTL-WRITTEN-COUNT   PIC 9(7).
           02 CTL-EXCEPTION-COUNT PIC 9(7).
           02 CTL-TOTAL-SALARY    PIC 9(11)V99.

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD    PIC X(71).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD          PIC X(73).

       WORKING-STORAGE SECTION.
       01 INPUT-FILE-STATUS      PIC XX VALUE "00".
           88 INPUT-FILE-OK        VALUE "00".

       01 INPUT-FILE-OPEN-SWITCH PIC X VALUE 'N'.
           88 INPUT-FILE-OPENED-OK VALUE 'Y'.

       01 REVERSAL-PARM-FILE-STATUS   PIC XX VALUE "00".
       01 APPLIED-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01 SALARY-HISTORY-FILE-STATUS  PIC XX VALUE "00".
       01 POSITION-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 RETRO-PAY-FILE-STATUS       PIC XX VALUE "00".
       01 RETRO-WORK-FILE-STATUS      PIC XX VALUE "00".
       01 AUDIT-FILE-STATUS           PIC XX VALUE "00".
       01 CONTROL-FILE-STATUS         PIC XX VALUE "00".

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

       01 PARM-VALID-SWITCH     PIC X VALUE 'N'.
           88 PARM-IS-VALID       VALUE 'Y'.

       01 APPLIED-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
           88 APPLIED-HISTORY-END-OF-FILE VALUE 'Y'.

       01 SALARY-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
           88 SALARY-HISTORY-END-OF-FILE VALUE 'Y'.

       01 POSITION-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 POSITION-MASTER-END-OF-FILE VALUE 'Y'.

       01 MASTER-EOF-SWITCH     PIC X VALUE 'N'.
           88 MASTER-END-OF-FILE  VALUE 'Y'.

       01 RETRO-PAY-EOF-SWITCH  PIC X VALUE 'N'.
           88 RETRO-PAY-END-OF-FILE VALUE 'Y'.

       01 RETRO-WORK-EOF-SWITCH PIC X VALUE 'N'.
           88 RETRO-WORK-END-OF-FILE VALUE 'Y'.

       01 ITEM-FOUND-SWITCH     PIC X VALUE 'N'.
           88 ITEM-FOUND          VALUE 'Y'.

       01 LATER-ITEM-SWITCH     PIC X VALUE 'N'.
           88 LATER-ITEM-EXISTS   VALUE 'Y'.

       01 ITEM-SELECTED-SWITCH  PIC X VALUE 'N'.
           88 ITEM-IS-SELECTED    VALUE 'Y'.

       01 RUN-DATE              PIC 9(8) VALUE 0.
       01 RUN-TIME              PIC 9(8) VALUE 0.
       01 RUN-USER              PIC X(20) VALUE SPACES.

       01 APPH-ORDINAL          PIC 9(7) VALUE 0.
       01 FIRST-SELECTED-ORDINAL PIC 9(7) VALUE 0.

       01 REVERSAL-TABLE.
           02 REV-ITEM-COUNT     PIC 9(3) COMP VALUE 0.
           02 REV-ITEM OCCURS 500 TIMES.
               03 REV-SEQ             PIC 9(5).
               03 REV-ORDINAL         PIC 9(7).
               03 REV-APPLY-DATE      PIC 9(8).
               03 REV-TRAN-DATA.
                   04 REV-ACTION         PIC X.
                       88 REV-IS-ADD        VALUE 'A'.
                       88 REV-IS-CHANGE     VALUE 'C'.
                       88 REV-IS-DELETE     VALUE 'D'.
                   04 REV-EMP-ID         PIC 9(5).
                   04 REV-EMP-NAME       PIC X(20).
                   04 REV-EMP-SALARY     PIC 9(7)V99.
                   04 REV-DEPT-CODE      PIC 9(2).
                   04 REV-PAY-GRADE      PIC X(2).
                   04 REV-EFF-DATE       PIC X(8).
               03 REV-SKIP-SWITCH     PIC X.
                   88 REV-ALREADY-REVERSED VALUE 'Y'.
               03 REV-BEFORE-SWITCH   PIC X.
                   88 REV-BEFORE-FOUND  VALUE 'Y'.
               03 REV-BEFORE-NAME     PIC X(20).
               03 REV-BEFORE-SALARY   PIC 9(7)V99.
               03 REV-BEFORE-DEPT     PIC 9(2).
               03 REV-BEFORE-GRADE    PIC X(2).
               03 REV-REFUSE-SWITCH   PIC X.
                   88 REV-REFUSED       VALUE 'Y'.
               03 REV-REFUSE-REASON   PIC X(40).
               03 REV-DONE-SWITCH     PIC X.
                   88 REV-REVERSED      VALUE 'Y'.

       01 REV-SUB               PIC 9(3) COMP VALUE 0.
       01 OTHER-SUB             PIC 9(3) COMP VALUE 0.

       01 REFUSE-REASON         PIC X(40) VALUE SPACES.
       01 EDITED-SEQ            PIC 9(5).

       01 POSITION-CONTROL-TABLE.
           02 POSN-ROW-COUNT     PIC 9(3) COMP VALUE 0.
           02 POSN-ROW OCCURS 100 TIMES.
               03 POSN-ROW-DEPT      PIC 9(2).
               03 POSN-ROW-HEADCOUNT PIC 9(5).
               03 POSN-ROW-BUDGET    PIC 9(9)V99.

       01 DEPT-HEADCOUNT-TABLE.
           02 DEPT-HEADCOUNT-ENTRY OCCURS 100 TIMES.
               03 DEPT-HEADCOUNT-BEFORE PIC 9(7).
               03 DEPT-HEADCOUNT-CHANGE PIC S9(7).

       01 POSN-SUB              PIC 9(3) COMP VALUE 0.
       01 DEPT-SUB              PIC 9(3) COMP VALUE 0.

       01 HEADCOUNT-AFTER       PIC S9(7) VALUE 0.
       01 EDITED-HEADCOUNT-BEFORE PIC Z,ZZZ,ZZ9.
       01 EDITED-HEADCOUNT-AFTER  PIC Z,ZZZ,ZZ9.
       01 EDITED-AUTHORIZED       PIC Z,ZZZ,ZZ9.

       01 POSITION-CHANGED-SWITCH PIC X VALUE 'N'.
           88 POSITION-MASTER-CHANGED VALUE 'Y'.

       01 REVERSAL-TOTALS.
           02 SELECTED-COUNT       PIC 9(7) VALUE 0.
           02 ALREADY-REVERSED-COUNT PIC 9(7) VALUE 0.
           02 REFUSED-COUNT        PIC 9(7) VALUE 0.
           02 REVERSED-COUNT       PIC 9(7) VALUE 0.
           02 ADDS-REMOVED-COUNT   PIC 9(7) VALUE 0.
           02 CHANGES-RESTORED-COUNT PIC 9(7) VALUE 0.
           02 DELETES-READDED-COUNT PIC 9(7) VALUE 0.
           02 REVERSE-ERROR-COUNT  PIC 9(7) VALUE 0.
           02 RETRO-CANCELLED-COUNT PIC 9(7) VALUE 0.
           02 RETRO-ALREADY-PAID-COUNT PIC 9(7) VALUE 0.
           02 AUTHORIZED-RAISED-COUNT PIC 9(7) VALUE 0.

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
           02 RUN-LOCK-PROGRAM   PIC X(24) VALUE "Master-Reversal".
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
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           ACCEPT RUN-USER FROM ENVIRONMENT "USER".

           IF RUN-USER = SPACE
               MOVE "UNKNOWN" TO RUN-USER
           END-IF.

           PERFORM LOAD-REVERSAL-PARM.

           IF PARM-IS-VALID AND REVP-UPDATE
               SET RUN-LOCK-EXCLUSIVE TO TRUE
           END-IF.

           PERFORM ACQUIRE-RUN-LOCK.

           IF RUN-LOCK-HELD
               PERFORM PROCESS-REVERSAL-REQUEST
               PERFORM RELEASE-RUN-LOCK
           END-IF.

           GOBACK.


       PROCESS-REVERSAL-REQUEST.
           IF PARM-IS-VALID AND REVP-UPDATE
               PERFORM CHECK-PERIOD-STATUS
               IF NOT PERIOD-STATUS-OK
                   MOVE 'N' TO PARM-VALID-SWITCH
               END-IF
           END-IF.

           IF PARM-IS-VALID
               PERFORM LOAD-SELECTED-ITEMS
           END-IF.

           IF PARM-IS-VALID AND RETURN-CODE < 16
               IF SELECTED-COUNT = ALREADY-REVERSED-COUNT
                   DISPLAY "WARNING: No applied items to reverse for "
                           "this selection."
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM OPEN-INPUT-FILE
                   IF INPUT-FILE-OPENED-OK
                       PERFORM FIND-LATER-CHANGES
                       PERFORM LOAD-BEFORE-IMAGES
                       PERFORM CHECK-CURRENT-MASTER
                       PERFORM SPREAD-EMPLOYEE-REFUSALS
                       PERFORM LIST-REFUSED-ITEMS
                       IF REVP-UPDATE
                           PERFORM REVERSE-THE-BATCH
                       ELSE
                           DISPLAY "NOTE: trial run only - nothing "
                                   "reversed."
                       END-IF
                       CLOSE INPUT-FILE
                       PERFORM PRINT-REVERSAL-SUMMARY
                   END-IF
               END-IF
           END-IF.


       CHECK-PERIOD-STATUS.
           MOVE 'N' TO PERIOD-CHECK-SWITCH
           PERFORM READ-PERIOD-CONTROL

           IF PERIOD-CONTROL-FOUND
               IF PCTL-IS-OPEN
                   SET PERIOD-STATUS-OK TO TRUE
               ELSE
                   DISPLAY "ERROR: nothing reversed - the master "
                           "only changes in an OPEN pay period; period "
                           PCTL-PERIOD " is " PERIOD-STATUS-NAME
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.


       LOAD-REVERSAL-PARM.
           OPEN INPUT REVERSAL-PARM-FILE.

           IF REVERSAL-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: revparm.dat not present - a reversal "
                       "needs an apply date or PEND-SEQ range."
               MOVE 16 TO RETURN-CODE
           ELSE
               READ REVERSAL-PARM-FILE
                   AT END
                       DISPLAY "ERROR: revparm.dat is empty - "
                               "nothing reversed."
                       MOVE 16 TO RETURN-CODE
                   NOT AT END
                       PERFORM EDIT-REVERSAL-PARM
               END-READ
               CLOSE REVERSAL-PARM-FILE
           END-IF.


       EDIT-REVERSAL-PARM.
           SET PARM-IS-VALID TO TRUE

           IF NOT REVP-TRIAL-ONLY AND NOT REVP-UPDATE
               DISPLAY "ERROR: revparm.dat action must be T or U."
               MOVE 'N' TO PARM-VALID-SWITCH
           END-IF.

           IF REVP-BY-APPLY-DATE
               IF REVP-APPLY-DATE NOT NUMERIC OR REVP-APPLY-DATE = 0
                   DISPLAY "ERROR: revparm.dat apply date is missing."
                   MOVE 'N' TO PARM-VALID-SWITCH
               END-IF
           ELSE
               IF REVP-BY-SEQ-RANGE
                   IF REVP-FROM-SEQ NOT NUMERIC OR
                      REVP-TO-SEQ NOT NUMERIC OR
                      REVP-FROM-SEQ = 0 OR
                      REVP-TO-SEQ < REVP-FROM-SEQ
                       DISPLAY "ERROR: revparm.dat PEND-SEQ range "
                               "is not valid."
                       MOVE 'N' TO PARM-VALID-SWITCH
                   END-IF
                   IF REVP-APPLY-DATE NOT NUMERIC
                       MOVE 0 TO REVP-APPLY-DATE
                   END-IF
               ELSE
                   DISPLAY "ERROR: revparm.dat must select by D "
                           "(apply date) or S (PEND-SEQ range)."
                   MOVE 'N' TO PARM-VALID-SWITCH
               END-IF
           END-IF.

           IF PARM-IS-VALID
               DISPLAY " "
               DISPLAY "MASTER-UPDATE BATCH REVERSAL"
               DISPLAY "---------------------------------------------"
               IF REVP-BY-APPLY-DATE
                   DISPLAY "Items applied on     : " REVP-APPLY-DATE
               ELSE
                   DISPLAY "PEND-SEQ range       : " REVP-FROM-SEQ
                           " to " REVP-TO-SEQ
                   IF REVP-APPLY-DATE > 0
                       DISPLAY "  applied on        : "
                               REVP-APPLY-DATE
                   END-IF
               END-IF
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.


       LOAD-SELECTED-ITEMS.
           MOVE 0 TO APPH-ORDINAL
           MOVE 'N' TO APPLIED-HISTORY-EOF-SWITCH
           OPEN INPUT APPLIED-HISTORY-FILE.

           IF APPLIED-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: apphist.dat is missing - nothing "
                       "can be reversed."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL APPLIED-HISTORY-END-OF-FILE
                   READ APPLIED-HISTORY-FILE
                       AT END
                           SET APPLIED-HISTORY-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO APPH-ORDINAL
                           PERFORM SELECT-ONE-APPLIED-ITEM
                   END-READ
               END-PERFORM
               CLOSE APPLIED-HISTORY-FILE
           END-IF.


       SELECT-ONE-APPLIED-ITEM.
           IF APPH-WAS-REVERSED
               PERFORM FIND-ITEM-FOR-APPH-SEQ
               IF ITEM-FOUND AND NOT REV-ALREADY-REVERSED (REV-SUB)
                   SET REV-ALREADY-REVERSED (REV-SUB) TO TRUE
                   ADD 1 TO ALREADY-REVERSED-COUNT
                   DISPLAY "NOTE: item " APPH-SEQ " EMP-ID "
                           APPH-TRAN-EMP-ID " was already reversed "
                           "on " APPH-APPLY-DATE "."
               END-IF
           ELSE
               IF APPH-WAS-APPLIED
                   MOVE 'N' TO ITEM-SELECTED-SWITCH
                   IF REVP-BY-APPLY-DATE AND
                      APPH-APPLY-DATE = REVP-APPLY-DATE
                       SET ITEM-IS-SELECTED TO TRUE
                   END-IF
                   IF REVP-BY-SEQ-RANGE AND
                      APPH-SEQ >= REVP-FROM-SEQ AND
                      APPH-SEQ <= REVP-TO-SEQ AND
                      (REVP-APPLY-DATE = 0 OR
                       APPH-APPLY-DATE = REVP-APPLY-DATE)
                       SET ITEM-IS-SELECTED TO TRUE
                   END-IF
                   IF ITEM-IS-SELECTED
                       PERFORM ADD-SELECTED-ITEM
                   END-IF
               END-IF
           END-IF.


       FIND-ITEM-FOR-APPH-SEQ.
           MOVE 'N' TO ITEM-FOUND-SWITCH

           SET REV-SUB TO 1
           PERFORM UNTIL ITEM-FOUND OR REV-SUB > REV-ITEM-COUNT
               IF REV-SEQ (REV-SUB) = APPH-SEQ AND
                  REV-EMP-ID (REV-SUB) = APPH-TRAN-EMP-ID
                   SET ITEM-FOUND TO TRUE
               ELSE
                   SET REV-SUB UP BY 1
               END-IF
           END-PERFORM.


       ADD-SELECTED-ITEM.
           IF REV-ITEM-COUNT >= 500
               DISPLAY "ERROR: more than 500 items selected - "
                       "narrow the PEND-SEQ range."
               MOVE 16 TO RETURN-CODE
               SET APPLIED-HISTORY-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO REV-ITEM-COUNT
               ADD 1 TO SELECTED-COUNT
               SET REV-SUB TO REV-ITEM-COUNT
               MOVE APPH-SEQ        TO REV-SEQ (REV-SUB)
               MOVE APPH-ORDINAL    TO REV-ORDINAL (REV-SUB)
               MOVE APPH-APPLY-DATE TO REV-APPLY-DATE (REV-SUB)
               MOVE APPH-TRAN-DATA  TO REV-TRAN-DATA (REV-SUB)
               MOVE 'N'    TO REV-SKIP-SWITCH (REV-SUB)
               MOVE 'N'    TO REV-BEFORE-SWITCH (REV-SUB)
               MOVE SPACES TO REV-BEFORE-NAME (REV-SUB)
               MOVE 0      TO REV-BEFORE-SALARY (REV-SUB)
               MOVE 0      TO REV-BEFORE-DEPT (REV-SUB)
               MOVE SPACES TO REV-BEFORE-GRADE (REV-SUB)
               MOVE 'N'    TO REV-REFUSE-SWITCH (REV-SUB)
               MOVE SPACES TO REV-REFUSE-REASON (REV-SUB)
               MOVE 'N'    TO REV-DONE-SWITCH (REV-SUB)
               IF FIRST-SELECTED-ORDINAL = 0
                   MOVE APPH-ORDINAL TO FIRST-SELECTED-ORDINAL
               END-IF
           END-IF.


       OPEN-INPUT-FILE.
           IF REVP-UPDATE
               OPEN I-O INPUT-FILE
           ELSE
               OPEN INPUT INPUT-FILE
           END-IF.

           IF INPUT-FILE-OK
               SET INPUT-FILE-OPENED-OK TO TRUE
           ELSE
               DISPLAY "ERROR: input.dat cannot be opened - status "
                       INPUT-FILE-STATUS " - nothing reversed."
               MOVE 16 TO RETURN-CODE
           END-IF.


       FIND-LATER-CHANGES.
           MOVE 0 TO APPH-ORDINAL
           MOVE 'N' TO APPLIED-HISTORY-EOF-SWITCH
           OPEN INPUT APPLIED-HISTORY-FILE.

           PERFORM UNTIL APPLIED-HISTORY-END-OF-FILE
               READ APPLIED-HISTORY-FILE
                   AT END
                       SET APPLIED-HISTORY-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO APPH-ORDINAL
                       IF APPH-ORDINAL > FIRST-SELECTED-ORDINAL AND
                          NOT APPH-WAS-REJECTED
                           PERFORM CHECK-ONE-LATER-CHANGE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE APPLIED-HISTORY-FILE.


       CHECK-ONE-LATER-CHANGE.
           MOVE 'N' TO ITEM-SELECTED-SWITCH

           SET REV-SUB TO 1
           PERFORM UNTIL ITEM-IS-SELECTED OR REV-SUB > REV-ITEM-COUNT
               IF REV-ORDINAL (REV-SUB) = APPH-ORDINAL
                   SET ITEM-IS-SELECTED TO TRUE
               ELSE
                   IF APPH-WAS-REVERSED AND
                      REV-SEQ (REV-SUB) = APPH-SEQ AND
                      REV-EMP-ID (REV-SUB) = APPH-TRAN-EMP-ID
                       SET ITEM-IS-SELECTED TO TRUE
                   END-IF
               END-IF
               SET REV-SUB UP BY 1
           END-PERFORM.

           IF NOT ITEM-IS-SELECTED
               MOVE APPH-SEQ TO EDITED-SEQ
               MOVE SPACES TO REFUSE-REASON
               STRING "CHANGED AGAIN BY ITEM " EDITED-SEQ
                      " ON " APPH-APPLY-DATE
                   DELIMITED BY SIZE
                   INTO REFUSE-REASON
               END-STRING
               SET REV-SUB TO 1
               PERFORM UNTIL REV-SUB > REV-ITEM-COUNT
                   IF REV-EMP-ID (REV-SUB) = APPH-TRAN-EMP-ID AND
                      REV-ORDINAL (REV-SUB) < APPH-ORDINAL
                       PERFORM REFUSE-ONE-ITEM
                   END-IF
                   SET REV-SUB UP BY 1
               END-PERFORM
           END-IF.


       REFUSE-ONE-ITEM.
           IF NOT REV-REFUSED (REV-SUB) AND
              NOT REV-ALREADY-REVERSED (REV-SUB)
               SET REV-REFUSED (REV-SUB) TO TRUE
               MOVE REFUSE-REASON TO REV-REFUSE-REASON (REV-SUB)
           END-IF.


       LOAD-BEFORE-IMAGES.
           MOVE 'N' TO SALARY-HISTORY-EOF-SWITCH
           OPEN INPUT SALARY-HISTORY-FILE.

           IF SALARY-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL SALARY-HISTORY-END-OF-FILE
                   READ SALARY-HISTORY-FILE
                       AT END
                           SET SALARY-HISTORY-END-OF-FILE TO TRUE
                       NOT AT END
                           IF HIST-IS-CHANGE OR HIST-IS-DELETE
                               PERFORM MATCH-ONE-BEFORE-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-HISTORY-FILE
           ELSE
               DISPLAY "WARNING: salhist.dat is missing - changes "
                       "and deletes cannot be reversed."
           END-IF.

           MOVE "NO BEFORE-IMAGE IN SALHIST.DAT" TO REFUSE-REASON

           SET REV-SUB TO 1
           PERFORM UNTIL REV-SUB > REV-ITEM-COUNT
               IF NOT REV-IS-ADD (REV-SUB) AND
                  NOT REV-BEFORE-FOUND (REV-SUB)
                   PERFORM REFUSE-ONE-ITEM
               END-IF
               SET REV-SUB UP BY 1
           END-PERFORM.


       MATCH-ONE-BEFORE-IMAGE.
           MOVE 'N' TO ITEM-FOUND-SWITCH

           SET REV-SUB TO 1
           PERFORM UNTIL ITEM-FOUND OR REV-SUB > REV-ITEM-COUNT
               IF REV-EMP-ID (REV-SUB) = HIST-EMP-ID AND
                  REV-ACTION (REV-SUB) = HIST-ACTION AND
                  NOT REV-BEFORE-FOUND (REV-SUB)
                   IF HIST-PEND-SEQ-TEXT IS NUMERIC AND
                      HIST-PEND-SEQ > 0
                       IF REV-SEQ (REV-SUB) = HIST-PEND-SEQ
                           SET ITEM-FOUND TO TRUE
                       END-IF
                   ELSE
                       IF REV-APPLY-DATE (REV-SUB) = HIST-EFF-DATE
                           SET ITEM-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT ITEM-FOUND
                   SET REV-SUB UP BY 1
               END-IF
           END-PERFORM.

           IF ITEM-FOUND
               SET REV-BEFORE-FOUND (REV-SUB) TO TRUE
               MOVE HIST-EMP-NAME   TO REV-BEFORE-NAME (REV-SUB)
               MOVE HIST-EMP-SALARY TO REV-BEFORE-SALARY (REV-SUB)
               MOVE HIST-DEPT-CODE  TO REV-BEFORE-DEPT (REV-SUB)
               MOVE HIST-PAY-GRADE  TO REV-BEFORE-GRADE (REV-SUB)
           END-IF.


       CHECK-CURRENT-MASTER.
           MOVE "MASTER DIFFERS FROM BATCH RESULT" TO REFUSE-REASON

           SET REV-SUB TO 1
           PERFORM UNTIL REV-SUB > REV-ITEM-COUNT
               IF NOT REV-ALREADY-REVERSED (REV-SUB)
                   PERFORM CHECK-ONE-EMPLOYEE-MASTER
               END-IF
               SET REV-SUB UP BY 1
           END-PERFORM.


       CHECK-ONE-EMPLOYEE-MASTER.
           MOVE 'N' TO LATER-ITEM-SWITCH

           COMPUTE OTHER-SUB = REV-SUB + 1
           PERFORM UNTIL LATER-ITEM-EXISTS OR
                         OTHER-SUB > REV-ITEM-COUNT
               IF REV-EMP-ID (OTHER-SUB) = REV-EMP-ID (REV-SUB) AND
                  NOT REV-ALREADY-REVERSED (OTHER-SUB)
                   SET LATER-ITEM-EXISTS TO TRUE
               ELSE
                   SET OTHER-SUB UP BY 1
               END-IF
           END-PERFORM.

           IF NOT LATER-ITEM-EXISTS
               MOVE REV-EMP-ID (REV-SUB) TO EMP-ID
               READ INPUT-FILE RECORD KEY IS EMP-ID
                   INVALID KEY
                       IF NOT REV-IS-DELETE (REV-SUB)
                           PERFORM REFUSE-ONE-ITEM
                       END-IF
                   NOT INVALID KEY
                       IF REV-IS-DELETE (REV-SUB)
                           PERFORM REFUSE-ONE-ITEM
                       ELSE
                           IF EMP-NAME   NOT = REV-EMP-NAME (REV-SUB)
                              OR EMP-SALARY NOT =
                                 REV-EMP-SALARY (REV-SUB)
                              OR DEPT-CODE NOT = REV-DEPT-CODE (REV-SUB)
                              OR PAY-GRADE NOT = REV-PAY-GRADE (REV-SUB)
                               PERFORM REFUSE-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-IF.


       SPREAD-EMPLOYEE-REFUSALS.
           MOVE "OTHER ITEM FOR EMPLOYEE REFUSED" TO REFUSE-REASON

           SET OTHER-SUB TO 1
           PERFORM UNTIL OTHER-SUB > REV-ITEM-COUNT
               IF REV-REFUSED (OTHER-SUB)
                   SET REV-SUB TO 1
                   PERFORM UNTIL REV-SUB > REV-ITEM-COUNT
                       IF REV-EMP-ID (REV-SUB) =
                          REV-EMP-ID (OTHER-SUB)
                           PERFORM REFUSE-ONE-ITEM
                       END-IF
                       SET REV-SUB UP BY 1
                   END-PERFORM
               END-IF
               SET OTHER-SUB UP BY 1
           END-PERFORM.


       LIST-REFUSED-ITEMS.
           SET REV-SUB TO 1
           PERFORM UNTIL REV-SUB > REV-ITEM-COUNT
               IF REV-REFUSED (REV-SUB)
                   ADD 1 TO REFUSED-COUNT
                   DISPLAY "REFUSED  item " REV-SEQ (REV-SUB) " "
                           REV-ACTION (REV-SUB) " EMP-ID "
                           REV-EMP-ID (REV-SUB) " - "
                           REV-REFUSE-REASON (REV-SUB)
               END-IF
               SET REV-SUB UP BY 1
           END-PERFORM.

           IF REFUSED-COUNT > 0
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


       REVERSE-THE-BATCH.
           PERFORM COUNT-CURRENT-HEADCOUNT.

           OPEN EXTEND APPLIED-HISTORY-FILE
           IF APPLIED-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT APPLIED-HISTORY-FILE
           END-IF.

           OPEN EXTEND SALARY-HISTORY-FILE
           IF SALARY-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT SALARY-HISTORY-FILE
           END-IF.

           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE REV-ITEM-COUNT TO REV-SUB
           PERFORM UNTIL REV-SUB = 0
               IF NOT REV-ALREADY-REVERSED (REV-SUB) AND
                  NOT REV-REFUSED (REV-SUB)
                   PERFORM REVERSE-ONE-ITEM
               END-IF
               SET REV-SUB DOWN BY 1
           END-PERFORM.

           CLOSE APPLIED-HISTORY-FILE
           CLOSE SALARY-HISTORY-FILE
           CLOSE AUDIT-FILE

           PERFORM ADJUST-POSITION-MASTER
           PERFORM CANCEL-REVERSED-RETRO-PAY
           PERFORM WRITE-CONTROL-RECORD

           IF REVERSED-COUNT > 0
               MOVE RUN-DATE TO PCTL-UPDATE-DATE
               PERFORM WRITE-PERIOD-CONTROL
           END-IF.


       COUNT-CURRENT-HEADCOUNT.
           INITIALIZE DEPT-HEADCOUNT-TABLE
           MOVE 'N' TO MASTER-EOF-SWITCH
           MOVE ZEROS TO EMP-ID
           START INPUT-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET MASTER-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL MASTER-END-OF-FILE
               READ INPUT-FILE NEXT RECORD
                   AT END
                       SET MASTER-END-OF-FILE TO TRUE
                   NOT AT END
                       COMPUTE DEPT-SUB = DEPT-CODE + 1
                       ADD 1 TO DEPT-HEADCOUNT-BEFORE (DEPT-SUB)
               END-READ
           END-PERFORM.


       REVERSE-ONE-ITEM.
           IF REV-IS-ADD (REV-SUB)
               PERFORM REVERSE-ADD-ITEM
           ELSE
               IF REV-IS-CHANGE (REV-SUB)
                   PERFORM REVERSE-CHANGE-ITEM
               ELSE
                   PERFORM REVERSE-DELETE-ITEM
               END-IF
           END-IF.

           IF REV-REVERSED (REV-SUB)
               ADD 1 TO REVERSED-COUNT
               PERFORM WRITE-REVERSAL-HISTORY
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "REVERSED item " REV-SEQ (REV-SUB) " "
                       REV-ACTION (REV-SUB) " EMP-ID "
                       REV-EMP-ID (REV-SUB)
           ELSE
               ADD 1 TO REVERSE-ERROR-COUNT
               DISPLAY "ERROR: item " REV-SEQ (REV-SUB) " EMP-ID "
                       REV-EMP-ID (REV-SUB) " could not be reversed "
                       "- status " INPUT-FILE-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.


       REVERSE-ADD-ITEM.
           MOVE REV-EMP-ID (REV-SUB) TO EMP-ID

           READ INPUT-FILE RECORD KEY IS EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SAVE-REVERSAL-BEFORE-IMAGE
                   MOVE 0      TO HIST-NEW-SALARY
                   MOVE 0      TO HIST-NEW-DEPT-CODE
                   MOVE SPACES TO HIST-NEW-PAY-GRADE
                   DELETE INPUT-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET REV-REVERSED (REV-SUB) TO TRUE
                           ADD 1 TO ADDS-REMOVED-COUNT
                           COMPUTE DEPT-SUB = HIST-DEPT-CODE + 1
                           SUBTRACT 1
                               FROM DEPT-HEADCOUNT-CHANGE (DEPT-SUB)
                           PERFORM WRITE-SALARY-HISTORY-RECORD
                   END-DELETE
           END-READ.


       REVERSE-CHANGE-ITEM.
           MOVE REV-EMP-ID (REV-SUB) TO EMP-ID

           READ INPUT-FILE RECORD KEY IS EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SAVE-REVERSAL-BEFORE-IMAGE
                   MOVE REV-BEFORE-NAME (REV-SUB)   TO EMP-NAME
                   MOVE REV-BEFORE-SALARY (REV-SUB) TO EMP-SALARY
                   MOVE REV-BEFORE-DEPT (REV-SUB)   TO DEPT-CODE
                   MOVE REV-BEFORE-GRADE (REV-SUB)  TO PAY-GRADE
                   MOVE EMP-SALARY TO HIST-NEW-SALARY
                   MOVE DEPT-CODE  TO HIST-NEW-DEPT-CODE
                   MOVE PAY-GRADE  TO HIST-NEW-PAY-GRADE
                   REWRITE FILE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET REV-REVERSED (REV-SUB) TO TRUE
                           ADD 1 TO CHANGES-RESTORED-COUNT
                           IF HIST-DEPT-CODE NOT = DEPT-CODE
                               COMPUTE DEPT-SUB = HIST-DEPT-CODE + 1
                               SUBTRACT 1
                                   FROM DEPT-HEADCOUNT-CHANGE (DEPT-SUB)
                               COMPUTE DEPT-SUB = DEPT-CODE + 1
                               ADD 1
                                   TO DEPT-HEADCOUNT-CHANGE (DEPT-SUB)
                           END-IF
                           PERFORM WRITE-SALARY-HISTORY-RECORD
                   END-REWRITE
           END-READ.


       REVERSE-DELETE-ITEM.
           MOVE REV-EMP-ID (REV-SUB)        TO EMP-ID
           MOVE REV-BEFORE-NAME (REV-SUB)   TO EMP-NAME
           MOVE REV-BEFORE-SALARY (REV-SUB) TO EMP-SALARY
           MOVE REV-BEFORE-DEPT (REV-SUB)   TO DEPT-CODE
           MOVE REV-BEFORE-GRADE (REV-SUB)  TO PAY-GRADE

           WRITE FILE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REV-REVERSED (REV-SUB) TO TRUE
                   ADD 1 TO DELETES-READDED-COUNT
                   COMPUTE DEPT-SUB = DEPT-CODE + 1
                   ADD 1 TO DEPT-HEADCOUNT-CHANGE (DEPT-SUB)
                   PERFORM SAVE-REVERSAL-BEFORE-IMAGE
                   MOVE SPACES TO HIST-EMP-NAME
                   MOVE 0      TO HIST-EMP-SALARY
                   MOVE 0      TO HIST-DEPT-CODE
                   MOVE SPACES TO HIST-PAY-GRADE
                   MOVE EMP-SALARY TO HIST-NEW-SALARY
                   MOVE DEPT-CODE  TO HIST-NEW-DEPT-CODE
                   MOVE PAY-GRADE  TO HIST-NEW-PAY-GRADE
                   PERFORM WRITE-SALARY-HISTORY-RECORD
           END-WRITE.


       SAVE-REVERSAL-BEFORE-IMAGE.
           MOVE RUN-DATE    TO HIST-EFF-DATE
           MOVE RUN-TIME    TO HIST-EFF-TIME
           MOVE EMP-ID      TO HIST-EMP-ID
           MOVE 'V'         TO HIST-ACTION
           MOVE EMP-NAME    TO HIST-EMP-NAME
           MOVE EMP-SALARY  TO HIST-EMP-SALARY
           MOVE DEPT-CODE   TO HIST-DEPT-CODE
           MOVE PAY-GRADE   TO HIST-PAY-GRADE
           MOVE REV-SEQ (REV-SUB) TO HIST-PEND-SEQ
           MOVE RUN-DATE    TO HIST-TRAN-EFF-DATE.


       WRITE-SALARY-HISTORY-RECORD.
           WRITE SALARY-HISTORY-RECORD.

           IF SALARY-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to write salary history "
                       "for EMP-ID " HIST-EMP-ID " - status "
                       SALARY-HISTORY-FILE-STATUS
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


       WRITE-REVERSAL-HISTORY.
           MOVE REV-SEQ (REV-SUB)       TO APPH-SEQ
           MOVE RUN-DATE                TO APPH-APPLY-DATE
           MOVE RUN-USER                TO APPH-SUBMIT-USER
           MOVE RUN-DATE                TO APPH-APPROVE-DATE
           MOVE RUN-USER                TO APPH-APPROVE-USER
           MOVE REV-TRAN-DATA (REV-SUB) TO APPH-TRAN-DATA
           SET APPH-WAS-REVERSED TO TRUE

           WRITE APPLIED-HISTORY-RECORD.

           IF APPLIED-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to write applied history "
                       "for reversed item " APPH-SEQ " - status "
                       APPLIED-HISTORY-FILE-STATUS
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


       WRITE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE RUN-USER TO AUDIT-USER

           INITIALIZE AUDIT-START-LINE AUDIT-END-LINE
                      AUDIT-SALARY-MIN AUDIT-SALARY-MAX
                      AUDIT-ID-LIST-COUNT AUDIT-ID-LIST-GROUP
                      AUDIT-LOOKUP-ID.

           MOVE 'V'                  TO AUDIT-MODE
           MOVE 1                    TO AUDIT-RECORD-COUNT
           MOVE REV-EMP-ID (REV-SUB) TO AUDIT-LOOKUP-ID
           MOVE 0                    TO AUDIT-EXCEPTION-COUNT

           WRITE AUDIT-RECORD.


       ADJUST-POSITION-MASTER.
           MOVE 0 TO POSN-ROW-COUNT
           MOVE 'N' TO POSITION-MASTER-EOF-SWITCH
           OPEN INPUT POSITION-MASTER-FILE.

           IF POSITION-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: posmast.dat is missing - authorized "
                       "headcounts not checked."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM UNTIL POSITION-MASTER-END-OF-FILE
                   READ POSITION-MASTER-FILE
                       AT END
                           SET POSITION-MASTER-END-OF-FILE TO TRUE
                       NOT AT END
                           IF POSN-ROW-COUNT < 100
                               ADD 1 TO POSN-ROW-COUNT
                               MOVE POSITION-MASTER-RECORD
                                   TO POSN-ROW (POSN-ROW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE

               DISPLAY " "
               DISPLAY "DEPT  HEADCOUNT BEFORE     AFTER  AUTHORIZED"
               SET POSN-SUB TO 1
               PERFORM UNTIL POSN-SUB > POSN-ROW-COUNT
                   PERFORM ADJUST-ONE-POSITION-ROW
                   SET POSN-SUB UP BY 1
               END-PERFORM

               IF POSITION-MASTER-CHANGED
                   PERFORM REWRITE-POSITION-MASTER
               END-IF
           END-IF.


       ADJUST-ONE-POSITION-ROW.
           COMPUTE DEPT-SUB = POSN-ROW-DEPT (POSN-SUB) + 1

           COMPUTE HEADCOUNT-AFTER =
               DEPT-HEADCOUNT-BEFORE (DEPT-SUB) +
               DEPT-HEADCOUNT-CHANGE (DEPT-SUB)

           IF DEPT-HEADCOUNT-CHANGE (DEPT-SUB) > 0 AND
              HEADCOUNT-AFTER > POSN-ROW-HEADCOUNT (POSN-SUB)
               MOVE POSN-ROW-HEADCOUNT (POSN-SUB) TO EDITED-AUTHORIZED
               MOVE HEADCOUNT-AFTER TO EDITED-HEADCOUNT-AFTER
               DISPLAY "NOTE: dept " POSN-ROW-DEPT (POSN-SUB)
                       " authorized headcount raised from "
                       EDITED-AUTHORIZED " to "
                       EDITED-HEADCOUNT-AFTER
                       " for reinstated employees."
               MOVE HEADCOUNT-AFTER TO POSN-ROW-HEADCOUNT (POSN-SUB)
               SET POSITION-MASTER-CHANGED TO TRUE
               ADD 1 TO AUTHORIZED-RAISED-COUNT
           END-IF.

           IF DEPT-HEADCOUNT-CHANGE (DEPT-SUB) NOT = 0
               MOVE DEPT-HEADCOUNT-BEFORE (DEPT-SUB)
                   TO EDITED-HEADCOUNT-BEFORE
               MOVE HEADCOUNT-AFTER TO EDITED-HEADCOUNT-AFTER
               MOVE POSN-ROW-HEADCOUNT (POSN-SUB) TO EDITED-AUTHORIZED
               DISPLAY "  " POSN-ROW-DEPT (POSN-SUB) "        "
                       EDITED-HEADCOUNT-BEFORE " "
                       EDITED-HEADCOUNT-AFTER "   "
                       EDITED-AUTHORIZED
           END-IF.


       REWRITE-POSITION-MASTER.
           OPEN OUTPUT POSITION-MASTER-FILE.

           IF POSITION-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: posmast.dat cannot be rewritten - "
                       "raise the authorized headcounts by hand."
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               SET POSN-SUB TO 1
               PERFORM UNTIL POSN-SUB > POSN-ROW-COUNT
                   WRITE POSITION-MASTER-RECORD
                       FROM POSN-ROW (POSN-SUB)
                   SET POSN-SUB UP BY 1
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           END-IF.


       CANCEL-REVERSED-RETRO-PAY.
           MOVE 'N' TO RETRO-PAY-EOF-SWITCH
           OPEN INPUT RETRO-PAY-FILE.

           IF RETRO-PAY-FILE-STATUS = "00"
               OPEN OUTPUT RETRO-WORK-FILE
               PERFORM UNTIL RETRO-PAY-END-OF-FILE
                   READ RETRO-PAY-FILE
                       AT END
                           SET RETRO-PAY-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CANCEL-ONE-RETRO-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE RETRO-PAY-FILE
               CLOSE RETRO-WORK-FILE

               IF RETRO-CANCELLED-COUNT > 0
                   PERFORM REWRITE-RETRO-PAY-FILE
               END-IF
           END-IF.


       CANCEL-ONE-RETRO-PAYMENT.
           MOVE 'N' TO ITEM-FOUND-SWITCH

           SET REV-SUB TO 1
           PERFORM UNTIL ITEM-FOUND OR REV-SUB > REV-ITEM-COUNT
               IF REV-REVERSED (REV-SUB) AND
                  REV-IS-CHANGE (REV-SUB) AND
                  REV-SEQ (REV-SUB) = RETRO-PEND-SEQ AND
                  REV-EMP-ID (REV-SUB) = RETRO-EMP-ID
                   SET ITEM-FOUND TO TRUE
               ELSE
                   SET REV-SUB UP BY 1
               END-IF
           END-PERFORM.

           IF ITEM-FOUND
               IF RETRO-IS-OWED
                   SET RETRO-IS-CANCELLED TO TRUE
                   ADD 1 TO RETRO-CANCELLED-COUNT
               ELSE
                   IF RETRO-IS-PAID
                       ADD 1 TO RETRO-ALREADY-PAID-COUNT
                       DISPLAY "WARNING: retro pay for EMP-ID "
                               RETRO-EMP-ID " item " RETRO-PEND-SEQ
                               " was paid on " RETRO-PAID-DATE
                               " - recover manually."
                       IF RETURN-CODE = 0
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           WRITE RETRO-WORK-RECORD FROM RETRO-PAY-RECORD.


       REWRITE-RETRO-PAY-FILE.
           MOVE 'N' TO RETRO-WORK-EOF-SWITCH
           OPEN INPUT RETRO-WORK-FILE.

           IF RETRO-WORK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: retrwork.dat cannot be reread - "
                       "retropay.dat left unchanged."
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RETRO-PAY-FILE
               PERFORM UNTIL RETRO-WORK-END-OF-FILE
                   READ RETRO-WORK-FILE
                       AT END
                           SET RETRO-WORK-END-OF-FILE TO TRUE
                       NOT AT END
                           WRITE RETRO-PAY-RECORD
                               FROM RETRO-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE RETRO-PAY-FILE
               CLOSE RETRO-WORK-FILE
           END-IF.


       WRITE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-FILE.

           IF CONTROL-FILE-STATUS NOT = "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF.

           MOVE 0              TO CTL-CARD-NUMBER
           MOVE 'V'            TO CTL-MODE
           MOVE REVERSED-COUNT TO CTL-SELECTED-COUNT
           MOVE 0              TO CTL-WRITTEN-COUNT
           MOVE 0              TO CTL-EXCEPTION-COUNT
           MOVE 0              TO CTL-TOTAL-SALARY

           WRITE CONTROL-RECORD.

           CLOSE CONTROL-FILE.


       PRINT-REVERSAL-SUMMARY.
           DISPLAY " ".
           DISPLAY "---------------------------------------------".
           DISPLAY "Items selected        : " SELECTED-COUNT.
           DISPLAY "Already reversed      : " ALREADY-REVERSED-COUNT.
           DISPLAY "Items refused         : " REFUSED-COUNT.
           DISPLAY "Items reversed        : " REVERSED-COUNT.
           DISPLAY "  Adds removed        : " ADDS-REMOVED-COUNT.
           DISPLAY "  Changes restored    : " CHANGES-RESTORED-COUNT.
           DISPLAY "  Deletes re-added    : " DELETES-READDED-COUNT.
           DISPLAY "Reversal errors       : " REVERSE-ERROR-COUNT.
           DISPLAY "Retro pay cancelled   : " RETRO-CANCELLED-COUNT.
           DISPLAY "Retro pay already paid: "
                   RETRO-ALREADY-PAID-COUNT.
           DISPLAY "Authorized HC raised  : "
                   AUTHORIZED-RAISED-COUNT.
           DISPLAY "---------------------------------------------".

           IF REFUSED-COUNT > 0
               DISPLAY "NOTE: refused employees were changed again "
                       "after the batch - correct them with a new "
                       "transaction."
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
