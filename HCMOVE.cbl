       IDENTIFICATION DIVISION.
       PROGRAM-ID. Headcount-Movement.

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

           SELECT HC-PARM-FILE ASSIGN TO "hcparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-PARM-FILE-STATUS.

           SELECT APPLIED-HISTORY-FILE ASSIGN TO "apphist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLIED-HISTORY-FILE-STATUS.

           SELECT SALARY-HISTORY-FILE ASSIGN TO "salhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALARY-HISTORY-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "deptmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-MASTER-FILE-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "posmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-MASTER-FILE-STATUS.

           SELECT MOVEMENT-REPORT-FILE ASSIGN TO "hcmove.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVEMENT-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 FILE-RECORD.
           02 EMP-ID           PIC 9(5).
           02 EMP-NAME         PIC X(20).
           02 EMP-SALARY       PIC 9(7)V99.
           02 DEPT-CODE        PIC 9(2).
           02 PAY-GRADE        PIC X(2).

       FD HC-PARM-FILE.
       01 HC-PARM-RECORD.
           02 HCP-REPORT-MONTH     PIC 9(6).
           02 HCP-REPORT-MONTH-PARTS REDEFINES HCP-REPORT-MONTH.
               03 HCP-REPORT-YEAR      PIC 9(4).
               03 HCP-REPORT-MM        PIC 9(2).

       FD APPLIED-HISTORY-FILE.
       01 APPLIED-HISTORY-RECORD.
           02 APPH-SEQ            PIC 9(5).
           02 APPH-APPLY-DATE     PIC 9(8).
           02 APPH-SUBMIT-USER    PIC X(20).
           02 APPH-APPROVE-DATE   PIC 9(8).
           02 APPH-APPROVE-USER   PIC X(20).
           02 APPH-TRAN-DATA.
               03 APPH-TRAN-ACTION     PIC X.
                   88 APPH-TRAN-IS-ADD    VALUE 'A'.
               03 APPH-TRAN-EMP-ID     PIC 9(5).
               03 APPH-TRAN-EMP-NAME   PIC X(20).
               03 APPH-TRAN-EMP-SALARY PIC 9(7)V99.
               03 APPH-TRAN-DEPT-CODE  PIC 9(2).
               03 APPH-TRAN-PAY-GRADE  PIC X(2).
               03 APPH-TRAN-EFF-DATE   PIC X(8).
               03 APPH-TRAN-EFF-DATE-NUM REDEFINES APPH-TRAN-EFF-DATE
                                       PIC 9(8).
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
           02 HIST-TRAN-EFF-DATE-TEXT REDEFINES HIST-TRAN-EFF-DATE
                                  PIC X(8).
           02 HIST-NEW-SALARY     PIC 9(7)V99.
           02 HIST-NEW-DEPT-CODE  PIC 9(2).
           02 HIST-NEW-DEPT-CODE-TEXT REDEFINES HIST-NEW-DEPT-CODE
                                  PIC X(2).
           02 HIST-NEW-PAY-GRADE  PIC X(2).

       FD DEPT-MASTER-FILE.
       01 DEPT-MASTER-RECORD.
           02 DEPT-MAST-CODE     PIC 9(2).
           02 DEPT-MAST-NAME     PIC X(20).

       FD POSITION-MASTER-FILE.
       01 POSITION-MASTER-RECORD.
           02 POS-MAST-DEPT-CODE PIC 9(2).
           02 POS-MAST-HEADCOUNT PIC 9(5).
           02 POS-MAST-BUDGET    PIC 9(9)V99.

       FD MOVEMENT-REPORT-FILE.
       01 MOVEMENT-REPORT-LINE   PIC X(100).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD          PIC X(73).

       WORKING-STORAGE SECTION.
       01 INPUT-FILE-STATUS      PIC XX VALUE "00".
           88 INPUT-FILE-OK        VALUE "00".

       01 INPUT-FILE-OPEN-SWITCH PIC X VALUE 'N'.
           88 INPUT-FILE-OPENED-OK VALUE 'Y'.

       01 HC-PARM-FILE-STATUS         PIC XX VALUE "00".
       01 APPLIED-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01 SALARY-HISTORY-FILE-STATUS  PIC XX VALUE "00".
       01 DEPT-MASTER-FILE-STATUS     PIC XX VALUE "00".
       01 POSITION-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 MOVEMENT-REPORT-FILE-STATUS PIC XX VALUE "00".

       01 VARIABLES.
           02 EOF            PIC X VALUE 'N'.
               88 END-OF-FILE   VALUE 'Y'.

       01 APPLIED-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
           88 APPLIED-HISTORY-END-OF-FILE VALUE 'Y'.

       01 SALARY-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
           88 SALARY-HISTORY-END-OF-FILE VALUE 'Y'.

       01 DEPT-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 DEPT-MASTER-END-OF-FILE VALUE 'Y'.

       01 POSITION-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 POSITION-MASTER-END-OF-FILE VALUE 'Y'.

       01 DEPT-MASTER-LOAD-SWITCH PIC X VALUE 'N'.
           88 DEPT-MASTER-LOADED    VALUE 'Y'.

       01 POSITION-LOAD-SWITCH  PIC X VALUE 'N'.
           88 POSITION-CONTROL-LOADED VALUE 'Y'.

       01 REVERSED-ITEM-TABLE.
           02 REVERSED-ITEM-COUNT PIC 9(4) COMP VALUE 0.
           02 REVERSED-ITEM-ENTRY OCCURS 2000 TIMES.
               03 REVERSED-SEQ       PIC 9(5).
               03 REVERSED-EMP-ID    PIC 9(5).

       01 REVERSED-SUB          PIC 9(4) COMP VALUE 0.
       01 FIND-REVERSED-SEQ     PIC 9(5) VALUE 0.
       01 FIND-REVERSED-EMP-ID  PIC 9(5) VALUE 0.

       01 REVERSED-FOUND-SWITCH PIC X VALUE 'N'.
           88 ITEM-WAS-REVERSED   VALUE 'Y'.

       01 DEPT-MOVEMENT-TABLE.
           02 DEPT-MOVEMENT-ENTRY OCCURS 100 TIMES.
               03 DEPT-VALID-SWITCH      PIC X.
                   88 DEPT-IS-VALID        VALUE 'Y'.
               03 DEPT-NAME              PIC X(20).
               03 DEPT-SHOWN-SWITCH      PIC X.
                   88 DEPT-IS-SHOWN        VALUE 'Y'.
               03 DEPT-AUTH-SWITCH       PIC X.
                   88 DEPT-AUTHORIZED      VALUE 'Y'.
               03 DEPT-AUTH-HEADCOUNT    PIC 9(5).
               03 DEPT-CURRENT-HEADCOUNT PIC 9(7).
               03 DEPT-LATER-CHANGE      PIC S9(7).
               03 DEPT-MONTH-ENTRY OCCURS 12 TIMES.
                   04 MONTH-OPENING      PIC S9(7).
                   04 MONTH-HIRES        PIC 9(5).
                   04 MONTH-TERMS        PIC 9(5).
                   04 MONTH-XFER-IN      PIC 9(5).
                   04 MONTH-XFER-OUT     PIC 9(5).
                   04 MONTH-CLOSING      PIC S9(7).

       01 DEPT-SUB              PIC 9(3) COMP VALUE 0.
       01 MONTH-SUB             PIC 9(3) COMP VALUE 0.

       01 COMPANY-MONTH-TABLE.
           02 COMPANY-MONTH-ENTRY OCCURS 12 TIMES.
               03 COMPANY-MONTH-LABEL  PIC X(7).
               03 COMPANY-OPENING      PIC S9(7).
               03 COMPANY-HIRES        PIC 9(7).
               03 COMPANY-TERMS        PIC 9(7).
               03 COMPANY-XFER-IN      PIC 9(7).
               03 COMPANY-XFER-OUT     PIC 9(7).
               03 COMPANY-CLOSING      PIC S9(7).

       01 REPORT-MONTH          PIC 9(6) VALUE 0.
       01 REPORT-MONTH-PARTS REDEFINES REPORT-MONTH.
           02 REPORT-YEAR        PIC 9(4).
           02 REPORT-MM          PIC 9(2).

       01 REPORT-MONTH-INDEX    PIC 9(7) VALUE 0.
       01 WINDOW-FIRST-INDEX    PIC 9(7) VALUE 0.
       01 RUN-MONTH-INDEX       PIC 9(7) VALUE 0.

       01 LABEL-MONTH-INDEX     PIC 9(7) VALUE 0.
       01 LABEL-YEAR            PIC 9(4) VALUE 0.
       01 LABEL-MM              PIC 9(2) VALUE 0.

       01 MOVEMENT-EVENT.
           02 EVENT-DATE         PIC 9(8) VALUE 0.
           02 EVENT-DATE-PARTS REDEFINES EVENT-DATE.
               03 EVENT-YEAR       PIC 9(4).
               03 EVENT-MM         PIC 9(2).
               03 EVENT-DD         PIC 9(2).
           02 EVENT-TYPE         PIC X VALUE SPACE.
               88 EVENT-IS-HIRE      VALUE 'H'.
               88 EVENT-IS-TERM      VALUE 'T'.
               88 EVENT-IS-XFER-IN   VALUE 'I'.
               88 EVENT-IS-XFER-OUT  VALUE 'O'.
           02 EVENT-DEPT-CODE    PIC 9(2) VALUE 0.
           02 EVENT-MONTH-INDEX  PIC 9(7) VALUE 0.
           02 EVENT-OFFSET       PIC S9(7) VALUE 0.

       01 MOVEMENT-COUNTS.
           02 HIRE-ROW-COUNT        PIC 9(7) VALUE 0.
           02 TERM-ROW-COUNT        PIC 9(7) VALUE 0.
           02 TRANSFER-ROW-COUNT    PIC 9(7) VALUE 0.
           02 NETTED-ITEM-COUNT     PIC 9(7) VALUE 0.
           02 BAD-DATE-COUNT        PIC 9(7) VALUE 0.
           02 NO-AFTER-IMAGE-COUNT  PIC 9(7) VALUE 0.
           02 NEGATIVE-DEPT-COUNT   PIC 9(3) VALUE 0.
           02 OVER-AUTH-COUNT       PIC 9(3) VALUE 0.

       01 TURNOVER-FIELDS.
           02 TURNOVER-TERMS        PIC 9(7) VALUE 0.
           02 TURNOVER-HEADCOUNT-SUM PIC S9(9) VALUE 0.
           02 MONTH-TURNOVER-RATE   PIC 9(4)V9 VALUE 0.
           02 ROLLING-TURNOVER-RATE PIC 9(4)V9 VALUE 0.
           02 COMPANY-MONTH-TURNOVER PIC 9(4)V9 VALUE 0.
           02 COMPANY-ROLLING-TURNOVER PIC 9(4)V9 VALUE 0.

       01 TREND-TOTALS.
           02 HIRES-12-MONTH        PIC 9(7) VALUE 0.
           02 TERMS-12-MONTH        PIC 9(7) VALUE 0.
           02 XFER-IN-12-MONTH      PIC 9(7) VALUE 0.
           02 XFER-OUT-12-MONTH     PIC 9(7) VALUE 0.

       01 NEGATIVE-HEADCOUNT-SWITCH PIC X VALUE 'N'.
           88 HEADCOUNT-WENT-NEGATIVE VALUE 'Y'.

       01 HEADCOUNT-VARIANCE    PIC S9(7) VALUE 0.

       01 COMPANY-AUTH-HEADCOUNT PIC 9(7) VALUE 0.
       01 COMPANY-AUTH-CLOSING   PIC S9(7) VALUE 0.

       01 RUN-DATE              PIC 9(8) VALUE 0.
       01 RUN-DATE-PARTS REDEFINES RUN-DATE.
           02 RUN-DATE-YEAR      PIC 9(4).
           02 RUN-DATE-MONTH     PIC 9(2).
           02 RUN-DATE-DAY       PIC 9(2).

       01 REPORT-CONTROL.
           02 REPORT-PAGE-NUMBER    PIC 9(5) VALUE 0.
           02 REPORT-LINE-COUNT     PIC 9(3) COMP VALUE 0.
           02 REPORT-LINES-PER-PAGE PIC 9(3) COMP VALUE 50.

       01 REPORT-HEADING-1.
           02 FILLER             PIC X(40)
                     VALUE "HEADCOUNT MOVEMENT AND TURNOVER".
           02 FILLER             PIC X(9) VALUE "RUN DATE ".
           02 HEADING-RUN-DATE   PIC X(10).
           02 FILLER             PIC X(10) VALUE SPACES.
           02 FILLER             PIC X(5) VALUE "PAGE ".
           02 HEADING-PAGE-NUMBER PIC ZZZZ9.

       01 MONTH-HEADING.
           02 MONTH-HEADING-TEXT PIC X(40).
           02 MONTH-HEADING-NOTE PIC X(20).

       01 MOVEMENT-HEADING.
           02 FILLER             PIC X(20) VALUE "DEPARTMENT".
           02 FILLER             PIC X(9) VALUE "  OPENING".
           02 FILLER             PIC X(9) VALUE "    HIRES".
           02 FILLER             PIC X(9) VALUE "    TERMS".
           02 FILLER             PIC X(9) VALUE "  XFER IN".
           02 FILLER             PIC X(9) VALUE " XFER OUT".
           02 FILLER             PIC X(9) VALUE "  CLOSING".
           02 FILLER             PIC X(9) VALUE "    AUTHD".
           02 FILLER             PIC X(9) VALUE " VARIANCE".
           02 FILLER             PIC X(7) VALUE " TURN %".

       01 MOVEMENT-LINE.
           02 MOVEMENT-LABEL     PIC X(20).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 MOVEMENT-OPENING   PIC -ZZ,ZZ9.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 MOVEMENT-HIRES     PIC ZZ,ZZ9.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 MOVEMENT-TERMS     PIC ZZ,ZZ9.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 MOVEMENT-XFER-IN   PIC ZZ,ZZ9.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 MOVEMENT-XFER-OUT  PIC ZZ,ZZ9.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 MOVEMENT-CLOSING   PIC -ZZ,ZZ9.
           02 MOVEMENT-AUTH-AREA.
               03 FILLER             PIC X(3) VALUE SPACES.
               03 MOVEMENT-AUTHD     PIC ZZ,ZZ9.
               03 FILLER             PIC X(2) VALUE SPACES.
               03 MOVEMENT-VARIANCE  PIC +ZZ,ZZ9.
           02 MOVEMENT-AUTH-BLANK REDEFINES MOVEMENT-AUTH-AREA
                                 PIC X(18).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 MOVEMENT-TURNOVER  PIC ZZZ9.9.

       01 TREND-HEADING.
           02 FILLER             PIC X(20) VALUE "MONTH".
           02 FILLER             PIC X(9) VALUE "  OPENING".
           02 FILLER             PIC X(9) VALUE "    HIRES".
           02 FILLER             PIC X(9) VALUE "    TERMS".
           02 FILLER             PIC X(9) VALUE "  XFER IN".
           02 FILLER             PIC X(9) VALUE " XFER OUT".
           02 FILLER             PIC X(9) VALUE "  CLOSING".
           02 FILLER             PIC X(7) VALUE " TURN %".

       01 TREND-LINE.
           02 TREND-LABEL        PIC X(20).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 TREND-OPENING      PIC -ZZ,ZZ9.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 TREND-HIRES        PIC ZZ,ZZ9.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 TREND-TERMS        PIC ZZ,ZZ9.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 TREND-XFER-IN      PIC ZZ,ZZ9.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 TREND-XFER-OUT     PIC ZZ,ZZ9.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 TREND-CLOSING      PIC -ZZ,ZZ9.
           02 FILLER             PIC X(1) VALUE SPACES.
           02 TREND-TURNOVER     PIC ZZZ9.9.

       01 DEPT-TREND-HEADING.
           02 FILLER             PIC X(8) VALUE "DEPT".
           02 DEPT-TREND-HEAD-MONTH OCCURS 12 TIMES.
               03 FILLER             PIC X(1).
               03 DEPT-TREND-HEAD-LABEL PIC X(5).
           02 FILLER             PIC X(8) VALUE "  TURN %".

       01 DEPT-TREND-LINE.
           02 DEPT-TREND-LABEL   PIC X(8).
           02 DEPT-TREND-MONTH OCCURS 12 TIMES.
               03 FILLER             PIC X(1).
               03 DEPT-TREND-CLOSING PIC -ZZZ9.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DEPT-TREND-TURNOVER PIC ZZZ9.9.

       01 EDITED-FIELDS.
           02 EDITED-DEPT-CODE   PIC 99.
           02 EDITED-COUNT       PIC -Z,ZZZ,ZZ9.
           02 EDITED-RATE        PIC ZZZ9.9.

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
           02 RUN-LOCK-PROGRAM   PIC X(24) VALUE "Headcount-Movement".
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
               PERFORM REPORT-HEADCOUNT-MOVEMENT
               PERFORM RELEASE-RUN-LOCK
           END-IF.

           GOBACK.


       REPORT-HEADCOUNT-MOVEMENT.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO HEADING-RUN-DATE
           STRING RUN-DATE-YEAR "-" RUN-DATE-MONTH "-"
                  RUN-DATE-DAY
               DELIMITED BY SIZE
               INTO HEADING-RUN-DATE
           END-STRING.

           INITIALIZE DEPT-MOVEMENT-TABLE
           INITIALIZE COMPANY-MONTH-TABLE

           PERFORM LOAD-HC-PARM.
           PERFORM SET-REPORT-WINDOW.
           PERFORM LOAD-DEPT-MASTER.
           PERFORM LOAD-POSITION-MASTER.
           PERFORM OPEN-INPUT-FILE.

           IF INPUT-FILE-OPENED-OK
               PERFORM COUNT-CURRENT-HEADCOUNT
               CLOSE INPUT-FILE
               PERFORM LOAD-REVERSED-ITEMS
               PERFORM COUNT-HIRES
               PERFORM COUNT-TERMS-AND-TRANSFERS
               PERFORM ROLL-BACK-HEADCOUNT
               OPEN OUTPUT MOVEMENT-REPORT-FILE
               IF MOVEMENT-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: hcmove.dat cannot be written - "
                           "status " MOVEMENT-REPORT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM REPORT-MONTH-MOVEMENT
                   PERFORM REPORT-ROLLING-TREND
                   CLOSE MOVEMENT-REPORT-FILE
                   PERFORM PRINT-MOVEMENT-SUMMARY
               END-IF
           END-IF.


       LOAD-HC-PARM.
           MOVE RUN-DATE-YEAR  TO REPORT-YEAR
           MOVE RUN-DATE-MONTH TO REPORT-MM

           OPEN INPUT HC-PARM-FILE.

           IF HC-PARM-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: hcparm.dat not present - reporting "
                       "month " REPORT-MONTH " to date."
           ELSE
               READ HC-PARM-FILE
                   AT END
                       DISPLAY "NOTE: hcparm.dat is empty - "
                               "reporting month " REPORT-MONTH
                               " to date."
                   NOT AT END
                       IF HCP-REPORT-MONTH IS NUMERIC AND
                          HCP-REPORT-YEAR > 0 AND
                          HCP-REPORT-MM >= 1 AND
                          HCP-REPORT-MM <= 12 AND
                          HCP-REPORT-MONTH <= REPORT-MONTH
                           MOVE HCP-REPORT-MONTH TO REPORT-MONTH
                       ELSE
                           DISPLAY "ERROR: hcparm.dat report month "
                                   "is not valid - using "
                                   REPORT-MONTH
                           IF RETURN-CODE = 0
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
               CLOSE HC-PARM-FILE
           END-IF.


       SET-REPORT-WINDOW.
           COMPUTE REPORT-MONTH-INDEX =
               REPORT-YEAR * 12 + REPORT-MM - 1
           COMPUTE WINDOW-FIRST-INDEX = REPORT-MONTH-INDEX - 11
           COMPUTE RUN-MONTH-INDEX =
               RUN-DATE-YEAR * 12 + RUN-DATE-MONTH - 1

           MOVE SPACES TO MONTH-HEADING
           STRING "MONTH " REPORT-YEAR "-" REPORT-MM
               DELIMITED BY SIZE
               INTO MONTH-HEADING-TEXT
           END-STRING.

           IF REPORT-MONTH-INDEX = RUN-MONTH-INDEX
               MOVE "(MONTH TO DATE)" TO MONTH-HEADING-NOTE
           END-IF.

           SET MONTH-SUB TO 1
           PERFORM UNTIL MONTH-SUB > 12
               COMPUTE LABEL-MONTH-INDEX =
                   WINDOW-FIRST-INDEX + MONTH-SUB - 1
               DIVIDE LABEL-MONTH-INDEX BY 12
                   GIVING LABEL-YEAR REMAINDER LABEL-MM
               ADD 1 TO LABEL-MM
               STRING LABEL-YEAR "-" LABEL-MM
                   DELIMITED BY SIZE
                   INTO COMPANY-MONTH-LABEL (MONTH-SUB)
               END-STRING
               MOVE SPACES TO DEPT-TREND-HEAD-MONTH (MONTH-SUB)
               STRING LABEL-MM "/" LABEL-YEAR (3:2)
                   DELIMITED BY SIZE
                   INTO DEPT-TREND-HEAD-LABEL (MONTH-SUB)
               END-STRING
               SET MONTH-SUB UP BY 1
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
                           IF DEPT-MAST-CODE NUMERIC
                               COMPUTE DEPT-SUB = DEPT-MAST-CODE + 1
                               MOVE 'Y'
                                   TO DEPT-VALID-SWITCH (DEPT-SUB)
                               MOVE 'Y'
                                   TO DEPT-SHOWN-SWITCH (DEPT-SUB)
                               MOVE DEPT-MAST-NAME
                                   TO DEPT-NAME (DEPT-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
           END-IF.


       LOAD-POSITION-MASTER.
           OPEN INPUT POSITION-MASTER-FILE.

           IF POSITION-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: posmast.dat is missing - "
                       "authorized headcount not compared."
           ELSE
               SET POSITION-CONTROL-LOADED TO TRUE
               PERFORM UNTIL POSITION-MASTER-END-OF-FILE
                   READ POSITION-MASTER-FILE
                       AT END
                           SET POSITION-MASTER-END-OF-FILE TO TRUE
                       NOT AT END
                           IF POS-MAST-DEPT-CODE NUMERIC AND
                              POS-MAST-HEADCOUNT NUMERIC
                               COMPUTE DEPT-SUB =
                                   POS-MAST-DEPT-CODE + 1
                               MOVE 'Y'
                                   TO DEPT-AUTH-SWITCH (DEPT-SUB)
                               MOVE 'Y'
                                   TO DEPT-SHOWN-SWITCH (DEPT-SUB)
                               MOVE POS-MAST-HEADCOUNT
                                   TO DEPT-AUTH-HEADCOUNT (DEPT-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
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


       COUNT-CURRENT-HEADCOUNT.
           MOVE 'N' TO EOF
           MOVE ZEROS TO EMP-ID
           START INPUT-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE 'Y' TO EOF
           END-START.

           PERFORM UNTIL END-OF-FILE
               READ INPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF DEPT-CODE NUMERIC
                           COMPUTE DEPT-SUB = DEPT-CODE + 1
                           ADD 1 TO DEPT-CURRENT-HEADCOUNT (DEPT-SUB)
                           MOVE 'Y' TO DEPT-SHOWN-SWITCH (DEPT-SUB)
                       END-IF
               END-READ
           END-PERFORM.


       LOAD-REVERSED-ITEMS.
           MOVE 'N' TO APPLIED-HISTORY-EOF-SWITCH
           OPEN INPUT APPLIED-HISTORY-FILE.

           IF APPLIED-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL APPLIED-HISTORY-END-OF-FILE
                   READ APPLIED-HISTORY-FILE
                       AT END
                           SET APPLIED-HISTORY-END-OF-FILE TO TRUE
                       NOT AT END
                           IF APPH-WAS-REVERSED
                               PERFORM SAVE-REVERSED-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLIED-HISTORY-FILE
           END-IF.


       SAVE-REVERSED-ITEM.
           IF REVERSED-ITEM-COUNT >= 2000
               DISPLAY "WARNING: more than 2000 reversed items in "
                       "apphist.dat - item " APPH-SEQ
                       " is counted as applied."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO REVERSED-ITEM-COUNT
               MOVE APPH-SEQ
                   TO REVERSED-SEQ (REVERSED-ITEM-COUNT)
               MOVE APPH-TRAN-EMP-ID
                   TO REVERSED-EMP-ID (REVERSED-ITEM-COUNT)
           END-IF.


       FIND-REVERSED-ITEM.
           MOVE 'N' TO REVERSED-FOUND-SWITCH

           SET REVERSED-SUB TO 1
           PERFORM UNTIL REVERSED-SUB > REVERSED-ITEM-COUNT
                      OR ITEM-WAS-REVERSED
               IF REVERSED-SEQ (REVERSED-SUB) = FIND-REVERSED-SEQ AND
                  REVERSED-EMP-ID (REVERSED-SUB) =
                      FIND-REVERSED-EMP-ID
                   SET ITEM-WAS-REVERSED TO TRUE
               ELSE
                   SET REVERSED-SUB UP BY 1
               END-IF
           END-PERFORM.


       COUNT-HIRES.
           MOVE 'N' TO APPLIED-HISTORY-EOF-SWITCH
           OPEN INPUT APPLIED-HISTORY-FILE.

           IF APPLIED-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: apphist.dat is missing - no hires "
                       "counted."
           ELSE
               PERFORM UNTIL APPLIED-HISTORY-END-OF-FILE
                   READ APPLIED-HISTORY-FILE
                       AT END
                           SET APPLIED-HISTORY-END-OF-FILE TO TRUE
                       NOT AT END
                           IF APPH-WAS-APPLIED AND APPH-TRAN-IS-ADD
                               PERFORM COUNT-ONE-HIRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLIED-HISTORY-FILE
           END-IF.


       COUNT-ONE-HIRE.
           MOVE APPH-SEQ         TO FIND-REVERSED-SEQ
           MOVE APPH-TRAN-EMP-ID TO FIND-REVERSED-EMP-ID
           PERFORM FIND-REVERSED-ITEM

           IF ITEM-WAS-REVERSED
               ADD 1 TO NETTED-ITEM-COUNT
           ELSE
               IF APPH-TRAN-EFF-DATE IS NUMERIC AND
                  APPH-TRAN-EFF-DATE-NUM > 0
                   MOVE APPH-TRAN-EFF-DATE-NUM TO EVENT-DATE
               ELSE
                   MOVE APPH-APPLY-DATE TO EVENT-DATE
               END-IF
               IF APPH-TRAN-DEPT-CODE NUMERIC
                   ADD 1 TO HIRE-ROW-COUNT
                   MOVE APPH-TRAN-DEPT-CODE TO EVENT-DEPT-CODE
                   SET EVENT-IS-HIRE TO TRUE
                   PERFORM POST-MOVEMENT-EVENT
               END-IF
           END-IF.


       COUNT-TERMS-AND-TRANSFERS.
           MOVE 'N' TO SALARY-HISTORY-EOF-SWITCH
           OPEN INPUT SALARY-HISTORY-FILE.

           IF SALARY-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: salhist.dat is missing - no "
                       "terminations or transfers counted."
           ELSE
               PERFORM UNTIL SALARY-HISTORY-END-OF-FILE
                   READ SALARY-HISTORY-FILE
                       AT END
                           SET SALARY-HISTORY-END-OF-FILE TO TRUE
                       NOT AT END
                           IF HIST-IS-CHANGE OR HIST-IS-DELETE
                               PERFORM COUNT-ONE-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-HISTORY-FILE
           END-IF.

           IF NO-AFTER-IMAGE-COUNT > 0
               DISPLAY "WARNING: " NO-AFTER-IMAGE-COUNT " change "
                       "rows in salhist.dat carry no after-image - "
                       "transfers among them are not counted."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           IF BAD-DATE-COUNT > 0
               DISPLAY "WARNING: " BAD-DATE-COUNT " history rows "
                       "have no usable date - they are not counted."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


       COUNT-ONE-HISTORY-ROW.
           MOVE 'N' TO REVERSED-FOUND-SWITCH

           IF HIST-PEND-SEQ-TEXT IS NUMERIC AND HIST-PEND-SEQ > 0
               MOVE HIST-PEND-SEQ TO FIND-REVERSED-SEQ
               MOVE HIST-EMP-ID   TO FIND-REVERSED-EMP-ID
               PERFORM FIND-REVERSED-ITEM
           END-IF.

           IF HIST-TRAN-EFF-DATE-TEXT IS NUMERIC AND
              HIST-TRAN-EFF-DATE > 0
               MOVE HIST-TRAN-EFF-DATE TO EVENT-DATE
           ELSE
               MOVE HIST-EFF-DATE TO EVENT-DATE
           END-IF.

           IF ITEM-WAS-REVERSED
               ADD 1 TO NETTED-ITEM-COUNT
           ELSE
               IF HIST-IS-DELETE
                   IF HIST-DEPT-CODE NUMERIC
                       ADD 1 TO TERM-ROW-COUNT
                       MOVE HIST-DEPT-CODE TO EVENT-DEPT-CODE
                       SET EVENT-IS-TERM TO TRUE
                       PERFORM POST-MOVEMENT-EVENT
                   END-IF
               ELSE
                   IF HIST-NEW-DEPT-CODE-TEXT IS NUMERIC
                       IF HIST-DEPT-CODE NUMERIC AND
                          HIST-NEW-DEPT-CODE NOT = HIST-DEPT-CODE
                           ADD 1 TO TRANSFER-ROW-COUNT
                           MOVE HIST-DEPT-CODE TO EVENT-DEPT-CODE
                           SET EVENT-IS-XFER-OUT TO TRUE
                           PERFORM POST-MOVEMENT-EVENT
                           MOVE HIST-NEW-DEPT-CODE TO EVENT-DEPT-CODE
                           SET EVENT-IS-XFER-IN TO TRUE
                           PERFORM POST-MOVEMENT-EVENT
                       END-IF
                   ELSE
                       PERFORM CHECK-CHANGE-WITHOUT-AFTER-IMAGE
                   END-IF
               END-IF
           END-IF.


       CHECK-CHANGE-WITHOUT-AFTER-IMAGE.
           IF EVENT-DATE NUMERIC AND
              EVENT-MM >= 1 AND EVENT-MM <= 12
               COMPUTE EVENT-MONTH-INDEX =
                   EVENT-YEAR * 12 + EVENT-MM - 1
               IF EVENT-MONTH-INDEX >= WINDOW-FIRST-INDEX
                   ADD 1 TO NO-AFTER-IMAGE-COUNT
               END-IF
           END-IF.


       POST-MOVEMENT-EVENT.
           IF EVENT-DATE NOT NUMERIC OR
              EVENT-MM < 1 OR EVENT-MM > 12
               ADD 1 TO BAD-DATE-COUNT
           ELSE
               COMPUTE DEPT-SUB = EVENT-DEPT-CODE + 1
               COMPUTE EVENT-MONTH-INDEX =
                   EVENT-YEAR * 12 + EVENT-MM - 1
               COMPUTE EVENT-OFFSET =
                   EVENT-MONTH-INDEX - WINDOW-FIRST-INDEX + 1
               IF EVENT-OFFSET > 12
                   PERFORM POST-LATER-EVENT
               ELSE
                   IF EVENT-OFFSET >= 1
                       MOVE EVENT-OFFSET TO MONTH-SUB
                       MOVE 'Y' TO DEPT-SHOWN-SWITCH (DEPT-SUB)
                       PERFORM POST-WINDOW-EVENT
                   END-IF
               END-IF
           END-IF.


       POST-LATER-EVENT.
           IF EVENT-IS-HIRE OR EVENT-IS-XFER-IN
               ADD 1 TO DEPT-LATER-CHANGE (DEPT-SUB)
           ELSE
               SUBTRACT 1 FROM DEPT-LATER-CHANGE (DEPT-SUB)
           END-IF.


       POST-WINDOW-EVENT.
           IF EVENT-IS-HIRE
               ADD 1 TO MONTH-HIRES (DEPT-SUB MONTH-SUB)
           ELSE
               IF EVENT-IS-TERM
                   ADD 1 TO MONTH-TERMS (DEPT-SUB MONTH-SUB)
               ELSE
                   IF EVENT-IS-XFER-IN
                       ADD 1 TO MONTH-XFER-IN (DEPT-SUB MONTH-SUB)
                   ELSE
                       ADD 1 TO MONTH-XFER-OUT (DEPT-SUB MONTH-SUB)
                   END-IF
               END-IF
           END-IF.


       ROLL-BACK-HEADCOUNT.
           SET DEPT-SUB TO 1
           PERFORM UNTIL DEPT-SUB > 100
               IF DEPT-IS-SHOWN (DEPT-SUB)
                   PERFORM ROLL-BACK-ONE-DEPT
               END-IF
               SET DEPT-SUB UP BY 1
           END-PERFORM.


       ROLL-BACK-ONE-DEPT.
           COMPUTE MONTH-CLOSING (DEPT-SUB 12) =
               DEPT-CURRENT-HEADCOUNT (DEPT-SUB)
               - DEPT-LATER-CHANGE (DEPT-SUB)

           MOVE 'N' TO NEGATIVE-HEADCOUNT-SWITCH

           SET MONTH-SUB TO 12
           PERFORM UNTIL MONTH-SUB < 1
               IF MONTH-SUB < 12
                   MOVE MONTH-OPENING (DEPT-SUB MONTH-SUB + 1)
                       TO MONTH-CLOSING (DEPT-SUB MONTH-SUB)
               END-IF
               COMPUTE MONTH-OPENING (DEPT-SUB MONTH-SUB) =
                   MONTH-CLOSING (DEPT-SUB MONTH-SUB)
                   - MONTH-HIRES (DEPT-SUB MONTH-SUB)
                   + MONTH-TERMS (DEPT-SUB MONTH-SUB)
                   - MONTH-XFER-IN (DEPT-SUB MONTH-SUB)
                   + MONTH-XFER-OUT (DEPT-SUB MONTH-SUB)
               IF MONTH-OPENING (DEPT-SUB MONTH-SUB) < 0 OR
                  MONTH-CLOSING (DEPT-SUB MONTH-SUB) < 0
                   SET HEADCOUNT-WENT-NEGATIVE TO TRUE
               END-IF
               ADD MONTH-OPENING (DEPT-SUB MONTH-SUB)
                   TO COMPANY-OPENING (MONTH-SUB)
               ADD MONTH-HIRES (DEPT-SUB MONTH-SUB)
                   TO COMPANY-HIRES (MONTH-SUB)
               ADD MONTH-TERMS (DEPT-SUB MONTH-SUB)
                   TO COMPANY-TERMS (MONTH-SUB)
               ADD MONTH-XFER-IN (DEPT-SUB MONTH-SUB)
                   TO COMPANY-XFER-IN (MONTH-SUB)
               ADD MONTH-XFER-OUT (DEPT-SUB MONTH-SUB)
                   TO COMPANY-XFER-OUT (MONTH-SUB)
               ADD MONTH-CLOSING (DEPT-SUB MONTH-SUB)
                   TO COMPANY-CLOSING (MONTH-SUB)
               SET MONTH-SUB DOWN BY 1
           END-PERFORM.

           IF HEADCOUNT-WENT-NEGATIVE
               ADD 1 TO NEGATIVE-DEPT-COUNT
               COMPUTE EDITED-DEPT-CODE = DEPT-SUB - 1
               DISPLAY "WARNING: dept " EDITED-DEPT-CODE " headcount "
                       "goes below zero when rolled back - input.dat "
                       "and the history files disagree."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


       REPORT-MONTH-MOVEMENT.
           PERFORM MOVEMENT-REPORT-NEW-PAGE
           PERFORM WRITE-MOVEMENT-HEADING

           SET DEPT-SUB TO 1
           PERFORM UNTIL DEPT-SUB > 100
               IF DEPT-IS-SHOWN (DEPT-SUB)
                   PERFORM REPORT-ONE-DEPT-MOVEMENT
               END-IF
               SET DEPT-SUB UP BY 1
           END-PERFORM.

           MOVE "COMPANY TOTAL"           TO MOVEMENT-LABEL
           MOVE COMPANY-OPENING (12)      TO MOVEMENT-OPENING
           MOVE COMPANY-HIRES (12)        TO MOVEMENT-HIRES
           MOVE COMPANY-TERMS (12)        TO MOVEMENT-TERMS
           MOVE COMPANY-XFER-IN (12)      TO MOVEMENT-XFER-IN
           MOVE COMPANY-XFER-OUT (12)     TO MOVEMENT-XFER-OUT
           MOVE COMPANY-CLOSING (12)      TO MOVEMENT-CLOSING

           IF POSITION-CONTROL-LOADED
               COMPUTE HEADCOUNT-VARIANCE =
                   COMPANY-AUTH-CLOSING - COMPANY-AUTH-HEADCOUNT
               MOVE COMPANY-AUTH-HEADCOUNT TO MOVEMENT-AUTHD
               MOVE HEADCOUNT-VARIANCE     TO MOVEMENT-VARIANCE
           ELSE
               MOVE SPACES TO MOVEMENT-AUTH-BLANK
           END-IF.

           COMPUTE TURNOVER-HEADCOUNT-SUM =
               COMPANY-OPENING (12) + COMPANY-CLOSING (12)
           MOVE COMPANY-TERMS (12) TO TURNOVER-TERMS
           PERFORM COMPUTE-MONTH-TURNOVER
           MOVE MONTH-TURNOVER-RATE TO COMPANY-MONTH-TURNOVER
           MOVE MONTH-TURNOVER-RATE TO MOVEMENT-TURNOVER

           IF REPORT-LINE-COUNT + 2 > REPORT-LINES-PER-PAGE
               PERFORM MOVEMENT-REPORT-NEW-PAGE
               PERFORM WRITE-MOVEMENT-HEADING
           END-IF.

           MOVE SPACES TO MOVEMENT-REPORT-LINE
           WRITE MOVEMENT-REPORT-LINE
           WRITE MOVEMENT-REPORT-LINE FROM MOVEMENT-LINE
           ADD 2 TO REPORT-LINE-COUNT.


       REPORT-ONE-DEPT-MOVEMENT.
           IF REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE
               PERFORM MOVEMENT-REPORT-NEW-PAGE
               PERFORM WRITE-MOVEMENT-HEADING
           END-IF.

           PERFORM BUILD-DEPT-LABEL

           MOVE MONTH-OPENING (DEPT-SUB 12)  TO MOVEMENT-OPENING
           MOVE MONTH-HIRES (DEPT-SUB 12)    TO MOVEMENT-HIRES
           MOVE MONTH-TERMS (DEPT-SUB 12)    TO MOVEMENT-TERMS
           MOVE MONTH-XFER-IN (DEPT-SUB 12)  TO MOVEMENT-XFER-IN
           MOVE MONTH-XFER-OUT (DEPT-SUB 12) TO MOVEMENT-XFER-OUT
           MOVE MONTH-CLOSING (DEPT-SUB 12)  TO MOVEMENT-CLOSING

           IF DEPT-AUTHORIZED (DEPT-SUB)
               COMPUTE HEADCOUNT-VARIANCE =
                   MONTH-CLOSING (DEPT-SUB 12)
                   - DEPT-AUTH-HEADCOUNT (DEPT-SUB)
               MOVE DEPT-AUTH-HEADCOUNT (DEPT-SUB) TO MOVEMENT-AUTHD
               MOVE HEADCOUNT-VARIANCE TO MOVEMENT-VARIANCE
               ADD DEPT-AUTH-HEADCOUNT (DEPT-SUB)
                   TO COMPANY-AUTH-HEADCOUNT
               ADD MONTH-CLOSING (DEPT-SUB 12) TO COMPANY-AUTH-CLOSING
               IF HEADCOUNT-VARIANCE > 0
                   ADD 1 TO OVER-AUTH-COUNT
               END-IF
           ELSE
               MOVE SPACES TO MOVEMENT-AUTH-BLANK
           END-IF.

           COMPUTE TURNOVER-HEADCOUNT-SUM =
               MONTH-OPENING (DEPT-SUB 12) + MONTH-CLOSING (DEPT-SUB 12)
           MOVE MONTH-TERMS (DEPT-SUB 12) TO TURNOVER-TERMS
           PERFORM COMPUTE-MONTH-TURNOVER
           MOVE MONTH-TURNOVER-RATE TO MOVEMENT-TURNOVER

           WRITE MOVEMENT-REPORT-LINE FROM MOVEMENT-LINE
           ADD 1 TO REPORT-LINE-COUNT.


       BUILD-DEPT-LABEL.
           COMPUTE EDITED-DEPT-CODE = DEPT-SUB - 1
           MOVE SPACES TO MOVEMENT-LABEL

           IF DEPT-IS-VALID (DEPT-SUB)
               STRING EDITED-DEPT-CODE " " DEPT-NAME (DEPT-SUB)
                   DELIMITED BY SIZE
                   INTO MOVEMENT-LABEL
               END-STRING
           ELSE
               IF DEPT-MASTER-LOADED
                   STRING EDITED-DEPT-CODE " (NOT IN DEPTMAST)"
                       DELIMITED BY SIZE
                       INTO MOVEMENT-LABEL
                   END-STRING
               ELSE
                   MOVE EDITED-DEPT-CODE TO MOVEMENT-LABEL
               END-IF
           END-IF.


       COMPUTE-MONTH-TURNOVER.
           IF TURNOVER-HEADCOUNT-SUM > 0
               COMPUTE MONTH-TURNOVER-RATE ROUNDED =
                   TURNOVER-TERMS * 200 / TURNOVER-HEADCOUNT-SUM
           ELSE
               MOVE 0 TO MONTH-TURNOVER-RATE
           END-IF.


       REPORT-ROLLING-TREND.
           PERFORM MOVEMENT-REPORT-NEW-PAGE

           MOVE SPACES TO MOVEMENT-REPORT-LINE
           STRING "12-MONTH ROLLING TREND "
                  COMPANY-MONTH-LABEL (1) " TO "
                  COMPANY-MONTH-LABEL (12)
               DELIMITED BY SIZE
               INTO MOVEMENT-REPORT-LINE
           END-STRING.
           WRITE MOVEMENT-REPORT-LINE
           MOVE SPACES TO MOVEMENT-REPORT-LINE
           WRITE MOVEMENT-REPORT-LINE
           WRITE MOVEMENT-REPORT-LINE FROM TREND-HEADING
           ADD 3 TO REPORT-LINE-COUNT

           INITIALIZE TREND-TOTALS

           SET MONTH-SUB TO 1
           PERFORM UNTIL MONTH-SUB > 12
               PERFORM REPORT-ONE-TREND-MONTH
               SET MONTH-SUB UP BY 1
           END-PERFORM.

           MOVE TERMS-12-MONTH TO TURNOVER-TERMS
           MOVE 0 TO TURNOVER-HEADCOUNT-SUM
           SET MONTH-SUB TO 1
           PERFORM UNTIL MONTH-SUB > 12
               ADD COMPANY-OPENING (MONTH-SUB)
                   TO TURNOVER-HEADCOUNT-SUM
               ADD COMPANY-CLOSING (MONTH-SUB)
                   TO TURNOVER-HEADCOUNT-SUM
               SET MONTH-SUB UP BY 1
           END-PERFORM.
           PERFORM COMPUTE-ROLLING-TURNOVER
           MOVE ROLLING-TURNOVER-RATE TO COMPANY-ROLLING-TURNOVER

           MOVE "12-MONTH TOTAL"      TO TREND-LABEL
           MOVE COMPANY-OPENING (1)   TO TREND-OPENING
           MOVE HIRES-12-MONTH        TO TREND-HIRES
           MOVE TERMS-12-MONTH        TO TREND-TERMS
           MOVE XFER-IN-12-MONTH      TO TREND-XFER-IN
           MOVE XFER-OUT-12-MONTH     TO TREND-XFER-OUT
           MOVE COMPANY-CLOSING (12)  TO TREND-CLOSING
           MOVE ROLLING-TURNOVER-RATE TO TREND-TURNOVER

           MOVE SPACES TO MOVEMENT-REPORT-LINE
           WRITE MOVEMENT-REPORT-LINE
           WRITE MOVEMENT-REPORT-LINE FROM TREND-LINE
           MOVE SPACES TO MOVEMENT-REPORT-LINE
           WRITE MOVEMENT-REPORT-LINE
           MOVE "CLOSING HEADCOUNT BY DEPARTMENT"
               TO MOVEMENT-REPORT-LINE
           WRITE MOVEMENT-REPORT-LINE
           MOVE SPACES TO MOVEMENT-REPORT-LINE
           WRITE MOVEMENT-REPORT-LINE
           WRITE MOVEMENT-REPORT-LINE FROM DEPT-TREND-HEADING
           ADD 6 TO REPORT-LINE-COUNT

           SET DEPT-SUB TO 1
           PERFORM UNTIL DEPT-SUB > 100
               IF DEPT-IS-SHOWN (DEPT-SUB)
                   PERFORM REPORT-ONE-DEPT-TREND
               END-IF
               SET DEPT-SUB UP BY 1
           END-PERFORM.


       REPORT-ONE-TREND-MONTH.
           MOVE COMPANY-MONTH-LABEL (MONTH-SUB) TO TREND-LABEL
           MOVE COMPANY-OPENING (MONTH-SUB)     TO TREND-OPENING
           MOVE COMPANY-HIRES (MONTH-SUB)       TO TREND-HIRES
           MOVE COMPANY-TERMS (MONTH-SUB)       TO TREND-TERMS
           MOVE COMPANY-XFER-IN (MONTH-SUB)     TO TREND-XFER-IN
           MOVE COMPANY-XFER-OUT (MONTH-SUB)    TO TREND-XFER-OUT
           MOVE COMPANY-CLOSING (MONTH-SUB)     TO TREND-CLOSING

           ADD COMPANY-HIRES (MONTH-SUB)    TO HIRES-12-MONTH
           ADD COMPANY-TERMS (MONTH-SUB)    TO TERMS-12-MONTH
           ADD COMPANY-XFER-IN (MONTH-SUB)  TO XFER-IN-12-MONTH
           ADD COMPANY-XFER-OUT (MONTH-SUB) TO XFER-OUT-12-MONTH

           COMPUTE TURNOVER-HEADCOUNT-SUM =
               COMPANY-OPENING (MONTH-SUB) + COMPANY-CLOSING (MONTH-SUB)
           MOVE COMPANY-TERMS (MONTH-SUB) TO TURNOVER-TERMS
           PERFORM COMPUTE-MONTH-TURNOVER
           MOVE MONTH-TURNOVER-RATE TO TREND-TURNOVER

           WRITE MOVEMENT-REPORT-LINE FROM TREND-LINE
           ADD 1 TO REPORT-LINE-COUNT.


       REPORT-ONE-DEPT-TREND.
           IF REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE
               PERFORM MOVEMENT-REPORT-NEW-PAGE
               WRITE MOVEMENT-REPORT-LINE FROM DEPT-TREND-HEADING
               ADD 1 TO REPORT-LINE-COUNT
           END-IF.

           COMPUTE EDITED-DEPT-CODE = DEPT-SUB - 1
           MOVE SPACES TO DEPT-TREND-LABEL
           STRING "DEPT " EDITED-DEPT-CODE
               DELIMITED BY SIZE
               INTO DEPT-TREND-LABEL
           END-STRING.

           MOVE 0 TO TURNOVER-TERMS
           MOVE 0 TO TURNOVER-HEADCOUNT-SUM

           SET MONTH-SUB TO 1
           PERFORM UNTIL MONTH-SUB > 12
               MOVE SPACES TO DEPT-TREND-MONTH (MONTH-SUB)
               MOVE MONTH-CLOSING (DEPT-SUB MONTH-SUB)
                   TO DEPT-TREND-CLOSING (MONTH-SUB)
               ADD MONTH-TERMS (DEPT-SUB MONTH-SUB) TO TURNOVER-TERMS
               ADD MONTH-OPENING (DEPT-SUB MONTH-SUB)
                   TO TURNOVER-HEADCOUNT-SUM
               ADD MONTH-CLOSING (DEPT-SUB MONTH-SUB)
                   TO TURNOVER-HEADCOUNT-SUM
               SET MONTH-SUB UP BY 1
           END-PERFORM.

           PERFORM COMPUTE-ROLLING-TURNOVER
           MOVE ROLLING-TURNOVER-RATE TO DEPT-TREND-TURNOVER

           WRITE MOVEMENT-REPORT-LINE FROM DEPT-TREND-LINE
           ADD 1 TO REPORT-LINE-COUNT.


       COMPUTE-ROLLING-TURNOVER.
           IF TURNOVER-HEADCOUNT-SUM > 0
               COMPUTE ROLLING-TURNOVER-RATE ROUNDED =
                   TURNOVER-TERMS * 2400 / TURNOVER-HEADCOUNT-SUM
           ELSE
               MOVE 0 TO ROLLING-TURNOVER-RATE
           END-IF.


       WRITE-MOVEMENT-HEADING.
           WRITE MOVEMENT-REPORT-LINE FROM MONTH-HEADING
           MOVE SPACES TO MOVEMENT-REPORT-LINE
           WRITE MOVEMENT-REPORT-LINE
           WRITE MOVEMENT-REPORT-LINE FROM MOVEMENT-HEADING
           ADD 3 TO REPORT-LINE-COUNT.


       MOVEMENT-REPORT-NEW-PAGE.
           ADD 1 TO REPORT-PAGE-NUMBER
           MOVE REPORT-PAGE-NUMBER TO HEADING-PAGE-NUMBER

           IF REPORT-PAGE-NUMBER > 1
               MOVE SPACES TO MOVEMENT-REPORT-LINE
               WRITE MOVEMENT-REPORT-LINE
           END-IF.

           WRITE MOVEMENT-REPORT-LINE FROM REPORT-HEADING-1
           MOVE SPACES TO MOVEMENT-REPORT-LINE
           WRITE MOVEMENT-REPORT-LINE

           MOVE 0 TO REPORT-LINE-COUNT.


       PRINT-MOVEMENT-SUMMARY.
           DISPLAY " ".
           DISPLAY "HEADCOUNT MOVEMENT AND TURNOVER".
           DISPLAY "---------------------------------------------".
           DISPLAY "Report month          : " COMPANY-MONTH-LABEL (12).
           MOVE COMPANY-OPENING (12) TO EDITED-COUNT
           DISPLAY "Opening headcount     : " EDITED-COUNT.
           MOVE COMPANY-HIRES (12) TO EDITED-COUNT
           DISPLAY "Hires                 : " EDITED-COUNT.
           MOVE COMPANY-TERMS (12) TO EDITED-COUNT
           DISPLAY "Terminations          : " EDITED-COUNT.
           MOVE COMPANY-XFER-IN (12) TO EDITED-COUNT
           DISPLAY "Transfers             : " EDITED-COUNT.
           MOVE COMPANY-CLOSING (12) TO EDITED-COUNT
           DISPLAY "Closing headcount     : " EDITED-COUNT.
           MOVE COMPANY-MONTH-TURNOVER TO EDITED-RATE
           DISPLAY "Turnover rate %       : " EDITED-RATE.
           MOVE COMPANY-ROLLING-TURNOVER TO EDITED-RATE
           DISPLAY "12-month turnover %   : " EDITED-RATE.
           DISPLAY "Depts over authorized : " OVER-AUTH-COUNT.
           DISPLAY "Reversed items netted : " NETTED-ITEM-COUNT.
           DISPLAY "Report written        : hcmove.dat".
           DISPLAY "---------------------------------------------".


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
