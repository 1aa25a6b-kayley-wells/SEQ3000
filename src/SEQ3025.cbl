       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3025.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RECNSTAT  ASSIGN TO RECNSTAT
                           FILE STATUS IS RECNSTAT-FILE-STATUS.
           SELECT NEWEMP  ASSIGN TO NEWEMP.
           SELECT CHGHIST  ASSIGN TO CHGHIST
                           FILE STATUS IS CHGHIST-FILE-STATUS.
           SELECT LVLSNAP  ASSIGN TO LVLSNAP
                           FILE STATUS IS LVLSNAP-FILE-STATUS.
           SELECT GLJRNL  ASSIGN TO GLJRNL
                           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT CYCCTL  ASSIGN TO CYCCTL
                           FILE STATUS IS CYCCTL-FILE-STATUS.
           SELECT LOAMAST  ASSIGN TO LOAMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS LV-EMPLOYEE-ID
                           FILE STATUS IS LOAMAST-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RECNSTAT.
       01  RECONCILIATION-STATUS-RECORD.
           05  RS-RECONCILED-FLAG      PIC X.
               88  RS-RUN-RECONCILED          VALUE "R".
           05  RS-RUN-DATE             PIC 9(8).
           05  RS-PAYROLL-DIFFERENCE   PIC S9(9)V99.
           05  RS-NEWEMP-HEADCOUNT     PIC 9(7).
           05  RS-NEWEMP-PAYROLL-TOTAL PIC S9(9)V99.

       FD  NEWEMP.
       01  NEW-MASTER-RECORD.
           05  NM-EMPLOYEE-ID          PIC X(5).
           05  NM-EMPLOYEE-NAME        PIC X(30).
           05  NM-DEPART-CODE          PIC X(5).
           05  NM-JOB-CLASS            PIC X(2).
           05  NM-ANNUAL-SALARY        PIC S9(5)V99.
           05  NM-VACATION-HOURS       PIC S9(3).
           05  NM-SICK-HOURS           PIC S9(3)V99.
           05  NM-HIRE-DATE            PIC 9(8).
           05  NM-EMPLOYMENT-STATUS    PIC X.

       FD  CHGHIST.
       01  CHANGE-HISTORY-RECORD.
           05  CH-EMPLOYEE-ID          PIC X(5).
           05  CH-RUN-DATE             PIC 9(8).
           05  CH-TRANSACTION-SEQ      PIC 9(9).
           05  CH-FIELD-NAME           PIC X(10).
           05  CH-OLD-VALUE            PIC X(30).
           05  CH-NEW-VALUE            PIC X(30).

      ***************************************************************
      * LEAVE-LIABILITY SNAPSHOT - ONE RECORD PER DEPARTMENT HOLDING
      * THE ACCRUED VACATION AND SICK LIABILITY AS OF THE LAST
      * JOURNAL RELEASED.  READ AT OPEN AS THE PRIOR BALANCE AND
      * REWRITTEN AT CLOSE WITH THIS RUN'S BALANCE, SO EACH JOURNAL
      * BOOKS ONLY THE CHANGE SINCE THE LAST ONE.
      ***************************************************************
       FD  LVLSNAP.
       01  LEAVE-SNAPSHOT-RECORD.
           05  LS-DEPART-CODE          PIC X(5).
           05  LS-LEAVE-LIABILITY      PIC S9(9)V99.
           05  LS-RUN-DATE             PIC 9(8).
           05  LS-CYCLE-NUMBER         PIC 9(4).

      ***************************************************************
      * GENERAL-LEDGER JOURNAL INTERFACE - 80-BYTE FIXED RECORDS.
      * ONE H HEADER CARRYING THE SOURCE, JOURNAL DATE AND CYCLE,
      * ONE D LINE PER COST CENTER, ACCOUNT AND DEBIT OR CREDIT, AND
      * ONE T TRAILER CARRYING THE LINE COUNT, THE DEBIT AND CREDIT
      * TOTALS AND THE NEWEMP HEADCOUNT AND ANNUAL PAYROLL THE
      * JOURNAL WAS BUILT FROM, SO THE LEDGER CAN PROVE RECEIPT AND
      * BALANCE BEFORE POSTING.
      ***************************************************************
       FD  GLJRNL.
       01  JOURNAL-RECORD              PIC X(80).

       01  JOURNAL-HEADER-RECORD REDEFINES JOURNAL-RECORD.
           05  JH-RECORD-TYPE          PIC X.
           05  JH-JOURNAL-SOURCE       PIC X(6).
           05  JH-JOURNAL-DATE         PIC 9(8).
           05  JH-CYCLE-NUMBER         PIC 9(4).
           05  JH-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(31).

       01  JOURNAL-DETAIL-RECORD REDEFINES JOURNAL-RECORD.
           05  JD-RECORD-TYPE          PIC X.
           05  JD-COST-CENTER          PIC X(5).
           05  JD-ACCOUNT-NUMBER       PIC X(6).
           05  JD-DEBIT-CREDIT         PIC X.
           05  JD-AMOUNT               PIC 9(9)V99.
           05  JD-ENTRY-TYPE           PIC X(2).
           05  JD-EMPLOYEE-ID          PIC X(5).
           05  JD-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(19).

       01  JOURNAL-TRAILER-RECORD REDEFINES JOURNAL-RECORD.
           05  JT-RECORD-TYPE          PIC X.
           05  JT-LINE-COUNT           PIC 9(7).
           05  JT-DEBIT-TOTAL          PIC 9(11)V99.
           05  JT-CREDIT-TOTAL         PIC 9(11)V99.
           05  JT-EMPLOYEE-COUNT       PIC 9(7).
           05  JT-ANNUAL-PAYROLL       PIC 9(11)V99.
           05  FILLER                  PIC X(26).

      ***************************************************************
      * CYCLE-CONTROL MASTER SHARED BY THE WHOLE JOB STREAM - THIS
      * STEP TAKES ITS CYCLE FROM SEQ3020'S RECORD, REFUSES TO BUILD
      * IF SEQ3020 DID NOT COMPLETE THAT CYCLE, AND STAMPS ITS OWN
      * RECORD AT CLOSE.
      ***************************************************************
       FD  CYCCTL.
       01  CYCLE-CONTROL-RECORD.
           05  CY-PROGRAM-NAME         PIC X(8).
           05  CY-CYCLE-NUMBER         PIC 9(4).
           05  CY-RUN-DATE             PIC 9(8).
           05  CY-OUTCOME-FLAG         PIC X.
               88  CY-COMPLETED-CLEAN         VALUE "C".
               88  CY-STEP-FAILED             VALUE "F".

      ***************************************************************
      * LEAVE-OF-ABSENCE MASTER KEPT BY SEQ3000 AND SEQ3170.  AN
      * EMPLOYEE SEQ3080 HOLDS OUT OF PAYXTR ON AN OPEN UNPAID LEAVE
      * IS NOT ACCRUED EITHER, SO THE LEDGER CARRIES WHAT THE BUREAU
      * ACTUALLY PAYS.
      ***************************************************************
       FD  LOAMAST.
       01  LEAVE-OF-ABSENCE-RECORD.
           05  LV-EMPLOYEE-ID          PIC X(5).
           05  LV-LEAVE-TYPE           PIC X(2).
           05  LV-EMPLOYMENT-STATUS    PIC X.
           05  LV-START-DATE           PIC 9(8).
           05  LV-EXPECTED-RETURN-DATE PIC 9(8).
           05  LV-PAY-INDICATOR        PIC X.
               88  LV-UNPAID-LEAVE            VALUE "U".
           05  LV-LEAVE-STATUS         PIC X.
               88  LV-LEAVE-OPEN              VALUE "O".
           05  LV-ACTUAL-RETURN-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  NEWEMP-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  NEWEMP-END-OF-FILE                  VALUE "Y".
           05  RECNSTAT-END-OF-FILE-SWITCH     PIC X  VALUE "N".
               88  RECNSTAT-END-OF-FILE                VALUE "Y".
           05  CHGHIST-END-OF-FILE-SWITCH      PIC X  VALUE "N".
               88  CHGHIST-END-OF-FILE                 VALUE "Y".
           05  LVLSNAP-END-OF-FILE-SWITCH      PIC X  VALUE "N".
               88  LVLSNAP-END-OF-FILE                 VALUE "Y".
           05  DEPARTMENT-FOUND-SWITCH         PIC X  VALUE "N".
               88  DEPARTMENT-FOUND                    VALUE "Y".
           05  TRANSFER-FOUND-SWITCH           PIC X  VALUE "N".
               88  TRANSFER-FOUND                      VALUE "Y".
           05  LOAMAST-OPEN-SWITCH             PIC X  VALUE "N".
               88  LOAMAST-IS-OPEN                     VALUE "Y".
           05  RUN-ABORTED-SWITCH              PIC X  VALUE "N".
               88  RUN-ABORTED                         VALUE "Y".
           05  CYCCTL-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  CYCCTL-END-OF-FILE                  VALUE "Y".
           05  CYCLE-NUMBER-SET-SWITCH         PIC X  VALUE "N".
               88  CYCLE-NUMBER-SET                    VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  RECNSTAT-FILE-STATUS     PIC XX.
               88  RECNSTAT-SUCCESSFUL        VALUE "00".
           05  CHGHIST-FILE-STATUS      PIC XX.
               88  CHGHIST-SUCCESSFUL         VALUE "00".
           05  LVLSNAP-FILE-STATUS      PIC XX.
               88  LVLSNAP-SUCCESSFUL         VALUE "00".
           05  GLJRNL-FILE-STATUS       PIC XX.
               88  GLJRNL-SUCCESSFUL          VALUE "00".
           05  CYCCTL-FILE-STATUS       PIC XX.
               88  CYCCTL-SUCCESSFUL          VALUE "00".
           05  LOAMAST-FILE-STATUS      PIC XX.
               88  LOAMAST-SUCCESSFUL         VALUE "00".

       01  JOURNAL-CYCLE-NUMBER            PIC 9(4).

       01  JOURNAL-CYCLE-DATE              PIC 9(8) VALUE ZERO.

      ***************************************************************
      * IN-CORE COPY OF THE CYCLE-CONTROL MASTER, LOADED AT OPEN AND
      * REWRITTEN AT CLOSE WITH THIS STEP'S OWN RECORD STAMPED.
      ***************************************************************
       01  CYCLE-CONTROL-TABLE.
           05  CC-TABLE-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  CC-ENTRY OCCURS 10 TIMES.
               10  CC-PROGRAM-NAME     PIC X(8).
               10  CC-CYCLE-NUMBER     PIC 9(4).
               10  CC-RUN-DATE         PIC 9(8).
               10  CC-OUTCOME-FLAG     PIC X.

       01  CYCLE-CONTROL-WORK-FIELDS.
           05  CC-SUBSCRIPT                PIC S9(4) COMP.
           05  CC-OWN-SUBSCRIPT            PIC S9(4) COMP.
           05  CC-PRED-SUBSCRIPT           PIC S9(4) COMP.
           05  CC-OWN-PROGRAM-NAME         PIC X(8) VALUE "SEQ3025".
           05  CC-PRED-PROGRAM-NAME        PIC X(8) VALUE "SEQ3020".

      ***************************************************************
      * MIRROR OF THE RECONCILIATION STATUS RECORD, COPIED OUT OF
      * THE RECORD AREA BEFORE RECNSTAT IS CLOSED.
      ***************************************************************
       01  RECONCILIATION-SAVE-FIELDS.
           05  RS-SAVE-RECONCILED-FLAG     PIC X.
               88  RS-SAVE-RUN-RECONCILED         VALUE "R".
           05  RS-SAVE-RUN-DATE            PIC 9(8).
           05  RS-SAVE-DIFFERENCE          PIC S9(9)V99.
           05  RS-SAVE-HEADCOUNT           PIC 9(7).
           05  RS-SAVE-PAYROLL-TOTAL       PIC S9(9)V99.

      ***************************************************************
      * LEDGER CHART OF ACCOUNTS USED BY THE PAYROLL JOURNAL.  THE
      * COST CENTER ON EVERY LINE IS THE DEPARTMENT CODE.
      ***************************************************************
       01  GL-ACCOUNT-NUMBERS.
           05  SALARY-EXPENSE-ACCOUNT      PIC X(6) VALUE "510000".
           05  ACCRUED-SALARY-ACCOUNT      PIC X(6) VALUE "215000".
           05  LEAVE-EXPENSE-ACCOUNT       PIC X(6) VALUE "515000".
           05  ACCRUED-LEAVE-ACCOUNT       PIC X(6) VALUE "225000".

       01  JOURNAL-SOURCE-CODE             PIC X(6) VALUE "PAYROL".

      ***************************************************************
      * THE PERIOD ACCRUAL IS THE SAME BIWEEKLY GROSS SEQ3080 SENDS
      * THE BUREAU - ANNUAL SALARY OVER 26 PAY PERIODS - AND THE
      * LEAVE LIABILITY IS PRICED THE SAME WAY SEQ3070 PRICES IT,
      * AT THE ANNUAL SALARY OVER THE 2080-HOUR STANDARD YEAR.
      ***************************************************************
       01  PAY-PERIODS-PER-YEAR            PIC 9(2) VALUE 26.

       01  STANDARD-ANNUAL-HOURS           PIC 9(4) VALUE 2080.

       01  JOURNAL-WORK-FIELDS.
           05  PERIOD-GROSS                PIC 9(5)V99.
           05  HOURLY-RATE                 PIC 9(3)V99.
           05  VACATION-LIABILITY          PIC S9(5)V99.
           05  SICK-LIABILITY              PIC S9(5)V99.
           05  LEAVE-CHANGE                PIC S9(9)V99.
           05  SEARCH-DEPART-CODE          PIC X(5).
           05  LIST-SUBSCRIPT              PIC S9(4) COMP.

      ***************************************************************
      * ONE ENTRY PER DEPARTMENT SEEN ON NEWEMP OR ON THE PRIOR
      * SNAPSHOT - A DEPARTMENT EMPTIED SINCE THE LAST RUN STILL
      * NEEDS ITS OLD LIABILITY RELEASED.
      ***************************************************************
       01  DEPARTMENT-JOURNAL-TABLE.
           05  DEPARTMENT-TABLE-COUNT      PIC S9(4) COMP VALUE ZERO.
           05  DEPARTMENT-JOURNAL-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON DEPARTMENT-TABLE-COUNT
                               INDEXED BY DJ-IDX.
               10  DJ-DEPART-CODE      PIC X(5).
               10  DJ-HEADCOUNT        PIC S9(5) COMP.
               10  DJ-ACCRUAL-AMOUNT   PIC S9(9)V99 COMP-3.
               10  DJ-RECLASS-NET      PIC S9(9)V99 COMP-3.
               10  DJ-PRIOR-LEAVE      PIC S9(9)V99 COMP-3.
               10  DJ-CURRENT-LEAVE    PIC S9(9)V99 COMP-3.

      ***************************************************************
      * EMPLOYEES WHOSE DEPARTMENT CHANGED THIS CYCLE, WITH THE
      * DEPARTMENT THEY STARTED THE CYCLE IN - THE OLD VALUE ON THEIR
      * FIRST DEPARTMENT ENTRY IN CHGHIST FOR THE RUN DATE.
      ***************************************************************
       01  TRANSFER-TABLE.
           05  TRANSFER-TABLE-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  TRANSFER-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON TRANSFER-TABLE-COUNT
                               INDEXED BY TR-IDX.
               10  TR-EMPLOYEE-ID      PIC X(5).
               10  TR-ORIGINAL-DEPART  PIC X(5).

      ***************************************************************
      * RECLASS LINES FOUND ON THE NEWEMP PASS, HELD SO THEY CAN BE
      * WRITTEN AS ONE BLOCK AFTER THE ACCRUAL LINES.
      ***************************************************************
       01  RECLASS-TABLE.
           05  RECLASS-TABLE-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  RECLASS-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON RECLASS-TABLE-COUNT.
               10  RX-EMPLOYEE-ID      PIC X(5).
               10  RX-FROM-DEPART      PIC X(5).
               10  RX-TO-DEPART        PIC X(5).
               10  RX-AMOUNT           PIC S9(7)V99 COMP-3.

       01  CONTROL-TOTALS.
           05  CT-EMPLOYEE-COUNT           PIC 9(7) VALUE ZERO.
           05  CT-ANNUAL-PAYROLL           PIC S9(9)V99 VALUE ZERO.
           05  CT-ACCRUAL-TOTAL            PIC 9(11)V99 VALUE ZERO.
           05  CT-RECLASS-TOTAL            PIC 9(11)V99 VALUE ZERO.
           05  CT-PRIOR-LIABILITY          PIC S9(11)V99 VALUE ZERO.
           05  CT-CURRENT-LIABILITY        PIC S9(11)V99 VALUE ZERO.
           05  CT-TRANSFERS-READ           PIC 9(7) VALUE ZERO.
           05  CT-UNPAID-LEAVE-COUNT       PIC 9(7) VALUE ZERO.
           05  CT-LINE-COUNT               PIC 9(7) VALUE ZERO.
           05  CT-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZERO.
           05  CT-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZERO.

       01  DISPLAY-FIELDS.
           05  DISPLAY-COUNT               PIC Z,ZZZ,ZZ9.
           05  DISPLAY-HEADCOUNT           PIC ZZ,ZZ9.
           05  DISPLAY-DEPT-AMOUNT         PIC -,---,---,--9.99.
           05  DISPLAY-PRIOR-AMOUNT        PIC -,---,---,--9.99.
           05  DISPLAY-CURRENT-AMOUNT      PIC -,---,---,--9.99.
           05  DISPLAY-RECLASS-AMOUNT      PIC -,---,---,--9.99.
           05  DISPLAY-TOTAL-AMOUNT        PIC -,---,---,---,--9.99.
           05  DISPLAY-CONTROL-AMOUNT      PIC -,---,---,---,--9.99.

       PROCEDURE DIVISION.

      ***************************************************************
      * GENERAL-LEDGER LABOR COST JOURNAL.  RUNS AFTER SEQ3020 HAS
      * RECONCILED THE CYCLE AND BUILDS THE LEDGER'S FIXED-FORMAT
      * JOURNAL FROM THE RECONCILED NEWEMP:
      *   - THE PERIOD SALARY ACCRUAL BY DEPARTMENT (DEBIT SALARY
      *     EXPENSE, CREDIT ACCRUED SALARIES),
      *   - A RECLASS FOR EVERY EMPLOYEE WHOSE DEPARTMENT CHANGED
      *     THIS CYCLE, AND
      *   - THE CHANGE IN ACCRUED LEAVE LIABILITY BY DEPARTMENT
      *     SINCE THE LAST JOURNAL RELEASED.
      * THE NEWEMP HEADCOUNT AND ANNUAL PAYROLL WALKED HERE MUST
      * MATCH WHAT SEQ3020 RECONCILED ON RECNSTAT, AND THE DEBITS
      * MUST EQUAL THE CREDITS, OR NO JOURNAL IS RELEASED.
      ***************************************************************
       000-BUILD-LABOR-COST-JOURNAL.

           DISPLAY "SEQ3025 GENERAL-LEDGER LABOR COST JOURNAL".
           DISPLAY " ".

           PERFORM 050-READ-CYCLE-CONTROL.
           IF NOT RUN-ABORTED
               PERFORM 100-CHECK-RECONCILIATION
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 150-LOAD-LEAVE-SNAPSHOT
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 200-LOAD-TRANSFERS
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 300-ACCUMULATE-NEW-MASTER
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 400-TIE-TO-RECONCILIATION
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 500-WRITE-JOURNAL-FILE
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 700-WRITE-LEAVE-SNAPSHOT
           END-IF.
           IF CYCLE-NUMBER-SET
               PERFORM 900-PRINT-DEPARTMENT-SUMMARY
               PERFORM 910-DISPLAY-CONTROL-TOTALS
               PERFORM 930-STAMP-CYCLE-CONTROL
           END-IF.
           STOP RUN.

      ***************************************************************
      * LOADS THE CYCLE-CONTROL MASTER AND TAKES THIS RUN'S CYCLE
      * FROM SEQ3020'S RECORD.  THE JOURNAL REFUSES TO BUILD IF
      * SEQ3020 NEVER RECONCILED THIS CYCLE OR IF THE JOURNAL FOR IT
      * WAS ALREADY RELEASED.
      ***************************************************************
       050-READ-CYCLE-CONTROL.

           OPEN INPUT CYCCTL.
           IF NOT CYCCTL-SUCCESSFUL
               DISPLAY "NO CYCCTL ON FILE - RUN SEQ3020 FIRST.  "
                   "JOURNAL NOT BUILT"
               SET RUN-ABORTED TO TRUE
           ELSE
               PERFORM 052-READ-CYCLE-CONTROL-RECORD
                   UNTIL CYCCTL-END-OF-FILE
               CLOSE CYCCTL
               PERFORM 054-LOCATE-CYCLE-ENTRIES
               PERFORM 056-CHECK-PREDECESSOR-STEP
           END-IF.

       052-READ-CYCLE-CONTROL-RECORD.

           READ CYCCTL
               AT END
                   SET CYCCTL-END-OF-FILE TO TRUE
               NOT AT END
                   IF CC-TABLE-COUNT >= 10
                       DISPLAY "CYCCTL HAS MORE THAN 10 RECORDS, "
                           "RUN ABORTED"
                       SET RUN-ABORTED TO TRUE
                       SET CYCCTL-END-OF-FILE TO TRUE
                   ELSE
                       ADD 1 TO CC-TABLE-COUNT
                       MOVE CYCLE-CONTROL-RECORD
                           TO CC-ENTRY (CC-TABLE-COUNT)
                   END-IF
           END-READ.

       054-LOCATE-CYCLE-ENTRIES.

           MOVE ZERO TO CC-OWN-SUBSCRIPT.
           MOVE ZERO TO CC-PRED-SUBSCRIPT.
           MOVE 1 TO CC-SUBSCRIPT.
           PERFORM 055-TEST-ONE-CYCLE-ENTRY
               UNTIL CC-SUBSCRIPT > CC-TABLE-COUNT.

       055-TEST-ONE-CYCLE-ENTRY.

           IF CC-PROGRAM-NAME (CC-SUBSCRIPT) = CC-OWN-PROGRAM-NAME
               MOVE CC-SUBSCRIPT TO CC-OWN-SUBSCRIPT
           END-IF.
           IF CC-PROGRAM-NAME (CC-SUBSCRIPT) = CC-PRED-PROGRAM-NAME
               MOVE CC-SUBSCRIPT TO CC-PRED-SUBSCRIPT
           END-IF.
           ADD 1 TO CC-SUBSCRIPT.

       056-CHECK-PREDECESSOR-STEP.

           IF RUN-ABORTED
               CONTINUE
           ELSE
               IF CC-PRED-SUBSCRIPT = ZERO
                   DISPLAY "CYCCTL CARRIES NO SEQ3020 RECORD - RUN "
                       "SEQ3020 FIRST.  JOURNAL NOT BUILT"
                   SET RUN-ABORTED TO TRUE
               ELSE
                   IF CC-OUTCOME-FLAG (CC-PRED-SUBSCRIPT) NOT = "C"
                       DISPLAY "SEQ3020 DID NOT COMPLETE CYCLE "
                           CC-CYCLE-NUMBER (CC-PRED-SUBSCRIPT)
                           " CLEANLY.  JOURNAL NOT BUILT"
                       SET RUN-ABORTED TO TRUE
                   ELSE
                       IF CC-OWN-SUBSCRIPT > ZERO
                           AND CC-OUTCOME-FLAG (CC-OWN-SUBSCRIPT) = "C"
                           AND CC-CYCLE-NUMBER (CC-OWN-SUBSCRIPT)
                               NOT < CC-CYCLE-NUMBER
                                   (CC-PRED-SUBSCRIPT)
                           DISPLAY "JOURNAL FOR CYCLE "
                               CC-CYCLE-NUMBER (CC-PRED-SUBSCRIPT)
                               " WAS ALREADY RELEASED.  JOURNAL NOT "
                               "BUILT AGAIN"
                           SET RUN-ABORTED TO TRUE
                       ELSE
                           MOVE CC-CYCLE-NUMBER (CC-PRED-SUBSCRIPT)
                               TO JOURNAL-CYCLE-NUMBER
                           MOVE CC-RUN-DATE (CC-PRED-SUBSCRIPT)
                               TO JOURNAL-CYCLE-DATE
                           SET CYCLE-NUMBER-SET TO TRUE
                           DISPLAY "THIS RUN IS CYCLE "
                               JOURNAL-CYCLE-NUMBER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ***************************************************************
      * A JOURNAL IS ONLY BOOKED FROM A MASTER THAT RECONCILED, AND
      * ONLY FROM THE RECONCILIATION OF THIS CYCLE - A RECNSTAT LEFT
      * OVER FROM AN EARLIER RUN DATE IS REFUSED.
      ***************************************************************
       100-CHECK-RECONCILIATION.

           OPEN INPUT RECNSTAT.
           IF RECNSTAT-SUCCESSFUL
               READ RECNSTAT
                   AT END
                       SET RECNSTAT-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE RECONCILIATION-STATUS-RECORD
                           TO RECONCILIATION-SAVE-FIELDS
               END-READ
               CLOSE RECNSTAT
           ELSE
               SET RECNSTAT-END-OF-FILE TO TRUE
           END-IF.
           IF RECNSTAT-END-OF-FILE
               DISPLAY "NO RECONCILIATION STATUS ON FILE - RUN "
                   "SEQ3020 FIRST.  JOURNAL NOT BUILT"
               SET RUN-ABORTED TO TRUE
           ELSE
               IF NOT RS-SAVE-RUN-RECONCILED
                   MOVE RS-SAVE-DIFFERENCE TO DISPLAY-DEPT-AMOUNT
                   DISPLAY "RECONCILIATION OF " RS-SAVE-RUN-DATE
                       " FLAGGED THIS RUN, DIFFERENCE "
                       DISPLAY-DEPT-AMOUNT
                   DISPLAY "JOURNAL NOT BUILT"
                   SET RUN-ABORTED TO TRUE
               ELSE
                   IF RS-SAVE-RUN-DATE NOT = JOURNAL-CYCLE-DATE
                       DISPLAY "RECNSTAT IS FOR " RS-SAVE-RUN-DATE
                           " BUT CYCLE " JOURNAL-CYCLE-NUMBER
                           " RAN " JOURNAL-CYCLE-DATE
                       DISPLAY "JOURNAL NOT BUILT"
                       SET RUN-ABORTED TO TRUE
                   END-IF
               END-IF
           END-IF.

      ***************************************************************
      * NO LVLSNAP ON FILE MEANS NO LEAVE LIABILITY HAS EVER BEEN
      * BOOKED THROUGH THIS JOURNAL, SO THE WHOLE CURRENT BALANCE
      * GOES IN AS THE OPENING CHANGE.
      ***************************************************************
       150-LOAD-LEAVE-SNAPSHOT.

           OPEN INPUT LVLSNAP.
           IF NOT LVLSNAP-SUCCESSFUL
               DISPLAY "NO PRIOR LEAVE LIABILITY SNAPSHOT - FULL "
                   "BALANCE BOOKED AS THE OPENING CHANGE"
           ELSE
               PERFORM 155-READ-LEAVE-SNAPSHOT
               PERFORM 160-LOAD-ONE-SNAPSHOT-RECORD
                   UNTIL LVLSNAP-END-OF-FILE
               CLOSE LVLSNAP
           END-IF.

       155-READ-LEAVE-SNAPSHOT.

           READ LVLSNAP
               AT END
                   SET LVLSNAP-END-OF-FILE TO TRUE.

       160-LOAD-ONE-SNAPSHOT-RECORD.

           MOVE LS-DEPART-CODE TO SEARCH-DEPART-CODE.
           PERFORM 350-LOCATE-DEPARTMENT.
           IF DEPARTMENT-FOUND
               ADD LS-LEAVE-LIABILITY TO DJ-PRIOR-LEAVE (DJ-IDX)
               ADD LS-LEAVE-LIABILITY TO CT-PRIOR-LIABILITY
               PERFORM 155-READ-LEAVE-SNAPSHOT
           ELSE
               SET LVLSNAP-END-OF-FILE TO TRUE
           END-IF.

      ***************************************************************
      * PICKS UP EVERY DEPARTMENT CHANGE CHGHIST CARRIES FOR THIS
      * CYCLE'S RUN DATE.  ENTRIES ARE APPENDED IN POSTING ORDER, SO
      * THE FIRST ONE FOR AN EMPLOYEE HOLDS THE DEPARTMENT THEY
      * STARTED THE CYCLE IN; LATER ONES THE SAME DAY ARE SKIPPED.
      * NO CHGHIST ON FILE MEANS NO TRANSFERS TO RECLASS.
      ***************************************************************
       200-LOAD-TRANSFERS.

           OPEN INPUT CHGHIST.
           IF NOT CHGHIST-SUCCESSFUL
               DISPLAY "NO CHGHIST ON FILE - NO DEPARTMENT TRANSFERS "
                   "TO RECLASS"
           ELSE
               PERFORM 210-READ-CHANGE-HISTORY
               PERFORM 220-TEST-ONE-HISTORY-RECORD
                   UNTIL CHGHIST-END-OF-FILE
               CLOSE CHGHIST
           END-IF.

       210-READ-CHANGE-HISTORY.

           READ CHGHIST
               AT END
                   SET CHGHIST-END-OF-FILE TO TRUE.

       220-TEST-ONE-HISTORY-RECORD.

           IF CH-RUN-DATE = JOURNAL-CYCLE-DATE
               AND CH-FIELD-NAME = "DEPARTMENT"
               ADD 1 TO CT-TRANSFERS-READ
               PERFORM 230-LOCATE-TRANSFER
               IF NOT TRANSFER-FOUND
                   PERFORM 240-ADD-TRANSFER-ENTRY
               END-IF
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 210-READ-CHANGE-HISTORY
           END-IF.

       230-LOCATE-TRANSFER.

           MOVE "N" TO TRANSFER-FOUND-SWITCH.
           IF TRANSFER-TABLE-COUNT > ZERO
               SET TR-IDX TO 1
               SEARCH TRANSFER-ENTRY
                   WHEN TR-EMPLOYEE-ID (TR-IDX) = CH-EMPLOYEE-ID
                       SET TRANSFER-FOUND TO TRUE
               END-SEARCH
           END-IF.

       240-ADD-TRANSFER-ENTRY.

           IF TRANSFER-TABLE-COUNT >= 2000
               DISPLAY "MORE THAN 2000 DEPARTMENT TRANSFERS IN ONE "
                   "CYCLE, RUN ABORTED"
               SET RUN-ABORTED TO TRUE
               SET CHGHIST-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO TRANSFER-TABLE-COUNT
               SET TR-IDX TO TRANSFER-TABLE-COUNT
               MOVE CH-EMPLOYEE-ID TO TR-EMPLOYEE-ID (TR-IDX)
               MOVE CH-OLD-VALUE TO TR-ORIGINAL-DEPART (TR-IDX)
           END-IF.

      ***************************************************************
      * ONE PASS OF THE RECONCILED NEWEMP.  EACH EMPLOYEE'S PERIOD
      * GROSS IS ACCRUED TO THE DEPARTMENT THEY ARE IN NOW, AND
      * THEIR LEAVE BALANCES ARE PRICED INTO THAT DEPARTMENT'S
      * CURRENT LIABILITY.  THE HEADCOUNT AND ANNUAL SALARY ARE
      * TOTALLED FOR THE TIE TO RECNSTAT.
      ***************************************************************
       300-ACCUMULATE-NEW-MASTER.

           OPEN INPUT NEWEMP.
           OPEN INPUT LOAMAST.
           IF LOAMAST-SUCCESSFUL
               SET LOAMAST-IS-OPEN TO TRUE
           END-IF.
           PERFORM 310-READ-NEW-MASTER.
           PERFORM 320-ACCUMULATE-ONE-EMPLOYEE
               UNTIL NEWEMP-END-OF-FILE.
           CLOSE NEWEMP.
           IF LOAMAST-IS-OPEN
               CLOSE LOAMAST
           END-IF.

      ***************************************************************
      * THE LAST NEWEMP RECORD IS THE CONTROL TRAILER SEQ3000 LEAVES
      * FOR RUN-TO-RUN INTEGRITY CHECKING - ITS CONTROL ID IS
      * HIGH-VALUES, SO IT IS TREATED AS END OF DATA HERE AND NEVER
      * JOURNALED AS AN EMPLOYEE.
      ***************************************************************
       310-READ-NEW-MASTER.

           READ NEWEMP
               AT END
                   SET NEWEMP-END-OF-FILE TO TRUE.
           IF NM-EMPLOYEE-ID = HIGH-VALUES
               SET NEWEMP-END-OF-FILE TO TRUE
           END-IF.

       320-ACCUMULATE-ONE-EMPLOYEE.

           ADD 1 TO CT-EMPLOYEE-COUNT.
           ADD NM-ANNUAL-SALARY TO CT-ANNUAL-PAYROLL.
           COMPUTE PERIOD-GROSS ROUNDED =
               NM-ANNUAL-SALARY / PAY-PERIODS-PER-YEAR.
           IF LOAMAST-IS-OPEN
               AND (NM-EMPLOYMENT-STATUS = "L" OR "S")
               PERFORM 325-CHECK-UNPAID-LEAVE
           END-IF.
           COMPUTE HOURLY-RATE ROUNDED =
               NM-ANNUAL-SALARY / STANDARD-ANNUAL-HOURS.
           COMPUTE VACATION-LIABILITY ROUNDED =
               HOURLY-RATE * NM-VACATION-HOURS.
           COMPUTE SICK-LIABILITY ROUNDED =
               HOURLY-RATE * NM-SICK-HOURS.
           MOVE NM-DEPART-CODE TO SEARCH-DEPART-CODE.
           PERFORM 350-LOCATE-DEPARTMENT.
           IF DEPARTMENT-FOUND
               ADD 1 TO DJ-HEADCOUNT (DJ-IDX)
               ADD PERIOD-GROSS TO DJ-ACCRUAL-AMOUNT (DJ-IDX)
               ADD VACATION-LIABILITY SICK-LIABILITY
                   TO DJ-CURRENT-LEAVE (DJ-IDX)
               ADD PERIOD-GROSS TO CT-ACCRUAL-TOTAL
               ADD VACATION-LIABILITY SICK-LIABILITY
                   TO CT-CURRENT-LIABILITY
               PERFORM 330-CHECK-TRANSFER
           END-IF.
           IF RUN-ABORTED
               SET NEWEMP-END-OF-FILE TO TRUE
           ELSE
               PERFORM 310-READ-NEW-MASTER
           END-IF.

      ***************************************************************
      * THE SAME TEST SEQ3080 MAKES - AN OPEN UNPAID LEAVE ACCRUES NO
      * PERIOD GROSS (AND SO NEEDS NO RECLASS), THOUGH THE EMPLOYEE
      * STILL COUNTS TOWARD THE RECNSTAT TIE AND THEIR LEAVE BALANCE
      * IS STILL A LIABILITY.
      ***************************************************************
       325-CHECK-UNPAID-LEAVE.

           MOVE NM-EMPLOYEE-ID TO LV-EMPLOYEE-ID.
           READ LOAMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LV-LEAVE-OPEN AND LV-UNPAID-LEAVE
                       MOVE ZERO TO PERIOD-GROSS
                       ADD 1 TO CT-UNPAID-LEAVE-COUNT
                   END-IF
           END-READ.

      ***************************************************************
      * AN EMPLOYEE WHO CHANGED DEPARTMENT THIS CYCLE WORKED THE
      * PERIOD BEING ACCRUED IN THE DEPARTMENT THEY STARTED IT IN -
      * THE NEW DEPARTMENT CARRIES THEIR COST FROM THE NEXT PERIOD.
      * THE ACCRUAL ABOVE WENT TO THE NEW DEPARTMENT WITH EVERYONE
      * ELSE'S, SO A RECLASS LINE PAIR MOVES THEIR PERIOD GROSS BACK
      * TO THE OLD COST CENTER AND SHOWS THE TRANSFER ON THE LEDGER.
      * A TRANSFER OUT AND BACK IN THE SAME CYCLE NETS TO NOTHING.
      ***************************************************************
       330-CHECK-TRANSFER.

           MOVE "N" TO TRANSFER-FOUND-SWITCH.
           IF TRANSFER-TABLE-COUNT > ZERO
               SET TR-IDX TO 1
               SEARCH TRANSFER-ENTRY
                   WHEN TR-EMPLOYEE-ID (TR-IDX) = NM-EMPLOYEE-ID
                       SET TRANSFER-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF TRANSFER-FOUND
               AND TR-ORIGINAL-DEPART (TR-IDX) NOT = NM-DEPART-CODE
               AND TR-ORIGINAL-DEPART (TR-IDX) NOT = SPACES
               AND PERIOD-GROSS > ZERO
               PERFORM 340-ADD-RECLASS-ENTRY
           END-IF.

       340-ADD-RECLASS-ENTRY.

           IF RECLASS-TABLE-COUNT >= 2000
               DISPLAY "MORE THAN 2000 RECLASS ENTRIES IN ONE CYCLE, "
                   "RUN ABORTED"
               SET RUN-ABORTED TO TRUE
           ELSE
               ADD 1 TO RECLASS-TABLE-COUNT
               MOVE NM-EMPLOYEE-ID
                   TO RX-EMPLOYEE-ID (RECLASS-TABLE-COUNT)
               MOVE TR-ORIGINAL-DEPART (TR-IDX)
                   TO RX-FROM-DEPART (RECLASS-TABLE-COUNT)
               MOVE NM-DEPART-CODE
                   TO RX-TO-DEPART (RECLASS-TABLE-COUNT)
               MOVE PERIOD-GROSS TO RX-AMOUNT (RECLASS-TABLE-COUNT)
               ADD PERIOD-GROSS TO CT-RECLASS-TOTAL
               SUBTRACT PERIOD-GROSS
                   FROM DJ-RECLASS-NET (DJ-IDX)
               MOVE TR-ORIGINAL-DEPART (TR-IDX) TO SEARCH-DEPART-CODE
               PERFORM 350-LOCATE-DEPARTMENT
               IF DEPARTMENT-FOUND
                   ADD PERIOD-GROSS TO DJ-RECLASS-NET (DJ-IDX)
               END-IF
           END-IF.

      ***************************************************************
      * FINDS SEARCH-DEPART-CODE IN THE DEPARTMENT TABLE, ADDING A
      * ZERO ENTRY THE FIRST TIME A DEPARTMENT IS SEEN.  LEAVES
      * DJ-IDX ON THE ENTRY.
      ***************************************************************
       350-LOCATE-DEPARTMENT.

           MOVE "N" TO DEPARTMENT-FOUND-SWITCH.
           IF DEPARTMENT-TABLE-COUNT > ZERO
               SET DJ-IDX TO 1
               SEARCH DEPARTMENT-JOURNAL-ENTRY
                   WHEN DJ-DEPART-CODE (DJ-IDX) = SEARCH-DEPART-CODE
                       SET DEPARTMENT-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF NOT DEPARTMENT-FOUND
               IF DEPARTMENT-TABLE-COUNT >= 200
                   DISPLAY "MORE THAN 200 DEPARTMENTS, RUN ABORTED"
                   SET RUN-ABORTED TO TRUE
               ELSE
                   ADD 1 TO DEPARTMENT-TABLE-COUNT
                   SET DJ-IDX TO DEPARTMENT-TABLE-COUNT
                   MOVE SEARCH-DEPART-CODE TO DJ-DEPART-CODE (DJ-IDX)
                   MOVE ZERO TO DJ-HEADCOUNT (DJ-IDX)
                   MOVE ZERO TO DJ-ACCRUAL-AMOUNT (DJ-IDX)
                   MOVE ZERO TO DJ-RECLASS-NET (DJ-IDX)
                   MOVE ZERO TO DJ-PRIOR-LEAVE (DJ-IDX)
                   MOVE ZERO TO DJ-CURRENT-LEAVE (DJ-IDX)
                   SET DEPARTMENT-FOUND TO TRUE
               END-IF
           END-IF.

      ***************************************************************
      * THE JOURNAL MUST HAVE BEEN BUILT FROM THE SAME NEWEMP SEQ3020
      * RECONCILED - SAME HEADCOUNT, SAME ANNUAL PAYROLL - OR IT IS
      * NOT RELEASED.
      ***************************************************************
       400-TIE-TO-RECONCILIATION.

           IF CT-EMPLOYEE-COUNT NOT = RS-SAVE-HEADCOUNT
               OR CT-ANNUAL-PAYROLL NOT = RS-SAVE-PAYROLL-TOTAL
               MOVE CT-EMPLOYEE-COUNT TO DISPLAY-COUNT
               MOVE CT-ANNUAL-PAYROLL TO DISPLAY-TOTAL-AMOUNT
               DISPLAY "NEWEMP WALKED HERE ... EMPLOYEES "
                   DISPLAY-COUNT " PAYROLL " DISPLAY-TOTAL-AMOUNT
               MOVE RS-SAVE-HEADCOUNT TO DISPLAY-COUNT
               MOVE RS-SAVE-PAYROLL-TOTAL TO DISPLAY-TOTAL-AMOUNT
               DISPLAY "RECNSTAT RECONCILED .. EMPLOYEES "
                   DISPLAY-COUNT " PAYROLL " DISPLAY-TOTAL-AMOUNT
               DISPLAY "*** JOURNAL DOES NOT TIE TO RECNSTAT - "
                   "JOURNAL NOT BUILT ***"
               SET RUN-ABORTED TO TRUE
           END-IF.

      ***************************************************************
      * WRITES THE JOURNAL IN DEPARTMENT ORDER: THE ACCRUAL PAIR FOR
      * EVERY DEPARTMENT, THEN THE RECLASS PAIRS, THEN THE LEAVE
      * LIABILITY PAIR FOR EVERY DEPARTMENT WHOSE LIABILITY MOVED.
      * AN INCREASE IS DEBITED TO LEAVE EXPENSE AND CREDITED TO THE
      * ACCRUED LIABILITY; A DECREASE IS THE REVERSE.
      ***************************************************************
       500-WRITE-JOURNAL-FILE.

           IF DEPARTMENT-TABLE-COUNT > ZERO
               SORT DEPARTMENT-JOURNAL-ENTRY
                   ASCENDING KEY DJ-DEPART-CODE
           END-IF.
           OPEN OUTPUT GLJRNL.
           PERFORM 510-WRITE-JOURNAL-HEADER.
           MOVE 1 TO LIST-SUBSCRIPT.
           PERFORM 520-WRITE-ACCRUAL-LINES
               UNTIL LIST-SUBSCRIPT > DEPARTMENT-TABLE-COUNT
                   OR RUN-ABORTED.
           MOVE 1 TO LIST-SUBSCRIPT.
           PERFORM 530-WRITE-RECLASS-LINES
               UNTIL LIST-SUBSCRIPT > RECLASS-TABLE-COUNT
                   OR RUN-ABORTED.
           MOVE 1 TO LIST-SUBSCRIPT.
           PERFORM 540-WRITE-LEAVE-LINES
               UNTIL LIST-SUBSCRIPT > DEPARTMENT-TABLE-COUNT
                   OR RUN-ABORTED.
      *    AN UNBALANCED OR INCOMPLETE JOURNAL IS LEFT WITHOUT ITS
      *    TRAILER ON PURPOSE, THE SAME AS THE BUREAU EXTRACT, SO THE
      *    LEDGER'S INTERFACE REJECTS IT RATHER THAN POSTING IT.
           IF NOT RUN-ABORTED
               IF CT-DEBIT-TOTAL NOT = CT-CREDIT-TOTAL
                   DISPLAY "*** JOURNAL DEBITS DO NOT EQUAL CREDITS "
                       "- TRAILER NOT WRITTEN ***"
                   SET RUN-ABORTED TO TRUE
               ELSE
                   PERFORM 590-WRITE-JOURNAL-TRAILER
               END-IF
           END-IF.
           CLOSE GLJRNL.

       510-WRITE-JOURNAL-HEADER.

           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "H" TO JH-RECORD-TYPE.
           MOVE JOURNAL-SOURCE-CODE TO JH-JOURNAL-SOURCE.
           MOVE JOURNAL-CYCLE-DATE TO JH-JOURNAL-DATE.
           MOVE JOURNAL-CYCLE-NUMBER TO JH-CYCLE-NUMBER.
           MOVE "PAYROLL LABOR COST JOURNAL" TO JH-DESCRIPTION.
           PERFORM 600-WRITE-JOURNAL-RECORD.

       520-WRITE-ACCRUAL-LINES.

           IF DJ-ACCRUAL-AMOUNT (LIST-SUBSCRIPT) > ZERO
               PERFORM 560-CLEAR-DETAIL-LINE
               MOVE DJ-DEPART-CODE (LIST-SUBSCRIPT) TO JD-COST-CENTER
               MOVE "AC" TO JD-ENTRY-TYPE
               MOVE "PERIOD SALARY ACCRUAL" TO JD-DESCRIPTION
               MOVE DJ-ACCRUAL-AMOUNT (LIST-SUBSCRIPT) TO JD-AMOUNT
               MOVE SALARY-EXPENSE-ACCOUNT TO JD-ACCOUNT-NUMBER
               PERFORM 570-WRITE-DEBIT-LINE
               MOVE ACCRUED-SALARY-ACCOUNT TO JD-ACCOUNT-NUMBER
               PERFORM 580-WRITE-CREDIT-LINE
           END-IF.
           ADD 1 TO LIST-SUBSCRIPT.

       530-WRITE-RECLASS-LINES.

           PERFORM 560-CLEAR-DETAIL-LINE.
           MOVE "RC" TO JD-ENTRY-TYPE.
           MOVE RX-EMPLOYEE-ID (LIST-SUBSCRIPT) TO JD-EMPLOYEE-ID.
           MOVE RX-AMOUNT (LIST-SUBSCRIPT) TO JD-AMOUNT.
           MOVE SALARY-EXPENSE-ACCOUNT TO JD-ACCOUNT-NUMBER.
           MOVE RX-FROM-DEPART (LIST-SUBSCRIPT) TO JD-COST-CENTER.
           MOVE "RECLASS TRANSFER - FROM DEPT" TO JD-DESCRIPTION.
           PERFORM 570-WRITE-DEBIT-LINE.
           MOVE RX-TO-DEPART (LIST-SUBSCRIPT) TO JD-COST-CENTER.
           MOVE "RECLASS TRANSFER - TO DEPT" TO JD-DESCRIPTION.
           PERFORM 580-WRITE-CREDIT-LINE.
           ADD 1 TO LIST-SUBSCRIPT.

       540-WRITE-LEAVE-LINES.

           COMPUTE LEAVE-CHANGE =
               DJ-CURRENT-LEAVE (LIST-SUBSCRIPT)
                   - DJ-PRIOR-LEAVE (LIST-SUBSCRIPT).
           IF LEAVE-CHANGE NOT = ZERO
               PERFORM 560-CLEAR-DETAIL-LINE
               MOVE DJ-DEPART-CODE (LIST-SUBSCRIPT) TO JD-COST-CENTER
               MOVE "LV" TO JD-ENTRY-TYPE
               MOVE "LEAVE LIABILITY CHANGE" TO JD-DESCRIPTION
               IF LEAVE-CHANGE > ZERO
                   MOVE LEAVE-CHANGE TO JD-AMOUNT
                   MOVE LEAVE-EXPENSE-ACCOUNT TO JD-ACCOUNT-NUMBER
                   PERFORM 570-WRITE-DEBIT-LINE
                   MOVE ACCRUED-LEAVE-ACCOUNT TO JD-ACCOUNT-NUMBER
                   PERFORM 580-WRITE-CREDIT-LINE
               ELSE
                   COMPUTE JD-AMOUNT = LEAVE-CHANGE * -1
                   MOVE ACCRUED-LEAVE-ACCOUNT TO JD-ACCOUNT-NUMBER
                   PERFORM 570-WRITE-DEBIT-LINE
                   MOVE LEAVE-EXPENSE-ACCOUNT TO JD-ACCOUNT-NUMBER
                   PERFORM 580-WRITE-CREDIT-LINE
               END-IF
           END-IF.
           ADD 1 TO LIST-SUBSCRIPT.

       560-CLEAR-DETAIL-LINE.

           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "D" TO JD-RECORD-TYPE.

       570-WRITE-DEBIT-LINE.

           MOVE "D" TO JD-DEBIT-CREDIT.
           PERFORM 600-WRITE-JOURNAL-RECORD.
           IF NOT RUN-ABORTED
               ADD 1 TO CT-LINE-COUNT
               ADD JD-AMOUNT TO CT-DEBIT-TOTAL
           END-IF.

       580-WRITE-CREDIT-LINE.

           MOVE "C" TO JD-DEBIT-CREDIT.
           PERFORM 600-WRITE-JOURNAL-RECORD.
           IF NOT RUN-ABORTED
               ADD 1 TO CT-LINE-COUNT
               ADD JD-AMOUNT TO CT-CREDIT-TOTAL
           END-IF.

       590-WRITE-JOURNAL-TRAILER.

           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "T" TO JT-RECORD-TYPE.
           MOVE CT-LINE-COUNT TO JT-LINE-COUNT.
           MOVE CT-DEBIT-TOTAL TO JT-DEBIT-TOTAL.
           MOVE CT-CREDIT-TOTAL TO JT-CREDIT-TOTAL.
           MOVE CT-EMPLOYEE-COUNT TO JT-EMPLOYEE-COUNT.
           MOVE CT-ANNUAL-PAYROLL TO JT-ANNUAL-PAYROLL.
           PERFORM 600-WRITE-JOURNAL-RECORD.

       600-WRITE-JOURNAL-RECORD.

           WRITE JOURNAL-RECORD.
           IF NOT GLJRNL-SUCCESSFUL
               DISPLAY "WRITE ERROR ON GLJRNL"
               DISPLAY "FILE STATUS CODE IS " GLJRNL-FILE-STATUS
               SET RUN-ABORTED TO TRUE
           END-IF.

      ***************************************************************
      * ONLY A RELEASED JOURNAL MOVES THE SNAPSHOT FORWARD - AFTER A
      * FAILED RUN THE RERUN MUST STILL BOOK THE CHANGE FROM THE
      * LAST BALANCE THE LEDGER ACTUALLY RECEIVED.  DEPARTMENTS WITH
      * NOBODY IN THEM AND NOTHING LEFT ACCRUED ARE DROPPED.
      ***************************************************************
       700-WRITE-LEAVE-SNAPSHOT.

           OPEN OUTPUT LVLSNAP.
           IF NOT LVLSNAP-SUCCESSFUL
               DISPLAY "WRITE ERROR ON LVLSNAP, SNAPSHOT NOT SAVED"
               DISPLAY "FILE STATUS CODE IS " LVLSNAP-FILE-STATUS
               SET RUN-ABORTED TO TRUE
           ELSE
               MOVE 1 TO LIST-SUBSCRIPT
               PERFORM 710-WRITE-ONE-SNAPSHOT-RECORD
                   UNTIL LIST-SUBSCRIPT > DEPARTMENT-TABLE-COUNT
               CLOSE LVLSNAP
           END-IF.

       710-WRITE-ONE-SNAPSHOT-RECORD.

           IF DJ-HEADCOUNT (LIST-SUBSCRIPT) > ZERO
               OR DJ-CURRENT-LEAVE (LIST-SUBSCRIPT) NOT = ZERO
               MOVE DJ-DEPART-CODE (LIST-SUBSCRIPT) TO LS-DEPART-CODE
               MOVE DJ-CURRENT-LEAVE (LIST-SUBSCRIPT)
                   TO LS-LEAVE-LIABILITY
               MOVE JOURNAL-CYCLE-DATE TO LS-RUN-DATE
               MOVE JOURNAL-CYCLE-NUMBER TO LS-CYCLE-NUMBER
               WRITE LEAVE-SNAPSHOT-RECORD
               IF NOT LVLSNAP-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON LVLSNAP FOR DEPARTMENT "
                       LS-DEPART-CODE
                   DISPLAY "FILE STATUS CODE IS " LVLSNAP-FILE-STATUS
                   SET RUN-ABORTED TO TRUE
                   MOVE DEPARTMENT-TABLE-COUNT TO LIST-SUBSCRIPT
               END-IF
           END-IF.
           ADD 1 TO LIST-SUBSCRIPT.

       900-PRINT-DEPARTMENT-SUMMARY.

           IF DEPARTMENT-TABLE-COUNT > ZERO
               DISPLAY " "
               DISPLAY "DEPT   EMPS        ACCRUAL        RECLASS"
                   "   PRIOR LIABILITY CURRENT LIABILITY"
               MOVE 1 TO LIST-SUBSCRIPT
               PERFORM 905-PRINT-ONE-DEPARTMENT
                   UNTIL LIST-SUBSCRIPT > DEPARTMENT-TABLE-COUNT
               DISPLAY " "
           END-IF.

       905-PRINT-ONE-DEPARTMENT.

           MOVE DJ-HEADCOUNT (LIST-SUBSCRIPT) TO DISPLAY-HEADCOUNT.
           MOVE DJ-ACCRUAL-AMOUNT (LIST-SUBSCRIPT)
               TO DISPLAY-DEPT-AMOUNT.
           MOVE DJ-RECLASS-NET (LIST-SUBSCRIPT)
               TO DISPLAY-RECLASS-AMOUNT.
           MOVE DJ-PRIOR-LEAVE (LIST-SUBSCRIPT)
               TO DISPLAY-PRIOR-AMOUNT.
           MOVE DJ-CURRENT-LEAVE (LIST-SUBSCRIPT)
               TO DISPLAY-CURRENT-AMOUNT.
           DISPLAY DJ-DEPART-CODE (LIST-SUBSCRIPT) " "
               DISPLAY-HEADCOUNT " " DISPLAY-DEPT-AMOUNT " "
               DISPLAY-RECLASS-AMOUNT " " DISPLAY-PRIOR-AMOUNT " "
               DISPLAY-CURRENT-AMOUNT.
           ADD 1 TO LIST-SUBSCRIPT.

       910-DISPLAY-CONTROL-TOTALS.

           DISPLAY "JOURNAL DATE ................ " JOURNAL-CYCLE-DATE.
           MOVE CT-EMPLOYEE-COUNT TO DISPLAY-COUNT.
           DISPLAY "EMPLOYEES ACCRUED ........... " DISPLAY-COUNT.
           MOVE CT-ANNUAL-PAYROLL TO DISPLAY-CONTROL-AMOUNT.
           DISPLAY "ANNUAL PAYROLL (RECNSTAT TIE) "
               DISPLAY-CONTROL-AMOUNT.
           MOVE CT-UNPAID-LEAVE-COUNT TO DISPLAY-COUNT.
           DISPLAY "NOT ACCRUED - UNPAID LEAVE .. " DISPLAY-COUNT.
           MOVE CT-ACCRUAL-TOTAL TO DISPLAY-TOTAL-AMOUNT.
           DISPLAY "PERIOD SALARY ACCRUAL ....... "
               DISPLAY-TOTAL-AMOUNT.
           MOVE RECLASS-TABLE-COUNT TO DISPLAY-COUNT.
           DISPLAY "TRANSFERS RECLASSED ......... " DISPLAY-COUNT.
           MOVE CT-RECLASS-TOTAL TO DISPLAY-TOTAL-AMOUNT.
           DISPLAY "RECLASS AMOUNT .............. "
               DISPLAY-TOTAL-AMOUNT.
           MOVE CT-PRIOR-LIABILITY TO DISPLAY-TOTAL-AMOUNT.
           DISPLAY "PRIOR LEAVE LIABILITY ....... "
               DISPLAY-TOTAL-AMOUNT.
           MOVE CT-CURRENT-LIABILITY TO DISPLAY-TOTAL-AMOUNT.
           DISPLAY "CURRENT LEAVE LIABILITY ..... "
               DISPLAY-TOTAL-AMOUNT.
           MOVE CT-LINE-COUNT TO DISPLAY-COUNT.
           DISPLAY "JOURNAL LINES WRITTEN ....... " DISPLAY-COUNT.
           MOVE CT-DEBIT-TOTAL TO DISPLAY-TOTAL-AMOUNT.
           DISPLAY "TOTAL DEBITS ................ "
               DISPLAY-TOTAL-AMOUNT.
           MOVE CT-CREDIT-TOTAL TO DISPLAY-TOTAL-AMOUNT.
           DISPLAY "TOTAL CREDITS ............... "
               DISPLAY-TOTAL-AMOUNT.
           IF RUN-ABORTED
               DISPLAY "*** JOURNAL NOT RELEASED - DO NOT POST ***"
           END-IF.

      ***************************************************************
      * REWRITES THE CYCLE-CONTROL MASTER WITH THIS STEP'S RECORD
      * STAMPED - F WHEN NO BALANCED JOURNAL WAS RELEASED, SO A
      * RERUN OF THE SAME CYCLE IS ACCEPTED AFTER THE PROBLEM IS
      * FIXED.
      ***************************************************************
       930-STAMP-CYCLE-CONTROL.

           IF CC-OWN-SUBSCRIPT = ZERO
               ADD 1 TO CC-TABLE-COUNT
               MOVE CC-TABLE-COUNT TO CC-OWN-SUBSCRIPT
               MOVE CC-OWN-PROGRAM-NAME
                   TO CC-PROGRAM-NAME (CC-OWN-SUBSCRIPT)
           END-IF.
           MOVE JOURNAL-CYCLE-NUMBER
               TO CC-CYCLE-NUMBER (CC-OWN-SUBSCRIPT).
           MOVE JOURNAL-CYCLE-DATE
               TO CC-RUN-DATE (CC-OWN-SUBSCRIPT).
           IF RUN-ABORTED
               MOVE "F" TO CC-OUTCOME-FLAG (CC-OWN-SUBSCRIPT)
           ELSE
               MOVE "C" TO CC-OUTCOME-FLAG (CC-OWN-SUBSCRIPT)
           END-IF.
           OPEN OUTPUT CYCCTL.
           IF NOT CYCCTL-SUCCESSFUL
               DISPLAY "WRITE ERROR ON CYCCTL, CYCLE NOT STAMPED"
               DISPLAY "FILE STATUS CODE IS " CYCCTL-FILE-STATUS
           ELSE
               MOVE 1 TO CC-SUBSCRIPT
               PERFORM 935-WRITE-CYCLE-CONTROL-RECORD
                   UNTIL CC-SUBSCRIPT > CC-TABLE-COUNT
               CLOSE CYCCTL
           END-IF.

       935-WRITE-CYCLE-CONTROL-RECORD.

           MOVE CC-ENTRY (CC-SUBSCRIPT) TO CYCLE-CONTROL-RECORD.
           WRITE CYCLE-CONTROL-RECORD.
           IF NOT CYCCTL-SUCCESSFUL
               DISPLAY "WRITE ERROR ON CYCCTL, CYCLE NOT STAMPED"
               DISPLAY "FILE STATUS CODE IS " CYCCTL-FILE-STATUS
               MOVE CC-TABLE-COUNT TO CC-SUBSCRIPT
           END-IF.
           ADD 1 TO CC-SUBSCRIPT.
