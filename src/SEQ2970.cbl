           SELECT JOBCLASS  ASSIGN TO JOBCLASS.
           SELECT ADJTRAN  ASSIGN TO ADJTRAN
                           FILE STATUS IS ADJTRAN-FILE-STATUS.
           SELECT SELLIST  ASSIGN TO SELLIST
                           FILE STATUS IS SELLIST-FILE-STATUS.

       DATA DIVISION.

      * JOB CLASS OR DEPARTMENT SELECTS EVERYONE; EITHER OR BOTH MAY
      * BE FILLED TO NARROW THE SWEEP.  ROUND RULE C (OR BLANK)
      * ROUNDS TO THE NEAREST CENT, D TO THE NEAREST WHOLE DOLLAR.
      * SELECTION L FURTHER LIMITS THE SWEEP TO THE EMPLOYEES ON
      * SELLIST (THE SEQ3190 BELOW-MINIMUM LIST), AND METHOD M -
      * ALLOWED ONLY WITH SELECTION L - RAISES EACH OF THEM TO THE
      * TARGET SALARY CARRIED ON THE LIST.
      ***************************************************************
       FD  SALPARM.
       01  ADJUSTMENT-PARAMETER-RECORD.
           05  SP-ADJUST-METHOD        PIC X.
               88  SP-PERCENT-METHOD          VALUE "P".
               88  SP-FLAT-METHOD             VALUE "F".
               88  SP-MINIMUM-METHOD          VALUE "M".
           05  SP-PERCENT-RATE         PIC 9(3)V99.
           05  SP-FLAT-AMOUNT          PIC 9(5)V99.
           05  SP-JOB-CLASS            PIC X(2).
           05  SP-ROUND-RULE           PIC X.
               88  SP-ROUND-TO-CENT           VALUES "C" " ".
               88  SP-ROUND-TO-DOLLAR         VALUE "D".
           05  SP-SELECTION-SOURCE     PIC X.
               88  SP-USE-SELECTION-LIST      VALUE "L".

       FD  NEWEMP.
       01  NEW-MASTER-RECORD.
       FD  ADJTRAN.
       01  ADJUSTMENT-TRANSACTION  PIC X(71).

      ***************************************************************
      * SELECTION LIST - THE BELOWMIN FILE WRITTEN BY SEQ3190, ONE
      * RECORD PER EMPLOYEE WITH THE BAND MINIMUM AS TARGET SALARY.
      ***************************************************************
       FD  SELLIST.
       01  SELECTION-LIST-RECORD.
           05  SL-EMPLOYEE-ID          PIC X(5).
           05  SL-JOB-CLASS            PIC X(2).
           05  SL-DEPART-CODE          PIC X(5).
           05  SL-ANNUAL-SALARY        PIC S9(5)V99.
           05  SL-TARGET-SALARY        PIC 9(5)V99.
           05  SL-BAND-EFFECTIVE-DATE  PIC 9(8).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
               88  DEPARTMENT-FOUND                    VALUE "Y".
           05  SALARY-IN-BAND-SWITCH           PIC X  VALUE "Y".
               88  SALARY-IN-BAND                      VALUE "Y".
           05  SELLIST-END-OF-FILE-SWITCH      PIC X  VALUE "N".
               88  SELLIST-END-OF-FILE                 VALUE "Y".
           05  EMPLOYEE-LISTED-SWITCH          PIC X  VALUE "N".
               88  EMPLOYEE-LISTED                     VALUE "Y".
           05  RUN-ABORTED-SWITCH              PIC X  VALUE "N".
               88  RUN-ABORTED                         VALUE "Y".

               88  SALPARM-SUCCESSFUL         VALUE "00".
           05  ADJTRAN-FILE-STATUS      PIC XX.
               88  ADJTRAN-SUCCESSFUL         VALUE "00".
           05  SELLIST-FILE-STATUS      PIC XX.
               88  SELLIST-SUCCESSFUL         VALUE "00".

      ***************************************************************
      * GENERATED TRANSACTION, WRITTEN TO ADJTRAN IN THE SAME LAYOUT
           05  SP-SAVE-ADJUST-METHOD       PIC X.
               88  SAVE-PERCENT-METHOD         VALUE "P".
               88  SAVE-FLAT-METHOD            VALUE "F".
               88  SAVE-MINIMUM-METHOD         VALUE "M".
           05  SP-SAVE-PERCENT-RATE        PIC 9(3)V99.
           05  SP-SAVE-FLAT-AMOUNT         PIC 9(5)V99.
           05  SP-SAVE-JOB-CLASS           PIC X(2).
           05  SP-SAVE-DEPART-CODE         PIC X(5).
           05  SP-SAVE-ROUND-RULE          PIC X.
               88  SAVE-ROUND-TO-DOLLAR        VALUE "D".
           05  SP-SAVE-SELECTION-SOURCE    PIC X.
               88  SAVE-USE-SELECTION-LIST     VALUE "L".

      ***************************************************************
      * APPROVED JOB CLASS CODES AND SALARY BANDS IN EFFECT FOR THE
               10  DP-BEFORE-TOTAL     PIC S9(9)V99 COMP-3.
               10  DP-AFTER-TOTAL      PIC S9(9)V99 COMP-3.

      ***************************************************************
      * SELECTION LIST LOADED FROM SELLIST IN EMPLOYEE ID ORDER, SO
      * EACH NEWEMP EMPLOYEE IS LOOKED UP WITH A BINARY SEARCH.
      ***************************************************************
       01  SELECTION-LIST-TABLE.
           05  SELECTION-LIST-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  SELECTION-LIST-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON SELECTION-LIST-COUNT
                               ASCENDING KEY IS LS-EMPLOYEE-ID
                               INDEXED BY LS-IDX.
               10  LS-EMPLOYEE-ID      PIC X(5).
               10  LS-TARGET-SALARY    PIC 9(5)V99.

       01  ADJUSTMENT-RUN-DATE             PIC 9(8).

       01  RC-SAVE-RUN-DATE                PIC 9(8).
           05  CT-CHANGES-GENERATED        PIC 9(7) VALUE ZERO.
           05  CT-BAND-WARNINGS            PIC 9(7) VALUE ZERO.
           05  CT-OVERFLOW-SKIPPED         PIC 9(7) VALUE ZERO.
           05  CT-AT-TARGET-SKIPPED        PIC 9(7) VALUE ZERO.
           05  CT-BEFORE-TOTAL             PIC S9(11)V99 COMP-3
                                                        VALUE ZERO.
           05  CT-AFTER-TOTAL              PIC S9(11)V99 COMP-3
           IF NOT RUN-ABORTED
               PERFORM 030-READ-PARAMETER-CARD
           END-IF.
           IF NOT RUN-ABORTED AND SAVE-USE-SELECTION-LIST
               PERFORM 060-LOAD-SELECTION-LIST
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 050-LOAD-JOB-CLASS-TABLE
           END-IF.
                       MOVE SP-JOB-CLASS TO SP-SAVE-JOB-CLASS
                       MOVE SP-DEPART-CODE TO SP-SAVE-DEPART-CODE
                       MOVE SP-ROUND-RULE TO SP-SAVE-ROUND-RULE
                       MOVE SP-SELECTION-SOURCE
                           TO SP-SAVE-SELECTION-SOURCE
               END-READ
               CLOSE SALPARM
           END-IF.
                       SET RUN-ABORTED TO TRUE
                   END-IF
               ELSE
                   IF SAVE-MINIMUM-METHOD
                       IF NOT SAVE-USE-SELECTION-LIST
                           DISPLAY "METHOD M ON PARAMETER CARD NEEDS "
                               "SELECTION L, RUN ABORTED"
                           SET RUN-ABORTED TO TRUE
                       END-IF
                   ELSE
                       DISPLAY "ADJUSTMENT METHOD "
                           SP-SAVE-ADJUST-METHOD
                           " ON PARAMETER CARD IS NOT P, F OR M, "
                           "RUN ABORTED"
                       SET RUN-ABORTED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF SP-SAVE-ROUND-RULE NOT = SPACE
                   " ON PARAMETER CARD IS NOT C OR D, RUN ABORTED"
               SET RUN-ABORTED TO TRUE
           END-IF.
           IF SP-SAVE-SELECTION-SOURCE NOT = SPACE
               AND NOT SAVE-USE-SELECTION-LIST
               DISPLAY "SELECTION " SP-SAVE-SELECTION-SOURCE
                   " ON PARAMETER CARD IS NOT L, RUN ABORTED"
               SET RUN-ABORTED TO TRUE
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 040-DISPLAY-PARAMETERS
           END-IF.
               DISPLAY "ADJUSTMENT ........ " DISPLAY-PERCENT-RATE
                   " PERCENT"
           ELSE
               IF SAVE-FLAT-METHOD
                   MOVE SP-SAVE-FLAT-AMOUNT TO DISPLAY-FLAT-AMOUNT
                   DISPLAY "ADJUSTMENT ........ " DISPLAY-FLAT-AMOUNT
                       " FLAT"
               ELSE
                   DISPLAY "ADJUSTMENT ........ TO LISTED MINIMUM"
               END-IF
           END-IF.
           IF SP-SAVE-JOB-CLASS = SPACES
               DISPLAY "JOB CLASS ......... ALL"
           ELSE
               DISPLAY "ROUNDING .......... NEAREST CENT"
           END-IF.
           IF SAVE-USE-SELECTION-LIST
               DISPLAY "SELECTION ......... EMPLOYEES ON SELLIST"
           END-IF.
           DISPLAY " ".

      ***************************************************************
               END-SEARCH
           END-IF.

      ***************************************************************
      * SELECTION L WITH NO SELLIST, OR AN EMPTY ONE, ABORTS THE RUN
      * - A MISSING LIST MUST NOT TURN INTO A COMPANY-WIDE SWEEP.
      ***************************************************************
       060-LOAD-SELECTION-LIST.

           OPEN INPUT SELLIST.
           IF NOT SELLIST-SUCCESSFUL
               DISPLAY "SELECTION LIST FILE SELLIST MISSING, "
                   "RUN ABORTED"
               SET RUN-ABORTED TO TRUE
           ELSE
               PERFORM 062-READ-SELECTION-LIST
               PERFORM 065-ADD-SELECTION-LIST-ENTRY
                   UNTIL SELLIST-END-OF-FILE
               CLOSE SELLIST
               IF NOT RUN-ABORTED
                   IF SELECTION-LIST-COUNT > ZERO
                       SORT SELECTION-LIST-ENTRY
                           ASCENDING KEY LS-EMPLOYEE-ID
                       MOVE SELECTION-LIST-COUNT
                           TO DISPLAY-EMPLOYEE-COUNT
                       DISPLAY "SELECTION LIST .... "
                           DISPLAY-EMPLOYEE-COUNT " EMPLOYEES"
                       DISPLAY " "
                   ELSE
                       DISPLAY "SELECTION LIST FILE SELLIST EMPTY, "
                           "RUN ABORTED"
                       SET RUN-ABORTED TO TRUE
                   END-IF
               END-IF
           END-IF.

       062-READ-SELECTION-LIST.

           READ SELLIST
               AT END
                   SET SELLIST-END-OF-FILE TO TRUE.

       065-ADD-SELECTION-LIST-ENTRY.

           IF SELECTION-LIST-COUNT >= 2000
               DISPLAY "SELLIST HAS MORE THAN 2000 EMPLOYEES, "
                   "RUN ABORTED"
               SET RUN-ABORTED TO TRUE
               SET SELLIST-END-OF-FILE TO TRUE
           ELSE
               IF SL-TARGET-SALARY NOT NUMERIC
                   DISPLAY "SELLIST TARGET SALARY FOR EMPLOYEE "
                       SL-EMPLOYEE-ID " IS NOT NUMERIC, RUN ABORTED"
                   SET RUN-ABORTED TO TRUE
               ELSE
                   ADD 1 TO SELECTION-LIST-COUNT
                   MOVE SL-EMPLOYEE-ID
                       TO LS-EMPLOYEE-ID (SELECTION-LIST-COUNT)
                   MOVE SL-TARGET-SALARY
                       TO LS-TARGET-SALARY (SELECTION-LIST-COUNT)
               END-IF
               PERFORM 062-READ-SELECTION-LIST
           END-IF.

       200-GENERATE-ADJUSTMENTS.

           OPEN INPUT NEWEMP.
       300-ADJUST-ONE-EMPLOYEE.

           ADD 1 TO CT-EMPLOYEES-READ.
           PERFORM 305-CHECK-SELECTION-LIST.
           IF (SP-SAVE-JOB-CLASS = SPACES
                   OR SP-SAVE-JOB-CLASS = NM-JOB-CLASS)
               AND (SP-SAVE-DEPART-CODE = SPACES
                   OR SP-SAVE-DEPART-CODE = NM-DEPART-CODE)
               AND EMPLOYEE-LISTED
               ADD 1 TO CT-EMPLOYEES-SELECTED
               PERFORM 310-COMPUTE-NEW-SALARY
           END-IF.
           PERFORM 210-READ-NEW-MASTER.

      ***************************************************************
      * WITHOUT SELECTION L EVERY EMPLOYEE COUNTS AS LISTED.
      ***************************************************************
       305-CHECK-SELECTION-LIST.

           IF SAVE-USE-SELECTION-LIST
               MOVE "N" TO EMPLOYEE-LISTED-SWITCH
               SEARCH ALL SELECTION-LIST-ENTRY
                   WHEN LS-EMPLOYEE-ID (LS-IDX) = NM-EMPLOYEE-ID
                       SET EMPLOYEE-LISTED TO TRUE
               END-SEARCH
           ELSE
               SET EMPLOYEE-LISTED TO TRUE
           END-IF.

      ***************************************************************
      * A RESULT THAT WILL NOT FIT THE SEVEN-DIGIT SALARY FIELD IS
      * SKIPPED AND COUNTED RATHER THAN GENERATED TRUNCATED - A
      ***************************************************************
       310-COMPUTE-NEW-SALARY.

           IF SAVE-MINIMUM-METHOD
               PERFORM 315-RAISE-TO-LISTED-MINIMUM
           ELSE
               IF SAVE-PERCENT-METHOD
                   COMPUTE NEW-ANNUAL-SALARY ROUNDED =
                       NM-ANNUAL-SALARY
                           + (NM-ANNUAL-SALARY
                               * SP-SAVE-PERCENT-RATE / 100)
                       ON SIZE ERROR
                           PERFORM 320-COUNT-OVERFLOW-SKIP
                   END-COMPUTE
               ELSE
                   COMPUTE NEW-ANNUAL-SALARY =
                       NM-ANNUAL-SALARY + SP-SAVE-FLAT-AMOUNT
                       ON SIZE ERROR
                           PERFORM 320-COUNT-OVERFLOW-SKIP
                   END-COMPUTE
               END-IF
           END-IF.
           IF NOT RUN-ABORTED AND OVERFLOW-SKIP-FLAG = SPACE
               IF SAVE-ROUND-TO-DOLLAR
                   COMPUTE NEW-SALARY-DOLLARS ROUNDED =
                       NEW-ANNUAL-SALARY
                   IF SAVE-MINIMUM-METHOD
                       AND NEW-SALARY-DOLLARS < NEW-ANNUAL-SALARY
                       ADD 1 TO NEW-SALARY-DOLLARS
                   END-IF
                   MOVE NEW-SALARY-DOLLARS TO NEW-ANNUAL-SALARY
               END-IF
               PERFORM 330-CHECK-SALARY-BAND
           END-IF.
           MOVE SPACE TO OVERFLOW-SKIP-FLAG.

      ***************************************************************
      * AN EMPLOYEE ALREADY AT OR ABOVE THE LISTED TARGET (RAISED
      * SINCE THE LIST WAS CUT) IS SKIPPED - METHOD M NEVER LOWERS A
      * SALARY.  ROUNDING TO THE DOLLAR ROUNDS UP, SO THE RESULT
      * NEVER LANDS A FEW CENTS BELOW THE MINIMUM.
      ***************************************************************
       315-RAISE-TO-LISTED-MINIMUM.

           MOVE LS-TARGET-SALARY (LS-IDX) TO NEW-ANNUAL-SALARY.
           IF NEW-ANNUAL-SALARY NOT > NM-ANNUAL-SALARY
               ADD 1 TO CT-AT-TARGET-SKIPPED
               MOVE "X" TO OVERFLOW-SKIP-FLAG
               DISPLAY NM-EMPLOYEE-ID
                   " ALREADY AT OR ABOVE LISTED MINIMUM - "
                   "NO TRANSACTION GENERATED"
           END-IF.

       320-COUNT-OVERFLOW-SKIP.

           ADD 1 TO CT-OVERFLOW-SKIPPED.
           DISPLAY "    CHANGES GENERATED ... " CT-CHANGES-GENERATED.
           DISPLAY "    BAND WARNINGS ....... " CT-BAND-WARNINGS.
           DISPLAY "    OVERFLOW SKIPPED .... " CT-OVERFLOW-SKIPPED.
           DISPLAY "    AT TARGET SKIPPED ... " CT-AT-TARGET-SKIPPED.
           MOVE CT-BEFORE-TOTAL TO DISPLAY-COMPANY-AMOUNT.
           DISPLAY "    PAYROLL BEFORE ...... "
               DISPLAY-COMPANY-AMOUNT.
