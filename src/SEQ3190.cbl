       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3190.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT NEWEMP  ASSIGN TO NEWEMP.
           SELECT JOBCLASS  ASSIGN TO JOBCLASS.
           SELECT BELOWMIN  ASSIGN TO BELOWMIN
                           FILE STATUS IS BELOWMIN-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

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

       FD  JOBCLASS.
       01  JOB-CLASS-RECORD.
           05  JB-JOB-CLASS            PIC X(2).
           05  JB-EFFECTIVE-DATE       PIC 9(8).
           05  JB-MIN-SALARY           PIC 9(5)V99.
           05  JB-MAX-SALARY           PIC 9(5)V99.

      ***************************************************************
      * ONE RECORD PER EMPLOYEE WHO WILL BE BELOW THE MINIMUM OF THE
      * BAND IN FORCE ON THE REQUESTED DATE, CARRYING THAT MINIMUM
      * AS THE TARGET SALARY.  SEQ2970 READS THIS FILE AS SELLIST TO
      * RESTRICT A MASS ADJUSTMENT TO THESE EMPLOYEES (METHOD M
      * RAISES EACH ONE TO THE TARGET).
      ***************************************************************
       FD  BELOWMIN.
       01  BELOW-MINIMUM-RECORD.
           05  BM-EMPLOYEE-ID          PIC X(5).
           05  BM-JOB-CLASS            PIC X(2).
           05  BM-DEPART-CODE          PIC X(5).
           05  BM-ANNUAL-SALARY        PIC S9(5)V99.
           05  BM-TARGET-SALARY        PIC 9(5)V99.
           05  BM-BAND-EFFECTIVE-DATE  PIC 9(8).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  NEWEMP-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  NEWEMP-END-OF-FILE                  VALUE "Y".
           05  JOBCLASS-END-OF-FILE-SWITCH     PIC X  VALUE "N".
               88  JOBCLASS-END-OF-FILE                VALUE "Y".
           05  JOB-CLASS-FOUND-SWITCH          PIC X  VALUE "N".
               88  JOB-CLASS-FOUND                     VALUE "Y".
           05  DEPARTMENT-FOUND-SWITCH         PIC X  VALUE "N".
               88  DEPARTMENT-FOUND                    VALUE "Y".
           05  RUN-ABORTED-SWITCH              PIC X  VALUE "N".
               88  RUN-ABORTED                         VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  BELOWMIN-FILE-STATUS     PIC XX.
               88  BELOWMIN-SUCCESSFUL        VALUE "00".

       01  BAND-DATE-FIELDS.
           05  BAND-DATE                   PIC X(8).
           05  BAND-DATE-NUMBER REDEFINES BAND-DATE
                                           PIC 9(8).

      ***************************************************************
      * ONE ENTRY PER JOB CLASS - THE BAND WITH THE LATEST EFFECTIVE
      * DATE NOT AFTER THE REQUESTED DATE, PICKED THE WAY SEQ3000 AND
      * SEQ2970 PICK THE BAND IN FORCE FOR THEIR RUN DATE - CARRYING
      * THE JOB-CLASS SUBTOTALS AS EMPLOYEES ARE REVIEWED.
      ***************************************************************
       01  JOB-CLASS-TABLE.
           05  JOB-CLASS-TABLE-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  JOB-CLASS-ENTRY OCCURS 1 TO 50 TIMES
                               DEPENDING ON JOB-CLASS-TABLE-COUNT
                               ASCENDING KEY IS JC-CODE
                               INDEXED BY JC-IDX.
               10  JC-CODE             PIC X(2).
               10  JC-EFFECTIVE-DATE   PIC 9(8).
               10  JC-MIN-SALARY       PIC 9(5)V99.
               10  JC-MAX-SALARY       PIC 9(5)V99.
               10  JC-EMPLOYEE-COUNT   PIC S9(5) COMP.
               10  JC-BELOW-COUNT      PIC S9(5) COMP.
               10  JC-ABOVE-COUNT      PIC S9(5) COMP.
               10  JC-SALARY-TOTAL     PIC S9(9)V99 COMP-3.
               10  JC-COST-TO-MINIMUM  PIC S9(9)V99 COMP-3.

      ***************************************************************
      * DEPARTMENT SUBTOTALS, BUILT AS DEPARTMENTS ARE FIRST SEEN ON
      * NEWEMP.  EMPLOYEES IN A CLASS WITH NO BAND ARE COUNTED HERE
      * BUT CANNOT FALL BELOW OR ABOVE A BAND.
      ***************************************************************
       01  DEPARTMENT-IMPACT-TABLE.
           05  DEPARTMENT-TABLE-COUNT      PIC S9(4) COMP VALUE ZERO.
           05  DEPARTMENT-IMPACT-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON DEPARTMENT-TABLE-COUNT
                               INDEXED BY DP-IDX.
               10  DP-DEPART-CODE      PIC X(5).
               10  DP-EMPLOYEE-COUNT   PIC S9(5) COMP.
               10  DP-BELOW-COUNT      PIC S9(5) COMP.
               10  DP-ABOVE-COUNT      PIC S9(5) COMP.
               10  DP-COST-TO-MINIMUM  PIC S9(9)V99 COMP-3.

      ***************************************************************
      * COMPA-RATIO IS SALARY OVER THE BAND MIDPOINT - 1.000 IS PAID
      * EXACTLY AT MIDPOINT.
      ***************************************************************
       01  BAND-IMPACT-WORK-FIELDS.
           05  BAND-MIDPOINT               PIC S9(5)V99 COMP-3.
           05  COMPA-RATIO                 PIC S9(3)V999 COMP-3.
           05  COST-TO-MINIMUM             PIC S9(5)V99 COMP-3.
           05  BAND-POSITION               PIC X(10).

       01  LIST-SUBSCRIPT              PIC S9(4) COMP.

       01  CONTROL-TOTALS.
           05  CT-EMPLOYEES-READ           PIC 9(7) VALUE ZERO.
           05  CT-WITHIN-BAND              PIC 9(7) VALUE ZERO.
           05  CT-BELOW-MINIMUM            PIC 9(7) VALUE ZERO.
           05  CT-ABOVE-MAXIMUM            PIC 9(7) VALUE ZERO.
           05  CT-NO-BAND                  PIC 9(7) VALUE ZERO.
           05  CT-BELOWMIN-WRITTEN         PIC 9(7) VALUE ZERO.
           05  CT-COST-TO-MINIMUM          PIC S9(11)V99 COMP-3
                                                        VALUE ZERO.

       01  IMPACT-DISPLAY-FIELDS.
           05  DISPLAY-SALARY              PIC ZZ,ZZ9.99.
           05  DISPLAY-MIN-SALARY          PIC ZZ,ZZ9.99.
           05  DISPLAY-MAX-SALARY          PIC ZZ,ZZ9.99.
           05  DISPLAY-COMPA-RATIO         PIC ZZ9.999.
           05  DISPLAY-COST                PIC ZZ,ZZ9.99.
           05  DISPLAY-EMPLOYEE-COUNT      PIC ZZ,ZZ9.
           05  DISPLAY-BELOW-COUNT         PIC ZZ,ZZ9.
           05  DISPLAY-ABOVE-COUNT         PIC ZZ,ZZ9.
           05  DISPLAY-GROUP-COST          PIC ZZZ,ZZZ,ZZ9.99.
           05  DISPLAY-COMPANY-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      ***************************************************************
      * SALARY-BAND IMPACT AND COMPA-RATIO REPORT.  LINES UP EVERY
      * NEWEMP EMPLOYEE AGAINST THE JOBCLASS BAND THAT WILL BE IN
      * FORCE ON THE DATE ACCEPTED FROM SYSIN (BLANK TAKES TODAY), SO
      * COMP CAN SEE BEFORE A BAND CHANGE TAKES EFFECT WHO WILL FALL
      * BELOW MINIMUM OR ABOVE MAXIMUM - THE SALARIES SEQ3000 WOULD
      * OTHERWISE FIRST REJECT JC ON THE NEXT C TRANSACTION.  EACH
      * EMPLOYEE'S COMPA-RATIO IS SHOWN, AND THE ANNUAL COST TO BRING
      * EVERYONE BELOW MINIMUM UP TO IT IS SUBTOTALED BY JOB CLASS
      * AND DEPARTMENT.  THE BELOW-MINIMUM EMPLOYEES ARE WRITTEN TO
      * BELOWMIN FOR SEQ2970 TO GENERATE THE CATCH-UP ADJUSTMENTS.
      ***************************************************************
       000-REPORT-BAND-IMPACT.

           DISPLAY "SEQ3190 SALARY BAND IMPACT AND COMPA-RATIO REPORT".
           DISPLAY " ".

           ACCEPT BAND-DATE FROM SYSIN.
           IF BAND-DATE = SPACES
               ACCEPT BAND-DATE-NUMBER FROM DATE YYYYMMDD
           END-IF.
           IF BAND-DATE NOT NUMERIC
               DISPLAY "BAND DATE " BAND-DATE " IS NOT A VALID "
                   "DATE, RUN ABORTED"
               SET RUN-ABORTED TO TRUE
           END-IF.

           IF NOT RUN-ABORTED
               PERFORM 100-LOAD-JOB-CLASS-TABLE
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 200-REVIEW-EMPLOYEES
               PERFORM 500-PRINT-CLASS-SUMMARY
               PERFORM 600-PRINT-DEPARTMENT-SUMMARY
               PERFORM 910-DISPLAY-CONTROL-TOTALS
           END-IF.
           STOP RUN.

       100-LOAD-JOB-CLASS-TABLE.

           OPEN INPUT JOBCLASS.
           PERFORM 110-READ-JOB-CLASS-RECORD.
           PERFORM 120-ADD-JOB-CLASS-TABLE-ENTRY
               UNTIL JOBCLASS-END-OF-FILE.
           CLOSE JOBCLASS.
           IF JOB-CLASS-TABLE-COUNT > ZERO
               SORT JOB-CLASS-ENTRY ASCENDING KEY JC-CODE
           ELSE
               DISPLAY "NO JOB CLASS BANDS ON JOBCLASS ARE IN EFFECT "
                   "ON " BAND-DATE ", RUN ABORTED"
               SET RUN-ABORTED TO TRUE
           END-IF.

       110-READ-JOB-CLASS-RECORD.

           READ JOBCLASS
               AT END
                   SET JOBCLASS-END-OF-FILE TO TRUE.

       120-ADD-JOB-CLASS-TABLE-ENTRY.

           IF JB-EFFECTIVE-DATE > BAND-DATE-NUMBER
               CONTINUE
           ELSE
               PERFORM 130-LOCATE-JOB-CLASS-ENTRY
               IF JOB-CLASS-FOUND
                   IF JB-EFFECTIVE-DATE
                           NOT < JC-EFFECTIVE-DATE (JC-IDX)
                       MOVE JB-EFFECTIVE-DATE
                           TO JC-EFFECTIVE-DATE (JC-IDX)
                       MOVE JB-MIN-SALARY TO JC-MIN-SALARY (JC-IDX)
                       MOVE JB-MAX-SALARY TO JC-MAX-SALARY (JC-IDX)
                   END-IF
               ELSE
                   IF JOB-CLASS-TABLE-COUNT >= 50
                       DISPLAY "JOBCLASS HAS MORE THAN 50 JOB "
                           "CLASSES, RUN ABORTED"
                       SET RUN-ABORTED TO TRUE
                       SET JOBCLASS-END-OF-FILE TO TRUE
                   ELSE
                       ADD 1 TO JOB-CLASS-TABLE-COUNT
                       SET JC-IDX TO JOB-CLASS-TABLE-COUNT
                       MOVE JB-JOB-CLASS TO JC-CODE (JC-IDX)
                       MOVE JB-EFFECTIVE-DATE
                           TO JC-EFFECTIVE-DATE (JC-IDX)
                       MOVE JB-MIN-SALARY TO JC-MIN-SALARY (JC-IDX)
                       MOVE JB-MAX-SALARY TO JC-MAX-SALARY (JC-IDX)
                       MOVE ZERO TO JC-EMPLOYEE-COUNT (JC-IDX)
                       MOVE ZERO TO JC-BELOW-COUNT (JC-IDX)
                       MOVE ZERO TO JC-ABOVE-COUNT (JC-IDX)
                       MOVE ZERO TO JC-SALARY-TOTAL (JC-IDX)
                       MOVE ZERO TO JC-COST-TO-MINIMUM (JC-IDX)
                   END-IF
               END-IF
           END-IF.
           IF NOT JOBCLASS-END-OF-FILE
               PERFORM 110-READ-JOB-CLASS-RECORD
           END-IF.

       130-LOCATE-JOB-CLASS-ENTRY.

           MOVE "N" TO JOB-CLASS-FOUND-SWITCH.
           IF JOB-CLASS-TABLE-COUNT > ZERO
               SET JC-IDX TO 1
               SEARCH JOB-CLASS-ENTRY
                   WHEN JC-CODE (JC-IDX) = JB-JOB-CLASS
                       SET JOB-CLASS-FOUND TO TRUE
               END-SEARCH
           END-IF.

       200-REVIEW-EMPLOYEES.

           OPEN INPUT NEWEMP.
           OPEN OUTPUT BELOWMIN.
           DISPLAY "BANDS IN FORCE ON " BAND-DATE.
           DISPLAY " ".
           DISPLAY "EMP   CL DEPT     SALARY    MINIMUM    MAXIMUM"
               "   COMPA POSITION  TO MINIMUM".
           PERFORM 210-READ-NEW-MASTER.
           PERFORM 300-REVIEW-ONE-EMPLOYEE
               UNTIL NEWEMP-END-OF-FILE.
           CLOSE NEWEMP
                 BELOWMIN.

      ***************************************************************
      * THE LAST NEWEMP RECORD IS THE CONTROL TRAILER SEQ3000 LEAVES
      * FOR RUN-TO-RUN INTEGRITY CHECKING - ITS CONTROL ID IS
      * HIGH-VALUES, SO IT IS TREATED AS END OF DATA HERE AND NEVER
      * REVIEWED.
      ***************************************************************
       210-READ-NEW-MASTER.

           READ NEWEMP
               AT END
                   SET NEWEMP-END-OF-FILE TO TRUE.
           IF NM-EMPLOYEE-ID = HIGH-VALUES
               SET NEWEMP-END-OF-FILE TO TRUE
           END-IF.

       300-REVIEW-ONE-EMPLOYEE.

           ADD 1 TO CT-EMPLOYEES-READ.
           MOVE ZERO TO COST-TO-MINIMUM.
           MOVE "N" TO JOB-CLASS-FOUND-SWITCH.
           SEARCH ALL JOB-CLASS-ENTRY
               WHEN JC-CODE (JC-IDX) = NM-JOB-CLASS
                   SET JOB-CLASS-FOUND TO TRUE
           END-SEARCH.
           IF JOB-CLASS-FOUND
               PERFORM 310-MEASURE-AGAINST-BAND
           ELSE
               ADD 1 TO CT-NO-BAND
               MOVE NM-ANNUAL-SALARY TO DISPLAY-SALARY
               DISPLAY NM-EMPLOYEE-ID " " NM-JOB-CLASS " "
                   NM-DEPART-CODE " " DISPLAY-SALARY
                   "  *** NO BAND IN FORCE FOR CLASS ***"
           END-IF.
           PERFORM 360-ACCUMULATE-DEPARTMENT.
           PERFORM 210-READ-NEW-MASTER.

       310-MEASURE-AGAINST-BAND.

           COMPUTE BAND-MIDPOINT ROUNDED =
               (JC-MIN-SALARY (JC-IDX) + JC-MAX-SALARY (JC-IDX)) / 2.
           IF BAND-MIDPOINT > ZERO
               COMPUTE COMPA-RATIO ROUNDED =
                   NM-ANNUAL-SALARY / BAND-MIDPOINT
                   ON SIZE ERROR
                       MOVE 999.999 TO COMPA-RATIO
               END-COMPUTE
           ELSE
               MOVE ZERO TO COMPA-RATIO
           END-IF.
           IF NM-ANNUAL-SALARY < JC-MIN-SALARY (JC-IDX)
               MOVE "BELOW MIN" TO BAND-POSITION
               COMPUTE COST-TO-MINIMUM =
                   JC-MIN-SALARY (JC-IDX) - NM-ANNUAL-SALARY
               ADD 1 TO CT-BELOW-MINIMUM
               ADD 1 TO JC-BELOW-COUNT (JC-IDX)
               ADD COST-TO-MINIMUM TO JC-COST-TO-MINIMUM (JC-IDX)
               ADD COST-TO-MINIMUM TO CT-COST-TO-MINIMUM
               PERFORM 330-WRITE-BELOW-MINIMUM
           ELSE
               IF NM-ANNUAL-SALARY > JC-MAX-SALARY (JC-IDX)
                   MOVE "ABOVE MAX" TO BAND-POSITION
                   ADD 1 TO CT-ABOVE-MAXIMUM
                   ADD 1 TO JC-ABOVE-COUNT (JC-IDX)
               ELSE
                   MOVE SPACES TO BAND-POSITION
                   ADD 1 TO CT-WITHIN-BAND
               END-IF
           END-IF.
           ADD 1 TO JC-EMPLOYEE-COUNT (JC-IDX).
           ADD NM-ANNUAL-SALARY TO JC-SALARY-TOTAL (JC-IDX).
           PERFORM 320-PRINT-EMPLOYEE-DETAIL.

       320-PRINT-EMPLOYEE-DETAIL.

           MOVE NM-ANNUAL-SALARY TO DISPLAY-SALARY.
           MOVE JC-MIN-SALARY (JC-IDX) TO DISPLAY-MIN-SALARY.
           MOVE JC-MAX-SALARY (JC-IDX) TO DISPLAY-MAX-SALARY.
           MOVE COMPA-RATIO TO DISPLAY-COMPA-RATIO.
           IF COST-TO-MINIMUM > ZERO
               MOVE COST-TO-MINIMUM TO DISPLAY-COST
               DISPLAY NM-EMPLOYEE-ID " " NM-JOB-CLASS " "
                   NM-DEPART-CODE " " DISPLAY-SALARY "  "
                   DISPLAY-MIN-SALARY "  " DISPLAY-MAX-SALARY " "
                   DISPLAY-COMPA-RATIO " " BAND-POSITION " "
                   DISPLAY-COST
           ELSE
               DISPLAY NM-EMPLOYEE-ID " " NM-JOB-CLASS " "
                   NM-DEPART-CODE " " DISPLAY-SALARY "  "
                   DISPLAY-MIN-SALARY "  " DISPLAY-MAX-SALARY " "
                   DISPLAY-COMPA-RATIO " " BAND-POSITION
           END-IF.

       330-WRITE-BELOW-MINIMUM.

           MOVE NM-EMPLOYEE-ID TO BM-EMPLOYEE-ID.
           MOVE NM-JOB-CLASS TO BM-JOB-CLASS.
           MOVE NM-DEPART-CODE TO BM-DEPART-CODE.
           MOVE NM-ANNUAL-SALARY TO BM-ANNUAL-SALARY.
           MOVE JC-MIN-SALARY (JC-IDX) TO BM-TARGET-SALARY.
           MOVE JC-EFFECTIVE-DATE (JC-IDX) TO BM-BAND-EFFECTIVE-DATE.
           WRITE BELOW-MINIMUM-RECORD.
           IF NOT BELOWMIN-SUCCESSFUL
               DISPLAY "WRITE ERROR ON BELOWMIN FOR EMPLOYEE ID "
                   NM-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " BELOWMIN-FILE-STATUS
           ELSE
               ADD 1 TO CT-BELOWMIN-WRITTEN
           END-IF.

       360-ACCUMULATE-DEPARTMENT.

           MOVE "N" TO DEPARTMENT-FOUND-SWITCH.
           IF DEPARTMENT-TABLE-COUNT > ZERO
               SET DP-IDX TO 1
               SEARCH DEPARTMENT-IMPACT-ENTRY
                   WHEN DP-DEPART-CODE (DP-IDX) = NM-DEPART-CODE
                       SET DEPARTMENT-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF NOT DEPARTMENT-FOUND
               IF DEPARTMENT-TABLE-COUNT >= 200
                   DISPLAY "MORE THAN 200 DEPARTMENTS ON NEWEMP, "
                       "EMPLOYEE " NM-EMPLOYEE-ID
                       " LEFT OUT OF DEPARTMENT TOTALS"
               ELSE
                   ADD 1 TO DEPARTMENT-TABLE-COUNT
                   SET DP-IDX TO DEPARTMENT-TABLE-COUNT
                   MOVE NM-DEPART-CODE TO DP-DEPART-CODE (DP-IDX)
                   MOVE ZERO TO DP-EMPLOYEE-COUNT (DP-IDX)
                   MOVE ZERO TO DP-BELOW-COUNT (DP-IDX)
                   MOVE ZERO TO DP-ABOVE-COUNT (DP-IDX)
                   MOVE ZERO TO DP-COST-TO-MINIMUM (DP-IDX)
                   SET DEPARTMENT-FOUND TO TRUE
               END-IF
           END-IF.
           IF DEPARTMENT-FOUND
               ADD 1 TO DP-EMPLOYEE-COUNT (DP-IDX)
               IF BAND-POSITION = "BELOW MIN"
                   ADD 1 TO DP-BELOW-COUNT (DP-IDX)
                   ADD COST-TO-MINIMUM TO DP-COST-TO-MINIMUM (DP-IDX)
               END-IF
               IF BAND-POSITION = "ABOVE MAX"
                   ADD 1 TO DP-ABOVE-COUNT (DP-IDX)
               END-IF
           END-IF.
           MOVE SPACES TO BAND-POSITION.

      ***************************************************************
      * THE CLASS LINE'S COMPA-RATIO IS THE CLASS AVERAGE - TOTAL
      * SALARY OVER HEADCOUNT TIMES THE BAND MIDPOINT.
      ***************************************************************
       500-PRINT-CLASS-SUMMARY.

           DISPLAY " ".
           DISPLAY "JOB CLASS TOTALS".
           DISPLAY "CL EFFECTIVE  EMPLOYEES  BELOW  ABOVE   COMPA"
               "   COST TO MINIMUM".
           MOVE 1 TO LIST-SUBSCRIPT.
           PERFORM 510-PRINT-ONE-CLASS
               UNTIL LIST-SUBSCRIPT > JOB-CLASS-TABLE-COUNT.

       510-PRINT-ONE-CLASS.

           MOVE ZERO TO COMPA-RATIO.
           IF JC-EMPLOYEE-COUNT (LIST-SUBSCRIPT) > ZERO
               COMPUTE BAND-MIDPOINT ROUNDED =
                   (JC-MIN-SALARY (LIST-SUBSCRIPT)
                       + JC-MAX-SALARY (LIST-SUBSCRIPT)) / 2
               IF BAND-MIDPOINT > ZERO
                   COMPUTE COMPA-RATIO ROUNDED =
                       JC-SALARY-TOTAL (LIST-SUBSCRIPT)
                           / (JC-EMPLOYEE-COUNT (LIST-SUBSCRIPT)
                               * BAND-MIDPOINT)
                       ON SIZE ERROR
                           MOVE 999.999 TO COMPA-RATIO
                   END-COMPUTE
               END-IF
           END-IF.
           MOVE JC-EMPLOYEE-COUNT (LIST-SUBSCRIPT)
               TO DISPLAY-EMPLOYEE-COUNT.
           MOVE JC-BELOW-COUNT (LIST-SUBSCRIPT) TO DISPLAY-BELOW-COUNT.
           MOVE JC-ABOVE-COUNT (LIST-SUBSCRIPT) TO DISPLAY-ABOVE-COUNT.
           MOVE COMPA-RATIO TO DISPLAY-COMPA-RATIO.
           MOVE JC-COST-TO-MINIMUM (LIST-SUBSCRIPT)
               TO DISPLAY-GROUP-COST.
           DISPLAY JC-CODE (LIST-SUBSCRIPT) " "
               JC-EFFECTIVE-DATE (LIST-SUBSCRIPT) "      "
               DISPLAY-EMPLOYEE-COUNT " " DISPLAY-BELOW-COUNT " "
               DISPLAY-ABOVE-COUNT " " DISPLAY-COMPA-RATIO "    "
               DISPLAY-GROUP-COST.
           ADD 1 TO LIST-SUBSCRIPT.

       600-PRINT-DEPARTMENT-SUMMARY.

           IF DEPARTMENT-TABLE-COUNT > ZERO
               SORT DEPARTMENT-IMPACT-ENTRY
                   ASCENDING KEY DP-DEPART-CODE
           END-IF.
           DISPLAY " ".
           DISPLAY "DEPARTMENT TOTALS".
           DISPLAY "DEPT   EMPLOYEES  BELOW  ABOVE   COST TO MINIMUM".
           MOVE 1 TO LIST-SUBSCRIPT.
           PERFORM 610-PRINT-ONE-DEPARTMENT
               UNTIL LIST-SUBSCRIPT > DEPARTMENT-TABLE-COUNT.

       610-PRINT-ONE-DEPARTMENT.

           MOVE DP-EMPLOYEE-COUNT (LIST-SUBSCRIPT)
               TO DISPLAY-EMPLOYEE-COUNT.
           MOVE DP-BELOW-COUNT (LIST-SUBSCRIPT) TO DISPLAY-BELOW-COUNT.
           MOVE DP-ABOVE-COUNT (LIST-SUBSCRIPT) TO DISPLAY-ABOVE-COUNT.
           MOVE DP-COST-TO-MINIMUM (LIST-SUBSCRIPT)
               TO DISPLAY-GROUP-COST.
           DISPLAY DP-DEPART-CODE (LIST-SUBSCRIPT) "     "
               DISPLAY-EMPLOYEE-COUNT " " DISPLAY-BELOW-COUNT " "
               DISPLAY-ABOVE-COUNT "    " DISPLAY-GROUP-COST.
           ADD 1 TO LIST-SUBSCRIPT.

       910-DISPLAY-CONTROL-TOTALS.

           DISPLAY " ".
           DISPLAY "SEQ3190 CONTROL TOTALS".
           DISPLAY "    EMPLOYEES READ ...... " CT-EMPLOYEES-READ.
           DISPLAY "    WITHIN BAND ......... " CT-WITHIN-BAND.
           DISPLAY "    BELOW MINIMUM ....... " CT-BELOW-MINIMUM.
           DISPLAY "    ABOVE MAXIMUM ....... " CT-ABOVE-MAXIMUM.
           DISPLAY "    NO BAND FOR CLASS ... " CT-NO-BAND.
           DISPLAY "    WRITTEN TO BELOWMIN . " CT-BELOWMIN-WRITTEN.
           MOVE CT-COST-TO-MINIMUM TO DISPLAY-COMPANY-AMOUNT.
           DISPLAY "    COST TO MINIMUM ..... "
               DISPLAY-COMPANY-AMOUNT.
           IF CT-BELOW-MINIMUM > ZERO OR CT-ABOVE-MAXIMUM > ZERO
               OR CT-NO-BAND > ZERO
               DISPLAY "*** SALARIES OUTSIDE THE " BAND-DATE " BANDS "
                   "WILL REJECT JC AT SEQ3000 ON THEIR NEXT CHANGE ***"
           END-IF.
