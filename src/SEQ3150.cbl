       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3150.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT POSBUD  ASSIGN TO POSBUD.
           SELECT NEWEMP  ASSIGN TO NEWEMP.
           SELECT DEPTMAST  ASSIGN TO DEPTMAST.

       DATA DIVISION.

       FILE SECTION.

      ***************************************************************
      * POSITION BUDGET KEPT BY SEQ3140 - AUTHORIZED HEADCOUNT AND
      * AUTHORIZED ANNUAL SALARY DOLLARS PER DEPARTMENT AND JOB
      * CLASS.
      ***************************************************************
       FD  POSBUD.
       01  POSITION-BUDGET-RECORD.
           05  PB-DEPART-CODE          PIC X(5).
           05  PB-JOB-CLASS            PIC X(2).
           05  PB-AUTHORIZED-HEADCOUNT PIC 9(4).
           05  PB-AUTHORIZED-SALARY    PIC 9(9)V99.

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

       FD  DEPTMAST.
       01  DEPARTMENT-RECORD.
           05  DM-DEPART-CODE          PIC X(5).
           05  DM-DEPART-NAME          PIC X(20).
           05  DM-ACTIVE-FLAG          PIC X.
               88  DM-DEPARTMENT-ACTIVE        VALUE "A".

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  POSBUD-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  POSBUD-END-OF-FILE                  VALUE "Y".
           05  NEWEMP-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  NEWEMP-END-OF-FILE                  VALUE "Y".
           05  DEPTMAST-END-OF-FILE-SWITCH     PIC X  VALUE "N".
               88  DEPTMAST-END-OF-FILE                VALUE "Y".
           05  POSITION-FOUND-SWITCH           PIC X  VALUE "N".
               88  POSITION-FOUND                      VALUE "Y".
           05  RUN-ABORTED-SWITCH              PIC X  VALUE "N".
               88  RUN-ABORTED                         VALUE "Y".

      ***************************************************************
      * ONE ENTRY PER BUDGETED DEPARTMENT AND JOB CLASS, PLUS ONE
      * FOR EVERY DEPARTMENT AND JOB CLASS NEWEMP CARRIES PEOPLE IN
      * WITHOUT A BUDGET (FLAGGED U, AUTHORIZED ZERO), SO EVERY
      * EMPLOYEE LANDS SOMEWHERE AND THE COMPANY TOTALS TIE BACK TO
      * NEWEMP.  SORTED INTO DEPARTMENT AND JOB-CLASS ORDER BEFORE
      * PRINTING.
      ***************************************************************
       01  POSITION-VARIANCE-TABLE.
           05  POSITION-TABLE-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  PV-ENTRY OCCURS 1 TO 1200 TIMES
                               DEPENDING ON POSITION-TABLE-COUNT
                               INDEXED BY PV-IDX.
               10  PV-POSITION-KEY.
                   15  PV-DEPART-CODE      PIC X(5).
                   15  PV-JOB-CLASS        PIC X(2).
               10  PV-BUDGET-FLAG          PIC X.
                   88  PV-UNBUDGETED               VALUE "U".
               10  PV-AUTHORIZED-HEADCOUNT PIC S9(5) COMP.
               10  PV-AUTHORIZED-SALARY    PIC S9(9)V99 COMP-3.
               10  PV-FILLED-HEADCOUNT     PIC S9(5) COMP.
               10  PV-FILLED-SALARY        PIC S9(9)V99 COMP-3.

       01  DEPARTMENT-TABLE.
           05  DEPARTMENT-TABLE-COUNT      PIC S9(4) COMP VALUE ZERO.
           05  DB-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON DEPARTMENT-TABLE-COUNT
                               INDEXED BY DB-IDX.
               10  DB-DEPART-CODE      PIC X(5).
               10  DB-DEPART-NAME      PIC X(20).

       01  REPORT-WORK-FIELDS.
           05  POSITION-SEARCH-KEY.
               10  PS-DEPART-CODE          PIC X(5).
               10  PS-JOB-CLASS            PIC X(2).
           05  LIST-SUBSCRIPT              PIC S9(4) COMP.
           05  CURRENT-DEPART-CODE         PIC X(5).
           05  CURRENT-DEPART-NAME         PIC X(20).
           05  VACANT-POSITIONS            PIC S9(5) COMP.
           05  SPEND-VARIANCE              PIC S9(11)V99 COMP-3.

       01  DEPARTMENT-TOTALS.
           05  DT-AUTHORIZED-HEADCOUNT     PIC S9(7) COMP.
           05  DT-FILLED-HEADCOUNT         PIC S9(7) COMP.
           05  DT-AUTHORIZED-SALARY        PIC S9(11)V99 COMP-3.
           05  DT-FILLED-SALARY            PIC S9(11)V99 COMP-3.

       01  GRAND-TOTALS.
           05  GT-AUTHORIZED-HEADCOUNT     PIC S9(7) COMP VALUE ZERO.
           05  GT-FILLED-HEADCOUNT         PIC S9(7) COMP VALUE ZERO.
           05  GT-AUTHORIZED-SALARY        PIC S9(11)V99 COMP-3
                                                        VALUE ZERO.
           05  GT-FILLED-SALARY            PIC S9(11)V99 COMP-3
                                                        VALUE ZERO.
           05  GT-OVER-BUDGET-COUNT        PIC S9(5) COMP VALUE ZERO.
           05  GT-UNBUDGETED-COUNT         PIC S9(5) COMP VALUE ZERO.

       01  REPORT-DISPLAY-FIELDS.
           05  DISPLAY-AUTHORIZED-COUNT    PIC ZZ,ZZ9.
           05  DISPLAY-FILLED-COUNT        PIC ZZ,ZZ9.
           05  DISPLAY-VACANT-COUNT        PIC --,--9.
           05  DISPLAY-AUTHORIZED-SALARY   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  DISPLAY-FILLED-SALARY       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  DISPLAY-SPEND-VARIANCE      PIC --,---,---,--9.99.

       PROCEDURE DIVISION.

      ***************************************************************
      * POSITION BUDGET VARIANCE REPORT, RUN AGAINST THE NEWEMP LEFT
      * BY THE MAINTENANCE RUN.  FOR EACH DEPARTMENT AND JOB CLASS
      * IT SHOWS THE AUTHORIZED AND FILLED HEADCOUNT, THE VACANT
      * POSITIONS (NEGATIVE WHEN OVER HEADCOUNT), THE AUTHORIZED AND
      * ACTUAL ANNUAL SALARY AND THE SPEND VARIANCE (POSITIVE UNDER
      * BUDGET, NEGATIVE OVER), WITH DEPARTMENT SUBTOTALS AND
      * COMPANY TOTALS.  PEOPLE IN A DEPARTMENT AND JOB CLASS WITH NO
      * BUDGET ARE SHOWN AGAINST A ZERO AUTHORIZATION.
      ***************************************************************
       000-REPORT-POSITION-VARIANCE.

           DISPLAY "SEQ3150 POSITION BUDGET VARIANCE REPORT".
           DISPLAY " ".

           PERFORM 100-LOAD-POSITION-TABLE.
           IF NOT RUN-ABORTED
               PERFORM 130-LOAD-DEPARTMENT-TABLE
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 200-ACCUMULATE-EMPLOYEES
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 500-PRINT-VARIANCE-REPORT
           END-IF.
           STOP RUN.

       100-LOAD-POSITION-TABLE.

           OPEN INPUT POSBUD.
           PERFORM 110-READ-POSITION-BUDGET.
           PERFORM 120-ADD-POSITION-TABLE-ENTRY
               UNTIL POSBUD-END-OF-FILE.
           CLOSE POSBUD.

       110-READ-POSITION-BUDGET.

           READ POSBUD
               AT END
                   SET POSBUD-END-OF-FILE TO TRUE.

       120-ADD-POSITION-TABLE-ENTRY.

           IF POSITION-TABLE-COUNT >= 1000
               DISPLAY "POSBUD HAS MORE THAN 1000 POSITION BUDGET "
                   "ENTRIES, RUN ABORTED"
               SET RUN-ABORTED TO TRUE
               SET POSBUD-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO POSITION-TABLE-COUNT
               MOVE PB-DEPART-CODE
                   TO PV-DEPART-CODE (POSITION-TABLE-COUNT)
               MOVE PB-JOB-CLASS
                   TO PV-JOB-CLASS (POSITION-TABLE-COUNT)
               MOVE "B" TO PV-BUDGET-FLAG (POSITION-TABLE-COUNT)
               MOVE PB-AUTHORIZED-HEADCOUNT
                   TO PV-AUTHORIZED-HEADCOUNT (POSITION-TABLE-COUNT)
               MOVE PB-AUTHORIZED-SALARY
                   TO PV-AUTHORIZED-SALARY (POSITION-TABLE-COUNT)
               MOVE ZERO TO PV-FILLED-HEADCOUNT (POSITION-TABLE-COUNT)
               MOVE ZERO TO PV-FILLED-SALARY (POSITION-TABLE-COUNT)
               PERFORM 110-READ-POSITION-BUDGET
           END-IF.

       130-LOAD-DEPARTMENT-TABLE.

           OPEN INPUT DEPTMAST.
           PERFORM 132-READ-DEPARTMENT-RECORD.
           PERFORM 135-ADD-DEPARTMENT-TABLE-ENTRY
               UNTIL DEPTMAST-END-OF-FILE.
           CLOSE DEPTMAST.

       132-READ-DEPARTMENT-RECORD.

           READ DEPTMAST
               AT END
                   SET DEPTMAST-END-OF-FILE TO TRUE.

       135-ADD-DEPARTMENT-TABLE-ENTRY.

           IF DEPARTMENT-TABLE-COUNT >= 200
               DISPLAY "DEPTMAST HAS MORE THAN 200 DEPARTMENT "
                   "ENTRIES, RUN ABORTED"
               SET RUN-ABORTED TO TRUE
               SET DEPTMAST-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO DEPARTMENT-TABLE-COUNT
               MOVE DM-DEPART-CODE
                   TO DB-DEPART-CODE (DEPARTMENT-TABLE-COUNT)
               MOVE DM-DEPART-NAME
                   TO DB-DEPART-NAME (DEPARTMENT-TABLE-COUNT)
               PERFORM 132-READ-DEPARTMENT-RECORD
           END-IF.

       200-ACCUMULATE-EMPLOYEES.

           OPEN INPUT NEWEMP.
           PERFORM 210-READ-NEW-MASTER.
           PERFORM 300-ACCUMULATE-ONE-EMPLOYEE
               UNTIL NEWEMP-END-OF-FILE.
           CLOSE NEWEMP.

      ***************************************************************
      * THE LAST NEWEMP RECORD IS THE CONTROL TRAILER SEQ3000 LEAVES
      * FOR RUN-TO-RUN INTEGRITY CHECKING - ITS CONTROL ID IS
      * HIGH-VALUES, SO IT IS TREATED AS END OF DATA HERE AND NEVER
      * REPORTED AS AN EMPLOYEE.
      ***************************************************************
       210-READ-NEW-MASTER.

           READ NEWEMP
               AT END
                   SET NEWEMP-END-OF-FILE TO TRUE.
           IF NM-EMPLOYEE-ID = HIGH-VALUES
               SET NEWEMP-END-OF-FILE TO TRUE
           END-IF.

       300-ACCUMULATE-ONE-EMPLOYEE.

           MOVE NM-DEPART-CODE TO PS-DEPART-CODE.
           MOVE NM-JOB-CLASS TO PS-JOB-CLASS.
           PERFORM 400-LOCATE-POSITION-ENTRY.
           IF NOT POSITION-FOUND
               PERFORM 310-ADD-UNBUDGETED-ENTRY
           END-IF.
           IF POSITION-FOUND
               ADD 1 TO PV-FILLED-HEADCOUNT (PV-IDX)
               ADD NM-ANNUAL-SALARY TO PV-FILLED-SALARY (PV-IDX)
           END-IF.
           PERFORM 210-READ-NEW-MASTER.

       310-ADD-UNBUDGETED-ENTRY.

           IF POSITION-TABLE-COUNT >= 1200
               DISPLAY "MORE THAN 1200 DEPARTMENT/JOB CLASS "
                   "COMBINATIONS, RUN ABORTED"
               SET RUN-ABORTED TO TRUE
               SET NEWEMP-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO POSITION-TABLE-COUNT
               SET PV-IDX TO POSITION-TABLE-COUNT
               MOVE POSITION-SEARCH-KEY TO PV-POSITION-KEY (PV-IDX)
               MOVE "U" TO PV-BUDGET-FLAG (PV-IDX)
               MOVE ZERO TO PV-AUTHORIZED-HEADCOUNT (PV-IDX)
               MOVE ZERO TO PV-AUTHORIZED-SALARY (PV-IDX)
               MOVE ZERO TO PV-FILLED-HEADCOUNT (PV-IDX)
               MOVE ZERO TO PV-FILLED-SALARY (PV-IDX)
               SET POSITION-FOUND TO TRUE
           END-IF.

       400-LOCATE-POSITION-ENTRY.

           MOVE "N" TO POSITION-FOUND-SWITCH.
           IF POSITION-TABLE-COUNT > ZERO
               SET PV-IDX TO 1
               SEARCH PV-ENTRY
                   WHEN PV-POSITION-KEY (PV-IDX) = POSITION-SEARCH-KEY
                       SET POSITION-FOUND TO TRUE
               END-SEARCH
           END-IF.

       410-LOCATE-DEPARTMENT-NAME.

           MOVE "*** NOT ON DEPTMAST" TO CURRENT-DEPART-NAME.
           IF DEPARTMENT-TABLE-COUNT > ZERO
               SET DB-IDX TO 1
               SEARCH DB-ENTRY
                   WHEN DB-DEPART-CODE (DB-IDX) = CURRENT-DEPART-CODE
                       MOVE DB-DEPART-NAME (DB-IDX)
                           TO CURRENT-DEPART-NAME
               END-SEARCH
           END-IF.

      ***************************************************************
      * ONE LINE PER DEPARTMENT AND JOB CLASS, WITH A SUBTOTAL AT
      * EACH CHANGE OF DEPARTMENT.
      ***************************************************************
       500-PRINT-VARIANCE-REPORT.

           IF POSITION-TABLE-COUNT > ZERO
               SORT PV-ENTRY ASCENDING KEY PV-POSITION-KEY
           END-IF.
           DISPLAY "         CL    AUTH  FILLED  VACANT"
               "   AUTHORIZED SALARY       ACTUAL SALARY"
               "      UNDER(-OVER)".
           MOVE SPACES TO CURRENT-DEPART-CODE.
           MOVE 1 TO LIST-SUBSCRIPT.
           PERFORM 510-PRINT-ONE-POSITION
               UNTIL LIST-SUBSCRIPT > POSITION-TABLE-COUNT.
           IF POSITION-TABLE-COUNT > ZERO
               PERFORM 530-PRINT-DEPARTMENT-TOTAL
           END-IF.
           PERFORM 600-PRINT-GRAND-TOTALS.

       510-PRINT-ONE-POSITION.

           IF PV-DEPART-CODE (LIST-SUBSCRIPT) NOT = CURRENT-DEPART-CODE
               IF CURRENT-DEPART-CODE NOT = SPACES
                   PERFORM 530-PRINT-DEPARTMENT-TOTAL
               END-IF
               MOVE PV-DEPART-CODE (LIST-SUBSCRIPT)
                   TO CURRENT-DEPART-CODE
               PERFORM 410-LOCATE-DEPARTMENT-NAME
               DISPLAY CURRENT-DEPART-CODE " " CURRENT-DEPART-NAME
               MOVE ZERO TO DT-AUTHORIZED-HEADCOUNT
               MOVE ZERO TO DT-FILLED-HEADCOUNT
               MOVE ZERO TO DT-AUTHORIZED-SALARY
               MOVE ZERO TO DT-FILLED-SALARY
           END-IF.
           COMPUTE VACANT-POSITIONS =
               PV-AUTHORIZED-HEADCOUNT (LIST-SUBSCRIPT)
                   - PV-FILLED-HEADCOUNT (LIST-SUBSCRIPT).
           COMPUTE SPEND-VARIANCE =
               PV-AUTHORIZED-SALARY (LIST-SUBSCRIPT)
                   - PV-FILLED-SALARY (LIST-SUBSCRIPT).
           MOVE PV-AUTHORIZED-HEADCOUNT (LIST-SUBSCRIPT)
               TO DISPLAY-AUTHORIZED-COUNT.
           MOVE PV-FILLED-HEADCOUNT (LIST-SUBSCRIPT)
               TO DISPLAY-FILLED-COUNT.
           MOVE VACANT-POSITIONS TO DISPLAY-VACANT-COUNT.
           MOVE PV-AUTHORIZED-SALARY (LIST-SUBSCRIPT)
               TO DISPLAY-AUTHORIZED-SALARY.
           MOVE PV-FILLED-SALARY (LIST-SUBSCRIPT)
               TO DISPLAY-FILLED-SALARY.
           MOVE SPEND-VARIANCE TO DISPLAY-SPEND-VARIANCE.
           DISPLAY "      CLASS " PV-JOB-CLASS (LIST-SUBSCRIPT) " "
               DISPLAY-AUTHORIZED-COUNT "  " DISPLAY-FILLED-COUNT "  "
               DISPLAY-VACANT-COUNT "  " DISPLAY-AUTHORIZED-SALARY
               "   " DISPLAY-FILLED-SALARY "  "
               DISPLAY-SPEND-VARIANCE.
           IF PV-UNBUDGETED (LIST-SUBSCRIPT)
               ADD 1 TO GT-UNBUDGETED-COUNT
               DISPLAY "            *** NO POSITION BUDGET FOR THIS "
                   "DEPARTMENT AND JOB CLASS ***"
           ELSE
               IF VACANT-POSITIONS < ZERO OR SPEND-VARIANCE < ZERO
                   ADD 1 TO GT-OVER-BUDGET-COUNT
                   DISPLAY "            *** OVER BUDGET ***"
               END-IF
           END-IF.
           ADD PV-AUTHORIZED-HEADCOUNT (LIST-SUBSCRIPT)
               TO DT-AUTHORIZED-HEADCOUNT.
           ADD PV-FILLED-HEADCOUNT (LIST-SUBSCRIPT)
               TO DT-FILLED-HEADCOUNT.
           ADD PV-AUTHORIZED-SALARY (LIST-SUBSCRIPT)
               TO DT-AUTHORIZED-SALARY.
           ADD PV-FILLED-SALARY (LIST-SUBSCRIPT)
               TO DT-FILLED-SALARY.
           ADD 1 TO LIST-SUBSCRIPT.

       530-PRINT-DEPARTMENT-TOTAL.

           COMPUTE VACANT-POSITIONS =
               DT-AUTHORIZED-HEADCOUNT - DT-FILLED-HEADCOUNT.
           COMPUTE SPEND-VARIANCE =
               DT-AUTHORIZED-SALARY - DT-FILLED-SALARY.
           MOVE DT-AUTHORIZED-HEADCOUNT TO DISPLAY-AUTHORIZED-COUNT.
           MOVE DT-FILLED-HEADCOUNT TO DISPLAY-FILLED-COUNT.
           MOVE VACANT-POSITIONS TO DISPLAY-VACANT-COUNT.
           MOVE DT-AUTHORIZED-SALARY TO DISPLAY-AUTHORIZED-SALARY.
           MOVE DT-FILLED-SALARY TO DISPLAY-FILLED-SALARY.
           MOVE SPEND-VARIANCE TO DISPLAY-SPEND-VARIANCE.
           DISPLAY "      DEPT TOTAL "
               DISPLAY-AUTHORIZED-COUNT "  " DISPLAY-FILLED-COUNT "  "
               DISPLAY-VACANT-COUNT "  " DISPLAY-AUTHORIZED-SALARY
               "   " DISPLAY-FILLED-SALARY "  "
               DISPLAY-SPEND-VARIANCE.
           DISPLAY " ".
           ADD DT-AUTHORIZED-HEADCOUNT TO GT-AUTHORIZED-HEADCOUNT.
           ADD DT-FILLED-HEADCOUNT TO GT-FILLED-HEADCOUNT.
           ADD DT-AUTHORIZED-SALARY TO GT-AUTHORIZED-SALARY.
           ADD DT-FILLED-SALARY TO GT-FILLED-SALARY.

       600-PRINT-GRAND-TOTALS.

           COMPUTE VACANT-POSITIONS =
               GT-AUTHORIZED-HEADCOUNT - GT-FILLED-HEADCOUNT.
           COMPUTE SPEND-VARIANCE =
               GT-AUTHORIZED-SALARY - GT-FILLED-SALARY.
           MOVE GT-AUTHORIZED-HEADCOUNT TO DISPLAY-AUTHORIZED-COUNT.
           MOVE GT-FILLED-HEADCOUNT TO DISPLAY-FILLED-COUNT.
           MOVE VACANT-POSITIONS TO DISPLAY-VACANT-COUNT.
           MOVE GT-AUTHORIZED-SALARY TO DISPLAY-AUTHORIZED-SALARY.
           MOVE GT-FILLED-SALARY TO DISPLAY-FILLED-SALARY.
           MOVE SPEND-VARIANCE TO DISPLAY-SPEND-VARIANCE.
           DISPLAY "COMPANY TOTAL    "
               DISPLAY-AUTHORIZED-COUNT "  " DISPLAY-FILLED-COUNT "  "
               DISPLAY-VACANT-COUNT "  " DISPLAY-AUTHORIZED-SALARY
               "   " DISPLAY-FILLED-SALARY "  "
               DISPLAY-SPEND-VARIANCE.
           DISPLAY " ".
           MOVE GT-OVER-BUDGET-COUNT TO DISPLAY-FILLED-COUNT.
           DISPLAY "POSITIONS OVER BUDGET ....... "
               DISPLAY-FILLED-COUNT.
           MOVE GT-UNBUDGETED-COUNT TO DISPLAY-FILLED-COUNT.
           DISPLAY "UNBUDGETED DEPT/JOB CLASSES . "
               DISPLAY-FILLED-COUNT.
