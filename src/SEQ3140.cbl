       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3140.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT POSBUD  ASSIGN TO POSBUD
                           FILE STATUS IS POSBUD-FILE-STATUS.
           SELECT DEPTMAST  ASSIGN TO DEPTMAST.
           SELECT JOBCLASS  ASSIGN TO JOBCLASS.
           SELECT NEWEMP  ASSIGN TO NEWEMP.
           SELECT BPTRAN  ASSIGN TO BPTRAN.
           SELECT POSNEW  ASSIGN TO POSNEW
                           FILE STATUS IS POSNEW-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      ***************************************************************
      * POSITION BUDGET - AUTHORIZED HEADCOUNT AND AUTHORIZED ANNUAL
      * SALARY DOLLARS FOR EACH DEPARTMENT AND JOB CLASS, IN
      * DEPARTMENT AND JOB-CLASS ORDER.  SEQ3000 HOLDS EVERY ADD AND
      * TRANSFER TO IT; SEQ3150 REPORTS NEWEMP AGAINST IT.
      ***************************************************************
       FD  POSBUD.
       01  POSITION-BUDGET-RECORD.
           05  PB-DEPART-CODE          PIC X(5).
           05  PB-JOB-CLASS            PIC X(2).
           05  PB-AUTHORIZED-HEADCOUNT PIC 9(4).
           05  PB-AUTHORIZED-SALARY    PIC 9(9)V99.

       FD  DEPTMAST.
       01  DEPARTMENT-RECORD.
           05  DM-DEPART-CODE          PIC X(5).
           05  DM-DEPART-NAME          PIC X(20).
           05  DM-ACTIVE-FLAG          PIC X.
               88  DM-DEPARTMENT-ACTIVE        VALUE "A".

       FD  JOBCLASS.
       01  JOB-CLASS-RECORD.
           05  JB-JOB-CLASS            PIC X(2).
           05  JB-EFFECTIVE-DATE       PIC 9(8).
           05  JB-MIN-SALARY           PIC 9(5)V99.
           05  JB-MAX-SALARY           PIC 9(5)V99.

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

      ***************************************************************
      * POSITION BUDGET MAINTENANCE TRANSACTIONS - A ADDS A BUDGET
      * FOR A DEPARTMENT AND JOB CLASS NOT YET BUDGETED, C REPLACES
      * THE AUTHORIZED HEADCOUNT AND SALARY DOLLARS OF ONE ALREADY
      * BUDGETED, X DELETES ONE.
      ***************************************************************
       FD  BPTRAN.
       01  BUDGET-TRANSACTION-RECORD.
           05  BT-ACTION-CODE          PIC X.
               88  ADD-BUDGET                 VALUE "A".
               88  CHANGE-BUDGET              VALUE "C".
               88  DELETE-BUDGET              VALUE "X".
           05  BT-DEPART-CODE          PIC X(5).
           05  BT-JOB-CLASS            PIC X(2).
           05  BT-AUTHORIZED-HEADCOUNT PIC 9(4).
           05  BT-AUTHORIZED-SALARY    PIC 9(9)V99.

       FD  POSNEW.
       01  NEW-POSITION-BUDGET-RECORD.
           05  PN-DEPART-CODE          PIC X(5).
           05  PN-JOB-CLASS            PIC X(2).
           05  PN-AUTHORIZED-HEADCOUNT PIC 9(4).
           05  PN-AUTHORIZED-SALARY    PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  POSBUD-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  POSBUD-END-OF-FILE                  VALUE "Y".
           05  DEPTMAST-END-OF-FILE-SWITCH     PIC X  VALUE "N".
               88  DEPTMAST-END-OF-FILE                VALUE "Y".
           05  JOBCLASS-END-OF-FILE-SWITCH     PIC X  VALUE "N".
               88  JOBCLASS-END-OF-FILE                VALUE "Y".
           05  NEWEMP-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  NEWEMP-END-OF-FILE                  VALUE "Y".
           05  BPTRAN-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  BPTRAN-END-OF-FILE                  VALUE "Y".
           05  POSITION-FOUND-SWITCH           PIC X  VALUE "N".
               88  POSITION-FOUND                      VALUE "Y".
           05  BUDGET-FOUND-SWITCH             PIC X  VALUE "N".
               88  BUDGET-FOUND                        VALUE "Y".
           05  DEPARTMENT-FOUND-SWITCH         PIC X  VALUE "N".
               88  DEPARTMENT-FOUND                    VALUE "Y".
           05  JOB-CLASS-FOUND-SWITCH          PIC X  VALUE "N".
               88  JOB-CLASS-FOUND                     VALUE "Y".
           05  RUN-ABORTED-SWITCH              PIC X  VALUE "N".
               88  RUN-ABORTED                         VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  POSBUD-FILE-STATUS       PIC XX.
               88  POSBUD-SUCCESSFUL          VALUE "00".
           05  POSNEW-FILE-STATUS       PIC XX.
               88  POSNEW-SUCCESSFUL          VALUE "00".

      ***************************************************************
      * THE FULL POSITION BUDGET IS HELD HERE WHILE MAINTENANCE IS
      * APPLIED, EACH ENTRY CARRYING ITS CURRENT NEWEMP HEADCOUNT
      * AND SALARY SO THE DELETE GUARD AND THE LISTING HAVE THE
      * NUMBERS IN HAND - THEN SORTED AND REWRITTEN, THE SAME
      * PATTERN SEQ3120 USES FOR DEPTMAST.  A DEPARTMENT AND JOB
      * CLASS NEWEMP CARRIES PEOPLE IN WITHOUT A BUDGET GETS AN
      * UNBUDGETED (U) ENTRY HOLDING JUST THE HEADCOUNT, SO A BUDGET
      * ADDED FOR IT THIS RUN STARTS FROM THE REAL FILLED FIGURES;
      * U ENTRIES ARE NEVER WRITTEN TO POSNEW.  NO MORE THAN 1000
      * BUDGETED ENTRIES ARE HELD - THE MOST SEQ3000 AND SEQ3150 WILL
      * LOAD - AND THE REST OF THE TABLE IS ROOM FOR U ENTRIES.
      ***************************************************************
       01  POSITION-BUDGET-TABLE.
           05  POSITION-TABLE-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  PT-ENTRY OCCURS 1 TO 1200 TIMES
                               DEPENDING ON POSITION-TABLE-COUNT
                               INDEXED BY PT-IDX.
               10  PT-POSITION-KEY.
                   15  PT-DEPART-CODE      PIC X(5).
                   15  PT-JOB-CLASS        PIC X(2).
               10  PT-BUDGET-FLAG          PIC X.
                   88  PT-BUDGETED                 VALUE "B".
                   88  PT-UNBUDGETED               VALUE "U".
               10  PT-AUTHORIZED-HEADCOUNT PIC 9(4).
               10  PT-AUTHORIZED-SALARY    PIC 9(9)V99.
               10  PT-FILLED-HEADCOUNT     PIC S9(5) COMP.
               10  PT-FILLED-SALARY        PIC S9(9)V99 COMP-3.

      ***************************************************************
      * ACTIVE DEPARTMENTS AND KNOWN JOB CLASSES - A BUDGET CAN ONLY
      * BE ADDED FOR A DEPARTMENT SEQ3000 WOULD ACCEPT AN EMPLOYEE
      * INTO AND A CLASS THAT HAS A SALARY BAND.
      ***************************************************************
       01  DEPARTMENT-TABLE.
           05  DEPARTMENT-TABLE-COUNT      PIC S9(4) COMP VALUE ZERO.
           05  DB-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON DEPARTMENT-TABLE-COUNT
                               INDEXED BY DB-IDX.
               10  DB-DEPART-CODE      PIC X(5).
               10  DB-ACTIVE-FLAG      PIC X.

       01  JOB-CLASS-TABLE.
           05  JOB-CLASS-TABLE-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  JC-ENTRY OCCURS 1 TO 50 TIMES
                               DEPENDING ON JOB-CLASS-TABLE-COUNT
                               INDEXED BY JC-IDX.
               10  JC-CODE             PIC X(2).

       01  MAINTENANCE-WORK-FIELDS.
           05  LIST-SUBSCRIPT              PIC S9(4) COMP.
           05  POSITION-SEARCH-KEY.
               10  PS-DEPART-CODE          PIC X(5).
               10  PS-JOB-CLASS            PIC X(2).
           05  UNBUDGETED-COUNT            PIC S9(5) COMP VALUE ZERO.
           05  BUDGETED-ENTRY-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  SEARCH-JOB-CLASS            PIC X(2).

       01  CONTROL-TOTALS.
           05  CT-BUDGETS-READ             PIC 9(5) VALUE ZERO.
           05  CT-BUDGETS-ADDED            PIC 9(5) VALUE ZERO.
           05  CT-BUDGETS-CHANGED          PIC 9(5) VALUE ZERO.
           05  CT-BUDGETS-DELETED          PIC 9(5) VALUE ZERO.
           05  CT-GUARD-REFUSALS           PIC 9(5) VALUE ZERO.
           05  CT-TRANS-REJECTED           PIC 9(5) VALUE ZERO.
           05  CT-BUDGETS-WRITTEN          PIC 9(5) VALUE ZERO.

       01  AUDIT-DISPLAY-FIELDS.
           05  DISPLAY-HEADCOUNT           PIC ZZ,ZZ9.
           05  DISPLAY-AUTHORIZED-COUNT    PIC Z,ZZ9.
           05  DISPLAY-AUTHORIZED-SALARY   PIC ZZZ,ZZZ,ZZ9.99.
           05  DISPLAY-FILLED-SALARY       PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      ***************************************************************
      * POSITION BUDGET MAINTENANCE - THE SEQ3120 TREATMENT FOR THE
      * POSITION BUDGET SEQ3000 EDITS ADDS AND TRANSFERS AGAINST.
      * ADD, CHANGE AND DELETE TRANSACTIONS ARE APPLIED FROM BPTRAN
      * WITH AN AUDIT LINE PER TRANSACTION.  A DELETE IS REFUSED
      * WHILE THE DEPARTMENT AND JOB CLASS STILL CARRY HEADCOUNT ON
      * NEWEMP, AND A CHANGE THAT CUTS THE BUDGET BELOW WHAT IS
      * ALREADY FILLED IS APPLIED BUT CALLED OUT - THE POSITIONS
      * COME BACK INTO LINE BY ATTRITION, SINCE SEQ3000 WILL ADMIT
      * NO ONE ELSE UNTIL THEY DO.  THE RESULT IS WRITTEN TO POSNEW
      * IN KEY ORDER AND LISTED.  AN EMPTY BPTRAN MAKES THIS A PURE
      * LISTING RUN; A MISSING POSBUD STARTS AN EMPTY BUDGET.
      ***************************************************************
       000-MAINTAIN-POSITION-BUDGET.

           DISPLAY "SEQ3140 POSITION BUDGET MAINTENANCE".
           DISPLAY " ".

           PERFORM 100-LOAD-POSITION-TABLE.
           IF NOT RUN-ABORTED
               PERFORM 130-LOAD-DEPARTMENT-TABLE
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 140-LOAD-JOB-CLASS-TABLE
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 150-COUNT-EMPLOYEES
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 200-APPLY-BUDGET-TRANSACTIONS
               PERFORM 600-WRITE-NEW-POSITION-BUDGET
               PERFORM 700-LIST-POSITION-TABLE
               PERFORM 910-DISPLAY-CONTROL-TOTALS
           END-IF.
           STOP RUN.

       100-LOAD-POSITION-TABLE.

           OPEN INPUT POSBUD.
           IF NOT POSBUD-SUCCESSFUL
               DISPLAY "NO POSBUD ON FILE - STARTING AN EMPTY "
                   "POSITION BUDGET"
               DISPLAY " "
           ELSE
               PERFORM 110-READ-POSITION-BUDGET
               PERFORM 120-ADD-POSITION-TABLE-ENTRY
                   UNTIL POSBUD-END-OF-FILE
               CLOSE POSBUD
           END-IF.

       110-READ-POSITION-BUDGET.

           READ POSBUD
               AT END
                   SET POSBUD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO CT-BUDGETS-READ
           END-READ.

       120-ADD-POSITION-TABLE-ENTRY.

           IF POSITION-TABLE-COUNT >= 1000
               DISPLAY "POSBUD HAS MORE THAN 1000 POSITION BUDGET "
                   "ENTRIES, RUN ABORTED"
               SET RUN-ABORTED TO TRUE
               SET POSBUD-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO POSITION-TABLE-COUNT
               ADD 1 TO BUDGETED-ENTRY-COUNT
               MOVE PB-DEPART-CODE
                   TO PT-DEPART-CODE (POSITION-TABLE-COUNT)
               MOVE PB-JOB-CLASS
                   TO PT-JOB-CLASS (POSITION-TABLE-COUNT)
               MOVE "B" TO PT-BUDGET-FLAG (POSITION-TABLE-COUNT)
               MOVE PB-AUTHORIZED-HEADCOUNT
                   TO PT-AUTHORIZED-HEADCOUNT (POSITION-TABLE-COUNT)
               MOVE PB-AUTHORIZED-SALARY
                   TO PT-AUTHORIZED-SALARY (POSITION-TABLE-COUNT)
               MOVE ZERO TO PT-FILLED-HEADCOUNT (POSITION-TABLE-COUNT)
               MOVE ZERO TO PT-FILLED-SALARY (POSITION-TABLE-COUNT)
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
               MOVE DM-ACTIVE-FLAG
                   TO DB-ACTIVE-FLAG (DEPARTMENT-TABLE-COUNT)
               PERFORM 132-READ-DEPARTMENT-RECORD
           END-IF.

      ***************************************************************
      * JOBCLASS CARRIES ONE RECORD PER CLASS PER EFFECTIVE DATE;
      * ONLY THE DISTINCT CLASS CODES MATTER HERE.
      ***************************************************************
       140-LOAD-JOB-CLASS-TABLE.

           OPEN INPUT JOBCLASS.
           PERFORM 142-READ-JOB-CLASS-RECORD.
           PERFORM 145-ADD-JOB-CLASS-TABLE-ENTRY
               UNTIL JOBCLASS-END-OF-FILE.
           CLOSE JOBCLASS.

       142-READ-JOB-CLASS-RECORD.

           READ JOBCLASS
               AT END
                   SET JOBCLASS-END-OF-FILE TO TRUE.

       145-ADD-JOB-CLASS-TABLE-ENTRY.

           MOVE JB-JOB-CLASS TO SEARCH-JOB-CLASS.
           PERFORM 420-LOCATE-JOB-CLASS-ENTRY.
           IF NOT JOB-CLASS-FOUND
               IF JOB-CLASS-TABLE-COUNT >= 50
                   DISPLAY "JOBCLASS HAS MORE THAN 50 JOB "
                       "CLASSES, RUN ABORTED"
                   SET RUN-ABORTED TO TRUE
                   SET JOBCLASS-END-OF-FILE TO TRUE
               ELSE
                   ADD 1 TO JOB-CLASS-TABLE-COUNT
                   MOVE JB-JOB-CLASS
                       TO JC-CODE (JOB-CLASS-TABLE-COUNT)
               END-IF
           END-IF.
           IF NOT JOBCLASS-END-OF-FILE
               PERFORM 142-READ-JOB-CLASS-RECORD
           END-IF.

      ***************************************************************
      * CURRENT FILLED HEADCOUNT AND SALARY PER BUDGET ENTRY FROM
      * NEWEMP, COUNTED BEFORE ANY TRANSACTION APPLIES SO THE DELETE
      * GUARD TESTS THE MASTER AS IT ACTUALLY STANDS.  EMPLOYEES IN
      * A DEPARTMENT AND JOB CLASS WITH NO BUDGET ARE COUNTED AND
      * CALLED OUT.
      ***************************************************************
       150-COUNT-EMPLOYEES.

           OPEN INPUT NEWEMP.
           PERFORM 160-READ-NEW-MASTER.
           PERFORM 170-COUNT-ONE-EMPLOYEE
               UNTIL NEWEMP-END-OF-FILE.
           CLOSE NEWEMP.
           IF UNBUDGETED-COUNT > ZERO
               MOVE UNBUDGETED-COUNT TO DISPLAY-HEADCOUNT
               DISPLAY "*** " DISPLAY-HEADCOUNT " EMPLOYEES ARE IN "
                   "A DEPARTMENT AND JOB CLASS WITH NO BUDGET ***"
               DISPLAY " "
           END-IF.

      ***************************************************************
      * THE LAST NEWEMP RECORD IS THE CONTROL TRAILER SEQ3000 LEAVES
      * FOR RUN-TO-RUN INTEGRITY CHECKING - ITS CONTROL ID IS
      * HIGH-VALUES, SO IT IS TREATED AS END OF DATA HERE AND NEVER
      * COUNTED AS AN EMPLOYEE.
      ***************************************************************
       160-READ-NEW-MASTER.

           READ NEWEMP
               AT END
                   SET NEWEMP-END-OF-FILE TO TRUE.
           IF NM-EMPLOYEE-ID = HIGH-VALUES
               SET NEWEMP-END-OF-FILE TO TRUE
           END-IF.

       170-COUNT-ONE-EMPLOYEE.

           MOVE NM-DEPART-CODE TO PS-DEPART-CODE.
           MOVE NM-JOB-CLASS TO PS-JOB-CLASS.
           PERFORM 400-LOCATE-POSITION-ENTRY.
           IF NOT POSITION-FOUND
               PERFORM 175-ADD-UNBUDGETED-ENTRY
           END-IF.
           IF POSITION-FOUND
               ADD 1 TO PT-FILLED-HEADCOUNT (PT-IDX)
               ADD NM-ANNUAL-SALARY TO PT-FILLED-SALARY (PT-IDX)
               IF PT-UNBUDGETED (PT-IDX)
                   ADD 1 TO UNBUDGETED-COUNT
               END-IF
           END-IF.
           PERFORM 160-READ-NEW-MASTER.

       175-ADD-UNBUDGETED-ENTRY.

           IF POSITION-TABLE-COUNT >= 1200
               DISPLAY "MORE THAN 1200 DEPARTMENT/JOB CLASS "
                   "COMBINATIONS, RUN ABORTED"
               SET RUN-ABORTED TO TRUE
               SET NEWEMP-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO POSITION-TABLE-COUNT
               SET PT-IDX TO POSITION-TABLE-COUNT
               MOVE POSITION-SEARCH-KEY TO PT-POSITION-KEY (PT-IDX)
               MOVE "U" TO PT-BUDGET-FLAG (PT-IDX)
               MOVE ZERO TO PT-AUTHORIZED-HEADCOUNT (PT-IDX)
               MOVE ZERO TO PT-AUTHORIZED-SALARY (PT-IDX)
               MOVE ZERO TO PT-FILLED-HEADCOUNT (PT-IDX)
               MOVE ZERO TO PT-FILLED-SALARY (PT-IDX)
               SET POSITION-FOUND TO TRUE
           END-IF.

       200-APPLY-BUDGET-TRANSACTIONS.

           OPEN INPUT BPTRAN.
           PERFORM 210-READ-BUDGET-TRANSACTION.
           PERFORM 300-APPLY-ONE-TRANSACTION
               UNTIL BPTRAN-END-OF-FILE.
           CLOSE BPTRAN.

       210-READ-BUDGET-TRANSACTION.

           READ BPTRAN
               AT END
                   SET BPTRAN-END-OF-FILE TO TRUE.

       300-APPLY-ONE-TRANSACTION.

           MOVE BT-DEPART-CODE TO PS-DEPART-CODE.
           MOVE BT-JOB-CLASS TO PS-JOB-CLASS.
           PERFORM 400-LOCATE-POSITION-ENTRY.
           MOVE "N" TO BUDGET-FOUND-SWITCH.
           IF POSITION-FOUND
               IF PT-BUDGETED (PT-IDX)
                   SET BUDGET-FOUND TO TRUE
               END-IF
           END-IF.
           IF ADD-BUDGET
               PERFORM 310-APPLY-ADD-BUDGET
           ELSE
               IF CHANGE-BUDGET
                   PERFORM 320-APPLY-CHANGE-BUDGET
               ELSE
                   IF DELETE-BUDGET
                       PERFORM 330-APPLY-DELETE-BUDGET
                   ELSE
                       ADD 1 TO CT-TRANS-REJECTED
                       DISPLAY "UNKNOWN ACTION CODE " BT-ACTION-CODE
                           " FOR " BT-DEPART-CODE "/" BT-JOB-CLASS
                           " IGNORED"
                   END-IF
               END-IF
           END-IF.
           PERFORM 210-READ-BUDGET-TRANSACTION.

      ***************************************************************
      * A NEW BUDGET MUST NAME AN ACTIVE DEPARTMENT AND A JOB CLASS
      * WITH A SALARY BAND, AND CARRY NUMERIC FIGURES.  AN ADD FOR A
      * DEPARTMENT AND JOB CLASS ALREADY BUDGETED IS REJECTED - THE
      * FIGURES ARE REVISED WITH A C, SO AN ADD KEYED TWICE CANNOT
      * QUIETLY OVERLAY THE FIRST.
      ***************************************************************
       310-APPLY-ADD-BUDGET.

           MOVE BT-JOB-CLASS TO SEARCH-JOB-CLASS.
           PERFORM 410-LOCATE-DEPARTMENT-ENTRY.
           PERFORM 420-LOCATE-JOB-CLASS-ENTRY.
           IF BUDGET-FOUND
               ADD 1 TO CT-TRANS-REJECTED
               DISPLAY "ADD FOR " BT-DEPART-CODE "/" BT-JOB-CLASS
                   " REJECTED - ALREADY BUDGETED, USE A CHANGE"
           ELSE
               IF NOT DEPARTMENT-FOUND
                   ADD 1 TO CT-TRANS-REJECTED
                   DISPLAY "ADD FOR " BT-DEPART-CODE "/" BT-JOB-CLASS
                       " REJECTED - DEPARTMENT NOT ACTIVE ON DEPTMAST"
               ELSE
                   IF NOT JOB-CLASS-FOUND
                       ADD 1 TO CT-TRANS-REJECTED
                       DISPLAY "ADD FOR " BT-DEPART-CODE "/"
                           BT-JOB-CLASS
                           " REJECTED - JOB CLASS NOT ON JOBCLASS"
                   ELSE
                       IF BT-AUTHORIZED-HEADCOUNT NOT NUMERIC
                           OR BT-AUTHORIZED-SALARY NOT NUMERIC
                           ADD 1 TO CT-TRANS-REJECTED
                           DISPLAY "ADD FOR " BT-DEPART-CODE "/"
                               BT-JOB-CLASS
                               " REJECTED - FIGURES NOT NUMERIC"
                       ELSE
                           PERFORM 315-ADD-POSITION-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    AN UNBUDGETED ENTRY ALREADY HOLDING NEWEMP HEADCOUNT IS
      *    TAKEN OVER IN PLACE SO ITS FILLED FIGURES CARRY ACROSS.
       315-ADD-POSITION-ENTRY.

           IF BUDGETED-ENTRY-COUNT >= 1000
               ADD 1 TO CT-TRANS-REJECTED
               DISPLAY "ADD FOR " BT-DEPART-CODE "/" BT-JOB-CLASS
                   " REJECTED - POSBUD WOULD HAVE MORE THAN 1000 "
                   "POSITION BUDGET ENTRIES"
           ELSE
               IF NOT POSITION-FOUND AND POSITION-TABLE-COUNT >= 1200
                   ADD 1 TO CT-TRANS-REJECTED
                   DISPLAY "ADD FOR " BT-DEPART-CODE "/" BT-JOB-CLASS
                       " REJECTED - TABLE IS FULL"
               ELSE
                   IF NOT POSITION-FOUND
                       ADD 1 TO POSITION-TABLE-COUNT
                       SET PT-IDX TO POSITION-TABLE-COUNT
                       MOVE POSITION-SEARCH-KEY
                           TO PT-POSITION-KEY (PT-IDX)
                       MOVE ZERO TO PT-FILLED-HEADCOUNT (PT-IDX)
                       MOVE ZERO TO PT-FILLED-SALARY (PT-IDX)
                   END-IF
                   MOVE "B" TO PT-BUDGET-FLAG (PT-IDX)
                   ADD 1 TO BUDGETED-ENTRY-COUNT
                   MOVE BT-AUTHORIZED-HEADCOUNT
                       TO PT-AUTHORIZED-HEADCOUNT (PT-IDX)
                   MOVE BT-AUTHORIZED-SALARY
                       TO PT-AUTHORIZED-SALARY (PT-IDX)
                   ADD 1 TO CT-BUDGETS-ADDED
                   MOVE BT-AUTHORIZED-HEADCOUNT
                       TO DISPLAY-AUTHORIZED-COUNT
                   MOVE BT-AUTHORIZED-SALARY
                       TO DISPLAY-AUTHORIZED-SALARY
                   DISPLAY BT-DEPART-CODE "/" BT-JOB-CLASS
                       " ADDED - HEADCOUNT " DISPLAY-AUTHORIZED-COUNT
                       "  SALARY " DISPLAY-AUTHORIZED-SALARY
               END-IF
           END-IF.

       320-APPLY-CHANGE-BUDGET.

           IF NOT BUDGET-FOUND
               ADD 1 TO CT-TRANS-REJECTED
               DISPLAY "CHANGE FOR " BT-DEPART-CODE "/" BT-JOB-CLASS
                   " REJECTED - NOT BUDGETED"
           ELSE
               IF BT-AUTHORIZED-HEADCOUNT NOT NUMERIC
                   OR BT-AUTHORIZED-SALARY NOT NUMERIC
                   ADD 1 TO CT-TRANS-REJECTED
                   DISPLAY "CHANGE FOR " BT-DEPART-CODE "/"
                       BT-JOB-CLASS " REJECTED - FIGURES NOT NUMERIC"
               ELSE
                   MOVE PT-AUTHORIZED-HEADCOUNT (PT-IDX)
                       TO DISPLAY-AUTHORIZED-COUNT
                   MOVE PT-AUTHORIZED-SALARY (PT-IDX)
                       TO DISPLAY-AUTHORIZED-SALARY
                   DISPLAY BT-DEPART-CODE "/" BT-JOB-CLASS
                       " CHANGED FROM HEADCOUNT "
                       DISPLAY-AUTHORIZED-COUNT
                       "  SALARY " DISPLAY-AUTHORIZED-SALARY
                   MOVE BT-AUTHORIZED-HEADCOUNT
                       TO PT-AUTHORIZED-HEADCOUNT (PT-IDX)
                   MOVE BT-AUTHORIZED-SALARY
                       TO PT-AUTHORIZED-SALARY (PT-IDX)
                   MOVE BT-AUTHORIZED-HEADCOUNT
                       TO DISPLAY-AUTHORIZED-COUNT
                   MOVE BT-AUTHORIZED-SALARY
                       TO DISPLAY-AUTHORIZED-SALARY
                   DISPLAY "             TO HEADCOUNT "
                       DISPLAY-AUTHORIZED-COUNT
                       "  SALARY " DISPLAY-AUTHORIZED-SALARY
                   ADD 1 TO CT-BUDGETS-CHANGED
                   IF PT-FILLED-HEADCOUNT (PT-IDX)
                           > PT-AUTHORIZED-HEADCOUNT (PT-IDX)
                       OR PT-FILLED-SALARY (PT-IDX)
                           > PT-AUTHORIZED-SALARY (PT-IDX)
                       DISPLAY "      *** NOW OVER BUDGET - "
                           "NO ADDS OR TRANSFERS IN UNTIL BACK "
                           "WITHIN IT ***"
                   END-IF
               END-IF
           END-IF.

      ***************************************************************
      * THE HEADCOUNT GUARD - A BUDGET STILL CARRYING EMPLOYEES ON
      * NEWEMP CANNOT BE DELETED.  MOVE THE PEOPLE FIRST (CHANGE
      * TRANSACTIONS THROUGH THE NORMAL STREAM), THEN DROP THE
      * BUDGET.
      ***************************************************************
       330-APPLY-DELETE-BUDGET.

           IF NOT BUDGET-FOUND
               ADD 1 TO CT-TRANS-REJECTED
               DISPLAY "DELETE FOR " BT-DEPART-CODE "/" BT-JOB-CLASS
                   " REJECTED - NOT BUDGETED"
           ELSE
               IF PT-FILLED-HEADCOUNT (PT-IDX) > ZERO
                   ADD 1 TO CT-GUARD-REFUSALS
                   MOVE PT-FILLED-HEADCOUNT (PT-IDX)
                       TO DISPLAY-HEADCOUNT
                   DISPLAY "DELETE FOR " BT-DEPART-CODE "/"
                       BT-JOB-CLASS " REFUSED - "
                       DISPLAY-HEADCOUNT " EMPLOYEES STILL ON NEWEMP"
               ELSE
                   PERFORM 335-REMOVE-POSITION-ENTRY
                   SUBTRACT 1 FROM BUDGETED-ENTRY-COUNT
                   ADD 1 TO CT-BUDGETS-DELETED
                   DISPLAY BT-DEPART-CODE "/" BT-JOB-CLASS " DELETED"
               END-IF
           END-IF.

      *    THE LAST ENTRY IS MOVED INTO THE DELETED ONE'S SLOT; THE
      *    TABLE IS SORTED BACK INTO KEY ORDER BEFORE IT IS WRITTEN.
       335-REMOVE-POSITION-ENTRY.

           MOVE PT-ENTRY (POSITION-TABLE-COUNT) TO PT-ENTRY (PT-IDX).
           SUBTRACT 1 FROM POSITION-TABLE-COUNT.

       400-LOCATE-POSITION-ENTRY.

           MOVE "N" TO POSITION-FOUND-SWITCH.
           IF POSITION-TABLE-COUNT > ZERO
               SET PT-IDX TO 1
               SEARCH PT-ENTRY
                   WHEN PT-POSITION-KEY (PT-IDX) = POSITION-SEARCH-KEY
                       SET POSITION-FOUND TO TRUE
               END-SEARCH
           END-IF.

       410-LOCATE-DEPARTMENT-ENTRY.

           MOVE "N" TO DEPARTMENT-FOUND-SWITCH.
           IF DEPARTMENT-TABLE-COUNT > ZERO
               SET DB-IDX TO 1
               SEARCH DB-ENTRY
                   WHEN DB-DEPART-CODE (DB-IDX) = BT-DEPART-CODE
                       IF DB-ACTIVE-FLAG (DB-IDX) = "A"
                           SET DEPARTMENT-FOUND TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

       420-LOCATE-JOB-CLASS-ENTRY.

           MOVE "N" TO JOB-CLASS-FOUND-SWITCH.
           IF JOB-CLASS-TABLE-COUNT > ZERO
               SET JC-IDX TO 1
               SEARCH JC-ENTRY
                   WHEN JC-CODE (JC-IDX) = SEARCH-JOB-CLASS
                       SET JOB-CLASS-FOUND TO TRUE
               END-SEARCH
           END-IF.

       600-WRITE-NEW-POSITION-BUDGET.

           IF POSITION-TABLE-COUNT > ZERO
               SORT PT-ENTRY ASCENDING KEY PT-POSITION-KEY
           END-IF.
           OPEN OUTPUT POSNEW.
           MOVE 1 TO LIST-SUBSCRIPT.
           PERFORM 610-WRITE-NEW-POSITION-RECORD
               UNTIL LIST-SUBSCRIPT > POSITION-TABLE-COUNT.
           CLOSE POSNEW.

       610-WRITE-NEW-POSITION-RECORD.

           IF PT-BUDGETED (LIST-SUBSCRIPT)
               MOVE PT-DEPART-CODE (LIST-SUBSCRIPT) TO PN-DEPART-CODE
               MOVE PT-JOB-CLASS (LIST-SUBSCRIPT) TO PN-JOB-CLASS
               MOVE PT-AUTHORIZED-HEADCOUNT (LIST-SUBSCRIPT)
                   TO PN-AUTHORIZED-HEADCOUNT
               MOVE PT-AUTHORIZED-SALARY (LIST-SUBSCRIPT)
                   TO PN-AUTHORIZED-SALARY
               WRITE NEW-POSITION-BUDGET-RECORD
               IF NOT POSNEW-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON POSNEW FOR " PN-DEPART-CODE
                       "/" PN-JOB-CLASS
                   DISPLAY "FILE STATUS CODE IS " POSNEW-FILE-STATUS
               ELSE
                   ADD 1 TO CT-BUDGETS-WRITTEN
               END-IF
           END-IF.
           ADD 1 TO LIST-SUBSCRIPT.

       700-LIST-POSITION-TABLE.

           DISPLAY " ".
           DISPLAY "POSITION BUDGET AFTER MAINTENANCE".
           DISPLAY "DEPT  CL  AUTH  FILLED  AUTHORIZED SALARY"
               "     FILLED SALARY".
           MOVE 1 TO LIST-SUBSCRIPT.
           PERFORM 710-LIST-ONE-POSITION
               UNTIL LIST-SUBSCRIPT > POSITION-TABLE-COUNT.

       710-LIST-ONE-POSITION.

           MOVE PT-AUTHORIZED-HEADCOUNT (LIST-SUBSCRIPT)
               TO DISPLAY-AUTHORIZED-COUNT.
           MOVE PT-FILLED-HEADCOUNT (LIST-SUBSCRIPT)
               TO DISPLAY-HEADCOUNT.
           MOVE PT-AUTHORIZED-SALARY (LIST-SUBSCRIPT)
               TO DISPLAY-AUTHORIZED-SALARY.
           MOVE PT-FILLED-SALARY (LIST-SUBSCRIPT)
               TO DISPLAY-FILLED-SALARY.
           DISPLAY PT-DEPART-CODE (LIST-SUBSCRIPT) " "
               PT-JOB-CLASS (LIST-SUBSCRIPT) "  "
               DISPLAY-AUTHORIZED-COUNT " " DISPLAY-HEADCOUNT "  "
               DISPLAY-AUTHORIZED-SALARY "  " DISPLAY-FILLED-SALARY.
           IF PT-UNBUDGETED (LIST-SUBSCRIPT)
               DISPLAY "      *** NOT BUDGETED ***"
           END-IF.
           ADD 1 TO LIST-SUBSCRIPT.

       910-DISPLAY-CONTROL-TOTALS.

           DISPLAY " ".
           DISPLAY "SEQ3140 CONTROL TOTALS".
           DISPLAY "    BUDGETS READ ........ " CT-BUDGETS-READ.
           DISPLAY "    ADDED ............... " CT-BUDGETS-ADDED.
           DISPLAY "    CHANGED ............. " CT-BUDGETS-CHANGED.
           DISPLAY "    DELETED ............. " CT-BUDGETS-DELETED.
           DISPLAY "    GUARD REFUSALS ...... " CT-GUARD-REFUSALS.
           DISPLAY "    TRANS REJECTED ...... " CT-TRANS-REJECTED.
           DISPLAY "    WRITTEN TO POSNEW ... " CT-BUDGETS-WRITTEN.
