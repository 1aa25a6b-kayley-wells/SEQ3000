                           FILE STATUS IS CHKPOINT-FILE-STATUS.
           SELECT DEPTMAST  ASSIGN TO DEPTMAST.
           SELECT JOBCLASS  ASSIGN TO JOBCLASS.
           SELECT POSBUD  ASSIGN TO POSBUD
                           FILE STATUS IS POSBUD-FILE-STATUS.
           SELECT CHGLOG  ASSIGN TO CHGLOG
                           FILE STATUS IS CHGLOG-FILE-STATUS.
           SELECT TERMEMP  ASSIGN TO TERMEMP
                           FILE STATUS IS CYCCTL-FILE-STATUS.
           SELECT REJSTAT  ASSIGN TO REJSTAT
                           FILE STATUS IS REJSTAT-FILE-STATUS.
           SELECT RETROCHG  ASSIGN TO RETROCHG
                           FILE STATUS IS RETROCHG-FILE-STATUS.
           SELECT EMPIDX  ASSIGN TO EMPIDX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS EI-EMPLOYEE-ID
                           FILE STATUS IS EMPIDX-FILE-STATUS.
           SELECT LOAMAST  ASSIGN TO LOAMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS LV-EMPLOYEE-ID
                           FILE STATUS IS LOAMAST-FILE-STATUS.
           SELECT CHGIDX  ASSIGN TO CHGIDX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS CX-HISTORY-KEY
                           FILE STATUS IS CHGIDX-FILE-STATUS.
           SELECT TERMIDX  ASSIGN TO TERMIDX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS TX-ARCHIVE-KEY
                           FILE STATUS IS TERMIDX-FILE-STATUS.

       DATA DIVISION.


       01  OLDEMP-MASTER-FIELDS.
           05  OM-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(30).
           05  OM-DEPART-CODE          PIC X(5).
           05  OM-JOB-CLASS            PIC X(2).
           05  OM-ANNUAL-SALARY        PIC S9(5)V99.
           05  FILLER                  PIC X(17).

               10  CK-CT-DEDUCTION-COUNT   PIC 9(7).
               10  CK-CT-NEWEMP-COUNT      PIC 9(7).
               10  CK-CT-SALARY-HASH       PIC 9(11)V99.
               10  CK-CT-REHIRE-COUNT      PIC 9(7).
           05  CK-PER-CYCLE-TOTALS.
               10  CK-CYT-TABLE-COUNT      PIC 9(4).
               10  CK-CYT-ENTRY OCCURS 10 TIMES.
                   15  CK-CYT-DELETE-COUNT PIC 9(7).
                   15  CK-CYT-ACCRUAL-COUNT PIC 9(7).
                   15  CK-CYT-ERROR-COUNT  PIC 9(7).
                   15  CK-CYT-REHIRE-COUNT PIC 9(7).

       FD  DEPTMAST.
       01  DEPARTMENT-RECORD.
           05  JB-MIN-SALARY           PIC 9(5)V99.
           05  JB-MAX-SALARY           PIC 9(5)V99.

      ***************************************************************
      * POSITION BUDGET - AUTHORIZED HEADCOUNT AND AUTHORIZED ANNUAL
      * SALARY DOLLARS FOR EACH DEPARTMENT AND JOB CLASS, KEPT BY
      * SEQ3140.  AN ADD OR A TRANSFER INTO A DEPARTMENT/JOB CLASS
      * IS REFUSED WHEN IT WOULD TAKE EITHER FIGURE OVER BUDGET.
      ***************************************************************
       FD  POSBUD.
       01  POSITION-BUDGET-RECORD.
           05  PB-DEPART-CODE          PIC X(5).
           05  PB-JOB-CLASS            PIC X(2).
           05  PB-AUTHORIZED-HEADCOUNT PIC 9(4).
           05  PB-AUTHORIZED-SALARY    PIC 9(9)V99.

       FD  CHGLOG.
       01  CHANGE-LOG-RECORD.
           05  CL-EMPLOYEE-ID          PIC X(5).
               88  RJ-DROPPED                 VALUE "D".
           05  RJ-DISPOSITION-DATE     PIC 9(8).

      ***************************************************************
      * BACK-DATED SALARY CHANGES POSTED THIS RUN - ONE RECORD FOR
      * EVERY C TRANSACTION WHOSE EFFECTIVE DATE IS EARLIER THAN THE
      * RUN DATE AND WHICH CHANGES THE SALARY, CARRYING THE SALARY
      * BEFORE AND AFTER, SO SEQ3082 CAN WORK OUT THE RETRO PAY OWED
      * FOR THE PAY PERIODS ALREADY PAID AT THE OLD RATE.  CUT FRESH
      * EVERY RUN, LIKE CHGLOG.
      ***************************************************************
       FD  RETROCHG.
       01  RETRO-CHANGE-RECORD.
           05  RP-EMPLOYEE-ID          PIC X(5).
           05  RP-EMPLOYEE-NAME        PIC X(30).
           05  RP-DEPART-CODE          PIC X(5).
           05  RP-OLD-SALARY           PIC S9(5)V99.
           05  RP-NEW-SALARY           PIC S9(5)V99.
           05  RP-EFFECTIVE-DATE       PIC 9(8).
           05  RP-RUN-DATE             PIC 9(8).
           05  RP-TRANSACTION-SEQ      PIC 9(9).

       FD  EMPIDX.
       01  EMPLOYEE-INDEX-RECORD.
           05  EI-EMPLOYEE-ID          PIC X(5).
           05  EI-HIRE-DATE            PIC 9(8).
           05  EI-EMPLOYMENT-STATUS    PIC X.

      ***************************************************************
      * LEAVE-OF-ABSENCE MASTER, ONE RECORD PER EMPLOYEE HOLDING THE
      * CURRENT OR MOST RECENT LEAVE.  AN ENTRY IS OPENED HERE WHEN
      * A CHANGE PUTS AN EMPLOYEE ON STATUS L OR S AND CLOSED WHEN A
      * CHANGE OR A DELETE TAKES THEM OFF IT.  A NEW ENTRY STARTS AS
      * UNPAID WITH NO EXPECTED RETURN DATE - HR SETS THE LEAVE
      * TYPE, EXPECTED RETURN AND PAY INDICATOR THROUGH SEQ3170, AND
      * SEQ3080 HOLDS AN OPEN UNPAID LEAVE OUT OF PAYXTR.
      ***************************************************************
       FD  LOAMAST.
       01  LEAVE-OF-ABSENCE-RECORD.
           05  LV-EMPLOYEE-ID          PIC X(5).
           05  LV-LEAVE-TYPE           PIC X(2).
           05  LV-EMPLOYMENT-STATUS    PIC X.
           05  LV-START-DATE           PIC 9(8).
           05  LV-EXPECTED-RETURN-DATE PIC 9(8).
           05  LV-PAY-INDICATOR        PIC X.
               88  LV-PAID-LEAVE              VALUE "P".
               88  LV-UNPAID-LEAVE            VALUE "U".
           05  LV-LEAVE-STATUS         PIC X.
               88  LV-LEAVE-OPEN              VALUE "O".
               88  LV-LEAVE-CLOSED            VALUE "C".
           05  LV-ACTUAL-RETURN-DATE   PIC 9(8).

      ***************************************************************
      * INDEXED COMPANIONS TO CHGHIST AND TERMEMP, WRITTEN ENTRY FOR
      * ENTRY AS THE SEQUENTIAL FILES ARE, SO THE INQUIRY PROGRAMS
      * CAN GO STRAIGHT TO ONE EMPLOYEE'S ENTRIES INSTEAD OF READING
      * YEARS OF HISTORY FROM THE TOP.  CHGIDX IS KEYED BY EMPLOYEE,
      * RUN DATE, TRANSACTION SEQUENCE AND FIELD NAME (ONE
      * TRANSACTION CAN CHANGE SEVERAL FIELDS).  TERMIDX IS KEYED BY
      * EMPLOYEE AND TERMINATION DATE PLUS AN ARCHIVE SEQUENCE THAT
      * STARTS AT 1 AND IS STEPPED ONLY WHEN THE SAME EMPLOYEE IS
      * ARCHIVED TWICE ON ONE DATE.  SEQ3210 REBUILDS BOTH FROM THE
      * SEQUENTIAL FILES WITH THE SAME RULES.  TERMIDX IS ALSO WHERE
      * THIS RUN LOOKS UP A FORMER EMPLOYEE FOR AN ADD OR A REHIRE.
      ***************************************************************
       FD  CHGIDX.
       01  CHANGE-INDEX-RECORD.
           05  CX-HISTORY-KEY.
               10  CX-EMPLOYEE-ID      PIC X(5).
               10  CX-RUN-DATE         PIC 9(8).
               10  CX-TRANSACTION-SEQ  PIC 9(9).
               10  CX-FIELD-NAME       PIC X(10).
           05  CX-OLD-VALUE            PIC X(30).
           05  CX-NEW-VALUE            PIC X(30).

       FD  TERMIDX.
       01  TERMINATION-INDEX-RECORD.
           05  TX-ARCHIVE-KEY.
               10  TX-EMPLOYEE-ID      PIC X(5).
               10  TX-TERMINATION-DATE PIC 9(8).
               10  TX-ARCHIVE-SEQ      PIC 9(3).
           05  TX-EMPLOYEE-NAME        PIC X(30).
           05  TX-DEPART-CODE          PIC X(5).
           05  TX-JOB-CLASS            PIC X(2).
           05  TX-ANNUAL-SALARY        PIC S9(5)V99.
           05  TX-VACATION-HOURS       PIC S9(3).
           05  TX-SICK-HOURS           PIC S9(3)V99.
           05  TX-HIRE-DATE            PIC 9(8).
           05  TX-EMPLOYMENT-STATUS    PIC X.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
               88  CYCCTL-END-OF-FILE                   VALUE "Y".
           05  CYCLE-NUMBER-SET-SWITCH          PIC X  VALUE "N".
               88  CYCLE-NUMBER-SET                     VALUE "Y".
           05  POSBUD-END-OF-FILE-SWITCH        PIC X  VALUE "N".
               88  POSBUD-END-OF-FILE                   VALUE "Y".
           05  POSITION-CONTROL-SWITCH          PIC X  VALUE "N".
               88  POSITION-CONTROL-ON                  VALUE "Y".
           05  POSITION-FOUND-SWITCH            PIC X  VALUE "N".
               88  POSITION-FOUND                       VALUE "Y".
           05  RETALLY-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  RETALLY-END-OF-FILE                  VALUE "Y".
           05  TERMIDX-OPEN-SWITCH              PIC X  VALUE "N".
               88  TERMIDX-IS-OPEN                      VALUE "Y".
           05  END-OF-TERMINATIONS-SWITCH       PIC X  VALUE "N".
               88  END-OF-TERMINATIONS                  VALUE "Y".
           05  TERMINATED-FOUND-SWITCH          PIC X  VALUE "N".
               88  TERMINATED-FOUND                     VALUE "Y".
           05  LEAVE-ENTRY-FOUND-SWITCH         PIC X  VALUE "N".
               88  LEAVE-ENTRY-FOUND                    VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  NEWEMP-FILE-STATUS     PIC XX.
               88  CYCCTL-SUCCESSFUL          VALUE "00".
           05  REJSTAT-FILE-STATUS      PIC XX.
               88  REJSTAT-SUCCESSFUL         VALUE "00".
           05  RETROCHG-FILE-STATUS     PIC XX.
               88  RETROCHG-SUCCESSFUL        VALUE "00".
           05  POSBUD-FILE-STATUS       PIC XX.
               88  POSBUD-SUCCESSFUL          VALUE "00".
           05  LOAMAST-FILE-STATUS      PIC XX.
               88  LOAMAST-SUCCESSFUL         VALUE "00".
               88  LOAMAST-NOT-FOUND          VALUE "23".
           05  CHGIDX-FILE-STATUS       PIC XX.
               88  CHGIDX-SUCCESSFUL          VALUE "00".
               88  CHGIDX-DUPLICATE-KEY       VALUE "22".
           05  TERMIDX-FILE-STATUS      PIC XX.
               88  TERMIDX-SUCCESSFUL         VALUE "00".
               88  TERMIDX-DUPLICATE-KEY      VALUE "22".

       01  EMPLOYEE-TRANSACTION.
           05  ET-TRANSACTION-CODE     PIC X.
               88  DELETE-RECORD              VALUE "D".
               88  ACCRUAL-RECORD              VALUE "V".
               88  DEDUCTION-RECORD            VALUE "B".
               88  REHIRE-RECORD               VALUE "R".

           05  ET-MASTER-DATA.
               10  ET-EMPLOYEE-ID          PIC X(5).
               10  ET-SICK-ADJUSTMENT          PIC S9(3)V99.
               10  FILLER                      PIC X(45).
           05  ET-EFFECTIVE-DATE       PIC X(8).
           05  ET-EFFECTIVE-DATE-NUMBER REDEFINES ET-EFFECTIVE-DATE
                                       PIC 9(8).
      ***************************************************************
      * THE CYCLE SEQ2990 STAMPED AT RELEASE.  NORMALLY EVERY
      * TRANSACTION CARRIES THE ONE CYCLE BEING APPLIED; IN A
       01  LAST-ADDED-EMPLOYEE-ID          PIC X(5) VALUE SPACES.

       01  EDIT-WORK-FIELDS.
           05  EDIT-DEPART-CODE            PIC X(5).
           05  EDIT-JOB-CLASS              PIC X(2).
           05  EDIT-ANNUAL-SALARY          PIC S9(5)V99.

      *   JC - JOB CLASS NOT APPROVED OR SALARY OUT OF BAND
      *   AC - ACCRUAL WOULD DRIVE A LEAVE BALANCE NEGATIVE
      *   DU - SECOND ADD IN A ROW FOR THE SAME EMPLOYEE ID
      *   AE - ADD OR REHIRE FOR AN EMPLOYEE ALREADY ON THE MASTER
      *   NM - NO MASTER ON FILE FOR A CHANGE/DELETE/ACCRUAL/
      *        DEDUCTION
      *   TC - TRANSACTION CODE NOT A/C/D/V/B/R
      *   ST - EMPLOYMENT STATUS NOT A/L/S OR HIRE DATE INVALID (ON A
      *        REHIRE, STATUS NOT A OR HIRE DATE BEFORE TERMINATION)
      *   PB - ADD, REHIRE OR DEPARTMENT/JOB CLASS TRANSFER WOULD
      *        EXCEED THE POSITION BUDGET, OR NO POSITION IS BUDGETED
      *        THERE
      *   TE - ADD FOR AN EMPLOYEE ID A TERMINATED EMPLOYEE ON TERMEMP
      *        ALREADY CARRIES - A FORMER EMPLOYEE COMES BACK AS A
      *        REHIRE, AND AN ID IS NEVER REASSIGNED TO SOMEONE ELSE
      *   RH - REHIRE FOR AN EMPLOYEE ID NOT ON TERMEMP
      ***************************************************************
       01  ERROR-REASON-CODE               PIC X(2).

               10  JC-MIN-SALARY       PIC 9(5)V99.
               10  JC-MAX-SALARY       PIC 9(5)V99.

      ***************************************************************
      * POSITION BUDGET, LOADED FROM POSBUD AND SORTED BY DEPARTMENT
      * AND JOB CLASS FOR SEARCH ALL.  THE FILLED HEADCOUNT AND
      * SALARY DOLLARS START FROM THE OLDEMP PRE-PASS AND MOVE WITH
      * EVERY ADD, CHANGE AND DELETE APPLIED, SO EACH TRANSACTION IS
      * EDITED AGAINST THE MASTER AS IT STANDS AT THAT POINT IN THE
      * RUN.  A MISSING POSBUD LEAVES POSITION CONTROL OFF.
      ***************************************************************
       01  POSITION-BUDGET-TABLE.
           05  POSITION-TABLE-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  POSITION-ENTRY OCCURS 1 TO 1000 TIMES
                               DEPENDING ON POSITION-TABLE-COUNT
                               ASCENDING KEY IS PT-POSITION-KEY
                               INDEXED BY PT-IDX.
               10  PT-POSITION-KEY.
                   15  PT-DEPART-CODE      PIC X(5).
                   15  PT-JOB-CLASS        PIC X(2).
               10  PT-AUTHORIZED-HEADCOUNT PIC 9(4).
               10  PT-AUTHORIZED-SALARY    PIC 9(9)V99.
               10  PT-FILLED-HEADCOUNT     PIC S9(5) COMP.
               10  PT-FILLED-SALARY        PIC S9(9)V99 COMP-3.

       01  POSITION-WORK-FIELDS.
           05  POSITION-SEARCH-KEY.
               10  PS-DEPART-CODE          PIC X(5).
               10  PS-JOB-CLASS            PIC X(2).
           05  POSITION-SALARY             PIC S9(5)V99.
           05  POSITION-SUBSCRIPT          PIC S9(4) COMP.

      ***************************************************************
      * THE LATEST TERMINATION ON TERMIDX FOR THE ID BEING LOOKED UP
      * (THE KEY RUNS BY TERMINATION DATE, SO THE LAST ENTRY READ FOR
      * AN ID IS ITS LATEST TERMINATION).  AN ADD FOR A FORMER
      * EMPLOYEE'S ID IS REJECTED, AND A REHIRE REINSTATES FROM THIS.
      ***************************************************************
       01  TERMINATED-EMPLOYEE-FIELDS.
           05  TT-EMPLOYEE-ID              PIC X(5).
           05  TT-EMPLOYEE-NAME            PIC X(30).
           05  TT-DEPART-CODE              PIC X(5).
           05  TT-JOB-CLASS                PIC X(2).
           05  TT-HIRE-DATE                PIC 9(8).
           05  TT-TERMINATION-DATE         PIC 9(8).

      ***************************************************************
      * THE LAST DELETE POSTED THIS RUN.  TRANSACTIONS COME IN
      * EMPLOYEE ORDER, SO ONLY THE LATEST DELETE CAN BE FOLLOWED BY
      * AN ADD OR REHIRE FOR THE SAME ID - AND AN EDIT-ONLY TRIAL,
      * WHICH WRITES NOTHING TO TERMIDX, STILL SEES IT HERE.
      ***************************************************************
       01  LAST-TERMINATION-FIELDS.
           05  LT-EMPLOYEE-ID              PIC X(5) VALUE SPACES.
           05  LT-EMPLOYEE-NAME            PIC X(30).
           05  LT-DEPART-CODE              PIC X(5).
           05  LT-JOB-CLASS                PIC X(2).
           05  LT-HIRE-DATE                PIC 9(8).
           05  LT-TERMINATION-DATE         PIC 9(8).

       01  TERMINATION-ENTRY-FIELDS.
           05  TN-EMPLOYEE-ID              PIC X(5).
           05  TN-EMPLOYEE-NAME            PIC X(30).
           05  TN-DEPART-CODE              PIC X(5).
           05  TN-JOB-CLASS                PIC X(2).
           05  TN-HIRE-DATE                PIC 9(8).
           05  TN-TERMINATION-DATE         PIC 9(8).

      ***************************************************************
      * THE MASTER A REHIRE WILL RESTORE - NAME, DEPARTMENT AND JOB
      * CLASS FROM THE ARCHIVE UNLESS THE TRANSACTION OVERRIDES THEM,
      * AND THE HIRE DATE OF THE EMPLOYMENT BEING REINSTATED, WHICH
      * IS KEPT ON THE REHIRE'S CHANGE HISTORY ENTRY FOR SERVICE.
      ***************************************************************
       01  REHIRE-WORK-FIELDS.
           05  RH-EMPLOYEE-NAME            PIC X(30).
           05  RH-DEPART-CODE              PIC X(5).
           05  RH-JOB-CLASS                PIC X(2).
           05  RH-ORIGINAL-HIRE-DATE       PIC 9(8).
           05  RH-TERMINATION-DATE         PIC 9(8).
           05  RH-REHIRE-DATE              PIC 9(8).

       01  MAINTENANCE-RUN-DATE            PIC 9(8).

      ***************************************************************
      * THE DATE A LEAVE OPENED OR CLOSED BY A CHANGE TAKES EFFECT -
      * THE TRANSACTION'S EFFECTIVE DATE WHEN IT CARRIES ONE, THE
      * RUN DATE OTHERWISE.  A DELETE ALWAYS CLOSES AS OF THE RUN
      * DATE, THE SAME DATE TERMEMP IS STAMPED WITH.
      ***************************************************************
       01  LEAVE-EVENT-DATE                PIC 9(8).

       01  MAINTENANCE-CYCLE-NUMBER        PIC 9(4).

      ***************************************************************
      ***************************************************************
       01  CONTROL-TOTALS.
           05  CT-ADD-COUNT                PIC 9(7) VALUE ZERO.
           05  CT-REHIRE-COUNT             PIC 9(7) VALUE ZERO.
           05  CT-CHANGE-COUNT             PIC 9(7) VALUE ZERO.
           05  CT-DELETE-COUNT             PIC 9(7) VALUE ZERO.
           05  CT-ACCRUAL-COUNT            PIC 9(7) VALUE ZERO.
               10  CYT-DELETE-COUNT    PIC 9(7).
               10  CYT-ACCRUAL-COUNT   PIC 9(7).
               10  CYT-ERROR-COUNT     PIC 9(7).
               10  CYT-REHIRE-COUNT    PIC 9(7).

       01  CYCLE-TOTALS-WORK-FIELDS.
           05  CYT-CURRENT                 PIC S9(4) COMP VALUE ZERO.
               PERFORM 060-LOAD-DEPARTMENT-TABLE
           END-IF.

           IF NOT RUN-ABORTED
               PERFORM 062-LOAD-POSITION-BUDGET-TABLE
           END-IF.

           IF NOT RUN-ABORTED
               PERFORM 066-CHECK-TERMINATION-INDEX
           END-IF.

      *    A REFERENCE TABLE OVERFLOW (OR AN EMPTY JOB CLASS TABLE)
      *    ABORTS THE RUN BEFORE ANY OF NEWEMP/OLDEMP/EMPTRAN/CHKPOINT
      *    ARE EVEN OPENED, SO NONE OF THAT SHOULD BE TOUCHED - SKIP
               PERFORM 065-READ-DEPARTMENT-RECORD
           END-IF.

      ***************************************************************
      * LOADS POSBUD INTO POSITION-BUDGET-TABLE.  NO POSBUD ON FILE
      * MEANS POSITION BUDGETS HAVE NOT BEEN SET UP, AND THE RUN
      * GOES ON WITHOUT THE EDIT RATHER THAN REJECTING EVERY ADD.
      ***************************************************************
       062-LOAD-POSITION-BUDGET-TABLE.

           OPEN INPUT POSBUD.
           IF NOT POSBUD-SUCCESSFUL
               DISPLAY "NO POSBUD ON FILE - POSITION BUDGET EDIT NOT "
                   "APPLIED THIS RUN"
           ELSE
               SET POSITION-CONTROL-ON TO TRUE
               PERFORM 063-READ-POSITION-BUDGET-RECORD
               PERFORM 064-ADD-POSITION-TABLE-ENTRY
                   UNTIL POSBUD-END-OF-FILE
               CLOSE POSBUD
               IF POSITION-TABLE-COUNT > ZERO
                   SORT POSITION-ENTRY ASCENDING KEY PT-POSITION-KEY
               END-IF
           END-IF.

       063-READ-POSITION-BUDGET-RECORD.

           READ POSBUD
               AT END
                   SET POSBUD-END-OF-FILE TO TRUE.

       064-ADD-POSITION-TABLE-ENTRY.

           IF POSITION-TABLE-COUNT >= 1000
               DISPLAY "POSBUD HAS MORE THAN 1000 POSITION BUDGET "
                   "ENTRIES, RUN ABORTED"
               SET RUN-ABORTED TO TRUE
               SET ALL-RECORDS-PROCESSED TO TRUE
               SET POSBUD-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO POSITION-TABLE-COUNT
               MOVE PB-DEPART-CODE
                   TO PT-DEPART-CODE (POSITION-TABLE-COUNT)
               MOVE PB-JOB-CLASS
                   TO PT-JOB-CLASS (POSITION-TABLE-COUNT)
               MOVE PB-AUTHORIZED-HEADCOUNT
                   TO PT-AUTHORIZED-HEADCOUNT (POSITION-TABLE-COUNT)
               MOVE PB-AUTHORIZED-SALARY
                   TO PT-AUTHORIZED-SALARY (POSITION-TABLE-COUNT)
               MOVE ZERO TO PT-FILLED-HEADCOUNT (POSITION-TABLE-COUNT)
               MOVE ZERO TO PT-FILLED-SALARY (POSITION-TABLE-COUNT)
               PERFORM 063-READ-POSITION-BUDGET-RECORD
           END-IF.

      ***************************************************************
      * FORMER EMPLOYEES ARE LOOKED UP ON TERMIDX BY KEY, SO TERMIDX
      * MUST BE ON FILE WHENEVER TERMEMP HOLDS A TERMINATION - IF IT
      * IS MISSING THE RUN STOPS HERE, BEFORE ANYTHING IS OPENED,
      * RATHER THAN POST ADDS FOR FORMER EMPLOYEES' IDS AND REJECT
      * EVERY REHIRE.  NO TERMEMP ON FILE (OR AN EMPTY ONE) SIMPLY
      * MEANS NOBODY HAS BEEN TERMINATED YET.
      ***************************************************************
       066-CHECK-TERMINATION-INDEX.

           OPEN INPUT TERMIDX.
           IF TERMIDX-SUCCESSFUL
               CLOSE TERMIDX
           ELSE
               OPEN INPUT TERMEMP
               IF TERMEMP-SUCCESSFUL
                   READ TERMEMP
                       NOT AT END
                           DISPLAY "NO TERMIDX ON FILE BUT TERMEMP "
                               "CARRIES TERMINATIONS - RUN SEQ3210 "
                               "FIRST, RUN ABORTED"
                           SET RUN-ABORTED TO TRUE
                           SET ALL-RECORDS-PROCESSED TO TRUE
                   END-READ
                   CLOSE TERMEMP
               END-IF
           END-IF.

      ***************************************************************
      * FIGURES OUT WHETHER THIS IS A FRESH RUN OR A RESTART OF A RUN
      * THAT FAILED PART WAY THROUGH, AND OPENS THE FILES TO MATCH.
                   ELSE
                       ADD 1 TO OV-RECORD-COUNT
                       ADD OM-ANNUAL-SALARY TO OV-SALARY-HASH
                       MOVE OM-DEPART-CODE TO PS-DEPART-CODE
                       MOVE OM-JOB-CLASS TO PS-JOB-CLASS
                       MOVE OM-ANNUAL-SALARY TO POSITION-SALARY
                       PERFORM 470-FILL-POSITION
                   END-IF
           END-READ.

               OPEN INPUT OLDEMP
               OPEN INPUT EMPTRAN
               OPEN OUTPUT ERRTRAN3
               OPEN INPUT TERMIDX
               IF TERMIDX-SUCCESSFUL
                   SET TERMIDX-IS-OPEN TO TRUE
               END-IF
           ELSE
               PERFORM 085-OPEN-FOR-UPDATE-RUN
           END-IF.
           END-IF.

           IF CHECKPOINT-EXISTS
               IF POSITION-CONTROL-ON
                   PERFORM 086-RETALLY-POSITIONS-FOR-RESTART
               END-IF
               OPEN INPUT OLDEMP
               OPEN INPUT EMPTRAN
               OPEN EXTEND NEWEMP
               OPEN EXTEND TERMEMP
               OPEN EXTEND CHGHIST
               OPEN EXTEND REJSTAT
               OPEN EXTEND RETROCHG
               OPEN I-O EMPIDX
               PERFORM 084-OPEN-LEAVE-FILE
               PERFORM 093-OPEN-HISTORY-INDEXES
               PERFORM 090-SKIP-OLD-MASTER-TO-CHECKPOINT
               PERFORM 095-SKIP-TRANSACTION-TO-CHECKPOINT
               MOVE "N" TO NEED-TRANSACTION-SWITCH
               OPEN EXTEND TERMEMP
               OPEN EXTEND CHGHIST
               OPEN EXTEND REJSTAT
               OPEN OUTPUT RETROCHG
               OPEN OUTPUT EMPIDX
               PERFORM 084-OPEN-LEAVE-FILE
               PERFORM 093-OPEN-HISTORY-INDEXES
           END-IF.

           OPEN OUTPUT CHKPOINT.

      ***************************************************************
      * LOAMAST IS UPDATED IN PLACE BY KEY, SO IT IS OPENED I-O ON A
      * FRESH RUN AND A RESTART ALIKE - OPENING A LEAVE THAT IS
      * ALREADY OPEN, OR CLOSING ONE ALREADY CLOSED, SIMPLY REWRITES
      * THE SAME ENTRY.  THE FIRST RUN WITH NO LOAMAST ON FILE
      * CREATES IT EMPTY.
      ***************************************************************
       084-OPEN-LEAVE-FILE.

           OPEN I-O LOAMAST.
           IF NOT LOAMAST-SUCCESSFUL
               DISPLAY "NO LOAMAST ON FILE - CREATED EMPTY"
               OPEN OUTPUT LOAMAST
               CLOSE LOAMAST
               OPEN I-O LOAMAST
           END-IF.

      ***************************************************************
      * CHGIDX AND TERMIDX ACCUMULATE LIKE THE SEQUENTIAL FILES THEY
      * INDEX, SO THEY ARE OPENED I-O ON A FRESH RUN AND A RESTART
      * ALIKE AND CREATED EMPTY THE FIRST TIME, THE SAME AS LOAMAST.
      ***************************************************************
       093-OPEN-HISTORY-INDEXES.

           OPEN I-O CHGIDX.
           IF NOT CHGIDX-SUCCESSFUL
               DISPLAY "NO CHGIDX ON FILE - CREATED EMPTY"
               OPEN OUTPUT CHGIDX
               CLOSE CHGIDX
               OPEN I-O CHGIDX
           END-IF.
           OPEN I-O TERMIDX.
           IF NOT TERMIDX-SUCCESSFUL
               DISPLAY "NO TERMIDX ON FILE - CREATED EMPTY"
               OPEN OUTPUT TERMIDX
               CLOSE TERMIDX
               OPEN I-O TERMIDX
           END-IF.
           IF TERMIDX-SUCCESSFUL
               SET TERMIDX-IS-OPEN TO TRUE
           END-IF.

      ***************************************************************
      * ON A RESTART THE PRE-PASS TALLY IS THE MASTER AS IT STOOD
      * BEFORE ANY OF THIS CYCLE POSTED.  THE FILLED POSITIONS ARE
      * COUNTED AGAIN FROM WHAT THE FAILED RUN ALREADY WROTE TO
      * NEWEMP PLUS THE OLDEMP RECORDS THE RESTART HAS STILL TO
      * PASS (THE SAME TEST 090 USES TO SKIP THE OTHERS), SO THE
      * BUDGET EDIT RESUMES FROM WHERE THE FAILED RUN LEFT IT.
      ***************************************************************
       086-RETALLY-POSITIONS-FOR-RESTART.

           MOVE 1 TO POSITION-SUBSCRIPT.
           PERFORM 087-CLEAR-ONE-POSITION-TALLY
               UNTIL POSITION-SUBSCRIPT > POSITION-TABLE-COUNT.
           OPEN INPUT NEWEMP.
           MOVE "N" TO RETALLY-END-OF-FILE-SWITCH.
           PERFORM 089-RETALLY-NEW-MASTER-RECORD
               UNTIL RETALLY-END-OF-FILE.
           CLOSE NEWEMP.
           OPEN INPUT OLDEMP.
           MOVE "N" TO RETALLY-END-OF-FILE-SWITCH.
           PERFORM 091-RETALLY-OLD-MASTER-RECORD
               UNTIL RETALLY-END-OF-FILE.
           CLOSE OLDEMP.

       087-CLEAR-ONE-POSITION-TALLY.

           MOVE ZERO TO PT-FILLED-HEADCOUNT (POSITION-SUBSCRIPT).
           MOVE ZERO TO PT-FILLED-SALARY (POSITION-SUBSCRIPT).
           ADD 1 TO POSITION-SUBSCRIPT.

       089-RETALLY-NEW-MASTER-RECORD.

           READ NEWEMP
               AT END
                   SET RETALLY-END-OF-FILE TO TRUE
               NOT AT END
                   IF NM-EMPLOYEE-ID = HIGH-VALUES
                       SET RETALLY-END-OF-FILE TO TRUE
                   ELSE
                       MOVE NM-DEPART-CODE TO PS-DEPART-CODE
                       MOVE NM-JOB-CLASS TO PS-JOB-CLASS
                       MOVE NM-ANNUAL-SALARY TO POSITION-SALARY
                       PERFORM 470-FILL-POSITION
                   END-IF
           END-READ.

       091-RETALLY-OLD-MASTER-RECORD.

           READ OLDEMP
               AT END
                   SET RETALLY-END-OF-FILE TO TRUE
               NOT AT END
                   IF OM-EMPLOYEE-ID = HIGH-VALUES
                       SET RETALLY-END-OF-FILE TO TRUE
                   ELSE
                       IF OM-EMPLOYEE-ID > CK-SAVE-OLD-MASTER-ID
                           OR (OM-EMPLOYEE-ID = CK-SAVE-OLD-MASTER-ID
                               AND NOT CK-SAVE-MASTER-CONSUMED)
                           MOVE OM-DEPART-CODE TO PS-DEPART-CODE
                           MOVE OM-JOB-CLASS TO PS-JOB-CLASS
                           MOVE OM-ANNUAL-SALARY TO POSITION-SALARY
                           PERFORM 470-FILL-POSITION
                       END-IF
                   END-IF
           END-READ.

      ***************************************************************
      * RENAMES THE NEWEMP LEFT BY THE LAST CLEAN RUN ASIDE TO A
      * DATE-STAMPED GENERATION NAME SO IT CAN BE RECOVERED IF THIS
                   MOVE CK-CT-DEDUCTION-COUNT TO CT-DEDUCTION-COUNT
                   MOVE CK-CT-NEWEMP-COUNT TO CT-NEWEMP-COUNT
                   MOVE CK-CT-SALARY-HASH TO CT-SALARY-HASH
                   MOVE CK-CT-REHIRE-COUNT TO CT-REHIRE-COUNT
                   MOVE CK-PER-CYCLE-TOTALS
                       TO PER-CYCLE-CONTROL-TOTALS
           END-READ.
                   MOVE ZERO TO CYT-DELETE-COUNT (CYT-CURRENT)
                   MOVE ZERO TO CYT-ACCRUAL-COUNT (CYT-CURRENT)
                   MOVE ZERO TO CYT-ERROR-COUNT (CYT-CURRENT)
                   MOVE ZERO TO CYT-REHIRE-COUNT (CYT-CURRENT)
               END-IF
           END-IF.


           MOVE EM-EMPLOYEE-ID TO CK-OLD-MASTER-ID.
           MOVE ET-EMPLOYEE-ID TO CK-TRANSACTION-ID.
           MOVE TRANSACTION-SEQUENCE-NUMBER
               TO CK-TRANSACTION-SEQ-NUMBER.
           IF LAST-WRITE-FROM-CARRY-FORWARD
               SET CK-MASTER-CONSUMED TO TRUE
           ELSE
           MOVE CT-DEDUCTION-COUNT TO CK-CT-DEDUCTION-COUNT.
           MOVE CT-NEWEMP-COUNT TO CK-CT-NEWEMP-COUNT.
           MOVE CT-SALARY-HASH TO CK-CT-SALARY-HASH.
           MOVE CT-REHIRE-COUNT TO CK-CT-REHIRE-COUNT.
           MOVE PER-CYCLE-CONTROL-TOTALS TO CK-PER-CYCLE-TOTALS.
           WRITE CHECKPOINT-RECORD.
           IF NOT CHKPOINT-SUCCESSFUL

       350-PROCESS-HI-MASTER.

           IF ADD-RECORD OR REHIRE-RECORD
               IF ET-EMPLOYEE-ID = LAST-ADDED-EMPLOYEE-ID
                   MOVE "DU" TO ERROR-REASON-CODE
                   PERFORM 390-WRITE-ERROR-TRANSACTION
               ELSE
                   MOVE ET-EMPLOYEE-ID TO TN-EMPLOYEE-ID
                   PERFORM 478-LOCATE-TERMINATED-ENTRY
                   IF ADD-RECORD
                       PERFORM 352-PROCESS-ADD-TRANSACTION
                   ELSE
                       PERFORM 355-PROCESS-REHIRE-TRANSACTION
                   END-IF
               END-IF
           ELSE
               PERFORM 390-WRITE-ERROR-TRANSACTION
           END-IF.

      ***************************************************************
      * AN ID ALREADY ON TERMEMP BELONGS TO A FORMER EMPLOYEE.  AN
      * ADD FOR IT IS EITHER THAT PERSON COMING BACK, WHO MUST BE
      * KEYED AS A REHIRE, OR AN ID BEING HANDED TO SOMEONE ELSE -
      * EITHER WAY IT IS REJECTED RATHER THAN POSTED.
      ***************************************************************
       352-PROCESS-ADD-TRANSACTION.

           IF TERMINATED-FOUND
               MOVE "TE" TO ERROR-REASON-CODE
               PERFORM 390-WRITE-ERROR-TRANSACTION
           ELSE
               PERFORM 430-EDIT-TRANSACTION-DATA
               IF EDIT-DATA-VALID
                   PERFORM 380-APPLY-ADD-TRANSACTION
               ELSE
                   PERFORM 390-WRITE-ERROR-TRANSACTION
               END-IF
           END-IF.

       355-PROCESS-REHIRE-TRANSACTION.

           IF NOT TERMINATED-FOUND
               MOVE "RH" TO ERROR-REASON-CODE
               PERFORM 390-WRITE-ERROR-TRANSACTION
           ELSE
               PERFORM 435-EDIT-REHIRE-TRANSACTION
               IF EDIT-DATA-VALID
                   PERFORM 385-APPLY-REHIRE-TRANSACTION
               ELSE
                   PERFORM 390-WRITE-ERROR-TRANSACTION
               END-IF
           END-IF.

       360-PROCESS-LO-MASTER.

           MOVE EMPLOYEE-MASTER-RECORD TO NEW-MASTER-RECORD.
                               ADD 1 TO CT-DEDUCTION-COUNT
                               SET NEED-TRANSACTION TO TRUE
                           ELSE
                               IF ADD-RECORD OR REHIRE-RECORD
                                   MOVE "AE" TO ERROR-REASON-CODE
                               ELSE
                                   MOVE "TC" TO ERROR-REASON-CODE

           MOVE ET-EMPLOYEE-ID TO LAST-ADDED-EMPLOYEE-ID.

           MOVE ET-DEPART-CODE TO PS-DEPART-CODE.
           MOVE ET-JOB-CLASS TO PS-JOB-CLASS.
           MOVE ET-ANNUAL-SALARY TO POSITION-SALARY.
           PERFORM 470-FILL-POSITION.

           ADD 1 TO CT-ADD-COUNT.
           IF CYT-CURRENT > ZERO
               ADD 1 TO CYT-ADD-COUNT (CYT-CURRENT)
           SET WRITE-MASTER TO TRUE.
           SET NEED-TRANSACTION TO TRUE.

      ***************************************************************
      * A REHIRE RESTORES THE ARCHIVED EMPLOYEE AS ACTIVE UNDER THE
      * SAME ID WITH THE NEW HIRE DATE.  LEAVE BALANCES START AT ZERO
      * - THE OLD ONES WERE PAID OUT AT TERMINATION.  THE REHIRE IS
      * LOGGED AS ONE REHIRE ENTRY WHOSE OLD VALUE IS THE ORIGINAL
      * HIRE DATE AND NEW VALUE THE REHIRE DATE, SO SERVICE CAN STILL
      * BE COUNTED FROM THE FIRST HIRE.
      ***************************************************************
       385-APPLY-REHIRE-TRANSACTION.

           MOVE ET-EMPLOYEE-ID TO NM-EMPLOYEE-ID.
           MOVE RH-EMPLOYEE-NAME TO NM-EMPLOYEE-NAME.
           MOVE RH-DEPART-CODE TO NM-DEPART-CODE.
           MOVE RH-JOB-CLASS TO NM-JOB-CLASS.
           MOVE ET-ANNUAL-SALARY TO NM-ANNUAL-SALARY.
           MOVE ZERO TO NM-VACATION-HOURS.
           MOVE ZERO TO NM-SICK-HOURS.
           MOVE RH-REHIRE-DATE TO NM-HIRE-DATE.
           MOVE "A" TO NM-EMPLOYMENT-STATUS.

           MOVE "REHIRE" TO CL-FIELD-NAME.
           MOVE RH-ORIGINAL-HIRE-DATE TO CL-OLD-VALUE.
           MOVE RH-REHIRE-DATE TO CL-NEW-VALUE.
           PERFORM 415-WRITE-CHANGE-LOG-RECORD.

           MOVE ET-EMPLOYEE-ID TO LAST-ADDED-EMPLOYEE-ID.

           MOVE RH-DEPART-CODE TO PS-DEPART-CODE.
           MOVE RH-JOB-CLASS TO PS-JOB-CLASS.
           MOVE ET-ANNUAL-SALARY TO POSITION-SALARY.
           PERFORM 470-FILL-POSITION.

           ADD 1 TO CT-REHIRE-COUNT.
           IF CYT-CURRENT > ZERO
               ADD 1 TO CYT-REHIRE-COUNT (CYT-CURRENT)
           END-IF.

           SET LAST-WRITE-FROM-ADD TO TRUE.
           SET WRITE-MASTER TO TRUE.
           SET NEED-TRANSACTION TO TRUE.

       390-WRITE-ERROR-TRANSACTION.

           MOVE EMPLOYEE-TRANSACTION TO ER-TRANSACTION-IMAGE.

           IF UPDATE-MODE
               PERFORM 405-WRITE-TERMINATED-EMPLOYEE
               IF EM-EMPLOYMENT-STATUS = "L" OR "S"
                   MOVE MAINTENANCE-RUN-DATE TO LEAVE-EVENT-DATE
                   PERFORM 413-CLOSE-LEAVE-ENTRY
               END-IF
           END-IF.
           MOVE EM-EMPLOYEE-ID TO TN-EMPLOYEE-ID.
           MOVE EM-EMPLOYEE-NAME TO TN-EMPLOYEE-NAME.
           MOVE EM-DEPART-CODE TO TN-DEPART-CODE.
           MOVE EM-JOB-CLASS TO TN-JOB-CLASS.
           MOVE EM-HIRE-DATE TO TN-HIRE-DATE.
           MOVE MAINTENANCE-RUN-DATE TO TN-TERMINATION-DATE.
           PERFORM 479-RECORD-TERMINATION.
           PERFORM 473-LOAD-MASTER-POSITION.
           PERFORM 475-VACATE-POSITION.
           ADD 1 TO CT-DELETE-COUNT.
           IF CYT-CURRENT > ZERO
               ADD 1 TO CYT-DELETE-COUNT (CYT-CURRENT)
               DISPLAY "FILE STATUS CODE IS " TERMEMP-FILE-STATUS
               SET ALL-RECORDS-PROCESSED TO TRUE
               SET RUN-ABORTED TO TRUE
           ELSE
               PERFORM 406-WRITE-TERMINATION-INDEX
           END-IF.

      ***************************************************************
      * INDEXES THE ARCHIVE RECORD JUST WRITTEN.  THE ARCHIVE
      * SEQUENCE IS STEPPED PAST ANY ENTRY ALREADY ON FILE FOR THE
      * SAME EMPLOYEE AND DATE, SO EVERY TERMEMP RECORD GETS ITS OWN
      * ENTRY.  A FAILED INDEX WRITE IS REPORTED BUT DOES NOT STOP
      * THE RUN - TERMEMP HOLDS THE RECORD AND SEQ3210 CAN RECREATE
      * THE INDEX FROM IT, WHICH MUST BE DONE BEFORE THE NEXT CYCLE SO
      * THE ADD AND REHIRE EDITS SEE THE TERMINATION.
      ***************************************************************
       406-WRITE-TERMINATION-INDEX.

           MOVE TE-EMPLOYEE-ID TO TX-EMPLOYEE-ID.
           MOVE TE-TERMINATION-DATE TO TX-TERMINATION-DATE.
           MOVE ZERO TO TX-ARCHIVE-SEQ.
           MOVE TE-EMPLOYEE-NAME TO TX-EMPLOYEE-NAME.
           MOVE TE-DEPART-CODE TO TX-DEPART-CODE.
           MOVE TE-JOB-CLASS TO TX-JOB-CLASS.
           MOVE TE-ANNUAL-SALARY TO TX-ANNUAL-SALARY.
           MOVE TE-VACATION-HOURS TO TX-VACATION-HOURS.
           MOVE TE-SICK-HOURS TO TX-SICK-HOURS.
           MOVE TE-HIRE-DATE TO TX-HIRE-DATE.
           MOVE TE-EMPLOYMENT-STATUS TO TX-EMPLOYMENT-STATUS.
           PERFORM 407-WRITE-TERMINATION-INDEX-ENTRY.
           PERFORM 407-WRITE-TERMINATION-INDEX-ENTRY
               UNTIL NOT TERMIDX-DUPLICATE-KEY.
           IF NOT TERMIDX-SUCCESSFUL
               DISPLAY "WRITE ERROR ON TERMIDX FOR EMPLOYEE ID "
                   TE-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " TERMIDX-FILE-STATUS
               DISPLAY "RUN SEQ3210 BEFORE THE NEXT CYCLE"
           END-IF.

       407-WRITE-TERMINATION-INDEX-ENTRY.

           ADD 1 TO TX-ARCHIVE-SEQ.
           WRITE TERMINATION-INDEX-RECORD.

      ***************************************************************
      * APPLIES A CHANGE TRANSACTION FIELD BY FIELD, LOGGING THE OLD
      ***************************************************************
       410-APPLY-CHANGE-TRANSACTION.

           PERFORM 473-LOAD-MASTER-POSITION.
           PERFORM 475-VACATE-POSITION.
           IF ET-EMPLOYEE-NAME NOT = SPACE
               MOVE "NAME" TO CL-FIELD-NAME
               MOVE EM-EMPLOYEE-NAME TO CL-OLD-VALUE
               MOVE ET-ANNUAL-SALARY TO CHANGE-LOG-SALARY-VALUE
               MOVE CHANGE-LOG-SALARY-VALUE TO CL-NEW-VALUE
               PERFORM 415-WRITE-CHANGE-LOG-RECORD
               PERFORM 418-WRITE-RETRO-CHANGE-RECORD
               MOVE ET-ANNUAL-SALARY TO EM-ANNUAL-SALARY
           END-IF.
           IF ET-HIRE-DATE NOT = SPACE
               MOVE EM-EMPLOYMENT-STATUS TO CL-OLD-VALUE
               MOVE ET-EMPLOYMENT-STATUS TO CL-NEW-VALUE
               PERFORM 415-WRITE-CHANGE-LOG-RECORD
               IF UPDATE-MODE
                   AND ET-EMPLOYMENT-STATUS NOT = EM-EMPLOYMENT-STATUS
                   PERFORM 412-POST-LEAVE-STATUS-CHANGE
               END-IF
               MOVE ET-EMPLOYMENT-STATUS TO EM-EMPLOYMENT-STATUS
           END-IF.
           PERFORM 473-LOAD-MASTER-POSITION.
           PERFORM 470-FILL-POSITION.
           ADD 1 TO CT-CHANGE-COUNT.
           IF CYT-CURRENT > ZERO
               ADD 1 TO CYT-CHANGE-COUNT (CYT-CURRENT)
           END-IF.
           SET NEED-TRANSACTION TO TRUE.

      ***************************************************************
      * A STATUS CHANGE OFF L OR S CLOSES THE LEAVE ON LOAMAST AND A
      * CHANGE ONTO L OR S OPENS ONE, SO A MOVE STRAIGHT FROM LEAVE
      * TO SUSPENSION (OR BACK) CLOSES ONE ENTRY AND OPENS THE NEXT.
      ***************************************************************
       412-POST-LEAVE-STATUS-CHANGE.

           IF ET-EFFECTIVE-DATE NUMERIC
               MOVE ET-EFFECTIVE-DATE-NUMBER TO LEAVE-EVENT-DATE
           ELSE
               MOVE MAINTENANCE-RUN-DATE TO LEAVE-EVENT-DATE
           END-IF.
           IF EM-EMPLOYMENT-STATUS = "L" OR "S"
               PERFORM 413-CLOSE-LEAVE-ENTRY
           END-IF.
           IF ET-EMPLOYMENT-STATUS = "L" OR "S"
               PERFORM 414-OPEN-LEAVE-ENTRY
           END-IF.

      ***************************************************************
      * A LEAVE THAT STARTED BEFORE LOAMAST EXISTED HAS NO ENTRY TO
      * CLOSE, WHICH IS NOT AN ERROR.
      ***************************************************************
       413-CLOSE-LEAVE-ENTRY.

           MOVE EM-EMPLOYEE-ID TO LV-EMPLOYEE-ID.
           READ LOAMAST.
           IF LOAMAST-SUCCESSFUL
               SET LV-LEAVE-CLOSED TO TRUE
               MOVE LEAVE-EVENT-DATE TO LV-ACTUAL-RETURN-DATE
               REWRITE LEAVE-OF-ABSENCE-RECORD
               IF NOT LOAMAST-SUCCESSFUL
                   DISPLAY "REWRITE ERROR ON LOAMAST FOR EMPLOYEE ID "
                       EM-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " LOAMAST-FILE-STATUS
               END-IF
           ELSE
               IF NOT LOAMAST-NOT-FOUND
                   DISPLAY "READ ERROR ON LOAMAST FOR EMPLOYEE ID "
                       EM-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " LOAMAST-FILE-STATUS
               END-IF
           END-IF.

      ***************************************************************
      * THE NEW LEAVE REPLACES WHATEVER EARLIER ONE THE EMPLOYEE HAD
      * ON FILE.  A SUSPENSION IS TYPED SU; ANY OTHER LEAVE STARTS
      * AS LA (GENERAL LEAVE OF ABSENCE) UNTIL HR RETYPES IT.
      ***************************************************************
       414-OPEN-LEAVE-ENTRY.

           MOVE EM-EMPLOYEE-ID TO LV-EMPLOYEE-ID.
           READ LOAMAST.
           IF NOT LOAMAST-SUCCESSFUL AND NOT LOAMAST-NOT-FOUND
               DISPLAY "READ ERROR ON LOAMAST FOR EMPLOYEE ID "
                   EM-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " LOAMAST-FILE-STATUS
           ELSE
               MOVE "N" TO LEAVE-ENTRY-FOUND-SWITCH
               IF LOAMAST-SUCCESSFUL
                   SET LEAVE-ENTRY-FOUND TO TRUE
               END-IF
               MOVE EM-EMPLOYEE-ID TO LV-EMPLOYEE-ID
               IF ET-EMPLOYMENT-STATUS = "S"
                   MOVE "SU" TO LV-LEAVE-TYPE
               ELSE
                   MOVE "LA" TO LV-LEAVE-TYPE
               END-IF
               MOVE ET-EMPLOYMENT-STATUS TO LV-EMPLOYMENT-STATUS
               MOVE LEAVE-EVENT-DATE TO LV-START-DATE
               MOVE ZERO TO LV-EXPECTED-RETURN-DATE
               SET LV-UNPAID-LEAVE TO TRUE
               SET LV-LEAVE-OPEN TO TRUE
               MOVE ZERO TO LV-ACTUAL-RETURN-DATE
               IF LEAVE-ENTRY-FOUND
                   REWRITE LEAVE-OF-ABSENCE-RECORD
               ELSE
                   WRITE LEAVE-OF-ABSENCE-RECORD
               END-IF
               IF NOT LOAMAST-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON LOAMAST FOR EMPLOYEE ID "
                       EM-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " LOAMAST-FILE-STATUS
               END-IF
           END-IF.

       415-WRITE-CHANGE-LOG-RECORD.

           IF UPDATE-MODE
               DISPLAY "WRITE ERROR ON CHGHIST FOR EMPLOYEE ID "
                   CL-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " CHGHIST-FILE-STATUS
           ELSE
               PERFORM 419-WRITE-CHANGE-HISTORY-INDEX
           END-IF.

      ***************************************************************
      * INDEXES THE HISTORY ENTRY JUST WRITTEN.  A DUPLICATE KEY
      * MEANS THE SAME FIELD OF THE SAME TRANSACTION IS ALREADY
      * INDEXED AND IS LET PASS.  ANY OTHER FAILURE IS REPORTED LIKE
      * A CHGHIST WRITE ERROR - SEQ3210 CAN RECREATE THE INDEX.
      ***************************************************************
       419-WRITE-CHANGE-HISTORY-INDEX.

           MOVE CHANGE-HISTORY-RECORD TO CHANGE-INDEX-RECORD.
           WRITE CHANGE-INDEX-RECORD.
           IF NOT CHGIDX-SUCCESSFUL AND NOT CHGIDX-DUPLICATE-KEY
               DISPLAY "WRITE ERROR ON CHGIDX FOR EMPLOYEE ID "
                   CL-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " CHGIDX-FILE-STATUS
           END-IF.

      ***************************************************************
      * A SALARY CHANGE EFFECTIVE BEFORE THE RUN DATE HAS ALREADY
      * MISSED ONE OR MORE PAYS AT THE NEW RATE.  THE OLD AND NEW
      * SALARY ARE SAVED TO RETROCHG BEFORE THE MASTER IS
      * OVERWRITTEN SO SEQ3082 CAN PRICE THE DIFFERENCE.  A BLANK
      * EFFECTIVE DATE MEANS THIS CYCLE AND OWES NOTHING.
      ***************************************************************
       418-WRITE-RETRO-CHANGE-RECORD.

           IF UPDATE-MODE
               AND ET-EFFECTIVE-DATE NUMERIC
               AND ET-EFFECTIVE-DATE-NUMBER < MAINTENANCE-RUN-DATE
               AND ET-ANNUAL-SALARY NOT = EM-ANNUAL-SALARY
               MOVE ET-EMPLOYEE-ID TO RP-EMPLOYEE-ID
               MOVE EM-EMPLOYEE-NAME TO RP-EMPLOYEE-NAME
               MOVE EM-DEPART-CODE TO RP-DEPART-CODE
               MOVE EM-ANNUAL-SALARY TO RP-OLD-SALARY
               MOVE ET-ANNUAL-SALARY TO RP-NEW-SALARY
               MOVE ET-EFFECTIVE-DATE-NUMBER TO RP-EFFECTIVE-DATE
               MOVE MAINTENANCE-RUN-DATE TO RP-RUN-DATE
               MOVE TRANSACTION-SEQUENCE-NUMBER TO RP-TRANSACTION-SEQ
               WRITE RETRO-CHANGE-RECORD
               IF NOT RETROCHG-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON RETROCHG FOR EMPLOYEE ID "
                       ET-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " RETROCHG-FILE-STATUS
               END-IF
           END-IF.

       420-APPLY-ACCRUAL-TRANSACTION.

           SET EDIT-DATA-VALID TO TRUE.
           IF ADD-RECORD
               MOVE ET-DEPART-CODE TO EDIT-DEPART-CODE
               PERFORM 440-EDIT-DEPARTMENT-CODE
               IF EDIT-DATA-VALID
                   MOVE ET-JOB-CLASS TO EDIT-JOB-CLASS
               IF EDIT-DATA-VALID
                   PERFORM 455-EDIT-STATUS-AND-HIRE-DATE
               END-IF
               IF EDIT-DATA-VALID AND POSITION-CONTROL-ON
                   MOVE ET-DEPART-CODE TO PS-DEPART-CODE
                   MOVE ET-JOB-CLASS TO PS-JOB-CLASS
                   MOVE ET-ANNUAL-SALARY TO POSITION-SALARY
                   PERFORM 465-EDIT-POSITION-BUDGET
               END-IF
           ELSE
               IF ET-DEPART-CODE NOT = SPACE
                   MOVE ET-DEPART-CODE TO EDIT-DEPART-CODE
                   PERFORM 440-EDIT-DEPARTMENT-CODE
               END-IF
               IF EDIT-DATA-VALID
                        OR ET-HIRE-DATE NOT = SPACE)
                   PERFORM 455-EDIT-STATUS-AND-HIRE-DATE
               END-IF
               IF EDIT-DATA-VALID AND POSITION-CONTROL-ON
                   PERFORM 462-EDIT-TRANSFER-POSITION
               END-IF
           END-IF.

      ***************************************************************
      * A REHIRE IS EDITED AS AN ADD OF THE MASTER IT WILL RESTORE -
      * THE ARCHIVED DEPARTMENT AND JOB CLASS UNLESS THE TRANSACTION
      * NAMES NEW ONES, AT THE SALARY THE TRANSACTION CARRIES (A
      * REHIRE IS ALWAYS KEYED WITH ITS SALARY, AS AN ADD IS).  IT
      * MUST CARRY A NUMERIC HIRE DATE NO EARLIER THAN THE LAST
      * TERMINATION, AND COMES BACK ACTIVE - A STATUS OTHER THAN
      * BLANK OR A IS REJECTED.
      ***************************************************************
       435-EDIT-REHIRE-TRANSACTION.

           SET EDIT-DATA-VALID TO TRUE.
           MOVE TT-EMPLOYEE-NAME TO RH-EMPLOYEE-NAME.
           MOVE TT-DEPART-CODE TO RH-DEPART-CODE.
           MOVE TT-JOB-CLASS TO RH-JOB-CLASS.
           MOVE TT-HIRE-DATE TO RH-ORIGINAL-HIRE-DATE.
           MOVE TT-TERMINATION-DATE TO RH-TERMINATION-DATE.
           IF ET-EMPLOYEE-NAME NOT = SPACE
               MOVE ET-EMPLOYEE-NAME TO RH-EMPLOYEE-NAME
           END-IF.
           IF ET-DEPART-CODE NOT = SPACE
               MOVE ET-DEPART-CODE TO RH-DEPART-CODE
           END-IF.
           IF ET-JOB-CLASS NOT = SPACE
               MOVE ET-JOB-CLASS TO RH-JOB-CLASS
           END-IF.
           MOVE RH-DEPART-CODE TO EDIT-DEPART-CODE.
           PERFORM 440-EDIT-DEPARTMENT-CODE.
           IF EDIT-DATA-VALID
               MOVE RH-JOB-CLASS TO EDIT-JOB-CLASS
               MOVE ET-ANNUAL-SALARY TO EDIT-ANNUAL-SALARY
               PERFORM 450-EDIT-JOB-CLASS-AND-SALARY
           END-IF.
           IF EDIT-DATA-VALID
               IF ET-HIRE-DATE NOT NUMERIC
                   MOVE "ST" TO ERROR-REASON-CODE
                   MOVE "N" TO EDIT-DATA-VALID-SWITCH
               ELSE
                   MOVE ET-HIRE-DATE TO RH-REHIRE-DATE
                   IF RH-REHIRE-DATE < RH-TERMINATION-DATE
                       MOVE "ST" TO ERROR-REASON-CODE
                       MOVE "N" TO EDIT-DATA-VALID-SWITCH
                   END-IF
               END-IF
               IF ET-EMPLOYMENT-STATUS NOT = SPACE
                   AND ET-EMPLOYMENT-STATUS NOT = "A"
                   MOVE "ST" TO ERROR-REASON-CODE
                   MOVE "N" TO EDIT-DATA-VALID-SWITCH
               END-IF
           END-IF.
           IF EDIT-DATA-VALID AND POSITION-CONTROL-ON
               MOVE RH-DEPART-CODE TO PS-DEPART-CODE
               MOVE RH-JOB-CLASS TO PS-JOB-CLASS
               MOVE ET-ANNUAL-SALARY TO POSITION-SALARY
               PERFORM 465-EDIT-POSITION-BUDGET
           END-IF.

       440-EDIT-DEPARTMENT-CODE.

           MOVE "N" TO DEPARTMENT-FOUND-SWITCH.
           SEARCH ALL DEPARTMENT-ENTRY
               WHEN DT-DEPART-CODE (DM-IDX) = EDIT-DEPART-CODE
                   IF DT-ACTIVE-FLAG (DM-IDX) = "A"
                       SET DEPARTMENT-FOUND TO TRUE
                   END-IF
               MOVE "N" TO EDIT-DATA-VALID-SWITCH
           END-IF.

      ***************************************************************
      * A CHANGE THAT MOVES THE EMPLOYEE TO ANOTHER DEPARTMENT OR
      * JOB CLASS TAKES UP A POSITION THERE, AT THE SALARY THE
      * EMPLOYEE WILL CARRY AFTER THE CHANGE.  A CHANGE THAT STAYS
      * IN THE SAME DEPARTMENT AND JOB CLASS IS NOT A TRANSFER AND
      * IS NOT HELD TO THE BUDGET.
      ***************************************************************
       462-EDIT-TRANSFER-POSITION.

           MOVE EM-DEPART-CODE TO PS-DEPART-CODE.
           MOVE EM-JOB-CLASS TO PS-JOB-CLASS.
           IF ET-DEPART-CODE NOT = SPACE
               MOVE ET-DEPART-CODE TO PS-DEPART-CODE
           END-IF.
           IF ET-JOB-CLASS NOT = SPACE
               MOVE ET-JOB-CLASS TO PS-JOB-CLASS
           END-IF.
           IF PS-DEPART-CODE NOT = EM-DEPART-CODE
               OR PS-JOB-CLASS NOT = EM-JOB-CLASS
               IF ET-ANNUAL-SALARY NOT = ZEROES
                   MOVE ET-ANNUAL-SALARY TO POSITION-SALARY
               ELSE
                   MOVE EM-ANNUAL-SALARY TO POSITION-SALARY
               END-IF
               PERFORM 465-EDIT-POSITION-BUDGET
           END-IF.

      ***************************************************************
      * ONE MORE HEAD AT POSITION-SALARY MUST FIT INSIDE BOTH THE
      * AUTHORIZED HEADCOUNT AND THE AUTHORIZED SALARY DOLLARS FOR
      * THE DEPARTMENT AND JOB CLASS IN POSITION-SEARCH-KEY.  NO
      * BUDGET ENTRY AT ALL MEANS NO POSITION IS AUTHORIZED THERE.
      ***************************************************************
       465-EDIT-POSITION-BUDGET.

           PERFORM 477-LOCATE-POSITION-ENTRY.
           IF NOT POSITION-FOUND
               MOVE "PB" TO ERROR-REASON-CODE
               MOVE "N" TO EDIT-DATA-VALID-SWITCH
           ELSE
               IF PT-FILLED-HEADCOUNT (PT-IDX) + 1
                       > PT-AUTHORIZED-HEADCOUNT (PT-IDX)
                   OR PT-FILLED-SALARY (PT-IDX) + POSITION-SALARY
                       > PT-AUTHORIZED-SALARY (PT-IDX)
                   MOVE "PB" TO ERROR-REASON-CODE
                   MOVE "N" TO EDIT-DATA-VALID-SWITCH
               END-IF
           END-IF.

      ***************************************************************
      * KEEP THE FILLED-POSITION TALLY IN STEP WITH THE MASTER.  AN
      * EMPLOYEE IN A DEPARTMENT/JOB CLASS WITH NO BUDGET ENTRY IS
      * SIMPLY NOT TALLIED.  THE TALLY MOVES IN AN EDIT-ONLY TRIAL
      * TOO, SO THE TRIAL REJECTS WHAT THE UPDATE WILL REJECT.
      ***************************************************************
       470-FILL-POSITION.

           IF POSITION-CONTROL-ON
               PERFORM 477-LOCATE-POSITION-ENTRY
               IF POSITION-FOUND
                   ADD 1 TO PT-FILLED-HEADCOUNT (PT-IDX)
                   ADD POSITION-SALARY TO PT-FILLED-SALARY (PT-IDX)
               END-IF
           END-IF.

       473-LOAD-MASTER-POSITION.

           MOVE EM-DEPART-CODE TO PS-DEPART-CODE.
           MOVE EM-JOB-CLASS TO PS-JOB-CLASS.
           MOVE EM-ANNUAL-SALARY TO POSITION-SALARY.

       475-VACATE-POSITION.

           IF POSITION-CONTROL-ON
               PERFORM 477-LOCATE-POSITION-ENTRY
               IF POSITION-FOUND
                   SUBTRACT 1 FROM PT-FILLED-HEADCOUNT (PT-IDX)
                   SUBTRACT POSITION-SALARY
                       FROM PT-FILLED-SALARY (PT-IDX)
               END-IF
           END-IF.

       477-LOCATE-POSITION-ENTRY.

           MOVE "N" TO POSITION-FOUND-SWITCH.
           IF POSITION-TABLE-COUNT > ZERO
               SEARCH ALL POSITION-ENTRY
                   WHEN PT-POSITION-KEY (PT-IDX) = POSITION-SEARCH-KEY
                       SET POSITION-FOUND TO TRUE
               END-SEARCH
           END-IF.

      ***************************************************************
      * LOOKS UP THE ID IN TN-EMPLOYEE-ID ON TERMIDX, KEEPING THE
      * LAST ENTRY FOR THE ID, THEN LETS A DELETE POSTED EARLIER IN
      * THIS RUN FOR THE SAME ID STAND IN FOR IT.
      ***************************************************************
       478-LOCATE-TERMINATED-ENTRY.

           MOVE "N" TO TERMINATED-FOUND-SWITCH.
           IF TERMIDX-IS-OPEN
               MOVE "N" TO END-OF-TERMINATIONS-SWITCH
               MOVE TN-EMPLOYEE-ID TO TX-EMPLOYEE-ID
               MOVE ZERO TO TX-TERMINATION-DATE
               MOVE ZERO TO TX-ARCHIVE-SEQ
               START TERMIDX
                   KEY IS NOT LESS THAN TX-ARCHIVE-KEY
                   INVALID KEY
                       SET END-OF-TERMINATIONS TO TRUE
               END-START
               IF NOT END-OF-TERMINATIONS
                   PERFORM 480-READ-TERMINATION-INDEX
               END-IF
               PERFORM 481-KEEP-TERMINATION-ENTRY
                   UNTIL END-OF-TERMINATIONS
           END-IF.
           IF LT-EMPLOYEE-ID = TN-EMPLOYEE-ID
               IF NOT TERMINATED-FOUND
                   OR LT-TERMINATION-DATE NOT < TT-TERMINATION-DATE
                   MOVE LAST-TERMINATION-FIELDS
                       TO TERMINATED-EMPLOYEE-FIELDS
                   SET TERMINATED-FOUND TO TRUE
               END-IF
           END-IF.

      ***************************************************************
      * REMEMBERS THE TERMINATION IN TERMINATION-ENTRY-FIELDS AS THE
      * LAST DELETE POSTED THIS RUN.
      ***************************************************************
       479-RECORD-TERMINATION.

           MOVE TERMINATION-ENTRY-FIELDS TO LAST-TERMINATION-FIELDS.

       480-READ-TERMINATION-INDEX.

           READ TERMIDX NEXT RECORD
               AT END
                   SET END-OF-TERMINATIONS TO TRUE
           END-READ.
           IF NOT END-OF-TERMINATIONS
               IF TX-EMPLOYEE-ID NOT = TN-EMPLOYEE-ID
                   SET END-OF-TERMINATIONS TO TRUE
               END-IF
           END-IF.

       481-KEEP-TERMINATION-ENTRY.

           MOVE TX-EMPLOYEE-ID TO TT-EMPLOYEE-ID.
           MOVE TX-EMPLOYEE-NAME TO TT-EMPLOYEE-NAME.
           MOVE TX-DEPART-CODE TO TT-DEPART-CODE.
           MOVE TX-JOB-CLASS TO TT-JOB-CLASS.
           MOVE TX-HIRE-DATE TO TT-HIRE-DATE.
           MOVE TX-TERMINATION-DATE TO TT-TERMINATION-DATE.
           SET TERMINATED-FOUND TO TRUE.
           PERFORM 480-READ-TERMINATION-INDEX.

      ***************************************************************
      * STAMPS THE CONTROL TRAILER ONTO THE END OF NEWEMP AFTER THE
      * LAST MASTER HAS BEEN WRITTEN - CYCLE NUMBER, RUN DATE, COUNT
                   CLOSE EMPTRAN
                         OLDEMP
                         ERRTRAN3
                   IF TERMIDX-IS-OPEN
                       CLOSE TERMIDX
                   END-IF
               ELSE
                   IF NOT RUN-ABORTED
                       PERFORM 895-WRITE-NEWEMP-TRAILER
                         TERMEMP
                         CHGHIST
                         REJSTAT
                         RETROCHG
                         EMPIDX
                         LOAMAST
                         CHGIDX
                         TERMIDX
                   IF NOT RUN-ABORTED
                       OPEN OUTPUT CHKPOINT
                       CLOSE CHKPOINT
           STOP RUN.

      ***************************************************************
      * END-OF-RUN CONTROL TOTALS - ADDS, REHIRES, CHANGES, DELETES,
      * ACCRUALS, ERRORS ROUTED TO ERRTRAN3, AND RECORDS WRITTEN TO
      * NEWEMP.
      ***************************************************************
       910-DISPLAY-CONTROL-TOTALS.

               DISPLAY "    (EDIT-ONLY TRIAL - NO FILES UPDATED)"
           END-IF.
           DISPLAY "    ADDS APPLIED ........ " CT-ADD-COUNT.
           DISPLAY "    REHIRES APPLIED ..... " CT-REHIRE-COUNT.
           DISPLAY "    CHANGES APPLIED ..... " CT-CHANGE-COUNT.
           DISPLAY "    DELETES APPLIED ..... " CT-DELETE-COUNT.
           DISPLAY "    ACCRUALS APPLIED .... " CT-ACCRUAL-COUNT.
               "  DELETES " CYT-DELETE-COUNT (CYT-SUBSCRIPT).
           DISPLAY "               ACCRUALS "
               CYT-ACCRUAL-COUNT (CYT-SUBSCRIPT)
               "  REHIRES " CYT-REHIRE-COUNT (CYT-SUBSCRIPT)
               "  REJECTS " CYT-ERROR-COUNT (CYT-SUBSCRIPT).
           ADD 1 TO CYT-SUBSCRIPT.

