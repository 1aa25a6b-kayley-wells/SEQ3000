       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3220.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CYCCTL  ASSIGN TO CYCCTL
                           FILE STATUS IS CYCCTL-FILE-STATUS.
           SELECT DEPTMAST  ASSIGN TO DEPTMAST
                           FILE STATUS IS DEPTMAST-FILE-STATUS.
           SELECT NEWEMP  ASSIGN TO NEWEMP
                           FILE STATUS IS NEWEMP-FILE-STATUS.
           SELECT EMPIDX  ASSIGN TO EMPIDX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS EI-EMPLOYEE-ID
                           FILE STATUS IS EMPIDX-FILE-STATUS.
           SELECT NEWDED  ASSIGN TO NEWDED
                           FILE STATUS IS NEWDED-FILE-STATUS.
           SELECT TERMEMP  ASSIGN TO TERMEMP
                           FILE STATUS IS TERMEMP-FILE-STATUS.
           SELECT CHGIDX  ASSIGN TO CHGIDX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CX-HISTORY-KEY
                           FILE STATUS IS CHGIDX-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      ***************************************************************
      * CYCLE-CONTROL MASTER SHARED BY THE WHOLE JOB STREAM - THIS
      * STEP TAKES ITS CYCLE FROM SEQ3000'S RECORD, REFUSES TO AUDIT
      * IF SEQ3000 DID NOT COMPLETE THAT CYCLE, AND STAMPS ITS OWN
      * RECORD AT CLOSE - C WHEN THE FILES AGREE, F WHEN THEY DO NOT
      * - SO SEQ3080 CAN REFUSE TO BUILD PAYXTR ON A FAILED AUDIT.
      ***************************************************************
       FD  CYCCTL.
       01  CYCLE-CONTROL-RECORD.
           05  CY-PROGRAM-NAME         PIC X(8).
           05  CY-CYCLE-NUMBER         PIC 9(4).
           05  CY-RUN-DATE             PIC 9(8).
           05  CY-OUTCOME-FLAG         PIC X.
               88  CY-COMPLETED-CLEAN         VALUE "C".
               88  CY-STEP-FAILED             VALUE "F".

       FD  DEPTMAST.
       01  DEPARTMENT-RECORD.
           05  DM-DEPART-CODE          PIC X(5).
           05  DM-DEPART-NAME          PIC X(20).
           05  DM-ACTIVE-FLAG          PIC X.
               88  DM-DEPARTMENT-ACTIVE        VALUE "A".

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

       FD  EMPIDX.
       01  EMPLOYEE-INDEX-RECORD.
           05  EI-EMPLOYEE-ID          PIC X(5).
           05  EI-EMPLOYEE-NAME        PIC X(30).
           05  EI-DEPART-CODE          PIC X(5).
           05  EI-JOB-CLASS            PIC X(2).
           05  EI-ANNUAL-SALARY        PIC S9(5)V99.
           05  EI-VACATION-HOURS       PIC S9(3).
           05  EI-SICK-HOURS           PIC S9(3)V99.
           05  EI-HIRE-DATE            PIC 9(8).
           05  EI-EMPLOYMENT-STATUS    PIC X.

       FD  NEWDED.
       01  NEW-DEDUCTION-RECORD.
           05  ND-EMPLOYEE-ID          PIC X(5).
           05  ND-DEDUCTION-CODE       PIC X(3).
           05  ND-METHOD               PIC X.
           05  ND-AMOUNT               PIC S9(5)V99.
           05  ND-START-DATE           PIC 9(8).
           05  ND-STOP-DATE            PIC 9(8).

       FD  TERMEMP.
       01  TERMINATED-EMPLOYEE-RECORD.
           05  TE-EMPLOYEE-ID          PIC X(5).
           05  TE-EMPLOYEE-NAME        PIC X(30).
           05  TE-DEPART-CODE          PIC X(5).
           05  TE-JOB-CLASS            PIC X(2).
           05  TE-ANNUAL-SALARY        PIC S9(5)V99.
           05  TE-VACATION-HOURS       PIC S9(3).
           05  TE-SICK-HOURS           PIC S9(3)V99.
           05  TE-HIRE-DATE            PIC 9(8).
           05  TE-EMPLOYMENT-STATUS    PIC X.
           05  TE-TERMINATION-DATE     PIC 9(8).

       FD  CHGIDX.
       01  CHANGE-INDEX-RECORD.
           05  CX-HISTORY-KEY.
               10  CX-EMPLOYEE-ID      PIC X(5).
               10  CX-RUN-DATE         PIC 9(8).
               10  CX-TRANSACTION-SEQ  PIC 9(9).
               10  CX-FIELD-NAME       PIC X(10).
           05  CX-OLD-VALUE            PIC X(30).
           05  CX-NEW-VALUE            PIC X(30).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  RUN-ABORTED-SWITCH              PIC X  VALUE "N".
               88  RUN-ABORTED                         VALUE "Y".
           05  CYCCTL-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  CYCCTL-END-OF-FILE                  VALUE "Y".
           05  CYCLE-NUMBER-SET-SWITCH         PIC X  VALUE "N".
               88  CYCLE-NUMBER-SET                    VALUE "Y".
           05  DEPTMAST-END-OF-FILE-SWITCH     PIC X  VALUE "N".
               88  DEPTMAST-END-OF-FILE                VALUE "Y".
           05  NEWEMP-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  NEWEMP-END-OF-FILE                  VALUE "Y".
           05  EMPIDX-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  EMPIDX-END-OF-FILE                  VALUE "Y".
           05  NEWDED-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  NEWDED-END-OF-FILE                  VALUE "Y".
           05  TERMEMP-END-OF-FILE-SWITCH      PIC X  VALUE "N".
               88  TERMEMP-END-OF-FILE                 VALUE "Y".
           05  END-OF-HISTORY-SWITCH           PIC X  VALUE "N".
               88  END-OF-HISTORY                      VALUE "Y".
           05  CHGIDX-OPEN-SWITCH              PIC X  VALUE "N".
               88  CHGIDX-IS-OPEN                      VALUE "Y".
           05  DEPARTMENT-FOUND-SWITCH         PIC X  VALUE "N".
               88  DEPARTMENT-FOUND                    VALUE "Y".
           05  EMPLOYEE-FOUND-SWITCH           PIC X  VALUE "N".
               88  EMPLOYEE-FOUND                      VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  CYCCTL-FILE-STATUS       PIC XX.
               88  CYCCTL-SUCCESSFUL          VALUE "00".
           05  DEPTMAST-FILE-STATUS     PIC XX.
               88  DEPTMAST-SUCCESSFUL        VALUE "00".
           05  NEWEMP-FILE-STATUS       PIC XX.
               88  NEWEMP-SUCCESSFUL          VALUE "00".
           05  EMPIDX-FILE-STATUS       PIC XX.
               88  EMPIDX-SUCCESSFUL          VALUE "00".
           05  NEWDED-FILE-STATUS       PIC XX.
               88  NEWDED-SUCCESSFUL          VALUE "00".
           05  TERMEMP-FILE-STATUS      PIC XX.
               88  TERMEMP-SUCCESSFUL         VALUE "00".
           05  CHGIDX-FILE-STATUS       PIC XX.
               88  CHGIDX-SUCCESSFUL          VALUE "00".

       01  AUDIT-CYCLE-NUMBER              PIC 9(4).

       01  AUDIT-CYCLE-DATE                PIC 9(8) VALUE ZERO.

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
           05  CC-OWN-PROGRAM-NAME         PIC X(8) VALUE "SEQ3220".
           05  CC-PRED-PROGRAM-NAME        PIC X(8) VALUE "SEQ3000".

      ***************************************************************
      * DEPTMAST LOADED INTO CORE AND SORTED BY CODE FOR SEARCH ALL,
      * THE SAME WAY SEQ3000 LOADS IT FOR ITS DEPARTMENT EDIT.
      ***************************************************************
       01  DEPARTMENT-TABLE.
           05  DEPARTMENT-TABLE-COUNT      PIC S9(4) COMP VALUE ZERO.
           05  DEPARTMENT-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON DEPARTMENT-TABLE-COUNT
                               ASCENDING KEY IS DT-DEPART-CODE
                               INDEXED BY DT-IDX.
               10  DT-DEPART-CODE      PIC X(5).
               10  DT-DEPART-NAME      PIC X(20).
               10  DT-ACTIVE-FLAG      PIC X.

      ***************************************************************
      * THE WHOLE OF NEWEMP, HELD IN EMPLOYEE ORDER SO EVERY OTHER
      * FILE CAN BE CHECKED AGAINST IT BY SEARCH ALL.  A RECORD OUT
      * OF SEQUENCE IS REPORTED AND LEFT OUT, SO THE TABLE STAYS IN
      * ORDER.  THE FOUND FLAG IS SET AS EMPIDX IS WALKED, LEAVING
      * THE EMPLOYEES EMPIDX DOES NOT CARRY.
      ***************************************************************
       01  EMPLOYEE-AUDIT-TABLE.
           05  EMPLOYEE-TABLE-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  EMPLOYEE-AUDIT-ENTRY OCCURS 1 TO 5000 TIMES
                               DEPENDING ON EMPLOYEE-TABLE-COUNT
                               ASCENDING KEY IS MT-EMPLOYEE-ID
                               INDEXED BY MT-IDX.
               10  MT-EMPLOYEE-RECORD.
                   15  MT-EMPLOYEE-ID          PIC X(5).
                   15  MT-EMPLOYEE-NAME        PIC X(30).
                   15  MT-DEPART-CODE          PIC X(5).
                   15  MT-JOB-CLASS            PIC X(2).
                   15  MT-ANNUAL-SALARY        PIC S9(5)V99.
                   15  MT-VACATION-HOURS       PIC S9(3).
                   15  MT-SICK-HOURS           PIC S9(3)V99.
                   15  MT-HIRE-DATE            PIC 9(8).
                   15  MT-EMPLOYMENT-STATUS    PIC X.
               10  MT-EMPIDX-FOUND-FLAG    PIC X.
                   88  MT-ON-EMPIDX                VALUE "Y".

       01  MT-SUBSCRIPT                    PIC S9(4) COMP.

      ***************************************************************
      * THE INCONSISTENCIES THE AUDIT LOOKS FOR, IN THE ORDER THEY
      * ARE LISTED, EACH WITH ITS COUNT FOR THE SUMMARY.  ANY COUNT
      * ABOVE ZERO FAILS THE AUDIT.
      ***************************************************************
       01  INCONSISTENCY-TYPE-VALUES.
           05  FILLER                  PIC X(44)
                   VALUE "NEWEMP RECORD OUT OF SEQUENCE OR DUPLICATED".
           05  FILLER                  PIC 9(7) VALUE ZERO.
           05  FILLER                  PIC X(44)
                   VALUE "EMPLOYEE DEPARTMENT NOT ON DEPTMAST".
           05  FILLER                  PIC 9(7) VALUE ZERO.
           05  FILLER                  PIC X(44)
                   VALUE "EMPLOYEE DEPARTMENT INACTIVE ON DEPTMAST".
           05  FILLER                  PIC 9(7) VALUE ZERO.
           05  FILLER                  PIC X(44)
                   VALUE "EMPIDX RECORD NOT ON NEWEMP".
           05  FILLER                  PIC 9(7) VALUE ZERO.
           05  FILLER                  PIC X(44)
                   VALUE "EMPIDX RECORD DOES NOT MATCH NEWEMP".
           05  FILLER                  PIC 9(7) VALUE ZERO.
           05  FILLER                  PIC X(44)
                   VALUE "NEWEMP RECORD MISSING FROM EMPIDX".
           05  FILLER                  PIC 9(7) VALUE ZERO.
           05  FILLER                  PIC X(44)
                   VALUE "NEWDED DEDUCTION FOR EMPLOYEE NOT ON NEWEMP".
           05  FILLER                  PIC 9(7) VALUE ZERO.
           05  FILLER                  PIC X(44)
                   VALUE "ON NEWEMP AND TERMEMP WITH NO LATER REHIRE".
           05  FILLER                  PIC 9(7) VALUE ZERO.

       01  INCONSISTENCY-TYPE-TABLE REDEFINES INCONSISTENCY-TYPE-VALUES.
           05  INCONSISTENCY-TYPE-ENTRY OCCURS 8 TIMES.
               10  IT-DESCRIPTION      PIC X(44).
               10  IT-COUNT            PIC 9(7).

       01  INCONSISTENCY-TYPE-COUNT        PIC S9(4) COMP VALUE 8.

       01  AUDIT-WORK-FIELDS.
           05  AUDIT-TYPE                  PIC 99.
           05  PREVIOUS-EMPLOYEE-ID        PIC X(5).
           05  SEARCH-EMPLOYEE-ID          PIC X(5).
           05  SEARCH-DEPART-CODE          PIC X(5).
           05  LAST-REHIRE-DATE            PIC 9(8).

      ***************************************************************
      * ONE EMPLOYEE RECORD FROM NEWEMP, EMPIDX OR THE TABLE, MOVED
      * HERE TO BE PRINTED UNDER THE NAME OF THE FILE IT CAME FROM.
      ***************************************************************
       01  PRINT-EMPLOYEE-RECORD.
           05  PE-EMPLOYEE-ID          PIC X(5).
           05  PE-EMPLOYEE-NAME        PIC X(30).
           05  PE-DEPART-CODE          PIC X(5).
           05  PE-JOB-CLASS            PIC X(2).
           05  PE-ANNUAL-SALARY        PIC S9(5)V99.
           05  PE-VACATION-HOURS       PIC S9(3).
           05  PE-SICK-HOURS           PIC S9(3)V99.
           05  PE-HIRE-DATE            PIC 9(8).
           05  PE-EMPLOYMENT-STATUS    PIC X.

       01  PRINT-SOURCE-NAME               PIC X(8).

       01  CONTROL-TOTALS.
           05  CT-NEWEMP-READ              PIC 9(7) VALUE ZERO.
           05  CT-EMPIDX-READ              PIC 9(7) VALUE ZERO.
           05  CT-NEWDED-READ              PIC 9(7) VALUE ZERO.
           05  CT-TERMEMP-READ             PIC 9(7) VALUE ZERO.
           05  CT-DEPTMAST-READ            PIC 9(7) VALUE ZERO.
           05  CT-INCONSISTENCY-TOTAL      PIC 9(7) VALUE ZERO.

       01  DISPLAY-FIELDS.
           05  DISPLAY-ANNUAL-SALARY       PIC -ZZ,ZZ9.99.
           05  DISPLAY-VACATION-HOURS      PIC -ZZ9.
           05  DISPLAY-SICK-HOURS          PIC -ZZ9.99.
           05  DISPLAY-DEDUCTION-AMOUNT    PIC -ZZ,ZZ9.99.

       PROCEDURE DIVISION.

      ***************************************************************
      * NIGHTLY CROSS-FILE INTEGRITY AUDIT.  EACH MASTER IS KEPT BY
      * ITS OWN PROGRAM - NEWEMP AND EMPIDX BY SEQ3000, NEWDED BY
      * SEQ3110, DEPTMAST BY HAND, TERMEMP BY SEQ3000 AS DELETES
      * POST - SO THEY CAN DRIFT APART WITHOUT ANY ONE PROGRAM
      * NOTICING.  NEWEMP IS LOADED INTO CORE AND EVERY OTHER FILE IS
      * WALKED AGAINST IT: EVERY EMPLOYEE'S DEPARTMENT MUST BE ON
      * DEPTMAST AND ACTIVE, EMPIDX MUST CARRY EXACTLY THE NEWEMP
      * RECORDS, EVERY NEWDED DEDUCTION MUST BELONG TO AN EMPLOYEE
      * ON NEWEMP, AND AN EMPLOYEE ON BOTH NEWEMP AND TERMEMP MUST
      * HAVE BEEN REHIRED SINCE THE TERMINATION.
      * EVERY INCONSISTENCY IS LISTED UNDER ITS TYPE WITH THE
      * RECORDS INVOLVED, AND THE PASS OR FAIL IS POSTED TO CYCCTL
      * FOR SEQ3080.
      ***************************************************************
       000-AUDIT-MASTER-FILE-INTEGRITY.

           DISPLAY "SEQ3220 CROSS-FILE INTEGRITY AUDIT".
           DISPLAY " ".

           PERFORM 050-READ-CYCLE-CONTROL.
           IF NOT RUN-ABORTED
               PERFORM 060-LOAD-DEPARTMENT-TABLE
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 100-LOAD-EMPLOYEE-TABLE
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 200-CHECK-DEPARTMENTS
               PERFORM 300-CHECK-EMPLOYEE-INDEX
               PERFORM 400-CHECK-DEDUCTIONS
               PERFORM 500-CHECK-TERMINATIONS
           END-IF.
           IF CYCLE-NUMBER-SET
               PERFORM 910-DISPLAY-CONTROL-TOTALS
               PERFORM 930-STAMP-CYCLE-CONTROL
           END-IF.
           STOP RUN.

      ***************************************************************
      * LOADS THE CYCLE-CONTROL MASTER AND TAKES THIS RUN'S CYCLE
      * FROM SEQ3000'S RECORD.  THE AUDIT REFUSES TO RUN IF SEQ3000
      * NEVER COMPLETED THIS CYCLE.  AN AUDIT ALREADY STAMPED FOR THE
      * CYCLE MAY BE RUN AGAIN - ONCE THE FILES ARE PUT RIGHT, A
      * RERUN IS HOW A FAIL IS CLEARED.
      ***************************************************************
       050-READ-CYCLE-CONTROL.

           OPEN INPUT CYCCTL.
           IF NOT CYCCTL-SUCCESSFUL
               DISPLAY "NO CYCCTL ON FILE - RUN SEQ3000 FIRST.  "
                   "AUDIT NOT RUN"
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
                   DISPLAY "CYCCTL CARRIES NO SEQ3000 RECORD - RUN "
                       "SEQ3000 FIRST.  AUDIT NOT RUN"
                   SET RUN-ABORTED TO TRUE
               ELSE
                   IF CC-OUTCOME-FLAG (CC-PRED-SUBSCRIPT) NOT = "C"
                       DISPLAY "SEQ3000 DID NOT COMPLETE CYCLE "
                           CC-CYCLE-NUMBER (CC-PRED-SUBSCRIPT)
                           " CLEANLY.  AUDIT NOT RUN"
                       SET RUN-ABORTED TO TRUE
                   ELSE
                       MOVE CC-CYCLE-NUMBER (CC-PRED-SUBSCRIPT)
                           TO AUDIT-CYCLE-NUMBER
                       MOVE CC-RUN-DATE (CC-PRED-SUBSCRIPT)
                           TO AUDIT-CYCLE-DATE
                       SET CYCLE-NUMBER-SET TO TRUE
                       DISPLAY "THIS RUN IS CYCLE "
                           AUDIT-CYCLE-NUMBER
                           ", FILES AS OF " AUDIT-CYCLE-DATE
                       DISPLAY " "
                   END-IF
               END-IF
           END-IF.

      ***************************************************************
      * NO DEPTMAST, NO NEWEMP OR NO EMPIDX MEANS THE AUDIT CANNOT
      * SAY THE FILES AGREE, SO IT FAILS.  NO NEWDED OR NO TERMEMP
      * ONLY MEANS NO DEDUCTIONS OR NO TERMINATIONS YET.
      ***************************************************************
       060-LOAD-DEPARTMENT-TABLE.

           OPEN INPUT DEPTMAST.
           IF NOT DEPTMAST-SUCCESSFUL
               DISPLAY "NO DEPTMAST ON FILE - AUDIT FAILED"
               SET RUN-ABORTED TO TRUE
           ELSE
               PERFORM 065-READ-DEPARTMENT-RECORD
               PERFORM 070-ADD-DEPARTMENT-TABLE-ENTRY
                   UNTIL DEPTMAST-END-OF-FILE
               CLOSE DEPTMAST
               IF DEPARTMENT-TABLE-COUNT > ZERO
                   SORT DEPARTMENT-ENTRY ASCENDING KEY DT-DEPART-CODE
               END-IF
           END-IF.

       065-READ-DEPARTMENT-RECORD.

           READ DEPTMAST
               AT END
                   SET DEPTMAST-END-OF-FILE TO TRUE.

       070-ADD-DEPARTMENT-TABLE-ENTRY.

           IF DEPARTMENT-TABLE-COUNT >= 200
               DISPLAY "DEPTMAST HAS MORE THAN 200 DEPARTMENT "
                   "ENTRIES - AUDIT FAILED"
               SET RUN-ABORTED TO TRUE
               SET DEPTMAST-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO CT-DEPTMAST-READ
               ADD 1 TO DEPARTMENT-TABLE-COUNT
               MOVE DM-DEPART-CODE
                   TO DT-DEPART-CODE (DEPARTMENT-TABLE-COUNT)
               MOVE DM-DEPART-NAME
                   TO DT-DEPART-NAME (DEPARTMENT-TABLE-COUNT)
               MOVE DM-ACTIVE-FLAG
                   TO DT-ACTIVE-FLAG (DEPARTMENT-TABLE-COUNT)
               PERFORM 065-READ-DEPARTMENT-RECORD
           END-IF.

      ***************************************************************
      * TYPE 1 - NEWEMP MUST RUN IN STRICTLY RISING EMPLOYEE ORDER.
      * A RECORD AT OR BELOW THE ONE BEFORE IT IS LISTED AND KEPT
      * OUT OF THE TABLE.
      ***************************************************************
       100-LOAD-EMPLOYEE-TABLE.

           OPEN INPUT NEWEMP.
           IF NOT NEWEMP-SUCCESSFUL
               DISPLAY "NO NEWEMP ON FILE - AUDIT FAILED"
               SET RUN-ABORTED TO TRUE
           ELSE
               MOVE 1 TO AUDIT-TYPE
               PERFORM 800-START-TYPE-LISTING
               MOVE LOW-VALUES TO PREVIOUS-EMPLOYEE-ID
               PERFORM 110-READ-NEW-MASTER
               PERFORM 120-ADD-EMPLOYEE-TABLE-ENTRY
                   UNTIL NEWEMP-END-OF-FILE
               CLOSE NEWEMP
               PERFORM 810-END-TYPE-LISTING
           END-IF.

      ***************************************************************
      * THE CONTROL TRAILER SEQ3000 LEAVES AS THE LAST NEWEMP RECORD
      * HAS A HIGH-VALUES ID AND IS TREATED AS END OF DATA.
      ***************************************************************
       110-READ-NEW-MASTER.

           READ NEWEMP
               AT END
                   SET NEWEMP-END-OF-FILE TO TRUE.
           IF NM-EMPLOYEE-ID = HIGH-VALUES
               SET NEWEMP-END-OF-FILE TO TRUE
           END-IF.

       120-ADD-EMPLOYEE-TABLE-ENTRY.

           ADD 1 TO CT-NEWEMP-READ.
           IF NM-EMPLOYEE-ID NOT > PREVIOUS-EMPLOYEE-ID
               MOVE NEW-MASTER-RECORD TO PRINT-EMPLOYEE-RECORD
               MOVE "NEWEMP" TO PRINT-SOURCE-NAME
               PERFORM 850-COUNT-INCONSISTENCY
               PERFORM 860-PRINT-EMPLOYEE-RECORD
               DISPLAY "        FOLLOWS EMPLOYEE ID "
                   PREVIOUS-EMPLOYEE-ID
           ELSE
               IF EMPLOYEE-TABLE-COUNT >= 5000
                   DISPLAY "NEWEMP HAS MORE THAN 5000 EMPLOYEES - "
                       "AUDIT FAILED"
                   SET RUN-ABORTED TO TRUE
                   SET NEWEMP-END-OF-FILE TO TRUE
               ELSE
                   ADD 1 TO EMPLOYEE-TABLE-COUNT
                   MOVE NEW-MASTER-RECORD
                       TO MT-EMPLOYEE-RECORD (EMPLOYEE-TABLE-COUNT)
                   MOVE "N"
                       TO MT-EMPIDX-FOUND-FLAG (EMPLOYEE-TABLE-COUNT)
                   MOVE NM-EMPLOYEE-ID TO PREVIOUS-EMPLOYEE-ID
               END-IF
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 110-READ-NEW-MASTER
           END-IF.

      ***************************************************************
      * TYPES 2 AND 3 - EVERY EMPLOYEE'S DEPARTMENT MUST BE ON
      * DEPTMAST, AND ACTIVE THERE.  ONE PASS OF THE TABLE PER TYPE
      * SO EACH TYPE LISTS TOGETHER.
      ***************************************************************
       200-CHECK-DEPARTMENTS.

           MOVE 2 TO AUDIT-TYPE.
           PERFORM 800-START-TYPE-LISTING.
           MOVE 1 TO MT-SUBSCRIPT.
           PERFORM 210-CHECK-DEPARTMENT-ON-FILE
               UNTIL MT-SUBSCRIPT > EMPLOYEE-TABLE-COUNT.
           PERFORM 810-END-TYPE-LISTING.
           MOVE 3 TO AUDIT-TYPE.
           PERFORM 800-START-TYPE-LISTING.
           MOVE 1 TO MT-SUBSCRIPT.
           PERFORM 220-CHECK-DEPARTMENT-ACTIVE
               UNTIL MT-SUBSCRIPT > EMPLOYEE-TABLE-COUNT.
           PERFORM 810-END-TYPE-LISTING.

       210-CHECK-DEPARTMENT-ON-FILE.

           MOVE MT-DEPART-CODE (MT-SUBSCRIPT) TO SEARCH-DEPART-CODE.
           PERFORM 230-LOCATE-DEPARTMENT.
           IF NOT DEPARTMENT-FOUND
               MOVE MT-EMPLOYEE-RECORD (MT-SUBSCRIPT)
                   TO PRINT-EMPLOYEE-RECORD
               MOVE "NEWEMP" TO PRINT-SOURCE-NAME
               PERFORM 850-COUNT-INCONSISTENCY
               PERFORM 860-PRINT-EMPLOYEE-RECORD
           END-IF.
           ADD 1 TO MT-SUBSCRIPT.

       220-CHECK-DEPARTMENT-ACTIVE.

           MOVE MT-DEPART-CODE (MT-SUBSCRIPT) TO SEARCH-DEPART-CODE.
           PERFORM 230-LOCATE-DEPARTMENT.
           IF DEPARTMENT-FOUND
               IF DT-ACTIVE-FLAG (DT-IDX) NOT = "A"
                   MOVE MT-EMPLOYEE-RECORD (MT-SUBSCRIPT)
                       TO PRINT-EMPLOYEE-RECORD
                   MOVE "NEWEMP" TO PRINT-SOURCE-NAME
                   PERFORM 850-COUNT-INCONSISTENCY
                   PERFORM 860-PRINT-EMPLOYEE-RECORD
                   DISPLAY "    DEPTMAST " DT-DEPART-CODE (DT-IDX)
                       " " DT-DEPART-NAME (DT-IDX)
                       " ACTIVE FLAG " DT-ACTIVE-FLAG (DT-IDX)
               END-IF
           END-IF.
           ADD 1 TO MT-SUBSCRIPT.

       230-LOCATE-DEPARTMENT.

           MOVE "N" TO DEPARTMENT-FOUND-SWITCH.
           IF DEPARTMENT-TABLE-COUNT > ZERO
               SEARCH ALL DEPARTMENT-ENTRY
                   WHEN DT-DEPART-CODE (DT-IDX) = SEARCH-DEPART-CODE
                       SET DEPARTMENT-FOUND TO TRUE
               END-SEARCH
           END-IF.

      ***************************************************************
      * TYPES 4, 5 AND 6 - EMPIDX MUST CARRY EXACTLY THE NEWEMP
      * RECORDS, FIELD FOR FIELD.  EMPIDX IS WALKED ONCE FOR ENTRIES
      * NEWEMP DOES NOT HAVE AND ONCE FOR ENTRIES THAT DIFFER (MARKING
      * EACH EMPLOYEE IT DOES HAVE), THEN THE TABLE IS WALKED FOR
      * THE EMPLOYEES EMPIDX NEVER MARKED.
      ***************************************************************
       300-CHECK-EMPLOYEE-INDEX.

           OPEN INPUT EMPIDX.
           IF NOT EMPIDX-SUCCESSFUL
               DISPLAY "NO EMPIDX ON FILE - AUDIT FAILED"
               SET RUN-ABORTED TO TRUE
           ELSE
               MOVE 4 TO AUDIT-TYPE
               PERFORM 800-START-TYPE-LISTING
               MOVE "N" TO EMPIDX-END-OF-FILE-SWITCH
               PERFORM 310-READ-EMPLOYEE-INDEX
               PERFORM 320-CHECK-INDEX-ON-MASTER
                   UNTIL EMPIDX-END-OF-FILE
               CLOSE EMPIDX
               PERFORM 810-END-TYPE-LISTING
               MOVE 5 TO AUDIT-TYPE
               PERFORM 800-START-TYPE-LISTING
               OPEN INPUT EMPIDX
               MOVE "N" TO EMPIDX-END-OF-FILE-SWITCH
               PERFORM 310-READ-EMPLOYEE-INDEX
               PERFORM 330-COMPARE-INDEX-TO-MASTER
                   UNTIL EMPIDX-END-OF-FILE
               CLOSE EMPIDX
               PERFORM 810-END-TYPE-LISTING
               MOVE 6 TO AUDIT-TYPE
               PERFORM 800-START-TYPE-LISTING
               MOVE 1 TO MT-SUBSCRIPT
               PERFORM 340-CHECK-MASTER-ON-INDEX
                   UNTIL MT-SUBSCRIPT > EMPLOYEE-TABLE-COUNT
               PERFORM 810-END-TYPE-LISTING
           END-IF.

       310-READ-EMPLOYEE-INDEX.

           READ EMPIDX
               AT END
                   SET EMPIDX-END-OF-FILE TO TRUE.

       320-CHECK-INDEX-ON-MASTER.

           ADD 1 TO CT-EMPIDX-READ.
           MOVE EI-EMPLOYEE-ID TO SEARCH-EMPLOYEE-ID.
           PERFORM 350-LOCATE-EMPLOYEE.
           IF NOT EMPLOYEE-FOUND
               MOVE EMPLOYEE-INDEX-RECORD TO PRINT-EMPLOYEE-RECORD
               MOVE "EMPIDX" TO PRINT-SOURCE-NAME
               PERFORM 850-COUNT-INCONSISTENCY
               PERFORM 860-PRINT-EMPLOYEE-RECORD
           END-IF.
           PERFORM 310-READ-EMPLOYEE-INDEX.

       330-COMPARE-INDEX-TO-MASTER.

           MOVE EI-EMPLOYEE-ID TO SEARCH-EMPLOYEE-ID.
           PERFORM 350-LOCATE-EMPLOYEE.
           IF EMPLOYEE-FOUND
               SET MT-ON-EMPIDX (MT-IDX) TO TRUE
               IF EMPLOYEE-INDEX-RECORD
                   NOT = MT-EMPLOYEE-RECORD (MT-IDX)
                   MOVE MT-EMPLOYEE-RECORD (MT-IDX)
                       TO PRINT-EMPLOYEE-RECORD
                   MOVE "NEWEMP" TO PRINT-SOURCE-NAME
                   PERFORM 850-COUNT-INCONSISTENCY
                   PERFORM 860-PRINT-EMPLOYEE-RECORD
                   MOVE EMPLOYEE-INDEX-RECORD TO PRINT-EMPLOYEE-RECORD
                   MOVE "EMPIDX" TO PRINT-SOURCE-NAME
                   PERFORM 860-PRINT-EMPLOYEE-RECORD
               END-IF
           END-IF.
           PERFORM 310-READ-EMPLOYEE-INDEX.

       340-CHECK-MASTER-ON-INDEX.

           IF NOT MT-ON-EMPIDX (MT-SUBSCRIPT)
               MOVE MT-EMPLOYEE-RECORD (MT-SUBSCRIPT)
                   TO PRINT-EMPLOYEE-RECORD
               MOVE "NEWEMP" TO PRINT-SOURCE-NAME
               PERFORM 850-COUNT-INCONSISTENCY
               PERFORM 860-PRINT-EMPLOYEE-RECORD
           END-IF.
           ADD 1 TO MT-SUBSCRIPT.

       350-LOCATE-EMPLOYEE.

           MOVE "N" TO EMPLOYEE-FOUND-SWITCH.
           IF EMPLOYEE-TABLE-COUNT > ZERO
               SEARCH ALL EMPLOYEE-AUDIT-ENTRY
                   WHEN MT-EMPLOYEE-ID (MT-IDX) = SEARCH-EMPLOYEE-ID
                       SET EMPLOYEE-FOUND TO TRUE
               END-SEARCH
           END-IF.

      ***************************************************************
      * TYPE 7 - EVERY DEDUCTION ON NEWDED MUST BELONG TO AN EMPLOYEE
      * STILL ON NEWEMP, OR THE BUREAU IS TOLD TO WITHHOLD FROM PAY
      * NOBODY IS GETTING.
      ***************************************************************
       400-CHECK-DEDUCTIONS.

           MOVE 7 TO AUDIT-TYPE.
           PERFORM 800-START-TYPE-LISTING.
           OPEN INPUT NEWDED.
           IF NOT NEWDED-SUCCESSFUL
               DISPLAY "    NO NEWDED ON FILE - NO DEDUCTIONS TO CHECK"
           ELSE
               PERFORM 410-READ-DEDUCTION
               PERFORM 420-CHECK-DEDUCTION-EMPLOYEE
                   UNTIL NEWDED-END-OF-FILE
               CLOSE NEWDED
           END-IF.
           PERFORM 810-END-TYPE-LISTING.

       410-READ-DEDUCTION.

           READ NEWDED
               AT END
                   SET NEWDED-END-OF-FILE TO TRUE.

       420-CHECK-DEDUCTION-EMPLOYEE.

           ADD 1 TO CT-NEWDED-READ.
           MOVE ND-EMPLOYEE-ID TO SEARCH-EMPLOYEE-ID.
           PERFORM 350-LOCATE-EMPLOYEE.
           IF NOT EMPLOYEE-FOUND
               PERFORM 850-COUNT-INCONSISTENCY
               MOVE ND-AMOUNT TO DISPLAY-DEDUCTION-AMOUNT
               DISPLAY "    NEWDED   " ND-EMPLOYEE-ID
                   " CODE " ND-DEDUCTION-CODE
                   " METHOD " ND-METHOD
                   " AMOUNT " DISPLAY-DEDUCTION-AMOUNT
                   " START " ND-START-DATE
                   " STOP " ND-STOP-DATE
           END-IF.
           PERFORM 410-READ-DEDUCTION.

      ***************************************************************
      * TYPE 8 - AN EMPLOYEE ON BOTH NEWEMP AND TERMEMP CAN ONLY BE
      * A REHIRE.  SEQ3000 WRITES A REHIRE ENTRY TO CHGHIST FOR EVERY
      * ONE (SEQ3200 NEVER PURGES THEM) AND WILL NOT TAKE A REHIRE
      * DATED BEFORE THE TERMINATION, SO EITHER THE LATEST REHIRE ON
      * CHGIDX OR THE HIRE DATE ON NEWEMP MUST BE ON OR AFTER THE
      * TERMINATION DATE.  WITHOUT CHGIDX THE HIRE DATE ALONE IS
      * TESTED.
      ***************************************************************
       500-CHECK-TERMINATIONS.

           MOVE 8 TO AUDIT-TYPE.
           PERFORM 800-START-TYPE-LISTING.
           OPEN INPUT TERMEMP.
           IF NOT TERMEMP-SUCCESSFUL
               DISPLAY "    NO TERMEMP ON FILE - NO TERMINATIONS TO "
                   "CHECK"
           ELSE
               OPEN INPUT CHGIDX
               IF CHGIDX-SUCCESSFUL
                   SET CHGIDX-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "    NO CHGIDX ON FILE - HIRE DATES ONLY "
                       "TESTED.  SEQ3210 REBUILDS IT FROM CHGHIST"
               END-IF
               PERFORM 510-READ-TERMINATION
               PERFORM 520-CHECK-TERMINATED-EMPLOYEE
                   UNTIL TERMEMP-END-OF-FILE
               CLOSE TERMEMP
               IF CHGIDX-IS-OPEN
                   CLOSE CHGIDX
               END-IF
           END-IF.
           PERFORM 810-END-TYPE-LISTING.

       510-READ-TERMINATION.

           READ TERMEMP
               AT END
                   SET TERMEMP-END-OF-FILE TO TRUE.

       520-CHECK-TERMINATED-EMPLOYEE.

           ADD 1 TO CT-TERMEMP-READ.
           MOVE TE-EMPLOYEE-ID TO SEARCH-EMPLOYEE-ID.
           PERFORM 350-LOCATE-EMPLOYEE.
           IF EMPLOYEE-FOUND
               PERFORM 530-FIND-LAST-REHIRE
               IF LAST-REHIRE-DATE < TE-TERMINATION-DATE
                   AND MT-HIRE-DATE (MT-IDX) < TE-TERMINATION-DATE
                   MOVE MT-EMPLOYEE-RECORD (MT-IDX)
                       TO PRINT-EMPLOYEE-RECORD
                   MOVE "NEWEMP" TO PRINT-SOURCE-NAME
                   PERFORM 850-COUNT-INCONSISTENCY
                   PERFORM 860-PRINT-EMPLOYEE-RECORD
                   IF LAST-REHIRE-DATE = ZERO
                       DISPLAY "    TERMEMP  " TE-EMPLOYEE-ID
                           " TERMINATED " TE-TERMINATION-DATE
                           " - NO REHIRE ON CHGIDX"
                   ELSE
                       DISPLAY "    TERMEMP  " TE-EMPLOYEE-ID
                           " TERMINATED " TE-TERMINATION-DATE
                           " - LAST REHIRE " LAST-REHIRE-DATE
                   END-IF
               END-IF
           END-IF.
           PERFORM 510-READ-TERMINATION.

       530-FIND-LAST-REHIRE.

           MOVE ZERO TO LAST-REHIRE-DATE.
           IF CHGIDX-IS-OPEN
               MOVE "N" TO END-OF-HISTORY-SWITCH
               MOVE LOW-VALUES TO CX-HISTORY-KEY
               MOVE TE-EMPLOYEE-ID TO CX-EMPLOYEE-ID
               START CHGIDX
                   KEY IS NOT LESS THAN CX-HISTORY-KEY
                   INVALID KEY
                       SET END-OF-HISTORY TO TRUE
               END-START
               IF NOT END-OF-HISTORY
                   PERFORM 540-READ-HISTORY-INDEX
               END-IF
               PERFORM 550-TEST-HISTORY-ENTRY
                   UNTIL END-OF-HISTORY
           END-IF.

       540-READ-HISTORY-INDEX.

           READ CHGIDX NEXT RECORD
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ.
           IF NOT END-OF-HISTORY
               IF CX-EMPLOYEE-ID NOT = TE-EMPLOYEE-ID
                   SET END-OF-HISTORY TO TRUE
               END-IF
           END-IF.

       550-TEST-HISTORY-ENTRY.

           IF CX-FIELD-NAME = "REHIRE"
               AND CX-RUN-DATE > LAST-REHIRE-DATE
               MOVE CX-RUN-DATE TO LAST-REHIRE-DATE
           END-IF.
           PERFORM 540-READ-HISTORY-INDEX.

       800-START-TYPE-LISTING.

           DISPLAY "TYPE " AUDIT-TYPE " - "
               IT-DESCRIPTION (AUDIT-TYPE).

       810-END-TYPE-LISTING.

           IF IT-COUNT (AUDIT-TYPE) = ZERO
               DISPLAY "    NONE"
           ELSE
               DISPLAY "    FOUND ............... "
                   IT-COUNT (AUDIT-TYPE)
           END-IF.
           DISPLAY " ".

       850-COUNT-INCONSISTENCY.

           ADD 1 TO IT-COUNT (AUDIT-TYPE).
           ADD 1 TO CT-INCONSISTENCY-TOTAL.

       860-PRINT-EMPLOYEE-RECORD.

           MOVE PE-ANNUAL-SALARY TO DISPLAY-ANNUAL-SALARY.
           MOVE PE-VACATION-HOURS TO DISPLAY-VACATION-HOURS.
           MOVE PE-SICK-HOURS TO DISPLAY-SICK-HOURS.
           DISPLAY "    " PRINT-SOURCE-NAME " " PE-EMPLOYEE-ID
               " " PE-EMPLOYEE-NAME " " PE-DEPART-CODE
               " " PE-JOB-CLASS " " DISPLAY-ANNUAL-SALARY
               " " DISPLAY-VACATION-HOURS " " DISPLAY-SICK-HOURS
               " " PE-HIRE-DATE " " PE-EMPLOYMENT-STATUS.

       910-DISPLAY-CONTROL-TOTALS.

           DISPLAY "SEQ3220 CONTROL TOTALS".
           DISPLAY "    DEPTMAST RECORDS .... " CT-DEPTMAST-READ.
           DISPLAY "    NEWEMP RECORDS ...... " CT-NEWEMP-READ.
           DISPLAY "    EMPIDX RECORDS ...... " CT-EMPIDX-READ.
           DISPLAY "    NEWDED RECORDS ...... " CT-NEWDED-READ.
           DISPLAY "    TERMEMP RECORDS ..... " CT-TERMEMP-READ.
           DISPLAY " ".
           DISPLAY "INCONSISTENCIES BY TYPE".
           MOVE 1 TO AUDIT-TYPE.
           PERFORM 920-DISPLAY-ONE-TYPE-TOTAL
               UNTIL AUDIT-TYPE > INCONSISTENCY-TYPE-COUNT.
           DISPLAY "    TOTAL ............... " CT-INCONSISTENCY-TOTAL.
           IF RUN-ABORTED
               DISPLAY "*** AUDIT INCOMPLETE - FAIL POSTED TO CYCCTL, "
                   "PAYXTR WILL NOT BE BUILT ***"
           ELSE
               IF CT-INCONSISTENCY-TOTAL > ZERO
                   DISPLAY "*** AUDIT FAILED - FAIL POSTED TO CYCCTL, "
                       "PAYXTR WILL NOT BE BUILT ***"
               ELSE
                   DISPLAY "AUDIT PASSED - FILES AGREE"
               END-IF
           END-IF.

       920-DISPLAY-ONE-TYPE-TOTAL.

           DISPLAY "    " AUDIT-TYPE " " IT-DESCRIPTION (AUDIT-TYPE)
               " " IT-COUNT (AUDIT-TYPE).
           ADD 1 TO AUDIT-TYPE.

      ***************************************************************
      * REWRITES THE CYCLE-CONTROL MASTER WITH THIS STEP'S RECORD
      * STAMPED - C WHEN EVERY CHECK RAN AND FOUND NOTHING, F
      * OTHERWISE.
      ***************************************************************
       930-STAMP-CYCLE-CONTROL.

           IF CC-OWN-SUBSCRIPT = ZERO
               ADD 1 TO CC-TABLE-COUNT
               MOVE CC-TABLE-COUNT TO CC-OWN-SUBSCRIPT
               MOVE CC-OWN-PROGRAM-NAME
                   TO CC-PROGRAM-NAME (CC-OWN-SUBSCRIPT)
           END-IF.
           MOVE AUDIT-CYCLE-NUMBER
               TO CC-CYCLE-NUMBER (CC-OWN-SUBSCRIPT).
           MOVE AUDIT-CYCLE-DATE
               TO CC-RUN-DATE (CC-OWN-SUBSCRIPT).
           IF RUN-ABORTED OR CT-INCONSISTENCY-TOTAL > ZERO
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
