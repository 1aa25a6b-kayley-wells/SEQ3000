       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3160.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT NEWEMP  ASSIGN TO NEWEMP.
           SELECT TERMEMP  ASSIGN TO TERMEMP
                           FILE STATUS IS TERMEMP-FILE-STATUS.
           SELECT CHGHIST  ASSIGN TO CHGHIST
                           FILE STATUS IS CHGHIST-FILE-STATUS.
           SELECT ASOFEMP  ASSIGN TO ASOFEMP
                           FILE STATUS IS ASOFEMP-FILE-STATUS.
           SELECT SORTWORK  ASSIGN TO SORTWORK.

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

       FD  TERMEMP.
       01  TERMINATED-EMPLOYEE-RECORD.
           05  TE-MASTER-DATA.
               10  TE-EMPLOYEE-ID      PIC X(5).
               10  FILLER              PIC X(61).
           05  TE-TERMINATION-DATE     PIC 9(8).

       FD  CHGHIST.
       01  CHANGE-HISTORY-RECORD.
           05  CH-EMPLOYEE-ID          PIC X(5).
           05  CH-RUN-DATE             PIC 9(8).
           05  CH-TRANSACTION-SEQ      PIC 9(9).
           05  CH-FIELD-NAME           PIC X(10).
           05  CH-OLD-VALUE            PIC X(30).
           05  CH-NEW-VALUE            PIC X(30).

      ***************************************************************
      * AS-OF MASTER - THE NEWEMP LAYOUT EXACTLY, IN EMPLOYEE ID
      * ORDER, SO THE MASTER-FILE REPORTS CAN BE RERUN AGAINST IT BY
      * POINTING THEIR NEWEMP AT THIS FILE.
      ***************************************************************
       FD  ASOFEMP.
       01  AS-OF-MASTER-RECORD.
           05  AM-EMPLOYEE-ID          PIC X(5).
           05  AM-EMPLOYEE-NAME        PIC X(30).
           05  AM-DEPART-CODE          PIC X(5).
           05  AM-JOB-CLASS            PIC X(2).
           05  AM-ANNUAL-SALARY        PIC S9(5)V99.
           05  AM-VACATION-HOURS       PIC S9(3).
           05  AM-SICK-HOURS           PIC S9(3)V99.
           05  AM-HIRE-DATE            PIC 9(8).
           05  AM-EMPLOYMENT-STATUS    PIC X.

      ***************************************************************
      * ONE SORT STREAM CARRYING BOTH THE CANDIDATE MASTERS (TYPE 1 -
      * THE CURRENT NEWEMP RECORD AND ANY TERMEMP RECORD TERMINATED
      * AFTER THE AS-OF DATE) AND THE CHGHIST ENTRIES POSTED AFTER
      * THE AS-OF DATE (TYPE 2).  WITHIN AN EMPLOYEE THE MASTERS COME
      * FIRST, THEN THE CHANGES NEWEST FIRST, SO EACH CHANGE CAN BE
      * UNDONE IN THE REVERSE OF THE ORDER IT POSTED.
      ***************************************************************
       SD  SORTWORK.
       01  SORT-WORK-RECORD.
           05  SW-EMPLOYEE-ID          PIC X(5).
           05  SW-RECORD-TYPE          PIC X.
               88  SW-CANDIDATE-MASTER        VALUE "1".
               88  SW-CHANGE-ENTRY            VALUE "2".
           05  SW-RUN-DATE             PIC 9(8).
           05  SW-TRANSACTION-SEQ      PIC 9(9).
           05  SW-MASTER-SOURCE        PIC X.
           05  SW-WINDOW-END-DATE      PIC 9(8).
           05  SW-ITEM-DATA            PIC X(70).
           05  SW-MASTER-DATA REDEFINES SW-ITEM-DATA.
               10  SW-MASTER-RECORD    PIC X(66).
               10  FILLER              PIC X(4).
           05  SW-CHANGE-DATA REDEFINES SW-ITEM-DATA.
               10  SW-FIELD-NAME       PIC X(10).
               10  SW-OLD-VALUE        PIC X(30).
               10  SW-NEW-VALUE        PIC X(30).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  NEWEMP-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  NEWEMP-END-OF-FILE                  VALUE "Y".
           05  TERMEMP-END-OF-FILE-SWITCH      PIC X  VALUE "N".
               88  TERMEMP-END-OF-FILE                 VALUE "Y".
           05  CHGHIST-END-OF-FILE-SWITCH      PIC X  VALUE "N".
               88  CHGHIST-END-OF-FILE                 VALUE "Y".
           05  SORT-RETURN-DONE-SWITCH         PIC X  VALUE "N".
               88  SORT-RETURN-DONE                    VALUE "Y".
           05  FIRST-ITEM-SWITCH               PIC X  VALUE "Y".
               88  FIRST-ITEM                          VALUE "Y".
           05  SURVIVOR-WRITTEN-SWITCH         PIC X  VALUE "N".
               88  SURVIVOR-WRITTEN                    VALUE "Y".
           05  RUN-ABORTED-SWITCH              PIC X  VALUE "N".
               88  RUN-ABORTED                         VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  TERMEMP-FILE-STATUS      PIC XX.
               88  TERMEMP-SUCCESSFUL         VALUE "00".
           05  CHGHIST-FILE-STATUS      PIC XX.
               88  CHGHIST-SUCCESSFUL         VALUE "00".
           05  ASOFEMP-FILE-STATUS      PIC XX.
               88  ASOFEMP-SUCCESSFUL         VALUE "00".

      ***************************************************************
      * REQUEST CARD FROM SYSIN - THE AS-OF DATE (CCYYMMDD) IN
      * COLUMNS 1-8 AND, OPTIONALLY, ONE EMPLOYEE ID IN COLUMNS
      * 9-13.  A BLANK EMPLOYEE ID RECONSTRUCTS THE WHOLE COMPANY.
      * THE AS-OF DATE MEANS THE MASTER AS IT STOOD AFTER THE LAST
      * RUN ON OR BEFORE THAT DATE.
      ***************************************************************
       01  AS-OF-REQUEST-CARD.
           05  AR-AS-OF-DATE               PIC X(8).
           05  AR-EMPLOYEE-ID              PIC X(5).

       01  AS-OF-DATE                      PIC 9(8).

      ***************************************************************
      * THE MASTERS IN HAND FOR ONE EMPLOYEE ID - USUALLY ONE, BUT A
      * REHIRED EMPLOYEE CAN HAVE A CURRENT RECORD AND ONE OR MORE
      * EARLIER SPELLS ON TERMEMP.  EACH CARRIES THE LAST RUN DATE
      * ITS OWN HISTORY RUNS TO: A TERMEMP SPELL ENDS ON ITS
      * TERMINATION RUN, SO LATER CHANGES BELONG TO A LATER SPELL.
      ***************************************************************
       01  CANDIDATE-TABLE.
           05  CANDIDATE-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  CANDIDATE-ENTRY OCCURS 10 TIMES.
               10  CA-MASTER-RECORD.
                   15  CA-EMPLOYEE-ID      PIC X(5).
                   15  CA-EMPLOYEE-NAME    PIC X(30).
                   15  CA-DEPART-CODE      PIC X(5).
                   15  CA-JOB-CLASS        PIC X(2).
                   15  CA-ANNUAL-SALARY    PIC S9(5)V99.
                   15  CA-VACATION-HOURS   PIC S9(3).
                   15  CA-SICK-HOURS       PIC S9(3)V99.
                   15  CA-HIRE-DATE        PIC 9(8).
                   15  CA-EMPLOY-STATUS    PIC X.
               10  CA-MASTER-SOURCE    PIC X.
                   88  CA-FROM-NEWEMP             VALUE "N".
                   88  CA-FROM-TERMEMP            VALUE "T".
               10  CA-WINDOW-END-DATE  PIC 9(8).
               10  CA-ROLLBACK-COUNT   PIC S9(4) COMP.
               10  CA-DROP-REASON      PIC X.
                   88  CA-KEPT                    VALUE SPACE.
                   88  CA-REHIRE-UNDONE           VALUE "R".
                   88  CA-HIRED-AFTER             VALUE "H".

       01  CANDIDATE-WORK-FIELDS.
           05  CA-SUBSCRIPT                PIC S9(4) COMP.
           05  CURRENT-EMPLOYEE-ID         PIC X(5).

      ***************************************************************
      * CHGHIST CARRIES EVERY VALUE AS TEXT - SALARIES IN THE EDITED
      * FORM SEQ3000 LOGS THEM IN, DATES AS EIGHT DIGITS.  THESE
      * VIEWS TURN AN OLD VALUE BACK INTO THE MASTER'S OWN FORMAT.
      ***************************************************************
       01  HISTORY-VALUE-FIELDS.
           05  HV-OLD-VALUE                PIC X(30).
           05  HV-SALARY-VIEW REDEFINES HV-OLD-VALUE.
               10  HV-SALARY-EDITED        PIC ---,---,--9.99.
               10  FILLER                  PIC X(16).
           05  HV-DATE-VIEW REDEFINES HV-OLD-VALUE.
               10  HV-DATE-VALUE           PIC 9(8).
               10  FILLER                  PIC X(22).
           05  HV-SALARY-VALUE             PIC S9(9)V99.

       01  CONTROL-TOTALS.
           05  CT-NEWEMP-READ              PIC 9(7) VALUE ZERO.
           05  CT-TERMEMP-CANDIDATES       PIC 9(7) VALUE ZERO.
           05  CT-CHANGES-SELECTED         PIC 9(7) VALUE ZERO.
           05  CT-CHANGES-ROLLED-BACK      PIC 9(7) VALUE ZERO.
           05  CT-CHANGES-NOT-APPLIED      PIC 9(7) VALUE ZERO.
           05  CT-UNKNOWN-FIELD            PIC 9(7) VALUE ZERO.
           05  CT-RESTORED-COUNT           PIC 9(7) VALUE ZERO.
           05  CT-HIRED-AFTER-COUNT        PIC 9(7) VALUE ZERO.
           05  CT-REHIRE-UNDONE-COUNT      PIC 9(7) VALUE ZERO.
           05  CT-DUPLICATE-SPELL-COUNT    PIC 9(7) VALUE ZERO.
           05  CT-RECORDS-WRITTEN          PIC 9(7) VALUE ZERO.
           05  CT-SALARY-TOTAL             PIC S9(9)V99 VALUE ZERO.

       01  DISPLAY-FIELDS.
           05  DISPLAY-COUNT               PIC Z,ZZZ,ZZ9.
           05  DISPLAY-SALARY              PIC ZZ,ZZ9.99.
           05  DISPLAY-ROLLBACKS           PIC ZZ9.
           05  DISPLAY-SALARY-TOTAL        PIC -,---,---,--9.99.
           05  DISPLAY-NOTE                PIC X(32).

       PROCEDURE DIVISION.

      ***************************************************************
      * POINT-IN-TIME RECONSTRUCTION OF THE EMPLOYEE MASTER.  STARTS
      * FROM THE CURRENT NEWEMP AND WORKS BACKWARD TO THE AS-OF DATE:
      *   - EVERY CHGHIST ENTRY POSTED AFTER THE DATE IS UNDONE,
      *     NEWEST FIRST, BY PUTTING ITS OLD VALUE BACK;
      *   - EVERY EMPLOYEE ON TERMEMP WHOSE TERMINATION RAN AFTER THE
      *     DATE IS PUT BACK, WITH THEIR OWN LATER CHANGES UNDONE;
      *   - AN EMPLOYEE WHOSE (ROLLED-BACK) HIRE DATE IS AFTER THE
      *     DATE IS DROPPED, AND SO IS A CURRENT RECORD WHOSE REHIRE
      *     POSTED AFTER THE DATE - AT THAT POINT THE PERSON WAS
      *     EITHER STILL ON THEIR EARLIER SPELL (RESTORED FROM
      *     TERMEMP) OR NOT EMPLOYED AT ALL.
      * THE RESULT GOES TO ASOFEMP IN THE NEWEMP LAYOUT WITH A
      * LISTING OF EVERY RECORD.  LEAVE BALANCES ARE CARRIED AS THEY
      * STAND NOW (OR STOOD AT TERMINATION) - ACCRUALS ARE NOT
      * LOGGED TO CHGHIST AND CANNOT BE ROLLED BACK.
      ***************************************************************
       000-RECONSTRUCT-AS-OF-MASTER.

           DISPLAY "SEQ3160 POINT-IN-TIME MASTER RECONSTRUCTION".
           DISPLAY " ".

           PERFORM 050-ACCEPT-AS-OF-REQUEST.
           IF NOT RUN-ABORTED
               SORT SORTWORK
                   ASCENDING KEY SW-EMPLOYEE-ID
                                 SW-RECORD-TYPE
                   DESCENDING KEY SW-RUN-DATE
                                  SW-TRANSACTION-SEQ
                   INPUT PROCEDURE 200-RELEASE-HISTORY-ITEMS
                   OUTPUT PROCEDURE 500-BUILD-AS-OF-MASTER
               PERFORM 910-DISPLAY-CONTROL-TOTALS
           END-IF.
           STOP RUN.

       050-ACCEPT-AS-OF-REQUEST.

           MOVE SPACES TO AS-OF-REQUEST-CARD.
           ACCEPT AS-OF-REQUEST-CARD FROM SYSIN.
           IF AR-AS-OF-DATE NOT NUMERIC
               DISPLAY "AS-OF DATE " AR-AS-OF-DATE
                   " IS NOT A VALID DATE, RUN ABORTED"
               SET RUN-ABORTED TO TRUE
           ELSE
               MOVE AR-AS-OF-DATE TO AS-OF-DATE
               DISPLAY "EMPLOYEE MASTER AS OF ....... " AS-OF-DATE
               IF AR-EMPLOYEE-ID = SPACES
                   DISPLAY "EMPLOYEES ................... ALL"
               ELSE
                   DISPLAY "EMPLOYEE .................... "
                       AR-EMPLOYEE-ID
               END-IF
               DISPLAY "LEAVE BALANCES ARE CURRENT (OR AT "
                   "TERMINATION) - ACCRUALS ARE NOT ROLLED BACK"
               DISPLAY " "
           END-IF.

      ***************************************************************
      * FEEDS THE SORT FROM ALL THREE FILES.  TERMEMP AND CHGHIST
      * ARE CUMULATIVE AND ARE READ FRONT TO BACK; ONLY WHAT CAN
      * MATTER FOR THE AS-OF DATE IS RELEASED.  A MISSING TERMEMP OR
      * CHGHIST SIMPLY MEANS NOTHING OF THAT KIND TO UNDO.
      ***************************************************************
       200-RELEASE-HISTORY-ITEMS.

           OPEN INPUT NEWEMP.
           PERFORM 210-READ-NEW-MASTER.
           PERFORM 220-RELEASE-NEW-MASTER
               UNTIL NEWEMP-END-OF-FILE.
           CLOSE NEWEMP.

           OPEN INPUT TERMEMP.
           IF NOT TERMEMP-SUCCESSFUL
               DISPLAY "NO TERMEMP ON FILE - NO TERMINATED EMPLOYEES "
                   "TO RESTORE"
           ELSE
               PERFORM 230-READ-TERMINATED-EMPLOYEE
               PERFORM 240-RELEASE-TERMINATED-EMPLOYEE
                   UNTIL TERMEMP-END-OF-FILE
               CLOSE TERMEMP
           END-IF.

           OPEN INPUT CHGHIST.
           IF NOT CHGHIST-SUCCESSFUL
               DISPLAY "NO CHGHIST ON FILE - NO CHANGES TO ROLL BACK"
           ELSE
               PERFORM 250-READ-CHANGE-HISTORY
               PERFORM 260-RELEASE-CHANGE-ENTRY
                   UNTIL CHGHIST-END-OF-FILE
               CLOSE CHGHIST
           END-IF.

      ***************************************************************
      * THE LAST NEWEMP RECORD IS THE CONTROL TRAILER SEQ3000 LEAVES
      * FOR RUN-TO-RUN INTEGRITY CHECKING - ITS CONTROL ID IS
      * HIGH-VALUES, SO IT IS TREATED AS END OF DATA HERE AND NEVER
      * RECONSTRUCTED AS AN EMPLOYEE.
      ***************************************************************
       210-READ-NEW-MASTER.

           READ NEWEMP
               AT END
                   SET NEWEMP-END-OF-FILE TO TRUE.
           IF NM-EMPLOYEE-ID = HIGH-VALUES
               SET NEWEMP-END-OF-FILE TO TRUE
           END-IF.

       220-RELEASE-NEW-MASTER.

           IF AR-EMPLOYEE-ID = SPACES
               OR AR-EMPLOYEE-ID = NM-EMPLOYEE-ID
               ADD 1 TO CT-NEWEMP-READ
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE NM-EMPLOYEE-ID TO SW-EMPLOYEE-ID
               SET SW-CANDIDATE-MASTER TO TRUE
               MOVE ZERO TO SW-RUN-DATE
               MOVE ZERO TO SW-TRANSACTION-SEQ
               MOVE "N" TO SW-MASTER-SOURCE
               MOVE 99999999 TO SW-WINDOW-END-DATE
               MOVE NEW-MASTER-RECORD TO SW-MASTER-RECORD
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM 210-READ-NEW-MASTER.

       230-READ-TERMINATED-EMPLOYEE.

           READ TERMEMP
               AT END
                   SET TERMEMP-END-OF-FILE TO TRUE.

      *    A TERMINATION THAT RAN ON OR BEFORE THE AS-OF DATE WAS
      *    ALREADY OFF THE MASTER THEN, SO ONLY LATER ONES ARE
      *    CANDIDATES.  WHETHER THE PERSON HAD BEEN HIRED YET IS
      *    DECIDED AFTER THEIR HIRE DATE HAS BEEN ROLLED BACK.
       240-RELEASE-TERMINATED-EMPLOYEE.

           IF TE-TERMINATION-DATE > AS-OF-DATE
               AND (AR-EMPLOYEE-ID = SPACES
                    OR AR-EMPLOYEE-ID = TE-EMPLOYEE-ID)
               ADD 1 TO CT-TERMEMP-CANDIDATES
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE TE-EMPLOYEE-ID TO SW-EMPLOYEE-ID
               SET SW-CANDIDATE-MASTER TO TRUE
               MOVE ZERO TO SW-RUN-DATE
               MOVE ZERO TO SW-TRANSACTION-SEQ
               MOVE "T" TO SW-MASTER-SOURCE
               MOVE TE-TERMINATION-DATE TO SW-WINDOW-END-DATE
               MOVE TE-MASTER-DATA TO SW-MASTER-RECORD
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM 230-READ-TERMINATED-EMPLOYEE.

       250-READ-CHANGE-HISTORY.

           READ CHGHIST
               AT END
                   SET CHGHIST-END-OF-FILE TO TRUE.

       260-RELEASE-CHANGE-ENTRY.

           IF CH-RUN-DATE > AS-OF-DATE
               AND (AR-EMPLOYEE-ID = SPACES
                    OR AR-EMPLOYEE-ID = CH-EMPLOYEE-ID)
               ADD 1 TO CT-CHANGES-SELECTED
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE CH-EMPLOYEE-ID TO SW-EMPLOYEE-ID
               SET SW-CHANGE-ENTRY TO TRUE
               MOVE CH-RUN-DATE TO SW-RUN-DATE
               MOVE CH-TRANSACTION-SEQ TO SW-TRANSACTION-SEQ
               MOVE SPACE TO SW-MASTER-SOURCE
               MOVE ZERO TO SW-WINDOW-END-DATE
               MOVE CH-FIELD-NAME TO SW-FIELD-NAME
               MOVE CH-OLD-VALUE TO SW-OLD-VALUE
               MOVE CH-NEW-VALUE TO SW-NEW-VALUE
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM 250-READ-CHANGE-HISTORY.

       500-BUILD-AS-OF-MASTER.

           OPEN OUTPUT ASOFEMP.
           DISPLAY "EMP   NAME                           DEPT  JC "
               "   SALARY ST HIRE DATE UNDO NOTE".
           PERFORM 510-RETURN-HISTORY-ITEM
               UNTIL SORT-RETURN-DONE.
           IF NOT FIRST-ITEM
               PERFORM 600-FINISH-EMPLOYEE
           END-IF.
           CLOSE ASOFEMP.

       510-RETURN-HISTORY-ITEM.

           RETURN SORTWORK
               AT END
                   SET SORT-RETURN-DONE TO TRUE
               NOT AT END
                   IF NOT RUN-ABORTED
                       PERFORM 520-PROCESS-HISTORY-ITEM
                   END-IF
           END-RETURN.

       520-PROCESS-HISTORY-ITEM.

           IF FIRST-ITEM
               MOVE "N" TO FIRST-ITEM-SWITCH
               PERFORM 530-START-EMPLOYEE
           ELSE
               IF SW-EMPLOYEE-ID NOT = CURRENT-EMPLOYEE-ID
                   PERFORM 600-FINISH-EMPLOYEE
                   PERFORM 530-START-EMPLOYEE
               END-IF
           END-IF.
           IF SW-CANDIDATE-MASTER
               PERFORM 540-ADD-CANDIDATE
           ELSE
               PERFORM 550-ROLL-BACK-CHANGE
           END-IF.

       530-START-EMPLOYEE.

           MOVE SW-EMPLOYEE-ID TO CURRENT-EMPLOYEE-ID.
           MOVE ZERO TO CANDIDATE-COUNT.

       540-ADD-CANDIDATE.

           IF CANDIDATE-COUNT >= 10
               DISPLAY "EMPLOYEE " SW-EMPLOYEE-ID " HAS MORE THAN 10 "
                   "EMPLOYMENT SPELLS ON FILE, RUN ABORTED"
               SET RUN-ABORTED TO TRUE
           ELSE
               ADD 1 TO CANDIDATE-COUNT
               MOVE SW-MASTER-RECORD
                   TO CA-MASTER-RECORD (CANDIDATE-COUNT)
               MOVE SW-MASTER-SOURCE
                   TO CA-MASTER-SOURCE (CANDIDATE-COUNT)
               MOVE SW-WINDOW-END-DATE
                   TO CA-WINDOW-END-DATE (CANDIDATE-COUNT)
               MOVE ZERO TO CA-ROLLBACK-COUNT (CANDIDATE-COUNT)
               MOVE SPACE TO CA-DROP-REASON (CANDIDATE-COUNT)
           END-IF.

      ***************************************************************
      * UNDOES ONE CHANGE AGAINST EVERY SPELL IT FALLS WITHIN.  A
      * CHANGE FOR AN EMPLOYEE WITH NO SPELL IN HAND (ADDED AND
      * DELETED AGAIN SINCE THE AS-OF DATE, SAY) HAS NOTHING TO UNDO.
      ***************************************************************
       550-ROLL-BACK-CHANGE.

           IF CANDIDATE-COUNT = ZERO
               ADD 1 TO CT-CHANGES-NOT-APPLIED
           ELSE
               MOVE SW-OLD-VALUE TO HV-OLD-VALUE
               MOVE 1 TO CA-SUBSCRIPT
               PERFORM 560-ROLL-BACK-ONE-CANDIDATE
                   UNTIL CA-SUBSCRIPT > CANDIDATE-COUNT
           END-IF.

       560-ROLL-BACK-ONE-CANDIDATE.

           IF SW-RUN-DATE NOT > CA-WINDOW-END-DATE (CA-SUBSCRIPT)
               AND CA-KEPT (CA-SUBSCRIPT)
               ADD 1 TO CA-ROLLBACK-COUNT (CA-SUBSCRIPT)
               ADD 1 TO CT-CHANGES-ROLLED-BACK
               PERFORM 570-RESTORE-OLD-VALUE
           END-IF.
           ADD 1 TO CA-SUBSCRIPT.

       570-RESTORE-OLD-VALUE.

           IF SW-FIELD-NAME = "NAME"
               MOVE HV-OLD-VALUE TO CA-EMPLOYEE-NAME (CA-SUBSCRIPT)
           ELSE IF SW-FIELD-NAME = "DEPARTMENT"
               MOVE HV-OLD-VALUE TO CA-DEPART-CODE (CA-SUBSCRIPT)
           ELSE IF SW-FIELD-NAME = "JOB CLASS"
               MOVE HV-OLD-VALUE TO CA-JOB-CLASS (CA-SUBSCRIPT)
           ELSE IF SW-FIELD-NAME = "SALARY"
               MOVE HV-SALARY-EDITED TO HV-SALARY-VALUE
               MOVE HV-SALARY-VALUE TO CA-ANNUAL-SALARY (CA-SUBSCRIPT)
           ELSE IF SW-FIELD-NAME = "HIRE DATE"
               MOVE HV-DATE-VALUE TO CA-HIRE-DATE (CA-SUBSCRIPT)
           ELSE IF SW-FIELD-NAME = "STATUS"
               MOVE HV-OLD-VALUE
                   TO CA-EMPLOY-STATUS (CA-SUBSCRIPT)
           ELSE IF SW-FIELD-NAME = "REHIRE"
      *        THIS SPELL BEGAN AFTER THE AS-OF DATE - THE REST OF
      *        ITS HISTORY IS IRRELEVANT.
               MOVE "R" TO CA-DROP-REASON (CA-SUBSCRIPT)
           ELSE
               ADD 1 TO CT-UNKNOWN-FIELD
               DISPLAY "EMPLOYEE " SW-EMPLOYEE-ID " CHANGE ON "
                   SW-RUN-DATE " TO UNRECOGNISED FIELD "
                   SW-FIELD-NAME " NOT ROLLED BACK".

      ***************************************************************
      * ALL OF AN EMPLOYEE'S CHANGES HAVE BEEN UNDONE.  A SPELL THAT
      * HAD NOT STARTED BY THE AS-OF DATE IS DROPPED; WHAT IS LEFT
      * GOES TO ASOFEMP.  MORE THAN ONE SURVIVING SPELL MEANS THE
      * FILES DISAGREE ABOUT WHEN THE PERSON WAS EMPLOYED - THE
      * CURRENT RECORD (OR FIRST SPELL) IS KEPT AND THE REST LISTED.
      ***************************************************************
       600-FINISH-EMPLOYEE.

           MOVE "N" TO SURVIVOR-WRITTEN-SWITCH.
           MOVE 1 TO CA-SUBSCRIPT.
           PERFORM 610-FINISH-ONE-CANDIDATE
               UNTIL CA-SUBSCRIPT > CANDIDATE-COUNT.

       610-FINISH-ONE-CANDIDATE.

           IF CA-KEPT (CA-SUBSCRIPT)
               AND CA-HIRE-DATE (CA-SUBSCRIPT) > AS-OF-DATE
               SET CA-HIRED-AFTER (CA-SUBSCRIPT) TO TRUE
           END-IF.
           IF CA-REHIRE-UNDONE (CA-SUBSCRIPT)
               ADD 1 TO CT-REHIRE-UNDONE-COUNT
               MOVE "DROPPED - REHIRED AFTER DATE" TO DISPLAY-NOTE
               PERFORM 650-LIST-CANDIDATE
           ELSE
               IF CA-HIRED-AFTER (CA-SUBSCRIPT)
                   ADD 1 TO CT-HIRED-AFTER-COUNT
                   MOVE "DROPPED - HIRED AFTER DATE" TO DISPLAY-NOTE
                   PERFORM 650-LIST-CANDIDATE
               ELSE
                   IF SURVIVOR-WRITTEN
                       ADD 1 TO CT-DUPLICATE-SPELL-COUNT
                       MOVE "DROPPED - OVERLAPPING SPELL"
                           TO DISPLAY-NOTE
                       PERFORM 650-LIST-CANDIDATE
                   ELSE
                       PERFORM 620-WRITE-AS-OF-RECORD
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO CA-SUBSCRIPT.

       620-WRITE-AS-OF-RECORD.

           MOVE CA-MASTER-RECORD (CA-SUBSCRIPT) TO AS-OF-MASTER-RECORD.
           WRITE AS-OF-MASTER-RECORD.
           IF NOT ASOFEMP-SUCCESSFUL
               DISPLAY "WRITE ERROR ON ASOFEMP FOR EMPLOYEE ID "
                   AM-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " ASOFEMP-FILE-STATUS
               SET RUN-ABORTED TO TRUE
           ELSE
               SET SURVIVOR-WRITTEN TO TRUE
               ADD 1 TO CT-RECORDS-WRITTEN
               ADD AM-ANNUAL-SALARY TO CT-SALARY-TOTAL
               IF CA-FROM-TERMEMP (CA-SUBSCRIPT)
                   ADD 1 TO CT-RESTORED-COUNT
                   MOVE "RESTORED FROM TERMEMP" TO DISPLAY-NOTE
               ELSE
                   MOVE SPACES TO DISPLAY-NOTE
               END-IF
               PERFORM 650-LIST-CANDIDATE
           END-IF.

       650-LIST-CANDIDATE.

           MOVE CA-ANNUAL-SALARY (CA-SUBSCRIPT) TO DISPLAY-SALARY.
           MOVE CA-ROLLBACK-COUNT (CA-SUBSCRIPT) TO DISPLAY-ROLLBACKS.
           DISPLAY CA-EMPLOYEE-ID (CA-SUBSCRIPT) " "
               CA-EMPLOYEE-NAME (CA-SUBSCRIPT) " "
               CA-DEPART-CODE (CA-SUBSCRIPT) " "
               CA-JOB-CLASS (CA-SUBSCRIPT) " "
               DISPLAY-SALARY " "
               CA-EMPLOY-STATUS (CA-SUBSCRIPT) "  "
               CA-HIRE-DATE (CA-SUBSCRIPT) "  "
               DISPLAY-ROLLBACKS "  " DISPLAY-NOTE.

       910-DISPLAY-CONTROL-TOTALS.

           DISPLAY " ".
           MOVE CT-NEWEMP-READ TO DISPLAY-COUNT.
           DISPLAY "CURRENT NEWEMP RECORDS READ . " DISPLAY-COUNT.
           MOVE CT-TERMEMP-CANDIDATES TO DISPLAY-COUNT.
           DISPLAY "TERMINATED AFTER AS-OF DATE . " DISPLAY-COUNT.
           MOVE CT-CHANGES-SELECTED TO DISPLAY-COUNT.
           DISPLAY "CHANGES POSTED AFTER DATE ... " DISPLAY-COUNT.
           MOVE CT-CHANGES-ROLLED-BACK TO DISPLAY-COUNT.
           DISPLAY "CHANGES ROLLED BACK ......... " DISPLAY-COUNT.
           MOVE CT-CHANGES-NOT-APPLIED TO DISPLAY-COUNT.
           DISPLAY "CHANGES WITH NO MASTER ...... " DISPLAY-COUNT.
           MOVE CT-UNKNOWN-FIELD TO DISPLAY-COUNT.
           DISPLAY "UNRECOGNISED FIELD NAMES .... " DISPLAY-COUNT.
           MOVE CT-RESTORED-COUNT TO DISPLAY-COUNT.
           DISPLAY "RESTORED FROM TERMEMP ....... " DISPLAY-COUNT.
           MOVE CT-HIRED-AFTER-COUNT TO DISPLAY-COUNT.
           DISPLAY "DROPPED, HIRED AFTER DATE ... " DISPLAY-COUNT.
           MOVE CT-REHIRE-UNDONE-COUNT TO DISPLAY-COUNT.
           DISPLAY "DROPPED, REHIRED AFTER DATE . " DISPLAY-COUNT.
           MOVE CT-DUPLICATE-SPELL-COUNT TO DISPLAY-COUNT.
           DISPLAY "DROPPED, OVERLAPPING SPELL .. " DISPLAY-COUNT.
           MOVE CT-RECORDS-WRITTEN TO DISPLAY-COUNT.
           DISPLAY "AS-OF MASTER RECORDS WRITTEN  " DISPLAY-COUNT.
           MOVE CT-SALARY-TOTAL TO DISPLAY-SALARY-TOTAL.
           DISPLAY "AS-OF ANNUAL PAYROLL ........ "
               DISPLAY-SALARY-TOTAL.
           IF RUN-ABORTED
               DISPLAY "*** AS-OF MASTER INCOMPLETE - DO NOT USE ***"
           END-IF.
