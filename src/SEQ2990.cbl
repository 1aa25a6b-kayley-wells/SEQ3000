                           FILE STATUS IS REJSTAT-FILE-STATUS.
           SELECT CYCCTL  ASSIGN TO CYCCTL
                           FILE STATUS IS CYCCTL-FILE-STATUS.
           SELECT APPRPEND  ASSIGN TO APPRPEND.
           SELECT APPRNEW  ASSIGN TO APPRNEW
                           FILE STATUS IS APPRNEW-FILE-STATUS.
           SELECT APPRCARD  ASSIGN TO APPRCARD
                           FILE STATUS IS APPRCARD-FILE-STATUS.
           SELECT APPRLOG  ASSIGN TO APPRLOG
                           FILE STATUS IS APPRLOG-FILE-STATUS.
           SELECT EMPIDX  ASSIGN TO EMPIDX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS EI-EMPLOYEE-ID
                           FILE STATUS IS EMPIDX-FILE-STATUS.
           SELECT SORTWORK  ASSIGN TO SORTWORK.

       DATA DIVISION.
      * DATE AS SEQ3000'S ERRTRAN3 REJECTS, SO DATA CONTROL SEES
      * WHICH EDIT KILLED EACH ONE AND THE REJECT-STATUS TRACKING
      * BELOW CAN AGE THEM:
      *   TC - TRANSACTION CODE NOT A/C/D/V/B/R
      *   SN - SALARY NOT NUMERIC ON AN ADD, CHANGE OR REHIRE
      *   HD - HIRE DATE NOT NUMERIC (OR NOT BLANK ON A CHANGE)
      *   ED - EFFECTIVE DATE NEITHER BLANK NOR A NUMBER
      *   DE - DEDUCTION DATA INVALID ON A B TRANSACTION
               88  CY-COMPLETED-CLEAN         VALUE "C".
               88  CY-STEP-FAILED             VALUE "F".

      ***************************************************************
      * SALARY CHANGES HELD FOR A SECOND SIGNATURE.  A C TRANSACTION
      * WHOSE SALARY MOVES BY MORE THAN THE APPROVAL THRESHOLD WAITS
      * HERE - THE SAME WAY A FUTURE-DATED ONE WAITS IN PENDTRAN -
      * UNTIL COMPENSATION RELEASES OR DENIES IT ON AN APPROVAL
      * CARD.  APPRPEND IS LAST CYCLE'S QUEUE; WHAT IS STILL HELD
      * GOES TO APPRNEW, WHICH THE JOB STREAM PUTS BACK AS THE NEXT
      * APPRPEND.  THE CYCLE AND DATE FIRST HELD AND THE SALARY ON
      * FILE AT THE TIME RIDE WITH THE IMAGE FOR THE REGISTER.
      ***************************************************************
       FD  APPRPEND.
       01  APPROVAL-PENDING-RECORD.
           05  AP-TRANSACTION-IMAGE    PIC X(71).
           05  AP-HELD-CYCLE           PIC 9(4).
           05  AP-HELD-DATE            PIC 9(8).
           05  AP-OLD-SALARY           PIC S9(5)V99.

       FD  APPRNEW.
       01  NEW-APPROVAL-PENDING-RECORD.
           05  AN-TRANSACTION-IMAGE    PIC X(71).
           05  AN-HELD-CYCLE           PIC 9(4).
           05  AN-HELD-DATE            PIC 9(8).
           05  AN-OLD-SALARY           PIC S9(5)V99.

      ***************************************************************
      * SIGNED-OFF APPROVAL CARDS - ONE PER HELD ITEM DECIDED,
      * NAMING THE EMPLOYEE, THE CYCLE THE ITEM WAS HELD IN AND THE
      * NEW SALARY BEING APPROVED (SO A CARD CANNOT RELEASE A
      * DIFFERENT AMOUNT THAN THE ONE SIGNED FOR), WITH THE DECISION
      * (A APPROVE, D DENY), THE APPROVER AND THE DATE SIGNED.  A
      * CARD WITHOUT AN APPROVER OR A DATE IS NOT SIGNED OFF AND
      * RELEASES NOTHING.
      ***************************************************************
       FD  APPRCARD.
       01  APPROVAL-CARD-RECORD.
           05  AC-EMPLOYEE-ID          PIC X(5).
           05  AC-HELD-CYCLE           PIC 9(4).
           05  AC-APPROVED-SALARY      PIC 9(5)V99.
           05  AC-DECISION             PIC X.
               88  AC-VALID-DECISION          VALUES "A" "D".
           05  AC-APPROVER-ID          PIC X(8).
           05  AC-DECISION-DATE        PIC 9(8).

      ***************************************************************
      * CUMULATIVE APPROVAL AUDIT LOG - EVERY APPROVAL AND DENIAL,
      * WITH THE TRANSACTION IMAGE, WHO SIGNED, WHEN THEY SIGNED,
      * THE CYCLE THE ITEM WAS HELD IN AND THE CYCLE IT WAS DECIDED
      * IN, FOR THE AUDITORS.
      ***************************************************************
       FD  APPRLOG.
       01  APPROVAL-LOG-RECORD.
           05  AL-TRANSACTION-IMAGE    PIC X(71).
           05  AL-DECISION             PIC X.
           05  AL-APPROVER-ID          PIC X(8).
           05  AL-DECISION-DATE        PIC 9(8).
           05  AL-HELD-CYCLE           PIC 9(4).
           05  AL-DECIDED-CYCLE        PIC 9(4).
           05  AL-OLD-SALARY           PIC S9(5)V99.
           05  AL-RUN-DATE             PIC 9(8).

      ***************************************************************
      * INDEXED COPY OF THE MASTER SEQ3000 LEFT LAST CYCLE, READ BY
      * KEY FOR THE SALARY ON FILE SO A CHANGE CAN BE MEASURED
      * AGAINST IT.
      ***************************************************************
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

       SD  SORTWORK.
       01  SORT-WORK-RECORD.
           05  SW-EMPLOYEE-ID          PIC X(5).
               88  CYCCTL-END-OF-FILE                  VALUE "Y".
           05  CYCLE-NUMBER-SET-SWITCH         PIC X   VALUE "N".
               88  CYCLE-NUMBER-SET                    VALUE "Y".
           05  APPRPEND-END-OF-FILE-SWITCH     PIC X   VALUE "N".
               88  APPRPEND-END-OF-FILE                VALUE "Y".
           05  APPRCARD-END-OF-FILE-SWITCH     PIC X   VALUE "N".
               88  APPRCARD-END-OF-FILE                VALUE "Y".
           05  EMPIDX-OPEN-SWITCH              PIC X   VALUE "N".
               88  EMPIDX-IS-OPEN                      VALUE "Y".
           05  APPROVAL-REQUIRED-SWITCH        PIC X   VALUE "N".
               88  APPROVAL-REQUIRED                   VALUE "Y".
           05  APPROVAL-CARD-FOUND-SWITCH      PIC X   VALUE "N".
               88  APPROVAL-CARD-FOUND                 VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  SRTTRAN-FILE-STATUS      PIC XX.
               88  REJSTAT-SUCCESSFUL         VALUE "00".
           05  CYCCTL-FILE-STATUS       PIC XX.
               88  CYCCTL-SUCCESSFUL          VALUE "00".
           05  APPRNEW-FILE-STATUS      PIC XX.
               88  APPRNEW-SUCCESSFUL         VALUE "00".
           05  APPRCARD-FILE-STATUS     PIC XX.
               88  APPRCARD-SUCCESSFUL        VALUE "00".
           05  APPRLOG-FILE-STATUS      PIC XX.
               88  APPRLOG-SUCCESSFUL         VALUE "00".
           05  EMPIDX-FILE-STATUS       PIC XX.
               88  EMPIDX-SUCCESSFUL          VALUE "00".

       01  EMPLOYEE-TRANSACTION.
           05  ET-TRANSACTION-CODE     PIC X.
               88  DELETE-RECORD              VALUE "D".
               88  ACCRUAL-RECORD              VALUE "V".
               88  DEDUCTION-RECORD            VALUE "B".
               88  REHIRE-RECORD               VALUE "R".
               88  VALID-TRANSACTION-CODE      VALUE "A" "C" "D" "V"
                                                     "B" "R".

           05  ET-MASTER-DATA.
               10  ET-EMPLOYEE-ID          PIC X(5).

       01  EDIT-CYCLE-NUMBER           PIC 9(4).

      ***************************************************************
      * DUAL-CONTROL POLICY, ACCEPTED FROM SYSIN - A SALARY CHANGE
      * IS HELD FOR APPROVAL WHEN IT MOVES THE SALARY BY MORE THAN
      * THE PERCENT THRESHOLD OR BY MORE THAN THE DOLLAR THRESHOLD,
      * AND A HELD ITEM STILL UNDECIDED AFTER THE CYCLE LIMIT IS
      * CALLED OUT AS OVERDUE.  A BLANK ENTRY TAKES THE HOUSE
      * STANDARD SHOWN IN THE VALUE CLAUSE.
      ***************************************************************
       01  APPROVAL-POLICY-FIELDS.
           05  APPROVAL-PERCENT-INPUT      PIC X(3).
           05  APPROVAL-DOLLAR-INPUT       PIC X(5).
           05  APPROVAL-CYCLE-INPUT        PIC X(2).
           05  APPROVAL-PERCENT-LIMIT      PIC 9(3) VALUE 10.
           05  APPROVAL-DOLLAR-LIMIT       PIC 9(5) VALUE 5000.
           05  APPROVAL-CYCLE-LIMIT        PIC 9(2) VALUE 3.

       01  APPROVAL-WORK-FIELDS.
           05  SALARY-ON-FILE              PIC S9(5)V99.
           05  SALARY-CHANGE-AMOUNT        PIC S9(5)V99.
           05  SALARY-CHANGE-PERCENT       PIC S9(5)V99.
           05  CYCLES-HELD                 PIC S9(4) COMP.
           05  HELD-CYCLE                  PIC 9(4).
           05  HELD-DATE                   PIC 9(8).

      ***************************************************************
      * SIGNED-OFF APPROVAL CARDS FOR THIS CYCLE, LOADED BEFORE THE
      * QUEUE IS WORKED.  EACH CARD RELEASES OR DENIES AT MOST ONE
      * HELD ITEM; ONE LEFT UNUSED AT THE END IS LISTED SO A KEYING
      * SLIP ON A CARD DOES NOT GO UNNOTICED.
      ***************************************************************
       01  APPROVAL-CARD-TABLE.
           05  APPROVAL-CARD-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  APPROVAL-CARD-ENTRY OCCURS 1 TO 500 TIMES
                               DEPENDING ON APPROVAL-CARD-COUNT
                               INDEXED BY AC-IDX.
               10  AT-EMPLOYEE-ID      PIC X(5).
               10  AT-HELD-CYCLE       PIC 9(4).
               10  AT-APPROVED-SALARY  PIC 9(5)V99.
               10  AT-DECISION         PIC X.
               10  AT-APPROVER-ID      PIC X(8).
               10  AT-DECISION-DATE    PIC 9(8).
               10  AT-CARD-USED        PIC X.

       01  CARD-SUBSCRIPT              PIC S9(4) COMP.

       01  APPROVAL-DISPLAY-FIELDS.
           05  DISPLAY-OLD-SALARY          PIC ZZ,ZZ9.99.
           05  DISPLAY-NEW-SALARY          PIC ZZ,ZZ9.99.
           05  DISPLAY-CHANGE-AMOUNT       PIC --,--9.99.
           05  DISPLAY-CHANGE-PERCENT      PIC ----9.9.
           05  DISPLAY-CYCLES-HELD         PIC ZZ9.

      ***************************************************************
      * IN-CORE COPY OF THE CYCLE-CONTROL MASTER, LOADED AT OPEN AND
      * REWRITTEN AT CLOSE WITH THIS STEP'S OWN RECORD STAMPED.
           05  CT-REJECTED-COUNT           PIC 9(7) VALUE ZERO.
           05  CT-HELD-PENDING-COUNT       PIC 9(7) VALUE ZERO.
           05  CT-SORTED-COUNT             PIC 9(7) VALUE ZERO.
           05  CT-APPROVAL-QUEUE-COUNT     PIC 9(7) VALUE ZERO.
           05  CT-APPROVED-COUNT           PIC 9(7) VALUE ZERO.
           05  CT-DENIED-COUNT             PIC 9(7) VALUE ZERO.
           05  CT-HELD-APPROVAL-COUNT      PIC 9(7) VALUE ZERO.
           05  CT-NEWLY-HELD-COUNT         PIC 9(7) VALUE ZERO.
           05  CT-OVERDUE-COUNT            PIC 9(7) VALUE ZERO.
           05  CT-UNUSED-CARD-COUNT        PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

               PERFORM 030-READ-CYCLE-CONTROL
           END-IF.

           IF NOT RUN-ABORTED
               PERFORM 040-ACCEPT-APPROVAL-POLICY
           END-IF.

           IF NOT RUN-ABORTED
               SORT SORTWORK
                   ASCENDING KEY SW-EMPLOYEE-ID
               END-IF
           END-IF.

       040-ACCEPT-APPROVAL-POLICY.

           ACCEPT APPROVAL-PERCENT-INPUT FROM SYSIN.
           IF APPROVAL-PERCENT-INPUT NOT = SPACES
               IF APPROVAL-PERCENT-INPUT NOT NUMERIC
                   DISPLAY "APPROVAL PERCENT " APPROVAL-PERCENT-INPUT
                       " IS NOT NUMERIC, RUN ABORTED"
                   SET RUN-ABORTED TO TRUE
               ELSE
                   MOVE APPROVAL-PERCENT-INPUT
                       TO APPROVAL-PERCENT-LIMIT
               END-IF
           END-IF.
           ACCEPT APPROVAL-DOLLAR-INPUT FROM SYSIN.
           IF APPROVAL-DOLLAR-INPUT NOT = SPACES
               IF APPROVAL-DOLLAR-INPUT NOT NUMERIC
                   DISPLAY "APPROVAL DOLLAR LIMIT "
                       APPROVAL-DOLLAR-INPUT
                       " IS NOT NUMERIC, RUN ABORTED"
                   SET RUN-ABORTED TO TRUE
               ELSE
                   MOVE APPROVAL-DOLLAR-INPUT TO APPROVAL-DOLLAR-LIMIT
               END-IF
           END-IF.
           ACCEPT APPROVAL-CYCLE-INPUT FROM SYSIN.
           IF APPROVAL-CYCLE-INPUT NOT = SPACES
               IF APPROVAL-CYCLE-INPUT NOT NUMERIC
                   DISPLAY "APPROVAL CYCLE LIMIT " APPROVAL-CYCLE-INPUT
                       " IS NOT NUMERIC, RUN ABORTED"
                   SET RUN-ABORTED TO TRUE
               ELSE
                   MOVE APPROVAL-CYCLE-INPUT TO APPROVAL-CYCLE-LIMIT
               END-IF
           END-IF.
           IF NOT RUN-ABORTED
               DISPLAY "SALARY CHANGES OVER " APPROVAL-PERCENT-LIMIT
                   " PERCENT OR " APPROVAL-DOLLAR-LIMIT
                   " DOLLARS ARE HELD FOR APPROVAL"
               DISPLAY "HELD ITEMS ARE OVERDUE AFTER "
                   APPROVAL-CYCLE-LIMIT " CYCLES"
           END-IF.

      ***************************************************************
      * CORRECTED TRANSACTIONS RECYCLED BY SEQ2985 ARE RELEASED
      * AHEAD OF THE FRESH BATCH - THEIR LOWER ENTRY SEQUENCE PUTS
           OPEN OUTPUT ERRTRAN2.
           OPEN EXTEND REJSTAT.
           OPEN OUTPUT PENDNEW.
           OPEN INPUT APPRPEND.
           OPEN OUTPUT APPRNEW.
           OPEN EXTEND APPRLOG.
           PERFORM 240-OPEN-EMPLOYEE-INDEX.
           PERFORM 250-LOAD-APPROVAL-CARDS.
           DISPLAY " ".
           DISPLAY "SALARY CHANGE APPROVAL REGISTER FOR CYCLE "
               EDIT-CYCLE-NUMBER.
           DISPLAY "EMP   HELD  CYC    OLD SALARY  NEW SALARY    "
               "CHANGE    PCT  DISPOSITION".
           PERFORM 260-READ-APPROVAL-PENDING.
           PERFORM 270-WORK-APPROVAL-QUEUE
               UNTIL APPRPEND-END-OF-FILE.
           PERFORM 230-READ-PENDING-TRANSACTION.
           PERFORM 280-EDIT-PENDING-TRANSACTION
               UNTIL PENDTRAN-END-OF-FILE.
           PERFORM 210-READ-EMPLOYEE-TRANSACTION.
           PERFORM 300-EDIT-AND-RELEASE-TRANSACTION
               UNTIL EMPTRAN-END-OF-FILE.
           PERFORM 580-LIST-UNUSED-APPROVAL-CARDS.
           CLOSE PENDTRAN
                 RECYCLE
                 EMPTRAN
                 ERRTRAN2
                 REJSTAT
                 PENDNEW
                 APPRPEND
                 APPRNEW
                 APPRLOG.
           IF EMPIDX-IS-OPEN
               CLOSE EMPIDX
           END-IF.

       210-READ-EMPLOYEE-TRANSACTION.

                   ADD 1 TO CT-MATURED-COUNT
           END-READ.

      ***************************************************************
      * WITHOUT THE INDEX THERE IS NO SALARY ON FILE TO MEASURE A
      * CHANGE AGAINST, SO EVERY SALARY CHANGE IS HELD FOR APPROVAL
      * RATHER THAN LET AN UNSCREENED ONE THROUGH.
      ***************************************************************
       240-OPEN-EMPLOYEE-INDEX.

           OPEN INPUT EMPIDX.
           IF EMPIDX-SUCCESSFUL
               SET EMPIDX-IS-OPEN TO TRUE
           ELSE
               DISPLAY "EMPIDX NOT AVAILABLE (STATUS "
                   EMPIDX-FILE-STATUS ") - EVERY SALARY CHANGE WILL "
                   "BE HELD FOR APPROVAL"
           END-IF.

      ***************************************************************
      * NO APPRCARD ON FILE SIMPLY MEANS NOTHING WAS DECIDED THIS
      * CYCLE.  A CARD THAT IS NOT SIGNED OFF, OR CARRIES A DECISION
      * OTHER THAN A OR D, IS LISTED AND IGNORED.
      ***************************************************************
       250-LOAD-APPROVAL-CARDS.

           OPEN INPUT APPRCARD.
           IF NOT APPRCARD-SUCCESSFUL
               DISPLAY "NO APPRCARD ON FILE - NO APPROVALS THIS CYCLE"
           ELSE
               PERFORM 252-READ-APPROVAL-CARD
               PERFORM 255-ADD-APPROVAL-CARD-ENTRY
                   UNTIL APPRCARD-END-OF-FILE
               CLOSE APPRCARD
           END-IF.

       252-READ-APPROVAL-CARD.

           READ APPRCARD
               AT END
                   SET APPRCARD-END-OF-FILE TO TRUE.

       255-ADD-APPROVAL-CARD-ENTRY.

           IF AC-APPROVER-ID = SPACES
               OR AC-DECISION-DATE NOT NUMERIC
               OR AC-DECISION-DATE = ZERO
               OR NOT AC-VALID-DECISION
               OR AC-HELD-CYCLE NOT NUMERIC
               OR AC-APPROVED-SALARY NOT NUMERIC
               DISPLAY "APPROVAL CARD FOR EMPLOYEE " AC-EMPLOYEE-ID
                   " IS NOT SIGNED OFF OR NOT VALID - IGNORED"
           ELSE
               IF APPROVAL-CARD-COUNT >= 500
                   DISPLAY "MORE THAN 500 APPROVAL CARDS - CARD FOR "
                       "EMPLOYEE " AC-EMPLOYEE-ID " IGNORED"
               ELSE
                   ADD 1 TO APPROVAL-CARD-COUNT
                   SET AC-IDX TO APPROVAL-CARD-COUNT
                   MOVE AC-EMPLOYEE-ID TO AT-EMPLOYEE-ID (AC-IDX)
                   MOVE AC-HELD-CYCLE TO AT-HELD-CYCLE (AC-IDX)
                   MOVE AC-APPROVED-SALARY
                       TO AT-APPROVED-SALARY (AC-IDX)
                   MOVE AC-DECISION TO AT-DECISION (AC-IDX)
                   MOVE AC-APPROVER-ID TO AT-APPROVER-ID (AC-IDX)
                   MOVE AC-DECISION-DATE TO AT-DECISION-DATE (AC-IDX)
                   MOVE "N" TO AT-CARD-USED (AC-IDX)
               END-IF
           END-IF.
           PERFORM 252-READ-APPROVAL-CARD.

       260-READ-APPROVAL-PENDING.

           READ APPRPEND
               AT END
                   SET APPRPEND-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO CT-READ-COUNT
                   ADD 1 TO CT-APPROVAL-QUEUE-COUNT
                   MOVE AP-TRANSACTION-IMAGE TO EMPLOYEE-TRANSACTION
           END-READ.

      ***************************************************************
      * EACH ITEM ALREADY IN THE QUEUE IS RELEASED INTO THE SORT IF
      * A SIGNED CARD APPROVES IT, DROPPED IF ONE DENIES IT, AND
      * OTHERWISE HELD FOR ANOTHER CYCLE.  APPROVED ITEMS ARE THE
      * OLDEST WORK IN THE RUN, SO THEY ARE RELEASED FIRST AND LAND
      * AHEAD OF ANY NEWER TRANSACTION FOR THE SAME EMPLOYEE.
      ***************************************************************
       270-WORK-APPROVAL-QUEUE.

           MOVE AP-HELD-CYCLE TO HELD-CYCLE.
           MOVE AP-HELD-DATE TO HELD-DATE.
           MOVE AP-OLD-SALARY TO SALARY-ON-FILE.
           COMPUTE SALARY-CHANGE-AMOUNT =
               ET-ANNUAL-SALARY - SALARY-ON-FILE.
           PERFORM 275-LOCATE-APPROVAL-CARD.
           IF APPROVAL-CARD-FOUND
               MOVE "Y" TO AT-CARD-USED (AC-IDX)
               PERFORM 570-LOG-APPROVAL-DECISION
               IF AT-DECISION (AC-IDX) = "A"
                   ADD 1 TO CT-APPROVED-COUNT
                   PERFORM 590-PRINT-REGISTER-LINE
                   DISPLAY "      APPROVED BY " AT-APPROVER-ID (AC-IDX)
                       " ON " AT-DECISION-DATE (AC-IDX)
                       " - RELEASED TO THIS CYCLE"
                   PERFORM 370-RELEASE-TRANSACTION
               ELSE
                   ADD 1 TO CT-DENIED-COUNT
                   PERFORM 590-PRINT-REGISTER-LINE
                   DISPLAY "      DENIED BY " AT-APPROVER-ID (AC-IDX)
                       " ON " AT-DECISION-DATE (AC-IDX)
                       " - DROPPED"
               END-IF
           ELSE
               PERFORM 565-WRITE-APPROVAL-PENDING
           END-IF.
           PERFORM 260-READ-APPROVAL-PENDING.

       275-LOCATE-APPROVAL-CARD.

           MOVE "N" TO APPROVAL-CARD-FOUND-SWITCH.
           IF APPROVAL-CARD-COUNT > ZERO
               SET AC-IDX TO 1
               SEARCH APPROVAL-CARD-ENTRY
                   WHEN AT-EMPLOYEE-ID (AC-IDX) = ET-EMPLOYEE-ID
                       AND AT-HELD-CYCLE (AC-IDX) = HELD-CYCLE
                       AND AT-APPROVED-SALARY (AC-IDX)
                           = ET-ANNUAL-SALARY
                       AND AT-CARD-USED (AC-IDX) = "N"
                       SET APPROVAL-CARD-FOUND TO TRUE
               END-SEARCH
           END-IF.

      ***************************************************************
      * TRANSACTIONS HELD OVER FROM EARLIER CYCLES GO THROUGH THE
      * SAME DISPOSAL AS FRESH ONES - A MATURED RECORD RELEASES INTO
                   AND ET-EFFECTIVE-DATE-NUMBER > EDIT-RUN-DATE
                   PERFORM 550-HOLD-PENDING-TRANSACTION
               ELSE
                   PERFORM 360-SCREEN-SALARY-CHANGE
                   IF APPROVAL-REQUIRED
                       PERFORM 560-HOLD-FOR-APPROVAL
                   ELSE
                       PERFORM 370-RELEASE-TRANSACTION
                   END-IF
               END-IF
           END-IF.

      ***************************************************************
      * A CHANGE CARRYING A NEW SALARY IS MEASURED AGAINST THE
      * SALARY ON FILE.  A MOVE OF MORE THAN THE PERCENT OR DOLLAR
      * THRESHOLD, EITHER WAY, NEEDS A SECOND SIGNATURE.  AN
      * EMPLOYEE NOT YET ON THE INDEX (ADDED IN THIS SAME BATCH) HAS
      * NO SALARY TO MEASURE FROM AND PASSES - THE ADD ITSELF IS
      * STILL EDITED AGAINST THE JOB-CLASS BAND IN SEQ3000.
      ***************************************************************
       360-SCREEN-SALARY-CHANGE.

           MOVE "N" TO APPROVAL-REQUIRED-SWITCH.
           MOVE ZERO TO SALARY-ON-FILE.
           MOVE ZERO TO SALARY-CHANGE-AMOUNT.
           IF CHANGE-RECORD AND ET-ANNUAL-SALARY NOT = ZERO
               IF NOT EMPIDX-IS-OPEN
                   SET APPROVAL-REQUIRED TO TRUE
               ELSE
                   MOVE ET-EMPLOYEE-ID TO EI-EMPLOYEE-ID
                   READ EMPIDX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EI-ANNUAL-SALARY TO SALARY-ON-FILE
                           PERFORM 365-TEST-APPROVAL-THRESHOLD
                   END-READ
               END-IF
           END-IF.

       365-TEST-APPROVAL-THRESHOLD.

           COMPUTE SALARY-CHANGE-AMOUNT =
               ET-ANNUAL-SALARY - SALARY-ON-FILE.
           IF SALARY-CHANGE-AMOUNT > APPROVAL-DOLLAR-LIMIT
               OR SALARY-CHANGE-AMOUNT < ZERO - APPROVAL-DOLLAR-LIMIT
               SET APPROVAL-REQUIRED TO TRUE
           END-IF.
           IF SALARY-ON-FILE NOT > ZERO
               SET APPROVAL-REQUIRED TO TRUE
           ELSE
               COMPUTE SALARY-CHANGE-PERCENT ROUNDED =
                   SALARY-CHANGE-AMOUNT * 100 / SALARY-ON-FILE
               IF SALARY-CHANGE-PERCENT > APPROVAL-PERCENT-LIMIT
                   OR SALARY-CHANGE-PERCENT
                       < ZERO - APPROVAL-PERCENT-LIMIT
                   SET APPROVAL-REQUIRED TO TRUE
               END-IF
           END-IF.

       370-RELEASE-TRANSACTION.

           ADD 1 TO CT-ACCEPTED-COUNT.
           ADD 1 TO ENTRY-SEQUENCE-NUMBER.
           MOVE EDIT-CYCLE-NUMBER TO ET-CYCLE-NUMBER.
           MOVE ET-EMPLOYEE-ID TO SW-EMPLOYEE-ID.
           MOVE ENTRY-SEQUENCE-NUMBER TO SW-ENTRY-SEQUENCE.
           MOVE EMPLOYEE-TRANSACTION TO SW-TRANSACTION-IMAGE.
           RELEASE SORT-WORK-RECORD.

      ***************************************************************
      * ONLY THE EDITS SEQ3000 CANNOT SURVIVE ARE MADE HERE - AN
      * UNRECOGNIZED TRANSACTION CODE, A SALARY FIELD THAT IS NOT
      * NUMERIC ON AN ADD, CHANGE OR REHIRE, A HIRE DATE THAT IS
      * NEITHER BLANK (ON A CHANGE) NOR A NUMBER, OR AN EFFECTIVE
      * DATE THAT IS NEITHER BLANK (APPLY THIS CYCLE) NOR A NUMBER.
      * A REHIRE IS HELD TO THE ADD'S HIRE DATE EDIT.  FIELD-
      * LEVEL EDITS AGAINST THE DEPARTMENT AND JOB-CLASS TABLES, AND
      * THE EMPLOYMENT-STATUS CODE EDIT, STAY IN SEQ3000 ITSELF.
      ***************************************************************
               MOVE "TC" TO ERROR-REASON-CODE
               MOVE "N" TO EDIT-DATA-VALID-SWITCH
           ELSE
               IF (ADD-RECORD OR CHANGE-RECORD OR REHIRE-RECORD)
                   AND ET-ANNUAL-SALARY NOT NUMERIC
                   MOVE "SN" TO ERROR-REASON-CODE
                   MOVE "N" TO EDIT-DATA-VALID-SWITCH
               END-IF
               IF (ADD-RECORD OR REHIRE-RECORD)
                   AND ET-HIRE-DATE NOT NUMERIC
                   MOVE "HD" TO ERROR-REASON-CODE
                   MOVE "N" TO EDIT-DATA-VALID-SWITCH
               ADD 1 TO CT-HELD-PENDING-COUNT
           END-IF.

      ***************************************************************
      * A NEWLY HELD SALARY CHANGE ENTERS THE QUEUE STAMPED WITH
      * THIS CYCLE AND RUN DATE AND THE SALARY ON FILE TODAY, WHICH
      * IS WHAT THE APPROVER SEES ON THE REGISTER.
      ***************************************************************
       560-HOLD-FOR-APPROVAL.

           MOVE EDIT-CYCLE-NUMBER TO HELD-CYCLE.
           MOVE EDIT-RUN-DATE TO HELD-DATE.
           ADD 1 TO CT-NEWLY-HELD-COUNT.
           PERFORM 565-WRITE-APPROVAL-PENDING.

       565-WRITE-APPROVAL-PENDING.

           MOVE EMPLOYEE-TRANSACTION TO AN-TRANSACTION-IMAGE.
           MOVE HELD-CYCLE TO AN-HELD-CYCLE.
           MOVE HELD-DATE TO AN-HELD-DATE.
           MOVE SALARY-ON-FILE TO AN-OLD-SALARY.
           WRITE NEW-APPROVAL-PENDING-RECORD.
           IF NOT APPRNEW-SUCCESSFUL
               DISPLAY "WRITE ERROR ON APPRNEW FOR EMPLOYEE ID "
                   ET-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " APPRNEW-FILE-STATUS
               SET RUN-ABORTED TO TRUE
           ELSE
               ADD 1 TO CT-HELD-APPROVAL-COUNT
               PERFORM 590-PRINT-REGISTER-LINE
               IF HELD-CYCLE = EDIT-CYCLE-NUMBER
                   DISPLAY "      NEWLY HELD - AWAITING APPROVAL"
               ELSE
                   IF CYCLES-HELD NOT < APPROVAL-CYCLE-LIMIT
                       ADD 1 TO CT-OVERDUE-COUNT
                       DISPLAY "      *** OVERDUE - HELD SINCE "
                           HELD-DATE " WITHOUT A DECISION ***"
                   ELSE
                       DISPLAY "      STILL AWAITING APPROVAL"
                   END-IF
               END-IF
           END-IF.

       570-LOG-APPROVAL-DECISION.

           MOVE EMPLOYEE-TRANSACTION TO AL-TRANSACTION-IMAGE.
           MOVE AT-DECISION (AC-IDX) TO AL-DECISION.
           MOVE AT-APPROVER-ID (AC-IDX) TO AL-APPROVER-ID.
           MOVE AT-DECISION-DATE (AC-IDX) TO AL-DECISION-DATE.
           MOVE HELD-CYCLE TO AL-HELD-CYCLE.
           MOVE EDIT-CYCLE-NUMBER TO AL-DECIDED-CYCLE.
           MOVE SALARY-ON-FILE TO AL-OLD-SALARY.
           MOVE EDIT-RUN-DATE TO AL-RUN-DATE.
           WRITE APPROVAL-LOG-RECORD.
           IF NOT APPRLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON APPRLOG FOR EMPLOYEE ID "
                   ET-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " APPRLOG-FILE-STATUS
               SET RUN-ABORTED TO TRUE
           END-IF.

       580-LIST-UNUSED-APPROVAL-CARDS.

           MOVE 1 TO CARD-SUBSCRIPT.
           PERFORM 585-TEST-ONE-APPROVAL-CARD
               UNTIL CARD-SUBSCRIPT > APPROVAL-CARD-COUNT.

       585-TEST-ONE-APPROVAL-CARD.

           IF AT-CARD-USED (CARD-SUBSCRIPT) = "N"
               ADD 1 TO CT-UNUSED-CARD-COUNT
               DISPLAY "APPROVAL CARD FOR EMPLOYEE "
                   AT-EMPLOYEE-ID (CARD-SUBSCRIPT) " CYCLE "
                   AT-HELD-CYCLE (CARD-SUBSCRIPT)
                   " MATCHES NO HELD ITEM - NOTHING RELEASED"
           END-IF.
           ADD 1 TO CARD-SUBSCRIPT.

       590-PRINT-REGISTER-LINE.

           COMPUTE CYCLES-HELD = EDIT-CYCLE-NUMBER - HELD-CYCLE.
           MOVE SALARY-ON-FILE TO DISPLAY-OLD-SALARY.
           MOVE ET-ANNUAL-SALARY TO DISPLAY-NEW-SALARY.
           MOVE SALARY-CHANGE-AMOUNT TO DISPLAY-CHANGE-AMOUNT.
           IF SALARY-ON-FILE > ZERO
               COMPUTE SALARY-CHANGE-PERCENT ROUNDED =
                   SALARY-CHANGE-AMOUNT * 100 / SALARY-ON-FILE
           ELSE
               MOVE ZERO TO SALARY-CHANGE-PERCENT
           END-IF.
           MOVE SALARY-CHANGE-PERCENT TO DISPLAY-CHANGE-PERCENT.
           MOVE CYCLES-HELD TO DISPLAY-CYCLES-HELD.
           DISPLAY ET-EMPLOYEE-ID " " HELD-CYCLE " " DISPLAY-CYCLES-HELD
               "  " DISPLAY-OLD-SALARY "   " DISPLAY-NEW-SALARY "  "
               DISPLAY-CHANGE-AMOUNT " " DISPLAY-CHANGE-PERCENT.

       600-WRITE-SORTED-TRANSACTIONS.

           OPEN OUTPUT SRTTRAN.
           DISPLAY "    REJECTED TO ERRTRAN2  " CT-REJECTED-COUNT.
           DISPLAY "    HELD TO PENDNEW ..... " CT-HELD-PENDING-COUNT.
           DISPLAY "    WRITTEN TO SRTTRAN .. " CT-SORTED-COUNT.
           DISPLAY " ".
           DISPLAY "    APPROVAL QUEUE READ . " CT-APPROVAL-QUEUE-COUNT.
           DISPLAY "    APPROVED/RELEASED ... " CT-APPROVED-COUNT.
           DISPLAY "    DENIED/DROPPED ...... " CT-DENIED-COUNT.
           DISPLAY "    NEWLY HELD .......... " CT-NEWLY-HELD-COUNT.
           DISPLAY "    HELD TO APPRNEW ..... " CT-HELD-APPROVAL-COUNT.
           DISPLAY "    OF WHICH OVERDUE .... " CT-OVERDUE-COUNT.
           DISPLAY "    UNUSED APPROVAL CARDS " CT-UNUSED-CARD-COUNT.
           IF CT-OVERDUE-COUNT > ZERO
               DISPLAY "*** HELD SALARY CHANGES PAST "
                   APPROVAL-CYCLE-LIMIT
                   " CYCLES - REFER TO COMPENSATION ***"
           END-IF.
           IF CT-READ-COUNT NOT = CT-ACCEPTED-COUNT
                   + CT-REJECTED-COUNT + CT-HELD-PENDING-COUNT
                   + CT-HELD-APPROVAL-COUNT + CT-DENIED-COUNT
               OR CT-ACCEPTED-COUNT NOT = CT-SORTED-COUNT
               DISPLAY "*** BATCH DOES NOT TIE OUT - REVIEW BEFORE "
                   "RELEASING SEQ3000 ***"
