       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3082.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RETROCHG  ASSIGN TO RETROCHG
                           FILE STATUS IS RETROCHG-FILE-STATUS.
           SELECT RETROXTR  ASSIGN TO RETROXTR
                           FILE STATUS IS RETROXTR-FILE-STATUS.
           SELECT CYCCTL  ASSIGN TO CYCCTL
                           FILE STATUS IS CYCCTL-FILE-STATUS.
           SELECT LOAMAST  ASSIGN TO LOAMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS LV-EMPLOYEE-ID
                           FILE STATUS IS LOAMAST-FILE-STATUS.
           SELECT SORTWORK  ASSIGN TO SORTWORK.

       DATA DIVISION.

       FILE SECTION.

      ***************************************************************
      * BACK-DATED SALARY CHANGES SEQ3000 POSTED THIS CYCLE, WITH
      * THE SALARY BEFORE AND AFTER AND THE DATE THE CHANGE WAS
      * REALLY EFFECTIVE.
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

      ***************************************************************
      * SERVICE-BUREAU RETRO PAY FILE - 62-BYTE FIXED RECORDS, SENT
      * ALONGSIDE PAYXTR.  ONE H HEADER CARRYING THE CYCLE DATE, ONE
      * D DETAIL PER BACK-DATED CHANGE WITH THE PAY PERIODS MISSED
      * AND THE AMOUNT TO PAY (P) OR RECOVER (R), AND ONE T TRAILER
      * CARRYING THE DETAIL COUNT AND THE PAY AND RECOVERY TOTALS SO
      * THE BUREAU CAN VERIFY RECEIPT.
      ***************************************************************
       FD  RETROXTR.
       01  RETRO-EXTRACT-RECORD        PIC X(62).

       01  RETRO-HEADER-RECORD REDEFINES RETRO-EXTRACT-RECORD.
           05  RH-RECORD-TYPE          PIC X.
           05  RH-CYCLE-DATE           PIC 9(8).
           05  FILLER                  PIC X(53).

       01  RETRO-DETAIL-RECORD REDEFINES RETRO-EXTRACT-RECORD.
           05  RD-RECORD-TYPE          PIC X.
           05  RD-EMPLOYEE-ID          PIC X(5).
           05  RD-EMPLOYEE-NAME        PIC X(30).
           05  RD-DEPART-CODE          PIC X(5).
           05  RD-EFFECTIVE-DATE       PIC 9(8).
           05  RD-PERIODS-OWED         PIC 9(3).
           05  RD-ADJUSTMENT-TYPE      PIC X.
           05  RD-RETRO-AMOUNT         PIC 9(7)V99.

       01  RETRO-TRAILER-RECORD REDEFINES RETRO-EXTRACT-RECORD.
           05  RT-RECORD-TYPE          PIC X.
           05  RT-RECORD-COUNT         PIC 9(7).
           05  RT-PAY-TOTAL            PIC 9(11)V99.
           05  RT-RECOVERY-TOTAL       PIC 9(11)V99.
           05  FILLER                  PIC X(28).

      ***************************************************************
      * CYCLE-CONTROL MASTER SHARED BY THE WHOLE JOB STREAM - THIS
      * STEP TAKES ITS CYCLE AND CYCLE DATE FROM SEQ3080'S RECORD, SO
      * NO RETRO FILE GOES OUT UNLESS THE REGULAR EXTRACT FOR THE
      * SAME CYCLE DID, AND STAMPS ITS OWN RECORD AT CLOSE.
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
      * LEAVE-OF-ABSENCE MASTER KEPT BY SEQ3000 AND SEQ3170.  RETRO
      * PAY FOR AN EMPLOYEE WHOSE LEAVE IS OPEN AND MARKED UNPAID IS
      * HELD OFF THE RETRO FILE.
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

       SD  SORTWORK.
       01  SORT-WORK-RECORD.
           05  SW-DEPART-CODE          PIC X(5).
           05  SW-EMPLOYEE-ID          PIC X(5).
           05  SW-EFFECTIVE-DATE       PIC 9(8).
           05  SW-TRANSACTION-SEQ      PIC 9(9).
           05  SW-EMPLOYEE-NAME        PIC X(30).
           05  SW-OLD-SALARY           PIC S9(5)V99.
           05  SW-NEW-SALARY           PIC S9(5)V99.
           05  SW-PERIODS-OWED         PIC 9(3).
           05  SW-PERIOD-DIFFERENCE    PIC S9(5)V99.
           05  SW-RETRO-AMOUNT         PIC S9(7)V99.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  RETROCHG-END-OF-FILE-SWITCH     PIC X  VALUE "N".
               88  RETROCHG-END-OF-FILE                VALUE "Y".
           05  SORT-RETURN-DONE-SWITCH         PIC X  VALUE "N".
               88  SORT-RETURN-DONE                    VALUE "Y".
           05  FIRST-DETAIL-SWITCH             PIC X  VALUE "Y".
               88  FIRST-DETAIL                        VALUE "Y".
           05  RUN-ABORTED-SWITCH              PIC X  VALUE "N".
               88  RUN-ABORTED                         VALUE "Y".
           05  CYCCTL-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  CYCCTL-END-OF-FILE                  VALUE "Y".
           05  CYCLE-NUMBER-SET-SWITCH         PIC X  VALUE "N".
               88  CYCLE-NUMBER-SET                    VALUE "Y".
           05  LOAMAST-OPEN-SWITCH             PIC X  VALUE "N".
               88  LOAMAST-IS-OPEN                     VALUE "Y".
           05  UNPAID-LEAVE-SWITCH             PIC X  VALUE "N".
               88  EMPLOYEE-ON-UNPAID-LEAVE            VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  RETROCHG-FILE-STATUS     PIC XX.
               88  RETROCHG-SUCCESSFUL        VALUE "00".
           05  RETROXTR-FILE-STATUS     PIC XX.
               88  RETROXTR-SUCCESSFUL        VALUE "00".
           05  CYCCTL-FILE-STATUS       PIC XX.
               88  CYCCTL-SUCCESSFUL          VALUE "00".
           05  LOAMAST-FILE-STATUS      PIC XX.
               88  LOAMAST-SUCCESSFUL         VALUE "00".

       01  RETRO-CYCLE-NUMBER              PIC 9(4).

       01  RETRO-CYCLE-DATE                PIC 9(8) VALUE ZERO.

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
           05  CC-OWN-PROGRAM-NAME         PIC X(8) VALUE "SEQ3082".
           05  CC-PRED-PROGRAM-NAME        PIC X(8) VALUE "SEQ3080".

      ***************************************************************
      * THE BUREAU PAYS ON A BIWEEKLY CALENDAR - 26 PAY PERIODS OF
      * 14 DAYS - THE SAME CALENDAR SEQ3080 BUILDS PAYXTR ON, SO THE
      * PER-PERIOD DIFFERENCE IS THE GAP BETWEEN WHAT PAYXTR WOULD
      * HAVE CARRIED AT EACH RATE.
      ***************************************************************
       01  PAY-PERIODS-PER-YEAR            PIC 9(2) VALUE 26.

       01  DAYS-PER-PAY-PERIOD             PIC 9(2) VALUE 14.

      ***************************************************************
      * ELAPSED-PERIOD ARITHMETIC.  CALENDAR DATES CANNOT BE
      * SUBTRACTED AS PLAIN NUMBERS ACROSS MONTH ENDS, SO BOTH DATES
      * ARE TURNED INTO DAY COUNTS FIRST, AS IN SEQ2987.  ONLY WHOLE
      * PERIODS ALREADY PAID COUNT - THE PERIOD IN PROGRESS IS PAID
      * AT THE NEW RATE THROUGH PAYXTR.
      ***************************************************************
       01  RETRO-WORK-FIELDS.
           05  RUN-DAY-NUMBER              PIC S9(9) COMP.
           05  EFFECTIVE-DAY-NUMBER        PIC S9(9) COMP.
           05  DAYS-ELAPSED                PIC S9(7) COMP.
           05  OLD-PERIOD-GROSS            PIC 9(5)V99.
           05  NEW-PERIOD-GROSS            PIC 9(5)V99.

      ***************************************************************
      * CHANGES HELD BECAUSE THE EMPLOYEE IS ON UNPAID LEAVE.  THEY
      * ARE PRICED BUT KEPT OUT OF THE SORT, AND LISTED AFTER THE
      * APPROVED CHANGES SO PAYROLL CAN PAY THEM BY HAND WHEN THE
      * EMPLOYEE RETURNS.
      ***************************************************************
       01  HELD-CHANGE-TABLE.
           05  HC-TABLE-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  HC-ENTRY OCCURS 500 TIMES.
               10  HC-DEPART-CODE      PIC X(5).
               10  HC-EMPLOYEE-ID      PIC X(5).
               10  HC-EMPLOYEE-NAME    PIC X(30).
               10  HC-EFFECTIVE-DATE   PIC 9(8).
               10  HC-OLD-SALARY       PIC S9(5)V99.
               10  HC-NEW-SALARY       PIC S9(5)V99.
               10  HC-PERIODS-OWED     PIC 9(3).
               10  HC-PERIOD-DIFFERENCE
                                       PIC S9(5)V99.
               10  HC-RETRO-AMOUNT     PIC S9(7)V99.
               10  HC-LEAVE-START-DATE PIC 9(8).

       01  HC-SUBSCRIPT                    PIC S9(4) COMP.

       01  PREVIOUS-DEPART-CODE            PIC X(5).

       01  DEPARTMENT-TOTALS.
           05  DT-CHANGE-COUNT             PIC S9(5) COMP.
           05  DT-RETRO-AMOUNT             PIC S9(9)V99 COMP-3.

       01  CONTROL-TOTALS.
           05  CT-CHANGES-READ             PIC 9(7) VALUE ZERO.
           05  CT-NOTHING-OWED             PIC 9(7) VALUE ZERO.
           05  CT-INVALID-DATE             PIC 9(7) VALUE ZERO.
           05  CT-HELD-ON-LEAVE            PIC 9(7) VALUE ZERO.
           05  CT-HELD-AMOUNT              PIC S9(11)V99 VALUE ZERO.
           05  CT-DETAIL-COUNT             PIC 9(7) VALUE ZERO.
           05  CT-PAY-TOTAL                PIC 9(11)V99 VALUE ZERO.
           05  CT-RECOVERY-TOTAL           PIC 9(11)V99 VALUE ZERO.
           05  CT-NET-RETRO-AMOUNT         PIC S9(11)V99 VALUE ZERO.

       01  LISTING-DISPLAY-FIELDS.
           05  DISPLAY-OLD-SALARY          PIC ZZ,ZZ9.99.
           05  DISPLAY-NEW-SALARY          PIC ZZ,ZZ9.99.
           05  DISPLAY-PERIODS             PIC ZZ9.
           05  DISPLAY-DIFFERENCE          PIC --,--9.99.
           05  DISPLAY-RETRO-AMOUNT        PIC -,---,--9.99.
           05  DISPLAY-CHANGE-COUNT        PIC ZZ,ZZ9.
           05  DISPLAY-DEPT-AMOUNT         PIC -,---,---,--9.99.
           05  DISPLAY-COMPANY-AMOUNT      PIC -,---,---,---,--9.99.

       PROCEDURE DIVISION.

      ***************************************************************
      * RETROACTIVE PAY FOR BACK-DATED SALARY CHANGES.  SEQ3000
      * POSTS A CHANGE AS OF THE RUN, BUT ONE EFFECTIVE EARLIER HAS
      * ALREADY MISSED ONE OR MORE PAYS AT THE NEW RATE.  FOR EVERY
      * SUCH CHANGE ON RETROCHG THIS WORKS OUT THE WHOLE PAY PERIODS
      * ELAPSED SINCE THE EFFECTIVE DATE AND THE PER-PERIOD GROSS
      * DIFFERENCE, LISTS THE AMOUNT OWED (OR OVERPAID) BY
      * DEPARTMENT AND EMPLOYEE FOR SIGN-OFF, AND WRITES THE BUREAU'S
      * RETRO FILE WITH ITS OWN HEADER AND TRAILER.  A CHANGE FOR
      * AN EMPLOYEE ON OPEN UNPAID LEAVE IS HELD AND LISTED, NOT
      * PAID.  RUNS AFTER SEQ3080 AND ONLY FOR A CYCLE SEQ3080
      * COMPLETED CLEANLY.
      ***************************************************************
       000-BUILD-RETRO-PAY-FILE.

           DISPLAY "SEQ3082 RETROACTIVE PAY CALCULATION".
           DISPLAY " ".

           PERFORM 050-READ-CYCLE-CONTROL.
           IF NOT RUN-ABORTED
               SORT SORTWORK
                   ASCENDING KEY SW-DEPART-CODE
                                 SW-EMPLOYEE-ID
                                 SW-EFFECTIVE-DATE
                                 SW-TRANSACTION-SEQ
                   INPUT PROCEDURE 200-PRICE-RETRO-CHANGES
                   OUTPUT PROCEDURE 600-WRITE-RETRO-FILE
               PERFORM 910-DISPLAY-CONTROL-TOTALS
           END-IF.
           IF CYCLE-NUMBER-SET
               PERFORM 930-STAMP-CYCLE-CONTROL
           END-IF.
           STOP RUN.

      ***************************************************************
      * LOADS THE CYCLE-CONTROL MASTER AND TAKES THIS RUN'S CYCLE
      * AND CYCLE DATE FROM SEQ3080'S RECORD.  THE RETRO FILE
      * REFUSES TO BUILD IF SEQ3080 DID NOT SEND THE REGULAR EXTRACT
      * FOR THE CYCLE OR IF THE RETRO FILE FOR IT ALREADY WENT OUT.
      ***************************************************************
       050-READ-CYCLE-CONTROL.

           OPEN INPUT CYCCTL.
           IF NOT CYCCTL-SUCCESSFUL
               DISPLAY "NO CYCCTL ON FILE - RUN SEQ3080 FIRST.  "
                   "RETRO FILE NOT BUILT"
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
                   DISPLAY "CYCCTL CARRIES NO SEQ3080 RECORD - RUN "
                       "SEQ3080 FIRST.  RETRO FILE NOT BUILT"
                   SET RUN-ABORTED TO TRUE
               ELSE
                   IF CC-OUTCOME-FLAG (CC-PRED-SUBSCRIPT) NOT = "C"
                       DISPLAY "SEQ3080 DID NOT COMPLETE CYCLE "
                           CC-CYCLE-NUMBER (CC-PRED-SUBSCRIPT)
                           " CLEANLY.  RETRO FILE NOT BUILT"
                       SET RUN-ABORTED TO TRUE
                   ELSE
                       IF CC-OWN-SUBSCRIPT > ZERO
                           AND CC-OUTCOME-FLAG (CC-OWN-SUBSCRIPT) = "C"
                           AND CC-CYCLE-NUMBER (CC-OWN-SUBSCRIPT)
                               NOT < CC-CYCLE-NUMBER
                                   (CC-PRED-SUBSCRIPT)
                           DISPLAY "RETRO FILE FOR CYCLE "
                               CC-CYCLE-NUMBER (CC-PRED-SUBSCRIPT)
                               " WAS ALREADY BUILT.  RETRO FILE NOT "
                               "BUILT AGAIN"
                           SET RUN-ABORTED TO TRUE
                       ELSE
                           MOVE CC-CYCLE-NUMBER (CC-PRED-SUBSCRIPT)
                               TO RETRO-CYCLE-NUMBER
                           MOVE CC-RUN-DATE (CC-PRED-SUBSCRIPT)
                               TO RETRO-CYCLE-DATE
                           SET CYCLE-NUMBER-SET TO TRUE
                           DISPLAY "THIS RUN IS CYCLE "
                               RETRO-CYCLE-NUMBER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ***************************************************************
      * A MISSING RETROCHG (AN EDIT-ONLY SEQ3000, OR A STREAM FROM
      * BEFORE THE FILE EXISTED) IS TREATED AS NO BACK-DATED CHANGES
      * - THE RETRO FILE STILL GOES OUT WITH A HEADER AND A ZERO
      * TRAILER SO THE BUREAU SEES THE CYCLE WAS CHECKED.
      ***************************************************************
       200-PRICE-RETRO-CHANGES.

           OPEN INPUT RETROCHG.
           IF NOT RETROCHG-SUCCESSFUL
               DISPLAY "NO RETROCHG ON FILE - NO BACK-DATED SALARY "
                   "CHANGES THIS CYCLE"
           ELSE
               PERFORM 220-OPEN-LEAVE-FILE
               PERFORM 210-READ-RETRO-CHANGE
               PERFORM 300-PRICE-ONE-CHANGE
                   UNTIL RETROCHG-END-OF-FILE
               CLOSE RETROCHG
               IF LOAMAST-IS-OPEN
                   CLOSE LOAMAST
               END-IF
           END-IF.

       210-READ-RETRO-CHANGE.

           READ RETROCHG
               AT END
                   SET RETROCHG-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO CT-CHANGES-READ
           END-READ.

      ***************************************************************
      * NO LOAMAST ON FILE MEANS NO LEAVE HAS BEEN RECORDED YET, AND
      * EVERY CHANGE IS PRICED FOR PAYMENT AS BEFORE.
      ***************************************************************
       220-OPEN-LEAVE-FILE.

           OPEN INPUT LOAMAST.
           IF LOAMAST-SUCCESSFUL
               SET LOAMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "NO LOAMAST ON FILE - NO RETRO PAY IS HELD "
                   "FOR UNPAID LEAVE"
           END-IF.

      ***************************************************************
      * THE PER-PERIOD GROSS AT EACH RATE IS ROUNDED EXACTLY AS
      * SEQ3080 ROUNDS IT, SO THE RETRO AMOUNT IS WHAT THE EMPLOYEE
      * WOULD HAVE BEEN PAID, TO THE CENT, HAD THE CHANGE POSTED ON
      * TIME.  A NEGATIVE DIFFERENCE IS AN OVERPAYMENT TO RECOVER.
      * AN AMOUNT OWED EITHER WAY TO AN EMPLOYEE ON OPEN UNPAID
      * LEAVE IS HELD RATHER THAN RELEASED TO THE SORT.
      ***************************************************************
       300-PRICE-ONE-CHANGE.

           COMPUTE RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (RP-RUN-DATE).
           COMPUTE EFFECTIVE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (RP-EFFECTIVE-DATE).
           IF RUN-DAY-NUMBER = ZERO OR EFFECTIVE-DAY-NUMBER = ZERO
               ADD 1 TO CT-INVALID-DATE
               DISPLAY "EMPLOYEE " RP-EMPLOYEE-ID
                   " EFFECTIVE DATE " RP-EFFECTIVE-DATE
                   " IS NOT A CALENDAR DATE - NOT PRICED"
           ELSE
               COMPUTE DAYS-ELAPSED =
                   RUN-DAY-NUMBER - EFFECTIVE-DAY-NUMBER
               COMPUTE SW-PERIODS-OWED =
                   DAYS-ELAPSED / DAYS-PER-PAY-PERIOD
               COMPUTE OLD-PERIOD-GROSS ROUNDED =
                   RP-OLD-SALARY / PAY-PERIODS-PER-YEAR
               COMPUTE NEW-PERIOD-GROSS ROUNDED =
                   RP-NEW-SALARY / PAY-PERIODS-PER-YEAR
               COMPUTE SW-PERIOD-DIFFERENCE =
                   NEW-PERIOD-GROSS - OLD-PERIOD-GROSS
               COMPUTE SW-RETRO-AMOUNT =
                   SW-PERIOD-DIFFERENCE * SW-PERIODS-OWED
               IF SW-RETRO-AMOUNT = ZERO
                   ADD 1 TO CT-NOTHING-OWED
               ELSE
                   MOVE RP-DEPART-CODE TO SW-DEPART-CODE
                   MOVE RP-EMPLOYEE-ID TO SW-EMPLOYEE-ID
                   MOVE RP-EFFECTIVE-DATE TO SW-EFFECTIVE-DATE
                   MOVE RP-TRANSACTION-SEQ TO SW-TRANSACTION-SEQ
                   MOVE RP-EMPLOYEE-NAME TO SW-EMPLOYEE-NAME
                   MOVE RP-OLD-SALARY TO SW-OLD-SALARY
                   MOVE RP-NEW-SALARY TO SW-NEW-SALARY
                   PERFORM 310-CHECK-UNPAID-LEAVE
                   IF EMPLOYEE-ON-UNPAID-LEAVE
                       PERFORM 320-HOLD-PRICED-CHANGE
                   ELSE
                       RELEASE SORT-WORK-RECORD
                   END-IF
               END-IF
           END-IF.
           PERFORM 210-READ-RETRO-CHANGE.

      ***************************************************************
      * AN EMPLOYEE WITH NO LEAVE ENTRY ON LOAMAST IS NOT ON LEAVE.
      ***************************************************************
       310-CHECK-UNPAID-LEAVE.

           MOVE "N" TO UNPAID-LEAVE-SWITCH.
           IF LOAMAST-IS-OPEN
               MOVE RP-EMPLOYEE-ID TO LV-EMPLOYEE-ID
               READ LOAMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LV-LEAVE-OPEN AND LV-UNPAID-LEAVE
                           SET EMPLOYEE-ON-UNPAID-LEAVE TO TRUE
                       END-IF
               END-READ
           END-IF.

       320-HOLD-PRICED-CHANGE.

           IF HC-TABLE-COUNT >= 500
               DISPLAY "MORE THAN 500 RETRO CHANGES HELD FOR UNPAID "
                   "LEAVE, RUN ABORTED"
               SET RUN-ABORTED TO TRUE
           ELSE
               ADD 1 TO HC-TABLE-COUNT
               MOVE SW-DEPART-CODE TO HC-DEPART-CODE (HC-TABLE-COUNT)
               MOVE SW-EMPLOYEE-ID TO HC-EMPLOYEE-ID (HC-TABLE-COUNT)
               MOVE SW-EMPLOYEE-NAME
                   TO HC-EMPLOYEE-NAME (HC-TABLE-COUNT)
               MOVE SW-EFFECTIVE-DATE
                   TO HC-EFFECTIVE-DATE (HC-TABLE-COUNT)
               MOVE SW-OLD-SALARY TO HC-OLD-SALARY (HC-TABLE-COUNT)
               MOVE SW-NEW-SALARY TO HC-NEW-SALARY (HC-TABLE-COUNT)
               MOVE SW-PERIODS-OWED
                   TO HC-PERIODS-OWED (HC-TABLE-COUNT)
               MOVE SW-PERIOD-DIFFERENCE
                   TO HC-PERIOD-DIFFERENCE (HC-TABLE-COUNT)
               MOVE SW-RETRO-AMOUNT
                   TO HC-RETRO-AMOUNT (HC-TABLE-COUNT)
               MOVE LV-START-DATE
                   TO HC-LEAVE-START-DATE (HC-TABLE-COUNT)
               ADD 1 TO CT-HELD-ON-LEAVE
               ADD SW-RETRO-AMOUNT TO CT-HELD-AMOUNT
           END-IF.

       600-WRITE-RETRO-FILE.

           OPEN OUTPUT RETROXTR.
           PERFORM 610-WRITE-RETRO-HEADER.
           DISPLAY " ".
           DISPLAY "RETRO PAY APPROVAL LISTING FOR CYCLE DATE "
               RETRO-CYCLE-DATE.
           DISPLAY "DEPT  EMP   NAME                           "
               "EFFECTIVE    OLD SALARY  NEW SALARY  PDS  "
               "PER PERIOD   RETRO AMOUNT".
           PERFORM 620-RETURN-PRICED-CHANGE
               UNTIL SORT-RETURN-DONE.
           IF NOT FIRST-DETAIL
               PERFORM 650-PRINT-DEPARTMENT-TOTAL
           END-IF.
           IF HC-TABLE-COUNT > ZERO
               PERFORM 670-PRINT-HELD-CHANGES
           END-IF.
      *    AN ABORTED FILE IS LEFT WITHOUT ITS TRAILER ON PURPOSE, THE
      *    SAME AS PAYXTR, SO THE BUREAU'S RECEIPT CHECK REJECTS IT.
           IF NOT RUN-ABORTED
               PERFORM 660-WRITE-RETRO-TRAILER
           END-IF.
           CLOSE RETROXTR.

       610-WRITE-RETRO-HEADER.

           MOVE SPACES TO RETRO-EXTRACT-RECORD.
           MOVE "H" TO RH-RECORD-TYPE.
           MOVE RETRO-CYCLE-DATE TO RH-CYCLE-DATE.
           PERFORM 690-WRITE-RETRO-RECORD.

       620-RETURN-PRICED-CHANGE.

           RETURN SORTWORK
               AT END
                   SET SORT-RETURN-DONE TO TRUE
               NOT AT END
                   IF NOT RUN-ABORTED
                       PERFORM 630-WRITE-RETRO-DETAIL
                   END-IF
           END-RETURN.

       630-WRITE-RETRO-DETAIL.

           IF FIRST-DETAIL
               MOVE "N" TO FIRST-DETAIL-SWITCH
               PERFORM 655-START-DEPARTMENT
           ELSE
               IF SW-DEPART-CODE NOT = PREVIOUS-DEPART-CODE
                   PERFORM 650-PRINT-DEPARTMENT-TOTAL
                   PERFORM 655-START-DEPARTMENT
               END-IF
           END-IF.
           MOVE SPACES TO RETRO-EXTRACT-RECORD.
           MOVE "D" TO RD-RECORD-TYPE.
           MOVE SW-EMPLOYEE-ID TO RD-EMPLOYEE-ID.
           MOVE SW-EMPLOYEE-NAME TO RD-EMPLOYEE-NAME.
           MOVE SW-DEPART-CODE TO RD-DEPART-CODE.
           MOVE SW-EFFECTIVE-DATE TO RD-EFFECTIVE-DATE.
           MOVE SW-PERIODS-OWED TO RD-PERIODS-OWED.
           IF SW-RETRO-AMOUNT < ZERO
               MOVE "R" TO RD-ADJUSTMENT-TYPE
           ELSE
               MOVE "P" TO RD-ADJUSTMENT-TYPE
           END-IF.
      *    THE AMOUNT GOES UNSIGNED - THE ADJUSTMENT TYPE CARRIES
      *    THE DIRECTION.
           MOVE SW-RETRO-AMOUNT TO RD-RETRO-AMOUNT.
           PERFORM 690-WRITE-RETRO-RECORD.
           IF NOT RUN-ABORTED
               ADD 1 TO CT-DETAIL-COUNT
               IF SW-RETRO-AMOUNT < ZERO
                   ADD RD-RETRO-AMOUNT TO CT-RECOVERY-TOTAL
               ELSE
                   ADD RD-RETRO-AMOUNT TO CT-PAY-TOTAL
               END-IF
               ADD SW-RETRO-AMOUNT TO CT-NET-RETRO-AMOUNT
               ADD 1 TO DT-CHANGE-COUNT
               ADD SW-RETRO-AMOUNT TO DT-RETRO-AMOUNT
               PERFORM 640-PRINT-DETAIL-LINE
           END-IF.

       640-PRINT-DETAIL-LINE.

           MOVE SW-OLD-SALARY TO DISPLAY-OLD-SALARY.
           MOVE SW-NEW-SALARY TO DISPLAY-NEW-SALARY.
           MOVE SW-PERIODS-OWED TO DISPLAY-PERIODS.
           MOVE SW-PERIOD-DIFFERENCE TO DISPLAY-DIFFERENCE.
           MOVE SW-RETRO-AMOUNT TO DISPLAY-RETRO-AMOUNT.
           DISPLAY SW-DEPART-CODE " " SW-EMPLOYEE-ID " "
               SW-EMPLOYEE-NAME " " SW-EFFECTIVE-DATE "  "
               DISPLAY-OLD-SALARY "   " DISPLAY-NEW-SALARY "  "
               DISPLAY-PERIODS "  " DISPLAY-DIFFERENCE "  "
               DISPLAY-RETRO-AMOUNT.

       650-PRINT-DEPARTMENT-TOTAL.

           MOVE DT-CHANGE-COUNT TO DISPLAY-CHANGE-COUNT.
           MOVE DT-RETRO-AMOUNT TO DISPLAY-DEPT-AMOUNT.
           DISPLAY "      DEPARTMENT " PREVIOUS-DEPART-CODE
               " TOTAL  CHANGES " DISPLAY-CHANGE-COUNT
               "  NET RETRO " DISPLAY-DEPT-AMOUNT.
           DISPLAY " ".

       655-START-DEPARTMENT.

           MOVE SW-DEPART-CODE TO PREVIOUS-DEPART-CODE.
           MOVE ZERO TO DT-CHANGE-COUNT.
           MOVE ZERO TO DT-RETRO-AMOUNT.

       660-WRITE-RETRO-TRAILER.

           MOVE SPACES TO RETRO-EXTRACT-RECORD.
           MOVE "T" TO RT-RECORD-TYPE.
           MOVE CT-DETAIL-COUNT TO RT-RECORD-COUNT.
           MOVE CT-PAY-TOTAL TO RT-PAY-TOTAL.
           MOVE CT-RECOVERY-TOTAL TO RT-RECOVERY-TOTAL.
           PERFORM 690-WRITE-RETRO-RECORD.

      ***************************************************************
      * HELD CHANGES ARE LISTED IN RETROCHG ORDER WITH THE SAME
      * COLUMNS AS THE APPROVED ONES, PLUS THE DATE THE LEAVE BEGAN.
      * NONE OF THEM IS ON THE RETRO FILE OR IN ITS TRAILER.
      ***************************************************************
       670-PRINT-HELD-CHANGES.

           DISPLAY "RETRO PAY HELD - EMPLOYEE ON UNPAID LEAVE".
           DISPLAY "DEPT  EMP   NAME                           "
               "EFFECTIVE    OLD SALARY  NEW SALARY  PDS  "
               "PER PERIOD   RETRO AMOUNT  LEAVE FROM".
           MOVE 1 TO HC-SUBSCRIPT.
           PERFORM 675-PRINT-HELD-LINE
               UNTIL HC-SUBSCRIPT > HC-TABLE-COUNT.
           MOVE HC-TABLE-COUNT TO DISPLAY-CHANGE-COUNT.
           MOVE CT-HELD-AMOUNT TO DISPLAY-DEPT-AMOUNT.
           DISPLAY "      HELD TOTAL  CHANGES " DISPLAY-CHANGE-COUNT
               "  NET RETRO " DISPLAY-DEPT-AMOUNT.
           DISPLAY " ".

       675-PRINT-HELD-LINE.

           MOVE HC-OLD-SALARY (HC-SUBSCRIPT) TO DISPLAY-OLD-SALARY.
           MOVE HC-NEW-SALARY (HC-SUBSCRIPT) TO DISPLAY-NEW-SALARY.
           MOVE HC-PERIODS-OWED (HC-SUBSCRIPT) TO DISPLAY-PERIODS.
           MOVE HC-PERIOD-DIFFERENCE (HC-SUBSCRIPT)
               TO DISPLAY-DIFFERENCE.
           MOVE HC-RETRO-AMOUNT (HC-SUBSCRIPT) TO DISPLAY-RETRO-AMOUNT.
           DISPLAY HC-DEPART-CODE (HC-SUBSCRIPT) " "
               HC-EMPLOYEE-ID (HC-SUBSCRIPT) " "
               HC-EMPLOYEE-NAME (HC-SUBSCRIPT) " "
               HC-EFFECTIVE-DATE (HC-SUBSCRIPT) "  "
               DISPLAY-OLD-SALARY "   " DISPLAY-NEW-SALARY "  "
               DISPLAY-PERIODS "  " DISPLAY-DIFFERENCE "  "
               DISPLAY-RETRO-AMOUNT "  "
               HC-LEAVE-START-DATE (HC-SUBSCRIPT).
           ADD 1 TO HC-SUBSCRIPT.

       690-WRITE-RETRO-RECORD.

           WRITE RETRO-EXTRACT-RECORD.
           IF NOT RETROXTR-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RETROXTR"
               DISPLAY "FILE STATUS CODE IS " RETROXTR-FILE-STATUS
               SET RUN-ABORTED TO TRUE
           END-IF.

       910-DISPLAY-CONTROL-TOTALS.

           DISPLAY " ".
           DISPLAY "SEQ3082 CONTROL TOTALS".
           DISPLAY "    BACK-DATED CHANGES READ .. " CT-CHANGES-READ.
           DISPLAY "    NOTHING OWED ............. " CT-NOTHING-OWED.
           DISPLAY "    DATE NOT VALID ........... " CT-INVALID-DATE.
           DISPLAY "    HELD - UNPAID LEAVE ...... " CT-HELD-ON-LEAVE.
           DISPLAY "    WRITTEN TO RETROXTR ...... " CT-DETAIL-COUNT.
           MOVE CT-PAY-TOTAL TO DISPLAY-COMPANY-AMOUNT.
           DISPLAY "    RETRO PAY OWED ........... "
               DISPLAY-COMPANY-AMOUNT.
           MOVE CT-RECOVERY-TOTAL TO DISPLAY-COMPANY-AMOUNT.
           DISPLAY "    OVERPAYMENT TO RECOVER ... "
               DISPLAY-COMPANY-AMOUNT.
           MOVE CT-NET-RETRO-AMOUNT TO DISPLAY-COMPANY-AMOUNT.
           DISPLAY "    NET RETRO AMOUNT ......... "
               DISPLAY-COMPANY-AMOUNT.
           MOVE CT-HELD-AMOUNT TO DISPLAY-COMPANY-AMOUNT.
           DISPLAY "    NET RETRO HELD ........... "
               DISPLAY-COMPANY-AMOUNT.
           IF RUN-ABORTED
               DISPLAY "*** RETRO FILE INCOMPLETE - DO NOT TRANSMIT ***"
           ELSE
               IF CT-INVALID-DATE > ZERO
                   DISPLAY "*** CHANGES NOT PRICED - WORK THEM BY HAND "
                       "BEFORE SIGN-OFF ***"
               END-IF
               IF CT-HELD-ON-LEAVE > ZERO
                   DISPLAY "*** RETRO HELD FOR UNPAID LEAVE - PAY IT "
                       "BY HAND WHEN THE EMPLOYEE RETURNS ***"
               END-IF
               DISPLAY " "
               DISPLAY "APPROVED FOR TRANSMISSION BY ______________"
                   "__________  DATE __________"
           END-IF.

      ***************************************************************
      * REWRITES THE CYCLE-CONTROL MASTER WITH THIS STEP'S RECORD
      * STAMPED - F WHEN NO CLEAN RETRO FILE WENT OUT, SO A RERUN OF
      * THE SAME CYCLE IS ACCEPTED AFTER THE PROBLEM IS FIXED.
      ***************************************************************
       930-STAMP-CYCLE-CONTROL.

           IF CC-OWN-SUBSCRIPT = ZERO
               ADD 1 TO CC-TABLE-COUNT
               MOVE CC-TABLE-COUNT TO CC-OWN-SUBSCRIPT
               MOVE CC-OWN-PROGRAM-NAME
                   TO CC-PROGRAM-NAME (CC-OWN-SUBSCRIPT)
           END-IF.
           MOVE RETRO-CYCLE-NUMBER
               TO CC-CYCLE-NUMBER (CC-OWN-SUBSCRIPT).
           MOVE RETRO-CYCLE-DATE
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
