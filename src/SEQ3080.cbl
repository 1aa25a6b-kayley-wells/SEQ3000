                           FILE STATUS IS CYCCTL-FILE-STATUS.
           SELECT ACKSTAT  ASSIGN TO ACKSTAT
                           FILE STATUS IS ACKSTAT-FILE-STATUS.
           SELECT LOAMAST  ASSIGN TO LOAMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS LV-EMPLOYEE-ID
                           FILE STATUS IS LOAMAST-FILE-STATUS.

       DATA DIVISION.

               88  RS-RUN-RECONCILED          VALUE "R".
           05  RS-RUN-DATE             PIC 9(8).
           05  RS-PAYROLL-DIFFERENCE   PIC S9(9)V99.
           05  RS-NEWEMP-HEADCOUNT     PIC 9(7).
           05  RS-NEWEMP-PAYROLL-TOTAL PIC S9(9)V99.

       FD  NEWEMP.
       01  NEW-MASTER-RECORD.
      * CYCLE-CONTROL MASTER SHARED BY THE WHOLE JOB STREAM - THIS
      * STEP TAKES ITS CYCLE FROM SEQ3020'S RECORD, REFUSES TO BUILD
      * IF SEQ3020 DID NOT COMPLETE THAT CYCLE, AND STAMPS ITS OWN
      * RECORD AT CLOSE.  SEQ3220'S RECORD CARRIES THE OUTCOME OF
      * THE CROSS-FILE INTEGRITY AUDIT - NO EXTRACT IS BUILT UNTIL
      * THAT AUDIT HAS PASSED FOR THE CYCLE.
      ***************************************************************
       FD  CYCCTL.
       01  CYCLE-CONTROL-RECORD.
           05  AK-CYCLE-DATE           PIC 9(8).
           05  AK-EXCEPTION-COUNT      PIC 9(7).

      ***************************************************************
      * LEAVE-OF-ABSENCE MASTER KEPT BY SEQ3000 AND SEQ3170.  AN
      * EMPLOYEE ON STATUS L OR S WHOSE LEAVE IS OPEN AND MARKED
      * UNPAID IS LEFT OUT OF THE EXTRACT.
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

       FD  PAYXTR.
       01  EXTRACT-RECORD              PIC X(48).

               88  CYCCTL-END-OF-FILE                  VALUE "Y".
           05  CYCLE-NUMBER-SET-SWITCH         PIC X  VALUE "N".
               88  CYCLE-NUMBER-SET                    VALUE "Y".
           05  LOAMAST-OPEN-SWITCH             PIC X  VALUE "N".
               88  LOAMAST-IS-OPEN                     VALUE "Y".
           05  UNPAID-LEAVE-SWITCH             PIC X  VALUE "N".
               88  EMPLOYEE-ON-UNPAID-LEAVE            VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  PAYXTR-FILE-STATUS       PIC XX.
               88  CYCCTL-SUCCESSFUL          VALUE "00".
           05  ACKSTAT-FILE-STATUS      PIC XX.
               88  ACKSTAT-SUCCESSFUL         VALUE "00".
           05  LOAMAST-FILE-STATUS      PIC XX.
               88  LOAMAST-SUCCESSFUL         VALUE "00".

      ***************************************************************
      * MIRROR OF THE ACKNOWLEDGMENT STATUS, COPIED OUT OF THE
           05  CC-SUBSCRIPT                PIC S9(4) COMP.
           05  CC-OWN-SUBSCRIPT            PIC S9(4) COMP.
           05  CC-PRED-SUBSCRIPT           PIC S9(4) COMP.
           05  CC-AUDIT-SUBSCRIPT          PIC S9(4) COMP.
           05  CC-OWN-PROGRAM-NAME         PIC X(8) VALUE "SEQ3080".
           05  CC-PRED-PROGRAM-NAME        PIC X(8) VALUE "SEQ3020".
           05  CC-AUDIT-PROGRAM-NAME       PIC X(8) VALUE "SEQ3220".

      ***************************************************************
      * THE BUREAU PAYS ON A BIWEEKLY CALENDAR, SO THE PER-PERIOD
       01  CONTROL-TOTALS.
           05  CT-DETAIL-COUNT             PIC 9(7) VALUE ZERO.
           05  CT-GROSS-HASH-TOTAL         PIC 9(11)V99 VALUE ZERO.
           05  CT-UNPAID-LEAVE-COUNT       PIC 9(7) VALUE ZERO.

       01  DISPLAY-FIELDS.
           05  DISPLAY-DETAIL-COUNT        PIC Z,ZZZ,ZZ9.
           05  DISPLAY-UNPAID-COUNT        PIC Z,ZZZ,ZZ9.
           05  DISPLAY-GROSS-HASH          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  DISPLAY-DIFFERENCE          PIC -,---,---,--9.99.

      * AFTER CHECKING THE STATUS RECORD SEQ3020 LEFT BEHIND: IF THE
      * RECONCILIATION FLAGGED THE RUN (OR NEVER RAN), NO EXTRACT IS
      * BUILT, SO AN UNBALANCED FILE CAN NEVER LEAVE THE BUILDING.
      * A FAILED SEQ3220 INTEGRITY AUDIT BLOCKS THE BUILD THE SAME
      * WAY, SO MASTERS THAT DISAGREE WITH ONE ANOTHER NEVER REACH
      * THE BUREAU EITHER.
      ***************************************************************
       000-BUILD-PAYROLL-EXTRACT.

           IF NOT RUN-ABORTED
               PERFORM 080-CHECK-ACKNOWLEDGMENT
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 090-CHECK-INTEGRITY-AUDIT
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 100-CHECK-RECONCILIATION
           END-IF.

           MOVE ZERO TO CC-OWN-SUBSCRIPT.
           MOVE ZERO TO CC-PRED-SUBSCRIPT.
           MOVE ZERO TO CC-AUDIT-SUBSCRIPT.
           MOVE 1 TO CC-SUBSCRIPT.
           PERFORM 055-TEST-ONE-CYCLE-ENTRY
               UNTIL CC-SUBSCRIPT > CC-TABLE-COUNT.
           IF CC-PROGRAM-NAME (CC-SUBSCRIPT) = CC-PRED-PROGRAM-NAME
               MOVE CC-SUBSCRIPT TO CC-PRED-SUBSCRIPT
           END-IF.
           IF CC-PROGRAM-NAME (CC-SUBSCRIPT) = CC-AUDIT-PROGRAM-NAME
               MOVE CC-SUBSCRIPT TO CC-AUDIT-SUBSCRIPT
           END-IF.
           ADD 1 TO CC-SUBSCRIPT.

       056-CHECK-PREDECESSOR-STEP.
               END-IF
           END-IF.

      ***************************************************************
      * CHECKS THE OUTCOME SEQ3220 POSTED TO CYCCTL.  THE AUDIT MUST
      * HAVE RUN FOR THIS CYCLE AND PASSED - A MISSING, STALE OR
      * FAILED AUDIT BLOCKS THE BUILD, JUST AS A MISSING OR FLAGGED
      * RECONCILIATION DOES.
      ***************************************************************
       090-CHECK-INTEGRITY-AUDIT.

           IF CC-AUDIT-SUBSCRIPT = ZERO
               DISPLAY "CYCCTL CARRIES NO SEQ3220 RECORD - RUN THE "
                   "INTEGRITY AUDIT FIRST.  EXTRACT NOT BUILT"
               SET RUN-ABORTED TO TRUE
           ELSE
               IF CC-CYCLE-NUMBER (CC-AUDIT-SUBSCRIPT)
                   < EXTRACT-CYCLE-NUMBER
                   DISPLAY "INTEGRITY AUDIT LAST RAN FOR CYCLE "
                       CC-CYCLE-NUMBER (CC-AUDIT-SUBSCRIPT)
                       " - RUN SEQ3220 FOR THIS CYCLE FIRST"
                   DISPLAY "EXTRACT NOT BUILT"
                   SET RUN-ABORTED TO TRUE
               ELSE
                   IF CC-OUTCOME-FLAG (CC-AUDIT-SUBSCRIPT) NOT = "C"
                       DISPLAY "INTEGRITY AUDIT OF CYCLE "
                           CC-CYCLE-NUMBER (CC-AUDIT-SUBSCRIPT)
                           " FAILED - SEE THE SEQ3220 LISTING"
                       DISPLAY "EXTRACT NOT BUILT"
                       SET RUN-ABORTED TO TRUE
                   END-IF
               END-IF
           END-IF.

       100-CHECK-RECONCILIATION.

           OPEN INPUT RECNSTAT.

           OPEN INPUT NEWEMP.
           OPEN OUTPUT PAYXTR.
           PERFORM 220-OPEN-LEAVE-FILE.
           PERFORM 300-WRITE-EXTRACT-HEADER.
           PERFORM 210-READ-NEW-MASTER.
           PERFORM 400-WRITE-EXTRACT-DETAIL
           END-IF.
           CLOSE NEWEMP
                 PAYXTR.
           IF LOAMAST-IS-OPEN
               CLOSE LOAMAST
           END-IF.

      ***************************************************************
      * THE LAST NEWEMP RECORD IS THE CONTROL TRAILER SEQ3000 LEAVES
               SET NEWEMP-END-OF-FILE TO TRUE
           END-IF.

      ***************************************************************
      * NO LOAMAST ON FILE MEANS NO LEAVE HAS BEEN RECORDED YET, AND
      * EVERY EMPLOYEE IS EXTRACTED AS BEFORE.
      ***************************************************************
       220-OPEN-LEAVE-FILE.

           OPEN INPUT LOAMAST.
           IF LOAMAST-SUCCESSFUL
               SET LOAMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "NO LOAMAST ON FILE - EMPLOYEES ON LEAVE ARE "
                   "EXTRACTED AT FULL GROSS"
           END-IF.

       300-WRITE-EXTRACT-HEADER.

           MOVE SPACES TO EXTRACT-RECORD.

       400-WRITE-EXTRACT-DETAIL.

           PERFORM 410-CHECK-UNPAID-LEAVE.
           IF EMPLOYEE-ON-UNPAID-LEAVE
               ADD 1 TO CT-UNPAID-LEAVE-COUNT
               DISPLAY "NOT EXTRACTED - UNPAID LEAVE SINCE "
                   LV-START-DATE " - " NM-EMPLOYEE-ID " "
                   NM-EMPLOYEE-NAME
           ELSE
               PERFORM 420-BUILD-EXTRACT-DETAIL
           END-IF.
           PERFORM 210-READ-NEW-MASTER.

      ***************************************************************
      * ONLY AN EMPLOYEE NEWEMP SHOWS ON LEAVE OR SUSPENDED IS
      * LOOKED UP.  ONE WITH NO LEAVE ENTRY (A LEAVE THAT STARTED
      * BEFORE LOAMAST EXISTED) IS PAID, BUT LISTED SO HR CAN
      * RECORD IT.
      ***************************************************************
       410-CHECK-UNPAID-LEAVE.

           MOVE "N" TO UNPAID-LEAVE-SWITCH.
           IF LOAMAST-IS-OPEN
               AND (NM-EMPLOYMENT-STATUS = "L" OR "S")
               MOVE NM-EMPLOYEE-ID TO LV-EMPLOYEE-ID
               READ LOAMAST
                   INVALID KEY
                       DISPLAY "NO LEAVE ENTRY ON LOAMAST FOR "
                           NM-EMPLOYEE-ID " (STATUS "
                           NM-EMPLOYMENT-STATUS ") - EXTRACTED"
                   NOT INVALID KEY
                       IF LV-LEAVE-OPEN AND LV-UNPAID-LEAVE
                           SET EMPLOYEE-ON-UNPAID-LEAVE TO TRUE
                       END-IF
               END-READ
           END-IF.

       420-BUILD-EXTRACT-DETAIL.

           COMPUTE PERIOD-GROSS ROUNDED =
               NM-ANNUAL-SALARY / PAY-PERIODS-PER-YEAR.
           MOVE SPACES TO EXTRACT-RECORD.
               ADD 1 TO CT-DETAIL-COUNT
               ADD PERIOD-GROSS TO CT-GROSS-HASH-TOTAL
           END-IF.

       500-WRITE-EXTRACT-TRAILER.

           MOVE CT-GROSS-HASH-TOTAL TO DISPLAY-GROSS-HASH.
           DISPLAY "PER-PERIOD GROSS HASH TOTAL . "
               DISPLAY-GROSS-HASH.
           MOVE CT-UNPAID-LEAVE-COUNT TO DISPLAY-UNPAID-COUNT.
           DISPLAY "HELD BACK ON UNPAID LEAVE ... "
               DISPLAY-UNPAID-COUNT.
           IF RUN-ABORTED
               DISPLAY "*** EXTRACT INCOMPLETE - DO NOT TRANSMIT ***"
           END-IF.
