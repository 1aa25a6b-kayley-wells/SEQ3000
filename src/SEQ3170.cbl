       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3170.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT LOAMAST  ASSIGN TO LOAMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS LV-EMPLOYEE-ID
                           FILE STATUS IS LOAMAST-FILE-STATUS.
           SELECT LVTRAN  ASSIGN TO LVTRAN
                           FILE STATUS IS LVTRAN-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      ***************************************************************
      * LEAVE-OF-ABSENCE MASTER, ONE RECORD PER EMPLOYEE HOLDING THE
      * CURRENT OR MOST RECENT LEAVE.  SEQ3000 OPENS AND CLOSES THE
      * ENTRIES AS STATUS CHANGES TO AND FROM L AND S POST; THIS
      * PROGRAM FILLS IN WHAT THE STATUS CHANGE CANNOT CARRY.
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
      * LEAVE DETAIL TRANSACTIONS KEYED BY HR - THE LEAVE TYPE, THE
      * EXPECTED RETURN DATE AND THE PAY INDICATOR (P PAID, U
      * UNPAID) FOR AN EMPLOYEE'S OPEN LEAVE.  A BLANK FIELD LEAVES
      * WHAT IS ON FILE ALONE.
      ***************************************************************
       FD  LVTRAN.
       01  LEAVE-TRANSACTION-RECORD.
           05  LT-EMPLOYEE-ID          PIC X(5).
           05  LT-LEAVE-TYPE           PIC X(2).
           05  LT-EXPECTED-RETURN-DATE PIC X(8).
           05  LT-RETURN-DATE-NUMBER REDEFINES LT-EXPECTED-RETURN-DATE
                                       PIC 9(8).
           05  LT-PAY-INDICATOR        PIC X.
               88  LT-VALID-PAY-INDICATOR     VALUES "P" "U".

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  LVTRAN-END-OF-FILE-SWITCH       PIC X  VALUE "N".
               88  LVTRAN-END-OF-FILE                  VALUE "Y".
           05  LEAVE-ENTRY-FOUND-SWITCH        PIC X  VALUE "N".
               88  LEAVE-ENTRY-FOUND                   VALUE "Y".
           05  LEAVE-TYPE-FOUND-SWITCH         PIC X  VALUE "N".
               88  LEAVE-TYPE-FOUND                    VALUE "Y".
           05  TRANSACTION-VALID-SWITCH        PIC X  VALUE "Y".
               88  TRANSACTION-VALID                   VALUE "Y".
           05  RUN-ABORTED-SWITCH              PIC X  VALUE "N".
               88  RUN-ABORTED                         VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  LOAMAST-FILE-STATUS      PIC XX.
               88  LOAMAST-SUCCESSFUL         VALUE "00".
           05  LVTRAN-FILE-STATUS       PIC XX.
               88  LVTRAN-SUCCESSFUL          VALUE "00".

      ***************************************************************
      * LEAVE TYPES AND THE LONGEST EACH MAY RUN BEFORE THE JOB IS NO
      * LONGER PROTECTED OR THE POLICY LIMIT IS REACHED, IN CALENDAR
      * DAYS FROM THE START OF THE LEAVE (ZERO - NO LIMIT).  SEQ3180
      * CARRIES THE SAME TABLE FOR THE FOLLOW-UP REPORT.  SU IS THE
      * ONLY TYPE FOR A SUSPENSION (STATUS S) AND IS NOT USED FOR
      * ANY OTHER LEAVE.
      ***************************************************************
       01  LEAVE-TYPE-VALUES.
           05  FILLER      PIC X(26) VALUE "LAGENERAL LEAVE       0000".
           05  FILLER      PIC X(26) VALUE "FMFAMILY/MEDICAL      0084".
           05  FILLER      PIC X(26) VALUE "DIDISABILITY          0182".
           05  FILLER      PIC X(26) VALUE "MIMILITARY SERVICE    1825".
           05  FILLER      PIC X(26) VALUE "WCWORKERS COMP        0000".
           05  FILLER      PIC X(26) VALUE "PEPERSONAL            0090".
           05  FILLER      PIC X(26) VALUE "SUSUSPENSION          0030".

       01  LEAVE-TYPE-TABLE REDEFINES LEAVE-TYPE-VALUES.
           05  LEAVE-TYPE-ENTRY OCCURS 7 TIMES
                               INDEXED BY LT-IDX.
               10  LY-LEAVE-TYPE       PIC X(2).
               10  LY-DESCRIPTION      PIC X(20).
               10  LY-LIMIT-DAYS       PIC 9(4).

       01  EDIT-WORK-FIELDS.
           05  START-DAY-NUMBER            PIC S9(9) COMP.
           05  RETURN-DAY-NUMBER           PIC S9(9) COMP.
           05  REJECT-REASON               PIC X(40).

       01  CONTROL-TOTALS.
           05  CT-TRANS-READ               PIC 9(5) VALUE ZERO.
           05  CT-LEAVES-UPDATED           PIC 9(5) VALUE ZERO.
           05  CT-TRANS-REJECTED           PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

      ***************************************************************
      * LEAVE-OF-ABSENCE DETAIL MAINTENANCE.  A STATUS CHANGE TO L OR
      * S OPENS A LEAVE ON LOAMAST AS A GENERAL (LA) OR SUSPENSION
      * (SU) LEAVE, UNPAID, WITH NO EXPECTED RETURN DATE.  HR THEN
      * KEYS THE REAL LEAVE TYPE, THE DATE THE EMPLOYEE IS DUE BACK
      * AND WHETHER THE LEAVE IS PAID ON LVTRAN, AND THIS PROGRAM
      * APPLIES THEM TO THE OPEN LEAVE IN PLACE WITH AN AUDIT LINE
      * PER TRANSACTION.  A CLOSED LEAVE IS HISTORY AND IS NOT
      * CHANGED.  AN EMPTY OR MISSING LVTRAN SIMPLY CHANGES NOTHING.
      ***************************************************************
       000-MAINTAIN-LEAVE-DETAILS.

           DISPLAY "SEQ3170 LEAVE-OF-ABSENCE DETAIL MAINTENANCE".
           DISPLAY " ".

           OPEN I-O LOAMAST.
           IF NOT LOAMAST-SUCCESSFUL
               DISPLAY "NO LOAMAST ON FILE (STATUS "
                   LOAMAST-FILE-STATUS ") - NO LEAVE HAS BEEN "
                   "OPENED BY SEQ3000 YET.  RUN ABORTED"
               SET RUN-ABORTED TO TRUE
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 100-APPLY-LEAVE-TRANSACTIONS
               CLOSE LOAMAST
               PERFORM 910-DISPLAY-CONTROL-TOTALS
           END-IF.
           STOP RUN.

       100-APPLY-LEAVE-TRANSACTIONS.

           OPEN INPUT LVTRAN.
           IF NOT LVTRAN-SUCCESSFUL
               DISPLAY "NO LVTRAN ON FILE - NO LEAVE DETAILS CHANGED"
           ELSE
               PERFORM 110-READ-LEAVE-TRANSACTION
               PERFORM 200-APPLY-ONE-TRANSACTION
                   UNTIL LVTRAN-END-OF-FILE
               CLOSE LVTRAN
           END-IF.

       110-READ-LEAVE-TRANSACTION.

           READ LVTRAN
               AT END
                   SET LVTRAN-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
           END-READ.

       200-APPLY-ONE-TRANSACTION.

           MOVE LT-EMPLOYEE-ID TO LV-EMPLOYEE-ID.
           MOVE "N" TO LEAVE-ENTRY-FOUND-SWITCH.
           READ LOAMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LEAVE-ENTRY-FOUND TO TRUE
           END-READ.
           PERFORM 300-EDIT-LEAVE-TRANSACTION.
           IF TRANSACTION-VALID
               PERFORM 400-UPDATE-LEAVE-ENTRY
           ELSE
               ADD 1 TO CT-TRANS-REJECTED
               DISPLAY "LEAVE DETAILS FOR " LT-EMPLOYEE-ID
                   " REJECTED - " REJECT-REASON
           END-IF.
           PERFORM 110-READ-LEAVE-TRANSACTION.

      ***************************************************************
      * THE FIRST EDIT TO FAIL IS THE ONE REPORTED.
      ***************************************************************
       300-EDIT-LEAVE-TRANSACTION.

           SET TRANSACTION-VALID TO TRUE.
           IF NOT LEAVE-ENTRY-FOUND
               MOVE "NO LEAVE ON LOAMAST" TO REJECT-REASON
               MOVE "N" TO TRANSACTION-VALID-SWITCH
           ELSE IF NOT LV-LEAVE-OPEN
               MOVE "LEAVE ALREADY CLOSED" TO REJECT-REASON
               MOVE "N" TO TRANSACTION-VALID-SWITCH
           ELSE IF LT-LEAVE-TYPE = SPACE
                   AND LT-EXPECTED-RETURN-DATE = SPACE
                   AND LT-PAY-INDICATOR = SPACE
               MOVE "NOTHING TO CHANGE" TO REJECT-REASON
               MOVE "N" TO TRANSACTION-VALID-SWITCH.
           IF TRANSACTION-VALID AND LT-LEAVE-TYPE NOT = SPACE
               PERFORM 310-EDIT-LEAVE-TYPE
           END-IF.
           IF TRANSACTION-VALID AND LT-EXPECTED-RETURN-DATE NOT = SPACE
               PERFORM 320-EDIT-EXPECTED-RETURN
           END-IF.
           IF TRANSACTION-VALID AND LT-PAY-INDICATOR NOT = SPACE
               IF NOT LT-VALID-PAY-INDICATOR
                   MOVE "PAY INDICATOR NOT P OR U" TO REJECT-REASON
                   MOVE "N" TO TRANSACTION-VALID-SWITCH
               END-IF
           END-IF.

       310-EDIT-LEAVE-TYPE.

           MOVE "N" TO LEAVE-TYPE-FOUND-SWITCH.
           SET LT-IDX TO 1.
           SEARCH LEAVE-TYPE-ENTRY
               WHEN LY-LEAVE-TYPE (LT-IDX) = LT-LEAVE-TYPE
                   SET LEAVE-TYPE-FOUND TO TRUE
           END-SEARCH.
           IF NOT LEAVE-TYPE-FOUND
               MOVE "LEAVE TYPE NOT RECOGNIZED" TO REJECT-REASON
               MOVE "N" TO TRANSACTION-VALID-SWITCH
           ELSE IF LV-EMPLOYMENT-STATUS = "S"
                   AND LT-LEAVE-TYPE NOT = "SU"
               MOVE "A SUSPENSION MUST BE TYPE SU" TO REJECT-REASON
               MOVE "N" TO TRANSACTION-VALID-SWITCH
           ELSE IF LV-EMPLOYMENT-STATUS NOT = "S"
                   AND LT-LEAVE-TYPE = "SU"
               MOVE "TYPE SU IS FOR SUSPENSIONS ONLY" TO REJECT-REASON
               MOVE "N" TO TRANSACTION-VALID-SWITCH.

       320-EDIT-EXPECTED-RETURN.

           IF LT-EXPECTED-RETURN-DATE NOT NUMERIC
               MOVE "EXPECTED RETURN DATE NOT NUMERIC"
                   TO REJECT-REASON
               MOVE "N" TO TRANSACTION-VALID-SWITCH
           ELSE
               COMPUTE RETURN-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (LT-RETURN-DATE-NUMBER)
               COMPUTE START-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (LV-START-DATE)
               IF RETURN-DAY-NUMBER = ZERO
                   MOVE "EXPECTED RETURN NOT A CALENDAR DATE"
                       TO REJECT-REASON
                   MOVE "N" TO TRANSACTION-VALID-SWITCH
               ELSE
                   IF RETURN-DAY-NUMBER < START-DAY-NUMBER
                       MOVE "EXPECTED RETURN BEFORE LEAVE START"
                           TO REJECT-REASON
                       MOVE "N" TO TRANSACTION-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.

       400-UPDATE-LEAVE-ENTRY.

           IF LT-LEAVE-TYPE NOT = SPACE
               MOVE LT-LEAVE-TYPE TO LV-LEAVE-TYPE
           END-IF.
           IF LT-EXPECTED-RETURN-DATE NOT = SPACE
               MOVE LT-RETURN-DATE-NUMBER TO LV-EXPECTED-RETURN-DATE
           END-IF.
           IF LT-PAY-INDICATOR NOT = SPACE
               MOVE LT-PAY-INDICATOR TO LV-PAY-INDICATOR
           END-IF.
           REWRITE LEAVE-OF-ABSENCE-RECORD.
           IF NOT LOAMAST-SUCCESSFUL
               ADD 1 TO CT-TRANS-REJECTED
               DISPLAY "REWRITE ERROR ON LOAMAST FOR EMPLOYEE ID "
                   LV-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " LOAMAST-FILE-STATUS
           ELSE
               ADD 1 TO CT-LEAVES-UPDATED
               DISPLAY LV-EMPLOYEE-ID " LEAVE FROM " LV-START-DATE
                   " NOW TYPE " LV-LEAVE-TYPE
                   "  EXPECTED BACK " LV-EXPECTED-RETURN-DATE
                   "  PAY " LV-PAY-INDICATOR
           END-IF.

       910-DISPLAY-CONTROL-TOTALS.

           DISPLAY " ".
           DISPLAY "SEQ3170 CONTROL TOTALS".
           DISPLAY "    TRANSACTIONS READ ... " CT-TRANS-READ.
           DISPLAY "    LEAVES UPDATED ...... " CT-LEAVES-UPDATED.
           DISPLAY "    TRANS REJECTED ...... " CT-TRANS-REJECTED.
