       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3180.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RUNCTL  ASSIGN TO RUNCTL
                           FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT LOAMAST  ASSIGN TO LOAMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS LV-EMPLOYEE-ID
                           FILE STATUS IS LOAMAST-FILE-STATUS.
           SELECT EMPIDX  ASSIGN TO EMPIDX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS EI-EMPLOYEE-ID
                           FILE STATUS IS EMPIDX-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RUNCTL.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-MODE             PIC X(6).
           05  RC-RUN-DATE             PIC 9(8).
           05  RC-CYCLE-NUMBER         PIC 9(4).

      ***************************************************************
      * LEAVE-OF-ABSENCE MASTER KEPT BY SEQ3000 AND SEQ3170, READ
      * FRONT TO BACK IN EMPLOYEE ID ORDER.
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

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  LOAMAST-END-OF-FILE-SWITCH      PIC X  VALUE "N".
               88  LOAMAST-END-OF-FILE                 VALUE "Y".
           05  EMPIDX-OPEN-SWITCH              PIC X  VALUE "N".
               88  EMPIDX-IS-OPEN                      VALUE "Y".
           05  LEAVE-TYPE-FOUND-SWITCH         PIC X  VALUE "N".
               88  LEAVE-TYPE-FOUND                    VALUE "Y".
           05  FOLLOW-UP-SWITCH                PIC X  VALUE "N".
               88  FOLLOW-UP-NEEDED                    VALUE "Y".
           05  RUN-ABORTED-SWITCH              PIC X  VALUE "N".
               88  RUN-ABORTED                         VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  RUNCTL-FILE-STATUS       PIC XX.
               88  RUNCTL-SUCCESSFUL          VALUE "00".
           05  LOAMAST-FILE-STATUS      PIC XX.
               88  LOAMAST-SUCCESSFUL         VALUE "00".
           05  EMPIDX-FILE-STATUS       PIC XX.
               88  EMPIDX-SUCCESSFUL          VALUE "00".

       01  FOLLOW-UP-RUN-DATE          PIC 9(8).

       01  RC-SAVE-RUN-DATE            PIC 9(8).

      ***************************************************************
      * LEAVE TYPES AND THE LONGEST EACH MAY RUN BEFORE THE JOB IS NO
      * LONGER PROTECTED OR THE POLICY LIMIT IS REACHED, IN CALENDAR
      * DAYS FROM THE START OF THE LEAVE (ZERO - NO LIMIT).  THE SAME
      * TABLE SEQ3170 EDITS THE LEAVE TYPE AGAINST.
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

      ***************************************************************
      * A LEAVE WITHIN THIS MANY DAYS OF ITS LIMIT IS CALLED OUT.  THE
      * REPORT RUNS WEEKLY, SO TWO WEEKS GIVES HR TWO CHANCES TO ACT
      * BEFORE THE LIMIT PASSES.
      ***************************************************************
       01  LIMIT-WARNING-DAYS          PIC 9(3) VALUE 14.

      ***************************************************************
      * CALENDAR DATES CANNOT BE SUBTRACTED AS PLAIN NUMBERS ACROSS
      * MONTH ENDS, SO EVERY DATE IS TURNED INTO A DAY COUNT FIRST.
      ***************************************************************
       01  FOLLOW-UP-WORK-FIELDS.
           05  AS-OF-DAY-NUMBER            PIC S9(9) COMP.
           05  START-DAY-NUMBER            PIC S9(9) COMP.
           05  RETURN-DAY-NUMBER           PIC S9(9) COMP.
           05  DAYS-ON-LEAVE               PIC S9(5) COMP.
           05  DAYS-OVERDUE                PIC S9(5) COMP.
           05  DAYS-TO-LIMIT               PIC S9(5) COMP.
           05  REPORT-EMPLOYEE-NAME        PIC X(30).
           05  REPORT-DEPART-CODE          PIC X(5).

       01  CONTROL-TOTALS.
           05  CT-LEAVES-READ              PIC 9(7) VALUE ZERO.
           05  CT-OPEN-LEAVES              PIC 9(7) VALUE ZERO.
           05  CT-UNPAID-LEAVES            PIC 9(7) VALUE ZERO.
           05  CT-OVERDUE-RETURNS          PIC 9(7) VALUE ZERO.
           05  CT-NO-RETURN-DATE           PIC 9(7) VALUE ZERO.
           05  CT-NEARING-LIMIT            PIC 9(7) VALUE ZERO.
           05  CT-PAST-LIMIT               PIC 9(7) VALUE ZERO.

       01  REPORT-DISPLAY-FIELDS.
           05  DISPLAY-DAYS                PIC ZZ,ZZ9.
           05  DISPLAY-NOTE-DAYS           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

      ***************************************************************
      * WEEKLY LEAVE-OF-ABSENCE FOLLOW-UP.  READS EVERY OPEN LEAVE ON
      * LOAMAST AND LISTS THE ONES HR HAS TO CHASE AS OF THE RUNCTL
      * DATE - AN EMPLOYEE PAST THE DATE THEY WERE DUE BACK, A LEAVE
      * WITH NO EXPECTED RETURN DATE RECORDED, AND A LEAVE AT OR
      * WITHIN TWO WEEKS OF THE LIMIT FOR ITS TYPE.  NAMES AND
      * DEPARTMENTS COME FROM EMPIDX WHEN IT IS AVAILABLE.
      ***************************************************************
       000-REPORT-LEAVE-FOLLOW-UP.

           DISPLAY "SEQ3180 LEAVE-OF-ABSENCE FOLLOW-UP REPORT".
           DISPLAY " ".

           PERFORM 020-READ-RUN-CONTROL-CARD.
           IF NOT RUN-ABORTED
               PERFORM 100-OPEN-EMPLOYEE-INDEX
               PERFORM 200-REVIEW-LEAVE-MASTER
               IF EMPIDX-IS-OPEN
                   CLOSE EMPIDX
               END-IF
               PERFORM 910-DISPLAY-CONTROL-TOTALS
           END-IF.
           STOP RUN.

       020-READ-RUN-CONTROL-CARD.

           OPEN INPUT RUNCTL.
           IF NOT RUNCTL-SUCCESSFUL
               DISPLAY "RUN CONTROL CARD FILE RUNCTL MISSING, "
                   "RUN ABORTED"
               SET RUN-ABORTED TO TRUE
           ELSE
               READ RUNCTL
                   AT END
                       DISPLAY "RUN CONTROL CARD FILE RUNCTL EMPTY, "
                           "RUN ABORTED"
                       SET RUN-ABORTED TO TRUE
                   NOT AT END
                       MOVE RC-RUN-DATE TO RC-SAVE-RUN-DATE
               END-READ
               CLOSE RUNCTL
           END-IF.
           IF NOT RUN-ABORTED
               IF RC-SAVE-RUN-DATE NOT NUMERIC
                   DISPLAY "RUN DATE ON CONTROL CARD IS NOT A VALID "
                       "DATE, RUN ABORTED"
                   SET RUN-ABORTED TO TRUE
               ELSE
                   MOVE RC-SAVE-RUN-DATE TO FOLLOW-UP-RUN-DATE
                   COMPUTE AS-OF-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE (FOLLOW-UP-RUN-DATE)
                   DISPLAY "OPEN LEAVES AS OF " FOLLOW-UP-RUN-DATE
                   DISPLAY " "
               END-IF
           END-IF.

       100-OPEN-EMPLOYEE-INDEX.

           OPEN INPUT EMPIDX.
           IF EMPIDX-SUCCESSFUL
               SET EMPIDX-IS-OPEN TO TRUE
           ELSE
               DISPLAY "EMPIDX NOT AVAILABLE (STATUS "
                   EMPIDX-FILE-STATUS ") - NAMES NOT SHOWN"
               DISPLAY " "
           END-IF.

       200-REVIEW-LEAVE-MASTER.

           OPEN INPUT LOAMAST.
           IF NOT LOAMAST-SUCCESSFUL
               DISPLAY "NO LOAMAST ON FILE - NO LEAVE HAS BEEN "
                   "RECORDED"
           ELSE
               DISPLAY "EMP   NAME                           DEPT  "
                   "TY ST START    DUE BACK   DAYS PAY"
               PERFORM 210-READ-LEAVE-MASTER
               PERFORM 300-REVIEW-ONE-LEAVE
                   UNTIL LOAMAST-END-OF-FILE
               CLOSE LOAMAST
           END-IF.

       210-READ-LEAVE-MASTER.

           READ LOAMAST
               AT END
                   SET LOAMAST-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO CT-LEAVES-READ
           END-READ.

      ***************************************************************
      * A LEAVE IS LISTED ONCE, WITH A NOTE LINE UNDER IT FOR EACH
      * REASON IT NEEDS FOLLOWING UP.
      ***************************************************************
       300-REVIEW-ONE-LEAVE.

           IF LV-LEAVE-OPEN
               ADD 1 TO CT-OPEN-LEAVES
               IF LV-UNPAID-LEAVE
                   ADD 1 TO CT-UNPAID-LEAVES
               END-IF
               PERFORM 310-MEASURE-LEAVE
               IF FOLLOW-UP-NEEDED
                   PERFORM 400-LIST-LEAVE
               END-IF
           END-IF.
           PERFORM 210-READ-LEAVE-MASTER.

       310-MEASURE-LEAVE.

           MOVE "N" TO FOLLOW-UP-SWITCH.
           COMPUTE START-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (LV-START-DATE).
           COMPUTE DAYS-ON-LEAVE =
               AS-OF-DAY-NUMBER - START-DAY-NUMBER.
           IF DAYS-ON-LEAVE < ZERO
               MOVE ZERO TO DAYS-ON-LEAVE
           END-IF.
           MOVE ZERO TO DAYS-OVERDUE.
           IF LV-EXPECTED-RETURN-DATE = ZERO
               SET FOLLOW-UP-NEEDED TO TRUE
           ELSE
               IF LV-EXPECTED-RETURN-DATE < FOLLOW-UP-RUN-DATE
                   COMPUTE RETURN-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE
                           (LV-EXPECTED-RETURN-DATE)
                   COMPUTE DAYS-OVERDUE =
                       AS-OF-DAY-NUMBER - RETURN-DAY-NUMBER
                   SET FOLLOW-UP-NEEDED TO TRUE
               END-IF
           END-IF.
           MOVE ZERO TO DAYS-TO-LIMIT.
           MOVE "N" TO LEAVE-TYPE-FOUND-SWITCH.
           SET LT-IDX TO 1.
           SEARCH LEAVE-TYPE-ENTRY
               WHEN LY-LEAVE-TYPE (LT-IDX) = LV-LEAVE-TYPE
                   SET LEAVE-TYPE-FOUND TO TRUE
           END-SEARCH.
           IF LEAVE-TYPE-FOUND
               IF LY-LIMIT-DAYS (LT-IDX) > ZERO
                   COMPUTE DAYS-TO-LIMIT =
                       LY-LIMIT-DAYS (LT-IDX) - DAYS-ON-LEAVE
                   IF DAYS-TO-LIMIT NOT > LIMIT-WARNING-DAYS
                       SET FOLLOW-UP-NEEDED TO TRUE
                   END-IF
               END-IF
           END-IF.

       400-LIST-LEAVE.

           MOVE SPACES TO REPORT-EMPLOYEE-NAME.
           MOVE SPACES TO REPORT-DEPART-CODE.
           IF EMPIDX-IS-OPEN
               MOVE LV-EMPLOYEE-ID TO EI-EMPLOYEE-ID
               READ EMPIDX
                   INVALID KEY
                       MOVE "*** NOT ON EMPIDX ***"
                           TO REPORT-EMPLOYEE-NAME
                   NOT INVALID KEY
                       MOVE EI-EMPLOYEE-NAME TO REPORT-EMPLOYEE-NAME
                       MOVE EI-DEPART-CODE TO REPORT-DEPART-CODE
               END-READ
           END-IF.
           MOVE DAYS-ON-LEAVE TO DISPLAY-DAYS.
           DISPLAY LV-EMPLOYEE-ID " " REPORT-EMPLOYEE-NAME " "
               REPORT-DEPART-CODE " " LV-LEAVE-TYPE " "
               LV-EMPLOYMENT-STATUS "  " LV-START-DATE " "
               LV-EXPECTED-RETURN-DATE " " DISPLAY-DAYS " "
               LV-PAY-INDICATOR.
           IF LV-EXPECTED-RETURN-DATE = ZERO
               ADD 1 TO CT-NO-RETURN-DATE
               DISPLAY "      *** NO EXPECTED RETURN DATE RECORDED - "
                   "KEY ONE THROUGH SEQ3170 ***"
           END-IF.
           IF DAYS-OVERDUE > ZERO
               ADD 1 TO CT-OVERDUE-RETURNS
               MOVE DAYS-OVERDUE TO DISPLAY-NOTE-DAYS
               DISPLAY "      *** PAST EXPECTED RETURN BY "
                   DISPLAY-NOTE-DAYS " DAYS ***"
           END-IF.
           IF LEAVE-TYPE-FOUND AND LY-LIMIT-DAYS (LT-IDX) > ZERO
               IF DAYS-TO-LIMIT NOT > ZERO
                   ADD 1 TO CT-PAST-LIMIT
                   COMPUTE DISPLAY-NOTE-DAYS = ZERO - DAYS-TO-LIMIT
                   DISPLAY "      *** " LY-DESCRIPTION (LT-IDX)
                       " LIMIT REACHED " DISPLAY-NOTE-DAYS
                       " DAYS AGO ***"
               ELSE
                   IF DAYS-TO-LIMIT NOT > LIMIT-WARNING-DAYS
                       ADD 1 TO CT-NEARING-LIMIT
                       MOVE DAYS-TO-LIMIT TO DISPLAY-NOTE-DAYS
                       DISPLAY "      *** " LY-DESCRIPTION (LT-IDX)
                           " LIMIT REACHED IN " DISPLAY-NOTE-DAYS
                           " DAYS ***"
                   END-IF
               END-IF
           END-IF.

       910-DISPLAY-CONTROL-TOTALS.

           DISPLAY " ".
           DISPLAY "SEQ3180 CONTROL TOTALS".
           DISPLAY "    LEAVE RECORDS READ .. " CT-LEAVES-READ.
           DISPLAY "    OPEN LEAVES ......... " CT-OPEN-LEAVES.
           DISPLAY "    OPEN AND UNPAID ..... " CT-UNPAID-LEAVES.
           DISPLAY "    PAST DUE BACK ....... " CT-OVERDUE-RETURNS.
           DISPLAY "    NO DUE-BACK DATE .... " CT-NO-RETURN-DATE.
           DISPLAY "    NEARING LIMIT ....... " CT-NEARING-LIMIT.
           DISPLAY "    AT OR PAST LIMIT .... " CT-PAST-LIMIT.
           IF CT-OVERDUE-RETURNS > ZERO OR CT-PAST-LIMIT > ZERO
               DISPLAY "*** EMPLOYEES PAST THEIR RETURN DATE OR LEAVE "
                   "LIMIT - HR TO FOLLOW UP ***"
           END-IF.
