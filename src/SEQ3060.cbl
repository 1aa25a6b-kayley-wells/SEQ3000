
       FILE-CONTROL.

           SELECT TERMIDX  ASSIGN TO TERMIDX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS TX-ARCHIVE-KEY
                           FILE STATUS IS TERMIDX-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

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
           05  END-OF-INQUIRY-SWITCH           PIC X  VALUE "N".
               88  END-OF-INQUIRY                      VALUE "Y".
           05  END-OF-EMPLOYEE-SWITCH          PIC X  VALUE "N".
               88  END-OF-EMPLOYEE                     VALUE "Y".
           05  ARCHIVE-RECORD-FOUND-SWITCH     PIC X  VALUE "N".
               88  ARCHIVE-RECORD-FOUND                VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  TERMIDX-FILE-STATUS      PIC XX.
               88  TERMIDX-SUCCESSFUL         VALUE "00".

       01  INQUIRY-FIELDS.
           05  INQUIRY-EMPLOYEE-ID         PIC X(5).

       PROCEDURE DIVISION.

      ***************************************************************
      * TERMINATED-EMPLOYEE INQUIRY AGAINST TERMIDX, THE INDEXED
      * COMPANION TO THE CUMULATIVE TERMEMP ARCHIVE SEQ3000 WRITES
      * AS DELETES POST.  THE KEY IS EMPLOYEE AND TERMINATION DATE,
      * SO EACH INQUIRY STARTS AT THE EMPLOYEE'S FIRST ENTRY AND
      * PRINTS EVERY ARCHIVE RECORD FOR THEM - AN EMPLOYEE REHIRED
      * AND TERMINATED AGAIN APPEARS ONCE PER TERMINATION, OLDEST
      * FIRST - SO HR CAN ANSWER PAYOUT AND REHIRE QUESTIONS
      * WITHOUT RESTORING A RETAINED NEWEMP GENERATION.
      ***************************************************************
       000-INQUIRE-TERMINATED-EMPLOYEE.

           DISPLAY "SEQ3060 TERMINATED EMPLOYEE INQUIRY".
           DISPLAY " ".

           OPEN INPUT TERMIDX.
           IF TERMIDX-SUCCESSFUL
               PERFORM 100-READ-INQUIRY-REQUEST
               PERFORM 200-ANSWER-INQUIRY
                   UNTIL END-OF-INQUIRY
               CLOSE TERMIDX
           ELSE
               DISPLAY "OPEN ERROR ON TERMIDX - INQUIRY NOT RUN"
               DISPLAY "FILE STATUS CODE IS " TERMIDX-FILE-STATUS
               DISPLAY "SEQ3210 REBUILDS TERMIDX FROM TERMEMP"
           END-IF.
           STOP RUN.

       100-READ-INQUIRY-REQUEST.
       200-ANSWER-INQUIRY.

           MOVE "N" TO ARCHIVE-RECORD-FOUND-SWITCH.
           MOVE "N" TO END-OF-EMPLOYEE-SWITCH.
           MOVE INQUIRY-EMPLOYEE-ID TO TX-EMPLOYEE-ID.
           MOVE ZERO TO TX-TERMINATION-DATE.
           MOVE ZERO TO TX-ARCHIVE-SEQ.
           START TERMIDX
               KEY IS NOT LESS THAN TX-ARCHIVE-KEY
               INVALID KEY
                   SET END-OF-EMPLOYEE TO TRUE
           END-START.
           IF NOT END-OF-EMPLOYEE
               PERFORM 300-READ-ARCHIVE-RECORD
           END-IF.
           PERFORM 400-LIST-ARCHIVE-RECORD
               UNTIL END-OF-EMPLOYEE.
           IF NOT ARCHIVE-RECORD-FOUND
               DISPLAY "NO ARCHIVE RECORD ON FILE FOR EMPLOYEE ID "
                   INQUIRY-EMPLOYEE-ID

       300-READ-ARCHIVE-RECORD.

           READ TERMIDX NEXT RECORD
               AT END
                   SET END-OF-EMPLOYEE TO TRUE
           END-READ.
           IF NOT END-OF-EMPLOYEE
               IF TX-EMPLOYEE-ID NOT = INQUIRY-EMPLOYEE-ID
                   SET END-OF-EMPLOYEE TO TRUE
               END-IF
           END-IF.

       400-LIST-ARCHIVE-RECORD.

           SET ARCHIVE-RECORD-FOUND TO TRUE.
           PERFORM 500-PRINT-ARCHIVE-RECORD.
           PERFORM 300-READ-ARCHIVE-RECORD.

       500-PRINT-ARCHIVE-RECORD.

           DISPLAY "EMPLOYEE ID ...... " TX-EMPLOYEE-ID.
           DISPLAY "NAME ............. " TX-EMPLOYEE-NAME.
           DISPLAY "DEPARTMENT ....... " TX-DEPART-CODE.
           DISPLAY "JOB CLASS ........ " TX-JOB-CLASS.
           MOVE TX-ANNUAL-SALARY TO DISPLAY-ANNUAL-SALARY.
           MOVE TX-VACATION-HOURS TO DISPLAY-VACATION-HOURS.
           MOVE TX-SICK-HOURS TO DISPLAY-SICK-HOURS.
           DISPLAY "ANNUAL SALARY .... " DISPLAY-ANNUAL-SALARY.
           DISPLAY "VACATION HOURS ... " DISPLAY-VACATION-HOURS.
           DISPLAY "SICK HOURS ....... " DISPLAY-SICK-HOURS.
           DISPLAY "HIRED ............ " TX-HIRE-DATE.
           DISPLAY "STATUS AT TERM ... " TX-EMPLOYMENT-STATUS.
           DISPLAY "TERMINATED ....... " TX-TERMINATION-DATE.
           DISPLAY " ".
