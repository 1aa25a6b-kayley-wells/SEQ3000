                           ACCESS MODE IS RANDOM
                           RECORD KEY IS EI-EMPLOYEE-ID
                           FILE STATUS IS EMPIDX-FILE-STATUS.
           SELECT CHGIDX  ASSIGN TO CHGIDX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CX-HISTORY-KEY
                           FILE STATUS IS CHGIDX-FILE-STATUS.
           SELECT TERMIDX  ASSIGN TO TERMIDX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS TX-ARCHIVE-KEY
                           FILE STATUS IS TERMIDX-FILE-STATUS.

       DATA DIVISION.

           05  EI-HIRE-DATE            PIC 9(8).
           05  EI-EMPLOYMENT-STATUS    PIC X.

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
           05  END-OF-INQUIRY-SWITCH           PIC X  VALUE "N".
               88  END-OF-INQUIRY                      VALUE "Y".
           05  END-OF-EMPLOYEE-SWITCH          PIC X  VALUE "N".
               88  END-OF-EMPLOYEE                     VALUE "Y".
           05  CURRENT-RECORD-FOUND-SWITCH     PIC X  VALUE "N".
               88  CURRENT-RECORD-FOUND                VALUE "Y".
           05  HISTORY-RECORD-FOUND-SWITCH     PIC X  VALUE "N".
           05  EMPIDX-FILE-STATUS       PIC XX.
               88  EMPIDX-SUCCESSFUL          VALUE "00".
               88  EMPIDX-RECORD-NOT-FOUND    VALUE "23".
           05  CHGIDX-FILE-STATUS       PIC XX.
               88  CHGIDX-SUCCESSFUL          VALUE "00".
           05  TERMIDX-FILE-STATUS      PIC XX.
               88  TERMIDX-SUCCESSFUL         VALUE "00".

       01  INQUIRY-FIELDS.
           05  INQUIRY-EMPLOYEE-ID         PIC X(5).
      * EMPIDX RECORD, THE FULL CHGHIST PLAYBACK IN THE ORDER THE
      * CHANGES POSTED, AND EVERY TERMEMP ARCHIVE ENTRY - THE WHOLE
      * PICTURE SEQ3030, SEQ3090 AND SEQ3060 EACH SHOW A THIRD OF,
      * FROM ONE SUBMISSION.  THE HISTORY AND ARCHIVE ARE READ
      * THROUGH THEIR INDEXED COMPANIONS, CHGIDX AND TERMIDX, STARTING
      * AT THE EMPLOYEE'S FIRST ENTRY, SO A DOSSIER COSTS THE SAME
      * HOWEVER MANY YEARS OF HISTORY ARE ON FILE.
      ***************************************************************
       000-PRODUCE-EMPLOYEE-DOSSIER.

           DISPLAY " ".

           OPEN INPUT EMPIDX.
           OPEN INPUT CHGIDX.
           OPEN INPUT TERMIDX.

           IF CHGIDX-SUCCESSFUL AND TERMIDX-SUCCESSFUL
               PERFORM 100-READ-INQUIRY-REQUEST
               PERFORM 200-PRODUCE-ONE-DOSSIER
                   UNTIL END-OF-INQUIRY
           ELSE
               DISPLAY "OPEN ERROR ON CHGIDX OR TERMIDX - NOT RUN"
               DISPLAY "CHGIDX FILE STATUS CODE IS " CHGIDX-FILE-STATUS
               DISPLAY "TERMIDX FILE STATUS CODE IS "
                   TERMIDX-FILE-STATUS
               DISPLAY "SEQ3210 REBUILDS BOTH FROM CHGHIST AND TERMEMP"
           END-IF.

           CLOSE EMPIDX.
           IF CHGIDX-SUCCESSFUL
               CLOSE CHGIDX
           END-IF.
           IF TERMIDX-SUCCESSFUL
               CLOSE TERMIDX
           END-IF.
           DISPLAY "DOSSIERS PRODUCED ....... " DOSSIER-COUNT.
           STOP RUN.

           DISPLAY " ".

      ***************************************************************
      * FULL CHANGE-HISTORY PLAYBACK.  CHGIDX IS KEYED BY EMPLOYEE,
      * RUN DATE AND TRANSACTION SEQUENCE, SO READING ON FROM THE
      * EMPLOYEE'S FIRST ENTRY PLAYS THE CHANGES BACK IN THE ORDER
      * THEY POSTED.
      ***************************************************************
       400-PRINT-CHANGE-HISTORY.

           DISPLAY "--- CHANGE HISTORY ---".
           MOVE "N" TO HISTORY-RECORD-FOUND-SWITCH.
           MOVE "N" TO END-OF-EMPLOYEE-SWITCH.
           MOVE ZERO TO HISTORY-LINE-COUNT.
           MOVE LOW-VALUES TO CX-HISTORY-KEY.
           MOVE INQUIRY-EMPLOYEE-ID TO CX-EMPLOYEE-ID.
           START CHGIDX
               KEY IS NOT LESS THAN CX-HISTORY-KEY
               INVALID KEY
                   SET END-OF-EMPLOYEE TO TRUE
           END-START.
           IF NOT END-OF-EMPLOYEE
               PERFORM 410-READ-HISTORY-RECORD
           END-IF.
           PERFORM 420-LIST-HISTORY-RECORD
               UNTIL END-OF-EMPLOYEE.
           IF NOT HISTORY-RECORD-FOUND
               DISPLAY "    NO CHANGES ON FILE"
           ELSE

       410-READ-HISTORY-RECORD.

           READ CHGIDX NEXT RECORD
               AT END
                   SET END-OF-EMPLOYEE TO TRUE
           END-READ.
           IF NOT END-OF-EMPLOYEE
               IF CX-EMPLOYEE-ID NOT = INQUIRY-EMPLOYEE-ID
                   SET END-OF-EMPLOYEE TO TRUE
               END-IF
           END-IF.

       420-LIST-HISTORY-RECORD.

           SET HISTORY-RECORD-FOUND TO TRUE.
           ADD 1 TO HISTORY-LINE-COUNT.
           DISPLAY "    " CX-RUN-DATE " " CX-FIELD-NAME " "
               CX-OLD-VALUE " -> " CX-NEW-VALUE.
           PERFORM 410-READ-HISTORY-RECORD.

      ***************************************************************

           DISPLAY "--- TERMINATION ARCHIVE ---".
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
               PERFORM 510-READ-ARCHIVE-RECORD
           END-IF.
           PERFORM 520-LIST-ARCHIVE-RECORD
               UNTIL END-OF-EMPLOYEE.
           IF NOT ARCHIVE-RECORD-FOUND
               DISPLAY "    NO TERMINATIONS ON FILE"
           END-IF.

       510-READ-ARCHIVE-RECORD.

           READ TERMIDX NEXT RECORD
               AT END
                   SET END-OF-EMPLOYEE TO TRUE
           END-READ.
           IF NOT END-OF-EMPLOYEE
               IF TX-EMPLOYEE-ID NOT = INQUIRY-EMPLOYEE-ID
                   SET END-OF-EMPLOYEE TO TRUE
               END-IF
           END-IF.

       520-LIST-ARCHIVE-RECORD.

           SET ARCHIVE-RECORD-FOUND TO TRUE.
           DISPLAY "    TERMINATED ....... " TX-TERMINATION-DATE.
           DISPLAY "    NAME ............. " TX-EMPLOYEE-NAME.
           DISPLAY "    DEPARTMENT ....... " TX-DEPART-CODE.
           DISPLAY "    JOB CLASS ........ " TX-JOB-CLASS.
           MOVE TX-ANNUAL-SALARY TO DISPLAY-ANNUAL-SALARY.
           MOVE TX-VACATION-HOURS TO DISPLAY-VACATION-HOURS.
           MOVE TX-SICK-HOURS TO DISPLAY-SICK-HOURS.
           DISPLAY "    ANNUAL SALARY .... " DISPLAY-ANNUAL-SALARY.
           DISPLAY "    VACATION HOURS ... " DISPLAY-VACATION-HOURS.
           DISPLAY "    SICK HOURS ....... " DISPLAY-SICK-HOURS.
           DISPLAY "    HIRED ............ " TX-HIRE-DATE.
           DISPLAY "    STATUS AT TERM ... " TX-EMPLOYMENT-STATUS.
           DISPLAY " ".
           PERFORM 510-READ-ARCHIVE-RECORD.
