       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3210.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CHGHIST  ASSIGN TO CHGHIST
                           FILE STATUS IS CHGHIST-FILE-STATUS.
           SELECT TERMEMP  ASSIGN TO TERMEMP
                           FILE STATUS IS TERMEMP-FILE-STATUS.
           SELECT CHGIDX  ASSIGN TO CHGIDX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS CX-HISTORY-KEY
                           FILE STATUS IS CHGIDX-FILE-STATUS.
           SELECT TERMIDX  ASSIGN TO TERMIDX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS TX-ARCHIVE-KEY
                           FILE STATUS IS TERMIDX-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CHGHIST.
       01  CHANGE-HISTORY-RECORD.
           05  CH-EMPLOYEE-ID          PIC X(5).
           05  CH-RUN-DATE             PIC 9(8).
           05  CH-TRANSACTION-SEQ      PIC 9(9).
           05  CH-FIELD-NAME           PIC X(10).
           05  CH-OLD-VALUE            PIC X(30).
           05  CH-NEW-VALUE            PIC X(30).

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
           05  CHGHIST-END-OF-FILE-SWITCH      PIC X  VALUE "N".
               88  CHGHIST-END-OF-FILE                 VALUE "Y".
           05  TERMEMP-END-OF-FILE-SWITCH      PIC X  VALUE "N".
               88  TERMEMP-END-OF-FILE                 VALUE "Y".
           05  RUN-ABORTED-SWITCH              PIC X  VALUE "N".
               88  RUN-ABORTED                         VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  CHGHIST-FILE-STATUS      PIC XX.
               88  CHGHIST-SUCCESSFUL         VALUE "00".
           05  TERMEMP-FILE-STATUS      PIC XX.
               88  TERMEMP-SUCCESSFUL         VALUE "00".
           05  CHGIDX-FILE-STATUS       PIC XX.
               88  CHGIDX-SUCCESSFUL          VALUE "00".
               88  CHGIDX-DUPLICATE-KEY       VALUE "22".
           05  TERMIDX-FILE-STATUS      PIC XX.
               88  TERMIDX-SUCCESSFUL         VALUE "00".
               88  TERMIDX-DUPLICATE-KEY      VALUE "22".

       01  CONTROL-TOTALS.
           05  CT-CHGHIST-READ             PIC 9(7) VALUE ZERO.
           05  CT-CHGIDX-WRITTEN           PIC 9(7) VALUE ZERO.
           05  CT-CHGIDX-DUPLICATES        PIC 9(7) VALUE ZERO.
           05  CT-TERMEMP-READ             PIC 9(7) VALUE ZERO.
           05  CT-TERMIDX-WRITTEN          PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

      ***************************************************************
      * RECREATES CHGIDX AND TERMIDX, THE INDEXED COMPANIONS SEQ3000
      * KEEPS TO CHGHIST AND TERMEMP, FROM THE SEQUENTIAL FILES
      * THEMSELVES.  RUN IT AFTER EITHER SEQUENTIAL FILE IS RESTORED
      * FROM BACKUP, AFTER SEQ3200 PUTS BACK A PURGED GENERATION, OR
      * WHENEVER SEQ3000 REPORTS A WRITE ERROR ON EITHER INDEX.  BOTH
      * INDEXES ARE OPENED OUTPUT AND LOADED FROM SCRATCH WITH THE
      * SAME KEY RULES SEQ3000 USES, SO A REBUILT INDEX MATCHES ONE
      * MAINTAINED RUN BY RUN ENTRY FOR ENTRY.
      ***************************************************************
       000-REBUILD-HISTORY-INDEXES.

           DISPLAY "SEQ3210 CHANGE HISTORY AND TERMINATION INDEX "
               "REBUILD".
           DISPLAY " ".

           PERFORM 100-REBUILD-CHANGE-INDEX.
           IF NOT RUN-ABORTED
               PERFORM 200-REBUILD-TERMINATION-INDEX
           END-IF.
           PERFORM 910-DISPLAY-CONTROL-TOTALS.
           STOP RUN.

      ***************************************************************
      * NO CHGHIST ON FILE MEANS NO CHANGE HAS EVER POSTED - CHGIDX
      * IS STILL CREATED, EMPTY, SO THE INQUIRIES CAN OPEN IT.
      ***************************************************************
       100-REBUILD-CHANGE-INDEX.

           OPEN OUTPUT CHGIDX.
           OPEN INPUT CHGHIST.
           IF NOT CHGHIST-SUCCESSFUL
               DISPLAY "NO CHGHIST ON FILE - CHGIDX CREATED EMPTY"
           ELSE
               PERFORM 110-READ-CHANGE-HISTORY
               PERFORM 120-LOAD-CHANGE-INDEX-ENTRY
                   UNTIL CHGHIST-END-OF-FILE
               CLOSE CHGHIST
           END-IF.
           CLOSE CHGIDX.

       110-READ-CHANGE-HISTORY.

           READ CHGHIST
               AT END
                   SET CHGHIST-END-OF-FILE TO TRUE.

      ***************************************************************
      * A DUPLICATE KEY IS THE SAME FIELD OF THE SAME TRANSACTION
      * ALREADY LOADED - SEQ3000 LETS IT PASS AND SO DOES THE
      * REBUILD, COUNTING IT.
      ***************************************************************
       120-LOAD-CHANGE-INDEX-ENTRY.

           ADD 1 TO CT-CHGHIST-READ.
           MOVE CHANGE-HISTORY-RECORD TO CHANGE-INDEX-RECORD.
           WRITE CHANGE-INDEX-RECORD.
           IF CHGIDX-SUCCESSFUL
               ADD 1 TO CT-CHGIDX-WRITTEN
           ELSE
               IF CHGIDX-DUPLICATE-KEY
                   ADD 1 TO CT-CHGIDX-DUPLICATES
               ELSE
                   DISPLAY "WRITE ERROR ON CHGIDX FOR EMPLOYEE ID "
                       CH-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " CHGIDX-FILE-STATUS
                   SET RUN-ABORTED TO TRUE
                   SET CHGHIST-END-OF-FILE TO TRUE
               END-IF
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 110-READ-CHANGE-HISTORY
           END-IF.

       200-REBUILD-TERMINATION-INDEX.

           OPEN OUTPUT TERMIDX.
           OPEN INPUT TERMEMP.
           IF NOT TERMEMP-SUCCESSFUL
               DISPLAY "NO TERMEMP ON FILE - TERMIDX CREATED EMPTY"
           ELSE
               PERFORM 210-READ-TERMINATION
               PERFORM 220-LOAD-TERMINATION-INDEX-ENTRY
                   UNTIL TERMEMP-END-OF-FILE
               CLOSE TERMEMP
           END-IF.
           CLOSE TERMIDX.

       210-READ-TERMINATION.

           READ TERMEMP
               AT END
                   SET TERMEMP-END-OF-FILE TO TRUE.

      ***************************************************************
      * TERMEMP IS READ IN POSTING ORDER, SO THE ARCHIVE SEQUENCE IS
      * STEPPED PAST EARLIER ENTRIES FOR THE SAME EMPLOYEE AND DATE
      * EXACTLY AS SEQ3000 STEPPED IT WHEN THE RECORDS WERE WRITTEN.
      ***************************************************************
       220-LOAD-TERMINATION-INDEX-ENTRY.

           ADD 1 TO CT-TERMEMP-READ.
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
           PERFORM 230-WRITE-TERMINATION-INDEX-ENTRY.
           PERFORM 230-WRITE-TERMINATION-INDEX-ENTRY
               UNTIL NOT TERMIDX-DUPLICATE-KEY.
           IF TERMIDX-SUCCESSFUL
               ADD 1 TO CT-TERMIDX-WRITTEN
               PERFORM 210-READ-TERMINATION
           ELSE
               DISPLAY "WRITE ERROR ON TERMIDX FOR EMPLOYEE ID "
                   TE-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " TERMIDX-FILE-STATUS
               SET RUN-ABORTED TO TRUE
               SET TERMEMP-END-OF-FILE TO TRUE
           END-IF.

       230-WRITE-TERMINATION-INDEX-ENTRY.

           ADD 1 TO TX-ARCHIVE-SEQ.
           WRITE TERMINATION-INDEX-RECORD.

       910-DISPLAY-CONTROL-TOTALS.

           DISPLAY " ".
           DISPLAY "SEQ3210 CONTROL TOTALS".
           DISPLAY "    CHGHIST RECORDS READ  " CT-CHGHIST-READ.
           DISPLAY "    CHGIDX ENTRIES ...... " CT-CHGIDX-WRITTEN.
           DISPLAY "    DUPLICATES SKIPPED .. " CT-CHGIDX-DUPLICATES.
           DISPLAY "    TERMEMP RECORDS READ  " CT-TERMEMP-READ.
           DISPLAY "    TERMIDX ENTRIES ..... " CT-TERMIDX-WRITTEN.
           IF RUN-ABORTED
               DISPLAY "*** REBUILD DID NOT COMPLETE - RERUN SEQ3210 "
                   "BEFORE ANY INQUIRY ***"
           END-IF.
