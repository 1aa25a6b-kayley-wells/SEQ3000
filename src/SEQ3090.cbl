
       FILE-CONTROL.

           SELECT CHGIDX  ASSIGN TO CHGIDX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CX-HISTORY-KEY
                           FILE STATUS IS CHGIDX-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

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
           05  END-OF-INQUIRY-SWITCH           PIC X  VALUE "N".
               88  END-OF-INQUIRY                      VALUE "Y".
           05  END-OF-EMPLOYEE-SWITCH          PIC X  VALUE "N".
               88  END-OF-EMPLOYEE                     VALUE "Y".
           05  HISTORY-RECORD-FOUND-SWITCH     PIC X  VALUE "N".
               88  HISTORY-RECORD-FOUND                VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  CHGIDX-FILE-STATUS       PIC XX.
               88  CHGIDX-SUCCESSFUL          VALUE "00".

       01  INQUIRY-FIELDS.
           05  INQUIRY-EMPLOYEE-ID         PIC X(5).
           05  HISTORY-LINE-COUNT          PIC 9(5).
       PROCEDURE DIVISION.

      ***************************************************************
      * EMPLOYEE CHANGE-HISTORY INQUIRY AGAINST CHGIDX, THE INDEXED
      * COMPANION SEQ3000 KEEPS TO THE CUMULATIVE CHGHIST FILE.  THE
      * KEY IS EMPLOYEE, RUN DATE AND TRANSACTION SEQUENCE, SO EACH
      * INQUIRY STARTS AT THE EMPLOYEE'S FIRST ENTRY AND READS ON
      * UNTIL THE EMPLOYEE CHANGES, PLAYING THE CHANGES BACK IN THE
      * ORDER THEY POSTED - THE LONGITUDINAL AUDIT TRAIL, FIELD BY
      * FIELD, OLD VALUE TO NEW - WITHOUT READING ANYONE ELSE'S.
      ***************************************************************
       000-INQUIRE-CHANGE-HISTORY.

           DISPLAY "SEQ3090 EMPLOYEE CHANGE HISTORY INQUIRY".
           DISPLAY " ".

           OPEN INPUT CHGIDX.
           IF CHGIDX-SUCCESSFUL
               PERFORM 100-READ-INQUIRY-REQUEST
               PERFORM 200-ANSWER-INQUIRY
                   UNTIL END-OF-INQUIRY
               CLOSE CHGIDX
           ELSE
               DISPLAY "OPEN ERROR ON CHGIDX - INQUIRY NOT RUN"
               DISPLAY "FILE STATUS CODE IS " CHGIDX-FILE-STATUS
               DISPLAY "SEQ3210 REBUILDS CHGIDX FROM CHGHIST"
           END-IF.
           STOP RUN.

       100-READ-INQUIRY-REQUEST.
       200-ANSWER-INQUIRY.

           MOVE "N" TO HISTORY-RECORD-FOUND-SWITCH.
           MOVE "N" TO END-OF-EMPLOYEE-SWITCH.
           MOVE ZERO TO HISTORY-LINE-COUNT.
           DISPLAY "CHANGE HISTORY FOR EMPLOYEE " INQUIRY-EMPLOYEE-ID.
           MOVE LOW-VALUES TO CX-HISTORY-KEY.
           MOVE INQUIRY-EMPLOYEE-ID TO CX-EMPLOYEE-ID.
           START CHGIDX
               KEY IS NOT LESS THAN CX-HISTORY-KEY
               INVALID KEY
                   SET END-OF-EMPLOYEE TO TRUE
           END-START.
           IF NOT END-OF-EMPLOYEE
               PERFORM 300-READ-HISTORY-RECORD
           END-IF.
           PERFORM 400-LIST-HISTORY-RECORD
               UNTIL END-OF-EMPLOYEE.
           IF NOT HISTORY-RECORD-FOUND
               DISPLAY "    NO CHANGES ON FILE"
           ELSE

       300-READ-HISTORY-RECORD.

           READ CHGIDX NEXT RECORD
               AT END
                   SET END-OF-EMPLOYEE TO TRUE
           END-READ.
           IF NOT END-OF-EMPLOYEE
               IF CX-EMPLOYEE-ID NOT = INQUIRY-EMPLOYEE-ID
                   SET END-OF-EMPLOYEE TO TRUE
               END-IF
           END-IF.

       400-LIST-HISTORY-RECORD.

           SET HISTORY-RECORD-FOUND TO TRUE.
           ADD 1 TO HISTORY-LINE-COUNT.
           DISPLAY "    " CX-RUN-DATE " " CX-FIELD-NAME " "
               CX-OLD-VALUE " -> " CX-NEW-VALUE.
           PERFORM 300-READ-HISTORY-RECORD.
