       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3200.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RUNCTL  ASSIGN TO RUNCTL
                           FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT RETPARM  ASSIGN TO RETPARM
                           FILE STATUS IS RETPARM-FILE-STATUS.
           SELECT CHGHIST  ASSIGN TO CHGHIST
                           FILE STATUS IS CHGHIST-FILE-STATUS.
           SELECT CHGNEW  ASSIGN TO CHGNEW
                           FILE STATUS IS CHGNEW-FILE-STATUS.
           SELECT CHGARCH  ASSIGN TO CHGARCH
                           FILE STATUS IS CHGARCH-FILE-STATUS.
           SELECT TERMEMP  ASSIGN TO TERMEMP
                           FILE STATUS IS TERMEMP-FILE-STATUS.
           SELECT TERMNEW  ASSIGN TO TERMNEW
                           FILE STATUS IS TERMNEW-FILE-STATUS.
           SELECT TERMARCH  ASSIGN TO TERMARCH
                           FILE STATUS IS TERMARCH-FILE-STATUS.
           SELECT REJSTAT  ASSIGN TO REJSTAT
                           FILE STATUS IS REJSTAT-FILE-STATUS.
           SELECT REJNEW  ASSIGN TO REJNEW
                           FILE STATUS IS REJNEW-FILE-STATUS.
           SELECT REJARCH  ASSIGN TO REJARCH
                           FILE STATUS IS REJARCH-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RUNCTL.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-MODE             PIC X(6).
           05  RC-RUN-DATE             PIC 9(8).
           05  RC-CYCLE-NUMBER         PIC 9(4).

      ***************************************************************
      * RETENTION POLICY CARD, ONE PER RUN - THE NUMBER OF MONTHS
      * EACH CUMULATIVE FILE IS KEPT ON LINE, COUNTED BACK FROM THE
      * RUN DATE.  ZERO KEEPS THE WHOLE FILE ON LINE.
      ***************************************************************
       FD  RETPARM.
       01  RETENTION-POLICY-RECORD.
           05  RP-CHGHIST-MONTHS       PIC 9(3).
           05  RP-TERMEMP-MONTHS       PIC 9(3).
           05  RP-REJSTAT-MONTHS       PIC 9(3).

       FD  CHGHIST.
       01  CHANGE-HISTORY-RECORD.
           05  CH-EMPLOYEE-ID          PIC X(5).
           05  CH-RUN-DATE             PIC 9(8).
           05  CH-TRANSACTION-SEQ      PIC 9(9).
           05  CH-FIELD-NAME           PIC X(10).
           05  CH-OLD-VALUE            PIC X(30).
           05  CH-NEW-VALUE            PIC X(30).

       FD  CHGNEW.
       01  NEW-CHANGE-HISTORY-RECORD   PIC X(92).

       FD  CHGARCH.
       01  ARCHIVED-CHANGE-HISTORY     PIC X(92).

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

       FD  TERMNEW.
       01  NEW-TERMINATED-RECORD       PIC X(74).

       FD  TERMARCH.
       01  ARCHIVED-TERMINATED-RECORD  PIC X(74).

       FD  REJSTAT.
       01  REJECT-STATUS-RECORD.
           05  RJ-TRANSACTION-IMAGE    PIC X(71).
           05  RJ-REASON-CODE          PIC X(2).
           05  RJ-REJECT-DATE          PIC 9(8).
           05  RJ-SOURCE-PROGRAM       PIC X(8).
           05  RJ-STATUS-FLAG          PIC X.
               88  RJ-OUTSTANDING             VALUE "O".
               88  RJ-RECYCLED                VALUE "R".
               88  RJ-DROPPED                 VALUE "D".
           05  RJ-DISPOSITION-DATE     PIC 9(8).

       FD  REJNEW.
       01  NEW-REJECT-STATUS-RECORD    PIC X(98).

       FD  REJARCH.
       01  ARCHIVED-REJECT-STATUS      PIC X(98).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  CHGHIST-END-OF-FILE-SWITCH      PIC X  VALUE "N".
               88  CHGHIST-END-OF-FILE                 VALUE "Y".
           05  TERMEMP-END-OF-FILE-SWITCH      PIC X  VALUE "N".
               88  TERMEMP-END-OF-FILE                 VALUE "Y".
           05  REJSTAT-END-OF-FILE-SWITCH      PIC X  VALUE "N".
               88  REJSTAT-END-OF-FILE                 VALUE "Y".
           05  PURGE-RECORD-SWITCH             PIC X  VALUE "N".
               88  PURGE-RECORD                        VALUE "Y".
           05  RUN-ABORTED-SWITCH              PIC X  VALUE "N".
               88  RUN-ABORTED                         VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  RUNCTL-FILE-STATUS       PIC XX.
               88  RUNCTL-SUCCESSFUL          VALUE "00".
           05  RETPARM-FILE-STATUS      PIC XX.
               88  RETPARM-SUCCESSFUL         VALUE "00".
           05  CHGHIST-FILE-STATUS      PIC XX.
               88  CHGHIST-SUCCESSFUL         VALUE "00".
           05  CHGNEW-FILE-STATUS       PIC XX.
               88  CHGNEW-SUCCESSFUL          VALUE "00".
           05  CHGARCH-FILE-STATUS      PIC XX.
               88  CHGARCH-SUCCESSFUL         VALUE "00".
           05  TERMEMP-FILE-STATUS      PIC XX.
               88  TERMEMP-SUCCESSFUL         VALUE "00".
           05  TERMNEW-FILE-STATUS      PIC XX.
               88  TERMNEW-SUCCESSFUL         VALUE "00".
           05  TERMARCH-FILE-STATUS     PIC XX.
               88  TERMARCH-SUCCESSFUL        VALUE "00".
           05  REJSTAT-FILE-STATUS      PIC XX.
               88  REJSTAT-SUCCESSFUL         VALUE "00".
           05  REJNEW-FILE-STATUS       PIC XX.
               88  REJNEW-SUCCESSFUL          VALUE "00".
           05  REJARCH-FILE-STATUS      PIC XX.
               88  REJARCH-SUCCESSFUL         VALUE "00".

       01  PURGE-RUN-DATE              PIC 9(8).

       01  RC-SAVE-RUN-DATE            PIC 9(8).

      ***************************************************************
      * POLICY CARD FIELDS, COPIED OUT OF THE RECORD AREA BEFORE
      * RETPARM IS CLOSED.
      ***************************************************************
       01  POLICY-SAVE-FIELDS.
           05  RP-SAVE-CHGHIST-MONTHS      PIC 9(3).
           05  RP-SAVE-TERMEMP-MONTHS      PIC 9(3).
           05  RP-SAVE-REJSTAT-MONTHS      PIC 9(3).

      ***************************************************************
      * CUTOFF ARITHMETIC.  THE CUTOFF IS THE RUN DATE WITH THE
      * RETENTION MONTHS TAKEN OFF; WHEN THAT LANDS ON A DAY THE
      * MONTH DOES NOT HAVE (MARCH 31 BACK ONE MONTH) IT IS PULLED
      * BACK TO THE LAST DAY OF THE MONTH.  A RECORD DATED BEFORE
      * THE CUTOFF IS PURGED.
      ***************************************************************
       01  CUTOFF-WORK-FIELDS.
           05  RETENTION-MONTHS            PIC 9(3).
           05  MONTH-COUNT                 PIC S9(7) COMP.
           05  CUTOFF-DATE                 PIC 9(8).
           05  CUTOFF-DATE-PARTS REDEFINES CUTOFF-DATE.
               10  CUTOFF-YEAR             PIC 9(4).
               10  CUTOFF-MONTH            PIC 9(2).
               10  CUTOFF-DAY              PIC 9(2).
           05  CUTOFF-DAY-NUMBER           PIC S9(9) COMP.
           05  RUN-DATE-PARTS.
               10  RUN-YEAR                PIC 9(4).
               10  RUN-MONTH               PIC 9(2).
               10  RUN-DAY                 PIC 9(2).
           05  RECORD-AGE-DATE             PIC 9(8).

      ***************************************************************
      * BALANCING PROOF, ONE ENTRY PER CUMULATIVE FILE (1 CHGHIST,
      * 2 TERMEMP, 3 REJSTAT).  EACH CARRIES THE RECORD COUNT AND TWO
      * HASH TOTALS FOR THE OLD FILE AS READ, THE ARCHIVE AND THE
      * NEW LIVE FILE AS WRITTEN - ARCHIVE PLUS NEW MUST EQUAL OLD
      * ON ALL THREE.  THE FIRST HASH IS THE SUM OF THE RECORD DATES
      * (CHANGE RUN DATE, TERMINATION DATE, REJECT DATE); THE SECOND
      * IS THE SUM OF THE CHANGE SEQUENCE NUMBERS, THE TERMINATED
      * SALARIES AND THE DISPOSITION DATES RESPECTIVELY.
      ***************************************************************
       01  BALANCING-PROOF-TABLE.
           05  PROOF-ENTRY OCCURS 3 TIMES.
               10  PF-FILE-NAME            PIC X(8).
               10  PF-SECOND-HASH-NAME     PIC X(12).
               10  PF-RETENTION-MONTHS     PIC 9(3).
               10  PF-CUTOFF-DATE          PIC 9(8).
               10  PF-FILE-PRESENT         PIC X.
               10  PF-OLD-COUNT            PIC S9(9) COMP-3.
               10  PF-OLD-DATE-HASH        PIC S9(15) COMP-3.
               10  PF-OLD-SECOND-HASH      PIC S9(15)V99 COMP-3.
               10  PF-ARCHIVE-COUNT        PIC S9(9) COMP-3.
               10  PF-ARCHIVE-DATE-HASH    PIC S9(15) COMP-3.
               10  PF-ARCHIVE-SECOND-HASH  PIC S9(15)V99 COMP-3.
               10  PF-NEW-COUNT            PIC S9(9) COMP-3.
               10  PF-NEW-DATE-HASH        PIC S9(15) COMP-3.
               10  PF-NEW-SECOND-HASH      PIC S9(15)V99 COMP-3.

       01  PROOF-SUBSCRIPT             PIC S9(4) COMP.

       01  RECORD-HASH-FIELDS.
           05  RECORD-DATE-HASH            PIC S9(9) COMP-3.
           05  RECORD-SECOND-HASH          PIC S9(9)V99 COMP-3.

       01  CONTROL-TOTALS.
           05  CT-FILES-OUT-OF-BALANCE     PIC 9(3) VALUE ZERO.
           05  CT-OUTSTANDING-KEPT         PIC 9(7) VALUE ZERO.
           05  CT-REHIRES-KEPT             PIC 9(7) VALUE ZERO.

       01  PROOF-DISPLAY-FIELDS.
           05  DISPLAY-RECORD-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  DISPLAY-DATE-HASH           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  DISPLAY-SECOND-HASH         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      ***************************************************************
      * RETENTION AND PURGE RUN FOR THE CUMULATIVE FILES.  CHGHIST,
      * TERMEMP AND REJSTAT ARE APPENDED EVERY CYCLE AND NEVER
      * TRIMMED; THIS RUN COPIES EVERY RECORD OLDER THAN THE CUTOFF
      * THE POLICY CARD GIVES FOR ITS FILE TO THAT FILE'S ARCHIVE
      * (CHGARCH, TERMARCH, REJARCH - CATALOGUED OFF LINE UNDER THE
      * PURGE DATE) AND EVERYTHING ELSE TO THE NEW LIVE FILE (CHGNEW,
      * TERMNEW, REJNEW), WHICH THE JOB STREAM PUTS BACK IN PLACE OF
      * THE OLD ONE.  THE ARCHIVES KEEP THE LIVE LAYOUTS, SO THE
      * INQUIRY PROGRAMS CAN BE POINTED AT ONE WHEN AN OLD QUESTION
      * COMES UP.  A REJSTAT ENTRY STILL OUTSTANDING AND A CHGHIST
      * REHIRE ENTRY ARE NEVER PURGED, HOWEVER OLD.  THE BALANCING
      * PROOF AT THE END SHOWS ARCHIVE PLUS NEW EQUALS OLD IN COUNT
      * AND HASH TOTALS FOR EACH FILE; A FILE OUT OF BALANCE MUST
      * NOT BE PUT BACK.
      ***************************************************************
       000-PURGE-CUMULATIVE-FILES.

           DISPLAY "SEQ3200 CUMULATIVE FILE RETENTION AND PURGE".
           DISPLAY " ".

           PERFORM 020-READ-RUN-CONTROL-CARD.
           IF NOT RUN-ABORTED
               PERFORM 030-READ-RETENTION-CARD
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 050-INITIALIZE-PROOF-TABLE
               PERFORM 100-PURGE-CHANGE-HISTORY
               PERFORM 200-PURGE-TERMINATIONS
               PERFORM 300-PURGE-REJECT-REGISTER
               PERFORM 800-PRINT-BALANCING-PROOF
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
                   MOVE RC-SAVE-RUN-DATE TO PURGE-RUN-DATE
                   MOVE RC-SAVE-RUN-DATE TO RUN-DATE-PARTS
               END-IF
           END-IF.

      ***************************************************************
      * A MISSING OR BAD POLICY CARD ABORTS THE RUN BEFORE ANY FILE
      * IS TOUCHED - THERE IS NO DEFAULT RETENTION PERIOD.
      ***************************************************************
       030-READ-RETENTION-CARD.

           OPEN INPUT RETPARM.
           IF NOT RETPARM-SUCCESSFUL
               DISPLAY "RETENTION POLICY CARD FILE RETPARM MISSING, "
                   "RUN ABORTED"
               SET RUN-ABORTED TO TRUE
           ELSE
               READ RETPARM
                   AT END
                       DISPLAY "RETENTION POLICY CARD FILE RETPARM "
                           "EMPTY, RUN ABORTED"
                       SET RUN-ABORTED TO TRUE
                   NOT AT END
                       MOVE RP-CHGHIST-MONTHS
                           TO RP-SAVE-CHGHIST-MONTHS
                       MOVE RP-TERMEMP-MONTHS
                           TO RP-SAVE-TERMEMP-MONTHS
                       MOVE RP-REJSTAT-MONTHS
                           TO RP-SAVE-REJSTAT-MONTHS
               END-READ
               CLOSE RETPARM
           END-IF.
           IF NOT RUN-ABORTED
               IF RP-SAVE-CHGHIST-MONTHS NOT NUMERIC
                   OR RP-SAVE-TERMEMP-MONTHS NOT NUMERIC
                   OR RP-SAVE-REJSTAT-MONTHS NOT NUMERIC
                   DISPLAY "RETENTION MONTHS ON POLICY CARD ARE NOT "
                       "NUMERIC, RUN ABORTED"
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       050-INITIALIZE-PROOF-TABLE.

           MOVE 1 TO PROOF-SUBSCRIPT.
           PERFORM 055-CLEAR-PROOF-ENTRY
               UNTIL PROOF-SUBSCRIPT > 3.
           MOVE "CHGHIST" TO PF-FILE-NAME (1).
           MOVE "SEQUENCE NOS" TO PF-SECOND-HASH-NAME (1).
           MOVE RP-SAVE-CHGHIST-MONTHS TO PF-RETENTION-MONTHS (1).
           MOVE "TERMEMP" TO PF-FILE-NAME (2).
           MOVE "SALARIES" TO PF-SECOND-HASH-NAME (2).
           MOVE RP-SAVE-TERMEMP-MONTHS TO PF-RETENTION-MONTHS (2).
           MOVE "REJSTAT" TO PF-FILE-NAME (3).
           MOVE "DISPOSITIONS" TO PF-SECOND-HASH-NAME (3).
           MOVE RP-SAVE-REJSTAT-MONTHS TO PF-RETENTION-MONTHS (3).
           MOVE 1 TO PROOF-SUBSCRIPT.
           PERFORM 060-SET-CUTOFF-DATE
               UNTIL PROOF-SUBSCRIPT > 3.
           DISPLAY "RUN DATE .......... " PURGE-RUN-DATE.
           DISPLAY " ".
           DISPLAY "FILE     RETAIN  CUTOFF".
           MOVE 1 TO PROOF-SUBSCRIPT.
           PERFORM 070-DISPLAY-ONE-POLICY
               UNTIL PROOF-SUBSCRIPT > 3.
           DISPLAY "CHGHIST REHIRE ENTRIES AND OUTSTANDING REJSTAT "
               "ENTRIES ARE KEPT HOWEVER OLD".
           DISPLAY " ".

       055-CLEAR-PROOF-ENTRY.

           MOVE SPACES TO PF-FILE-NAME (PROOF-SUBSCRIPT).
           MOVE SPACES TO PF-SECOND-HASH-NAME (PROOF-SUBSCRIPT).
           MOVE ZERO TO PF-RETENTION-MONTHS (PROOF-SUBSCRIPT).
           MOVE ZERO TO PF-CUTOFF-DATE (PROOF-SUBSCRIPT).
           MOVE "N" TO PF-FILE-PRESENT (PROOF-SUBSCRIPT).
           MOVE ZERO TO PF-OLD-COUNT (PROOF-SUBSCRIPT).
           MOVE ZERO TO PF-OLD-DATE-HASH (PROOF-SUBSCRIPT).
           MOVE ZERO TO PF-OLD-SECOND-HASH (PROOF-SUBSCRIPT).
           MOVE ZERO TO PF-ARCHIVE-COUNT (PROOF-SUBSCRIPT).
           MOVE ZERO TO PF-ARCHIVE-DATE-HASH (PROOF-SUBSCRIPT).
           MOVE ZERO TO PF-ARCHIVE-SECOND-HASH (PROOF-SUBSCRIPT).
           MOVE ZERO TO PF-NEW-COUNT (PROOF-SUBSCRIPT).
           MOVE ZERO TO PF-NEW-DATE-HASH (PROOF-SUBSCRIPT).
           MOVE ZERO TO PF-NEW-SECOND-HASH (PROOF-SUBSCRIPT).
           ADD 1 TO PROOF-SUBSCRIPT.

      ***************************************************************
      * ZERO MONTHS LEAVES THE CUTOFF AT ZERO, SO NO RECORD IS DATED
      * BEFORE IT AND THE WHOLE FILE IS KEPT.
      ***************************************************************
       060-SET-CUTOFF-DATE.

           MOVE PF-RETENTION-MONTHS (PROOF-SUBSCRIPT)
               TO RETENTION-MONTHS.
           IF RETENTION-MONTHS = ZERO
               MOVE ZERO TO CUTOFF-DATE
           ELSE
               PERFORM 065-COMPUTE-CUTOFF-DATE
           END-IF.
           MOVE CUTOFF-DATE TO PF-CUTOFF-DATE (PROOF-SUBSCRIPT).
           ADD 1 TO PROOF-SUBSCRIPT.

       065-COMPUTE-CUTOFF-DATE.

           COMPUTE MONTH-COUNT =
               RUN-YEAR * 12 + RUN-MONTH - 1 - RETENTION-MONTHS.
           DIVIDE MONTH-COUNT BY 12 GIVING CUTOFF-YEAR
               REMAINDER CUTOFF-MONTH.
           ADD 1 TO CUTOFF-MONTH.
           MOVE RUN-DAY TO CUTOFF-DAY.
           COMPUTE CUTOFF-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (CUTOFF-DATE).
           PERFORM 067-BACK-UP-ONE-DAY
               UNTIL CUTOFF-DAY-NUMBER NOT = ZERO
                   OR CUTOFF-DAY < 29.

       067-BACK-UP-ONE-DAY.

           SUBTRACT 1 FROM CUTOFF-DAY.
           COMPUTE CUTOFF-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (CUTOFF-DATE).

       070-DISPLAY-ONE-POLICY.

           IF PF-RETENTION-MONTHS (PROOF-SUBSCRIPT) = ZERO
               DISPLAY PF-FILE-NAME (PROOF-SUBSCRIPT) "  "
                   PF-RETENTION-MONTHS (PROOF-SUBSCRIPT)
                   "     NONE - WHOLE FILE KEPT"
           ELSE
               DISPLAY PF-FILE-NAME (PROOF-SUBSCRIPT) "  "
                   PF-RETENTION-MONTHS (PROOF-SUBSCRIPT)
                   " MOS " PF-CUTOFF-DATE (PROOF-SUBSCRIPT)
           END-IF.
           ADD 1 TO PROOF-SUBSCRIPT.

      ***************************************************************
      * CHGHIST - AN ENTRY IS AGED BY THE RUN DATE IT WAS POSTED.
      * SEQ3160 CANNOT ROLL THE MASTER BACK PAST THE OLDEST ENTRY
      * KEPT ON LINE, SO THE CHGHIST PERIOD IS ALSO HOW FAR BACK A
      * POINT-IN-TIME MASTER CAN BE BUILT WITHOUT THE ARCHIVE.  A
      * REHIRE ENTRY STAYS ON LINE FOR GOOD - IT CARRIES THE ONLY
      * COPY OF THE ORIGINAL HIRE DATE THE SERVICE CALCULATIONS USE,
      * AND IS WHAT SEQ3220 ACCEPTS AS PROOF OF THE REHIRE.
      ***************************************************************
       100-PURGE-CHANGE-HISTORY.

           MOVE 1 TO PROOF-SUBSCRIPT.
           OPEN OUTPUT CHGNEW
                       CHGARCH.
           OPEN INPUT CHGHIST.
           IF NOT CHGHIST-SUCCESSFUL
               DISPLAY "NO CHGHIST ON FILE - NOTHING TO PURGE"
           ELSE
               MOVE "Y" TO PF-FILE-PRESENT (1)
               PERFORM 110-READ-CHANGE-HISTORY
               PERFORM 120-ROUTE-CHANGE-HISTORY
                   UNTIL CHGHIST-END-OF-FILE
               CLOSE CHGHIST
           END-IF.
           CLOSE CHGNEW
                 CHGARCH.

       110-READ-CHANGE-HISTORY.

           READ CHGHIST
               AT END
                   SET CHGHIST-END-OF-FILE TO TRUE.

       120-ROUTE-CHANGE-HISTORY.

           MOVE CH-RUN-DATE TO RECORD-DATE-HASH.
           MOVE CH-TRANSACTION-SEQ TO RECORD-SECOND-HASH.
           PERFORM 700-ADD-TO-OLD-TOTALS.
           IF CH-FIELD-NAME = "REHIRE"
               MOVE "N" TO PURGE-RECORD-SWITCH
               ADD 1 TO CT-REHIRES-KEPT
           ELSE
               MOVE CH-RUN-DATE TO RECORD-AGE-DATE
               PERFORM 710-TEST-RECORD-AGE
           END-IF.
           IF PURGE-RECORD
               WRITE ARCHIVED-CHANGE-HISTORY
                   FROM CHANGE-HISTORY-RECORD
               IF NOT CHGARCH-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON CHGARCH FOR EMPLOYEE ID "
                       CH-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " CHGARCH-FILE-STATUS
                   SET RUN-ABORTED TO TRUE
               ELSE
                   PERFORM 720-ADD-TO-ARCHIVE-TOTALS
               END-IF
           ELSE
               WRITE NEW-CHANGE-HISTORY-RECORD
                   FROM CHANGE-HISTORY-RECORD
               IF NOT CHGNEW-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON CHGNEW FOR EMPLOYEE ID "
                       CH-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " CHGNEW-FILE-STATUS
                   SET RUN-ABORTED TO TRUE
               ELSE
                   PERFORM 730-ADD-TO-NEW-TOTALS
               END-IF
           END-IF.
           IF RUN-ABORTED
               SET CHGHIST-END-OF-FILE TO TRUE
           ELSE
               PERFORM 110-READ-CHANGE-HISTORY
           END-IF.

      ***************************************************************
      * TERMEMP - A SPELL IS AGED BY ITS TERMINATION DATE.  ONCE A
      * SPELL IS ARCHIVED SEQ3000 NO LONGER SEES THE ID AS A FORMER
      * EMPLOYEE, SO A RETURNING EMPLOYEE PAST THE TERMEMP PERIOD
      * COMES BACK AS A NEW HIRE RATHER THAN A REHIRE.
      ***************************************************************
       200-PURGE-TERMINATIONS.

           MOVE 2 TO PROOF-SUBSCRIPT.
           OPEN OUTPUT TERMNEW
                       TERMARCH.
           IF NOT RUN-ABORTED
               OPEN INPUT TERMEMP
               IF NOT TERMEMP-SUCCESSFUL
                   DISPLAY "NO TERMEMP ON FILE - NOTHING TO PURGE"
               ELSE
                   MOVE "Y" TO PF-FILE-PRESENT (2)
                   PERFORM 210-READ-TERMINATION
                   PERFORM 220-ROUTE-TERMINATION
                       UNTIL TERMEMP-END-OF-FILE
                   CLOSE TERMEMP
               END-IF
           END-IF.
           CLOSE TERMNEW
                 TERMARCH.

       210-READ-TERMINATION.

           READ TERMEMP
               AT END
                   SET TERMEMP-END-OF-FILE TO TRUE.

       220-ROUTE-TERMINATION.

           MOVE TE-TERMINATION-DATE TO RECORD-DATE-HASH.
           MOVE TE-ANNUAL-SALARY TO RECORD-SECOND-HASH.
           PERFORM 700-ADD-TO-OLD-TOTALS.
           MOVE TE-TERMINATION-DATE TO RECORD-AGE-DATE.
           PERFORM 710-TEST-RECORD-AGE.
           IF PURGE-RECORD
               WRITE ARCHIVED-TERMINATED-RECORD
                   FROM TERMINATED-EMPLOYEE-RECORD
               IF NOT TERMARCH-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON TERMARCH FOR EMPLOYEE ID "
                       TE-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " TERMARCH-FILE-STATUS
                   SET RUN-ABORTED TO TRUE
               ELSE
                   PERFORM 720-ADD-TO-ARCHIVE-TOTALS
               END-IF
           ELSE
               WRITE NEW-TERMINATED-RECORD
                   FROM TERMINATED-EMPLOYEE-RECORD
               IF NOT TERMNEW-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON TERMNEW FOR EMPLOYEE ID "
                       TE-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " TERMNEW-FILE-STATUS
                   SET RUN-ABORTED TO TRUE
               ELSE
                   PERFORM 730-ADD-TO-NEW-TOTALS
               END-IF
           END-IF.
           IF RUN-ABORTED
               SET TERMEMP-END-OF-FILE TO TRUE
           ELSE
               PERFORM 210-READ-TERMINATION
           END-IF.

      ***************************************************************
      * REJSTAT - ONLY AN ENTRY SEQ2985 HAS MARKED RECYCLED OR
      * DROPPED CAN GO, AGED BY THE DATE IT WAS DISPOSITIONED.  AN
      * OUTSTANDING ENTRY STAYS ON LINE FOR SEQ2987 TO KEEP AGING.
      ***************************************************************
       300-PURGE-REJECT-REGISTER.

           MOVE 3 TO PROOF-SUBSCRIPT.
           OPEN OUTPUT REJNEW
                       REJARCH.
           IF NOT RUN-ABORTED
               OPEN INPUT REJSTAT
               IF NOT REJSTAT-SUCCESSFUL
                   DISPLAY "NO REJSTAT ON FILE - NOTHING TO PURGE"
               ELSE
                   MOVE "Y" TO PF-FILE-PRESENT (3)
                   PERFORM 310-READ-REJECT-STATUS
                   PERFORM 320-ROUTE-REJECT-STATUS
                       UNTIL REJSTAT-END-OF-FILE
                   CLOSE REJSTAT
               END-IF
           END-IF.
           CLOSE REJNEW
                 REJARCH.

       310-READ-REJECT-STATUS.

           READ REJSTAT
               AT END
                   SET REJSTAT-END-OF-FILE TO TRUE.

       320-ROUTE-REJECT-STATUS.

           MOVE RJ-REJECT-DATE TO RECORD-DATE-HASH.
           IF RJ-DISPOSITION-DATE NUMERIC
               MOVE RJ-DISPOSITION-DATE TO RECORD-SECOND-HASH
           ELSE
               MOVE ZERO TO RECORD-SECOND-HASH
           END-IF.
           PERFORM 700-ADD-TO-OLD-TOTALS.
           IF RJ-RECYCLED OR RJ-DROPPED
               MOVE RECORD-SECOND-HASH TO RECORD-AGE-DATE
               PERFORM 710-TEST-RECORD-AGE
           ELSE
               MOVE "N" TO PURGE-RECORD-SWITCH
               ADD 1 TO CT-OUTSTANDING-KEPT
           END-IF.
           IF PURGE-RECORD
               WRITE ARCHIVED-REJECT-STATUS FROM REJECT-STATUS-RECORD
               IF NOT REJARCH-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON REJARCH FOR REJECT DATED "
                       RJ-REJECT-DATE
                   DISPLAY "FILE STATUS CODE IS " REJARCH-FILE-STATUS
                   SET RUN-ABORTED TO TRUE
               ELSE
                   PERFORM 720-ADD-TO-ARCHIVE-TOTALS
               END-IF
           ELSE
               WRITE NEW-REJECT-STATUS-RECORD FROM REJECT-STATUS-RECORD
               IF NOT REJNEW-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON REJNEW FOR REJECT DATED "
                       RJ-REJECT-DATE
                   DISPLAY "FILE STATUS CODE IS " REJNEW-FILE-STATUS
                   SET RUN-ABORTED TO TRUE
               ELSE
                   PERFORM 730-ADD-TO-NEW-TOTALS
               END-IF
           END-IF.
           IF RUN-ABORTED
               SET REJSTAT-END-OF-FILE TO TRUE
           ELSE
               PERFORM 310-READ-REJECT-STATUS
           END-IF.

       700-ADD-TO-OLD-TOTALS.

           ADD 1 TO PF-OLD-COUNT (PROOF-SUBSCRIPT).
           ADD RECORD-DATE-HASH TO PF-OLD-DATE-HASH (PROOF-SUBSCRIPT).
           ADD RECORD-SECOND-HASH
               TO PF-OLD-SECOND-HASH (PROOF-SUBSCRIPT).

      ***************************************************************
      * A DATE THAT IS NOT NUMERIC OR IS ZERO CANNOT BE AGED, SO THE
      * RECORD IS KEPT RATHER THAN GUESSED AT.
      ***************************************************************
       710-TEST-RECORD-AGE.

           MOVE "N" TO PURGE-RECORD-SWITCH.
           IF RECORD-AGE-DATE NUMERIC
               AND RECORD-AGE-DATE NOT = ZERO
               AND RECORD-AGE-DATE < PF-CUTOFF-DATE (PROOF-SUBSCRIPT)
               SET PURGE-RECORD TO TRUE
           END-IF.

       720-ADD-TO-ARCHIVE-TOTALS.

           ADD 1 TO PF-ARCHIVE-COUNT (PROOF-SUBSCRIPT).
           ADD RECORD-DATE-HASH
               TO PF-ARCHIVE-DATE-HASH (PROOF-SUBSCRIPT).
           ADD RECORD-SECOND-HASH
               TO PF-ARCHIVE-SECOND-HASH (PROOF-SUBSCRIPT).

       730-ADD-TO-NEW-TOTALS.

           ADD 1 TO PF-NEW-COUNT (PROOF-SUBSCRIPT).
           ADD RECORD-DATE-HASH TO PF-NEW-DATE-HASH (PROOF-SUBSCRIPT).
           ADD RECORD-SECOND-HASH
               TO PF-NEW-SECOND-HASH (PROOF-SUBSCRIPT).

       800-PRINT-BALANCING-PROOF.

           DISPLAY " ".
           DISPLAY "BALANCING PROOF - ARCHIVE PLUS NEW EQUALS OLD".
           MOVE 1 TO PROOF-SUBSCRIPT.
           PERFORM 810-PRINT-ONE-FILE-PROOF
               UNTIL PROOF-SUBSCRIPT > 3.

       810-PRINT-ONE-FILE-PROOF.

           DISPLAY " ".
           DISPLAY PF-FILE-NAME (PROOF-SUBSCRIPT)
               "          RECORDS      DATE HASH TOTAL "
               PF-SECOND-HASH-NAME (PROOF-SUBSCRIPT) " HASH".
           MOVE PF-OLD-COUNT (PROOF-SUBSCRIPT) TO DISPLAY-RECORD-COUNT.
           MOVE PF-OLD-DATE-HASH (PROOF-SUBSCRIPT) TO DISPLAY-DATE-HASH.
           MOVE PF-OLD-SECOND-HASH (PROOF-SUBSCRIPT)
               TO DISPLAY-SECOND-HASH.
           DISPLAY "    OLD FILE  " DISPLAY-RECORD-COUNT " "
               DISPLAY-DATE-HASH " " DISPLAY-SECOND-HASH.
           MOVE PF-ARCHIVE-COUNT (PROOF-SUBSCRIPT)
               TO DISPLAY-RECORD-COUNT.
           MOVE PF-ARCHIVE-DATE-HASH (PROOF-SUBSCRIPT)
               TO DISPLAY-DATE-HASH.
           MOVE PF-ARCHIVE-SECOND-HASH (PROOF-SUBSCRIPT)
               TO DISPLAY-SECOND-HASH.
           DISPLAY "    ARCHIVED  " DISPLAY-RECORD-COUNT " "
               DISPLAY-DATE-HASH " " DISPLAY-SECOND-HASH.
           MOVE PF-NEW-COUNT (PROOF-SUBSCRIPT) TO DISPLAY-RECORD-COUNT.
           MOVE PF-NEW-DATE-HASH (PROOF-SUBSCRIPT) TO DISPLAY-DATE-HASH.
           MOVE PF-NEW-SECOND-HASH (PROOF-SUBSCRIPT)
               TO DISPLAY-SECOND-HASH.
           DISPLAY "    KEPT      " DISPLAY-RECORD-COUNT " "
               DISPLAY-DATE-HASH " " DISPLAY-SECOND-HASH.
           IF PF-FILE-PRESENT (PROOF-SUBSCRIPT) = "N"
               DISPLAY "    NOT ON FILE - NEW FILE AND ARCHIVE EMPTY"
           END-IF.
           IF RUN-ABORTED
               ADD 1 TO CT-FILES-OUT-OF-BALANCE
               DISPLAY "    *** RUN ABORTED - DO NOT PUT "
                   PF-FILE-NAME (PROOF-SUBSCRIPT) " BACK ***"
           ELSE
               IF PF-ARCHIVE-COUNT (PROOF-SUBSCRIPT)
                       + PF-NEW-COUNT (PROOF-SUBSCRIPT)
                       = PF-OLD-COUNT (PROOF-SUBSCRIPT)
                   AND PF-ARCHIVE-DATE-HASH (PROOF-SUBSCRIPT)
                       + PF-NEW-DATE-HASH (PROOF-SUBSCRIPT)
                       = PF-OLD-DATE-HASH (PROOF-SUBSCRIPT)
                   AND PF-ARCHIVE-SECOND-HASH (PROOF-SUBSCRIPT)
                       + PF-NEW-SECOND-HASH (PROOF-SUBSCRIPT)
                       = PF-OLD-SECOND-HASH (PROOF-SUBSCRIPT)
                   DISPLAY "    IN BALANCE"
               ELSE
                   ADD 1 TO CT-FILES-OUT-OF-BALANCE
                   DISPLAY "    *** OUT OF BALANCE - DO NOT PUT "
                       PF-FILE-NAME (PROOF-SUBSCRIPT) " BACK ***"
               END-IF
           END-IF.
           ADD 1 TO PROOF-SUBSCRIPT.

       910-DISPLAY-CONTROL-TOTALS.

           DISPLAY " ".
           DISPLAY "SEQ3200 CONTROL TOTALS".
           MOVE PF-ARCHIVE-COUNT (1) TO DISPLAY-RECORD-COUNT.
           DISPLAY "    CHGHIST ARCHIVED .... " DISPLAY-RECORD-COUNT.
           MOVE PF-ARCHIVE-COUNT (2) TO DISPLAY-RECORD-COUNT.
           DISPLAY "    TERMEMP ARCHIVED .... " DISPLAY-RECORD-COUNT.
           MOVE PF-ARCHIVE-COUNT (3) TO DISPLAY-RECORD-COUNT.
           DISPLAY "    REJSTAT ARCHIVED .... " DISPLAY-RECORD-COUNT.
           DISPLAY "    OUTSTANDING KEPT .... " CT-OUTSTANDING-KEPT.
           DISPLAY "    REHIRES KEPT ........ " CT-REHIRES-KEPT.
           DISPLAY "    FILES OUT OF BALANCE  " CT-FILES-OUT-OF-BALANCE.
           IF RUN-ABORTED OR CT-FILES-OUT-OF-BALANCE > ZERO
               DISPLAY "*** PURGE DID NOT COMPLETE CLEANLY - KEEP THE "
                   "OLD CHGHIST, TERMEMP AND REJSTAT ***"
           ELSE
               DISPLAY "*** RUN SEQ3210 TO REBUILD CHGIDX AND TERMIDX "
                   "ONCE CHGNEW AND TERMNEW ARE PUT BACK ***"
           END-IF.
