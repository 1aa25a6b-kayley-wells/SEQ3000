      * ONE-RECORD STATUS FILE LEFT FOR THE REST OF THE JOB STREAM -
      * THE SERVICE-BUREAU EXTRACT REFUSES TO BUILD WHEN THE FLAG
      * SAYS THIS RUN DID NOT RECONCILE, SO AN UNBALANCED FILE CAN
      * NEVER LEAVE THE BUILDING.  THE NEWEMP EMPLOYEE COUNT AND
      * ANNUAL PAYROLL TOTAL RECONCILED HERE ARE CARRIED ALONG SO THE
      * GL LABOR COST JOURNAL (SEQ3025) CAN PROVE IT WAS BUILT FROM
      * THE SAME MASTER.
      ***************************************************************
       FD  RECNSTAT.
       01  RECONCILIATION-STATUS-RECORD.
               88  RS-RUN-FLAGGED             VALUE "F".
           05  RS-RUN-DATE             PIC 9(8).
           05  RS-PAYROLL-DIFFERENCE   PIC S9(9)V99.
           05  RS-NEWEMP-HEADCOUNT     PIC 9(7).
           05  RS-NEWEMP-PAYROLL-TOTAL PIC S9(9)V99.

      ***************************************************************
      * CYCLE-CONTROL MASTER SHARED BY THE WHOLE JOB STREAM - THIS
               88  CHANGE-RECORD              VALUE "C".
               88  DELETE-RECORD              VALUE "D".
               88  ACCRUAL-RECORD              VALUE "V".
               88  REHIRE-RECORD               VALUE "R".

           05  ET-MASTER-DATA.
               10  ET-EMPLOYEE-ID          PIC X(5).
           05  RT-NEWEMP-PAYROLL-TOTAL     PIC S9(9)V99 VALUE ZERO.
           05  RT-PAYROLL-DIFFERENCE       PIC S9(9)V99 VALUE ZERO.
           05  RT-PAYROLL-TOLERANCE        PIC S9(9)V99 VALUE 0.01.
           05  RT-NEWEMP-HEADCOUNT         PIC 9(7) VALUE ZERO.

       01  RECONCILIATION-DISPLAY-FIELDS.
           05  DISPLAY-OLDEMP-TOTAL        PIC -,---,---,--9.99.

       350-PROCESS-HI-MASTER.

           IF (ADD-RECORD OR REHIRE-RECORD)
               AND NOT TRANSACTION-REJECTED
               ADD ET-ANNUAL-SALARY TO RT-EXPECTED-PAYROLL-TOTAL
           END-IF.
           SET NEED-TRANSACTION TO TRUE.
       610-ADD-NEW-MASTER-SALARY.

           ADD EM-ANNUAL-SALARY TO RT-NEWEMP-PAYROLL-TOTAL.
           ADD 1 TO RT-NEWEMP-HEADCOUNT.
           PERFORM 330-READ-NEW-MASTER.

       700-PRINT-RECONCILIATION-REPORT.
           END-IF.
           MOVE RECONCILIATION-RUN-DATE TO RS-RUN-DATE.
           MOVE RT-PAYROLL-DIFFERENCE TO RS-PAYROLL-DIFFERENCE.
           MOVE RT-NEWEMP-HEADCOUNT TO RS-NEWEMP-HEADCOUNT.
           MOVE RT-NEWEMP-PAYROLL-TOTAL TO RS-NEWEMP-PAYROLL-TOTAL.
           WRITE RECONCILIATION-STATUS-RECORD.
           IF NOT RECNSTAT-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RECNSTAT, STATUS NOT SAVED"
