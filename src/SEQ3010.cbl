               88  ADD-RECORD                 VALUE "A".
               88  CHANGE-RECORD              VALUE "C".
               88  DELETE-RECORD              VALUE "D".
               88  REHIRE-RECORD              VALUE "R".

           05  ET-MASTER-DATA.
               10  ET-EMPLOYEE-ID          PIC X(5).

       350-PROCESS-HI-MASTER.

           IF ADD-RECORD OR REHIRE-RECORD
               PERFORM 380-AUDIT-ADD-TRANSACTION
           ELSE
               SET NEED-TRANSACTION TO TRUE.
           IF NOT TRANSACTION-REJECTED
               PERFORM 395-ADVANCE-NEW-MASTER
               IF AM-EMPLOYEE-ID = AUDIT-TARGET-ID
                   IF REHIRE-RECORD
                       MOVE "REHIRE" TO AUDIT-ACTION
                   ELSE
                       MOVE "ADD   " TO AUDIT-ACTION
                   END-IF
                   MOVE SPACES TO AUDIT-BEFORE-NAME
                   MOVE SPACES TO AUDIT-BEFORE-DEPT
                   MOVE SPACES TO AUDIT-BEFORE-CLASS
