               88  ADD-RECORD                 VALUE "A".
               88  CHANGE-RECORD              VALUE "C".
               88  DEDUCTION-RECORD            VALUE "B".
               88  REHIRE-RECORD               VALUE "R".
               88  VALID-TRANSACTION-CODE      VALUE "A" "C" "D" "V"
                                                     "B" "R".
           05  ET-MASTER-DATA.
               10  ET-EMPLOYEE-ID          PIC X(5).
               10  ET-EMPLOYEE-NAME        PIC X(30).
           IF NOT VALID-TRANSACTION-CODE
               MOVE "N" TO EDIT-DATA-VALID-SWITCH
           ELSE
               IF (ADD-RECORD OR CHANGE-RECORD OR REHIRE-RECORD)
                   AND ET-ANNUAL-SALARY NOT NUMERIC
                   MOVE "N" TO EDIT-DATA-VALID-SWITCH
               END-IF
               IF (ADD-RECORD OR REHIRE-RECORD)
                   AND ET-HIRE-DATE NOT NUMERIC
                   MOVE "N" TO EDIT-DATA-VALID-SWITCH
               END-IF
