           *> (SPACES for a hire - no record existed yet), saved so
           *> the audit trail can show what a change replaced

       01 WS-BANK-CHANGED PIC X VALUE "N".
           *> "Y" when the change in hand replaced the bank details,
           *> so the log can say they are held for a prenote

       01 WS-QUEUED-COUNT  PIC 9(3) VALUE ZEROS.
           *> Transactions newly held on the queue this run
       01 WS-RELEASED-COUNT PIC 9(3) VALUE ZEROS.
               MOVE ZEROS TO LEAVE-BALANCE
               MOVE MT-BANK-ROUTING TO BANK-ROUTING
               MOVE MT-BANK-ACCOUNT TO BANK-ACCOUNT
               PERFORM SET-NEW-BANK-PRENOTE
               MOVE MT-BEN-PLAN-CODE TO BEN-PLAN-CODE
               MOVE MT-BEN-CALC-TYPE TO BEN-CALC-TYPE
               MOVE MT-BEN-EMP-PCT TO BEN-EMP-PCT
                   MOVE MT-HOURLY-RATE TO HOURLY-RATE
                   MOVE MT-TAX-BRACKET TO TAX-BRACKET
                   MOVE MT-LEAVE-RATE TO LEAVE-ACCRUAL-RATE
      * Details keyed again unchanged keep their standing; new
      * ones must prove themselves with a prenote first
                   MOVE "N" TO WS-BANK-CHANGED
                   IF MT-BANK-ROUTING NOT = BANK-ROUTING
                           OR MT-BANK-ACCOUNT NOT = BANK-ACCOUNT
                       MOVE MT-BANK-ROUTING TO BANK-ROUTING
                       MOVE MT-BANK-ACCOUNT TO BANK-ACCOUNT
                       PERFORM SET-NEW-BANK-PRENOTE
                       MOVE "Y" TO WS-BANK-CHANGED
                   END-IF
                   MOVE MT-BEN-PLAN-CODE TO BEN-PLAN-CODE
                   MOVE MT-BEN-CALC-TYPE TO BEN-CALC-TYPE
                   MOVE MT-BEN-EMP-PCT TO BEN-EMP-PCT
               END-IF
           END-IF.

       SET-NEW-BANK-PRENOTE.
      * Bank details just stored take no money until a zero-dollar
      * prenote has gone through them: the next payroll run sends
      * it and pays by check, and deposits start only once the
      * bank's return period has passed with no return. A mis-keyed
      * or fraudulent account can never receive pay the same day it
      * is entered. Removing the details (routing ZEROS) needs no
      * prenote - the employee is simply paid by check
           IF BANK-ROUTING = ZEROS
               MOVE SPACE TO BANK-PRENOTE-STATUS
           ELSE
               MOVE "P" TO BANK-PRENOTE-STATUS
           END-IF
           MOVE ZEROS TO BANK-PRENOTE-DATE.

       LOG-HIRE.
           MOVE SPACES TO MAINT-LOG-REC
           STRING "HIRED EMPLOYEE " MT-EMP-ID " - " MT-EMP-NAME
               " - SALARY/DEPARTMENT/TAX-BRACKET CHANGED"
               DELIMITED BY SIZE INTO MAINT-LOG-REC
           WRITE MAINT-LOG-REC
           IF WS-BANK-CHANGED = "Y" AND BANK-PRENOTE-DUE
               MOVE SPACES TO MAINT-LOG-REC
               STRING "EMPLOYEE ID " MT-EMP-ID
                   " - NEW BANK DETAILS HELD FOR PRENOTE"
                   DELIMITED BY SIZE INTO MAINT-LOG-REC
               WRITE MAINT-LOG-REC
           END-IF
           MOVE "CHANGE" TO AUD-ACTION
           PERFORM WRITE-AUDIT-RECORD.

