           05 WS-OLD-YTD-ER-TAX PIC 9(9)V99.
           05 WS-OLD-ROUTING    PIC 9(9).
           05 WS-OLD-ACCOUNT    PIC X(17).
           05 WS-OLD-PRENOTE    PIC X(1).

       01 WS-NEW-VALUES.
           *> The after image's fields, extracted the same way
           05 WS-NEW-YTD-ER-TAX PIC 9(9)V99.
           05 WS-NEW-ROUTING    PIC 9(9).
           05 WS-NEW-ACCOUNT    PIC X(17).
           05 WS-NEW-PRENOTE    PIC X(1).

       01 WS-HIRE-RECORD PIC X VALUE "N".
           *> "Y" when the before image is SPACES - the write
           STRING "    BANK: " WS-OLD-ROUTING "/" WS-OLD-ACCOUNT
               " -> " WS-NEW-ROUTING "/" WS-NEW-ACCOUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

      * ... and so does their prenote standing whenever it moves
      * ("P" prenote due, "S" sent, "L" or blank live)
           IF WS-OLD-PRENOTE NOT = WS-NEW-PRENOTE
               MOVE SPACES TO REPORT-REC
               STRING "    BANK PRENOTE STATUS: '" WS-OLD-PRENOTE
                   "' -> '" WS-NEW-PRENOTE "'"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       EXTRACT-IMAGE-FIELDS.
      * Bring each image into the EMP-REC window in turn and pull
               MOVE YTD-ER-TAX     TO WS-OLD-YTD-ER-TAX
               MOVE BANK-ROUTING   TO WS-OLD-ROUTING
               MOVE BANK-ACCOUNT   TO WS-OLD-ACCOUNT
               MOVE BANK-PRENOTE-STATUS TO WS-OLD-PRENOTE
           END-IF

           MOVE AUD-AFTER TO EMP-REC
           MOVE YTD-PENSION    TO WS-NEW-YTD-PENS
           MOVE YTD-ER-TAX     TO WS-NEW-YTD-ER-TAX
           MOVE BANK-ROUTING   TO WS-NEW-ROUTING
           MOVE BANK-ACCOUNT   TO WS-NEW-ACCOUNT
           MOVE BANK-PRENOTE-STATUS TO WS-NEW-PRENOTE.

       PRINT-NEW-RECORD-SUMMARY.
      * A hire has no before image - show what the new record
