           05 BANK-ROUTING PIC 9(9).    *> Bank ABA routing number
                                        *> ZEROS = no direct deposit on file
           05 BANK-ACCOUNT PIC X(17).   *> Bank account number
           05 BANK-PRENOTE-STATUS PIC X(1).
                                        *> Whether the bank details
                                        *> above may take deposits:
               88 BANK-PRENOTE-DUE  VALUE "P".
                                        *> New or changed - the next
                                        *> payroll run sends a zero-
                                        *> dollar prenote and pays by
                                        *> check
               88 BANK-PRENOTE-SENT VALUE "S".
                                        *> Prenote sent, waiting out
                                        *> the bank's return period -
                                        *> still paid by check
               88 BANK-ACCOUNT-LIVE VALUE SPACE "L".
                                        *> Proven (or on file before
                                        *> prenotes existed, reading
                                        *> back SPACES) - deposits go
           05 BANK-PRENOTE-DATE PIC 9(8).
                                        *> Date (YYYYMMDD) the prenote
                                        *> went out; ZEROS until then
