      * nightly batch job (request 008): reads the transaction log
      * cover to cover, re-derives what each account's balance
      * should be from its posting history, and reports any account
      * where that does not match ACCT-MASTER. the mismatches and
      * the counts also go to RECNyyyymmdd.RPT for the morning shift.

       environment division.

               organization is line sequential
               file status is WS-TRAN-STATUS.

           select BUSDATE-FILE assign to "BUSDATE.DAT"
               organization is line sequential
               file status is WS-BUSDATE-STATUS.

           select REPORT-FILE assign to dynamic WS-REPORT-FILENAME
               organization is line sequential
               file status is WS-REPORT-STATUS.

       data division.
       file section.
       FD ACCT-MASTER-FILE.
       FD TRAN-LOG-FILE.
           COPY TRANLOG.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(080).

       working-storage section.
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-ACCT-STATUS    PIC X(02) VALUE "00".
       01 WS-TRAN-STATUS    PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(02) VALUE "00".
       01 WS-BUSDATE-STATUS PIC X(02) VALUE "00".

       01 WS-REPORT-FILENAME   PIC X(20).
       01 WS-CURRENT-DATE      PIC 9(08).
       01 WS-REPORT-LINE       PIC X(080) VALUE SPACES.

       01 WS-EOF-TRAN       PIC X(01) VALUE "N".
           88 END-OF-TRAN VALUE "Y".
           display "NIGHTLY RECONCILIATION BATCH - RECONCIL"
           display WS-SPACES

           accept WS-CURRENT-DATE from DATE YYYYMMDD
           perform GET-BUSINESS-DATE

           string "RECN" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-REPORT-FILENAME
           open output REPORT-FILE
           string "RECONCILIATION FOR " WS-CURRENT-DATE
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           perform RECON-BUILD-DERIVED-BALANCES
           perform RECON-COMPARE-TO-MASTER

           if RECON-TABLE-OVERFLOW
               display "WARNING: MORE THAN " WS-RECON-MAX
                   " ACCOUNTS IN TRANLOG - RUN IS INCOMPLETE."
               move "WARNING: RUN INCOMPLETE - TOO MANY ACCOUNTS"
                   to WS-REPORT-LINE
               perform WRITE-REPORT-LINE
           end-if
           display "ACCOUNTS COMPARED: " WS-RECON-COUNT
           display "MISMATCHES FOUND : " WS-MISMATCH-COUNT
           display WS-SPACES

           string "ACCOUNTS COMPARED " WS-RECON-COUNT
               " MISMATCHES FOUND " WS-MISMATCH-COUNT
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           close REPORT-FILE

           goback.

       RECON-BUILD-DERIVED-BALANCES.
               when "CHQ-RETURN"
                   subtract TRAN-AMOUNT
                       from WS-RECON-DERIVED (WS-RECON-IX)
      * loan book-out into the repayment account, and the
      * instalment legs LOANCOLL takes back from it
               when "LOAN-DISB"
                   add TRAN-AMOUNT
                       to WS-RECON-DERIVED (WS-RECON-IX)
               when "LOAN-INT"
                   subtract TRAN-AMOUNT
                       from WS-RECON-DERIVED (WS-RECON-IX)
               when "LOAN-PRIN"
                   subtract TRAN-AMOUNT
                       from WS-RECON-DERIVED (WS-RECON-IX)
      * term deposit funding, the break penalty, and the
      * interest and principal paid back at maturity or break
               when "TD-OPEN"
                   subtract TRAN-AMOUNT
                       from WS-RECON-DERIVED (WS-RECON-IX)
               when "TD-PENALTY"
                   subtract TRAN-AMOUNT
                       from WS-RECON-DERIVED (WS-RECON-IX)
               when "TD-INT"
                   add TRAN-AMOUNT
                       to WS-RECON-DERIVED (WS-RECON-IX)
               when "TD-PRIN"
                   add TRAN-AMOUNT
                       to WS-RECON-DERIVED (WS-RECON-IX)
      * liened money swept to the issuing authority, and its
      * arrival on the authority's beneficiary account
               when "LIEN-DR"
                   subtract TRAN-AMOUNT
                       from WS-RECON-DERIVED (WS-RECON-IX)
               when "LIEN-CR"
                   add TRAN-AMOUNT
                       to WS-RECON-DERIVED (WS-RECON-IX)
      * credits other banks send to our customers
               when "XFER-IN"
                   add TRAN-AMOUNT
                       to WS-RECON-DERIVED (WS-RECON-IX)
      * desk corrections against a receipt: a debit in error given
      * back, a credit in error taken back
               when "ADJUST-CR"
                   add TRAN-AMOUNT
                       to WS-RECON-DERIVED (WS-RECON-IX)
               when "ADJUST-DR"
                   subtract TRAN-AMOUNT
                       from WS-RECON-DERIVED (WS-RECON-IX)
      * opening balance carried forward by the month-end archive -
      * seeds the derived balance so reconciliation stays honest
      * against the shortened log
           open input ACCT-MASTER-FILE
           if WS-ACCT-STATUS not = "00"
               display "ACCOUNT FILE UNAVAILABLE. COMPARISON SKIPPED."
               move "ACCOUNT FILE UNAVAILABLE - COMPARISON SKIPPED."
                   to WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               if WS-RECON-COUNT > ZERO
                   move 8 to RETURN-CODE
               end-if
               invalid key
                   display "ACCOUNT " ACCT-NUMBER
                       " IN LOG BUT NOT ON ACCT-MASTER"
                   string "MISMATCH ACCOUNT " ACCT-NUMBER
                       " IN LOG BUT NOT ON ACCT-MASTER"
                       delimited by size into WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   add 1 to WS-MISMATCH-COUNT
               not invalid key
                   perform RECON-CHECK-BALANCE
               display "MISMATCH ACCOUNT " ACCT-NUMBER
                   " MASTER=" WS-ACTUAL-DISPLAY
                   " DERIVED=" WS-DERIVED-DISPLAY
               string "MISMATCH ACCOUNT " ACCT-NUMBER
                   " MASTER=" WS-ACTUAL-DISPLAY
                   " DERIVED=" WS-DERIVED-DISPLAY
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               add 1 to WS-MISMATCH-COUNT
           end-if
           exit.

      *----------------------------------------------------------------
      * shared helpers
      *----------------------------------------------------------------
       WRITE-REPORT-LINE.
           write REPORT-RECORD from WS-REPORT-LINE
           move SPACES to WS-REPORT-LINE
           exit.

       GET-BUSINESS-DATE.
      * during a batch window NIGHTRUN leaves the window's business
      * date on the date card - a step rerun after midnight must
      * work the night it belongs to, not the new calendar day. no
      * card or an empty card means standalone: use the clock
           open input BUSDATE-FILE
           if WS-BUSDATE-STATUS = "00"
               read BUSDATE-FILE
                   at end
                       continue
                   not at end
                       if BUSDATE-RECORD is numeric
                           and BUSDATE-RECORD > ZERO
                           move BUSDATE-RECORD to WS-CURRENT-DATE
                       end-if
               end-read
               close BUSDATE-FILE
           end-if
           exit.

       end program RECONCIL.
