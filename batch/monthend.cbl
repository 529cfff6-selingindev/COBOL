               record key is PROD-TYPE
               file status is WS-PROD-STATUS.

           select ALERT-OUTBOX assign to "ALERTS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ALR-KEY
               file status is WS-ALR-STATUS.

           select BUSDATE-FILE assign to "BUSDATE.DAT"
               organization is line sequential
               file status is WS-BUSDATE-STATUS.
       FD PRODUCTS-FILE.
           COPY PRODUCTS.

       FD ALERT-OUTBOX.
           COPY ALERTS.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       01 WS-FEE-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01 WS-AMOUNT-DISPLAY    PIC -(9)9.99.

      * customer alert for the outbox - WRITE-ALERT-ENTRY stamps
      * the rest
       01 WS-ALR-STATUS        PIC X(02) VALUE "00".
       01 WS-ALERT-WORK.
           05 WA-CUST-ID       PIC 9(06).
           05 WA-ACCOUNT       PIC 9(10).
           05 WA-EVENT         PIC X(10).
           05 WA-AMOUNT        PIC S9(9)V99.
       01 WS-ALR-SOURCE        PIC X(08) VALUE "MONTHEND".
       01 WS-ALR-WRITTEN-FLAG  PIC X(01).
           88 ALERT-WRITTEN VALUE "Y".

       procedure division.
       MONTHEND-RUN.
           display WS-SPACES
           move SPACES to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY
      * a fee that takes the account below zero is worth a message
           if ACCT-BALANCE < ZERO
               and ACCT-BALANCE + WS-USE-FEE not < ZERO
               move ACCT-CUST-ID to WA-CUST-ID
               move ACCT-NUMBER to WA-ACCOUNT
               move "NEGATIVE" to WA-EVENT
               move ACCT-BALANCE to WA-AMOUNT
               perform WRITE-ALERT-ENTRY
           end-if
           add 1 to WS-FEE-COUNT
           add WS-USE-FEE to WS-FEE-TOTAL
           exit.
               when "PAYMENT-BO"
               when "PAYMENT-RJ"
               when "XFER-RET"
               when "LOAN-DISB"
               when "TD-INT"
               when "TD-PRIN"
               when "LIEN-CR"
               when "XFER-IN"
               when "ADJUST-CR"
               when "INTEREST"
                   move TRAN-AMOUNT to WS-ODE-SIGNED (WS-ODE-COUNT)
               when "WITHDRAWAL"
               when "XFER-OUT"
               when "CHQ-RETURN"
               when "FEE"
               when "LOAN-INT"
               when "LOAN-PRIN"
               when "TD-OPEN"
               when "TD-PENALTY"
               when "LIEN-DR"
               when "ADJUST-DR"
               when "OD-INT"
                   compute WS-ODE-SIGNED (WS-ODE-COUNT) =
                       ZERO - TRAN-AMOUNT
           move WT-BALANCE to TRAN-BALANCE-AFTER
           perform GET-NEXT-RECEIPT-NUMBER
           move WS-RECEIPT-NO to TRAN-RECEIPT
           move SPACES to TRAN-TERMINAL
           write TRAN-LOG-RECORD
           close TRAN-LOG-FILE
           exit.
           close RECEIPT-SEQ-FILE
           exit.

       WRITE-ALERT-ENTRY.
      * stamps its own date and time, like the security log. the
      * alert is a courtesy to the customer - an outbox that will
      * not open is reported, never allowed to stop the posting
           open i-o ALERT-OUTBOX
           if WS-ALR-STATUS = "35"
      * first alert ever - create the outbox and reopen for update
               open output ALERT-OUTBOX
               close ALERT-OUTBOX
               open i-o ALERT-OUTBOX
           end-if
           if WS-ALR-STATUS not = "00"
               display "ALERT OUTBOX UNAVAILABLE - " WA-EVENT
                   " ALERT FOR CUSTOMER " WA-CUST-ID " NOT WRITTEN."
               exit paragraph
           end-if
           accept ALR-DATE from DATE YYYYMMDD
           accept ALR-TIME from TIME
           move ZERO to ALR-SEQ
           move WA-CUST-ID to ALR-CUST-ID
           move WA-ACCOUNT to ALR-ACCOUNT
           move WA-EVENT to ALR-EVENT
           move WA-AMOUNT to ALR-AMOUNT
           move WS-ALR-SOURCE to ALR-SOURCE
           move "P" to ALR-STATUS
           move ZERO to ALR-SENT-DATE
           move "N" to WS-ALR-WRITTEN-FLAG
           perform WRITE-ALERT-TRY
               until ALERT-WRITTEN
           close ALERT-OUTBOX
           exit.

       WRITE-ALERT-TRY.
           write ALERT-RECORD
               invalid key
      * another alert already holds this stamp - take the next
      * slot; a full second's worth of slots is not a real case
                   if ALR-SEQ = 9999
                       display "ALERT OUTBOX FULL FOR " ALR-TIME
                       set ALERT-WRITTEN to true
                   else
                       add 1 to ALR-SEQ
                   end-if
               not invalid key
                   set ALERT-WRITTEN to true
           end-write
           exit.

       end program MONTHEND.
