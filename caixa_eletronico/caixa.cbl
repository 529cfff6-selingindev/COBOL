               organization is line sequential
               file status is WS-TRAN-STATUS.

           select ALERT-OUTBOX assign to "ALERTS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ALR-KEY
               file status is WS-ALR-STATUS.

           select RECEIPT-SEQ-FILE assign to "RCPTSEQ.DAT"
               organization is line sequential
               file status is WS-RSEQ-STATUS.
           select CASH-INV-FILE assign to "CASHINV.DAT"
               organization is indexed
               access mode is dynamic
               record key is CASH-KEY
               file status is WS-CASH-STATUS.

           select TERMINAL-FILE assign to "TERMINALS.DAT"
               organization is indexed
               access mode is dynamic
               record key is TERM-ID
               file status is WS-TERM-STATUS.

           select HOLDS-FILE assign to "HOLDS.DAT"
               organization is indexed
               access mode is dynamic
               record key is HOLD-ID
               file status is WS-HOLD-STATUS.

           select LIENS-FILE assign to "LIENS.DAT"
               organization is indexed
               access mode is dynamic
               record key is LIEN-ID
               file status is WS-LIEN-STATUS.

           select SEC-LOG-FILE assign to "SECLOG.DAT"
               organization is line sequential
               file status is WS-SEC-STATUS.
       FD TRAN-LOG-FILE.
           COPY TRANLOG.

       FD ALERT-OUTBOX.
           COPY ALERTS.

       FD RECEIPT-SEQ-FILE.
           COPY RCPTSEQ.

       FD CASH-INV-FILE.
           COPY CASHINV.

       FD TERMINAL-FILE.
           COPY TERMINAL.

       FD HOLDS-FILE.
           COPY HOLDS.

       FD LIENS-FILE.
           COPY LIENS.

       FD SEC-LOG-FILE.
           COPY SECLOG.


      * file status codes
       01 WS-ACCT-STATUS    PIC X(02) VALUE "00".

      * the machine this run of CAIXA is serving. operations sets
      * CAIXA_TERMINAL in each ATM's environment; the id must be on
      * the terminal master and in service before a customer is let
      * in, and it is stamped on every posting and security event
      * so the dispute desk can say which ATM paid out
       01 WS-TERM-STATUS       PIC X(02) VALUE "00".
       01 WS-TERMINAL-ID       PIC X(08) VALUE SPACES.
       01 WS-TERMINAL-LOCATION PIC X(30) VALUE SPACES.
       01 WS-TERMINAL-FLAG     PIC X(01) VALUE "N".
           88 TERMINAL-READY VALUE "Y".
       01 WS-TRAN-STATUS    PIC X(02) VALUE "00".
      * receipt numbering off the shared sequence card - set by
      * GET-NEXT-RECEIPT-NUMBER for every posting leg written here
       01 WS-HOLD-INT-DATE      PIC 9(08).
       01 WS-EOF-HOLD           PIC X(01) VALUE "N".
           88 END-OF-HOLD VALUE "Y".

      * lien work area - what active court and tax orders still
      * freeze on the account, taken off available funds the same
      * way open holds are
       01 WS-LIEN-STATUS       PIC X(02) VALUE "00".
       01 WS-ACTIVE-LIENS      PIC S9(9)V99 VALUE ZERO.
       01 WS-EOF-LIEN          PIC X(01) VALUE "N".
           88 END-OF-LIEN VALUE "Y".
       01 WS-HOLD-ID-FIELDS.
           05 WS-HOLD-ID-DATE  PIC 9(08).
           05 WS-HOLD-ID-TIME  PIC 9(08).
       01 WS-DP-BASE            PIC X(01).
       01 WS-DP-REM             PIC 9(04).

      * customer alert for the outbox - WRITE-ALERT-ENTRY stamps
      * the rest
       01 WS-ALR-STATUS        PIC X(02) VALUE "00".
       01 WS-ALERT-WORK.
           05 WA-CUST-ID       PIC 9(06).
           05 WA-ACCOUNT       PIC 9(10).
           05 WA-EVENT         PIC X(10).
           05 WA-AMOUNT        PIC S9(9)V99.
       01 WS-ALR-SOURCE        PIC X(08) VALUE "CAIXA".
      * a single withdrawal at or above the customer's own alert
      * limit tells the customer - no limit set on the customer
      * record means the shop default
       01 WS-ALERT-DEFAULT-LIMIT PIC S9(9)V99 VALUE 1000.00.
       01 WS-SESSION-ALERT-LIMIT PIC S9(9)V99 VALUE ZERO.
       01 WS-ALR-WRITTEN-FLAG  PIC X(01).
           88 ALERT-WRITTEN VALUE "Y".

       procedure division.
       ATM.
           perform TERMINAL-START-UP
           if TERMINAL-READY
               perform ATM-CUSTOMER-SESSION
           end-if

           stop run.

       TERMINAL-START-UP.
           move "N" to WS-TERMINAL-FLAG
           display "CAIXA_TERMINAL" upon ENVIRONMENT-NAME
           accept WS-TERMINAL-ID from ENVIRONMENT-VALUE
           if WS-TERMINAL-ID = SPACES
               display "NO TERMINAL ID CONFIGURED. ATM NOT STARTED."
               exit paragraph
           end-if

           open input TERMINAL-FILE
           if WS-TERM-STATUS not = "00"
               display "TERMINAL FILE UNAVAILABLE. ATM NOT STARTED."
           else
               move WS-TERMINAL-ID to TERM-ID
               read TERMINAL-FILE
                   invalid key
                       display "TERMINAL " WS-TERMINAL-ID
                           " IS NOT REGISTERED. ATM NOT STARTED."
                   not invalid key
                       perform TERMINAL-CHECK-STATUS
               end-read
           end-if
           if WS-TERM-STATUS not = "35"
               close TERMINAL-FILE
           end-if

           if not TERMINAL-READY
               move ZERO to WE-ACCOUNT
               move "TERMINAL" to WE-EVENT
               move "REFUSED" to WE-OUTCOME
               move "A" to WE-ID-TYPE
               perform WRITE-SEC-LOG-ENTRY
           end-if
           exit.

       TERMINAL-CHECK-STATUS.
           if TERM-IN-SERVICE
               set TERMINAL-READY to true
               move TERM-LOCATION to WS-TERMINAL-LOCATION
           else
               display "TERMINAL " WS-TERMINAL-ID
                   " IS OUT OF SERVICE."
           end-if
           exit.

       ATM-CUSTOMER-SESSION.
           move ZERO to WE-ACCOUNT
           move "SESSION-STRT" to WE-EVENT
           move "BEGIN" to WE-OUTCOME
           move "END" to WE-OUTCOME
           move "A" to WE-ID-TYPE
           perform WRITE-SEC-LOG-ENTRY
           exit.

       PIN-ENTRY.
           open i-o CUSTOMER-FILE
               display "CUSTOMER FILE UNAVAILABLE. SESSION ENDED."
           else
               display WS-MAIN-MENSAGE
               display WS-TERMINAL-ID " " WS-TERMINAL-LOCATION
               display "PLEASE LOG IN TO CONTINUE."

               perform PIN-ENTRY-ATTEMPT
                   move "SET" to WE-OUTCOME
                   move "C" to WE-ID-TYPE
                   perform WRITE-SEC-LOG-ENTRY
                   move WS-SESSION-CUSTOMER to WA-CUST-ID
                   move ZERO to WA-ACCOUNT
                   move "LOCKOUT" to WA-EVENT
                   move ZERO to WA-AMOUNT
                   perform WRITE-ALERT-ENTRY
               end-if
           end-if

               move ZERO to CUST-PIN-ATTEMPTS
               rewrite CUSTOMER-RECORD
               display "WELCOME, " CUST-NAME
               move WS-ALERT-DEFAULT-LIMIT to WS-SESSION-ALERT-LIMIT
               if CUST-ALERT-LIMIT is numeric
                   and CUST-ALERT-LIMIT > ZERO
                   move CUST-ALERT-LIMIT to WS-SESSION-ALERT-LIMIT
               end-if
               move "OK" to WE-OUTCOME
               perform WRITE-LOGIN-EVENT
           else
           end-read
           exit.

       SUM-ACTIVE-LIENS.
      * total what active liens still freeze on WS-HOLD-SCAN-ACCT -
      * liened money is no more available than held money. no liens
      * file simply means no liens
           move ZERO to WS-ACTIVE-LIENS
           move "N" to WS-EOF-LIEN
           open input LIENS-FILE
           if WS-LIEN-STATUS = "00"
               perform SUM-ACTIVE-LIENS-STEP
                   until END-OF-LIEN
           end-if
           if WS-LIEN-STATUS not = "35"
               close LIENS-FILE
           end-if
           exit.

       SUM-ACTIVE-LIENS-STEP.
           read LIENS-FILE next record
               at end
                   set END-OF-LIEN to true
               not at end
                   if LIEN-ACTIVE
                       and LIEN-ACCOUNT = WS-HOLD-SCAN-ACCT
                       compute WS-ACTIVE-LIENS = WS-ACTIVE-LIENS
                           + LIEN-AMOUNT - LIEN-REMITTED
                   end-if
           end-read
           exit.

       CHECK-AVAILABLE-FUNDS.
      * shared debit-side funds check: the account record must
      * already be in the buffer. refuses any debit that would dip
      * into held (uncleared) deposits or money frozen by a lien.
      * an authorized overdraft limit extends the available figure
      * below zero, so a good customer's rent does not bounce over
      * a one-day shortfall
           move ACCT-NUMBER to WS-HOLD-SCAN-ACCT
           perform SUM-OPEN-HOLDS
           perform SUM-ACTIVE-LIENS
           compute WS-AVAILABLE = ACCT-BALANCE - WS-OPEN-HOLDS
               - WS-ACTIVE-LIENS + ACCT-OD-LIMIT
           if WS-AMOUNT > WS-AVAILABLE
               display "INSUFFICIENT AVAILABLE FUNDS."
               if WS-OPEN-HOLDS > ZERO
                   move WS-OPEN-HOLDS to WS-HOLDS-DISPLAY
                   display "FUNDS ON HOLD: " WS-HOLDS-DISPLAY
               end-if
               if WS-ACTIVE-LIENS > ZERO
                   move WS-ACTIVE-LIENS to WS-HOLDS-DISPLAY
                   display "FUNDS UNDER LIEN: " WS-HOLDS-DISPLAY
               end-if
               move "N" to WS-OK
               move ACCT-NUMBER to WE-ACCOUNT
               move "NSF" to WE-OUTCOME
           move WS-TO-ACCOUNT to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY
           perform ALERT-IF-OVERDRAWN
           exit.

       XFER-OUT-POST.
           move WS-DEST-ROUTE to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY
           perform ALERT-IF-OVERDRAWN
           perform XFER-QUEUE-APPEND

           move ACCT-BALANCE to WS-BALANCE-DISPLAY
           move WS-BILLER-CODE to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY
           perform ALERT-IF-OVERDRAWN

      * save the paying customer's own balance before the credit leg
      * re-reads ACCT-MASTER-FILE keyed to the biller's settlement
           exit.

       CASH-LOAD-CASSETTES.
      * only this terminal's cassettes - the inventory is keyed by
      * terminal first, so position on its lowest denomination and
      * stop at the first record belonging to the next machine
           move ZERO to WS-CASS-LOADED
           move "N" to WS-EOF-CASH
           move WS-TERMINAL-ID to CASH-TERMINAL
           move ZERO to CASH-DENOM
           start CASH-INV-FILE key is >= CASH-KEY
               invalid key
                   set END-OF-CASH to true
           end-start
           perform CASH-LOAD-STEP
               until END-OF-CASH
           exit.
               at end
                   set END-OF-CASH to true
               not at end
                   if CASH-TERMINAL = WS-TERMINAL-ID
                       perform CASH-LOAD-ONE
                   else
                       set END-OF-CASH to true
                   end-if
           end-read
           exit.


       CASH-DECREMENT-ONE.
           if WS-CASS-USE (WS-CASS-IX) > ZERO
               move WS-TERMINAL-ID to CASH-TERMINAL
               move WS-CASS-DENOM (WS-CASS-IX) to CASH-DENOM
               read CASH-INV-FILE
                   not invalid key
           move SPACES to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY
           perform ALERT-IF-OVERDRAWN
           if WS-AMOUNT not < WS-SESSION-ALERT-LIMIT
               move WS-SESSION-CUSTOMER to WA-CUST-ID
               move WS-WORK-ACCOUNT to WA-ACCOUNT
               move "LARGE-WD" to WA-EVENT
               move WS-AMOUNT to WA-AMOUNT
               perform WRITE-ALERT-ENTRY
           end-if
           move ACCT-BALANCE to WS-BALANCE-DISPLAY
           display "NEW BALANCE: " WS-BALANCE-DISPLAY
           exit.

      *----------------------------------------------------------------
      * a debit that takes the account below zero - into the
      * overdraft facility - tells the customer the same day
      *----------------------------------------------------------------
       ALERT-IF-OVERDRAWN.
           if ACCT-BALANCE < ZERO
               and ACCT-BALANCE + WS-AMOUNT not < ZERO
               move ACCT-CUST-ID to WA-CUST-ID
               move WS-WORK-ACCOUNT to WA-ACCOUNT
               move "NEGATIVE" to WA-EVENT
               move ACCT-BALANCE to WA-AMOUNT
               perform WRITE-ALERT-ENTRY
           end-if
           exit.

      *----------------------------------------------------------------
      * shared helpers
      *----------------------------------------------------------------
           move WT-BALANCE to TRAN-BALANCE-AFTER
           perform GET-NEXT-RECEIPT-NUMBER
           move WS-RECEIPT-NO to TRAN-RECEIPT
           move WS-TERMINAL-ID to TRAN-TERMINAL
           write TRAN-LOG-RECORD
           close TRAN-LOG-FILE
      * the customer's handle on this posting if it is ever disputed
           move WE-ID-TYPE to SEC-ID-TYPE
      * terminal events carry no branch operator
           move SPACES to SEC-OPERATOR
           move WS-TERMINAL-ID to SEC-TERMINAL
           write SEC-EVENT-RECORD
           close SEC-LOG-FILE
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

       end program CAIXA.
