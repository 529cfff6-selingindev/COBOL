               record key is HOLD-ID
               file status is WS-HOLD-STATUS.

           select LIENS-FILE assign to "LIENS.DAT"
               organization is indexed
               access mode is dynamic
               record key is LIEN-ID
               file status is WS-LIEN-STATUS.

           select TRAN-LOG-FILE assign to "TRANLOG.DAT"
               organization is line sequential
               file status is WS-TRAN-STATUS.
               organization is line sequential
               file status is WS-RSEQ-STATUS.

           select ALERT-OUTBOX assign to "ALERTS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ALR-KEY
               file status is WS-ALR-STATUS.

           select BUSDATE-FILE assign to "BUSDATE.DAT"
               organization is line sequential
               file status is WS-BUSDATE-STATUS.
       FD HOLDS-FILE.
           COPY HOLDS.

       FD LIENS-FILE.
           COPY LIENS.

       FD TRAN-LOG-FILE.
           COPY TRANLOG.

       FD RECEIPT-SEQ-FILE.
           COPY RCPTSEQ.

       FD ALERT-OUTBOX.
           COPY ALERTS.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       01 WS-EOF-HOLD          PIC X(01) VALUE "N".
           88 END-OF-HOLD VALUE "Y".

      * lien work area - what active court and tax orders still
      * freeze on the account, taken off available funds the same
      * way open holds are
       01 WS-LIEN-STATUS       PIC X(02) VALUE "00".
       01 WS-ACTIVE-LIENS      PIC S9(9)V99 VALUE ZERO.
       01 WS-EOF-LIEN          PIC X(01) VALUE "N".
           88 END-OF-LIEN VALUE "Y".

       01 WS-OK                PIC X(01) VALUE "Y".
       01 WS-CREDIT-OK         PIC X(01) VALUE "Y".

       01 WS-AMOUNT-DISPLAY    PIC -(9)9.99.
       01 WS-REPORT-LINE       PIC X(080) VALUE SPACES.

      * customer alert for the outbox - WRITE-ALERT-ENTRY stamps
      * the rest
       01 WS-ALR-STATUS        PIC X(02) VALUE "00".
       01 WS-ALERT-WORK.
           05 WA-CUST-ID       PIC 9(06).
           05 WA-ACCOUNT       PIC 9(10).
           05 WA-EVENT         PIC X(10).
           05 WA-AMOUNT        PIC S9(9)V99.
       01 WS-ALR-SOURCE        PIC X(08) VALUE "STORDRUN".
       01 WS-ALR-WRITTEN-FLAG  PIC X(01).
           88 ALERT-WRITTEN VALUE "Y".

       procedure division.
       STORDRUN-RUN.
           display WS-SPACES

      * an order the account cannot cover tonight is skipped and the
      * due date left alone, so it is retried on tomorrow's run.
      * cover means available balance - held deposits and liened
      * money do not count, but an authorized overdraft limit does,
      * same as CAIXA
           if WS-OK = "Y"
               move SO-FROM-ACCT to WS-HOLD-SCAN-ACCT
               perform SUM-OPEN-HOLDS
               perform SUM-ACTIVE-LIENS
               compute WS-AVAILABLE = ACCT-BALANCE - WS-OPEN-HOLDS
                   - WS-ACTIVE-LIENS + ACCT-OD-LIMIT
               if SO-AMOUNT > WS-AVAILABLE
                   add 1 to WS-SKIPPED-COUNT
                   string "SKIPPED ORDER " SO-ORDER-ID
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

       SO-WRITE-CHECKPOINT.
      * record intent before the debit posts, so a crash between the
      * two legs can be found and finished (or backed out) by
           move SO-AMOUNT to WT-AMOUNT
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY
      * an order that takes the account below zero tells the
      * customer the same night
           if ACCT-BALANCE < ZERO
               and ACCT-BALANCE + SO-AMOUNT not < ZERO
               move ACCT-CUST-ID to WA-CUST-ID
               move SO-FROM-ACCT to WA-ACCOUNT
               move "NEGATIVE" to WA-EVENT
               move ACCT-BALANCE to WA-AMOUNT
               perform WRITE-ALERT-ENTRY
           end-if
           exit.

       SO-CREDIT-LEG.
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

       end program STORDRUN.
