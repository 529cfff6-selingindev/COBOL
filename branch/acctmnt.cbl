      * master: creates customer profiles, opens accounts linked to
      * their owning customer, unlocks customers locked out by bad
      * PINs, moves ACCT-STATUS between its values and sets the
      * per-account daily withdrawal limit, books loans paid out
      * into a customer's account, opens and breaks term deposits,
      * records and releases liens and closes accounts down
      * properly - so the branch never has to hand edit the data
      * files again. every action is stamped
      * with the operator id onto MAINTLOG.DAT so we can see who
      * changed what.

               organization is line sequential
               file status is WS-SEC-STATUS.

           select LOAN-FILE assign to "LOANS.DAT"
               organization is indexed
               access mode is dynamic
               record key is LOAN-NUMBER
               file status is WS-LOAN-STATUS.

           select TRAN-LOG-FILE assign to "TRANLOG.DAT"
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

           select TERM-DEPOSIT-FILE assign to "TERMDEP.DAT"
               organization is indexed
               access mode is dynamic
               record key is TD-NUMBER
               file status is WS-TD-STATUS.

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

           select PRODUCTS-FILE assign to "PRODUCTS.DAT"
               organization is indexed
               access mode is dynamic
               record key is PROD-TYPE
               file status is WS-PROD-STATUS.

           select DEPOSIT-ITEMS-FILE assign to "DEPITEMS.DAT"
               organization is indexed
               access mode is dynamic
               record key is DEP-ITEM-KEY
               file status is WS-DEP-STATUS.

           select CHECKPOINT-FILE assign to "CHKPOINT.DAT"
               organization is indexed
               access mode is dynamic
               record key is CHK-TXN-ID
               file status is WS-CHK-STATUS.

           select STANDING-ORDER-FILE assign to "STORDERS.DAT"
               organization is indexed
               access mode is dynamic
               record key is SO-ORDER-ID
               file status is WS-SO-STATUS.

           select CLOSURE-FILE assign to "CLOSURE.DAT"
               organization is line sequential
               file status is WS-CLOSURE-STATUS.

       data division.
       file section.
       FD ACCT-MASTER-FILE.
       FD SEC-LOG-FILE.
           COPY SECLOG.

       FD LOAN-FILE.
           COPY LOANS.

       FD TRAN-LOG-FILE.
           COPY TRANLOG.

       FD ALERT-OUTBOX.
           COPY ALERTS.

       FD RECEIPT-SEQ-FILE.
           COPY RCPTSEQ.

       FD TERM-DEPOSIT-FILE.
           COPY TERMDEP.

       FD HOLDS-FILE.
           COPY HOLDS.

       FD LIENS-FILE.
           COPY LIENS.

       FD PRODUCTS-FILE.
           COPY PRODUCTS.

       FD DEPOSIT-ITEMS-FILE.
           COPY DEPITEMS.

       FD CHECKPOINT-FILE.
           COPY CHKPOINT.

       FD STANDING-ORDER-FILE.
           COPY STORDER.

       FD CLOSURE-FILE.
       01 CLOSURE-RECORD PIC X(080).

       working-storage section.
      * formatador
       01 WS-SPACES PIC X(060)
       01 OP-STATUS         PIC X(20) VALUE "STATUS".
       01 OP-LIMIT          PIC X(20) VALUE "LIMIT".
       01 OP-ODLIMIT        PIC X(20) VALUE "ODLIMIT".
       01 OP-ALERTLIM       PIC X(20) VALUE "ALERTLIM".
       01 OP-CARDISS        PIC X(20) VALUE "CARDISS".
       01 OP-CARDSTAT       PIC X(20) VALUE "CARDSTAT".
       01 OP-OPERMNT        PIC X(20) VALUE "OPERMNT".
       01 OP-ADDHOLDR       PIC X(20) VALUE "ADDHOLDR".
       01 OP-REMHOLDR       PIC X(20) VALUE "REMHOLDR".
       01 OP-LOAN           PIC X(20) VALUE "LOAN".
       01 OP-TDOPEN         PIC X(20) VALUE "TDOPEN".
       01 OP-TDBREAK        PIC X(20) VALUE "TDBREAK".
       01 OP-CLOSE          PIC X(20) VALUE "CLOSE".
       01 OP-LIEN           PIC X(20) VALUE "LIEN".
       01 OP-LIENREL        PIC X(20) VALUE "LIENREL".
       01 OP-EXIT           PIC X(20) VALUE "EXIT".

      * file status codes
       01 WS-OPER-STATUS    PIC X(02) VALUE "00".
       01 WS-MAINT-STATUS   PIC X(02) VALUE "00".
       01 WS-SEC-STATUS     PIC X(02) VALUE "00".
       01 WS-LOAN-STATUS    PIC X(02) VALUE "00".
       01 WS-TRAN-STATUS    PIC X(02) VALUE "00".
      * receipt numbering off the shared sequence card - set by
      * GET-NEXT-RECEIPT-NUMBER for every posting leg written here
       01 WS-RSEQ-STATUS    PIC X(02) VALUE "00".
       01 WS-RECEIPT-NO     PIC 9(10) VALUE ZERO.
       01 WS-TD-STATUS      PIC X(02) VALUE "00".
       01 WS-PROD-STATUS    PIC X(02) VALUE "00".
       01 WS-DEP-STATUS     PIC X(02) VALUE "00".
       01 WS-CHK-STATUS     PIC X(02) VALUE "00".
       01 WS-SO-STATUS      PIC X(02) VALUE "00".
       01 WS-CLOSURE-STATUS PIC X(02) VALUE "00".

       01 WS-CURRENT-DATE      PIC 9(08).
       01 WS-CURRENT-TIME      PIC 9(08).
       01 WM-OLD-VALUE         PIC X(20).
       01 WM-NEW-VALUE         PIC X(20).

      * parameters for the shared transaction-log writer, set by the
      * caller immediately before "perform WRITE-TRAN-LOG-ENTRY"
       01 WT-TYPE              PIC X(12).
       01 WT-ACCOUNT           PIC 9(10).
       01 WT-AMOUNT            PIC S9(9)V99.
       01 WT-REF               PIC X(10).
       01 WT-BALANCE           PIC S9(9)V99.

      * general purpose "still OK to continue" flag, set to "N" by
      * any validation step and checked before the next step runs
       01 WS-OK                PIC X(01) VALUE "Y".
       01 WS-NEW-OPER-ROLE     PIC X(01).
       01 WS-NEW-OPER-STATUS   PIC X(01).

      * loan booking work fields - the instalment is worked out the
      * way CALCULADORA's amortization schedule does it (fixed
      * instalment, interest on the outstanding balance)
       01 WS-WORK-LOAN         PIC 9(10).
       01 WS-LOAN-PRINCIPAL    PIC S9(9)V99.
       01 WS-LOAN-RATE         PIC 9(02)V9(04).
       01 WS-LOAN-TERM         PIC 9(03).
       01 WS-LOAN-INSTALMENT   PIC S9(9)V99.
       01 WS-LOAN-MONTH-RATE   PIC 9(03)V9(008).
       01 WS-LOAN-FACTOR       PIC 9(009)V9(008).

      * first due date - one month after booking, the day clamped
      * to the end of shorter months
       01 WS-DUE-DATE-X.
           05 WS-DUE-YYYY      PIC 9(04).
           05 WS-DUE-MM        PIC 9(02).
           05 WS-DUE-DD        PIC 9(02).
       01 WS-DUE-DATE REDEFINES WS-DUE-DATE-X PIC 9(08).
       01 WS-MONTH-DAYS-VAL    PIC X(24) VALUE
           "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VAL.
           05 WS-MONTH-DAY     PIC 9(02) OCCURS 12 TIMES.
       01 WS-MAX-DAY           PIC 9(02).
       01 WS-LEAP-REM          PIC 9(04).
       01 WS-MONTH-SERIAL      PIC 9(06).
       01 WS-MONTH-REM         PIC 9(02).

      * term deposit work fields
       01 WS-WORK-TD           PIC 9(10).
       01 WS-TD-AMOUNT         PIC S9(9)V99.
       01 WS-TD-RATE           PIC 9(02)V9(04).
       01 WS-TD-MONTHS         PIC 9(03).
       01 WS-TD-PAYOUT         PIC 9(10).
       01 WS-TD-INSTRUCTION    PIC X(01).
       01 WS-TD-DAYS-HELD      PIC 9(05).
       01 WS-TD-INTEREST       PIC S9(9)V99.
       01 WS-TD-PENALTY        PIC S9(9)V99.
      * breaking a deposit before maturity costs this percentage of
      * the principal, on top of earning interest only for the days
      * actually held
       01 WS-TD-PENALTY-PCT    PIC 9(02)V9(04) VALUE 1.0000.

      * deposit-hold work area - money under a hold cannot fund a
      * term deposit, same as it cannot leave through CAIXA
       01 WS-HOLD-STATUS       PIC X(02) VALUE "00".
       01 WS-HOLD-SCAN-ACCT    PIC 9(10).
       01 WS-OPEN-HOLDS        PIC S9(9)V99 VALUE ZERO.
       01 WS-AVAILABLE         PIC S9(9)V99 VALUE ZERO.
       01 WS-EOF-HOLD          PIC X(01) VALUE "N".
           88 END-OF-HOLD VALUE "Y".

      * lien work area - what active court and tax orders still
      * freeze on the account, taken off available funds the same
      * way open holds are
       01 WS-LIEN-STATUS       PIC X(02) VALUE "00".
       01 WS-ACTIVE-LIENS      PIC S9(9)V99 VALUE ZERO.
       01 WS-EOF-LIEN          PIC X(01) VALUE "N".
           88 END-OF-LIEN VALUE "Y".
       01 WS-WORK-LIEN         PIC 9(10).
       01 WS-LIEN-AMOUNT       PIC S9(9)V99.
       01 WS-LIEN-ORDER-REF    PIC X(20).
       01 WS-LIEN-AUTHORITY    PIC X(30).
       01 WS-LIEN-REMIT        PIC X(01).
       01 WS-LIEN-BENEF        PIC 9(10).

      * account closure work fields. the final interest or fee runs
      * from the day after the last month-end accrual to the closing
      * day, priced off PRODUCTS.DAT the way MONTHEND prices it -
      * falling back to the same defaults when there is no product
       01 WS-CLS-MONTHLY-FEE   PIC S9(9)V99 COMP-3 VALUE 10.00.
       01 WS-CLS-RATE          PIC 9(02)V9(04).
       01 WS-CLS-FEE-BASE      PIC S9(9)V99.
       01 WS-CLS-WAIVE-MIN     PIC S9(9)V99.
       01 WS-CLS-TIER-IX       PIC 9(01).
       01 WS-CLS-DAYS          PIC 9(02).
       01 WS-CLS-INTEREST      PIC S9(9)V99.
       01 WS-CLS-FEE           PIC S9(9)V99.
       01 WS-CLS-PAYOUT        PIC S9(9)V99.
       01 WS-CLS-METHOD        PIC X(01).
           88 CLS-PAY-ACCOUNT  VALUE "A".
           88 CLS-PAY-CASH     VALUE "C".
           88 CLS-PAY-NONE     VALUE "N".
       01 WS-CLS-TO-ACCOUNT    PIC 9(10).
       01 WS-CLS-OLD-STATUS    PIC X(01).
       01 WS-CLS-RECEIPT       PIC 9(10).
       01 WS-CLS-ORDERS        PIC 9(05).
       01 WS-CLS-HOLDERS       PIC 9(05).
       01 WS-CLS-FOUND         PIC 9(05).
       01 WS-CLS-MONTH-START   PIC 9(08).
       01 WS-CLS-ACCRUED       PIC X(01).
           88 CLS-ALREADY-ACCRUED VALUE "Y".
       01 WS-EOF-SCAN          PIC X(01) VALUE "N".
           88 END-OF-SCAN VALUE "Y".
       01 WS-TXN-ID-FIELDS.
           05 WS-TXN-ID-DATE   PIC 9(08).
           05 WS-TXN-ID-TIME   PIC 9(08).
       01 WS-TXN-ID REDEFINES WS-TXN-ID-FIELDS PIC X(16).
       01 WS-CLOSURE-LINE      PIC X(080) VALUE SPACES.

      * customer alert for the outbox - WRITE-ALERT-ENTRY stamps
      * the rest
       01 WS-ALR-STATUS        PIC X(02) VALUE "00".
       01 WS-ALERT-WORK.
           05 WA-CUST-ID       PIC 9(06).
           05 WA-ACCOUNT       PIC 9(10).
           05 WA-EVENT         PIC X(10).
           05 WA-AMOUNT        PIC S9(9)V99.
       01 WS-ALR-SOURCE        PIC X(08) VALUE "ACCTMNT".
       01 WS-ALR-WRITTEN-FLAG  PIC X(01).
           88 ALERT-WRITTEN VALUE "Y".

       procedure division.
       ACCTMNT-MAIN.
           display WS-MAIN-MENSAGE
                   perform DO-SET-LIMIT
               when OP-ODLIMIT
                   perform DO-SET-OD-LIMIT
               when OP-ALERTLIM
                   perform DO-SET-ALERT-LIMIT
               when OP-CARDISS
                   perform DO-ISSUE-CARD
               when OP-CARDSTAT
                   perform DO-ADD-HOLDER
               when OP-REMHOLDR
                   perform DO-REMOVE-HOLDER
               when OP-LOAN
                   perform DO-BOOK-LOAN
               when OP-TDOPEN
                   perform DO-OPEN-TERM-DEPOSIT
               when OP-TDBREAK
                   perform DO-BREAK-TERM-DEPOSIT
               when OP-CLOSE
                   perform DO-CLOSE-ACCOUNT
               when OP-LIEN
                   perform DO-RECORD-LIEN
               when OP-LIENREL
                   perform DO-RELEASE-LIEN
               when OP-EXIT
                   set STOP-GOING to true
               when other
           display OP-STATUS.
           display OP-LIMIT.
           display OP-ODLIMIT.
           display OP-ALERTLIM.
           display OP-CARDISS.
           display OP-CARDSTAT.
           display OP-OPERMNT.
           display OP-ADDHOLDR.
           display OP-REMHOLDR.
           display OP-LOAN.
           display OP-TDOPEN.
           display OP-TDBREAK.
           display OP-CLOSE.
           display OP-LIEN.
           display OP-LIENREL.
           display WS-SPACES.
           display OP-EXIT.
           exit.
           move WS-ADDR-LINE2 to CUST-ADDR-LINE2
           move WS-ADDR-CITY to CUST-CITY
           move WS-ADDR-POSTCODE to CUST-POSTCODE
           move ZERO to CUST-ALERT-LIMIT

           write CUSTOMER-RECORD
               invalid key
           if WS-OK = "Y"
               perform STATUS-GET-NEW
           end-if
      * lifting a block is the sensitive direction - blocking needs
      * no second pair of eyes
           if WS-OK = "Y"
               and ACCT-BLOCKED and WS-NEW-STATUS = "A"
               perform GET-SECOND-APPROVAL

       STATUS-GET-NEW.
           display "CURRENT STATUS: " ACCT-STATUS
           display "NEW STATUS (A=ACTIVE B=BLOCKED D=DORMANT): "
           accept WS-NEW-STATUS

      * closing is not a status flip - the balance, standing orders
      * and joint holders have to be settled first, so it has its
      * own option
           if WS-NEW-STATUS = "C"
               display "USE THE CLOSE OPTION TO CLOSE AN ACCOUNT."
               move "N" to WS-OK
               exit paragraph
           end-if
           if WS-NEW-STATUS not = "A"
                   and WS-NEW-STATUS not = "B"
                   and WS-NEW-STATUS not = "D"
               display "INVALID STATUS."
               move "N" to WS-OK
           display "OVERDRAFT LIMIT UPDATED FOR " WS-WORK-ACCOUNT "."
           exit.

      *----------------------------------------------------------------
      * ALERTLIM - the single-withdrawal amount at or above which the
      * customer is alerted. zero puts the customer back on the shop
      * default
      *----------------------------------------------------------------
       DO-SET-ALERT-LIMIT.
           open i-o CUSTOMER-FILE
           perform SET-CURRENT-DATE-TIME
           move "Y" to WS-OK

           if WS-CUST-STATUS not = "00"
               display "CUSTOMER FILE UNAVAILABLE."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               perform MAINT-READ-CUSTOMER
           end-if
           if WS-OK = "Y"
               perform ALERT-LIMIT-GET-NEW
           end-if
           if WS-OK = "Y"
               perform ALERT-LIMIT-POST
           end-if

           if WS-CUST-STATUS not = "35"
               close CUSTOMER-FILE
           end-if
           exit.

       ALERT-LIMIT-GET-NEW.
      * a profile written before the limit existed carries no value
      * there yet - show it as the default
           if CUST-ALERT-LIMIT is not numeric
               move ZERO to CUST-ALERT-LIMIT
           end-if
           move CUST-ALERT-LIMIT to WS-LIMIT-DISPLAY
           display "CURRENT ALERT LIMIT: " WS-LIMIT-DISPLAY
           display "NEW ALERT LIMIT (0 = SHOP DEFAULT): "
           accept WS-NEW-LIMIT

           if WS-NEW-LIMIT < ZERO
               display "LIMIT CANNOT BE NEGATIVE."
               move "N" to WS-OK
           end-if
           exit.

       ALERT-LIMIT-POST.
           move WS-WORK-CUSTOMER to WM-ACCOUNT
           move "ALERTLIM" to WM-ACTION
           move CUST-ALERT-LIMIT to WS-LIMIT-DISPLAY
           move WS-LIMIT-DISPLAY to WM-OLD-VALUE

           move WS-NEW-LIMIT to CUST-ALERT-LIMIT
           rewrite CUSTOMER-RECORD

           move WS-NEW-LIMIT to WS-LIMIT-DISPLAY
           move WS-LIMIT-DISPLAY to WM-NEW-VALUE
           perform WRITE-MAINT-LOG-ENTRY
           display "ALERT LIMIT UPDATED FOR CUSTOMER "
               WS-WORK-CUSTOMER "."
           exit.

      *----------------------------------------------------------------
      * CARDISS - issue a card (or reissue: an existing number is
      * rewritten with the new expiry and set back to active)
           string CARD-STATUS ">" WS-NEW-CARD-STATUS
               delimited by size into WM-NEW-VALUE

      * a card going onto the hot list tells its customer at once -
      * if it was not the customer who reported it, they need to know
           if WS-NEW-CARD-STATUS = "H" and not CARD-HOT
               move CARD-CUST-ID to WA-CUST-ID
               move ZERO to WA-ACCOUNT
               move "HOT-CARD" to WA-EVENT
               move ZERO to WA-AMOUNT
               perform WRITE-ALERT-ENTRY
           end-if

           move WS-NEW-CARD-STATUS to CARD-STATUS
           rewrite CARD-RECORD

           exit.

      *----------------------------------------------------------------
      * LOAN - book a loan against a customer's account and disburse
      * the principal into it. LOANCOLL collects the instalments
      * from the same account every night after
      *----------------------------------------------------------------
       DO-BOOK-LOAN.
           perform SET-CURRENT-DATE-TIME
           move "Y" to WS-OK

           open i-o ACCT-MASTER-FILE
           if WS-ACCT-STATUS not = "00"
               display "ACCOUNT FILE UNAVAILABLE."
               move "N" to WS-OK
           end-if

           open i-o LOAN-FILE
           if WS-LOAN-STATUS = "35"
      * first loan ever booked - the loan file does not exist yet,
      * so create it and reopen for update
               open output LOAN-FILE
               close LOAN-FILE
               open i-o LOAN-FILE
           end-if
           if WS-OK = "Y" and WS-LOAN-STATUS not = "00"
               display "LOAN FILE UNAVAILABLE."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               display "NEW LOAN NUMBER: "
               accept WS-WORK-LOAN
               move WS-WORK-LOAN to LOAN-NUMBER
               read LOAN-FILE
                   invalid key
                       continue
                   not invalid key
                       display "LOAN ALREADY EXISTS."
                       move "N" to WS-OK
               end-read
           end-if

           if WS-OK = "Y"
               perform MAINT-READ-ACCOUNT
           end-if
           if WS-OK = "Y" and not ACCT-ACTIVE
               display "REPAYMENT ACCOUNT IS NOT ACTIVE."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               perform LOAN-GET-DETAILS
           end-if
      * a loan is money out the door - it always books under dual
      * control, whatever the amount
           if WS-OK = "Y"
               perform GET-SECOND-APPROVAL
               if not ACTION-APPROVED
                   move "N" to WS-OK
               end-if
           end-if
           if WS-OK = "Y"
               perform LOAN-WRITE
           end-if
           if WS-OK = "Y"
               perform LOAN-DISBURSE
           end-if

           if WS-LOAN-STATUS not = "35"
               close LOAN-FILE
           end-if
           if WS-ACCT-STATUS not = "35"
               close ACCT-MASTER-FILE
           end-if
           exit.

       LOAN-GET-DETAILS.
           display "PRINCIPAL: "
           accept WS-LOAN-PRINCIPAL
           display "ANNUAL INTEREST RATE (PERCENT): "
           accept WS-LOAN-RATE
           display "TERM IN MONTHS: "
           accept WS-LOAN-TERM

           if WS-LOAN-PRINCIPAL <= ZERO or WS-LOAN-TERM = ZERO
               display "PRINCIPAL AND TERM MUST BE GREATER THAN ZERO."
               move "N" to WS-OK
               exit paragraph
           end-if

           compute WS-LOAN-MONTH-RATE = WS-LOAN-RATE / 1200
           if WS-LOAN-MONTH-RATE = ZERO
      * interest-free: the instalment is a plain division
               compute WS-LOAN-INSTALMENT rounded =
                   WS-LOAN-PRINCIPAL / WS-LOAN-TERM
           else
               compute WS-LOAN-FACTOR =
                   (1 + WS-LOAN-MONTH-RATE) ** WS-LOAN-TERM
               compute WS-LOAN-INSTALMENT rounded =
                   WS-LOAN-PRINCIPAL * WS-LOAN-MONTH-RATE
                   * WS-LOAN-FACTOR / (WS-LOAN-FACTOR - 1)
           end-if

           move WS-LOAN-INSTALMENT to WS-LIMIT-DISPLAY
           display "MONTHLY INSTALMENT: " WS-LIMIT-DISPLAY
           exit.

       LOAN-WRITE.
           move WS-CURRENT-DATE to WS-DUE-DATE
           perform LOAN-FIRST-DUE-DATE

           move WS-WORK-LOAN to LOAN-NUMBER
           move ACCT-CUST-ID to LOAN-CUST-ID
           move WS-WORK-ACCOUNT to LOAN-ACCOUNT
           move WS-LOAN-PRINCIPAL to LOAN-PRINCIPAL
           move WS-LOAN-RATE to LOAN-RATE
           move WS-LOAN-TERM to LOAN-TERM
           move WS-LOAN-INSTALMENT to LOAN-INSTALMENT
           move WS-LOAN-PRINCIPAL to LOAN-BALANCE
           move WS-CURRENT-DATE to LOAN-START-DATE
           move WS-DUE-DATE to LOAN-NEXT-DUE
           move WS-CURRENT-DATE (7:2) to LOAN-DUE-DAY
           move ZERO to LOAN-PAID-COUNT
           move ZERO to LOAN-DAYS-PAST-DUE
           set LOAN-ACTIVE to true

           write LOAN-RECORD
               invalid key
                   display "LOAN COULD NOT BE BOOKED."
                   move "N" to WS-OK
           end-write
           exit.

       LOAN-FIRST-DUE-DATE.
           if WS-DUE-MM = 12
               move 1 to WS-DUE-MM
               add 1 to WS-DUE-YYYY
           else
               add 1 to WS-DUE-MM
           end-if
           perform CLAMP-DUE-DAY
           exit.

       CLAMP-DUE-DAY.
      * pull the day of WS-DUE-DATE back to the end of a shorter
      * month - the 31st becomes the 30th, or february's last day
           move WS-MONTH-DAY (WS-DUE-MM) to WS-MAX-DAY
           if WS-DUE-MM = 2
               divide WS-DUE-YYYY by 4 giving WS-LEAP-REM
                   remainder WS-LEAP-REM
               if WS-LEAP-REM = ZERO
                   move 29 to WS-MAX-DAY
               end-if
           end-if
           if WS-DUE-DD > WS-MAX-DAY
               move WS-MAX-DAY to WS-DUE-DD
           end-if
           exit.

       LOAN-DISBURSE.
      * the principal lands on the repayment account as a credit of
      * its own type, referenced by the loan number, so EODGL books
      * it against the loan ledger and not customer deposits
           add WS-LOAN-PRINCIPAL to ACCT-BALANCE
           rewrite ACCT-MASTER-RECORD

           move "LOAN-DISB" to WT-TYPE
           move WS-WORK-ACCOUNT to WT-ACCOUNT
           move WS-LOAN-PRINCIPAL to WT-AMOUNT
           move WS-WORK-LOAN to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY

           move WS-WORK-ACCOUNT to WM-ACCOUNT
           move "LOANBOOK" to WM-ACTION
           move WS-WORK-LOAN to WM-OLD-VALUE
           move WS-LOAN-PRINCIPAL to WS-LIMIT-DISPLAY
           move WS-LIMIT-DISPLAY to WM-NEW-VALUE
           perform WRITE-MAINT-LOG-ENTRY
           display "LOAN " WS-WORK-LOAN " BOOKED AND DISBURSED TO "
               WS-WORK-ACCOUNT "."
           display "RECEIPT " WS-RECEIPT-NO
           exit.

      *----------------------------------------------------------------
      * TDOPEN - open a term deposit, funded by a debit on one of the
      * customer's accounts. TDMATURE pays it out or renews it at
      * maturity
      *----------------------------------------------------------------
       DO-OPEN-TERM-DEPOSIT.
           perform SET-CURRENT-DATE-TIME
           move "Y" to WS-OK

           open i-o ACCT-MASTER-FILE
           if WS-ACCT-STATUS not = "00"
               display "ACCOUNT FILE UNAVAILABLE."
               move "N" to WS-OK
           end-if

           open i-o TERM-DEPOSIT-FILE
           if WS-TD-STATUS = "35"
      * first term deposit ever opened - the file does not exist
      * yet, so create it and reopen for update
               open output TERM-DEPOSIT-FILE
               close TERM-DEPOSIT-FILE
               open i-o TERM-DEPOSIT-FILE
           end-if
           if WS-OK = "Y" and WS-TD-STATUS not = "00"
               display "TERM DEPOSIT FILE UNAVAILABLE."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               display "NEW TERM DEPOSIT NUMBER: "
               accept WS-WORK-TD
               move WS-WORK-TD to TD-NUMBER
               read TERM-DEPOSIT-FILE
                   invalid key
                       continue
                   not invalid key
                       display "TERM DEPOSIT ALREADY EXISTS."
                       move "N" to WS-OK
               end-read
           end-if

           if WS-OK = "Y"
               perform MAINT-READ-ACCOUNT
           end-if
           if WS-OK = "Y" and not ACCT-ACTIVE
               display "FUNDING ACCOUNT IS NOT ACTIVE."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               perform TD-GET-DETAILS
           end-if
           if WS-OK = "Y"
               perform TD-CHECK-PAYOUT-ACCOUNT
           end-if
           if WS-OK = "Y"
               perform TD-CHECK-FUNDS
           end-if
           if WS-OK = "Y"
               perform TD-WRITE
           end-if
           if WS-OK = "Y"
               perform TD-FUND-POST
           end-if

           if WS-TD-STATUS not = "35"
               close TERM-DEPOSIT-FILE
           end-if
           if WS-ACCT-STATUS not = "35"
               close ACCT-MASTER-FILE
           end-if
           exit.

       TD-GET-DETAILS.
           display "AMOUNT: "
           accept WS-TD-AMOUNT
           display "FIXED ANNUAL RATE (PERCENT): "
           accept WS-TD-RATE
           display "TERM IN MONTHS: "
           accept WS-TD-MONTHS
           display "PAYOUT ACCOUNT (0 = FUNDING ACCOUNT): "
           accept WS-TD-PAYOUT
           display "AT MATURITY (P=PAY OUT R=ROLL OVER): "
           accept WS-TD-INSTRUCTION

           if WS-TD-AMOUNT <= ZERO or WS-TD-MONTHS = ZERO
               display "AMOUNT AND TERM MUST BE GREATER THAN ZERO."
               move "N" to WS-OK
           end-if
           if WS-OK = "Y"
               and WS-TD-INSTRUCTION not = "P"
               and WS-TD-INSTRUCTION not = "R"
               display "INVALID MATURITY INSTRUCTION."
               move "N" to WS-OK
           end-if
           if WS-TD-PAYOUT = ZERO
               move WS-WORK-ACCOUNT to WS-TD-PAYOUT
           end-if
           exit.

       TD-CHECK-PAYOUT-ACCOUNT.
      * a payout account elsewhere must exist and be open today -
      * the funding account's record is read back afterwards so the
      * debit posts against it
           if WS-TD-PAYOUT = WS-WORK-ACCOUNT
               exit paragraph
           end-if
           move WS-TD-PAYOUT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   display "PAYOUT ACCOUNT NOT FOUND."
                   move "N" to WS-OK
               not invalid key
                   if ACCT-CLOSED
                       display "PAYOUT ACCOUNT IS CLOSED."
                       move "N" to WS-OK
                   end-if
           end-read
           move WS-WORK-ACCOUNT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   display "ACCOUNT NOT FOUND."
                   move "N" to WS-OK
           end-read
           exit.

       TD-CHECK-FUNDS.
      * the deposit is funded from available balance only - held
      * deposits and liened money do not count, and neither does an
      * overdraft limit: the bank does not lend a customer money to
      * lock away
           move WS-WORK-ACCOUNT to WS-HOLD-SCAN-ACCT
           perform SUM-OPEN-HOLDS
           perform SUM-ACTIVE-LIENS
           compute WS-AVAILABLE = ACCT-BALANCE - WS-OPEN-HOLDS
               - WS-ACTIVE-LIENS
           if WS-TD-AMOUNT > WS-AVAILABLE
               display "INSUFFICIENT AVAILABLE FUNDS."
               move "N" to WS-OK
           end-if
           exit.

       TD-WRITE.
           move WS-CURRENT-DATE to WS-DUE-DATE
           perform TD-ADD-TERM-MONTHS

           move WS-WORK-TD to TD-NUMBER
           move ACCT-CUST-ID to TD-CUST-ID
           move WS-TD-AMOUNT to TD-AMOUNT
           move WS-TD-RATE to TD-RATE
           move WS-TD-MONTHS to TD-TERM-MONTHS
           move WS-CURRENT-DATE to TD-START-DATE
           move WS-DUE-DATE to TD-MATURITY-DATE
           move WS-WORK-ACCOUNT to TD-FUNDING-ACCT
           move WS-TD-PAYOUT to TD-PAYOUT-ACCT
           move WS-TD-INSTRUCTION to TD-INSTRUCTION
           set TD-ACTIVE to true

           write TERM-DEPOSIT-RECORD
               invalid key
                   display "TERM DEPOSIT COULD NOT BE OPENED."
                   move "N" to WS-OK
           end-write
           exit.

       TD-ADD-TERM-MONTHS.
      * move WS-DUE-DATE on by WS-TD-MONTHS whole months
           compute WS-MONTH-SERIAL =
               WS-DUE-YYYY * 12 + WS-DUE-MM - 1 + WS-TD-MONTHS
           divide WS-MONTH-SERIAL by 12 giving WS-DUE-YYYY
               remainder WS-MONTH-REM
           compute WS-DUE-MM = WS-MONTH-REM + 1
           perform CLAMP-DUE-DAY
           exit.

       TD-FUND-POST.
           subtract WS-TD-AMOUNT from ACCT-BALANCE
      * the customer chose to move the money - it keeps the
      * account's dormancy clock running
           move WS-CURRENT-DATE to ACCT-LAST-ACTIVITY
           rewrite ACCT-MASTER-RECORD

           move "TD-OPEN" to WT-TYPE
           move WS-WORK-ACCOUNT to WT-ACCOUNT
           move WS-TD-AMOUNT to WT-AMOUNT
           move WS-WORK-TD to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY

           move WS-WORK-ACCOUNT to WM-ACCOUNT
           move "TDOPEN" to WM-ACTION
           move WS-WORK-TD to WM-OLD-VALUE
           move WS-TD-AMOUNT to WS-LIMIT-DISPLAY
           move WS-LIMIT-DISPLAY to WM-NEW-VALUE
           perform WRITE-MAINT-LOG-ENTRY
           display "TERM DEPOSIT " WS-WORK-TD " OPENED. MATURES "
               TD-MATURITY-DATE "."
           display "RECEIPT " WS-RECEIPT-NO
           exit.

      *----------------------------------------------------------------
      * TDBREAK - break a term deposit before maturity. interest is
      * earned only for the days held, the break penalty is charged,
      * and the principal goes back to the payout account
      *----------------------------------------------------------------
       DO-BREAK-TERM-DEPOSIT.
           perform SET-CURRENT-DATE-TIME
           move "Y" to WS-OK

           open i-o ACCT-MASTER-FILE
           if WS-ACCT-STATUS not = "00"
               display "ACCOUNT FILE UNAVAILABLE."
               move "N" to WS-OK
           end-if
           open i-o TERM-DEPOSIT-FILE
           if WS-OK = "Y" and WS-TD-STATUS not = "00"
               display "TERM DEPOSIT FILE UNAVAILABLE."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               display "TERM DEPOSIT NUMBER: "
               accept WS-WORK-TD
               move WS-WORK-TD to TD-NUMBER
               read TERM-DEPOSIT-FILE
                   invalid key
                       display "TERM DEPOSIT NOT FOUND."
                       move "N" to WS-OK
               end-read
           end-if
           if WS-OK = "Y" and not TD-ACTIVE
               display "TERM DEPOSIT IS NO LONGER ACTIVE."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               move TD-PAYOUT-ACCT to ACCT-NUMBER
               move TD-PAYOUT-ACCT to WS-WORK-ACCOUNT
               read ACCT-MASTER-FILE
                   invalid key
                       display "PAYOUT ACCOUNT NOT FOUND."
                       move "N" to WS-OK
               end-read
           end-if
           if WS-OK = "Y" and ACCT-CLOSED
               display "PAYOUT ACCOUNT IS CLOSED."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               perform TD-BREAK-FIGURES
      * money leaving a term deposit early is a sensitive action -
      * it posts only under dual control
               perform GET-SECOND-APPROVAL
               if not ACTION-APPROVED
                   move "N" to WS-OK
               end-if
           end-if
           if WS-OK = "Y"
               perform TD-BREAK-POST
           end-if

           if WS-TD-STATUS not = "35"
               close TERM-DEPOSIT-FILE
           end-if
           if WS-ACCT-STATUS not = "35"
               close ACCT-MASTER-FILE
           end-if
           exit.

       TD-BREAK-FIGURES.
           compute WS-TD-DAYS-HELD =
               function INTEGER-OF-DATE (WS-CURRENT-DATE)
               - function INTEGER-OF-DATE (TD-START-DATE)
           compute WS-TD-INTEREST rounded =
               TD-AMOUNT * TD-RATE * WS-TD-DAYS-HELD / 36500
           compute WS-TD-PENALTY rounded =
               TD-AMOUNT * WS-TD-PENALTY-PCT / 100

           move TD-AMOUNT to WS-LIMIT-DISPLAY
           display "PRINCIPAL       : " WS-LIMIT-DISPLAY
           move WS-TD-INTEREST to WS-LIMIT-DISPLAY
           display "INTEREST EARNED : " WS-LIMIT-DISPLAY
               " (" WS-TD-DAYS-HELD " DAYS)"
           move WS-TD-PENALTY to WS-LIMIT-DISPLAY
           display "BREAK PENALTY   : " WS-LIMIT-DISPLAY
           exit.

       TD-BREAK-POST.
           move TD-PAYOUT-ACCT to WT-ACCOUNT
           move WS-WORK-TD to WT-REF

           add TD-AMOUNT to ACCT-BALANCE
           rewrite ACCT-MASTER-RECORD
           move "TD-PRIN" to WT-TYPE
           move TD-AMOUNT to WT-AMOUNT
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY

           if WS-TD-INTEREST > ZERO
               add WS-TD-INTEREST to ACCT-BALANCE
               rewrite ACCT-MASTER-RECORD
               move "TD-INT" to WT-TYPE
               move WS-TD-INTEREST to WT-AMOUNT
               move ACCT-BALANCE to WT-BALANCE
               perform WRITE-TRAN-LOG-ENTRY
           end-if

           if WS-TD-PENALTY > ZERO
               subtract WS-TD-PENALTY from ACCT-BALANCE
               rewrite ACCT-MASTER-RECORD
               move "TD-PENALTY" to WT-TYPE
               move WS-TD-PENALTY to WT-AMOUNT
               move ACCT-BALANCE to WT-BALANCE
               perform WRITE-TRAN-LOG-ENTRY
           end-if

           set TD-BROKEN to true
           rewrite TERM-DEPOSIT-RECORD

           move TD-PAYOUT-ACCT to WM-ACCOUNT
           move "TDBREAK" to WM-ACTION
           move WS-WORK-TD to WM-OLD-VALUE
           move WS-TD-PENALTY to WS-LIMIT-DISPLAY
           move WS-LIMIT-DISPLAY to WM-NEW-VALUE
           perform WRITE-MAINT-LOG-ENTRY
           display "TERM DEPOSIT " WS-WORK-TD " BROKEN. PROCEEDS PAID"
               " TO " TD-PAYOUT-ACCT "."
           exit.

      *----------------------------------------------------------------
      * LIEN - record a court or tax-authority order against an
      * account. only the amount the order covers is frozen - the
      * rest of the balance stays usable. always under dual control
      *----------------------------------------------------------------
       DO-RECORD-LIEN.
           perform SET-CURRENT-DATE-TIME
           move "Y" to WS-OK

           open i-o ACCT-MASTER-FILE
           if WS-ACCT-STATUS not = "00"
               display "ACCOUNT FILE UNAVAILABLE."
               move "N" to WS-OK
           end-if

           open i-o LIENS-FILE
           if WS-LIEN-STATUS = "35"
      * first lien ever recorded - the liens file does not exist
      * yet, so create it and reopen for update
               open output LIENS-FILE
               close LIENS-FILE
               open i-o LIENS-FILE
           end-if
           if WS-OK = "Y" and WS-LIEN-STATUS not = "00"
               display "LIENS FILE UNAVAILABLE."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               display "NEW LIEN NUMBER: "
               accept WS-WORK-LIEN
               move WS-WORK-LIEN to LIEN-ID
               read LIENS-FILE
                   invalid key
                       continue
                   not invalid key
                       display "LIEN ALREADY EXISTS."
                       move "N" to WS-OK
               end-read
           end-if

           if WS-OK = "Y"
               perform MAINT-READ-ACCOUNT
           end-if
           if WS-OK = "Y" and ACCT-CLOSED
               display "ACCOUNT IS CLOSED."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               perform LIEN-GET-DETAILS
           end-if
           if WS-OK = "Y"
               perform GET-SECOND-APPROVAL
               if not ACTION-APPROVED
                   move "N" to WS-OK
               end-if
           end-if
           if WS-OK = "Y"
               perform LIEN-WRITE
           end-if

           if WS-LIEN-STATUS not = "35"
               close LIENS-FILE
           end-if
           if WS-ACCT-STATUS not = "35"
               close ACCT-MASTER-FILE
           end-if
           exit.

       LIEN-GET-DETAILS.
           display "AMOUNT OF THE ORDER: "
           accept WS-LIEN-AMOUNT
           if WS-LIEN-AMOUNT <= ZERO
               display "AMOUNT MUST BE GREATER THAN ZERO."
               move "N" to WS-OK
               exit paragraph
           end-if
           display "ORDER REFERENCE: "
           accept WS-LIEN-ORDER-REF
           display "ISSUING AUTHORITY: "
           accept WS-LIEN-AUTHORITY
           if WS-LIEN-ORDER-REF = SPACES or WS-LIEN-AUTHORITY = SPACES
               display "ORDER REFERENCE AND AUTHORITY ARE REQUIRED."
               move "N" to WS-OK
               exit paragraph
           end-if

           display "REMIT TO THE AUTHORITY (Y/N): "
           accept WS-LIEN-REMIT
           evaluate WS-LIEN-REMIT
               when "Y"
                   perform LIEN-GET-BENEFICIARY
               when "N"
                   move ZERO to WS-LIEN-BENEF
               when other
                   display "ANSWER Y OR N."
                   move "N" to WS-OK
           end-evaluate
           exit.

       LIEN-GET-BENEFICIARY.
           display "BENEFICIARY ACCOUNT NUMBER: "
           accept WS-LIEN-BENEF
           if WS-LIEN-BENEF = WS-WORK-ACCOUNT
               display "BENEFICIARY MUST BE ANOTHER ACCOUNT."
               move "N" to WS-OK
               exit paragraph
           end-if
           move WS-LIEN-BENEF to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   display "BENEFICIARY ACCOUNT NOT FOUND."
                   move "N" to WS-OK
           end-read
           if WS-OK = "Y" and not ACCT-ACTIVE
               display "BENEFICIARY ACCOUNT IS NOT ACTIVE."
               move "N" to WS-OK
           end-if
           exit.

       LIEN-WRITE.
           move WS-WORK-LIEN to LIEN-ID
           move WS-WORK-ACCOUNT to LIEN-ACCOUNT
           move WS-LIEN-AMOUNT to LIEN-AMOUNT
           move ZERO to LIEN-REMITTED
           move WS-LIEN-ORDER-REF to LIEN-ORDER-REF
           move WS-LIEN-AUTHORITY to LIEN-AUTHORITY
           move WS-LIEN-BENEF to LIEN-BENEF-ACCT
           move WS-LIEN-REMIT to LIEN-REMIT
           move WS-CURRENT-DATE to LIEN-PLACED-DATE
           move ZERO to LIEN-LAST-SWEEP
           move ZERO to LIEN-CLOSED-DATE
           set LIEN-ACTIVE to true
           write LIEN-RECORD
               invalid key
                   display "LIEN COULD NOT BE RECORDED."
                   move "N" to WS-OK
           end-write

           if WS-OK = "Y"
               move WS-WORK-ACCOUNT to WM-ACCOUNT
               move "LIENADD" to WM-ACTION
               move WS-WORK-LIEN to WM-OLD-VALUE
               move WS-LIEN-AMOUNT to WS-LIMIT-DISPLAY
               move WS-LIMIT-DISPLAY to WM-NEW-VALUE
               perform WRITE-MAINT-LOG-ENTRY
               display "LIEN " WS-WORK-LIEN " RECORDED AGAINST "
                   WS-WORK-ACCOUNT "."
           end-if
           exit.

      *----------------------------------------------------------------
      * LIENREL - release a lien once the order is lifted. whatever
      * it still froze becomes available again at once
      *----------------------------------------------------------------
       DO-RELEASE-LIEN.
           perform SET-CURRENT-DATE-TIME
           move "Y" to WS-OK

           open i-o LIENS-FILE
           if WS-LIEN-STATUS not = "00"
               display "LIENS FILE UNAVAILABLE."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               display "LIEN NUMBER: "
               accept WS-WORK-LIEN
               move WS-WORK-LIEN to LIEN-ID
               read LIENS-FILE
                   invalid key
                       display "LIEN NOT FOUND."
                       move "N" to WS-OK
               end-read
           end-if
           if WS-OK = "Y" and not LIEN-ACTIVE
               display "LIEN IS NO LONGER ACTIVE."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               compute WS-LIEN-AMOUNT = LIEN-AMOUNT - LIEN-REMITTED
               display "ACCOUNT        : " LIEN-ACCOUNT
               display "ORDER REFERENCE: " LIEN-ORDER-REF
               display "AUTHORITY      : " LIEN-AUTHORITY
               move WS-LIEN-AMOUNT to WS-LIMIT-DISPLAY
               display "STILL FROZEN   : " WS-LIMIT-DISPLAY
               perform GET-SECOND-APPROVAL
               if not ACTION-APPROVED
                   move "N" to WS-OK
               end-if
           end-if

           if WS-OK = "Y"
               set LIEN-RELEASED to true
               move WS-CURRENT-DATE to LIEN-CLOSED-DATE
               rewrite LIEN-RECORD

               move LIEN-ACCOUNT to WM-ACCOUNT
               move "LIENREL" to WM-ACTION
               move WS-WORK-LIEN to WM-OLD-VALUE
               move WS-LIEN-AMOUNT to WS-LIMIT-DISPLAY
               move WS-LIMIT-DISPLAY to WM-NEW-VALUE
               perform WRITE-MAINT-LOG-ENTRY
               display "LIEN " WS-WORK-LIEN " RELEASED."
           end-if

           if WS-LIEN-STATUS not = "35"
               close LIENS-FILE
           end-if
           exit.

      *----------------------------------------------------------------
      * CLOSE - close an account down: nothing may still be in
      * flight against it, the last part-month of interest or fee
      * is settled, the balance paid out, its standing orders
      * cancelled and its joint holders taken off. always under
      * dual control
      *----------------------------------------------------------------
       DO-CLOSE-ACCOUNT.
           perform SET-CURRENT-DATE-TIME
           move "Y" to WS-OK

           open i-o ACCT-MASTER-FILE
           if WS-ACCT-STATUS not = "00"
               display "ACCOUNT FILE UNAVAILABLE."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               perform MAINT-READ-ACCOUNT
           end-if
           if WS-OK = "Y" and ACCT-CLOSED
               display "ACCOUNT IS ALREADY CLOSED."
               move "N" to WS-OK
           end-if
      * an overdrawn account has nothing to pay out - the customer
      * settles the debt first
           if WS-OK = "Y" and ACCT-BALANCE < ZERO
               display "ACCOUNT IS OVERDRAWN. SETTLE THE BALANCE"
                   " BEFORE CLOSING."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               perform CLOSE-CHECK-HOLDS
           end-if
           if WS-OK = "Y"
               perform CLOSE-CHECK-LIENS
           end-if
           if WS-OK = "Y"
               perform CLOSE-CHECK-DEPOSIT-ITEMS
           end-if
           if WS-OK = "Y"
               perform CLOSE-CHECK-CHECKPOINTS
           end-if
           if WS-OK = "Y"
               perform CLOSE-CHECK-LOANS
           end-if
           if WS-OK = "Y"
               perform CLOSE-CHECK-TERM-DEPOSITS
           end-if

           if WS-OK = "Y"
               perform CLOSE-FINAL-FIGURES
           end-if
           if WS-OK = "Y"
               perform CLOSE-GET-PAYOUT
           end-if
           if WS-OK = "Y"
               perform GET-SECOND-APPROVAL
               if not ACTION-APPROVED
                   move "N" to WS-OK
               end-if
           end-if
           if WS-OK = "Y"
               perform CLOSE-POST
           end-if

           if WS-ACCT-STATUS not = "35"
               close ACCT-MASTER-FILE
           end-if
           exit.

       CLOSE-CHECK-HOLDS.
      * a held deposit may still bounce - the money is not the
      * customer's to take away yet
           move WS-WORK-ACCOUNT to WS-HOLD-SCAN-ACCT
           perform SUM-OPEN-HOLDS
           if WS-OPEN-HOLDS > ZERO
               move WS-OPEN-HOLDS to WS-LIMIT-DISPLAY
               display "ACCOUNT HAS FUNDS ON HOLD: " WS-LIMIT-DISPLAY
               display "CANNOT CLOSE UNTIL THE HOLDS RELEASE."
               move "N" to WS-OK
           end-if
           exit.

       CLOSE-CHECK-LIENS.
      * money under a court order cannot be paid away - the order
      * has to be satisfied or released first
           move WS-WORK-ACCOUNT to WS-HOLD-SCAN-ACCT
           perform SUM-ACTIVE-LIENS
           if WS-ACTIVE-LIENS > ZERO
               move WS-ACTIVE-LIENS to WS-LIMIT-DISPLAY
               display "ACCOUNT HAS FUNDS UNDER LIEN: "
                   WS-LIMIT-DISPLAY
               display "CANNOT CLOSE WHILE THE LIEN IS ACTIVE."
               move "N" to WS-OK
           end-if
           exit.

       CLOSE-CHECK-DEPOSIT-ITEMS.
      * cheques deposited but not yet sent for clearing
           move ZERO to WS-CLS-FOUND
           move "N" to WS-EOF-SCAN
           open input DEPOSIT-ITEMS-FILE
           if WS-DEP-STATUS = "00"
               perform CLOSE-DEPOSIT-ITEMS-STEP
                   until END-OF-SCAN
           end-if
           if WS-DEP-STATUS not = "35"
               close DEPOSIT-ITEMS-FILE
           end-if
           if WS-CLS-FOUND > ZERO
               display "ACCOUNT HAS " WS-CLS-FOUND
                   " CHEQUE ITEMS OUTSTANDING. CANNOT CLOSE."
               move "N" to WS-OK
           end-if
           exit.

       CLOSE-DEPOSIT-ITEMS-STEP.
           read DEPOSIT-ITEMS-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   if DEP-ACCOUNT = WS-WORK-ACCOUNT
                       and DEP-ITEM-OUTSTANDING
                       add 1 to WS-CLS-FOUND
                   end-if
           end-read
           exit.

       CLOSE-CHECK-CHECKPOINTS.
      * a transfer or standing order caught between its legs is
      * XFERRCVR's to finish or back out first
           move ZERO to WS-CLS-FOUND
           move "N" to WS-EOF-SCAN
           open input CHECKPOINT-FILE
           if WS-CHK-STATUS = "00"
               perform CLOSE-CHECKPOINTS-STEP
                   until END-OF-SCAN
           end-if
           if WS-CHK-STATUS not = "35"
               close CHECKPOINT-FILE
           end-if
           if WS-CLS-FOUND > ZERO
               display "ACCOUNT HAS " WS-CLS-FOUND
                   " POSTINGS IN FLIGHT. CANNOT CLOSE."
               move "N" to WS-OK
           end-if
           exit.

       CLOSE-CHECKPOINTS-STEP.
           read CHECKPOINT-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   if (CHK-FROM-ACCT = WS-WORK-ACCOUNT
                       or CHK-TO-ACCT = WS-WORK-ACCOUNT)
                       and (CHK-STARTED or CHK-DEBITED)
                       add 1 to WS-CLS-FOUND
                   end-if
           end-read
           exit.

       CLOSE-CHECK-LOANS.
      * LOANCOLL would go on trying to collect from a closed account
           move ZERO to WS-CLS-FOUND
           move "N" to WS-EOF-SCAN
           open input LOAN-FILE
           if WS-LOAN-STATUS = "00"
               perform CLOSE-LOANS-STEP
                   until END-OF-SCAN
           end-if
           if WS-LOAN-STATUS not = "35"
               close LOAN-FILE
           end-if
           if WS-CLS-FOUND > ZERO
               display "ACCOUNT REPAYS " WS-CLS-FOUND
                   " ACTIVE LOANS. CANNOT CLOSE."
               move "N" to WS-OK
           end-if
           exit.

       CLOSE-LOANS-STEP.
           read LOAN-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   if LOAN-ACCOUNT = WS-WORK-ACCOUNT
                       and LOAN-ACTIVE
                       add 1 to WS-CLS-FOUND
                   end-if
           end-read
           exit.

       CLOSE-CHECK-TERM-DEPOSITS.
      * a deposit paying out to this account would be held over at
      * maturity with nowhere to go
           move ZERO to WS-CLS-FOUND
           move "N" to WS-EOF-SCAN
           open input TERM-DEPOSIT-FILE
           if WS-TD-STATUS = "00"
               perform CLOSE-TERM-DEPOSITS-STEP
                   until END-OF-SCAN
           end-if
           if WS-TD-STATUS not = "35"
               close TERM-DEPOSIT-FILE
           end-if
           if WS-CLS-FOUND > ZERO
               display "ACCOUNT RECEIVES " WS-CLS-FOUND
                   " ACTIVE TERM DEPOSITS. CANNOT CLOSE."
               move "N" to WS-OK
           end-if
           exit.

       CLOSE-TERM-DEPOSITS-STEP.
           read TERM-DEPOSIT-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   if TD-PAYOUT-ACCT = WS-WORK-ACCOUNT
                       and TD-ACTIVE
                       add 1 to WS-CLS-FOUND
                   end-if
           end-read
           exit.

       CLOSE-FINAL-FIGURES.
      * MONTHEND accrued the account up to the end of last month;
      * the days since then earn their share of a month's interest
      * (savings) or cost their share of the monthly fee (checking)
           move ZERO to WS-CLS-INTEREST
           move ZERO to WS-CLS-FEE
           move WS-CURRENT-DATE to WS-DUE-DATE
           move WS-DUE-DD to WS-CLS-DAYS
           move 1 to WS-DUE-DD
           move WS-DUE-DATE to WS-CLS-MONTH-START
           move 31 to WS-DUE-DD
           perform CLAMP-DUE-DAY

           perform CLOSE-CHECK-ACCRUED
           if CLS-ALREADY-ACCRUED
               move ZERO to WS-CLS-DAYS
           end-if

           perform CLOSE-PRICE-ACCOUNT
           evaluate true
               when ACCT-TYPE-SAVINGS
                   if ACCT-BALANCE > ZERO and WS-CLS-RATE > ZERO
                       compute WS-CLS-INTEREST rounded =
                           ACCT-BALANCE * WS-CLS-RATE * WS-CLS-DAYS
                           / (1200 * WS-MAX-DAY)
                   end-if
               when ACCT-TYPE-CHECKING
                   if WS-CLS-WAIVE-MIN = ZERO
                       or ACCT-BALANCE < WS-CLS-WAIVE-MIN
                       compute WS-CLS-FEE rounded =
                           WS-CLS-FEE-BASE * WS-CLS-DAYS / WS-MAX-DAY
                   end-if
               when other
                   continue
           end-evaluate
      * the closing fee never takes the account into overdraft
           if WS-CLS-FEE > ACCT-BALANCE
               move ACCT-BALANCE to WS-CLS-FEE
           end-if
           if WS-CLS-FEE < ZERO
               move ZERO to WS-CLS-FEE
           end-if

           compute WS-CLS-PAYOUT =
               ACCT-BALANCE + WS-CLS-INTEREST - WS-CLS-FEE

           move ACCT-BALANCE to WS-LIMIT-DISPLAY
           display "ACCOUNT HOLDER  : " ACCT-HOLDER-NAME
           display "CURRENT BALANCE : " WS-LIMIT-DISPLAY
           move WS-CLS-INTEREST to WS-LIMIT-DISPLAY
           display "FINAL INTEREST  : " WS-LIMIT-DISPLAY
               " (" WS-CLS-DAYS " DAYS)"
           move WS-CLS-FEE to WS-LIMIT-DISPLAY
           display "FINAL FEE       : " WS-LIMIT-DISPLAY
           move WS-CLS-PAYOUT to WS-LIMIT-DISPLAY
           display "TO BE PAID OUT  : " WS-LIMIT-DISPLAY
           exit.

       CLOSE-CHECK-ACCRUED.
      * closing on the month-end night after MONTHEND has already
      * run: the whole month is accrued, there is nothing pro rata.
      * the same goes for a closure tried again after one that
      * posted its pro-rata interest or fee and then did not finish
           move "N" to WS-CLS-ACCRUED
           move "N" to WS-EOF-SCAN
           open input TRAN-LOG-FILE
           if WS-TRAN-STATUS = "00"
               perform CLOSE-CHECK-ACCRUED-STEP
                   until END-OF-SCAN
               close TRAN-LOG-FILE
           end-if
           exit.

       CLOSE-CHECK-ACCRUED-STEP.
           read TRAN-LOG-FILE
               at end
                   set END-OF-SCAN to true
               not at end
                   if TRAN-ACCOUNT = WS-WORK-ACCOUNT
                       and TRAN-DATE >= WS-CLS-MONTH-START
                       and TRAN-REF = SPACES
                       and (TRAN-TYPE = "INTEREST" or TRAN-TYPE = "FEE"
                           or TRAN-TYPE = "OD-INT")
                       set CLS-ALREADY-ACCRUED to true
                   end-if
                   if TRAN-ACCOUNT = WS-WORK-ACCOUNT
                       and TRAN-DATE >= WS-CLS-MONTH-START
                       and TRAN-REF = "CLOSURE"
                       and (TRAN-TYPE = "INTEREST" or TRAN-TYPE = "FEE")
                       set CLS-ALREADY-ACCRUED to true
                   end-if
           end-read
           exit.

       CLOSE-PRICE-ACCOUNT.
      * the same pricing MONTHEND applies: the product record for
      * the account type when there is one, else the per-account
      * rate and the flat fee
           move ACCT-INT-RATE to WS-CLS-RATE
           move WS-CLS-MONTHLY-FEE to WS-CLS-FEE-BASE
           move ZERO to WS-CLS-WAIVE-MIN

           open input PRODUCTS-FILE
           if WS-PROD-STATUS = "00"
               move ACCT-TYPE to PROD-TYPE
               read PRODUCTS-FILE
                   invalid key
                       continue
                   not invalid key
                       move ZERO to WS-CLS-RATE
                       perform CLOSE-TRY-ONE-TIER
                           varying WS-CLS-TIER-IX from 3 by -1
                           until WS-CLS-TIER-IX < 1
                       move PROD-MONTHLY-FEE to WS-CLS-FEE-BASE
                       move PROD-FEE-WAIVE-MIN to WS-CLS-WAIVE-MIN
               end-read
           end-if
           if WS-PROD-STATUS not = "35"
               close PRODUCTS-FILE
           end-if
           exit.

       CLOSE-TRY-ONE-TIER.
           if PROD-TIER-CEILING (WS-CLS-TIER-IX) > ZERO
               and (ACCT-BALANCE <= PROD-TIER-CEILING (WS-CLS-TIER-IX)
                   or WS-CLS-RATE = ZERO)
               move PROD-TIER-RATE (WS-CLS-TIER-IX) to WS-CLS-RATE
           end-if
           exit.

       CLOSE-GET-PAYOUT.
           move ZERO to WS-CLS-TO-ACCOUNT
           if WS-CLS-PAYOUT = ZERO
               set CLS-PAY-NONE to true
               display "NOTHING TO PAY OUT."
               exit paragraph
           end-if

           display "PAY OUT BY (A=TRANSFER TO ACCOUNT C=CASH): "
           accept WS-CLS-METHOD
           evaluate true
               when CLS-PAY-CASH
                   continue
               when CLS-PAY-ACCOUNT
                   perform CLOSE-GET-PAYOUT-ACCOUNT
               when other
                   display "INVALID PAYOUT METHOD."
                   move "N" to WS-OK
           end-evaluate
           exit.

       CLOSE-GET-PAYOUT-ACCOUNT.
           display "PAY OUT TO ACCOUNT NUMBER: "
           accept WS-CLS-TO-ACCOUNT
           if WS-CLS-TO-ACCOUNT = WS-WORK-ACCOUNT
               display "PAYOUT ACCOUNT MUST BE ANOTHER ACCOUNT."
               move "N" to WS-OK
               exit paragraph
           end-if

           move WS-CLS-TO-ACCOUNT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   display "PAYOUT ACCOUNT NOT FOUND."
                   move "N" to WS-OK
           end-read
           if WS-OK = "Y" and not ACCT-ACTIVE
               display "PAYOUT ACCOUNT IS NOT ACTIVE."
               move "N" to WS-OK
           end-if

      * the closing account goes back into the buffer for posting
           move WS-WORK-ACCOUNT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   move "N" to WS-OK
           end-read
           exit.

       CLOSE-POST.
           if CLS-PAY-ACCOUNT
               perform CLOSE-PREPARE-TRANSFER
               if WS-OK not = "Y"
                   exit paragraph
               end-if
           end-if

           move ACCT-STATUS to WS-CLS-OLD-STATUS
           move ZERO to WS-CLS-RECEIPT

           if WS-CLS-INTEREST > ZERO
               add WS-CLS-INTEREST to ACCT-BALANCE
               rewrite ACCT-MASTER-RECORD
               move "INTEREST" to WT-TYPE
               move WS-WORK-ACCOUNT to WT-ACCOUNT
               move WS-CLS-INTEREST to WT-AMOUNT
               move "CLOSURE" to WT-REF
               move ACCT-BALANCE to WT-BALANCE
               perform WRITE-TRAN-LOG-ENTRY
           end-if
           if WS-CLS-FEE > ZERO
               subtract WS-CLS-FEE from ACCT-BALANCE
               rewrite ACCT-MASTER-RECORD
               move "FEE" to WT-TYPE
               move WS-WORK-ACCOUNT to WT-ACCOUNT
               move WS-CLS-FEE to WT-AMOUNT
               move "CLOSURE" to WT-REF
               move ACCT-BALANCE to WT-BALANCE
               perform WRITE-TRAN-LOG-ENTRY
           end-if

           evaluate true
               when CLS-PAY-CASH
                   perform CLOSE-PAY-CASH
               when CLS-PAY-ACCOUNT
                   perform CLOSE-PAY-TO-ACCOUNT
           end-evaluate
           if WS-OK not = "Y"
               exit paragraph
           end-if

           set ACCT-CLOSED to true
           rewrite ACCT-MASTER-RECORD

           move WS-WORK-ACCOUNT to WM-ACCOUNT
           move "CLOSE" to WM-ACTION
           move WS-CLS-OLD-STATUS to WM-OLD-VALUE
           move "C" to WM-NEW-VALUE
           perform WRITE-MAINT-LOG-ENTRY

           perform CLOSE-CANCEL-ORDERS
           perform CLOSE-END-HOLDERS
           perform CLOSE-PRINT-CONFIRMATION

           display "ACCOUNT " WS-WORK-ACCOUNT " CLOSED."
           display "STANDING ORDERS CANCELLED: " WS-CLS-ORDERS
           display "JOINT HOLDERS REMOVED    : " WS-CLS-HOLDERS
           display "CONFIRMATION WRITTEN TO CLOSURE.DAT."
           exit.

       CLOSE-PAY-CASH.
      * the closing balance leaves over the counter as an ordinary
      * cash withdrawal, so the large-cash report still sees it
           subtract WS-CLS-PAYOUT from ACCT-BALANCE
           rewrite ACCT-MASTER-RECORD
           move "WITHDRAWAL" to WT-TYPE
           move WS-WORK-ACCOUNT to WT-ACCOUNT
           move WS-CLS-PAYOUT to WT-AMOUNT
           move WS-OPERATOR-ID to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY
           move WS-RECEIPT-NO to WS-CLS-RECEIPT

           move WS-WORK-ACCOUNT to WM-ACCOUNT
           move "CLOSEPAY" to WM-ACTION
           move WS-CLS-PAYOUT to WS-LIMIT-DISPLAY
           move WS-LIMIT-DISPLAY to WM-OLD-VALUE
           move "CASH" to WM-NEW-VALUE
           perform WRITE-MAINT-LOG-ENTRY
           exit.

       CLOSE-PREPARE-TRANSFER.
      * everything the transfer payout needs is made sure of before
      * the closing interest or fee is posted - a closure abandoned
      * after that would leave the account open with the charge on it
           open i-o CHECKPOINT-FILE
           if WS-CHK-STATUS = "35"
      * first checkpointed posting ever on this system - create the
      * file and reopen for update
               open output CHECKPOINT-FILE
               close CHECKPOINT-FILE
               open i-o CHECKPOINT-FILE
           end-if
           if WS-CHK-STATUS not = "00"
               display "CHECKPOINT FILE UNAVAILABLE. CLOSURE"
                   " ABANDONED."
               move "N" to WS-OK
               exit paragraph
           end-if

      * the payout account was checked before the second approval -
      * it is read again now, just before the money moves
           move WS-CLS-TO-ACCOUNT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   display "PAYOUT ACCOUNT NOT FOUND. CLOSURE"
                       " ABANDONED."
                   move "N" to WS-OK
           end-read
           if WS-OK = "Y" and not ACCT-ACTIVE
               display "PAYOUT ACCOUNT IS NOT ACTIVE. CLOSURE"
                   " ABANDONED."
               move "N" to WS-OK
           end-if

           move WS-WORK-ACCOUNT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   move "N" to WS-OK
           end-read
           if WS-OK not = "Y"
               close CHECKPOINT-FILE
           end-if
           exit.

       CLOSE-PAY-TO-ACCOUNT.
      * an ordinary two-leg transfer under a checkpoint, so a crash
      * between the legs is finished or backed out by XFERRCVR. the
      * checkpoint file was opened by CLOSE-PREPARE-TRANSFER
           move WS-CURRENT-DATE to WS-TXN-ID-DATE
           move WS-CURRENT-TIME to WS-TXN-ID-TIME
           move WS-TXN-ID to CHK-TXN-ID
           move WS-WORK-ACCOUNT to CHK-FROM-ACCT
           move WS-CLS-TO-ACCOUNT to CHK-TO-ACCT
           move WS-CLS-PAYOUT to CHK-AMOUNT
           set CHK-STARTED to true
           move WS-CURRENT-DATE to CHK-DATE
           move WS-CURRENT-TIME to CHK-TIME
           write CHECKPOINT-RECORD

           subtract WS-CLS-PAYOUT from ACCT-BALANCE
           rewrite ACCT-MASTER-RECORD
           move "TRANSFER-DR" to WT-TYPE
           move WS-WORK-ACCOUNT to WT-ACCOUNT
           move WS-CLS-PAYOUT to WT-AMOUNT
           move WS-CLS-TO-ACCOUNT to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY
           move WS-RECEIPT-NO to WS-CLS-RECEIPT
           set CHK-DEBITED to true
           rewrite CHECKPOINT-RECORD

           move WS-CLS-TO-ACCOUNT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   move "N" to WS-OK
           end-read
           if WS-OK = "Y"
               add WS-CLS-PAYOUT to ACCT-BALANCE
               rewrite ACCT-MASTER-RECORD
               move "TRANSFER-CR" to WT-TYPE
               move WS-CLS-TO-ACCOUNT to WT-ACCOUNT
               move WS-CLS-PAYOUT to WT-AMOUNT
               move WS-WORK-ACCOUNT to WT-REF
               move ACCT-BALANCE to WT-BALANCE
               perform WRITE-TRAN-LOG-ENTRY
               set CHK-COMPLETED to true
           end-if

      * back to the closing account, either to close it or - when
      * the credit leg could not post - to put the money back
           move WS-WORK-ACCOUNT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   display "CLOSING ACCOUNT LOST. CHECK XFERRCVR."
           end-read
           if WS-OK not = "Y"
               display "PAYOUT ACCOUNT NOT FOUND. PAYOUT BACKED OUT."
               add WS-CLS-PAYOUT to ACCT-BALANCE
               rewrite ACCT-MASTER-RECORD
               move "TRANSFER-BO" to WT-TYPE
               move WS-WORK-ACCOUNT to WT-ACCOUNT
               move WS-CLS-PAYOUT to WT-AMOUNT
               move WS-CLS-TO-ACCOUNT to WT-REF
               move ACCT-BALANCE to WT-BALANCE
               perform WRITE-TRAN-LOG-ENTRY
               set CHK-BACKED-OUT to true
           end-if
           rewrite CHECKPOINT-RECORD
           close CHECKPOINT-FILE

           if WS-OK = "Y"
               move WS-WORK-ACCOUNT to WM-ACCOUNT
               move "CLOSEPAY" to WM-ACTION
               move WS-CLS-PAYOUT to WS-LIMIT-DISPLAY
               move WS-LIMIT-DISPLAY to WM-OLD-VALUE
               move WS-CLS-TO-ACCOUNT to WM-NEW-VALUE
               perform WRITE-MAINT-LOG-ENTRY
           end-if
           exit.

       CLOSE-CANCEL-ORDERS.
      * every live standing order paying out of the account stops
      * here, or STORDRUN would report it failing night after night.
      * so does one paying into it - STORDRUN would go on crediting
      * an account nobody can draw on
           move ZERO to WS-CLS-ORDERS
           move "N" to WS-EOF-SCAN
           open i-o STANDING-ORDER-FILE
           if WS-SO-STATUS = "00"
               perform CLOSE-CANCEL-ORDERS-STEP
                   until END-OF-SCAN
           end-if
           if WS-SO-STATUS not = "35"
               close STANDING-ORDER-FILE
           end-if
           exit.

       CLOSE-CANCEL-ORDERS-STEP.
           read STANDING-ORDER-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   if SO-ACTIVE-ORDER
                       and (SO-FROM-ACCT = WS-WORK-ACCOUNT
                           or (SO-PAYEE-ACCOUNT
                               and SO-TO-ACCT = WS-WORK-ACCOUNT))
                       set SO-CANCELLED-ORDER to true
                       rewrite STANDING-ORDER-RECORD
                       add 1 to WS-CLS-ORDERS
                       move WS-WORK-ACCOUNT to WM-ACCOUNT
                       move "SOCANCEL" to WM-ACTION
                       move SO-ORDER-ID to WM-OLD-VALUE
                       move SPACES to WM-NEW-VALUE
                       perform WRITE-MAINT-LOG-ENTRY
                   end-if
           end-read
           exit.

       CLOSE-END-HOLDERS.
      * the relationship records stay, flagged removed, the same way
      * REMHOLDR leaves them
           move ZERO to WS-CLS-HOLDERS
           move "N" to WS-EOF-SCAN
           open i-o ACCT-REL-FILE
           if WS-REL-STATUS = "00"
               move WS-WORK-ACCOUNT to REL-ACCOUNT
               move ZERO to REL-CUST-ID
               start ACCT-REL-FILE key is >= REL-KEY
                   invalid key
                       set END-OF-SCAN to true
               end-start
               perform CLOSE-END-HOLDERS-STEP
                   until END-OF-SCAN
           end-if
           if WS-REL-STATUS not = "35"
               close ACCT-REL-FILE
           end-if
           exit.

       CLOSE-END-HOLDERS-STEP.
           read ACCT-REL-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   if REL-ACCOUNT not = WS-WORK-ACCOUNT
                       set END-OF-SCAN to true
                   else
                       if REL-ACTIVE
                           set REL-REMOVED to true
                           rewrite ACCT-REL-RECORD
                           add 1 to WS-CLS-HOLDERS
                           move WS-WORK-ACCOUNT to WM-ACCOUNT
                           move "REMHOLDR" to WM-ACTION
                           move REL-CUST-ID to WM-OLD-VALUE
                           move SPACES to WM-NEW-VALUE
                           perform WRITE-MAINT-LOG-ENTRY
                       end-if
                   end-if
           end-read
           exit.

       CLOSE-PRINT-CONFIRMATION.
      * one page for the customer, overwritten by the next closure
      * the same way CALCULADORA's AMORT.DAT is
           open output CLOSURE-FILE
           move WS-SPACES to WS-CLOSURE-LINE
           perform WRITE-CLOSURE-LINE
           move "ACCOUNT CLOSURE CONFIRMATION" to WS-CLOSURE-LINE
           perform WRITE-CLOSURE-LINE
           move WS-SPACES to WS-CLOSURE-LINE
           perform WRITE-CLOSURE-LINE
           string "ACCOUNT NUMBER    : " WS-WORK-ACCOUNT
               delimited by size into WS-CLOSURE-LINE
           perform WRITE-CLOSURE-LINE
           string "ACCOUNT HOLDER    : " ACCT-HOLDER-NAME
               delimited by size into WS-CLOSURE-LINE
           perform WRITE-CLOSURE-LINE
           string "DATE CLOSED       : " WS-CURRENT-DATE
               delimited by size into WS-CLOSURE-LINE
           perform WRITE-CLOSURE-LINE
           move WS-CLS-INTEREST to WS-LIMIT-DISPLAY
           string "FINAL INTEREST    : " WS-LIMIT-DISPLAY
               delimited by size into WS-CLOSURE-LINE
           perform WRITE-CLOSURE-LINE
           move WS-CLS-FEE to WS-LIMIT-DISPLAY
           string "FINAL FEE         : " WS-LIMIT-DISPLAY
               delimited by size into WS-CLOSURE-LINE
           perform WRITE-CLOSURE-LINE
           move WS-CLS-PAYOUT to WS-LIMIT-DISPLAY
           string "AMOUNT PAID OUT   : " WS-LIMIT-DISPLAY
               delimited by size into WS-CLOSURE-LINE
           perform WRITE-CLOSURE-LINE
           evaluate true
               when CLS-PAY-CASH
                   string "PAID              : IN CASH, RECEIPT "
                       WS-CLS-RECEIPT
                       delimited by size into WS-CLOSURE-LINE
               when CLS-PAY-ACCOUNT
                   string "PAID              : TO ACCOUNT "
                       WS-CLS-TO-ACCOUNT " RECEIPT " WS-CLS-RECEIPT
                       delimited by size into WS-CLOSURE-LINE
               when other
                   move "PAID              : NOTHING TO PAY OUT"
                       to WS-CLOSURE-LINE
           end-evaluate
           perform WRITE-CLOSURE-LINE
           string "STANDING ORDERS   : " WS-CLS-ORDERS " CANCELLED"
               delimited by size into WS-CLOSURE-LINE
           perform WRITE-CLOSURE-LINE
           string "JOINT HOLDERS     : " WS-CLS-HOLDERS " REMOVED"
               delimited by size into WS-CLOSURE-LINE
           perform WRITE-CLOSURE-LINE
           string "CLOSED BY         : " WS-OPERATOR-ID
               "  APPROVED BY " WS-APPROVER-ID
               delimited by size into WS-CLOSURE-LINE
           perform WRITE-CLOSURE-LINE
           move WS-SPACES to WS-CLOSURE-LINE
           perform WRITE-CLOSURE-LINE
           close CLOSURE-FILE
           exit.

       WRITE-CLOSURE-LINE.
           write CLOSURE-RECORD from WS-CLOSURE-LINE
           move SPACES to WS-CLOSURE-LINE
           exit.

      *----------------------------------------------------------------
      * shared helpers
      *----------------------------------------------------------------
       MAINT-READ-ACCOUNT.
           display "ACCOUNT NUMBER: "
           accept WS-WORK-ACCOUNT
           move WS-WORK-ACCOUNT to ACCT-NUMBER

           read ACCT-MASTER-FILE
               invalid key
                   display "ACCOUNT NOT FOUND."
                   move "N" to WS-OK
           end-read
           exit.

       MAINT-READ-CUSTOMER.
           display "CUSTOMER ID: "
           accept WS-WORK-CUSTOMER
           move WS-WORK-CUSTOMER to CUST-ID

           read CUSTOMER-FILE
               invalid key
                   display "CUSTOMER NOT FOUND."
                   move "N" to WS-OK
           end-read
           exit.

       CHECK-CUSTOMER-EXISTS.
      * a new account must belong to a real customer - otherwise
      * nobody can ever log in to it
           open input CUSTOMER-FILE
           if WS-CUST-STATUS not = "00"
               display "CUSTOMER FILE UNAVAILABLE."
               move "N" to WS-OK
           else
               move WS-WORK-CUSTOMER to CUST-ID
               read CUSTOMER-FILE
                   invalid key
                       display "CUSTOMER NOT FOUND. USE NEWCUST"
                           " FIRST."
                       move "N" to WS-OK
               end-read
               close CUSTOMER-FILE
           end-if
           exit.

       SUM-OPEN-HOLDS.
      * total the open holds against WS-HOLD-SCAN-ACCT. no holds
      * file simply means no holds
           move ZERO to WS-OPEN-HOLDS
           move "N" to WS-EOF-HOLD
           open input HOLDS-FILE
           if WS-HOLD-STATUS = "00"
               perform SUM-OPEN-HOLDS-STEP
                   until END-OF-HOLD
           end-if
           if WS-HOLD-STATUS not = "35"
               close HOLDS-FILE
           end-if
           exit.

       SUM-OPEN-HOLDS-STEP.
           read HOLDS-FILE next record
               at end
                   set END-OF-HOLD to true
               not at end
                   if HOLD-OPEN
                       and HOLD-ACCOUNT = WS-HOLD-SCAN-ACCT
                       add HOLD-AMOUNT to WS-OPEN-HOLDS
                   end-if
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

       SET-CURRENT-DATE-TIME.
           accept WS-CURRENT-DATE from DATE YYYYMMDD
           accept WS-CURRENT-TIME from TIME
           exit.

       WRITE-MAINT-LOG-ENTRY.
           open extend MAINT-LOG-FILE
           if WS-MAINT-STATUS = "35"
      * o arquivo de log ainda nao existe na primeira manutencao do
      * sistema - cria vazio e reabre para gravar no final
               open output MAINT-LOG-FILE
               close MAINT-LOG-FILE
               open extend MAINT-LOG-FILE
           end-if
           move WS-CURRENT-DATE to MNT-DATE
           move WS-CURRENT-TIME to MNT-TIME
           move WS-OPERATOR-ID to MNT-OPERATOR
           move WM-ACCOUNT to MNT-ACCOUNT
           move WM-ACTION to MNT-ACTION
           move WM-OLD-VALUE to MNT-OLD-VALUE
           move WM-NEW-VALUE to MNT-NEW-VALUE
           write MAINT-LOG-RECORD
           close MAINT-LOG-FILE
           exit.

       WRITE-SEC-LOG-ENTRY.
           move WE-OUTCOME to SEC-OUTCOME
           move WE-ID-TYPE to SEC-ID-TYPE
           move WE-OPERATOR to SEC-OPERATOR
      * branch events happen at no terminal
           move SPACES to SEC-TERMINAL
           write SEC-EVENT-RECORD
           close SEC-LOG-FILE
           exit.

       WRITE-TRAN-LOG-ENTRY.
           open extend TRAN-LOG-FILE
           if WS-TRAN-STATUS = "35"
      * o arquivo de log ainda nao existe na primeira transacao do
      * sistema - cria vazio e reabre para gravar no final
               open output TRAN-LOG-FILE
               close TRAN-LOG-FILE
               open extend TRAN-LOG-FILE
           end-if
           move WT-ACCOUNT to TRAN-ACCOUNT
           move WT-TYPE to TRAN-TYPE
           move WT-AMOUNT to TRAN-AMOUNT
           move WS-CURRENT-DATE to TRAN-DATE
           move WS-CURRENT-TIME to TRAN-TIME
           move WT-REF to TRAN-REF
           move WT-BALANCE to TRAN-BALANCE-AFTER
           perform GET-NEXT-RECEIPT-NUMBER
           move WS-RECEIPT-NO to TRAN-RECEIPT
      * branch postings happen at no terminal
           move SPACES to TRAN-TERMINAL
           write TRAN-LOG-RECORD
           close TRAN-LOG-FILE
           exit.

       GET-NEXT-RECEIPT-NUMBER.
      * one shared sequence for every posting leg the shop writes:
      * read the card, add one, write it back. an absent card means
      * no receipt was ever issued - start from one
           move ZERO to WS-RECEIPT-NO
           open input RECEIPT-SEQ-FILE
           if WS-RSEQ-STATUS = "00"
               read RECEIPT-SEQ-FILE
                   at end
                       continue
                   not at end
                       if RCPTSEQ-RECORD is numeric
                           move RCPTSEQ-RECORD to WS-RECEIPT-NO
                       end-if
               end-read
               close RECEIPT-SEQ-FILE
           end-if
           add 1 to WS-RECEIPT-NO
           open output RECEIPT-SEQ-FILE
           move WS-RECEIPT-NO to RCPTSEQ-RECORD
           write RCPTSEQ-RECORD
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

       end program ACCTMNT.
