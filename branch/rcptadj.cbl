       identification division.
           program-id. RCPTADJ.
           author. "Arthur Selingin".

      * dispute-desk correcting entries: when the bank is at fault -
      * an ATM short-dispense, a fee charged in error - the desk
      * starts from the receipt number, which is looked up in
      * TRANLOG.DAT and the TLOGARCH monthly archives (TARCyyyymm.DAT)
      * the same way RCPTINQ finds it. the correction posts a full
      * or partial reversal to ACCT-MASTER as an entry of its own on
      * TRAN-LOG - ADJUST-CR giving back a debit, ADJUST-DR taking
      * back a credit - carrying the original receipt in TRAN-REF,
      * so EODGL journals it and RECONCIL sees it instead of a hand
      * edit. the operator signs on against OPERATORS.DAT and every
      * correction needs a second operator, an active supervisor.
      * each one is written to the ADJUST-REGISTER (ADJLOG.DAT),
      * and a receipt already corrected once is refused. ADJRPT
      * lists the day's corrections overnight.

       environment division.

       input-output section.
       file-control.
           select ACCT-MASTER-FILE assign to "ACCTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               file status is WS-ACCT-STATUS.

           select OPERATOR-FILE assign to "OPERATORS.DAT"
               organization is indexed
               access mode is dynamic
               record key is OPER-ID
               file status is WS-OPER-STATUS.

      * the log when posting, the log or an archive when searching
           select TRAN-LOG-FILE assign to dynamic WS-LOG-FILENAME
               organization is line sequential
               file status is WS-TRAN-STATUS.

           select ADJUST-REGISTER assign to "ADJLOG.DAT"
               organization is line sequential
               file status is WS-ADJ-STATUS.

           select ALERT-OUTBOX assign to "ALERTS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ALR-KEY
               file status is WS-ALR-STATUS.

           select RECEIPT-SEQ-FILE assign to "RCPTSEQ.DAT"
               organization is line sequential
               file status is WS-RSEQ-STATUS.

           select SEC-LOG-FILE assign to "SECLOG.DAT"
               organization is line sequential
               file status is WS-SEC-STATUS.

       data division.
       file section.
       FD ACCT-MASTER-FILE.
           COPY ACCTMAST.

       FD OPERATOR-FILE.
           COPY OPERATOR.

       FD TRAN-LOG-FILE.
           COPY TRANLOG.

       FD ADJUST-REGISTER.
           COPY ADJLOG.

       FD ALERT-OUTBOX.
           COPY ALERTS.

       FD RECEIPT-SEQ-FILE.
           COPY RCPTSEQ.

       FD SEC-LOG-FILE.
           COPY SECLOG.

       working-storage section.
      * formatador
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-MAIN-MENSAGE PIC X(050)
           VALUE "========DISPUTE DESK CORRECTING ENTRIES===".

       01 WS-ACTION-MENSAGE PIC X(050)
           VALUE "What do you want to do?".

      * menu options
       01 OP-CORRECT        PIC X(20) VALUE "CORRECT".
       01 OP-EXIT           PIC X(20) VALUE "EXIT".

      * file status codes
       01 WS-ACCT-STATUS    PIC X(02) VALUE "00".
       01 WS-OPER-STATUS    PIC X(02) VALUE "00".
       01 WS-TRAN-STATUS    PIC X(02) VALUE "00".
       01 WS-ADJ-STATUS     PIC X(02) VALUE "00".
       01 WS-SEC-STATUS     PIC X(02) VALUE "00".
      * receipt numbering off the shared sequence card - set by
      * GET-NEXT-RECEIPT-NUMBER for every posting leg written here
       01 WS-RSEQ-STATUS    PIC X(02) VALUE "00".
       01 WS-RECEIPT-NO     PIC 9(10) VALUE ZERO.

       01 WS-CURRENT-DATE      PIC 9(08).
       01 WS-CURRENT-TIME      PIC 9(08).

      * the log or archive file being opened this pass
       01 WS-LOG-FILENAME      PIC X(20).

      * how far back the archive walk goes, in months - the same
      * reach as RCPTINQ
       01 WS-BACK-MONTHS       PIC 9(02) VALUE 24.
       01 WS-MONTH-IX          PIC 9(02).
       01 WS-WALK-YYYY         PIC 9(04).
       01 WS-WALK-MM           PIC 9(02).
       01 WS-WALK-YYYYMM       PIC 9(06).

       01 WS-EOF-TRAN          PIC X(01) VALUE "N".
           88 END-OF-TRAN VALUE "Y".
       01 WS-EOF-ADJ           PIC X(01) VALUE "N".
           88 END-OF-ADJ VALUE "Y".

      * parameters for the shared transaction-log writer, set by the
      * caller immediately before "perform WRITE-TRAN-LOG-ENTRY"
       01 WT-TYPE              PIC X(12).
       01 WT-ACCOUNT           PIC 9(10).
       01 WT-AMOUNT            PIC S9(9)V99.
       01 WT-REF               PIC X(10).
       01 WT-BALANCE           PIC S9(9)V99.

      * parameters for the shared security-event writer, set by the
      * caller immediately before "perform WRITE-SEC-LOG-ENTRY"
       01 WE-ACCOUNT           PIC 9(10).
       01 WE-EVENT             PIC X(12).
       01 WE-OUTCOME           PIC X(08).
       01 WE-ID-TYPE           PIC X(01).
       01 WE-OPERATOR          PIC X(08).

      * general purpose "still OK to continue" flag, set to "N" by
      * any validation step and checked before the next step runs
       01 WS-OK                PIC X(01) VALUE "Y".

      * main session loop control
       01 WS-CONTINUE          PIC X(01) VALUE "Y".
           88 KEEP-GOING VALUE "Y".
           88 STOP-GOING VALUE "N".

      * operator signing the session - stamped on every correction.
      * money moves here, so like TELLER there is no fallback when
      * the operator file is missing
       01 WS-OPERATOR-ID       PIC X(08).
       01 WS-SIGNON-OK         PIC X(01) VALUE "N".
           88 SIGNON-VALID VALUE "Y".
       01 WS-SIGNON-TRIES      PIC 9(01) VALUE ZERO.
       01 WS-SIGNON-TRIES-MAX  PIC 9(01) VALUE 3.
       01 WS-PASSWORD-INPUT    PIC X(08).

      * dual control: the supervisor approving the correction -
      * must be a different, active supervisor
       01 WS-APPROVER-ID       PIC X(08).
       01 WS-APPROVED-FLAG     PIC X(01) VALUE "N".
           88 ACTION-APPROVED VALUE "Y".

      * the receipt being corrected. the correcting entry carries it
      * in TRAN-REF, so the same ten digits are matched as text
       01 WS-TARGET-RECEIPT    PIC 9(10).
       01 WS-TARGET-REF REDEFINES WS-TARGET-RECEIPT PIC X(10).

      * the original entry, as found on the log or an archive
       01 WS-ORIG-FOUND-FLAG   PIC X(01).
           88 ORIGINAL-FOUND VALUE "Y".
       01 WS-ORIG-FILE         PIC X(20).
       01 WS-ORIG-ACCOUNT      PIC 9(10).
       01 WS-ORIG-TYPE         PIC X(12).
       01 WS-ORIG-AMOUNT       PIC S9(9)V99.
       01 WS-ORIG-DATE         PIC 9(08).
       01 WS-ORIG-TIME         PIC 9(08).
       01 WS-ORIG-TERMINAL     PIC X(08).

      * an earlier correction of the same receipt, from the
      * register or from the log itself
       01 WS-PRIOR-FLAG        PIC X(01).
           88 ALREADY-CORRECTED VALUE "Y".
       01 WS-PRIOR-RECEIPT     PIC 9(10).

      * the correction being posted
       01 WS-ADJ-TYPE          PIC X(12).
           88 ADJ-CREDIT VALUE "ADJUST-CR".
           88 ADJ-DEBIT VALUE "ADJUST-DR".
       01 WS-ADJ-REASON        PIC X(30).
       01 WS-ACCT-OPEN-FLAG    PIC X(01) VALUE "N".
           88 ACCT-FILE-OPEN VALUE "Y".

      * generic work fields for menu operations
       01 WS-MENU-OPTION       PIC X(20).
       01 WS-WORK-ACCOUNT      PIC 9(10).
       01 WS-AMOUNT            PIC S9(9)V99.
       01 WS-AMOUNT-DISPLAY    PIC -(9)9.99.

      * customer alert for the outbox - WRITE-ALERT-ENTRY stamps
      * the rest
       01 WS-ALR-STATUS        PIC X(02) VALUE "00".
       01 WS-ALERT-WORK.
           05 WA-CUST-ID       PIC 9(06).
           05 WA-ACCOUNT       PIC 9(10).
           05 WA-EVENT         PIC X(10).
           05 WA-AMOUNT        PIC S9(9)V99.
       01 WS-ALR-SOURCE        PIC X(08) VALUE "RCPTADJ".
       01 WS-ALR-WRITTEN-FLAG  PIC X(01).
           88 ALERT-WRITTEN VALUE "Y".

       procedure division.
       RCPTADJ-MAIN.
           display WS-MAIN-MENSAGE
           perform OPERATOR-SIGN-ON

           if SIGNON-VALID
               perform ADJUST-SESSION-LOOP
           else
               display "SIGN-ON FAILED. SESSION ENDED."
           end-if

           stop run.

      *----------------------------------------------------------------
      * operator sign-on against OPERATORS.DAT
      *----------------------------------------------------------------
       OPERATOR-SIGN-ON.
           move "N" to WS-SIGNON-OK
           move ZERO to WS-SIGNON-TRIES

           open input OPERATOR-FILE
           if WS-OPER-STATUS not = "00"
               display "OPERATOR FILE UNAVAILABLE."
               exit paragraph
           end-if

           perform SIGN-ON-ATTEMPT
               until SIGNON-VALID
               or WS-SIGNON-TRIES >= WS-SIGNON-TRIES-MAX
           close OPERATOR-FILE
           exit.

       SIGN-ON-ATTEMPT.
           display "OPERATOR ID: "
           accept WS-OPERATOR-ID
           display "PASSWORD: "
           accept WS-PASSWORD-INPUT
           add 1 to WS-SIGNON-TRIES

           move WS-OPERATOR-ID to OPER-ID
           move "Y" to WS-OK
           read OPERATOR-FILE
               invalid key
                   move "N" to WS-OK
                   move "NOTFOUND" to WE-OUTCOME
           end-read

           if WS-OK = "Y" and not OPER-ACTIVE
               move "N" to WS-OK
               move "DISABLED" to WE-OUTCOME
           end-if
           if WS-OK = "Y" and OPER-PASSWORD not = WS-PASSWORD-INPUT
               move "N" to WS-OK
               move "BADPASS" to WE-OUTCOME
           end-if

           if WS-OK = "Y"
               set SIGNON-VALID to true
               display "SIGNED ON: " OPER-NAME
           else
               display "SIGN-ON REFUSED."
      * a failed sign-on at the desk is a security event the daily
      * report must see, same as one at ACCTMNT or TELLER
               move ZERO to WE-ACCOUNT
               move "OPSIGNON" to WE-EVENT
               move "A" to WE-ID-TYPE
               move WS-OPERATOR-ID to WE-OPERATOR
               perform WRITE-SEC-LOG-ENTRY
           end-if
           exit.

      *----------------------------------------------------------------
      * dual control: every correction goes through only after a
      * second, different operator - an active supervisor - keys
      * their own credentials. a refusal is logged and the
      * correction abandoned
      *----------------------------------------------------------------
       GET-SECOND-APPROVAL.
           move "N" to WS-APPROVED-FLAG

           display "THIS CORRECTION NEEDS A SUPERVISOR'S APPROVAL."
           open input OPERATOR-FILE
           if WS-OPER-STATUS not = "00"
               display "OPERATOR FILE UNAVAILABLE. CORRECTION"
                   " ABANDONED."
               exit paragraph
           end-if

           display "APPROVING OPERATOR ID: "
           accept WS-APPROVER-ID
           display "APPROVER PASSWORD: "
           accept WS-PASSWORD-INPUT

           move "Y" to WS-OK
           move WS-APPROVER-ID to OPER-ID
           read OPERATOR-FILE
               invalid key
                   move "N" to WS-OK
                   move "NOTFOUND" to WE-OUTCOME
           end-read

           if WS-OK = "Y" and WS-APPROVER-ID = WS-OPERATOR-ID
               display "APPROVER MUST BE A DIFFERENT OPERATOR."
               move "N" to WS-OK
               move "SAMEOPER" to WE-OUTCOME
           end-if
           if WS-OK = "Y" and not OPER-ACTIVE
               move "N" to WS-OK
               move "DISABLED" to WE-OUTCOME
           end-if
           if WS-OK = "Y" and not OPER-SUPERVISOR
               display "APPROVER MUST BE A SUPERVISOR."
               move "N" to WS-OK
               move "NOTSUPV" to WE-OUTCOME
           end-if
           if WS-OK = "Y" and OPER-PASSWORD not = WS-PASSWORD-INPUT
               move "N" to WS-OK
               move "BADPASS" to WE-OUTCOME
           end-if

           close OPERATOR-FILE

           if WS-OK = "Y"
               set ACTION-APPROVED to true
           else
               display "APPROVAL REFUSED. CORRECTION ABANDONED."
               move WS-WORK-ACCOUNT to WE-ACCOUNT
               move "APPROVAL" to WE-EVENT
               move "A" to WE-ID-TYPE
               move WS-APPROVER-ID to WE-OPERATOR
               perform WRITE-SEC-LOG-ENTRY
           end-if
           exit.

       ADJUST-SESSION-LOOP.
           set KEEP-GOING to true
           perform ADJUST-SESSION-STEP
               with test after until STOP-GOING
           exit.

       ADJUST-SESSION-STEP.
           perform ADJUST-DISPLAY
           accept WS-MENU-OPTION

           evaluate WS-MENU-OPTION
               when OP-CORRECT
                   perform DO-CORRECT-RECEIPT
               when OP-EXIT
                   set STOP-GOING to true
               when other
                   display "INVALID OPTION."
           end-evaluate
           exit.

       ADJUST-DISPLAY.
           display WS-MAIN-MENSAGE.
           display WS-SPACES.
           display WS-ACTION-MENSAGE.
           display WS-SPACES.
           display OP-CORRECT.
           display WS-SPACES.
           display OP-EXIT.
           exit.

      *----------------------------------------------------------------
      * CORRECT - reverse all or part of the entry behind a receipt
      *----------------------------------------------------------------
       DO-CORRECT-RECEIPT.
           perform SET-CURRENT-DATE-TIME
           move "Y" to WS-OK

           display "RECEIPT NUMBER: "
           accept WS-TARGET-RECEIPT
           if WS-TARGET-RECEIPT = ZERO
      * zero is what pre-receipt records and carry-forwards carry -
      * there is no single entry behind it to correct
               display "RECEIPT NUMBER MUST BE GREATER THAN ZERO."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               perform CHECK-ADJUST-REGISTER
           end-if
           if WS-OK = "Y"
               perform FIND-ORIGINAL-ENTRY
           end-if
           if WS-OK = "Y"
               perform CHECK-ORIGINAL-ENTRY
           end-if
           if WS-OK = "Y"
               perform ADJ-GET-DETAILS
           end-if

           move "N" to WS-ACCT-OPEN-FLAG
           if WS-OK = "Y"
               open i-o ACCT-MASTER-FILE
               if WS-ACCT-STATUS = "00"
                   set ACCT-FILE-OPEN to true
               else
                   display "ACCOUNT FILE UNAVAILABLE."
                   move "N" to WS-OK
               end-if
           end-if
           if WS-OK = "Y"
               perform ADJ-READ-ACCOUNT
           end-if
           if WS-OK = "Y"
               perform GET-SECOND-APPROVAL
               if not ACTION-APPROVED
                   move "N" to WS-OK
               end-if
           end-if
           if WS-OK = "Y"
               perform ADJ-POST
           end-if

           if ACCT-FILE-OPEN
               close ACCT-MASTER-FILE
           end-if
           exit.

      *----------------------------------------------------------------
      * one correction per receipt: the register is never archived,
      * so it answers for any age of receipt
      *----------------------------------------------------------------
       CHECK-ADJUST-REGISTER.
           move "N" to WS-PRIOR-FLAG
           move "N" to WS-EOF-ADJ
           open input ADJUST-REGISTER
           evaluate true
               when WS-ADJ-STATUS = "35"
      * no register yet - nothing has ever been corrected
                   continue
               when WS-ADJ-STATUS not = "00"
      * without the register a second correction cannot be ruled
      * out - so none is posted
                   display "ADJUSTMENT REGISTER UNAVAILABLE."
                   move "N" to WS-OK
               when other
                   perform ADJ-REGISTER-READ-STEP
                       until END-OF-ADJ
                   close ADJUST-REGISTER
           end-evaluate

           if ALREADY-CORRECTED
               perform ADJ-REFUSE-SECOND
           end-if
           exit.

       ADJ-REGISTER-READ-STEP.
           read ADJUST-REGISTER
               at end
                   set END-OF-ADJ to true
               not at end
                   if ADJ-ORIG-RECEIPT = WS-TARGET-RECEIPT
                       set ALREADY-CORRECTED to true
                       move ADJ-RECEIPT to WS-PRIOR-RECEIPT
                       set END-OF-ADJ to true
                   end-if
           end-read
           exit.

       ADJ-REFUSE-SECOND.
           display "RECEIPT " WS-TARGET-RECEIPT
               " WAS ALREADY CORRECTED BY RECEIPT "
               WS-PRIOR-RECEIPT "."
           display "A RECEIPT IS CORRECTED ONCE ONLY."
           move "N" to WS-OK
           exit.

      *----------------------------------------------------------------
      * the search: current log first, then the archives newest to
      * oldest. a correcting entry already on the log for the same
      * receipt refuses it too, register or not
      *----------------------------------------------------------------
       FIND-ORIGINAL-ENTRY.
           move "N" to WS-ORIG-FOUND-FLAG

           move "TRANLOG.DAT" to WS-LOG-FILENAME
           perform SEARCH-ONE-FILE
           if WS-TRAN-STATUS not = "00" and WS-TRAN-STATUS not = "35"
               display "TRANSACTION LOG UNAVAILABLE."
               move "N" to WS-OK
               exit paragraph
           end-if

           move WS-CURRENT-DATE (1:4) to WS-WALK-YYYY
           move WS-CURRENT-DATE (5:2) to WS-WALK-MM
           perform SEARCH-ONE-ARCHIVE
               varying WS-MONTH-IX from 1 by 1
               until WS-MONTH-IX > WS-BACK-MONTHS
               or ORIGINAL-FOUND

           if ALREADY-CORRECTED
               perform ADJ-REFUSE-SECOND
           end-if
           if WS-OK = "Y" and not ORIGINAL-FOUND
               display "RECEIPT " WS-TARGET-RECEIPT
                   " IS NOT ON THE LOG OR ITS ARCHIVES."
               move "N" to WS-OK
           end-if
           exit.

       SEARCH-ONE-ARCHIVE.
           if WS-WALK-MM = 1
               move 12 to WS-WALK-MM
               subtract 1 from WS-WALK-YYYY
           else
               subtract 1 from WS-WALK-MM
           end-if
           compute WS-WALK-YYYYMM =
               WS-WALK-YYYY * 100 + WS-WALK-MM

           string "TARC" WS-WALK-YYYYMM ".DAT"
               delimited by size into WS-LOG-FILENAME
           perform SEARCH-ONE-FILE
           exit.

       SEARCH-ONE-FILE.
      * months that were never archived simply have no file
           move "N" to WS-EOF-TRAN
           open input TRAN-LOG-FILE
           if WS-TRAN-STATUS = "00"
               perform SEARCH-READ-STEP
                   until END-OF-TRAN
               close TRAN-LOG-FILE
           end-if
           exit.

       SEARCH-READ-STEP.
           read TRAN-LOG-FILE
               at end
                   set END-OF-TRAN to true
               not at end
                   perform SEARCH-MATCH-ONE
           end-read
           exit.

       SEARCH-MATCH-ONE.
           evaluate true
               when TRAN-RECEIPT = WS-TARGET-RECEIPT
                   and not ORIGINAL-FOUND
                   set ORIGINAL-FOUND to true
                   move WS-LOG-FILENAME to WS-ORIG-FILE
                   move TRAN-ACCOUNT to WS-ORIG-ACCOUNT
                   move TRAN-TYPE to WS-ORIG-TYPE
                   move TRAN-AMOUNT to WS-ORIG-AMOUNT
                   move TRAN-DATE to WS-ORIG-DATE
                   move TRAN-TIME to WS-ORIG-TIME
                   move TRAN-TERMINAL to WS-ORIG-TERMINAL
               when (TRAN-TYPE = "ADJUST-CR"
                       or TRAN-TYPE = "ADJUST-DR")
                   and TRAN-REF = WS-TARGET-REF
                   set ALREADY-CORRECTED to true
                   move TRAN-RECEIPT to WS-PRIOR-RECEIPT
               when other
                   continue
           end-evaluate
           exit.

      *----------------------------------------------------------------
      * what may be corrected here, and which way the correction
      * runs: a debit in error is given back, a credit in error is
      * taken back
      *----------------------------------------------------------------
       CHECK-ORIGINAL-ENTRY.
           evaluate WS-ORIG-TYPE
               when "WITHDRAWAL"
               when "TRANSFER-DR"
               when "PAYMENT"
               when "FEE"
               when "OD-INT"
               when "XFER-OUT"
               when "CHQ-RETURN"
                   move "ADJUST-CR" to WS-ADJ-TYPE
               when "DEPOSIT"
               when "TRANSFER-CR"
               when "TRANSFER-BO"
               when "PAYMT-CR"
               when "PAYMENT-BO"
               when "PAYMENT-RJ"
               when "INTEREST"
               when "XFER-RET"
               when "XFER-IN"
                   move "ADJUST-DR" to WS-ADJ-TYPE
      * these move a loan, a term deposit or a lien as well as the
      * account - reversing the account side alone would leave the
      * other record wrong
               when "LOAN-DISB"
               when "LOAN-INT"
               when "LOAN-PRIN"
               when "TD-OPEN"
               when "TD-PENALTY"
               when "TD-INT"
               when "TD-PRIN"
               when "LIEN-DR"
               when "LIEN-CR"
                   display WS-ORIG-TYPE " BELONGS TO A LOAN, TERM"
                       " DEPOSIT OR LIEN - CORRECT IT AT ACCTMNT."
                   move "N" to WS-OK
               when "ADJUST-CR"
               when "ADJUST-DR"
                   display "RECEIPT " WS-TARGET-RECEIPT
                       " IS ITSELF A CORRECTION - IT IS NOT"
                       " CORRECTED AGAIN."
                   move "N" to WS-OK
               when other
                   display "NO CORRECTION RULE FOR A "
                       WS-ORIG-TYPE " ENTRY."
                   move "N" to WS-OK
           end-evaluate
           exit.

       ADJ-GET-DETAILS.
           move WS-ORIG-AMOUNT to WS-AMOUNT-DISPLAY
           display WS-SPACES
           display "RECEIPT " WS-TARGET-RECEIPT
               " (" WS-ORIG-FILE ")"
           display "ACCOUNT " WS-ORIG-ACCOUNT " " WS-ORIG-TYPE
           display "DATE " WS-ORIG-DATE " TIME " WS-ORIG-TIME
           display "AMOUNT " WS-AMOUNT-DISPLAY
           if WS-ORIG-TERMINAL not = SPACES
               display "TERMINAL " WS-ORIG-TERMINAL
           end-if
           display WS-SPACES

           display "AMOUNT TO REVERSE (0 = THE FULL "
               WS-AMOUNT-DISPLAY "): "
           accept WS-AMOUNT
           if WS-AMOUNT = ZERO
               move WS-ORIG-AMOUNT to WS-AMOUNT
           end-if
           if WS-AMOUNT < ZERO
               display "AMOUNT CANNOT BE NEGATIVE."
               move "N" to WS-OK
           end-if
           if WS-OK = "Y" and WS-AMOUNT > WS-ORIG-AMOUNT
               display "A CORRECTION CANNOT EXCEED THE ORIGINAL"
                   " ENTRY."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               display "REASON: "
               accept WS-ADJ-REASON
               if WS-ADJ-REASON = SPACES
                   display "A REASON IS REQUIRED FOR THE AUDIT"
                       " TRAIL."
                   move "N" to WS-OK
               end-if
           end-if
           exit.

       ADJ-READ-ACCOUNT.
           move WS-ORIG-ACCOUNT to WS-WORK-ACCOUNT
           move WS-WORK-ACCOUNT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   display "ACCOUNT " WS-WORK-ACCOUNT " NOT FOUND."
                   move "N" to WS-OK
           end-read
      * a closed account has been paid out and settled - money put
      * back on it would have nowhere to go
           if WS-OK = "Y" and ACCT-CLOSED
               display "ACCOUNT " WS-WORK-ACCOUNT " IS CLOSED -"
                   " SETTLE THE CORRECTION BY HAND."
               move "N" to WS-OK
           end-if
           if WS-OK = "Y"
               display "ACCOUNT HOLDER: " ACCT-HOLDER-NAME
               move WS-AMOUNT to WS-AMOUNT-DISPLAY
               display WS-ADJ-TYPE " OF " WS-AMOUNT-DISPLAY
               if ADJ-DEBIT and WS-AMOUNT > ACCT-BALANCE
                   display "NOTE: THIS TAKES THE ACCOUNT BELOW ZERO."
               end-if
           end-if
           exit.

       ADJ-POST.
      * a bank correction, not customer activity - the dormancy
      * clock is left alone
           if ADJ-CREDIT
               add WS-AMOUNT to ACCT-BALANCE
           else
               subtract WS-AMOUNT from ACCT-BALANCE
           end-if
           rewrite ACCT-MASTER-RECORD

           move WS-ADJ-TYPE to WT-TYPE
           move WS-WORK-ACCOUNT to WT-ACCOUNT
           move WS-AMOUNT to WT-AMOUNT
           move WS-TARGET-REF to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY
           if ADJ-DEBIT
               perform ALERT-IF-OVERDRAWN
           end-if

           perform WRITE-ADJUST-REG-ENTRY

           move ACCT-BALANCE to WS-AMOUNT-DISPLAY
           display "CORRECTION POSTED. RECEIPT " WS-RECEIPT-NO
           display "NEW BALANCE: " WS-AMOUNT-DISPLAY
           exit.

       WRITE-ADJUST-REG-ENTRY.
           open extend ADJUST-REGISTER
           if WS-ADJ-STATUS = "35"
      * first correction ever - create the register and reopen
               open output ADJUST-REGISTER
               close ADJUST-REGISTER
               open extend ADJUST-REGISTER
           end-if
           move WS-CURRENT-DATE to ADJ-DATE
           move WS-CURRENT-TIME to ADJ-TIME
           move WS-RECEIPT-NO to ADJ-RECEIPT
           move WS-WORK-ACCOUNT to ADJ-ACCOUNT
           move WS-ADJ-TYPE to ADJ-TYPE
           move WS-AMOUNT to ADJ-AMOUNT
           move WS-TARGET-RECEIPT to ADJ-ORIG-RECEIPT
           move WS-ORIG-TYPE to ADJ-ORIG-TYPE
           move WS-ORIG-DATE to ADJ-ORIG-DATE
           move WS-ORIG-AMOUNT to ADJ-ORIG-AMOUNT
           move WS-OPERATOR-ID to ADJ-OPERATOR
           move WS-APPROVER-ID to ADJ-APPROVER
           move WS-ADJ-REASON to ADJ-REASON
           write ADJUST-REG-RECORD
           close ADJUST-REGISTER
           exit.

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
       SET-CURRENT-DATE-TIME.
           accept WS-CURRENT-DATE from DATE YYYYMMDD
           accept WS-CURRENT-TIME from TIME
           exit.

       WRITE-TRAN-LOG-ENTRY.
      * the file is assigned dynamically for the archive search -
      * postings always go to the live log
           move "TRANLOG.DAT" to WS-LOG-FILENAME
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
      * desk corrections happen at no terminal
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

       WRITE-SEC-LOG-ENTRY.
      * desk security events join the same log CAIXA, ACCTMNT and
      * TELLER write, so SECRPT covers them too
           open extend SEC-LOG-FILE
           if WS-SEC-STATUS = "35"
      * o arquivo de log ainda nao existe no primeiro evento do
      * sistema - cria vazio e reabre para gravar no final
               open output SEC-LOG-FILE
               close SEC-LOG-FILE
               open extend SEC-LOG-FILE
           end-if
           move WE-ACCOUNT to SEC-ACCOUNT
           move WE-EVENT to SEC-EVENT
           accept SEC-DATE from DATE YYYYMMDD
           accept SEC-TIME from TIME
           move WE-OUTCOME to SEC-OUTCOME
           move WE-ID-TYPE to SEC-ID-TYPE
           move WE-OPERATOR to SEC-OPERATOR
      * desk events happen at no terminal
           move SPACES to SEC-TERMINAL
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

       end program RCPTADJ.
