       identification division.
           program-id. TELLER.
           author. "Arthur Selingin".

      * branch counter posting screen: a teller signed on against
      * OPERATORS.DAT, the same as ACCTMNT, serves the customer at
      * the counter - cash deposits, cash withdrawals and transfers
      * between accounts, posted to ACCT-MASTER and TRAN-LOG with a
      * receipt number off RCPTSEQ.DAT. a posting above the amount
      * on the teller parameter card posts only once a supervisor
      * approves it. every teller opens the day with a float and
      * closes it with a physical count on the TELLER-DRAWER file;
      * TLRBAL proves the drawers overnight.

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

           select CHECKPOINT-FILE assign to "CHKPOINT.DAT"
               organization is indexed
               access mode is dynamic
               record key is CHK-TXN-ID
               file status is WS-CHK-STATUS.

           select TELLER-DRAWER-FILE assign to "TLRDRAW.DAT"
               organization is indexed
               access mode is dynamic
               record key is DRW-KEY
               file status is WS-DRW-STATUS.

           select TELLER-PARM-FILE assign to "TLRPARM.DAT"
               organization is line sequential
               file status is WS-PARM-STATUS.

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

           select SEC-LOG-FILE assign to "SECLOG.DAT"
               organization is line sequential
               file status is WS-SEC-STATUS.

       data division.
       file section.
       FD ACCT-MASTER-FILE.
           COPY ACCTMAST.

       FD OPERATOR-FILE.
           COPY OPERATOR.

       FD HOLDS-FILE.
           COPY HOLDS.

       FD LIENS-FILE.
           COPY LIENS.

       FD CHECKPOINT-FILE.
           COPY CHKPOINT.

       FD TELLER-DRAWER-FILE.
           COPY TLRDRAW.

       FD TELLER-PARM-FILE.
           COPY TLRPARM.

       FD TRAN-LOG-FILE.
           COPY TRANLOG.

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
           VALUE "========BRANCH TELLER COUNTER=============".

       01 WS-ACTION-MENSAGE PIC X(050)
           VALUE "What do you want to do?".

      * menu options
       01 OP-FLOAT          PIC X(20) VALUE "FLOAT".
       01 OP-DEPOSIT        PIC X(20) VALUE "DEPOSIT".
       01 OP-WITHDRAW       PIC X(20) VALUE "WITHDRAW".
       01 OP-TRANSFER       PIC X(20) VALUE "TRANSFER".
       01 OP-COUNT          PIC X(20) VALUE "COUNT".
       01 OP-EXIT           PIC X(20) VALUE "EXIT".

      * file status codes
       01 WS-ACCT-STATUS    PIC X(02) VALUE "00".
       01 WS-OPER-STATUS    PIC X(02) VALUE "00".
       01 WS-HOLD-STATUS    PIC X(02) VALUE "00".
       01 WS-CHK-STATUS     PIC X(02) VALUE "00".
       01 WS-DRW-STATUS     PIC X(02) VALUE "00".
       01 WS-PARM-STATUS    PIC X(02) VALUE "00".
       01 WS-TRAN-STATUS    PIC X(02) VALUE "00".
       01 WS-SEC-STATUS     PIC X(02) VALUE "00".
      * receipt numbering off the shared sequence card - set by
      * GET-NEXT-RECEIPT-NUMBER for every posting leg written here
       01 WS-RSEQ-STATUS    PIC X(02) VALUE "00".
       01 WS-RECEIPT-NO     PIC 9(10) VALUE ZERO.

       01 WS-CURRENT-DATE      PIC 9(08).
       01 WS-CURRENT-TIME      PIC 9(08).

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
       01 WS-CREDIT-OK         PIC X(01) VALUE "Y".

      * main session loop control
       01 WS-CONTINUE          PIC X(01) VALUE "Y".
           88 KEEP-GOING VALUE "Y".
           88 STOP-GOING VALUE "N".

      * teller signing the session - stamped as the reference on
      * every cash posting and owner of the day's drawer. counter
      * cash is never posted without credentials, so unlike ACCTMNT
      * there is no fallback when the operator file is missing
       01 WS-OPERATOR-ID       PIC X(08).
       01 WS-SIGNON-OK         PIC X(01) VALUE "N".
           88 SIGNON-VALID VALUE "Y".
       01 WS-SIGNON-TRIES      PIC 9(01) VALUE ZERO.
       01 WS-SIGNON-TRIES-MAX  PIC 9(01) VALUE 3.
       01 WS-PASSWORD-INPUT    PIC X(08).

      * dual control: the supervisor approving a large posting -
      * must be a different, active supervisor
       01 WS-APPROVER-ID       PIC X(08).
       01 WS-APPROVED-FLAG     PIC X(01) VALUE "N".
           88 ACTION-APPROVED VALUE "Y".
      * a counter posting above this figure needs a supervisor. the
      * default stands unless TLRPARM.DAT carries another figure
       01 WS-APPROVAL-LEVEL    PIC S9(9)V99 COMP-3 VALUE 5000.00.

      * deposit-hold work area - counter debits are taken against
      * available balance, the same rule CAIXA applies
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

      * checkpoint id for a counter transfer - date plus time, the
      * same key CAIXA uses, so XFERRCVR finishes or backs out a
      * transfer interrupted between its legs whichever program
      * started it
       01 WS-TXN-ID-FIELDS.
           05 WS-TXN-ID-DATE   PIC 9(08).
           05 WS-TXN-ID-TIME   PIC 9(08).
       01 WS-TXN-ID REDEFINES WS-TXN-ID-FIELDS PIC X(16).

      * generic work fields for menu operations
       01 WS-MENU-OPTION       PIC X(20).
       01 WS-WORK-ACCOUNT      PIC 9(10).
       01 WS-TO-ACCOUNT        PIC 9(10).
       01 WS-AMOUNT            PIC S9(9)V99.
       01 WS-DRAWER-CASH       PIC S9(9)V99.
       01 WS-VARIANCE          PIC S9(9)V99.
       01 WS-AMOUNT-DISPLAY    PIC -(9)9.99.

      * customer alert for the outbox - WRITE-ALERT-ENTRY stamps
      * the rest
       01 WS-ALR-STATUS        PIC X(02) VALUE "00".
       01 WS-ALERT-WORK.
           05 WA-CUST-ID       PIC 9(06).
           05 WA-ACCOUNT       PIC 9(10).
           05 WA-EVENT         PIC X(10).
           05 WA-AMOUNT        PIC S9(9)V99.
       01 WS-ALR-SOURCE        PIC X(08) VALUE "TELLER".
       01 WS-ALR-WRITTEN-FLAG  PIC X(01).
           88 ALERT-WRITTEN VALUE "Y".

       procedure division.
       TELLER-MAIN.
           display WS-MAIN-MENSAGE
           perform OPERATOR-SIGN-ON

           if SIGNON-VALID
               perform GET-APPROVAL-LEVEL
               perform TELLER-SESSION-LOOP
           else
               display "SIGN-ON FAILED. SESSION ENDED."
           end-if

           stop run.

      *----------------------------------------------------------------
      * teller sign-on against OPERATORS.DAT
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
      * a failed counter sign-on is a security event the daily
      * report must see, same as one at ACCTMNT
               move ZERO to WE-ACCOUNT
               move "OPSIGNON" to WE-EVENT
               move "A" to WE-ID-TYPE
               move WS-OPERATOR-ID to WE-OPERATOR
               perform WRITE-SEC-LOG-ENTRY
           end-if
           exit.

       GET-APPROVAL-LEVEL.
      * the parameter card overrides the default approval level. an
      * absent or unreadable card leaves the default in force
           open input TELLER-PARM-FILE
           if WS-PARM-STATUS = "00"
               read TELLER-PARM-FILE
                   at end
                       continue
                   not at end
                       if TLRPARM-RECORD is numeric
                           and TLRPARM-RECORD > ZERO
                           move TLRPARM-RECORD to WS-APPROVAL-LEVEL
                       end-if
               end-read
               close TELLER-PARM-FILE
           end-if
           exit.

      *----------------------------------------------------------------
      * dual control: a large posting goes through only after a
      * second, different operator - an active supervisor - keys
      * their own credentials. a refusal is logged and the posting
      * abandoned
      *----------------------------------------------------------------
       GET-SECOND-APPROVAL.
           move "N" to WS-APPROVED-FLAG

           display "THIS POSTING NEEDS A SUPERVISOR'S APPROVAL."
           open input OPERATOR-FILE
           if WS-OPER-STATUS not = "00"
               display "OPERATOR FILE UNAVAILABLE. POSTING ABANDONED."
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
               display "APPROVAL REFUSED. POSTING ABANDONED."
               move WS-WORK-ACCOUNT to WE-ACCOUNT
               move "APPROVAL" to WE-EVENT
               move "A" to WE-ID-TYPE
               move WS-APPROVER-ID to WE-OPERATOR
               perform WRITE-SEC-LOG-ENTRY
           end-if
           exit.

       CHECK-APPROVAL-LEVEL.
      * above the level the posting waits for a supervisor
           if WS-AMOUNT > WS-APPROVAL-LEVEL
               perform GET-SECOND-APPROVAL
               if not ACTION-APPROVED
                   move "N" to WS-OK
               end-if
           end-if
           exit.

       TELLER-SESSION-LOOP.
           set KEEP-GOING to true
           perform TELLER-SESSION-STEP
               with test after until STOP-GOING
           exit.

       TELLER-SESSION-STEP.
           perform TELLER-DISPLAY
           accept WS-MENU-OPTION

           evaluate WS-MENU-OPTION
               when OP-FLOAT
                   perform DO-OPEN-FLOAT
               when OP-DEPOSIT
                   perform DO-CASH-DEPOSIT
               when OP-WITHDRAW
                   perform DO-CASH-WITHDRAWAL
               when OP-TRANSFER
                   perform DO-TRANSFER
               when OP-COUNT
                   perform DO-DRAWER-COUNT
               when OP-EXIT
                   set STOP-GOING to true
               when other
                   display "INVALID OPTION."
           end-evaluate
           exit.

       TELLER-DISPLAY.
           display WS-MAIN-MENSAGE.
           display WS-SPACES.
           display WS-ACTION-MENSAGE.
           display WS-SPACES.
           display OP-FLOAT.
           display OP-DEPOSIT.
           display OP-WITHDRAW.
           display OP-TRANSFER.
           display OP-COUNT.
           display WS-SPACES.
           display OP-EXIT.
           exit.

      *----------------------------------------------------------------
      * FLOAT - open the teller's drawer for the day
      *----------------------------------------------------------------
       DO-OPEN-FLOAT.
           perform SET-CURRENT-DATE-TIME
           move "Y" to WS-OK

           open i-o TELLER-DRAWER-FILE
           if WS-DRW-STATUS = "35"
      * first drawer ever opened at this branch - the file does not
      * exist yet, so create it and reopen for update
               open output TELLER-DRAWER-FILE
               close TELLER-DRAWER-FILE
               open i-o TELLER-DRAWER-FILE
           end-if
           if WS-DRW-STATUS not = "00"
               display "DRAWER FILE UNAVAILABLE."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               move WS-CURRENT-DATE to DRW-DATE
               move WS-OPERATOR-ID to DRW-TELLER
               read TELLER-DRAWER-FILE
                   invalid key
                       continue
                   not invalid key
                       display "DRAWER ALREADY OPENED TODAY."
                       move "N" to WS-OK
               end-read
           end-if

           if WS-OK = "Y"
               display "OPENING FLOAT: "
               accept WS-AMOUNT
               if WS-AMOUNT < ZERO
                   display "FLOAT CANNOT BE NEGATIVE."
                   move "N" to WS-OK
               end-if
           end-if

           if WS-OK = "Y"
               move WS-CURRENT-DATE to DRW-DATE
               move WS-OPERATOR-ID to DRW-TELLER
               move WS-AMOUNT to DRW-OPENING-FLOAT
               move ZERO to DRW-CASH-IN
               move ZERO to DRW-CASH-OUT
               move ZERO to DRW-IN-COUNT
               move ZERO to DRW-OUT-COUNT
               move ZERO to DRW-COUNTED
               move ZERO to DRW-COUNT-TIME
               set DRW-OPEN to true
               write TELLER-DRAWER-RECORD
                   invalid key
                       display "DRAWER COULD NOT BE OPENED."
                   not invalid key
                       move WS-AMOUNT to WS-AMOUNT-DISPLAY
                       display "DRAWER OPENED WITH FLOAT "
                           WS-AMOUNT-DISPLAY
               end-write
           end-if

           if WS-DRW-STATUS not = "35"
               close TELLER-DRAWER-FILE
           end-if
           exit.

      *----------------------------------------------------------------
      * DEPOSIT - cash taken in at the counter
      *----------------------------------------------------------------
       DO-CASH-DEPOSIT.
           perform SET-CURRENT-DATE-TIME
           move "Y" to WS-OK
           perform OPEN-POSTING-FILES

           if WS-OK = "Y"
               perform READ-OPEN-DRAWER
           end-if
           if WS-OK = "Y"
               perform TELLER-READ-ACCOUNT
           end-if
           if WS-OK = "Y"
               perform TELLER-GET-AMOUNT
           end-if
           if WS-OK = "Y"
               perform CHECK-APPROVAL-LEVEL
           end-if
           if WS-OK = "Y"
               perform CASH-DEPOSIT-POST
           end-if

           perform CLOSE-POSTING-FILES
           exit.

       CASH-DEPOSIT-POST.
      * cash on the counter is good money - no hold, unlike a
      * cheque deposit at the ATM
           add WS-AMOUNT to ACCT-BALANCE
           move WS-CURRENT-DATE to ACCT-LAST-ACTIVITY
           rewrite ACCT-MASTER-RECORD
           move "DEPOSIT" to WT-TYPE
           move WS-WORK-ACCOUNT to WT-ACCOUNT
           move WS-AMOUNT to WT-AMOUNT
           move WS-OPERATOR-ID to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY

           add WS-AMOUNT to DRW-CASH-IN
           add 1 to DRW-IN-COUNT
           rewrite TELLER-DRAWER-RECORD

           move ACCT-BALANCE to WS-AMOUNT-DISPLAY
           display "DEPOSIT POSTED. RECEIPT " WS-RECEIPT-NO
           display "NEW BALANCE: " WS-AMOUNT-DISPLAY
           exit.

      *----------------------------------------------------------------
      * WITHDRAW - cash paid out at the counter
      *----------------------------------------------------------------
       DO-CASH-WITHDRAWAL.
           perform SET-CURRENT-DATE-TIME
           move "Y" to WS-OK
           perform OPEN-POSTING-FILES

           if WS-OK = "Y"
               perform READ-OPEN-DRAWER
           end-if
           if WS-OK = "Y"
               perform TELLER-READ-ACCOUNT
           end-if
           if WS-OK = "Y"
               perform TELLER-GET-AMOUNT
           end-if
      * the drawer cannot pay out cash it does not hold
           if WS-OK = "Y"
               compute WS-DRAWER-CASH = DRW-OPENING-FLOAT
                   + DRW-CASH-IN - DRW-CASH-OUT
               if WS-AMOUNT > WS-DRAWER-CASH
                   display "NOT ENOUGH CASH IN THE DRAWER."
                   move "N" to WS-OK
               end-if
           end-if
           if WS-OK = "Y"
               perform CHECK-AVAILABLE-FUNDS
           end-if
           if WS-OK = "Y"
               perform CHECK-APPROVAL-LEVEL
           end-if
           if WS-OK = "Y"
               perform CASH-WITHDRAWAL-POST
           end-if

           perform CLOSE-POSTING-FILES
           exit.

       CASH-WITHDRAWAL-POST.
           subtract WS-AMOUNT from ACCT-BALANCE
           move WS-CURRENT-DATE to ACCT-LAST-ACTIVITY
           rewrite ACCT-MASTER-RECORD
           move "WITHDRAWAL" to WT-TYPE
           move WS-WORK-ACCOUNT to WT-ACCOUNT
           move WS-AMOUNT to WT-AMOUNT
           move WS-OPERATOR-ID to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY
           perform ALERT-IF-OVERDRAWN

           add WS-AMOUNT to DRW-CASH-OUT
           add 1 to DRW-OUT-COUNT
           rewrite TELLER-DRAWER-RECORD

           move ACCT-BALANCE to WS-AMOUNT-DISPLAY
           display "WITHDRAWAL POSTED. RECEIPT " WS-RECEIPT-NO
           display "NEW BALANCE: " WS-AMOUNT-DISPLAY
           exit.

      *----------------------------------------------------------------
      * TRANSFER - account to account at the counter, same two-leg
      * checkpoint discipline as CAIXA's DO-TRANSFER. no cash moves,
      * so the drawer is not touched
      *----------------------------------------------------------------
       DO-TRANSFER.
           perform SET-CURRENT-DATE-TIME
           move "Y" to WS-OK
           perform OPEN-POSTING-FILES

           open i-o CHECKPOINT-FILE
           if WS-CHK-STATUS = "35"
      * first checkpointed posting ever on this system - create the
      * file and reopen for update
               open output CHECKPOINT-FILE
               close CHECKPOINT-FILE
               open i-o CHECKPOINT-FILE
           end-if
           if WS-OK = "Y" and WS-CHK-STATUS not = "00"
               display "CHECKPOINT FILE UNAVAILABLE."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               display "FROM ACCOUNT - "
               perform TELLER-READ-ACCOUNT
           end-if
           if WS-OK = "Y"
               display "TO ACCOUNT NUMBER: "
               accept WS-TO-ACCOUNT
               if WS-TO-ACCOUNT = WS-WORK-ACCOUNT
                   display "FROM AND TO ACCOUNTS MUST DIFFER."
                   move "N" to WS-OK
               end-if
           end-if
           if WS-OK = "Y"
               perform TELLER-GET-AMOUNT
           end-if
           if WS-OK = "Y"
               perform CHECK-AVAILABLE-FUNDS
           end-if
           if WS-OK = "Y"
               perform CHECK-APPROVAL-LEVEL
           end-if
           if WS-OK = "Y"
               perform TRANSFER-WRITE-CHECKPOINT
               perform TRANSFER-DEBIT-POST
               perform TRANSFER-MARK-CHECKPOINT-DEBITED
               perform TRANSFER-CREDIT-LEG
           end-if

           if WS-CHK-STATUS not = "35"
               close CHECKPOINT-FILE
           end-if
           perform CLOSE-POSTING-FILES
           exit.

       TRANSFER-WRITE-CHECKPOINT.
      * record intent before the debit posts, so a crash between the
      * two legs can be found and finished (or backed out) on restart
           move WS-CURRENT-DATE to WS-TXN-ID-DATE
           move WS-CURRENT-TIME to WS-TXN-ID-TIME
           move WS-TXN-ID to CHK-TXN-ID
           move WS-WORK-ACCOUNT to CHK-FROM-ACCT
           move WS-TO-ACCOUNT to CHK-TO-ACCT
           move WS-AMOUNT to CHK-AMOUNT
           set CHK-STARTED to true
           move WS-CURRENT-DATE to CHK-DATE
           move WS-CURRENT-TIME to CHK-TIME
           write CHECKPOINT-RECORD
           exit.

       TRANSFER-MARK-CHECKPOINT-DEBITED.
           set CHK-DEBITED to true
           rewrite CHECKPOINT-RECORD
           exit.

       TRANSFER-DEBIT-POST.
           subtract WS-AMOUNT from ACCT-BALANCE
           move WS-CURRENT-DATE to ACCT-LAST-ACTIVITY
           rewrite ACCT-MASTER-RECORD
           move "TRANSFER-DR" to WT-TYPE
           move WS-WORK-ACCOUNT to WT-ACCOUNT
           move WS-AMOUNT to WT-AMOUNT
           move WS-TO-ACCOUNT to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY
           perform ALERT-IF-OVERDRAWN
           display "DEBIT POSTED. RECEIPT " WS-RECEIPT-NO
           exit.

       TRANSFER-CREDIT-LEG.
           move WS-TO-ACCOUNT to ACCT-NUMBER
           move "Y" to WS-CREDIT-OK
           read ACCT-MASTER-FILE
               invalid key
                   move "N" to WS-CREDIT-OK
           end-read

           if WS-CREDIT-OK = "Y"
               perform TRANSFER-CREDIT-POST
           else
               display "TO ACCOUNT NOT FOUND."
               display "TRANSFER WILL BE BACKED OUT."
               perform TRANSFER-BACK-OUT
           end-if
           exit.

       TRANSFER-CREDIT-POST.
           add WS-AMOUNT to ACCT-BALANCE
           rewrite ACCT-MASTER-RECORD
           move "TRANSFER-CR" to WT-TYPE
           move WS-TO-ACCOUNT to WT-ACCOUNT
           move WS-AMOUNT to WT-AMOUNT
           move WS-WORK-ACCOUNT to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY
           set CHK-COMPLETED to true
           rewrite CHECKPOINT-RECORD
           display "TRANSFER COMPLETE. RECEIPT " WS-RECEIPT-NO
           exit.

       TRANSFER-BACK-OUT.
      * the debit leg already posted and logged; put the money back
      * on the from-account so the transfer never leaves funds
      * stranded in neither account
           move WS-WORK-ACCOUNT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               not invalid key
                   perform TRANSFER-BACK-OUT-POST
           end-read
           exit.

       TRANSFER-BACK-OUT-POST.
           add WS-AMOUNT to ACCT-BALANCE
           rewrite ACCT-MASTER-RECORD
           move "TRANSFER-BO" to WT-TYPE
           move WS-WORK-ACCOUNT to WT-ACCOUNT
           move WS-AMOUNT to WT-AMOUNT
           move WS-TO-ACCOUNT to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY
           set CHK-BACKED-OUT to true
           rewrite CHECKPOINT-RECORD
           exit.

      *----------------------------------------------------------------
      * COUNT - end-of-day drawer count, proved against float plus
      * cash in minus cash out
      *----------------------------------------------------------------
       DO-DRAWER-COUNT.
           perform SET-CURRENT-DATE-TIME
           move "Y" to WS-OK

           open i-o TELLER-DRAWER-FILE
           if WS-DRW-STATUS not = "00"
               display "NO DRAWER OPENED TODAY."
               move "N" to WS-OK
           end-if
           if WS-OK = "Y"
               perform READ-OPEN-DRAWER
           end-if

           if WS-OK = "Y"
               display "CASH COUNTED IN DRAWER: "
               accept WS-AMOUNT
               if WS-AMOUNT < ZERO
                   display "COUNT CANNOT BE NEGATIVE."
                   move "N" to WS-OK
               end-if
           end-if

           if WS-OK = "Y"
               compute WS-DRAWER-CASH = DRW-OPENING-FLOAT
                   + DRW-CASH-IN - DRW-CASH-OUT
               compute WS-VARIANCE = WS-AMOUNT - WS-DRAWER-CASH
      * the physical count is the truth once the drawer is closed
               move WS-AMOUNT to DRW-COUNTED
               move WS-CURRENT-TIME to DRW-COUNT-TIME
               set DRW-COUNTED-CLOSED to true
               rewrite TELLER-DRAWER-RECORD

               move WS-DRAWER-CASH to WS-AMOUNT-DISPLAY
               display "EXPECTED CASH : " WS-AMOUNT-DISPLAY
               move WS-AMOUNT to WS-AMOUNT-DISPLAY
               display "COUNTED CASH  : " WS-AMOUNT-DISPLAY
               if WS-VARIANCE = ZERO
                   display "DRAWER PROVES."
               else
                   move WS-VARIANCE to WS-AMOUNT-DISPLAY
                   display "*** DRAWER DOES NOT PROVE - VARIANCE "
                       WS-AMOUNT-DISPLAY " ***"
               end-if
           end-if

           if WS-DRW-STATUS not = "35"
               close TELLER-DRAWER-FILE
           end-if
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
       OPEN-POSTING-FILES.
           open i-o ACCT-MASTER-FILE
           if WS-ACCT-STATUS not = "00"
               display "ACCOUNT FILE UNAVAILABLE."
               move "N" to WS-OK
           end-if
           open i-o TELLER-DRAWER-FILE
           exit.

       CLOSE-POSTING-FILES.
           if WS-DRW-STATUS not = "35"
               close TELLER-DRAWER-FILE
           end-if
           if WS-ACCT-STATUS not = "35"
               close ACCT-MASTER-FILE
           end-if
           exit.

       READ-OPEN-DRAWER.
      * counter cash moves only through a drawer opened today and
      * not yet counted - otherwise the count could never prove
           if WS-DRW-STATUS not = "00"
               display "NO DRAWER OPENED TODAY. USE FLOAT FIRST."
               move "N" to WS-OK
               exit paragraph
           end-if
           move WS-CURRENT-DATE to DRW-DATE
           move WS-OPERATOR-ID to DRW-TELLER
           read TELLER-DRAWER-FILE
               invalid key
                   display "NO DRAWER OPENED TODAY. USE FLOAT FIRST."
                   move "N" to WS-OK
           end-read
           if WS-OK = "Y" and not DRW-OPEN
               display "DRAWER ALREADY COUNTED FOR THE DAY."
               move "N" to WS-OK
           end-if
           exit.

       TELLER-READ-ACCOUNT.
           display "ACCOUNT NUMBER: "
           accept WS-WORK-ACCOUNT
           move WS-WORK-ACCOUNT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   display "ACCOUNT NOT FOUND."
                   move "N" to WS-OK
           end-read
           if WS-OK = "Y" and not ACCT-ACTIVE
               display "ACCOUNT IS NOT ACTIVE."
               move "N" to WS-OK
           end-if
           if WS-OK = "Y"
               display "ACCOUNT HOLDER: " ACCT-HOLDER-NAME
           end-if
           exit.

       TELLER-GET-AMOUNT.
           display "AMOUNT: "
           accept WS-AMOUNT
           if WS-AMOUNT <= ZERO
               display "AMOUNT MUST BE GREATER THAN ZERO."
               move "N" to WS-OK
           end-if
           exit.

       CHECK-AVAILABLE-FUNDS.
      * shared debit-side funds check, the same rule as CAIXA: the
      * account record must already be in the buffer. held deposits
      * and liened money do not count; an authorized overdraft
      * limit does
           move ACCT-NUMBER to WS-HOLD-SCAN-ACCT
           perform SUM-OPEN-HOLDS
           perform SUM-ACTIVE-LIENS
           compute WS-AVAILABLE = ACCT-BALANCE - WS-OPEN-HOLDS
               - WS-ACTIVE-LIENS + ACCT-OD-LIMIT
           if WS-AMOUNT > WS-AVAILABLE
               display "INSUFFICIENT AVAILABLE FUNDS."
               if WS-OPEN-HOLDS > ZERO
                   move WS-OPEN-HOLDS to WS-AMOUNT-DISPLAY
                   display "FUNDS ON HOLD: " WS-AMOUNT-DISPLAY
               end-if
               if WS-ACTIVE-LIENS > ZERO
                   move WS-ACTIVE-LIENS to WS-AMOUNT-DISPLAY
                   display "FUNDS UNDER LIEN: " WS-AMOUNT-DISPLAY
               end-if
               move "N" to WS-OK
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
      * counter postings happen at no terminal - CASHLOAD's proof
      * of an ATM's withdrawals never picks them up
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
      * counter security events join the same log CAIXA and ACCTMNT
      * write, so SECRPT covers failed sign-ons and refused approvals
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
      * counter events happen at no terminal
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

       end program TELLER.
