       identification division.
           program-id. LOANCOLL.
           author. "Arthur Selingin".

      * nightly loan collection batch: for every active loan on the
      * LOAN-MASTER whose next instalment has fallen due, takes the
      * instalment from the repayment account on ACCT-MASTER, split
      * into an interest leg (LOAN-INT) and a principal leg
      * (LOAN-PRIN) on TRAN-LOG so EODGL can map each to its own
      * ledger. a loan whose account cannot cover the instalment is
      * left due, its days past due brought up to date, and retried
      * the next night. writes the night's collections to
      * LOANyyyymmdd.RPT and the arrears ageing report for the
      * collections desk to LNARyyyymmdd.RPT.

       environment division.

       input-output section.
       file-control.
           select LOAN-FILE assign to "LOANS.DAT"
               organization is indexed
               access mode is dynamic
               record key is LOAN-NUMBER
               file status is WS-LOAN-STATUS.

           select ACCT-MASTER-FILE assign to "ACCTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               file status is WS-ACCT-STATUS.

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

           select TRAN-LOG-FILE assign to "TRANLOG.DAT"
               organization is line sequential
               file status is WS-TRAN-STATUS.

           select RECEIPT-SEQ-FILE assign to "RCPTSEQ.DAT"
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

           select REPORT-FILE assign to dynamic WS-REPORT-FILENAME
               organization is line sequential
               file status is WS-REPORT-STATUS.

           select AGEING-FILE assign to dynamic WS-AGEING-FILENAME
               organization is line sequential
               file status is WS-AGEING-STATUS.

       data division.
       file section.
       FD LOAN-FILE.
           COPY LOANS.

       FD ACCT-MASTER-FILE.
           COPY ACCTMAST.

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

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(080).

       FD AGEING-FILE.
       01 AGEING-RECORD PIC X(080).

       working-storage section.
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-LOAN-STATUS    PIC X(02) VALUE "00".
       01 WS-ACCT-STATUS    PIC X(02) VALUE "00".
       01 WS-TRAN-STATUS    PIC X(02) VALUE "00".
      * receipt numbering off the shared sequence card - set by
      * GET-NEXT-RECEIPT-NUMBER for every posting leg written here
       01 WS-RSEQ-STATUS    PIC X(02) VALUE "00".
       01 WS-RECEIPT-NO     PIC 9(10) VALUE ZERO.
       01 WS-REPORT-STATUS  PIC X(02) VALUE "00".
       01 WS-AGEING-STATUS  PIC X(02) VALUE "00".
       01 WS-BUSDATE-STATUS PIC X(02) VALUE "00".

       01 WS-REPORT-FILENAME   PIC X(20).
       01 WS-AGEING-FILENAME   PIC X(20).

       01 WS-CURRENT-DATE      PIC 9(08).
       01 WS-CURRENT-TIME      PIC 9(08).

      * parameters for the shared transaction-log writer, set by the
      * caller immediately before "perform WRITE-TRAN-LOG-ENTRY"
       01 WT-TYPE              PIC X(12).
       01 WT-ACCOUNT           PIC 9(10).
       01 WT-AMOUNT            PIC S9(9)V99.
       01 WT-REF               PIC X(10).
       01 WT-BALANCE           PIC S9(9)V99.

       01 WS-EOF-LOAN          PIC X(01) VALUE "N".
           88 END-OF-LOAN VALUE "Y".

      * deposit-hold work area - an instalment is taken against
      * available balance, the same rule STORDRUN applies to a
      * standing order
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

       01 WS-OK                PIC X(01) VALUE "Y".
       01 WS-ACCT-OK           PIC X(01) VALUE "Y".

      * one instalment split into its two legs
       01 WS-INTEREST          PIC S9(9)V99 VALUE ZERO.
       01 WS-PRINCIPAL-PART    PIC S9(9)V99 VALUE ZERO.
       01 WS-DUE-AMOUNT        PIC S9(9)V99 VALUE ZERO.
       01 WS-LOAN-REF          PIC X(10).

      * rerun guard: a loan whose LOAN-INT or LOAN-PRIN is already on
      * the log against tonight was reached by an earlier (possibly
      * crashed) run - its instalments are not taken a second time
       01 WS-EOF-TRAN          PIC X(01) VALUE "N".
           88 END-OF-TRAN VALUE "Y".
       01 WS-COLLECTED-FOUND   PIC X(01) VALUE "N".
           88 LOAN-ALREADY-COLLECTED VALUE "Y".
       01 WS-SKIPPED-COUNT     PIC 9(04) VALUE ZERO.

      * due-date advance work area - broken out so the month roll
      * can clamp the day to the end of shorter months
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

      * arrears ageing buckets for the collections report: 1-30,
      * 31-60, 61-90 and over 90 days past due
       01 WS-BUCKET-NAMES-VAL  PIC X(32) VALUE
           "1-30    31-60   61-90   90+     ".
       01 WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-VAL.
           05 WS-BUCKET-NAME   PIC X(08) OCCURS 4 TIMES.
       01 WS-BUCKETS.
           05 WS-BUCKET OCCURS 4 TIMES.
               10 WS-BUCKET-COUNT    PIC 9(04).
               10 WS-BUCKET-BALANCE  PIC S9(9)V99.
       01 WS-BKT               PIC 9(01).

      * run totals for the report trailers
       01 WS-COLLECTED-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-COLLECTED-TOTAL   PIC S9(9)V99 VALUE ZERO.
       01 WS-INTEREST-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01 WS-PRINCIPAL-TOTAL   PIC S9(9)V99 VALUE ZERO.
       01 WS-ARREARS-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-PAID-OFF-COUNT    PIC 9(04) VALUE ZERO.

       01 WS-AMOUNT-DISPLAY    PIC -(9)9.99.
       01 WS-AMOUNT-DISPLAY-2  PIC -(9)9.99.
       01 WS-REPORT-LINE       PIC X(080) VALUE SPACES.

      * customer alert for the outbox - WRITE-ALERT-ENTRY stamps
      * the rest
       01 WS-ALR-STATUS        PIC X(02) VALUE "00".
       01 WS-ALERT-WORK.
           05 WA-CUST-ID       PIC 9(06).
           05 WA-ACCOUNT       PIC 9(10).
           05 WA-EVENT         PIC X(10).
           05 WA-AMOUNT        PIC S9(9)V99.
       01 WS-ALR-SOURCE        PIC X(08) VALUE "LOANCOLL".
       01 WS-ALR-WRITTEN-FLAG  PIC X(01).
           88 ALERT-WRITTEN VALUE "Y".

       procedure division.
       LOANCOLL-RUN.
           display WS-SPACES
           display "NIGHTLY LOAN COLLECTION BATCH - LOANCOLL"
           display WS-SPACES

           perform SET-CURRENT-DATE-TIME
           perform GET-BUSINESS-DATE

           initialize WS-BUCKETS

           string "LOAN" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-REPORT-FILENAME
           open output REPORT-FILE
           string "LNAR" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-AGEING-FILENAME
           open output AGEING-FILE

           string "LOAN COLLECTION RUN FOR " WS-CURRENT-DATE
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           string "LOAN ARREARS AGEING AS AT " WS-CURRENT-DATE
               delimited by size into WS-REPORT-LINE
           perform WRITE-AGEING-LINE

           move "Y" to WS-OK
           open i-o LOAN-FILE
           evaluate true
               when WS-LOAN-STATUS = "35"
      * no loan file just means no loan has been booked yet -
      * nothing due, not a failure
                   display "NO LOAN FILE. NOTHING TO COLLECT."
                   move "NO LOAN FILE." to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move "N" to WS-OK
               when WS-LOAN-STATUS not = "00"
      * a file that exists but will not open must not pass for a
      * quiet night - every instalment due would go uncollected
                   display "LOAN FILE UNAVAILABLE. RUN ABORTED."
                   move "LOAN FILE UNAVAILABLE - ABORTED."
                       to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move "N" to WS-OK
                   move 8 to RETURN-CODE
               when other
                   continue
           end-evaluate

           if WS-OK = "Y"
               open i-o ACCT-MASTER-FILE
               if WS-ACCT-STATUS not = "00"
                   display "ACCOUNT FILE UNAVAILABLE. RUN ABORTED."
                   move "N" to WS-OK
                   move 8 to RETURN-CODE
               end-if
           end-if

           if WS-OK = "Y"
               move "N" to WS-EOF-LOAN
               perform LOAN-SCAN-STEP
                   until END-OF-LOAN
           end-if

           perform WRITE-REPORT-TRAILER

      * the ageing pass reads the loan file again from the top, so
      * it sees every loan as tonight's collections left it
           if WS-OK = "Y"
               move ZERO to LOAN-NUMBER
               start LOAN-FILE key is >= LOAN-NUMBER
                   invalid key
                       set END-OF-LOAN to true
                   not invalid key
                       move "N" to WS-EOF-LOAN
               end-start
               perform AGEING-SCAN-STEP
                   until END-OF-LOAN
           end-if
           perform WRITE-AGEING-SUMMARY

           if WS-LOAN-STATUS not = "35"
               close LOAN-FILE
           end-if
           if WS-ACCT-STATUS not = "35"
               close ACCT-MASTER-FILE
           end-if
           close REPORT-FILE
           close AGEING-FILE

           move WS-COLLECTED-TOTAL to WS-AMOUNT-DISPLAY
           display "INSTALMENTS COLLECTED: " WS-COLLECTED-COUNT
           display "AMOUNT COLLECTED     : " WS-AMOUNT-DISPLAY
           display "LOANS PAID OFF       : " WS-PAID-OFF-COUNT
           display "LOANS IN ARREARS     : " WS-ARREARS-COUNT
           display "ALREADY COLLECTED    : " WS-SKIPPED-COUNT
           display WS-SPACES

           goback.

       LOAN-SCAN-STEP.
           read LOAN-FILE next record
               at end
                   set END-OF-LOAN to true
               not at end
                   if LOAN-ACTIVE
                       perform LOAN-EXAMINE
                   end-if
           end-read
           exit.

      *----------------------------------------------------------------
      * collecting one loan
      *----------------------------------------------------------------
       LOAN-EXAMINE.
           if LOAN-NEXT-DUE > WS-CURRENT-DATE
      * not due yet - a loan that caught up clears its arrears
               if LOAN-DAYS-PAST-DUE not = ZERO
                   move ZERO to LOAN-DAYS-PAST-DUE
                   rewrite LOAN-RECORD
               end-if
               exit paragraph
           end-if

           move LOAN-NUMBER to WS-LOAN-REF
           perform CHECK-COLLECTED-IN-LOG
           if LOAN-ALREADY-COLLECTED
               string "LOAN " LOAN-NUMBER
                   " ALREADY COLLECTED TONIGHT - SKIPPED"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               add 1 to WS-SKIPPED-COUNT
               move "N" to WS-ACCT-OK
           else
               perform LOAN-READ-ACCOUNT
           end-if

      * a loan behind by more than one instalment collects as many
      * as the account can cover tonight, oldest first
           if WS-ACCT-OK = "Y"
               move "Y" to WS-OK
               perform LOAN-COLLECT-INSTALMENT
                   until WS-OK = "N"
                       or LOAN-PAID-OFF
                       or LOAN-NEXT-DUE > WS-CURRENT-DATE
           end-if

           if LOAN-ACTIVE and LOAN-NEXT-DUE <= WS-CURRENT-DATE
               perform LOAN-MARK-ARREARS
           else
               move ZERO to LOAN-DAYS-PAST-DUE
           end-if
           rewrite LOAN-RECORD
           move "Y" to WS-OK
           exit.

       LOAN-READ-ACCOUNT.
           move "Y" to WS-ACCT-OK
           move LOAN-ACCOUNT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   string "LOAN " LOAN-NUMBER
                       " REPAYMENT ACCOUNT " LOAN-ACCOUNT " NOT FOUND"
                       delimited by size into WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move "N" to WS-ACCT-OK
           end-read

      * a blocked, dormant or closed account is not debited by the
      * bank's own batch - the loan falls into arrears until the
      * branch sorts the account out
           if WS-ACCT-OK = "Y" and not ACCT-ACTIVE
               string "LOAN " LOAN-NUMBER
                   " REPAYMENT ACCOUNT " LOAN-ACCOUNT " NOT ACTIVE"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               move "N" to WS-ACCT-OK
           end-if
           exit.

       LOAN-COLLECT-INSTALMENT.
      * each instalment gets its own time stamp, same as STORDRUN
      * stamping each order it posts
           accept WS-CURRENT-TIME from TIME

      * a month's interest on what is still owed; the rest of the
      * instalment pays the balance down. the last instalment takes
      * whatever is left, so rounding never leaves a loan open by a
      * few cents - same as CALCULADORA's schedule
           compute WS-INTEREST rounded =
               LOAN-BALANCE * LOAN-RATE / 1200
           if LOAN-PAID-COUNT + 1 >= LOAN-TERM
               move LOAN-BALANCE to WS-PRINCIPAL-PART
           else
               compute WS-PRINCIPAL-PART =
                   LOAN-INSTALMENT - WS-INTEREST
               if WS-PRINCIPAL-PART > LOAN-BALANCE
                   move LOAN-BALANCE to WS-PRINCIPAL-PART
               end-if
               if WS-PRINCIPAL-PART < ZERO
                   move ZERO to WS-PRINCIPAL-PART
               end-if
           end-if
           compute WS-DUE-AMOUNT = WS-INTEREST + WS-PRINCIPAL-PART

      * cover means available balance - held deposits and liened
      * money do not count, but an authorized overdraft limit does,
      * same as STORDRUN. a court order ranks ahead of the bank's
      * own instalment
           move LOAN-ACCOUNT to WS-HOLD-SCAN-ACCT
           perform SUM-OPEN-HOLDS
           perform SUM-ACTIVE-LIENS
           compute WS-AVAILABLE = ACCT-BALANCE - WS-OPEN-HOLDS
               - WS-ACTIVE-LIENS + ACCT-OD-LIMIT
           if WS-DUE-AMOUNT > WS-AVAILABLE
               move WS-DUE-AMOUNT to WS-AMOUNT-DISPLAY
               string "UNPAID LOAN " LOAN-NUMBER
                   " INSUFFICIENT FUNDS ON " LOAN-ACCOUNT
                   " DUE " WS-AMOUNT-DISPLAY
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               move "N" to WS-OK
               exit paragraph
           end-if

           perform LOAN-POST-INSTALMENT
           exit.

       LOAN-POST-INSTALMENT.
           subtract WS-DUE-AMOUNT from ACCT-BALANCE
           rewrite ACCT-MASTER-RECORD

      * the interest leg is logged with the balance as it stood
      * before the principal leg, so each entry's balance-after
      * follows on from the one before it
           if WS-INTEREST > ZERO
               move "LOAN-INT" to WT-TYPE
               move LOAN-ACCOUNT to WT-ACCOUNT
               move WS-INTEREST to WT-AMOUNT
               move WS-LOAN-REF to WT-REF
               compute WT-BALANCE = ACCT-BALANCE + WS-PRINCIPAL-PART
               perform WRITE-TRAN-LOG-ENTRY
           end-if
           if WS-PRINCIPAL-PART > ZERO
               move "LOAN-PRIN" to WT-TYPE
               move LOAN-ACCOUNT to WT-ACCOUNT
               move WS-PRINCIPAL-PART to WT-AMOUNT
               move WS-LOAN-REF to WT-REF
               move ACCT-BALANCE to WT-BALANCE
               perform WRITE-TRAN-LOG-ENTRY
           end-if
      * an instalment taken out of the overdraft facility tells the
      * customer the account is now below zero
           if ACCT-BALANCE < ZERO
               and ACCT-BALANCE + WS-DUE-AMOUNT not < ZERO
               move ACCT-CUST-ID to WA-CUST-ID
               move LOAN-ACCOUNT to WA-ACCOUNT
               move "NEGATIVE" to WA-EVENT
               move ACCT-BALANCE to WA-AMOUNT
               perform WRITE-ALERT-ENTRY
           end-if

           subtract WS-PRINCIPAL-PART from LOAN-BALANCE
           add 1 to LOAN-PAID-COUNT
           perform LOAN-ADVANCE-DUE-DATE
           if LOAN-BALANCE <= ZERO
               move ZERO to LOAN-BALANCE
               set LOAN-PAID-OFF to true
               add 1 to WS-PAID-OFF-COUNT
           end-if
      * the loan moves on with its postings, not after the last
      * instalment of the night - a crash in between must not leave
      * an instalment taken but still showing due
           rewrite LOAN-RECORD

           add 1 to WS-COLLECTED-COUNT
           add WS-DUE-AMOUNT to WS-COLLECTED-TOTAL
           add WS-INTEREST to WS-INTEREST-TOTAL
           add WS-PRINCIPAL-PART to WS-PRINCIPAL-TOTAL

           move WS-INTEREST to WS-AMOUNT-DISPLAY
           move WS-PRINCIPAL-PART to WS-AMOUNT-DISPLAY-2
           string "COLLECTED LOAN " LOAN-NUMBER
               " INT " WS-AMOUNT-DISPLAY
               " PRIN " WS-AMOUNT-DISPLAY-2
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           if LOAN-PAID-OFF
               string "PAID OFF LOAN " LOAN-NUMBER
                   " ACCOUNT " LOAN-ACCOUNT
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
           end-if
           exit.

       CHECK-COLLECTED-IN-LOG.
           move "N" to WS-COLLECTED-FOUND
           move "N" to WS-EOF-TRAN
           open input TRAN-LOG-FILE
           if WS-TRAN-STATUS = "00"
               perform CHECK-COLLECTED-STEP
                   until END-OF-TRAN
               close TRAN-LOG-FILE
           end-if
           exit.

       CHECK-COLLECTED-STEP.
           read TRAN-LOG-FILE
               at end
                   set END-OF-TRAN to true
               not at end
                   if TRAN-DATE = WS-CURRENT-DATE
                       and TRAN-REF = WS-LOAN-REF
                       and (TRAN-TYPE = "LOAN-INT"
                           or TRAN-TYPE = "LOAN-PRIN")
                       set LOAN-ALREADY-COLLECTED to true
                       set END-OF-TRAN to true
                   end-if
           end-read
           exit.

       LOAN-MARK-ARREARS.
      * days past due counts from the oldest instalment still unpaid
           compute LOAN-DAYS-PAST-DUE =
               function INTEGER-OF-DATE (WS-CURRENT-DATE)
               - function INTEGER-OF-DATE (LOAN-NEXT-DUE)
           add 1 to WS-ARREARS-COUNT
           exit.

      *----------------------------------------------------------------
      * due-date advance
      *----------------------------------------------------------------
       LOAN-ADVANCE-DUE-DATE.
           move LOAN-NEXT-DUE to WS-DUE-DATE
           if WS-DUE-MM = 12
               move 1 to WS-DUE-MM
               add 1 to WS-DUE-YYYY
           else
               add 1 to WS-DUE-MM
           end-if

      * back to the loan's own due day, clamped so a loan due the
      * 31st still falls due in 30-day months and in february
           move LOAN-DUE-DAY to WS-DUE-DD
           move WS-MONTH-DAY (WS-DUE-MM) to WS-MAX-DAY
           if WS-DUE-MM = 2
               divide WS-DUE-YYYY by 4 giving WS-LEAP-REM
                   remainder WS-LEAP-REM
               if WS-LEAP-REM = ZERO
                   move 29 to WS-MAX-DAY
               end-if
           end-if
           if WS-DUE-DD > WS-MAX-DAY or WS-DUE-DD = ZERO
               move WS-MAX-DAY to WS-DUE-DD
           end-if
           move WS-DUE-DATE to LOAN-NEXT-DUE
           exit.

      *----------------------------------------------------------------
      * arrears ageing report
      *----------------------------------------------------------------
       AGEING-SCAN-STEP.
           read LOAN-FILE next record
               at end
                   set END-OF-LOAN to true
               not at end
                   if LOAN-ACTIVE and LOAN-DAYS-PAST-DUE > ZERO
                       perform AGEING-REPORT-LOAN
                   end-if
           end-read
           exit.

       AGEING-REPORT-LOAN.
           evaluate true
               when LOAN-DAYS-PAST-DUE <= 30
                   move 1 to WS-BKT
               when LOAN-DAYS-PAST-DUE <= 60
                   move 2 to WS-BKT
               when LOAN-DAYS-PAST-DUE <= 90
                   move 3 to WS-BKT
               when other
                   move 4 to WS-BKT
           end-evaluate
           add 1 to WS-BUCKET-COUNT (WS-BKT)
           add LOAN-BALANCE to WS-BUCKET-BALANCE (WS-BKT)

           move LOAN-BALANCE to WS-AMOUNT-DISPLAY
           string "LOAN " LOAN-NUMBER
               " CUST " LOAN-CUST-ID
               " ACCT " LOAN-ACCOUNT
               " DPD " LOAN-DAYS-PAST-DUE
               " " WS-BUCKET-NAME (WS-BKT)
               " OWED " WS-AMOUNT-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-AGEING-LINE
           exit.

       WRITE-AGEING-SUMMARY.
           perform WRITE-AGEING-BUCKET
               varying WS-BKT from 1 by 1
               until WS-BKT > 4
           exit.

       WRITE-AGEING-BUCKET.
           move WS-BUCKET-BALANCE (WS-BKT) to WS-AMOUNT-DISPLAY
           string "DAYS PAST DUE " WS-BUCKET-NAME (WS-BKT)
               " LOANS " WS-BUCKET-COUNT (WS-BKT)
               " OUTSTANDING " WS-AMOUNT-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-AGEING-LINE
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

      *----------------------------------------------------------------
      * shared helpers
      *----------------------------------------------------------------
       WRITE-REPORT-LINE.
           write REPORT-RECORD from WS-REPORT-LINE
           move SPACES to WS-REPORT-LINE
           exit.

       WRITE-AGEING-LINE.
           write AGEING-RECORD from WS-REPORT-LINE
           move SPACES to WS-REPORT-LINE
           exit.

       WRITE-REPORT-TRAILER.
           move WS-INTEREST-TOTAL to WS-AMOUNT-DISPLAY
           move WS-PRINCIPAL-TOTAL to WS-AMOUNT-DISPLAY-2
           string "INSTALMENTS " WS-COLLECTED-COUNT
               " INTEREST " WS-AMOUNT-DISPLAY
               " PRINCIPAL " WS-AMOUNT-DISPLAY-2
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           string "PAID OFF " WS-PAID-OFF-COUNT
               " IN ARREARS " WS-ARREARS-COUNT
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           exit.

       SET-CURRENT-DATE-TIME.
           accept WS-CURRENT-DATE from DATE YYYYMMDD
           accept WS-CURRENT-TIME from TIME
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

       end program LOANCOLL.
