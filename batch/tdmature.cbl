       identification division.
           program-id. TDMATURE.
           author. "Arthur Selingin".

      * nightly term-deposit maturity batch: every active deposit
      * whose maturity date has arrived - rolled forward to the next
      * business day on CALENDAR when it falls on a weekend or
      * holiday - earns its fixed-rate interest for the term, posted
      * to the payout account through TRAN-LOG as TD-INT. a deposit
      * marked pay out then returns its principal the same way as
      * TD-PRIN and is closed; one marked roll over is renewed for
      * another term of the same length at the same rate. runs
      * before EODGL so RECONCIL and the journal see every leg.
      * writes the night's maturities to TDMTyyyymmdd.RPT.

       environment division.

       input-output section.
       file-control.
           select TERM-DEPOSIT-FILE assign to "TERMDEP.DAT"
               organization is indexed
               access mode is dynamic
               record key is TD-NUMBER
               file status is WS-TD-STATUS.

           select ACCT-MASTER-FILE assign to "ACCTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               file status is WS-ACCT-STATUS.

           select TRAN-LOG-FILE assign to "TRANLOG.DAT"
               organization is line sequential
               file status is WS-TRAN-STATUS.

           select RECEIPT-SEQ-FILE assign to "RCPTSEQ.DAT"
               organization is line sequential
               file status is WS-RSEQ-STATUS.

           select BUSDATE-FILE assign to "BUSDATE.DAT"
               organization is line sequential
               file status is WS-BUSDATE-STATUS.

           select CALENDAR-FILE assign to "CALENDAR.DAT"
               organization is indexed
               access mode is dynamic
               record key is CAL-DATE
               file status is WS-CAL-STATUS.

           select REPORT-FILE assign to dynamic WS-REPORT-FILENAME
               organization is line sequential
               file status is WS-REPORT-STATUS.

       data division.
       file section.
       FD TERM-DEPOSIT-FILE.
           COPY TERMDEP.

       FD ACCT-MASTER-FILE.
           COPY ACCTMAST.

       FD TRAN-LOG-FILE.
           COPY TRANLOG.

       FD RECEIPT-SEQ-FILE.
           COPY RCPTSEQ.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD CALENDAR-FILE.
           COPY CALENDAR.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(080).

       working-storage section.
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-TD-STATUS      PIC X(02) VALUE "00".
       01 WS-ACCT-STATUS    PIC X(02) VALUE "00".
       01 WS-TRAN-STATUS    PIC X(02) VALUE "00".
      * receipt numbering off the shared sequence card - set by
      * GET-NEXT-RECEIPT-NUMBER for every posting leg written here
       01 WS-RSEQ-STATUS    PIC X(02) VALUE "00".
       01 WS-RECEIPT-NO     PIC 9(10) VALUE ZERO.
       01 WS-REPORT-STATUS  PIC X(02) VALUE "00".
       01 WS-BUSDATE-STATUS PIC X(02) VALUE "00".
       01 WS-CAL-STATUS     PIC X(02) VALUE "00".

       01 WS-REPORT-FILENAME   PIC X(20).

      * business-calendar roll: a maturity landing on a weekend or
      * holiday pays on the next business day. no calendar file
      * means every day counts
       01 WS-CAL-PRESENT       PIC X(01) VALUE "N".
           88 CALENDAR-PRESENT VALUE "Y".
       01 WS-ROLL-DATE         PIC 9(08).
       01 WS-ROLL-DONE         PIC X(01).
           88 ROLL-DONE VALUE "Y".
       01 WS-ROLL-TRIES        PIC 9(02).
       01 WS-ROLL-INT          PIC 9(08).

       01 WS-CURRENT-DATE      PIC 9(08).
       01 WS-CURRENT-TIME      PIC 9(08).

      * parameters for the shared transaction-log writer, set by the
      * caller immediately before "perform WRITE-TRAN-LOG-ENTRY"
       01 WT-TYPE              PIC X(12).
       01 WT-ACCOUNT           PIC 9(10).
       01 WT-AMOUNT            PIC S9(9)V99.
       01 WT-REF               PIC X(10).
       01 WT-BALANCE           PIC S9(9)V99.

       01 WS-EOF-TD            PIC X(01) VALUE "N".
           88 END-OF-TD VALUE "Y".

       01 WS-OK                PIC X(01) VALUE "Y".

       01 WS-TD-INTEREST       PIC S9(9)V99 VALUE ZERO.
       01 WS-TD-REF            PIC X(10).

      * rerun guard: a deposit paid out or rolled tonight is no
      * longer due, but a crash between its postings and the deposit
      * rewrite leaves it active with TD-INT/TD-PRIN already on the
      * log - the rerun finishes that maturity leg by leg instead of
      * paying the money a second time
       01 WS-EOF-TRAN          PIC X(01) VALUE "N".
           88 END-OF-TRAN VALUE "Y".
       01 WS-INT-FOUND         PIC X(01) VALUE "N".
           88 INTEREST-ALREADY-POSTED VALUE "Y".
       01 WS-PRIN-FOUND        PIC X(01) VALUE "N".
           88 PRINCIPAL-ALREADY-POSTED VALUE "Y".

      * maturity advance work area for a roll-over - the new term
      * runs from the old maturity date, the day clamped to the end
      * of shorter months
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

      * run totals for the report trailer
       01 WS-PAID-COUNT        PIC 9(04) VALUE ZERO.
       01 WS-ROLLED-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-HELD-COUNT        PIC 9(04) VALUE ZERO.
       01 WS-INTEREST-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01 WS-PRINCIPAL-TOTAL   PIC S9(9)V99 VALUE ZERO.

       01 WS-AMOUNT-DISPLAY    PIC -(9)9.99.
       01 WS-AMOUNT-DISPLAY-2  PIC -(9)9.99.
       01 WS-REPORT-LINE       PIC X(080) VALUE SPACES.

       procedure division.
       TDMATURE-RUN.
           display WS-SPACES
           display "NIGHTLY TERM DEPOSIT MATURITY BATCH - TDMATURE"
           display WS-SPACES

           perform SET-CURRENT-DATE-TIME
           perform GET-BUSINESS-DATE

           move "N" to WS-CAL-PRESENT
           open input CALENDAR-FILE
           if WS-CAL-STATUS = "00"
               set CALENDAR-PRESENT to true
           end-if

           string "TDMT" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-REPORT-FILENAME
           open output REPORT-FILE

           string "TERM DEPOSIT MATURITIES FOR " WS-CURRENT-DATE
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           move "Y" to WS-OK
           open i-o TERM-DEPOSIT-FILE
           evaluate true
               when WS-TD-STATUS = "35"
      * no term-deposit file just means none was ever opened -
      * nothing matures, not a failure
                   display "NO TERM DEPOSIT FILE. NOTHING TO MATURE."
                   move "NO TERM DEPOSIT FILE." to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move "N" to WS-OK
               when WS-TD-STATUS not = "00"
      * a file that exists but will not open must not pass for a
      * quiet night - a customer's money would sit past maturity
                   display "TERM DEPOSIT FILE UNAVAILABLE."
                       " RUN ABORTED."
                   move "TERM DEPOSIT FILE UNAVAILABLE - ABORTED."
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
               move "N" to WS-EOF-TD
               perform TD-SCAN-STEP
                   until END-OF-TD
           end-if

           perform WRITE-REPORT-TRAILER

           if WS-TD-STATUS not = "35"
               close TERM-DEPOSIT-FILE
           end-if
           if WS-ACCT-STATUS not = "35"
               close ACCT-MASTER-FILE
           end-if
           if WS-CAL-STATUS not = "35"
               close CALENDAR-FILE
           end-if
           close REPORT-FILE

           display "DEPOSITS PAID OUT  : " WS-PAID-COUNT
           display "DEPOSITS ROLLED    : " WS-ROLLED-COUNT
           display "DEPOSITS HELD OVER : " WS-HELD-COUNT
           display WS-SPACES

           goback.

       TD-SCAN-STEP.
           read TERM-DEPOSIT-FILE next record
               at end
                   set END-OF-TD to true
               not at end
                   if TD-ACTIVE
                       perform TD-EXAMINE
                   end-if
           end-read
           exit.

       TD-EXAMINE.
      * the contractual date stays on the record; only the night it
      * pays moves past the weekend
           move TD-MATURITY-DATE to WS-ROLL-DATE
           perform ROLL-TO-BUSINESS-DAY
           if WS-ROLL-DATE > WS-CURRENT-DATE
               exit paragraph
           end-if

           accept WS-CURRENT-TIME from TIME
           move TD-NUMBER to WS-TD-REF
           perform CHECK-MATURITY-IN-LOG
           if INTEREST-ALREADY-POSTED or PRINCIPAL-ALREADY-POSTED
               string "DEPOSIT " TD-NUMBER
                   " PART PAID BY AN EARLIER RUN - FINISHING"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
           end-if
           move "Y" to WS-OK
           perform TD-READ-PAYOUT-ACCOUNT
           if WS-OK = "Y"
               perform TD-MATURE
           end-if
           exit.

       TD-READ-PAYOUT-ACCOUNT.
           move TD-PAYOUT-ACCT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   add 1 to WS-HELD-COUNT
                   string "HELD DEPOSIT " TD-NUMBER
                       " PAYOUT ACCOUNT " TD-PAYOUT-ACCT " NOT FOUND"
                       delimited by size into WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move "N" to WS-OK
           end-read

      * a closed payout account cannot take the money - the deposit
      * stays active and is retried each night until the branch
      * points it somewhere else
           if WS-OK = "Y" and ACCT-CLOSED
               add 1 to WS-HELD-COUNT
               string "HELD DEPOSIT " TD-NUMBER
                   " PAYOUT ACCOUNT " TD-PAYOUT-ACCT " CLOSED"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               move "N" to WS-OK
           end-if
           exit.

       TD-MATURE.
      * fixed simple interest for the whole term at the contract
      * rate, paid once at maturity
           compute WS-TD-INTEREST rounded =
               TD-AMOUNT * TD-RATE * TD-TERM-MONTHS / 1200

           move TD-PAYOUT-ACCT to WT-ACCOUNT
           move WS-TD-REF to WT-REF
           if WS-TD-INTEREST > ZERO
               and not INTEREST-ALREADY-POSTED
               add WS-TD-INTEREST to ACCT-BALANCE
               rewrite ACCT-MASTER-RECORD
               move "TD-INT" to WT-TYPE
               move WS-TD-INTEREST to WT-AMOUNT
               move ACCT-BALANCE to WT-BALANCE
               perform WRITE-TRAN-LOG-ENTRY
               add WS-TD-INTEREST to WS-INTEREST-TOTAL
           end-if

           if TD-ROLL-OVER
               perform TD-ROLL-OVER-POST
           else
               perform TD-PAY-OUT-POST
           end-if
           exit.

       TD-PAY-OUT-POST.
           if not PRINCIPAL-ALREADY-POSTED
               add TD-AMOUNT to ACCT-BALANCE
               rewrite ACCT-MASTER-RECORD
               move "TD-PRIN" to WT-TYPE
               move TD-AMOUNT to WT-AMOUNT
               move ACCT-BALANCE to WT-BALANCE
               perform WRITE-TRAN-LOG-ENTRY
           end-if

      * the deposit closes with its postings, before anything else
      * is done for it
           set TD-MATURED to true
           rewrite TERM-DEPOSIT-RECORD

           add 1 to WS-PAID-COUNT
           add TD-AMOUNT to WS-PRINCIPAL-TOTAL
           move TD-AMOUNT to WS-AMOUNT-DISPLAY
           move WS-TD-INTEREST to WS-AMOUNT-DISPLAY-2
           string "PAID OUT DEPOSIT " TD-NUMBER
               " TO " TD-PAYOUT-ACCT
               " PRIN " WS-AMOUNT-DISPLAY
               " INT " WS-AMOUNT-DISPLAY-2
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           exit.

       TD-ROLL-OVER-POST.
      * the principal stays on deposit for another term of the same
      * length at the same rate; only the interest is paid away, and
      * the new term is written straight after it
           move TD-MATURITY-DATE to TD-START-DATE
           move TD-MATURITY-DATE to WS-DUE-DATE
           perform TD-ADD-TERM-MONTHS
           move WS-DUE-DATE to TD-MATURITY-DATE
           rewrite TERM-DEPOSIT-RECORD

           add 1 to WS-ROLLED-COUNT
           move WS-TD-INTEREST to WS-AMOUNT-DISPLAY
           string "ROLLED DEPOSIT " TD-NUMBER
               " INT " WS-AMOUNT-DISPLAY
               " TO " TD-PAYOUT-ACCT
               " NEW MATURITY " TD-MATURITY-DATE
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           exit.

       CHECK-MATURITY-IN-LOG.
           move "N" to WS-INT-FOUND
           move "N" to WS-PRIN-FOUND
           move "N" to WS-EOF-TRAN
           open input TRAN-LOG-FILE
           if WS-TRAN-STATUS = "00"
               perform CHECK-MATURITY-STEP
                   until END-OF-TRAN
               close TRAN-LOG-FILE
           end-if
           exit.

       CHECK-MATURITY-STEP.
           read TRAN-LOG-FILE
               at end
                   set END-OF-TRAN to true
               not at end
                   if TRAN-DATE = WS-CURRENT-DATE
                       and TRAN-REF = WS-TD-REF
                       evaluate TRAN-TYPE
                           when "TD-INT"
                               set INTEREST-ALREADY-POSTED to true
                           when "TD-PRIN"
                               set PRINCIPAL-ALREADY-POSTED to true
                           when other
                               continue
                       end-evaluate
                   end-if
           end-read
           exit.

       TD-ADD-TERM-MONTHS.
      * move WS-DUE-DATE on by the deposit's term in whole months
           compute WS-MONTH-SERIAL =
               WS-DUE-YYYY * 12 + WS-DUE-MM - 1 + TD-TERM-MONTHS
           divide WS-MONTH-SERIAL by 12 giving WS-DUE-YYYY
               remainder WS-MONTH-REM
           compute WS-DUE-MM = WS-MONTH-REM + 1

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

       ROLL-TO-BUSINESS-DAY.
      * advance WS-ROLL-DATE to the next business day on or after
      * itself. a date with no calendar record counts as a business
      * day; the tries cap keeps a miscoded calendar from looping
           if not CALENDAR-PRESENT
               exit paragraph
           end-if
           move "N" to WS-ROLL-DONE
           move ZERO to WS-ROLL-TRIES
           perform ROLL-ONE-DAY-CHECK
               until ROLL-DONE or WS-ROLL-TRIES > 14
           exit.

       ROLL-ONE-DAY-CHECK.
           add 1 to WS-ROLL-TRIES
           move WS-ROLL-DATE to CAL-DATE
           read CALENDAR-FILE
               invalid key
                   set ROLL-DONE to true
               not invalid key
                   if CAL-NON-BUSINESS
                       compute WS-ROLL-INT =
                           function INTEGER-OF-DATE (WS-ROLL-DATE)
                           + 1
                       compute WS-ROLL-DATE =
                           function DATE-OF-INTEGER (WS-ROLL-INT)
                   else
                       set ROLL-DONE to true
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

       WRITE-REPORT-TRAILER.
           move WS-PRINCIPAL-TOTAL to WS-AMOUNT-DISPLAY
           move WS-INTEREST-TOTAL to WS-AMOUNT-DISPLAY-2
           string "PAID OUT " WS-PAID-COUNT
               " ROLLED " WS-ROLLED-COUNT
               " HELD OVER " WS-HELD-COUNT
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           string "PRINCIPAL RETURNED " WS-AMOUNT-DISPLAY
               " INTEREST PAID " WS-AMOUNT-DISPLAY-2
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

       end program TDMATURE.
