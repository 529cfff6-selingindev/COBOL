       identification division.
           program-id. LIENSWP.
           author. "Arthur Selingin".

      * nightly lien sweep batch: for every active lien whose order
      * says to remit, moves the liened money that is actually on
      * the account - cleared balance, not held deposits, never the
      * overdraft - to the issuing authority's beneficiary account,
      * as a LIEN-DR on the customer and a LIEN-CR on the authority.
      * a lien that cannot be met in full tonight takes what there
      * is and stays active for the next night; one remitted in full
      * is marked satisfied. liens rank in lien number order, so a
      * later order never sweeps money an earlier one has frozen.
      * writes the night's sweeps to LNSWyyyymmdd.RPT and the list
      * of liens still active for the legal department to
      * LIENyyyymmdd.RPT.

       environment division.

       input-output section.
       file-control.
           select LIENS-FILE assign to "LIENS.DAT"
               organization is indexed
               access mode is dynamic
               record key is LIEN-ID
               file status is WS-LIEN-STATUS.

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

           select TRAN-LOG-FILE assign to "TRANLOG.DAT"
               organization is line sequential
               file status is WS-TRAN-STATUS.

           select RECEIPT-SEQ-FILE assign to "RCPTSEQ.DAT"
               organization is line sequential
               file status is WS-RSEQ-STATUS.

           select BUSDATE-FILE assign to "BUSDATE.DAT"
               organization is line sequential
               file status is WS-BUSDATE-STATUS.

           select REPORT-FILE assign to dynamic WS-REPORT-FILENAME
               organization is line sequential
               file status is WS-REPORT-STATUS.

           select ACTIVE-FILE assign to dynamic WS-ACTIVE-FILENAME
               organization is line sequential
               file status is WS-ACTIVE-STATUS.

       data division.
       file section.
       FD LIENS-FILE.
           COPY LIENS.

       FD ACCT-MASTER-FILE.
           COPY ACCTMAST.

       FD HOLDS-FILE.
           COPY HOLDS.

       FD TRAN-LOG-FILE.
           COPY TRANLOG.

       FD RECEIPT-SEQ-FILE.
           COPY RCPTSEQ.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(080).

       FD ACTIVE-FILE.
       01 ACTIVE-RECORD PIC X(080).

       working-storage section.
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-LIEN-STATUS    PIC X(02) VALUE "00".
       01 WS-ACCT-STATUS    PIC X(02) VALUE "00".
       01 WS-TRAN-STATUS    PIC X(02) VALUE "00".
      * receipt numbering off the shared sequence card - set by
      * GET-NEXT-RECEIPT-NUMBER for every posting leg written here
       01 WS-RSEQ-STATUS    PIC X(02) VALUE "00".
       01 WS-RECEIPT-NO     PIC 9(10) VALUE ZERO.
       01 WS-REPORT-STATUS  PIC X(02) VALUE "00".
       01 WS-ACTIVE-STATUS  PIC X(02) VALUE "00".
       01 WS-BUSDATE-STATUS PIC X(02) VALUE "00".

       01 WS-REPORT-FILENAME   PIC X(20).
       01 WS-ACTIVE-FILENAME   PIC X(20).

       01 WS-CURRENT-DATE      PIC 9(08).
       01 WS-CURRENT-TIME      PIC 9(08).

      * parameters for the shared transaction-log writer, set by the
      * caller immediately before "perform WRITE-TRAN-LOG-ENTRY"
       01 WT-TYPE              PIC X(12).
       01 WT-ACCOUNT           PIC 9(10).
       01 WT-AMOUNT            PIC S9(9)V99.
       01 WT-REF               PIC X(10).
       01 WT-BALANCE           PIC S9(9)V99.

       01 WS-OK                PIC X(01) VALUE "Y".
       01 WS-EOF-LIEN          PIC X(01) VALUE "N".
           88 END-OF-LIEN VALUE "Y".
       01 WS-EOF-PRIOR         PIC X(01) VALUE "N".
           88 END-OF-PRIOR VALUE "Y".

      * deposit-hold work area - held deposits are not yet good
      * money and are never swept
       01 WS-HOLD-STATUS       PIC X(02) VALUE "00".
       01 WS-HOLD-SCAN-ACCT    PIC 9(10).
       01 WS-OPEN-HOLDS        PIC S9(9)V99 VALUE ZERO.
       01 WS-EOF-HOLD          PIC X(01) VALUE "N".
           88 END-OF-HOLD VALUE "Y".

      * the lien in hand, kept across the pass over the liens that
      * rank ahead of it
       01 WS-LIEN-KEY-SAVE     PIC 9(10).
       01 WS-LIEN-ACCT-SAVE    PIC 9(10).
       01 WS-LIEN-REF          PIC X(10).
       01 WS-PRIOR-LIENS       PIC S9(9)V99 VALUE ZERO.
       01 WS-OUTSTANDING       PIC S9(9)V99 VALUE ZERO.
       01 WS-SWEEPABLE         PIC S9(9)V99 VALUE ZERO.
       01 WS-SWEEP-AMOUNT      PIC S9(9)V99 VALUE ZERO.

      * rerun guard: a lien already remitted against tonight is
      * stamped with the business date. a crash between the debit
      * and the lien rewrite leaves no stamp but a LIEN-DR in the
      * log - the rerun finishes that sweep instead of taking the
      * money a second time
       01 WS-EOF-TRAN          PIC X(01) VALUE "N".
           88 END-OF-TRAN VALUE "Y".
       01 WS-DEBIT-FOUND       PIC X(01) VALUE "N".
           88 DEBIT-ALREADY-POSTED VALUE "Y".
       01 WS-CREDIT-FOUND      PIC X(01) VALUE "N".
           88 CREDIT-ALREADY-POSTED VALUE "Y".
       01 WS-DEBIT-AMOUNT      PIC S9(9)V99 VALUE ZERO.

      * run totals for the report trailers
       01 WS-SWEPT-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-SWEPT-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01 WS-SATISFIED-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-UNSWEPT-COUNT     PIC 9(05) VALUE ZERO.
       01 WS-ACTIVE-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-ACTIVE-TOTAL      PIC S9(11)V99 VALUE ZERO.

       01 WS-AMOUNT-DISPLAY    PIC -(9)9.99.
       01 WS-AMOUNT-DISPLAY-2  PIC -(9)9.99.
       01 WS-AMOUNT-DISPLAY-3  PIC -(9)9.99.
       01 WS-TOTAL-DISPLAY     PIC -(11)9.99.
       01 WS-REPORT-LINE       PIC X(080) VALUE SPACES.

       procedure division.
       LIENSWP-RUN.
           display WS-SPACES
           display "NIGHTLY LIEN SWEEP BATCH - LIENSWP"
           display WS-SPACES

           perform SET-CURRENT-DATE-TIME
           perform GET-BUSINESS-DATE

           string "LNSW" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-REPORT-FILENAME
           open output REPORT-FILE
           string "LIEN" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-ACTIVE-FILENAME
           open output ACTIVE-FILE

           string "LIEN SWEEP RUN FOR " WS-CURRENT-DATE
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           string "ACTIVE LIENS AS AT " WS-CURRENT-DATE
               delimited by size into WS-REPORT-LINE
           perform WRITE-ACTIVE-LINE

           move "Y" to WS-OK
           open i-o LIENS-FILE
           evaluate true
               when WS-LIEN-STATUS = "35"
      * no liens file just means no order was ever recorded -
      * nothing to sweep, not a failure
                   display "NO LIENS FILE. NOTHING TO SWEEP."
                   move "NO LIENS FILE." to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move "N" to WS-OK
               when WS-LIEN-STATUS not = "00"
                   display "LIENS FILE UNAVAILABLE. RUN ABORTED."
                   move "LIENS FILE UNAVAILABLE - ABORTED."
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
               move "N" to WS-EOF-LIEN
               perform LIEN-SCAN-STEP
                   until END-OF-LIEN
           end-if
           perform WRITE-REPORT-TRAILER

      * the active-liens pass reads the file again from the top, so
      * it shows every lien as tonight's sweeps left it
           if WS-OK = "Y"
               move ZERO to LIEN-ID
               start LIENS-FILE key is >= LIEN-ID
                   invalid key
                       set END-OF-LIEN to true
                   not invalid key
                       move "N" to WS-EOF-LIEN
               end-start
               perform ACTIVE-SCAN-STEP
                   until END-OF-LIEN
           end-if
           perform WRITE-ACTIVE-TRAILER

           if WS-LIEN-STATUS not = "35"
               close LIENS-FILE
           end-if
           if WS-ACCT-STATUS not = "35"
               close ACCT-MASTER-FILE
           end-if
           close REPORT-FILE
           close ACTIVE-FILE

           move WS-SWEPT-TOTAL to WS-TOTAL-DISPLAY
           display "LIENS SWEPT    : " WS-SWEPT-COUNT
           display "AMOUNT REMITTED: " WS-TOTAL-DISPLAY
           display "LIENS SATISFIED: " WS-SATISFIED-COUNT
           display "NOTHING TO SWEEP: " WS-UNSWEPT-COUNT
           display "LIENS ACTIVE   : " WS-ACTIVE-COUNT
           display WS-SPACES

           goback.

       LIEN-SCAN-STEP.
           read LIENS-FILE next record
               at end
                   set END-OF-LIEN to true
               not at end
                   if LIEN-ACTIVE and LIEN-TO-REMIT
                       and LIEN-LAST-SWEEP not = WS-CURRENT-DATE
                       perform LIEN-SWEEP-ONE
                   end-if
           end-read
           exit.

      *----------------------------------------------------------------
      * sweeping one lien
      *----------------------------------------------------------------
       LIEN-SWEEP-ONE.
           move LIEN-ID to WS-LIEN-KEY-SAVE
           move LIEN-ACCOUNT to WS-LIEN-ACCT-SAVE
           move LIEN-ID to WS-LIEN-REF

      * what the liens ranking ahead still freeze on the same
      * account is theirs, not this lien's
           perform SUM-PRIOR-LIENS

      * back onto the lien in hand; the sequential pass resumes
      * after it once it is done
           move WS-LIEN-KEY-SAVE to LIEN-ID
           read LIENS-FILE
               invalid key
                   set END-OF-LIEN to true
                   exit paragraph
           end-read

           perform CHECK-SWEEP-IN-LOG
           if DEBIT-ALREADY-POSTED
               move WS-DEBIT-AMOUNT to WS-SWEEP-AMOUNT
               perform LIEN-FINISH-SWEEP
           else
               perform LIEN-SWEEP-FUNDS
           end-if

           move WS-LIEN-KEY-SAVE to LIEN-ID
           start LIENS-FILE key is > LIEN-ID
               invalid key
                   set END-OF-LIEN to true
           end-start
           exit.

       SUM-PRIOR-LIENS.
           move ZERO to WS-PRIOR-LIENS
           move "N" to WS-EOF-PRIOR
           move ZERO to LIEN-ID
           start LIENS-FILE key is >= LIEN-ID
               invalid key
                   set END-OF-PRIOR to true
           end-start
           perform SUM-PRIOR-LIENS-STEP
               until END-OF-PRIOR
           exit.

       SUM-PRIOR-LIENS-STEP.
           read LIENS-FILE next record
               at end
                   set END-OF-PRIOR to true
               not at end
                   if LIEN-ID >= WS-LIEN-KEY-SAVE
                       set END-OF-PRIOR to true
                   else
                       if LIEN-ACTIVE
                           and LIEN-ACCOUNT = WS-LIEN-ACCT-SAVE
                           compute WS-PRIOR-LIENS = WS-PRIOR-LIENS
                               + LIEN-AMOUNT - LIEN-REMITTED
                       end-if
                   end-if
           end-read
           exit.

       LIEN-SWEEP-FUNDS.
           compute WS-OUTSTANDING = LIEN-AMOUNT - LIEN-REMITTED

           move LIEN-BENEF-ACCT to ACCT-NUMBER
           move "Y" to WS-OK
           read ACCT-MASTER-FILE
               invalid key
                   move "N" to WS-OK
           end-read
           if WS-OK = "N" or not ACCT-ACTIVE
               add 1 to WS-UNSWEPT-COUNT
               string "NOT SWEPT LIEN " LIEN-ID
                   " BENEFICIARY " LIEN-BENEF-ACCT " NOT ACTIVE"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               move "Y" to WS-OK
               exit paragraph
           end-if

           move LIEN-ACCOUNT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   move "N" to WS-OK
           end-read
           if WS-OK = "N"
               add 1 to WS-UNSWEPT-COUNT
               string "NOT SWEPT LIEN " LIEN-ID
                   " ACCOUNT " LIEN-ACCOUNT " NOT FOUND"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               move "Y" to WS-OK
               exit paragraph
           end-if

      * cleared money only: the balance less open holds and less
      * what earlier liens freeze. the overdraft is never swept
           move LIEN-ACCOUNT to WS-HOLD-SCAN-ACCT
           perform SUM-OPEN-HOLDS
           compute WS-SWEEPABLE = ACCT-BALANCE - WS-OPEN-HOLDS
               - WS-PRIOR-LIENS
           if WS-SWEEPABLE > WS-OUTSTANDING
               move WS-OUTSTANDING to WS-SWEEP-AMOUNT
           else
               move WS-SWEEPABLE to WS-SWEEP-AMOUNT
           end-if
           if WS-SWEEP-AMOUNT <= ZERO
               add 1 to WS-UNSWEPT-COUNT
               move WS-OUTSTANDING to WS-AMOUNT-DISPLAY
               string "NOT SWEPT LIEN " LIEN-ID
                   " NO CLEARED FUNDS ON " LIEN-ACCOUNT
                   " OWED " WS-AMOUNT-DISPLAY
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               exit paragraph
           end-if

           subtract WS-SWEEP-AMOUNT from ACCT-BALANCE
           rewrite ACCT-MASTER-RECORD
           move "LIEN-DR" to WT-TYPE
           move LIEN-ACCOUNT to WT-ACCOUNT
           move WS-SWEEP-AMOUNT to WT-AMOUNT
           move WS-LIEN-REF to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY

           move "N" to WS-CREDIT-FOUND
           perform LIEN-FINISH-SWEEP
           exit.

       LIEN-FINISH-SWEEP.
      * the credit leg, unless a crashed run already posted it, then
      * the lien itself
           if not CREDIT-ALREADY-POSTED
               move LIEN-BENEF-ACCT to ACCT-NUMBER
               read ACCT-MASTER-FILE
                   invalid key
                       move "N" to WS-OK
               end-read
               if WS-OK = "Y"
                   add WS-SWEEP-AMOUNT to ACCT-BALANCE
                   rewrite ACCT-MASTER-RECORD
                   move "LIEN-CR" to WT-TYPE
                   move LIEN-BENEF-ACCT to WT-ACCOUNT
                   move WS-SWEEP-AMOUNT to WT-AMOUNT
                   move WS-LIEN-REF to WT-REF
                   move ACCT-BALANCE to WT-BALANCE
                   perform WRITE-TRAN-LOG-ENTRY
               else
                   display "BENEFICIARY " LIEN-BENEF-ACCT
                       " LOST FOR LIEN " LIEN-ID ". RUN ABORTED."
                   move 8 to RETURN-CODE
                   set END-OF-LIEN to true
                   exit paragraph
               end-if
           end-if

           add WS-SWEEP-AMOUNT to LIEN-REMITTED
           move WS-CURRENT-DATE to LIEN-LAST-SWEEP
           if LIEN-REMITTED >= LIEN-AMOUNT
               set LIEN-SATISFIED to true
               move WS-CURRENT-DATE to LIEN-CLOSED-DATE
               add 1 to WS-SATISFIED-COUNT
           end-if
           rewrite LIEN-RECORD

           add 1 to WS-SWEPT-COUNT
           add WS-SWEEP-AMOUNT to WS-SWEPT-TOTAL
           move WS-SWEEP-AMOUNT to WS-AMOUNT-DISPLAY
           string "SWEPT LIEN " LIEN-ID
               " FROM " LIEN-ACCOUNT " TO " LIEN-BENEF-ACCT
               " " WS-AMOUNT-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           if LIEN-SATISFIED
               string "      ORDER " LIEN-ORDER-REF " SATISFIED"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
           end-if
           exit.

       CHECK-SWEEP-IN-LOG.
           move "N" to WS-DEBIT-FOUND
           move "N" to WS-CREDIT-FOUND
           move ZERO to WS-DEBIT-AMOUNT
           move "N" to WS-EOF-TRAN
           open input TRAN-LOG-FILE
           if WS-TRAN-STATUS = "00"
               perform CHECK-SWEEP-STEP
                   until END-OF-TRAN
               close TRAN-LOG-FILE
           end-if
           exit.

       CHECK-SWEEP-STEP.
           read TRAN-LOG-FILE
               at end
                   set END-OF-TRAN to true
               not at end
                   if TRAN-DATE = WS-CURRENT-DATE
                       and TRAN-REF = WS-LIEN-REF
                       evaluate TRAN-TYPE
                           when "LIEN-DR"
                               set DEBIT-ALREADY-POSTED to true
                               move TRAN-AMOUNT to WS-DEBIT-AMOUNT
                           when "LIEN-CR"
                               set CREDIT-ALREADY-POSTED to true
                           when other
                               continue
                       end-evaluate
                   end-if
           end-read
           exit.

      *----------------------------------------------------------------
      * active liens report for the legal department
      *----------------------------------------------------------------
       ACTIVE-SCAN-STEP.
           read LIENS-FILE next record
               at end
                   set END-OF-LIEN to true
               not at end
                   if LIEN-ACTIVE
                       perform ACTIVE-REPORT-LIEN
                   end-if
           end-read
           exit.

       ACTIVE-REPORT-LIEN.
           compute WS-OUTSTANDING = LIEN-AMOUNT - LIEN-REMITTED
           add 1 to WS-ACTIVE-COUNT
           add WS-OUTSTANDING to WS-ACTIVE-TOTAL

           string "LIEN " LIEN-ID
               " ACCOUNT " LIEN-ACCOUNT
               " PLACED " LIEN-PLACED-DATE
               " REMIT " LIEN-REMIT
               delimited by size into WS-REPORT-LINE
           perform WRITE-ACTIVE-LINE
           string "     ORDER " LIEN-ORDER-REF
               " BY " LIEN-AUTHORITY
               delimited by size into WS-REPORT-LINE
           perform WRITE-ACTIVE-LINE
           move LIEN-AMOUNT to WS-AMOUNT-DISPLAY
           move LIEN-REMITTED to WS-AMOUNT-DISPLAY-2
           move WS-OUTSTANDING to WS-AMOUNT-DISPLAY-3
           string "     AMOUNT " WS-AMOUNT-DISPLAY
               " REMITTED " WS-AMOUNT-DISPLAY-2
               " FROZEN " WS-AMOUNT-DISPLAY-3
               delimited by size into WS-REPORT-LINE
           perform WRITE-ACTIVE-LINE
           exit.

      *----------------------------------------------------------------
      * shared helpers
      *----------------------------------------------------------------
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

       WRITE-REPORT-LINE.
           write REPORT-RECORD from WS-REPORT-LINE
           move SPACES to WS-REPORT-LINE
           exit.

       WRITE-ACTIVE-LINE.
           write ACTIVE-RECORD from WS-REPORT-LINE
           move SPACES to WS-REPORT-LINE
           exit.

       WRITE-REPORT-TRAILER.
           move WS-SWEPT-TOTAL to WS-TOTAL-DISPLAY
           string "LIENS SWEPT " WS-SWEPT-COUNT
               " REMITTED " WS-TOTAL-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           string "SATISFIED " WS-SATISFIED-COUNT
               " NOT SWEPT " WS-UNSWEPT-COUNT
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           exit.

       WRITE-ACTIVE-TRAILER.
           move WS-ACTIVE-TOTAL to WS-TOTAL-DISPLAY
           string "ACTIVE LIENS " WS-ACTIVE-COUNT
               " STILL FROZEN " WS-TOTAL-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-ACTIVE-LINE
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

       end program LIENSWP.
