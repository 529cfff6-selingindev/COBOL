       identification division.
           program-id. BILLINTK.
           author. "Arthur Selingin".

      * nightly biller invoice intake: loads the invoices the billers
      * send into BILLSDUE.DAT, the presentment file DO-PAYMENTS shows
      * the customer. reads each biller's invoice file
      * (IVbbbbbbyyyymmdd.DAT, one per biller on BILLERS.DAT - "A"
      * detail records add a new bill, "C" records correct one the
      * customer has not paid yet, the control trailer closes the
      * file). a file whose trailer does not prove against its
      * details, or that the inbound-file register has already seen
      * accepted, loads nothing and fails the run; the other
      * billers' files are still worked. a detail is rejected when
      * its biller code is not the sending biller's, when INV-ACCOUNT
      * is not an open account on ACCT-MASTER, when the amount is
      * zero or negative, when the due date has passed, when an add
      * repeats an INV-KEY already on file with a different account,
      * amount or due date or already paid, or when a correction
      * names a bill that is missing or already paid. an add that
      * finds its own bill open on file exactly as sent was loaded
      * by a run that died before consuming the file - it is counted
      * as already loaded, not sent back. rejects go
      * back to the biller on a response file (IRbbbbbbyyyymmdd.DAT)
      * and onto the intake report (BINTyyyymmdd.RPT). the same run
      * purges paid bills older than the retention period, so the
      * file BILL-SCAN-STEP reads does not grow for ever.

       environment division.

       input-output section.
       file-control.
           select BILLERS-FILE assign to "BILLERS.DAT"
               organization is indexed
               access mode is dynamic
               record key is BILLER-CODE
               file status is WS-BILLER-STATUS.

           select ACCT-MASTER-FILE assign to "ACCTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               file status is WS-ACCT-STATUS.

           select BILLS-DUE-FILE assign to "BILLSDUE.DAT"
               organization is indexed
               access mode is dynamic
               record key is INV-KEY
               file status is WS-BILLS-STATUS.

           select INVOICE-FILE assign to dynamic WS-INV-FILENAME
               organization is line sequential
               file status is WS-INV-STATUS.

           select RESPONSE-FILE assign to dynamic WS-RESP-FILENAME
               organization is line sequential
               file status is WS-RESP-STATUS.

           select BUSDATE-FILE assign to "BUSDATE.DAT"
               organization is line sequential
               file status is WS-BUSDATE-STATUS.

           select INFILE-REGISTER assign to "INFREG.DAT"
               organization is line sequential
               file status is WS-REG-STATUS.

           select REPORT-FILE assign to dynamic WS-REPORT-FILENAME
               organization is line sequential
               file status is WS-REPORT-STATUS.

       data division.
       file section.
       FD BILLERS-FILE.
           COPY BILLERS.

       FD ACCT-MASTER-FILE.
           COPY ACCTMAST.

       FD BILLS-DUE-FILE.
           COPY BILLSDUE.

       FD INVOICE-FILE.
       01 INVOICE-RECORD PIC X(047).

       FD RESPONSE-FILE.
       01 RESPONSE-RECORD PIC X(049).

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD INFILE-REGISTER.
           COPY INFREG.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(080).

       working-storage section.
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-BILLER-STATUS  PIC X(02) VALUE "00".
       01 WS-ACCT-STATUS    PIC X(02) VALUE "00".
       01 WS-BILLS-STATUS   PIC X(02) VALUE "00".
       01 WS-INV-STATUS     PIC X(02) VALUE "00".
       01 WS-RESP-STATUS    PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(02) VALUE "00".
       01 WS-BUSDATE-STATUS PIC X(02) VALUE "00".

       01 WS-INV-FILENAME      PIC X(20).
       01 WS-RESP-FILENAME     PIC X(20).
       01 WS-REPORT-FILENAME   PIC X(20).

       01 WS-CURRENT-DATE      PIC 9(08).
       01 WS-DATE-INT          PIC 9(08).

      * paid bills are kept this many days after payment - long
      * enough for RMTRESP to reopen one the biller rejects - and
      * purged after that
       01 WS-RETAIN-DAYS       PIC 9(03) VALUE 90.
       01 WS-PURGE-CUTOFF      PIC 9(08).

       01 WS-EOF-BILLER        PIC X(01) VALUE "N".
           88 END-OF-BILLER VALUE "Y".
       01 WS-EOF-INV           PIC X(01) VALUE "N".
           88 END-OF-INV VALUE "Y".
       01 WS-EOF-BILL          PIC X(01) VALUE "N".
           88 END-OF-BILL VALUE "Y".

       01 WS-OK                PIC X(01) VALUE "Y".

       01 WS-WORK-BILLER       PIC X(06).

      * the invoice detail as the biller sends it
       01 WS-INV-DETAIL.
           05 IV-TYPE          PIC X(01).
               88 IV-ADD           VALUE "A".
               88 IV-CORRECTION    VALUE "C".
               88 IV-TRAILER       VALUE "T".
           05 IV-BILLER-CODE   PIC X(06).
           05 IV-REFERENCE     PIC X(10).
           05 IV-ACCOUNT       PIC 9(10).
           05 IV-AMOUNT        PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 IV-DUE-DATE      PIC 9(08).

      * the response detail: the rejected invoice echoed back with
      * the reason
       01 WS-RESP-DETAIL.
           05 RV-TYPE          PIC X(01).
           05 RV-BILLER-CODE   PIC X(06).
           05 RV-REFERENCE     PIC X(10).
           05 RV-ACCOUNT       PIC X(10).
           05 RV-AMOUNT        PIC X(12).
           05 RV-DUE-DATE      PIC X(08).
           05 RV-REASON        PIC X(02).
       01 WS-RESP-TRAILER.
           05 RX-TYPE          PIC X(01) VALUE "T".
           05 RX-COUNT         PIC 9(06).

       01 WS-REJECT-REASON     PIC X(02).
           88 RJ-BAD-RECORD        VALUE "RT".
           88 RJ-BILLER            VALUE "BC".
           88 RJ-ACCOUNT           VALUE "AC".
           88 RJ-AMOUNT            VALUE "AM".
           88 RJ-DUE-DATE          VALUE "DD".
           88 RJ-DUPLICATE         VALUE "DU".
           88 RJ-NOT-ON-FILE       VALUE "NF".
           88 RJ-ALREADY-PAID      VALUE "PD".
       01 WS-RESP-OPEN-FLAG    PIC X(01).
           88 RESPONSE-FILE-OPEN VALUE "Y".

      * per-biller and run totals
       01 WS-BILLER-ADDED      PIC 9(06).
       01 WS-BILLER-CORRECTED  PIC 9(06).
       01 WS-BILLER-REJECTED   PIC 9(06).
       01 WS-FILES-READ        PIC 9(04) VALUE ZERO.
       01 WS-ADDED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-ADDED-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01 WS-CORRECTED-COUNT   PIC 9(06) VALUE ZERO.
       01 WS-RELOADED-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-REJECTED-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-PURGED-COUNT      PIC 9(06) VALUE ZERO.

       01 WS-AMOUNT-DISPLAY    PIC -(9)9.99.
       01 WS-TOTAL-DISPLAY     PIC -(11)9.99.
       01 WS-REPORT-LINE       PIC X(080) VALUE SPACES.

      * inbound-file control: the trailer as the sender wrote it,
      * what the details above it really add up to, and the verdict
      * against the inbound-file register
       01 WS-REG-STATUS        PIC X(02) VALUE "00".
           COPY INFTRLR.
       01 WS-INF-NAME          PIC X(24).
       01 WS-INF-PROGRAM       PIC X(08) VALUE "BILLINTK".
       01 WS-INF-RECORD        PIC X(080).
       01 WS-INF-AMOUNT        PIC S9(9)V99.
       01 WS-INF-COUNT         PIC 9(06).
       01 WS-INF-TOTAL         PIC S9(11)V99.
       01 WS-INF-TRAILER-FLAG  PIC X(01).
           88 INF-TRAILER-SEEN VALUE "Y".
       01 WS-INF-VERDICT       PIC X(01).
           88 INF-ACCEPTED VALUE "A".
           88 INF-REFUSED VALUE "R".
           88 INF-EMPTY VALUE "E".
       01 WS-INF-REASON        PIC X(24).
       01 WS-EOF-REG           PIC X(01) VALUE "N".
           88 END-OF-REG VALUE "Y".

       procedure division.
       BILLINTK-RUN.
           display WS-SPACES
           display "BILLER INVOICE INTAKE BATCH - BILLINTK"
           display WS-SPACES

           accept WS-CURRENT-DATE from DATE YYYYMMDD
           perform GET-BUSINESS-DATE
           compute WS-DATE-INT =
               function INTEGER-OF-DATE (WS-CURRENT-DATE)
               - WS-RETAIN-DAYS
           compute WS-PURGE-CUTOFF =
               function DATE-OF-INTEGER (WS-DATE-INT)

           string "BINT" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-REPORT-FILENAME
           open output REPORT-FILE
           string "BILLER INVOICE INTAKE FOR " WS-CURRENT-DATE
               " PURGE PAID BEFORE " WS-PURGE-CUTOFF
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           move "Y" to WS-OK
           open input BILLERS-FILE
           if WS-BILLER-STATUS = "35"
      * no biller reference means no biller can send us invoices -
      * nothing to load, not a failure
               display "NO BILLERS FILE. NOTHING TO LOAD."
               move "NO BILLERS FILE - NOTHING TO LOAD."
                   to WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               move "N" to WS-OK
           end-if
           if WS-OK = "Y" and WS-BILLER-STATUS not = "00"
               display "BILLERS FILE UNAVAILABLE. RUN ABORTED."
               move "BILLERS FILE UNAVAILABLE - RUN ABORTED."
                   to WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               move "N" to WS-OK
               move 8 to RETURN-CODE
           end-if

           if WS-OK = "Y"
               open input ACCT-MASTER-FILE
               if WS-ACCT-STATUS not = "00"
                   display "ACCOUNT FILE UNAVAILABLE. RUN ABORTED."
                   move "ACCOUNT FILE UNAVAILABLE - RUN ABORTED."
                       to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move "N" to WS-OK
                   move 8 to RETURN-CODE
               end-if
           end-if

           if WS-OK = "Y"
               open i-o BILLS-DUE-FILE
               if WS-BILLS-STATUS = "35"
      * the first intake ever creates the presentment file - before
      * it the billers' invoices were keyed into it by hand
                   open output BILLS-DUE-FILE
                   close BILLS-DUE-FILE
                   open i-o BILLS-DUE-FILE
               end-if
               if WS-BILLS-STATUS not = "00"
                   display "BILLS FILE UNAVAILABLE. RUN ABORTED."
                   move "BILLS FILE UNAVAILABLE - RUN ABORTED."
                       to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move "N" to WS-OK
                   move 8 to RETURN-CODE
               end-if
           end-if

           if WS-OK = "Y"
               move "N" to WS-EOF-BILLER
               perform BILLER-SCAN-STEP
                   until END-OF-BILLER
               perform PURGE-PAID-BILLS
           end-if

           if WS-BILLS-STATUS not = "35"
               close BILLS-DUE-FILE
           end-if
           if WS-ACCT-STATUS not = "35"
               close ACCT-MASTER-FILE
           end-if
           if WS-BILLER-STATUS not = "35"
               close BILLERS-FILE
           end-if

           perform WRITE-REPORT-TRAILER
           close REPORT-FILE

           display "INVOICE FILES READ : " WS-FILES-READ
           display "BILLS ADDED        : " WS-ADDED-COUNT
           display "BILLS CORRECTED    : " WS-CORRECTED-COUNT
           display "ALREADY LOADED     : " WS-RELOADED-COUNT
           display "INVOICES REJECTED  : " WS-REJECTED-COUNT
           display "PAID BILLS PURGED  : " WS-PURGED-COUNT
           display WS-SPACES

           goback.

      *----------------------------------------------------------------
      * one invoice file per biller, named like the RP responses
      *----------------------------------------------------------------
       BILLER-SCAN-STEP.
           read BILLERS-FILE next record
               at end
                   set END-OF-BILLER to true
               not at end
                   perform PROCESS-ONE-BILLER
           end-read
           exit.

       PROCESS-ONE-BILLER.
           move BILLER-CODE to WS-WORK-BILLER
           move SPACES to WS-INV-FILENAME
           string "IV" WS-WORK-BILLER WS-CURRENT-DATE ".DAT"
               delimited by size into WS-INV-FILENAME

           perform PROVE-INVOICE-FILE
           if WS-INV-STATUS not = "00" or INF-EMPTY
      * a biller with no invoice file tonight has nothing to bill
               exit paragraph
           end-if
           add 1 to WS-FILES-READ
           if INF-REFUSED
               display "INVOICE FILE " WS-INV-FILENAME
                   " REFUSED - " WS-INF-REASON
               string "BILLER " WS-WORK-BILLER " FILE REFUSED - "
                   WS-INF-REASON
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               exit paragraph
           end-if

           open input INVOICE-FILE
           move ZERO to WS-BILLER-ADDED
           move ZERO to WS-BILLER-CORRECTED
           move ZERO to WS-BILLER-REJECTED
           move "N" to WS-RESP-OPEN-FLAG
           move "N" to WS-EOF-INV
           perform INVOICE-READ-STEP
               until END-OF-INV
           close INVOICE-FILE

           if RESPONSE-FILE-OPEN
               move "T" to RX-TYPE
               move WS-BILLER-REJECTED to RX-COUNT
               write RESPONSE-RECORD from WS-RESP-TRAILER
               close RESPONSE-FILE
           end-if

      * every invoice was loaded or sent back - register the file as
      * worked and consume it, so a rerun does not send tonight's
      * adds back as duplicates
           perform INFILE-REGISTER-ENTRY
           open output INVOICE-FILE
           close INVOICE-FILE

           string "BILLER " WS-WORK-BILLER " " BILLER-NAME
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           string "     ADDED " WS-BILLER-ADDED
               " CORRECTED " WS-BILLER-CORRECTED
               " REJECTED " WS-BILLER-REJECTED
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           exit.

       PROVE-INVOICE-FILE.
           move WS-INV-FILENAME to WS-INF-NAME
           perform INFILE-START-PROOF
           move "N" to WS-EOF-INV
           open input INVOICE-FILE
           if WS-INV-STATUS = "00"
               perform PROVE-INVOICE-STEP
                   until END-OF-INV
               close INVOICE-FILE
               perform INFILE-VERDICT
           end-if
           exit.

       PROVE-INVOICE-STEP.
           read INVOICE-FILE
               at end
                   set END-OF-INV to true
               not at end
                   move INVOICE-RECORD to WS-INF-RECORD
                   move ZERO to WS-INF-AMOUNT
                   if WS-INF-RECORD (1:1) not = "T"
                       move INVOICE-RECORD to WS-INV-DETAIL
                       if IV-AMOUNT is numeric
                           move IV-AMOUNT to WS-INF-AMOUNT
                       end-if
                   end-if
                   perform INFILE-NOTE-RECORD
           end-read
           exit.

       INVOICE-READ-STEP.
           read INVOICE-FILE
               at end
                   set END-OF-INV to true
               not at end
                   move INVOICE-RECORD to WS-INV-DETAIL
                   if not IV-TRAILER
                       perform PROCESS-ONE-INVOICE
                   end-if
           end-read
           exit.

       PROCESS-ONE-INVOICE.
           move SPACES to WS-REJECT-REASON
           perform VALIDATE-INVOICE
           if WS-REJECT-REASON = SPACES
               evaluate true
                   when IV-ADD
                       perform ADD-NEW-BILL
                   when IV-CORRECTION
                       perform CORRECT-OPEN-BILL
               end-evaluate
           end-if
           if WS-REJECT-REASON not = SPACES
               perform REJECT-INVOICE
           end-if
           exit.

       VALIDATE-INVOICE.
           if not IV-ADD and not IV-CORRECTION
               set RJ-BAD-RECORD to true
               exit paragraph
           end-if
           if IV-BILLER-CODE not = WS-WORK-BILLER
               set RJ-BILLER to true
               exit paragraph
           end-if
           if IV-ACCOUNT not numeric
               set RJ-ACCOUNT to true
               exit paragraph
           end-if
           move IV-ACCOUNT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   set RJ-ACCOUNT to true
           end-read
           if WS-REJECT-REASON = SPACES and ACCT-CLOSED
               set RJ-ACCOUNT to true
           end-if
           if WS-REJECT-REASON not = SPACES
               exit paragraph
           end-if
           if IV-AMOUNT not numeric or IV-AMOUNT <= ZERO
               set RJ-AMOUNT to true
               exit paragraph
           end-if
           if IV-DUE-DATE not numeric
               or IV-DUE-DATE < WS-CURRENT-DATE
               set RJ-DUE-DATE to true
           end-if
           exit.

       ADD-NEW-BILL.
           move IV-BILLER-CODE to INV-BILLER-CODE
           move IV-REFERENCE to INV-REFERENCE
           move IV-ACCOUNT to INV-ACCOUNT
           move IV-AMOUNT to INV-AMOUNT-DUE
           move IV-DUE-DATE to INV-DUE-DATE
           set INV-OPEN to true
           move ZERO to INV-PAID-DATE
           write BILL-DUE-RECORD
               invalid key
                   perform CHECK-BILL-ON-FILE
                   exit paragraph
           end-write

           add 1 to WS-BILLER-ADDED
           add 1 to WS-ADDED-COUNT
           add IV-AMOUNT to WS-ADDED-TOTAL
           exit.

       CHECK-BILL-ON-FILE.
      * the key is taken - by this same bill, still open as the
      * biller sent it, when an earlier run loaded it and died before
      * consuming the file; by anything else, a true duplicate
           read BILLS-DUE-FILE
               invalid key
                   set RJ-DUPLICATE to true
                   exit paragraph
           end-read
           if INV-OPEN
               and INV-ACCOUNT = IV-ACCOUNT
               and INV-AMOUNT-DUE = IV-AMOUNT
               and INV-DUE-DATE = IV-DUE-DATE
               add 1 to WS-RELOADED-COUNT
               string "ALREADY LOADED BILL " INV-BILLER-CODE
                   " REF " INV-REFERENCE
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
           else
               set RJ-DUPLICATE to true
           end-if
           exit.

       CORRECT-OPEN-BILL.
      * a correction replaces what the biller is asking for - the
      * paying account, the amount and the due date - on a bill the
      * customer has not settled yet
           move IV-BILLER-CODE to INV-BILLER-CODE
           move IV-REFERENCE to INV-REFERENCE
           read BILLS-DUE-FILE
               invalid key
                   set RJ-NOT-ON-FILE to true
                   exit paragraph
           end-read
           if INV-PAID
               set RJ-ALREADY-PAID to true
               exit paragraph
           end-if

           move INV-AMOUNT-DUE to WS-AMOUNT-DISPLAY
           move IV-ACCOUNT to INV-ACCOUNT
           move IV-AMOUNT to INV-AMOUNT-DUE
           move IV-DUE-DATE to INV-DUE-DATE
           rewrite BILL-DUE-RECORD

           add 1 to WS-BILLER-CORRECTED
           add 1 to WS-CORRECTED-COUNT
           string "CORRECTED BILL " INV-BILLER-CODE
               " REF " INV-REFERENCE
               " WAS " WS-AMOUNT-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           exit.

       REJECT-INVOICE.
           if not RESPONSE-FILE-OPEN
               move SPACES to WS-RESP-FILENAME
               string "IR" WS-WORK-BILLER WS-CURRENT-DATE ".DAT"
                   delimited by size into WS-RESP-FILENAME
               open output RESPONSE-FILE
               set RESPONSE-FILE-OPEN to true
           end-if
           move WS-INV-DETAIL to WS-RESP-DETAIL
           move WS-REJECT-REASON to RV-REASON
           write RESPONSE-RECORD from WS-RESP-DETAIL

           add 1 to WS-BILLER-REJECTED
           add 1 to WS-REJECTED-COUNT
           string "REJECTED " IV-TYPE " " WS-WORK-BILLER
               " REF " IV-REFERENCE
               " ACCT " RV-ACCOUNT
               " REASON " WS-REJECT-REASON
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           exit.

      *----------------------------------------------------------------
      * housekeeping: paid bills past the retention period
      *----------------------------------------------------------------
       PURGE-PAID-BILLS.
           move "N" to WS-EOF-BILL
           move LOW-VALUES to INV-KEY
           start BILLS-DUE-FILE key not < INV-KEY
               invalid key
                   set END-OF-BILL to true
           end-start
           perform PURGE-BILL-STEP
               until END-OF-BILL
           exit.

       PURGE-BILL-STEP.
           read BILLS-DUE-FILE next record
               at end
                   set END-OF-BILL to true
               not at end
                   if INV-PAID
                       and INV-PAID-DATE < WS-PURGE-CUTOFF
                       delete BILLS-DUE-FILE record
                       add 1 to WS-PURGED-COUNT
                   end-if
           end-read
           exit.

      *----------------------------------------------------------------
      * inbound-file control - prove the trailer against the details,
      * refuse a file the register has already seen accepted, and
      * register every verdict. the caller reads the file once,
      * moving each record to WS-INF-RECORD (and a detail's amount
      * to WS-INF-AMOUNT) before INFILE-NOTE-RECORD
      *----------------------------------------------------------------
       INFILE-START-PROOF.
           move ZERO to WS-INF-COUNT
           move ZERO to WS-INF-TOTAL
           move "N" to WS-INF-TRAILER-FLAG
           move SPACES to WS-INF-REASON
           move SPACES to WS-INF-VERDICT
           initialize INFILE-TRAILER
           exit.

       INFILE-NOTE-RECORD.
           evaluate true
               when INF-TRAILER-SEEN
                   move "RECORDS AFTER TRAILER" to WS-INF-REASON
               when WS-INF-RECORD (1:1) = "T"
                   move WS-INF-RECORD to INFILE-TRAILER
                   set INF-TRAILER-SEEN to true
               when other
                   add 1 to WS-INF-COUNT
                   add WS-INF-AMOUNT to WS-INF-TOTAL
           end-evaluate
           exit.

       INFILE-VERDICT.
      * a refused file posts nothing and fails the run, so the
      * window stops until somebody gets the sender to resend
           evaluate true
               when WS-INF-REASON not = SPACES
                   set INF-REFUSED to true
               when not INF-TRAILER-SEEN and WS-INF-COUNT = ZERO
      * an empty file is what a finished run leaves behind
                   set INF-EMPTY to true
               when not INF-TRAILER-SEEN
                   move "NO TRAILER" to WS-INF-REASON
                   set INF-REFUSED to true
               when IFT-COUNT not numeric
                   or IFT-TOTAL not numeric
                   or IFT-CREATED-DATE not numeric
                   move "TRAILER UNREADABLE" to WS-INF-REASON
                   set INF-REFUSED to true
               when IFT-COUNT not = WS-INF-COUNT
                   or IFT-TOTAL not = WS-INF-TOTAL
                   move "TRAILER DOES NOT AGREE" to WS-INF-REASON
                   set INF-REFUSED to true
               when other
                   perform INFILE-CHECK-REGISTER
           end-evaluate
           if INF-REFUSED
               perform INFILE-REGISTER-ENTRY
               move 8 to RETURN-CODE
           end-if
           exit.

       INFILE-CHECK-REGISTER.
           set INF-ACCEPTED to true
           move "N" to WS-EOF-REG
           open input INFILE-REGISTER
           if WS-REG-STATUS = "00"
               perform INFILE-CHECK-REGISTER-STEP
                   until END-OF-REG
               close INFILE-REGISTER
           end-if
           exit.

       INFILE-CHECK-REGISTER-STEP.
           read INFILE-REGISTER
               at end
                   set END-OF-REG to true
               not at end
                   if REG-ACCEPTED
                       and REG-FILE-NAME = WS-INF-NAME
                       and REG-SENDER = IFT-SENDER
                       and REG-CREATED-DATE = IFT-CREATED-DATE
                       and REG-CREATED-TIME = IFT-CREATED-TIME
                       move "ALREADY PROCESSED" to WS-INF-REASON
                       set INF-REFUSED to true
                       set END-OF-REG to true
                   end-if
           end-read
           exit.

       INFILE-REGISTER-ENTRY.
           open extend INFILE-REGISTER
           if WS-REG-STATUS = "35"
      * first inbound file ever worked - create the register empty
      * and reopen it to append
               open output INFILE-REGISTER
               close INFILE-REGISTER
               open extend INFILE-REGISTER
           end-if
           move WS-INF-NAME to REG-FILE-NAME
           move IFT-SENDER to REG-SENDER
           move ZERO to REG-CREATED-DATE
           move ZERO to REG-CREATED-TIME
           move ZERO to REG-COUNT
           move ZERO to REG-TOTAL
           if IFT-CREATED-DATE is numeric
               move IFT-CREATED-DATE to REG-CREATED-DATE
           end-if
           if IFT-CREATED-TIME is numeric
               move IFT-CREATED-TIME to REG-CREATED-TIME
           end-if
           if IFT-COUNT is numeric
               move IFT-COUNT to REG-COUNT
           end-if
           if IFT-TOTAL is numeric
               move IFT-TOTAL to REG-TOTAL
           end-if
           move WS-CURRENT-DATE to REG-RECEIVED-DATE
           accept REG-RECEIVED-TIME from TIME
           move WS-INF-PROGRAM to REG-PROGRAM
           move WS-INF-VERDICT to REG-STATUS
           move WS-INF-REASON to REG-REASON
           write INFILE-REG-RECORD
           close INFILE-REGISTER
           exit.

      *----------------------------------------------------------------
      * shared helpers
      *----------------------------------------------------------------
       WRITE-REPORT-LINE.
           write REPORT-RECORD from WS-REPORT-LINE
           move SPACES to WS-REPORT-LINE
           exit.

       WRITE-REPORT-TRAILER.
           move WS-SPACES to WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           move WS-ADDED-TOTAL to WS-TOTAL-DISPLAY
           string "FILES " WS-FILES-READ
               " ADDED " WS-ADDED-COUNT
               " TOTAL " WS-TOTAL-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           string "CORRECTED " WS-CORRECTED-COUNT
               " REJECTED " WS-REJECTED-COUNT
               " PURGED " WS-PURGED-COUNT
               " ALREADY LOADED " WS-RELOADED-COUNT
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
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

       end program BILLINTK.
