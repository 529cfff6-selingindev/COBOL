      * in DO-PAYMENTS. a detail that matches nothing, or that was
      * already refunded, goes to the exception report
      * (RRSPyyyymmdd.RPT) and posts nothing - no more hand-keyed
      * refunds at the branch. a response file whose trailer does not
      * prove against its details, or that the inbound-file register
      * has already seen accepted, is refused whole and fails the
      * run; the other billers' files are still worked.

       environment division.

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
               organization is line sequential
               file status is WS-RESP-STATUS.

           select INFILE-REGISTER assign to "INFREG.DAT"
               organization is line sequential
               file status is WS-REG-STATUS.

           select REPORT-FILE assign to dynamic WS-REPORT-FILENAME
               organization is line sequential
               file status is WS-REPORT-STATUS.
       FD RECEIPT-SEQ-FILE.
           COPY RCPTSEQ.

       FD ALERT-OUTBOX.
           COPY ALERTS.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD RESPONSE-FILE.
       01 RESPONSE-RECORD PIC X(041).

       FD INFILE-REGISTER.
           COPY INFREG.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(080).

       01 WS-AMOUNT-DISPLAY    PIC -(9)9.99.
       01 WS-REPORT-LINE       PIC X(080) VALUE SPACES.

      * inbound-file control: the trailer as the sender wrote it,
      * what the details above it really add up to, and the verdict
      * against the inbound-file register
       01 WS-REG-STATUS        PIC X(02) VALUE "00".
           COPY INFTRLR.
       01 WS-INF-NAME          PIC X(24).
       01 WS-INF-PROGRAM       PIC X(08) VALUE "RMTRESP".
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

      * customer alert for the outbox - WRITE-ALERT-ENTRY stamps
      * the rest
       01 WS-ALR-STATUS        PIC X(02) VALUE "00".
       01 WS-ALERT-WORK.
           05 WA-CUST-ID       PIC 9(06).
           05 WA-ACCOUNT       PIC 9(10).
           05 WA-EVENT         PIC X(10).
           05 WA-AMOUNT        PIC S9(9)V99.
       01 WS-ALR-SOURCE        PIC X(08) VALUE "RMTRESP".
       01 WS-ALR-WRITTEN-FLAG  PIC X(01).
           88 ALERT-WRITTEN VALUE "Y".

       procedure division.
       RMTRESP-RUN.
           display WS-SPACES
           string "RP" WS-WORK-BILLER WS-CURRENT-DATE ".DAT"
               delimited by size into WS-RESP-FILENAME

           perform PROVE-RESPONSE-FILE
           if WS-RESP-STATUS not = "00" or INF-EMPTY
      * a biller with no response file tonight simply has not
      * answered yet - their rejects will come on a later night
               exit paragraph
           end-if
           add 1 to WS-FILES-READ
           if INF-REFUSED
               add 1 to WS-EXCEPTION-COUNT
               display "RESPONSE FILE " WS-RESP-FILENAME
                   " REFUSED - " WS-INF-REASON
               string "EXCEPTION FILE REFUSED " WS-RESP-FILENAME
                   " " WS-INF-REASON
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               exit paragraph
           end-if

           open input RESPONSE-FILE
           move "N" to WS-EOF-RESP
           perform RESPONSE-READ-STEP
               until END-OF-RESP
           close RESPONSE-FILE

      * every detail was worked - register the file and consume it,
      * so a rerun forced by another biller's refused file finds it
      * empty instead of refusing it as already processed
           perform INFILE-REGISTER-ENTRY
           open output RESPONSE-FILE
           close RESPONSE-FILE
           exit.

       PROVE-RESPONSE-FILE.
           move WS-RESP-FILENAME to WS-INF-NAME
           perform INFILE-START-PROOF
           move "N" to WS-EOF-RESP
           open input RESPONSE-FILE
           if WS-RESP-STATUS = "00"
               perform PROVE-RESPONSE-STEP
                   until END-OF-RESP
               close RESPONSE-FILE
               perform INFILE-VERDICT
           end-if
           exit.

       PROVE-RESPONSE-STEP.
           read RESPONSE-FILE
               at end
                   set END-OF-RESP to true
               not at end
                   move RESPONSE-RECORD to WS-INF-RECORD
                   if WS-INF-RECORD (1:1) not = "T"
                       move RESPONSE-RECORD to WS-RESP-DETAIL
                       move RS-AMOUNT to WS-INF-AMOUNT
                   end-if
                   perform INFILE-NOTE-RECORD
           end-read
           exit.

       RESPONSE-READ-STEP.
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY

      * the customer learns the bill is still unpaid now, while
      * there is time to pay it another way
           move ACCT-CUST-ID to WA-CUST-ID
           move RS-ACCOUNT to WA-ACCOUNT
           move "PAYMENT-RJ" to WA-EVENT
           move RS-AMOUNT to WA-AMOUNT
           perform WRITE-ALERT-ENTRY

           perform REOPEN-BILL

           add 1 to WS-REFUNDED-COUNT
           perform WRITE-REPORT-LINE
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

       end program RMTRESP.
