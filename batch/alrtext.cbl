       identification division.
           program-id. ALRTEXT.
           author. "Arthur Selingin".

      * nightly customer alert extract: walks the ALERT-OUTBOX
      * (ALERTS.DAT) that the posting programs fill during the day
      * and hands every pending alert to the SMS/e-mail vendor in a
      * fixed-format file (ALRVyyyymmdd.DAT, detail records plus a
      * count trailer), addressed with the name on CUSTOMER-MASTER.
      * each alert handed over is marked sent with the business
      * date, so it never goes out twice; a rerun of the same night
      * rebuilds the same file from the alerts already marked with
      * tonight's date. an alert whose customer is not on file is
      * marked undeliverable and listed on ALRTyyyymmdd.RPT. sent
      * and undeliverable alerts are purged once past retention.

       environment division.

       input-output section.
       file-control.
           select ALERT-OUTBOX assign to "ALERTS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ALR-KEY
               file status is WS-ALR-STATUS.

           select CUSTOMER-FILE assign to "CUSTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is CUST-ID
               file status is WS-CUST-STATUS.

           select BUSDATE-FILE assign to "BUSDATE.DAT"
               organization is line sequential
               file status is WS-BUSDATE-STATUS.

           select VENDOR-FILE assign to dynamic WS-VENDOR-FILENAME
               organization is line sequential
               file status is WS-VENDOR-STATUS.

           select REPORT-FILE assign to dynamic WS-REPORT-FILENAME
               organization is line sequential
               file status is WS-REPORT-STATUS.

       data division.
       file section.
       FD ALERT-OUTBOX.
           COPY ALERTS.

       FD CUSTOMER-FILE.
           COPY CUSTMAST.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD VENDOR-FILE.
       01 VENDOR-RECORD PIC X(090).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(080).

       working-storage section.
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-ALR-STATUS     PIC X(02) VALUE "00".
       01 WS-CUST-STATUS    PIC X(02) VALUE "00".
       01 WS-VENDOR-STATUS  PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(02) VALUE "00".
       01 WS-BUSDATE-STATUS PIC X(02) VALUE "00".

       01 WS-VENDOR-FILENAME   PIC X(20).
       01 WS-REPORT-FILENAME   PIC X(20).

       01 WS-CURRENT-DATE      PIC 9(08).
       01 WS-DATE-INT          PIC 9(08).

      * sent and undeliverable alerts are kept this many days for
      * customer queries before purge
       01 WS-RETAIN-DAYS       PIC 9(03) VALUE 90.
       01 WS-PURGE-CUTOFF      PIC 9(08).

       01 WS-OK                PIC X(01) VALUE "Y".

       01 WS-CUST-FOUND-FLAG   PIC X(01).
           88 CUSTOMER-FOUND VALUE "Y".

       01 WS-EOF-ALR           PIC X(01) VALUE "N".
           88 END-OF-ALR VALUE "Y".

       01 WS-SENT-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-UNDELIV-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-PURGED-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-KEPT-COUNT        PIC 9(06) VALUE ZERO.

      * fixed-format vendor records: detail then trailer
       01 VENDOR-DETAIL.
           05 VD-TYPE          PIC X(01) VALUE "D".
           05 VD-CUST-ID       PIC 9(06).
           05 VD-CUST-NAME     PIC X(30).
           05 VD-ACCOUNT       PIC 9(10).
           05 VD-EVENT         PIC X(10).
           05 VD-AMOUNT        PIC S9(09)V99
                   sign is leading separate.
           05 VD-DATE          PIC 9(08).
           05 VD-TIME          PIC 9(08).
       01 VENDOR-TRAILER.
           05 VT-TYPE          PIC X(01) VALUE "T".
           05 VT-COUNT         PIC 9(06).
           05 VT-DATE          PIC 9(08).

       01 WS-AMOUNT-DISPLAY    PIC -(9)9.99.
       01 WS-REPORT-LINE       PIC X(080) VALUE SPACES.

       procedure division.
       ALRTEXT-RUN.
           display WS-SPACES
           display "CUSTOMER ALERT VENDOR EXTRACT - ALRTEXT"
           display WS-SPACES

           accept WS-CURRENT-DATE from DATE YYYYMMDD
           perform GET-BUSINESS-DATE
           compute WS-DATE-INT =
               function INTEGER-OF-DATE (WS-CURRENT-DATE)
               - WS-RETAIN-DAYS
           compute WS-PURGE-CUTOFF =
               function DATE-OF-INTEGER (WS-DATE-INT)

           string "ALRT" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-REPORT-FILENAME
           open output REPORT-FILE
           string "CUSTOMER ALERTS EXTRACTED FOR " WS-CURRENT-DATE
               " PURGE BEFORE " WS-PURGE-CUTOFF
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           move "Y" to WS-OK
           open i-o ALERT-OUTBOX
           evaluate true
               when WS-ALR-STATUS = "35"
      * no outbox yet just means nothing has raised an alert yet -
      * the vendor still gets tonight's (empty) file
                   display "NO ALERT OUTBOX YET. NOTHING TO SEND."
                   move "NO ALERT OUTBOX ON HAND." to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   perform VENDOR-FILE-OPEN
                   perform VENDOR-FILE-CLOSE
                   move "N" to WS-OK
               when WS-ALR-STATUS not = "00"
      * an outbox that will not open must not pass for a quiet day
      * - the customers' alerts would silently never go out
                   display "ALERT OUTBOX UNAVAILABLE. RUN ABORTED."
                   move "ALERT OUTBOX UNAVAILABLE - RUN ABORTED."
                       to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move "N" to WS-OK
                   move 8 to RETURN-CODE
           end-evaluate

           if WS-OK = "Y"
               open input CUSTOMER-FILE
               if WS-CUST-STATUS not = "00"
      * without the customer master no alert can be addressed -
      * leave them all pending for a night when it opens, rather
      * than mark every one undeliverable
                   display "CUSTOMER FILE UNAVAILABLE. RUN ABORTED."
                   move "CUSTOMER FILE UNAVAILABLE - RUN ABORTED."
                       to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move "N" to WS-OK
                   move 8 to RETURN-CODE
               end-if
           end-if

           if WS-OK = "Y"
               perform VENDOR-FILE-OPEN
               perform ALR-SCAN-STEP
                   until END-OF-ALR
               perform VENDOR-FILE-CLOSE
           end-if

           if WS-ALR-STATUS not = "35"
               close ALERT-OUTBOX
           end-if
           if WS-OK = "Y"
               close CUSTOMER-FILE
           end-if

           string "SENT " WS-SENT-COUNT
               " UNDELIVERABLE " WS-UNDELIV-COUNT
               " PURGED " WS-PURGED-COUNT
               " KEPT " WS-KEPT-COUNT
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           close REPORT-FILE

           display "ALERTS SENT        : " WS-SENT-COUNT
           display "UNDELIVERABLE      : " WS-UNDELIV-COUNT
           display "ALERTS PURGED      : " WS-PURGED-COUNT
           display "ALERTS KEPT        : " WS-KEPT-COUNT
           display WS-SPACES

           goback.

       VENDOR-FILE-OPEN.
           string "ALRV" WS-CURRENT-DATE ".DAT"
               delimited by size into WS-VENDOR-FILENAME
           open output VENDOR-FILE
           exit.

       VENDOR-FILE-CLOSE.
           move "T" to VT-TYPE
           move WS-SENT-COUNT to VT-COUNT
           move WS-CURRENT-DATE to VT-DATE
           write VENDOR-RECORD from VENDOR-TRAILER
           close VENDOR-FILE
           exit.

      *----------------------------------------------------------------
      * walk the outbox: send the pending, resend tonight's on a
      * rerun, purge what has aged out
      *----------------------------------------------------------------
       ALR-SCAN-STEP.
           read ALERT-OUTBOX next record
               at end
                   set END-OF-ALR to true
               not at end
                   perform ALR-EXAMINE-ONE
           end-read
           exit.

       ALR-EXAMINE-ONE.
           evaluate true
               when ALR-PENDING
                   perform ALR-SEND-ONE
               when ALR-SENT
                   and ALR-SENT-DATE = WS-CURRENT-DATE
      * already handed over tonight - this is a rerun, and the file
      * being rebuilt must carry it again
                   perform ALR-RESEND-ONE
               when (ALR-SENT or ALR-UNDELIVERABLE)
                   and ALR-SENT-DATE < WS-PURGE-CUTOFF
                   add 1 to WS-PURGED-COUNT
                   delete ALERT-OUTBOX record
               when other
                   add 1 to WS-KEPT-COUNT
           end-evaluate
           exit.

       ALR-SEND-ONE.
           perform ALR-LOOKUP-CUSTOMER
           if CUSTOMER-FOUND
               perform ALR-WRITE-DETAIL
               move "S" to ALR-STATUS
               move WS-CURRENT-DATE to ALR-SENT-DATE
               rewrite ALERT-RECORD
           else
               perform ALR-UNDELIVERABLE-ONE
           end-if
           exit.

       ALR-RESEND-ONE.
      * the customer was on file when it went out tonight - a name
      * gone since is sent blank rather than dropped from the rebuild
           perform ALR-LOOKUP-CUSTOMER
           if not CUSTOMER-FOUND
               move SPACES to CUST-NAME
           end-if
           perform ALR-WRITE-DETAIL
           exit.

       ALR-LOOKUP-CUSTOMER.
           move ALR-CUST-ID to CUST-ID
           set CUSTOMER-FOUND to true
           read CUSTOMER-FILE
               invalid key
                   move "N" to WS-CUST-FOUND-FLAG
           end-read
           exit.

       ALR-WRITE-DETAIL.
           move "D" to VD-TYPE
           move ALR-CUST-ID to VD-CUST-ID
           move CUST-NAME to VD-CUST-NAME
           move ALR-ACCOUNT to VD-ACCOUNT
           move ALR-EVENT to VD-EVENT
           move ALR-AMOUNT to VD-AMOUNT
           move ALR-DATE to VD-DATE
           move ALR-TIME to VD-TIME
           write VENDOR-RECORD from VENDOR-DETAIL
           add 1 to WS-SENT-COUNT
           exit.

       ALR-UNDELIVERABLE-ONE.
      * nobody on file to send it to - keep it for the trail and
      * tell the branch, but never offer it to the vendor again
           add 1 to WS-UNDELIV-COUNT
           move "U" to ALR-STATUS
           move WS-CURRENT-DATE to ALR-SENT-DATE
           rewrite ALERT-RECORD
           move ALR-AMOUNT to WS-AMOUNT-DISPLAY
           string "UNDELIVERABLE " ALR-EVENT
               " CUSTOMER " ALR-CUST-ID
               " ACCOUNT " ALR-ACCOUNT
               " " WS-AMOUNT-DISPLAY
               " BY " ALR-SOURCE
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           display "UNDELIVERABLE " ALR-EVENT
               " CUSTOMER " ALR-CUST-ID " NOT ON FILE"
           exit.

      *----------------------------------------------------------------
      * shared helpers
      *----------------------------------------------------------------
       WRITE-REPORT-LINE.
           write REPORT-RECORD from WS-REPORT-LINE
           move SPACES to WS-REPORT-LINE
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

       end program ALRTEXT.
