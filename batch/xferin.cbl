       identification division.
           program-id. XFERIN.
           author. "Arthur Selingin".

      * nightly inbound interbank credit batch: the other banks send
      * us one file each per night with the credits their customers
      * made to ours (XIrrrrrrrryyyymmdd.DAT, one per routing number
      * on BANKS.DAT - detail records plus a count-and-total
      * trailer, the same shape XFERSETL sends them). a file whose
      * trailer does not prove against its details, or that the
      * inbound-file register has already seen accepted, is refused
      * whole, left for the operator and fails the run; the other
      * banks' files are still worked. every proven credit posts to
      * the beneficiary account as an XFER-IN with a receipt number;
      * one for an account that is unknown, closed, blocked or
      * dormant goes back to the sending bank on an outbound return
      * file (XRrrrrrrrryyyymmdd.DAT, same shape plus a reason
      * code). ends with a posted/returned summary per bank on
      * XINByyyymmdd.RPT.

       environment division.

       input-output section.
       file-control.
           select BANKS-FILE assign to "BANKS.DAT"
               organization is indexed
               access mode is dynamic
               record key is BANK-ROUTE
               file status is WS-BANK-STATUS.

           select INBOUND-FILE assign to dynamic WS-IN-FILENAME
               organization is line sequential
               file status is WS-IN-STATUS.

      * the same inbound file read a second time, only to count the
      * credits ahead of the one in hand - see CHECK-ALREADY-POSTED
           select INBOUND-RECOUNT assign to dynamic WS-IN-FILENAME
               organization is line sequential
               file status is WS-RECOUNT-STATUS.

           select RETURN-FILE assign to dynamic WS-RET-FILENAME
               organization is line sequential
               file status is WS-RET-STATUS.

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

           select INFILE-REGISTER assign to "INFREG.DAT"
               organization is line sequential
               file status is WS-REG-STATUS.

           select REPORT-FILE assign to dynamic WS-REPORT-FILENAME
               organization is line sequential
               file status is WS-REPORT-STATUS.

       data division.
       file section.
       FD BANKS-FILE.
           COPY BANKS.

       FD INBOUND-FILE.
       01 INBOUND-RECORD PIC X(048).

       FD INBOUND-RECOUNT.
       01 RECOUNT-RECORD.
           05 RC-TYPE          PIC X(01).
           05 RC-BENEF-ACCT    PIC 9(10).
           05 RC-FROM-ACCT     PIC 9(10).
           05 RC-DATE          PIC 9(08).
           05 RC-TIME          PIC 9(08).
           05 RC-AMOUNT        PIC 9(09)V99.

       FD RETURN-FILE.
       01 RETURN-RECORD PIC X(050).

       FD ACCT-MASTER-FILE.
           COPY ACCTMAST.

       FD TRAN-LOG-FILE.
           COPY TRANLOG.

       FD RECEIPT-SEQ-FILE.
           COPY RCPTSEQ.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD INFILE-REGISTER.
           COPY INFREG.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(080).

       working-storage section.
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-BANK-STATUS    PIC X(02) VALUE "00".
       01 WS-IN-STATUS      PIC X(02) VALUE "00".
       01 WS-RET-STATUS     PIC X(02) VALUE "00".
       01 WS-RECOUNT-STATUS PIC X(02) VALUE "00".
       01 WS-ACCT-STATUS    PIC X(02) VALUE "00".
       01 WS-TRAN-STATUS    PIC X(02) VALUE "00".
      * receipt numbering off the shared sequence card - set by
      * GET-NEXT-RECEIPT-NUMBER for every posting leg written here
       01 WS-RSEQ-STATUS    PIC X(02) VALUE "00".
       01 WS-RECEIPT-NO     PIC 9(10) VALUE ZERO.
       01 WS-REPORT-STATUS  PIC X(02) VALUE "00".
       01 WS-BUSDATE-STATUS PIC X(02) VALUE "00".

       01 WS-IN-FILENAME       PIC X(24).
       01 WS-RET-FILENAME      PIC X(24).
       01 WS-REPORT-FILENAME   PIC X(20).

       01 WS-CURRENT-DATE      PIC 9(08).
       01 WS-CURRENT-TIME      PIC 9(08).

      * parameters for the shared transaction-log writer, set by the
      * caller immediately before "perform WRITE-TRAN-LOG-ENTRY"
       01 WT-TYPE              PIC X(12).
       01 WT-ACCOUNT           PIC 9(10).
       01 WT-AMOUNT            PIC S9(9)V99.
       01 WT-REF               PIC X(10).
       01 WT-BALANCE           PIC S9(9)V99.

       01 WS-EOF-BANK          PIC X(01) VALUE "N".
           88 END-OF-BANK VALUE "Y".
       01 WS-EOF-IN            PIC X(01) VALUE "N".
           88 END-OF-IN VALUE "Y".
       01 WS-EOF-TRAN          PIC X(01) VALUE "N".
           88 END-OF-TRAN VALUE "Y".

       01 WS-OK                PIC X(01) VALUE "Y".

      * fixed-format inbound detail as the other bank writes it; the
      * file closes with the shop's standard control trailer
       01 INBOUND-DETAIL.
           05 ID-TYPE          PIC X(01).
           05 ID-BENEF-ACCT    PIC 9(10).
           05 ID-FROM-ACCT     PIC 9(10).
           05 ID-DATE          PIC 9(08).
           05 ID-TIME          PIC 9(08).
           05 ID-AMOUNT        PIC 9(09)V99.

      * fixed-format return records: the inbound detail echoed back
      * with the reason, then a count-and-total trailer
       01 RETURN-DETAIL.
           05 RD-TYPE          PIC X(01) VALUE "D".
           05 RD-BENEF-ACCT    PIC 9(10).
           05 RD-FROM-ACCT     PIC 9(10).
           05 RD-DATE          PIC 9(08).
           05 RD-TIME          PIC 9(08).
           05 RD-AMOUNT        PIC 9(09)V99.
           05 RD-REASON        PIC X(02).
               88 RD-NO-ACCOUNT    VALUE "NF".
               88 RD-CLOSED        VALUE "CL".
               88 RD-BLOCKED       VALUE "BL".
               88 RD-DORMANT       VALUE "DM".
       01 RETURN-TRAILER.
           05 RT-TYPE          PIC X(01) VALUE "T".
           05 RT-COUNT         PIC 9(06).
           05 RT-TOTAL         PIC 9(11)V99.

       01 WS-RET-OPEN-FLAG     PIC X(01).
           88 RETURN-FILE-OPEN VALUE "Y".
       01 WS-DUP-FLAG          PIC X(01).
           88 ALREADY-POSTED VALUE "Y".
      * the same credit on tonight's log, and the same credit met
      * earlier in this file; the record number is where the file
      * stands in the posting pass
       01 WS-LOG-MATCHES       PIC 9(06).
       01 WS-FILE-MATCHES      PIC 9(06).
       01 WS-IN-REC-NO         PIC 9(06).
       01 WS-RECOUNT-NO        PIC 9(06).
       01 WS-EOF-RECOUNT       PIC X(01) VALUE "N".
           88 END-OF-RECOUNT VALUE "Y".

      * per-bank and run totals for the summary
       01 WS-BANK-POSTED       PIC 9(06).
       01 WS-BANK-POSTED-AMT   PIC S9(11)V99.
       01 WS-BANK-RETURNED     PIC 9(06).
       01 WS-BANK-RETURNED-AMT PIC S9(11)V99.
       01 WS-BANK-DUPLICATES   PIC 9(06).
       01 WS-FILES-READ        PIC 9(04) VALUE ZERO.
       01 WS-FILES-REFUSED     PIC 9(04) VALUE ZERO.
       01 WS-TOTAL-POSTED      PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-POSTED-AMT  PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-RETURNED    PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-RETURNED-AMT PIC S9(11)V99 VALUE ZERO.

       01 WS-AMOUNT-DISPLAY    PIC -(9)9.99.
       01 WS-TOTAL-DISPLAY     PIC -(11)9.99.
       01 WS-TOTAL-DISPLAY-2   PIC -(11)9.99.
       01 WS-REPORT-LINE       PIC X(080) VALUE SPACES.

      * inbound-file control: the trailer as the sender wrote it,
      * what the details above it really add up to, and the verdict
      * against the inbound-file register
       01 WS-REG-STATUS        PIC X(02) VALUE "00".
           COPY INFTRLR.
       01 WS-INF-NAME          PIC X(24).
       01 WS-INF-PROGRAM       PIC X(08) VALUE "XFERIN".
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
       XFERIN-RUN.
           display WS-SPACES
           display "INBOUND INTERBANK CREDIT BATCH - XFERIN"
           display WS-SPACES

           perform SET-CURRENT-DATE-TIME
           perform GET-BUSINESS-DATE

           string "XINB" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-REPORT-FILENAME
           open output REPORT-FILE
           string "INBOUND INTERBANK CREDITS FOR " WS-CURRENT-DATE
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           move "Y" to WS-OK
           open input BANKS-FILE
           evaluate true
               when WS-BANK-STATUS = "35"
      * no bank reference file means no bank can send us anything
                   display "NO BANKS FILE. NOTHING TO RECEIVE."
                   move "NO BANKS FILE." to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move "N" to WS-OK
               when WS-BANK-STATUS not = "00"
                   display "BANKS FILE UNAVAILABLE. RUN ABORTED."
                   move "BANKS FILE UNAVAILABLE - ABORTED."
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
                   display "ACCOUNT FILE UNAVAILABLE. CREDITS LEFT"
                       " FOR TOMORROW."
                   move "ACCOUNT FILE UNAVAILABLE - CREDITS HELD."
                       to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move "N" to WS-OK
                   move 8 to RETURN-CODE
               end-if
           end-if

           if WS-OK = "Y"
               move "N" to WS-EOF-BANK
               perform BANK-SCAN-STEP
                   until END-OF-BANK
           end-if

           perform WRITE-REPORT-TRAILER

           if WS-BANK-STATUS not = "35"
               close BANKS-FILE
           end-if
           if WS-ACCT-STATUS not = "35"
               close ACCT-MASTER-FILE
           end-if
           close REPORT-FILE

           move WS-TOTAL-POSTED-AMT to WS-TOTAL-DISPLAY
           move WS-TOTAL-RETURNED-AMT to WS-TOTAL-DISPLAY-2
           display "FILES READ      : " WS-FILES-READ
           display "FILES REFUSED   : " WS-FILES-REFUSED
           display "CREDITS POSTED  : " WS-TOTAL-POSTED
               " " WS-TOTAL-DISPLAY
           display "CREDITS RETURNED: " WS-TOTAL-RETURNED
               " " WS-TOTAL-DISPLAY-2
           display WS-SPACES

           goback.

       BANK-SCAN-STEP.
           read BANKS-FILE next record
               at end
                   set END-OF-BANK to true
               not at end
                   perform RECEIVE-ONE-BANK
           end-read
           exit.

      *----------------------------------------------------------------
      * one bank's inbound file: prove the trailer, then post or
      * return every credit
      *----------------------------------------------------------------
       RECEIVE-ONE-BANK.
           move ZERO to WS-BANK-POSTED
           move ZERO to WS-BANK-POSTED-AMT
           move ZERO to WS-BANK-RETURNED
           move ZERO to WS-BANK-RETURNED-AMT
           move ZERO to WS-BANK-DUPLICATES
           move "N" to WS-RET-OPEN-FLAG

           move SPACES to WS-IN-FILENAME
           string "XI" BANK-ROUTE WS-CURRENT-DATE ".DAT"
               delimited by size into WS-IN-FILENAME

           perform PROVE-INBOUND-FILE
           if WS-IN-STATUS = "35"
      * the bank sent nothing tonight
               string "BANK " BANK-ROUTE " " BANK-NAME
                   " NO FILE"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               exit paragraph
           end-if
           add 1 to WS-FILES-READ
           if INF-REFUSED
               add 1 to WS-FILES-REFUSED
               string "BANK " BANK-ROUTE " " BANK-NAME
                   " FILE REFUSED - " WS-INF-REASON
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               display "BANK " BANK-ROUTE " FILE REFUSED - "
                   WS-INF-REASON
               exit paragraph
           end-if
           if INF-EMPTY
      * an empty file is what a finished run leaves behind - the
      * credits in it were already worked
               string "BANK " BANK-ROUTE " " BANK-NAME
                   " EMPTY FILE"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               exit paragraph
           end-if

           move "N" to WS-EOF-IN
           move ZERO to WS-IN-REC-NO
           open input INBOUND-FILE
           perform POST-READ-STEP
               until END-OF-IN
           close INBOUND-FILE

           if RETURN-FILE-OPEN
               move "T" to RT-TYPE
               move WS-BANK-RETURNED to RT-COUNT
               move WS-BANK-RETURNED-AMT to RT-TOTAL
               write RETURN-RECORD from RETURN-TRAILER
               close RETURN-FILE
           end-if

      * every credit was posted or returned - register the file as
      * worked and consume it so a rerun does not work it twice
           perform INFILE-REGISTER-ENTRY
           open output INBOUND-FILE
           close INBOUND-FILE

           perform WRITE-BANK-SUMMARY
           exit.

       PROVE-INBOUND-FILE.
           move WS-IN-FILENAME to WS-INF-NAME
           perform INFILE-START-PROOF
           move "N" to WS-EOF-IN
           open input INBOUND-FILE
           evaluate true
               when WS-IN-STATUS = "35"
                   continue
               when WS-IN-STATUS not = "00"
                   move "FILE UNREADABLE" to WS-INF-REASON
                   perform INFILE-VERDICT
               when other
                   perform PROVE-READ-STEP
                       until END-OF-IN
                   close INBOUND-FILE
                   perform INFILE-VERDICT
           end-evaluate
           exit.

       PROVE-READ-STEP.
           read INBOUND-FILE
               at end
                   set END-OF-IN to true
               not at end
                   move INBOUND-RECORD to WS-INF-RECORD
                   move INBOUND-RECORD to INBOUND-DETAIL
                   perform PROVE-ONE-RECORD
           end-read
           exit.

       PROVE-ONE-RECORD.
      * a record that is neither detail nor trailer means the file
      * is not what was sent
           evaluate true
               when ID-TYPE = "T"
                   perform INFILE-NOTE-RECORD
               when ID-TYPE = "D"
                   and ID-BENEF-ACCT is numeric
                   and ID-TIME is numeric
                   and ID-AMOUNT is numeric
                   move ID-AMOUNT to WS-INF-AMOUNT
                   perform INFILE-NOTE-RECORD
               when other
                   move "MALFORMED RECORD" to WS-INF-REASON
                   set END-OF-IN to true
           end-evaluate
           exit.

       POST-READ-STEP.
           read INBOUND-FILE
               at end
                   set END-OF-IN to true
               not at end
                   add 1 to WS-IN-REC-NO
                   move INBOUND-RECORD to INBOUND-DETAIL
                   if ID-TYPE = "D"
                       perform POST-ONE-CREDIT
                   end-if
           end-read
           exit.

       POST-ONE-CREDIT.
           move ID-BENEF-ACCT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   set RD-NO-ACCOUNT to true
                   perform RETURN-ONE-CREDIT
                   exit paragraph
           end-read
           evaluate true
               when ACCT-CLOSED
                   set RD-CLOSED to true
                   perform RETURN-ONE-CREDIT
               when ACCT-BLOCKED
                   set RD-BLOCKED to true
                   perform RETURN-ONE-CREDIT
               when ACCT-DORMANT
                   set RD-DORMANT to true
                   perform RETURN-ONE-CREDIT
               when other
                   perform CHECK-ALREADY-POSTED
                   if ALREADY-POSTED
                       perform REPORT-CREDIT-DUPLICATE
                   else
                       perform POST-CREDIT-TO-ACCOUNT
                   end-if
           end-evaluate
           exit.

       CHECK-ALREADY-POSTED.
      * an XFER-IN entry carries the sending bank's time, so a credit
      * already posted tonight by a run that died before consuming
      * the file is recognized here instead of being paid twice. a
      * bank can send the same account, time and amount more than
      * once in one file and mean it - so the credit counts as
      * posted only when tonight's log holds more of it than this
      * file has ahead of it. nothing is passed over that is not
      * already on the account
           move "N" to WS-DUP-FLAG
           move ZERO to WS-LOG-MATCHES
           move "N" to WS-EOF-TRAN
           open input TRAN-LOG-FILE
           if WS-TRAN-STATUS = "00"
               perform CHECK-POSTED-STEP
                   until END-OF-TRAN
               close TRAN-LOG-FILE
           end-if
           if WS-LOG-MATCHES > ZERO
               perform COUNT-EARLIER-IN-FILE
               if WS-LOG-MATCHES > WS-FILE-MATCHES
                   set ALREADY-POSTED to true
               end-if
           end-if
           exit.

       COUNT-EARLIER-IN-FILE.
           move ZERO to WS-FILE-MATCHES
           move ZERO to WS-RECOUNT-NO
           move "N" to WS-EOF-RECOUNT
           open input INBOUND-RECOUNT
           if WS-RECOUNT-STATUS = "00"
               perform COUNT-EARLIER-STEP
                   until END-OF-RECOUNT
               close INBOUND-RECOUNT
           end-if
           exit.

       COUNT-EARLIER-STEP.
           read INBOUND-RECOUNT
               at end
                   set END-OF-RECOUNT to true
               not at end
                   add 1 to WS-RECOUNT-NO
                   if WS-RECOUNT-NO >= WS-IN-REC-NO
                       set END-OF-RECOUNT to true
                   else
                       if RC-TYPE = "D"
                           and RC-BENEF-ACCT = ID-BENEF-ACCT
                           and RC-TIME = ID-TIME
                           and RC-AMOUNT = ID-AMOUNT
                           add 1 to WS-FILE-MATCHES
                       end-if
                   end-if
           end-read
           exit.

       CHECK-POSTED-STEP.
           read TRAN-LOG-FILE
               at end
                   set END-OF-TRAN to true
               not at end
                   if TRAN-TYPE = "XFER-IN"
                       and TRAN-DATE = WS-CURRENT-DATE
                       and TRAN-ACCOUNT = ID-BENEF-ACCT
                       and TRAN-TIME = ID-TIME
                       and TRAN-AMOUNT = ID-AMOUNT
                       and TRAN-REF = BANK-ROUTE
                       add 1 to WS-LOG-MATCHES
                   end-if
           end-read
           exit.

       POST-CREDIT-TO-ACCOUNT.
           add ID-AMOUNT to ACCT-BALANCE
           rewrite ACCT-MASTER-RECORD

      * stamped with the sending bank's time on purpose - that is
      * how CHECK-ALREADY-POSTED recognizes the credit again
           move ID-TIME to WS-CURRENT-TIME
           move "XFER-IN" to WT-TYPE
           move ID-BENEF-ACCT to WT-ACCOUNT
           move ID-AMOUNT to WT-AMOUNT
           move BANK-ROUTE to WT-REF
           move ACCT-BALANCE to WT-BALANCE
           perform WRITE-TRAN-LOG-ENTRY

           add 1 to WS-BANK-POSTED
           add ID-AMOUNT to WS-BANK-POSTED-AMT
           move ID-AMOUNT to WS-AMOUNT-DISPLAY
           string "POSTED " ID-BENEF-ACCT
               " FROM " ID-FROM-ACCT
               " " WS-AMOUNT-DISPLAY
               " RECEIPT " WS-RECEIPT-NO
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           exit.

       RETURN-ONE-CREDIT.
           if not RETURN-FILE-OPEN
               move SPACES to WS-RET-FILENAME
               string "XR" BANK-ROUTE WS-CURRENT-DATE ".DAT"
                   delimited by size into WS-RET-FILENAME
               open output RETURN-FILE
               set RETURN-FILE-OPEN to true
           end-if
           move "D" to RD-TYPE
           move ID-BENEF-ACCT to RD-BENEF-ACCT
           move ID-FROM-ACCT to RD-FROM-ACCT
           move ID-DATE to RD-DATE
           move ID-TIME to RD-TIME
           move ID-AMOUNT to RD-AMOUNT
           write RETURN-RECORD from RETURN-DETAIL

           add 1 to WS-BANK-RETURNED
           add ID-AMOUNT to WS-BANK-RETURNED-AMT
           move ID-AMOUNT to WS-AMOUNT-DISPLAY
           string "RETURNED " ID-BENEF-ACCT
               " FROM " ID-FROM-ACCT
               " " WS-AMOUNT-DISPLAY
               " REASON " RD-REASON
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           exit.

       REPORT-CREDIT-DUPLICATE.
           add 1 to WS-BANK-DUPLICATES
           move ID-AMOUNT to WS-AMOUNT-DISPLAY
           string "EXCEPTION ALREADY POSTED " ID-BENEF-ACCT
               " FROM " ID-FROM-ACCT
               " " WS-AMOUNT-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           exit.

       WRITE-BANK-SUMMARY.
           add WS-BANK-POSTED to WS-TOTAL-POSTED
           add WS-BANK-POSTED-AMT to WS-TOTAL-POSTED-AMT
           add WS-BANK-RETURNED to WS-TOTAL-RETURNED
           add WS-BANK-RETURNED-AMT to WS-TOTAL-RETURNED-AMT

           string "BANK " BANK-ROUTE " " BANK-NAME
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           move WS-BANK-POSTED-AMT to WS-TOTAL-DISPLAY
           move WS-BANK-RETURNED-AMT to WS-TOTAL-DISPLAY-2
           string "     POSTED " WS-BANK-POSTED
               " " WS-TOTAL-DISPLAY
               " RETURNED " WS-BANK-RETURNED
               " " WS-TOTAL-DISPLAY-2
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           if WS-BANK-DUPLICATES > ZERO
               string "     ALREADY POSTED " WS-BANK-DUPLICATES
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
           end-if
           display "BANK " BANK-ROUTE
               " POSTED " WS-BANK-POSTED
               " RETURNED " WS-BANK-RETURNED
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
           string "FILES " WS-FILES-READ
               " REFUSED " WS-FILES-REFUSED
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           move WS-TOTAL-POSTED-AMT to WS-TOTAL-DISPLAY
           string "TOTAL POSTED   " WS-TOTAL-POSTED
               " " WS-TOTAL-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           move WS-TOTAL-RETURNED-AMT to WS-TOTAL-DISPLAY
           string "TOTAL RETURNED " WS-TOTAL-RETURNED
               " " WS-TOTAL-DISPLAY
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

       end program XFERIN.
