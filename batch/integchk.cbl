       identification division.
           program-id. INTEGCHK.
           author. "Arthur Selingin".

      * nightly referential-integrity check: walks every file that
      * points at ACCT-MASTER or CUSTOMER-MASTER and reports each
      * link that no longer holds - an account whose owner is not
      * on file, a customer with no open account left, a card or a
      * joint holder for a customer who does not exist, a standing
      * order, open bill, open hold, outstanding cheque item, active
      * lien, loan or term deposit that names a closed or missing
      * account, and the biller and drawee-bank codes those records
      * carry. only live records are checked - a cancelled order or
      * a released hold on a closed account is history, not a fault.
      * nothing is changed: the report (INTGyyyymmdd.RPT, one
      * section of exceptions per file) is for the branch to clean
      * the data up before a posting run trips over it. exceptions
      * do not fail the step; a file that will not open does.

       environment division.

       input-output section.
       file-control.
           select ACCT-MASTER-FILE assign to "ACCTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               file status is WS-ACCT-STATUS.

           select CUSTOMER-FILE assign to "CUSTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is CUST-ID
               file status is WS-CUST-STATUS.

           select ACCT-REL-FILE assign to "ACCTREL.DAT"
               organization is indexed
               access mode is dynamic
               record key is REL-KEY
               file status is WS-REL-STATUS.

           select CARD-FILE assign to "CARDS.DAT"
               organization is indexed
               access mode is dynamic
               record key is CARD-NUMBER
               file status is WS-CARD-STATUS.

           select STANDING-ORDER-FILE assign to "STORDERS.DAT"
               organization is indexed
               access mode is dynamic
               record key is SO-ORDER-ID
               file status is WS-SO-STATUS.

           select BILLS-DUE-FILE assign to "BILLSDUE.DAT"
               organization is indexed
               access mode is dynamic
               record key is INV-KEY
               file status is WS-BILLS-STATUS.

           select BILLERS-FILE assign to "BILLERS.DAT"
               organization is indexed
               access mode is dynamic
               record key is BILLER-CODE
               file status is WS-BILLER-STATUS.

           select HOLDS-FILE assign to "HOLDS.DAT"
               organization is indexed
               access mode is dynamic
               record key is HOLD-ID
               file status is WS-HOLD-STATUS.

           select DEPOSIT-ITEMS-FILE assign to "DEPITEMS.DAT"
               organization is indexed
               access mode is dynamic
               record key is DEP-ITEM-KEY
               file status is WS-DEP-STATUS.

           select BANKS-FILE assign to "BANKS.DAT"
               organization is indexed
               access mode is dynamic
               record key is BANK-ROUTE
               file status is WS-BANK-STATUS.

           select LIENS-FILE assign to "LIENS.DAT"
               organization is indexed
               access mode is dynamic
               record key is LIEN-ID
               file status is WS-LIEN-STATUS.

           select LOAN-FILE assign to "LOANS.DAT"
               organization is indexed
               access mode is dynamic
               record key is LOAN-NUMBER
               file status is WS-LOAN-STATUS.

           select TERM-DEPOSIT-FILE assign to "TERMDEP.DAT"
               organization is indexed
               access mode is dynamic
               record key is TD-NUMBER
               file status is WS-TD-STATUS.

           select BUSDATE-FILE assign to "BUSDATE.DAT"
               organization is line sequential
               file status is WS-BUSDATE-STATUS.

           select REPORT-FILE assign to dynamic WS-REPORT-FILENAME
               organization is line sequential
               file status is WS-REPORT-STATUS.

       data division.
       file section.
       FD ACCT-MASTER-FILE.
           COPY ACCTMAST.

       FD CUSTOMER-FILE.
           COPY CUSTMAST.

       FD ACCT-REL-FILE.
           COPY ACCTREL.

       FD CARD-FILE.
           COPY CARDS.

       FD STANDING-ORDER-FILE.
           COPY STORDER.

       FD BILLS-DUE-FILE.
           COPY BILLSDUE.

       FD BILLERS-FILE.
           COPY BILLERS.

       FD HOLDS-FILE.
           COPY HOLDS.

       FD DEPOSIT-ITEMS-FILE.
           COPY DEPITEMS.

       FD BANKS-FILE.
           COPY BANKS.

       FD LIENS-FILE.
           COPY LIENS.

       FD LOAN-FILE.
           COPY LOANS.

       FD TERM-DEPOSIT-FILE.
           COPY TERMDEP.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(080).

       working-storage section.
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-ACCT-STATUS    PIC X(02) VALUE "00".
       01 WS-CUST-STATUS    PIC X(02) VALUE "00".
       01 WS-REL-STATUS     PIC X(02) VALUE "00".
       01 WS-CARD-STATUS    PIC X(02) VALUE "00".
       01 WS-SO-STATUS      PIC X(02) VALUE "00".
       01 WS-BILLS-STATUS   PIC X(02) VALUE "00".
       01 WS-BILLER-STATUS  PIC X(02) VALUE "00".
       01 WS-HOLD-STATUS    PIC X(02) VALUE "00".
       01 WS-DEP-STATUS     PIC X(02) VALUE "00".
       01 WS-BANK-STATUS    PIC X(02) VALUE "00".
       01 WS-LIEN-STATUS    PIC X(02) VALUE "00".
       01 WS-LOAN-STATUS    PIC X(02) VALUE "00".
       01 WS-TD-STATUS      PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(02) VALUE "00".
       01 WS-BUSDATE-STATUS PIC X(02) VALUE "00".

       01 WS-REPORT-FILENAME   PIC X(20).

       01 WS-CURRENT-DATE      PIC 9(08).

      * one flag serves every sequential walk - the sections run one
      * after the other, never nested
       01 WS-EOF-SCAN          PIC X(01) VALUE "N".
           88 END-OF-SCAN VALUE "Y".
       01 WS-EOF-LOOK          PIC X(01) VALUE "N".
           88 END-OF-LOOK VALUE "Y".

      * the reference files every link is looked up on. without
      * both masters there is nothing to check; an ACCT-REL, BILLERS
      * or BANKS file that is simply not there leaves every link
      * into it broken, which is exactly what the report should say
       01 WS-MASTERS-FLAG      PIC X(01) VALUE "Y".
           88 NOTHING-TO-CHECK VALUE "N".
       01 WS-REL-OPEN-FLAG     PIC X(01) VALUE "N".
           88 REL-FILE-OPEN VALUE "Y".
       01 WS-BILLER-OPEN-FLAG  PIC X(01) VALUE "N".
           88 BILLER-FILE-OPEN VALUE "Y".
       01 WS-BANK-OPEN-FLAG    PIC X(01) VALUE "N".
           88 BANK-FILE-OPEN VALUE "Y".

      * what LOOKUP-ACCOUNT found for WS-LOOK-ACCOUNT
       01 WS-LOOK-ACCOUNT      PIC 9(10).
       01 WS-LOOK-RESULT       PIC X(01).
           88 LOOK-OK          VALUE "O".
           88 LOOK-MISSING     VALUE "M".
           88 LOOK-CLOSED      VALUE "C".
       01 WS-LOOK-CUSTOMER     PIC 9(06).
       01 WS-LOOK-CUST-FLAG    PIC X(01).
           88 CUSTOMER-ON-FILE VALUE "Y".
       01 WS-HAS-ACCOUNT-FLAG  PIC X(01).
           88 CUSTOMER-HAS-ACCOUNT VALUE "Y".

      * the record being checked, as the exception line names it -
      * e.g. "STANDING ORDER 000123 FROM"
       01 WS-EXC-SUBJECT       PIC X(40).
       01 WS-EXC-SUBJECT-LEN   PIC 9(02).

       01 WS-SECTION-NAME      PIC X(30).
       01 WS-SECTION-CHECKED   PIC 9(08).
       01 WS-SECTION-EXCEPTIONS PIC 9(06).
       01 WS-TOTAL-CHECKED     PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-EXCEPTIONS  PIC 9(06) VALUE ZERO.
       01 WS-FILE-STATUS       PIC X(02).

       01 WS-REPORT-LINE       PIC X(080) VALUE SPACES.

       procedure division.
       INTEGCHK-RUN.
           display WS-SPACES
           display "NIGHTLY REFERENTIAL INTEGRITY CHECK - INTEGCHK"
           display WS-SPACES

           accept WS-CURRENT-DATE from DATE YYYYMMDD
           perform GET-BUSINESS-DATE

           string "INTG" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-REPORT-FILENAME
           open output REPORT-FILE
           string "REFERENTIAL INTEGRITY EXCEPTIONS FOR "
               WS-CURRENT-DATE
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           perform OPEN-REFERENCE-FILES
           if RETURN-CODE not = ZERO or NOTHING-TO-CHECK
               close REPORT-FILE
               goback
           end-if

           perform CHECK-ACCOUNTS
           perform CHECK-CUSTOMERS
           perform CHECK-RELATIONSHIPS
           perform CHECK-CARDS
           perform CHECK-STANDING-ORDERS
           perform CHECK-BILLS-DUE
           perform CHECK-HOLDS
           perform CHECK-DEPOSIT-ITEMS
           perform CHECK-LIENS
           perform CHECK-LOANS
           perform CHECK-TERM-DEPOSITS

           perform CLOSE-REFERENCE-FILES

           move SPACES to WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           string "RECORDS CHECKED " WS-TOTAL-CHECKED
               " TOTAL EXCEPTIONS " WS-TOTAL-EXCEPTIONS
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           close REPORT-FILE

           display "RECORDS CHECKED : " WS-TOTAL-CHECKED
           display "EXCEPTIONS      : " WS-TOTAL-EXCEPTIONS
           display WS-SPACES

           goback.

      *----------------------------------------------------------------
      * reference files - the two masters must be there to check
      * anything against; ACCT-REL, BILLERS and BANKS may be absent
      *----------------------------------------------------------------
       OPEN-REFERENCE-FILES.
           open input ACCT-MASTER-FILE
           open input CUSTOMER-FILE
           evaluate true
               when WS-ACCT-STATUS = "35" or WS-CUST-STATUS = "35"
      * no master file means no book to check yet - not a failure
                   display "NO ACCOUNT OR CUSTOMER FILE. NOTHING TO"
                       " CHECK."
                   move "NO ACCOUNT OR CUSTOMER FILE ON HAND."
                       to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   perform CLOSE-MASTERS
               when WS-ACCT-STATUS not = "00"
                   or WS-CUST-STATUS not = "00"
      * a master that will not open must not pass for a clean book
                   display "MASTER FILE UNAVAILABLE. RUN ABORTED."
                   move "MASTER FILE UNAVAILABLE - RUN ABORTED."
                       to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   perform CLOSE-MASTERS
                   move 8 to RETURN-CODE
           end-evaluate
           if WS-ACCT-STATUS not = "00" or WS-CUST-STATUS not = "00"
               set NOTHING-TO-CHECK to true
               exit paragraph
           end-if

           open input ACCT-REL-FILE
           move WS-REL-STATUS to WS-FILE-STATUS
           move "ACCT-REL" to WS-SECTION-NAME
           perform NOTE-REFERENCE-OPEN
           if WS-REL-STATUS = "00"
               set REL-FILE-OPEN to true
           end-if

           open input BILLERS-FILE
           move WS-BILLER-STATUS to WS-FILE-STATUS
           move "BILLERS" to WS-SECTION-NAME
           perform NOTE-REFERENCE-OPEN
           if WS-BILLER-STATUS = "00"
               set BILLER-FILE-OPEN to true
           end-if

           open input BANKS-FILE
           move WS-BANK-STATUS to WS-FILE-STATUS
           move "BANKS" to WS-SECTION-NAME
           perform NOTE-REFERENCE-OPEN
           if WS-BANK-STATUS = "00"
               set BANK-FILE-OPEN to true
           end-if

           if RETURN-CODE not = ZERO
               perform CLOSE-REFERENCE-FILES
           end-if
           exit.

       NOTE-REFERENCE-OPEN.
           evaluate true
               when WS-FILE-STATUS = "00"
                   continue
               when WS-FILE-STATUS = "35"
                   string "NO " WS-SECTION-NAME
                       " FILE - EVERY LINK INTO IT IS REPORTED"
                       delimited by "  " into WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
               when other
                   display WS-SECTION-NAME " FILE UNAVAILABLE."
                       " RUN ABORTED."
                   string WS-SECTION-NAME " FILE UNAVAILABLE"
                       " - RUN ABORTED."
                       delimited by "  " into WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move 8 to RETURN-CODE
           end-evaluate
           exit.

       CLOSE-MASTERS.
           if WS-ACCT-STATUS = "00"
               close ACCT-MASTER-FILE
           end-if
           if WS-CUST-STATUS = "00"
               close CUSTOMER-FILE
           end-if
           exit.

       CLOSE-REFERENCE-FILES.
           close ACCT-MASTER-FILE
           close CUSTOMER-FILE
           if REL-FILE-OPEN
               close ACCT-REL-FILE
               move "N" to WS-REL-OPEN-FLAG
           end-if
           if BILLER-FILE-OPEN
               close BILLERS-FILE
               move "N" to WS-BILLER-OPEN-FLAG
           end-if
           if BANK-FILE-OPEN
               close BANKS-FILE
               move "N" to WS-BANK-OPEN-FLAG
           end-if
           exit.

      *----------------------------------------------------------------
      * section framing - a heading per file, its exceptions, and
      * a count line, so each file's problems read on their own
      *----------------------------------------------------------------
       START-SECTION.
           move ZERO to WS-SECTION-CHECKED
           move ZERO to WS-SECTION-EXCEPTIONS
           move "N" to WS-EOF-SCAN
           move SPACES to WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           string "*** " WS-SECTION-NAME
               delimited by "  " into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           exit.

       END-SECTION.
           string "    " WS-SECTION-CHECKED " CHECKED "
               WS-SECTION-EXCEPTIONS " EXCEPTIONS"
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           add WS-SECTION-CHECKED to WS-TOTAL-CHECKED
           add WS-SECTION-EXCEPTIONS to WS-TOTAL-EXCEPTIONS
           display WS-SECTION-NAME " EXCEPTIONS: "
               WS-SECTION-EXCEPTIONS
           exit.

      * a section file that is not there has nothing to be wrong -
      * one that will not open must not pass for a clean file
       NOTE-SECTION-OPEN.
           evaluate true
               when WS-FILE-STATUS = "00"
                   continue
               when WS-FILE-STATUS = "35"
                   move "    NO FILE ON HAND." to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
               when other
                   display WS-SECTION-NAME " FILE UNAVAILABLE."
                   move "    FILE UNAVAILABLE - NOT CHECKED."
                       to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move 8 to RETURN-CODE
           end-evaluate
           exit.

       WRITE-EXCEPTION.
           add 1 to WS-SECTION-EXCEPTIONS
           perform WRITE-REPORT-LINE
           exit.

      *----------------------------------------------------------------
      * ACCT-MASTER - every account not yet closed must have its
      * owner on CUSTOMER-MASTER
      *----------------------------------------------------------------
       CHECK-ACCOUNTS.
           move "ACCT-MASTER" to WS-SECTION-NAME
           perform START-SECTION
           move ZEROES to ACCT-NUMBER
           start ACCT-MASTER-FILE key not < ACCT-NUMBER
               invalid key
                   set END-OF-SCAN to true
           end-start
           perform ACCOUNT-SCAN-STEP
               until END-OF-SCAN
           perform END-SECTION
           exit.

       ACCOUNT-SCAN-STEP.
           read ACCT-MASTER-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   if not ACCT-CLOSED
                       add 1 to WS-SECTION-CHECKED
                       move ACCT-CUST-ID to WS-LOOK-CUSTOMER
                       perform LOOKUP-CUSTOMER
                       if not CUSTOMER-ON-FILE
                           string "ACCOUNT " ACCT-NUMBER
                               " OWNER " ACCT-CUST-ID
                               " NOT ON CUSTOMER FILE"
                               delimited by size into WS-REPORT-LINE
                           perform WRITE-EXCEPTION
                       end-if
                   end-if
           end-read
           exit.

      *----------------------------------------------------------------
      * CUSTOMER-MASTER - a customer must hold at least one account
      * that is not closed, as owner or as an active joint holder.
      * the same full-file scan STMTRUN uses to gather a customer's
      * accounts
      *----------------------------------------------------------------
       CHECK-CUSTOMERS.
           move "CUSTOMER-MASTER" to WS-SECTION-NAME
           perform START-SECTION
           move ZEROES to CUST-ID
           start CUSTOMER-FILE key not < CUST-ID
               invalid key
                   set END-OF-SCAN to true
           end-start
           perform CUSTOMER-SCAN-STEP
               until END-OF-SCAN
           perform END-SECTION
           exit.

       CUSTOMER-SCAN-STEP.
           read CUSTOMER-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   add 1 to WS-SECTION-CHECKED
                   perform FIND-CUSTOMER-ACCOUNT
                   if not CUSTOMER-HAS-ACCOUNT
                       string "CUSTOMER " CUST-ID " " CUST-NAME
                           " HAS NO OPEN ACCOUNT"
                           delimited by size into WS-REPORT-LINE
                       perform WRITE-EXCEPTION
                   end-if
           end-read
           exit.

       FIND-CUSTOMER-ACCOUNT.
           move "N" to WS-HAS-ACCOUNT-FLAG
           move "N" to WS-EOF-LOOK
           move ZEROES to ACCT-NUMBER
           start ACCT-MASTER-FILE key not < ACCT-NUMBER
               invalid key
                   set END-OF-LOOK to true
           end-start
           perform OWNED-ACCOUNT-STEP
               until END-OF-LOOK

           if CUSTOMER-HAS-ACCOUNT or not REL-FILE-OPEN
               exit paragraph
           end-if
           move "N" to WS-EOF-LOOK
           move ZEROES to REL-KEY
           start ACCT-REL-FILE key not < REL-KEY
               invalid key
                   set END-OF-LOOK to true
           end-start
           perform JOINT-ACCOUNT-STEP
               until END-OF-LOOK
           exit.

       OWNED-ACCOUNT-STEP.
           read ACCT-MASTER-FILE next record
               at end
                   set END-OF-LOOK to true
               not at end
                   if ACCT-CUST-ID = CUST-ID and not ACCT-CLOSED
                       set CUSTOMER-HAS-ACCOUNT to true
                       set END-OF-LOOK to true
                   end-if
           end-read
           exit.

       JOINT-ACCOUNT-STEP.
           read ACCT-REL-FILE next record
               at end
                   set END-OF-LOOK to true
               not at end
                   if REL-CUST-ID = CUST-ID and REL-ACTIVE
                       move REL-ACCOUNT to WS-LOOK-ACCOUNT
                       perform LOOKUP-ACCOUNT
                       if LOOK-OK
                           set CUSTOMER-HAS-ACCOUNT to true
                           set END-OF-LOOK to true
                       end-if
                   end-if
           end-read
           exit.

      *----------------------------------------------------------------
      * ACCT-REL - an active joint holder needs both the customer
      * and an open account behind the link
      *----------------------------------------------------------------
       CHECK-RELATIONSHIPS.
           move "ACCT-REL" to WS-SECTION-NAME
           perform START-SECTION
           if not REL-FILE-OPEN
               move "    NO FILE ON HAND." to WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               perform END-SECTION
               exit paragraph
           end-if
           move ZEROES to REL-KEY
           start ACCT-REL-FILE key not < REL-KEY
               invalid key
                   set END-OF-SCAN to true
           end-start
           perform RELATIONSHIP-SCAN-STEP
               until END-OF-SCAN
           perform END-SECTION
           exit.

       RELATIONSHIP-SCAN-STEP.
           read ACCT-REL-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   if REL-ACTIVE
                       add 1 to WS-SECTION-CHECKED
                       perform CHECK-ONE-RELATIONSHIP
                   end-if
           end-read
           exit.

       CHECK-ONE-RELATIONSHIP.
           move REL-CUST-ID to WS-LOOK-CUSTOMER
           perform LOOKUP-CUSTOMER
           if not CUSTOMER-ON-FILE
               string "JOINT HOLDER " REL-CUST-ID " ON ACCOUNT "
                   REL-ACCOUNT " NOT ON CUSTOMER FILE"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-EXCEPTION
           end-if
           move "JOINT HOLDER LINK ON" to WS-EXC-SUBJECT
           move REL-ACCOUNT to WS-LOOK-ACCOUNT
           perform CHECK-ACCOUNT-LINK
           exit.

      *----------------------------------------------------------------
      * CARDS - every card, whatever its status, belongs to a
      * customer on file
      *----------------------------------------------------------------
       CHECK-CARDS.
           move "CARDS" to WS-SECTION-NAME
           perform START-SECTION
           open input CARD-FILE
           move WS-CARD-STATUS to WS-FILE-STATUS
           perform NOTE-SECTION-OPEN
           if WS-CARD-STATUS = "00"
               perform CARD-SCAN-STEP
                   until END-OF-SCAN
               close CARD-FILE
           end-if
           perform END-SECTION
           exit.

       CARD-SCAN-STEP.
           read CARD-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   add 1 to WS-SECTION-CHECKED
                   move CARD-CUST-ID to WS-LOOK-CUSTOMER
                   perform LOOKUP-CUSTOMER
                   if not CUSTOMER-ON-FILE
                       string "CARD " CARD-NUMBER " CUSTOMER "
                           CARD-CUST-ID " NOT ON CUSTOMER FILE"
                           delimited by size into WS-REPORT-LINE
                       perform WRITE-EXCEPTION
                   end-if
           end-read
           exit.

      *----------------------------------------------------------------
      * STANDING-ORDER - an active order draws on an open account
      * and pays an open account or a biller on file
      *----------------------------------------------------------------
       CHECK-STANDING-ORDERS.
           move "STANDING-ORDER" to WS-SECTION-NAME
           perform START-SECTION
           open input STANDING-ORDER-FILE
           move WS-SO-STATUS to WS-FILE-STATUS
           perform NOTE-SECTION-OPEN
           if WS-SO-STATUS = "00"
               perform ORDER-SCAN-STEP
                   until END-OF-SCAN
               close STANDING-ORDER-FILE
           end-if
           perform END-SECTION
           exit.

       ORDER-SCAN-STEP.
           read STANDING-ORDER-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   if SO-ACTIVE-ORDER
                       add 1 to WS-SECTION-CHECKED
                       perform CHECK-ONE-ORDER
                   end-if
           end-read
           exit.

       CHECK-ONE-ORDER.
           move SPACES to WS-EXC-SUBJECT
           string "STANDING ORDER " SO-ORDER-ID " FROM"
               delimited by size into WS-EXC-SUBJECT
           move SO-FROM-ACCT to WS-LOOK-ACCOUNT
           perform CHECK-ACCOUNT-LINK

           evaluate true
               when SO-PAYEE-ACCOUNT
                   move SPACES to WS-EXC-SUBJECT
                   string "STANDING ORDER " SO-ORDER-ID " TO"
                       delimited by size into WS-EXC-SUBJECT
                   move SO-TO-ACCT to WS-LOOK-ACCOUNT
                   perform CHECK-ACCOUNT-LINK
               when SO-PAYEE-BILLER
                   move SO-BILLER-CODE to BILLER-CODE
                   perform LOOKUP-BILLER
                   if WS-BILLER-STATUS not = "00"
                       string "STANDING ORDER " SO-ORDER-ID
                           " BILLER " SO-BILLER-CODE " NOT ON FILE"
                           delimited by size into WS-REPORT-LINE
                       perform WRITE-EXCEPTION
                   end-if
               when other
                   string "STANDING ORDER " SO-ORDER-ID
                       " PAYEE TYPE " SO-PAYEE-TYPE " UNKNOWN"
                       delimited by size into WS-REPORT-LINE
                   perform WRITE-EXCEPTION
           end-evaluate
           exit.

      *----------------------------------------------------------------
      * BILLS-DUE - an open bill is payable from an open account and
      * comes from a biller on file
      *----------------------------------------------------------------
       CHECK-BILLS-DUE.
           move "BILLS-DUE" to WS-SECTION-NAME
           perform START-SECTION
           open input BILLS-DUE-FILE
           move WS-BILLS-STATUS to WS-FILE-STATUS
           perform NOTE-SECTION-OPEN
           if WS-BILLS-STATUS = "00"
               perform BILL-SCAN-STEP
                   until END-OF-SCAN
               close BILLS-DUE-FILE
           end-if
           perform END-SECTION
           exit.

       BILL-SCAN-STEP.
           read BILLS-DUE-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   if INV-OPEN
                       add 1 to WS-SECTION-CHECKED
                       perform CHECK-ONE-BILL
                   end-if
           end-read
           exit.

       CHECK-ONE-BILL.
           move SPACES to WS-EXC-SUBJECT
           string "BILL " INV-BILLER-CODE "/" INV-REFERENCE
               delimited by size into WS-EXC-SUBJECT
           move INV-ACCOUNT to WS-LOOK-ACCOUNT
           perform CHECK-ACCOUNT-LINK

           move INV-BILLER-CODE to BILLER-CODE
           perform LOOKUP-BILLER
           if WS-BILLER-STATUS not = "00"
               string "BILL " INV-BILLER-CODE "/" INV-REFERENCE
                   " BILLER NOT ON FILE"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-EXCEPTION
           end-if
           exit.

      *----------------------------------------------------------------
      * HOLDS - an open hold sits on an open account
      *----------------------------------------------------------------
       CHECK-HOLDS.
           move "HOLDS" to WS-SECTION-NAME
           perform START-SECTION
           open input HOLDS-FILE
           move WS-HOLD-STATUS to WS-FILE-STATUS
           perform NOTE-SECTION-OPEN
           if WS-HOLD-STATUS = "00"
               perform HOLD-SCAN-STEP
                   until END-OF-SCAN
               close HOLDS-FILE
           end-if
           perform END-SECTION
           exit.

       HOLD-SCAN-STEP.
           read HOLDS-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   if HOLD-OPEN
                       add 1 to WS-SECTION-CHECKED
                       move SPACES to WS-EXC-SUBJECT
                       string "OPEN HOLD " HOLD-ID " ON"
                           delimited by size into WS-EXC-SUBJECT
                       move HOLD-ACCOUNT to WS-LOOK-ACCOUNT
                       perform CHECK-ACCOUNT-LINK
                   end-if
           end-read
           exit.

      *----------------------------------------------------------------
      * DEPOSIT-ITEMS - a cheque still outstanding (not yet sent
      * for clearing) belongs to an open account and is drawn on a
      * bank on file. a sent cheque is finished with as far as the
      * account goes - closing it is allowed, as CLOSE does
      *----------------------------------------------------------------
       CHECK-DEPOSIT-ITEMS.
           move "DEPOSIT-ITEMS" to WS-SECTION-NAME
           perform START-SECTION
           open input DEPOSIT-ITEMS-FILE
           move WS-DEP-STATUS to WS-FILE-STATUS
           perform NOTE-SECTION-OPEN
           if WS-DEP-STATUS = "00"
               perform ITEM-SCAN-STEP
                   until END-OF-SCAN
               close DEPOSIT-ITEMS-FILE
           end-if
           perform END-SECTION
           exit.

       ITEM-SCAN-STEP.
           read DEPOSIT-ITEMS-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   if DEP-ITEM-OUTSTANDING
                       add 1 to WS-SECTION-CHECKED
                       perform CHECK-ONE-ITEM
                   end-if
           end-read
           exit.

       CHECK-ONE-ITEM.
           move SPACES to WS-EXC-SUBJECT
           string "CHEQUE " DEP-POSTING-ID "-" DEP-ITEM-SEQ " ON"
               delimited by size into WS-EXC-SUBJECT
           move DEP-ACCOUNT to WS-LOOK-ACCOUNT
           perform CHECK-ACCOUNT-LINK

           move DEP-DRAWEE-BANK to BANK-ROUTE
           perform LOOKUP-BANK
           if WS-BANK-STATUS not = "00"
               string "CHEQUE " DEP-POSTING-ID "-" DEP-ITEM-SEQ
                   " DRAWEE BANK " DEP-DRAWEE-BANK " NOT ON FILE"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-EXCEPTION
           end-if
           exit.

      *----------------------------------------------------------------
      * LIENS - an active lien sits on an open account, and one to
      * remit pays an open beneficiary account
      *----------------------------------------------------------------
       CHECK-LIENS.
           move "LIENS" to WS-SECTION-NAME
           perform START-SECTION
           open input LIENS-FILE
           move WS-LIEN-STATUS to WS-FILE-STATUS
           perform NOTE-SECTION-OPEN
           if WS-LIEN-STATUS = "00"
               perform LIEN-SCAN-STEP
                   until END-OF-SCAN
               close LIENS-FILE
           end-if
           perform END-SECTION
           exit.

       LIEN-SCAN-STEP.
           read LIENS-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   if LIEN-ACTIVE
                       add 1 to WS-SECTION-CHECKED
                       perform CHECK-ONE-LIEN
                   end-if
           end-read
           exit.

       CHECK-ONE-LIEN.
           move SPACES to WS-EXC-SUBJECT
           string "LIEN " LIEN-ID " ON"
               delimited by size into WS-EXC-SUBJECT
           move LIEN-ACCOUNT to WS-LOOK-ACCOUNT
           perform CHECK-ACCOUNT-LINK
           if LIEN-TO-REMIT
               move SPACES to WS-EXC-SUBJECT
               string "LIEN " LIEN-ID " BENEFICIARY"
                   delimited by size into WS-EXC-SUBJECT
               move LIEN-BENEF-ACCT to WS-LOOK-ACCOUNT
               perform CHECK-ACCOUNT-LINK
           end-if
           exit.

      *----------------------------------------------------------------
      * LOAN-MASTER - an active loan belongs to a customer on file
      * and collects from an open account
      *----------------------------------------------------------------
       CHECK-LOANS.
           move "LOAN-MASTER" to WS-SECTION-NAME
           perform START-SECTION
           open input LOAN-FILE
           move WS-LOAN-STATUS to WS-FILE-STATUS
           perform NOTE-SECTION-OPEN
           if WS-LOAN-STATUS = "00"
               perform LOAN-SCAN-STEP
                   until END-OF-SCAN
               close LOAN-FILE
           end-if
           perform END-SECTION
           exit.

       LOAN-SCAN-STEP.
           read LOAN-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   if LOAN-ACTIVE
                       add 1 to WS-SECTION-CHECKED
                       perform CHECK-ONE-LOAN
                   end-if
           end-read
           exit.

       CHECK-ONE-LOAN.
           move LOAN-CUST-ID to WS-LOOK-CUSTOMER
           perform LOOKUP-CUSTOMER
           if not CUSTOMER-ON-FILE
               string "LOAN " LOAN-NUMBER " CUSTOMER " LOAN-CUST-ID
                   " NOT ON CUSTOMER FILE"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-EXCEPTION
           end-if
           move SPACES to WS-EXC-SUBJECT
           string "LOAN " LOAN-NUMBER " REPAID FROM"
               delimited by size into WS-EXC-SUBJECT
           move LOAN-ACCOUNT to WS-LOOK-ACCOUNT
           perform CHECK-ACCOUNT-LINK
           exit.

      *----------------------------------------------------------------
      * TERM-DEPOSIT - an active deposit belongs to a customer on
      * file and pays out to an open account
      *----------------------------------------------------------------
       CHECK-TERM-DEPOSITS.
           move "TERM-DEPOSIT" to WS-SECTION-NAME
           perform START-SECTION
           open input TERM-DEPOSIT-FILE
           move WS-TD-STATUS to WS-FILE-STATUS
           perform NOTE-SECTION-OPEN
           if WS-TD-STATUS = "00"
               perform DEPOSIT-SCAN-STEP
                   until END-OF-SCAN
               close TERM-DEPOSIT-FILE
           end-if
           perform END-SECTION
           exit.

       DEPOSIT-SCAN-STEP.
           read TERM-DEPOSIT-FILE next record
               at end
                   set END-OF-SCAN to true
               not at end
                   if TD-ACTIVE
                       add 1 to WS-SECTION-CHECKED
                       perform CHECK-ONE-DEPOSIT
                   end-if
           end-read
           exit.

       CHECK-ONE-DEPOSIT.
           move TD-CUST-ID to WS-LOOK-CUSTOMER
           perform LOOKUP-CUSTOMER
           if not CUSTOMER-ON-FILE
               string "TERM DEPOSIT " TD-NUMBER " CUSTOMER "
                   TD-CUST-ID " NOT ON CUSTOMER FILE"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-EXCEPTION
           end-if
           move SPACES to WS-EXC-SUBJECT
           string "TERM DEPOSIT " TD-NUMBER " PAYS TO"
               delimited by size into WS-EXC-SUBJECT
           move TD-PAYOUT-ACCT to WS-LOOK-ACCOUNT
           perform CHECK-ACCOUNT-LINK
           exit.

      *----------------------------------------------------------------
      * lookups
      *----------------------------------------------------------------
       CHECK-ACCOUNT-LINK.
      * reports WS-EXC-SUBJECT's link to WS-LOOK-ACCOUNT when the
      * account is missing or closed
           perform LOOKUP-ACCOUNT
           if LOOK-OK
               exit paragraph
           end-if
           move ZERO to WS-EXC-SUBJECT-LEN
           inspect WS-EXC-SUBJECT tallying WS-EXC-SUBJECT-LEN
               for characters before initial "  "
           if LOOK-MISSING
               string WS-EXC-SUBJECT (1:WS-EXC-SUBJECT-LEN)
                   " ACCOUNT " WS-LOOK-ACCOUNT " NOT ON FILE"
                   delimited by size into WS-REPORT-LINE
           else
               string WS-EXC-SUBJECT (1:WS-EXC-SUBJECT-LEN)
                   " ACCOUNT " WS-LOOK-ACCOUNT " IS CLOSED"
                   delimited by size into WS-REPORT-LINE
           end-if
           perform WRITE-EXCEPTION
           exit.

       LOOKUP-ACCOUNT.
           move WS-LOOK-ACCOUNT to ACCT-NUMBER
           read ACCT-MASTER-FILE
               invalid key
                   set LOOK-MISSING to true
               not invalid key
                   if ACCT-CLOSED
                       set LOOK-CLOSED to true
                   else
                       set LOOK-OK to true
                   end-if
           end-read
           exit.

       LOOKUP-CUSTOMER.
           move "N" to WS-LOOK-CUST-FLAG
           move WS-LOOK-CUSTOMER to CUST-ID
           read CUSTOMER-FILE
               invalid key
                   continue
               not invalid key
                   set CUSTOMER-ON-FILE to true
           end-read
           exit.

       LOOKUP-BILLER.
      * with no BILLERS file every biller code is unknown
           if not BILLER-FILE-OPEN
               move "23" to WS-BILLER-STATUS
               exit paragraph
           end-if
           read BILLERS-FILE
               invalid key
                   continue
           end-read
           exit.

       LOOKUP-BANK.
           if not BANK-FILE-OPEN
               move "23" to WS-BANK-STATUS
               exit paragraph
           end-if
           read BANKS-FILE
               invalid key
                   continue
           end-read
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

       end program INTEGCHK.
