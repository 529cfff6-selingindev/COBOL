       identification division.
           program-id. TAXCERT.
           author. "Arthur Selingin".

      * year-end interest and charges certificate run: totals, per
      * customer across every account they hold - owned through
      * ACCT-CUST-ID and held jointly through an ACCT-REL link that
      * was live at some point in the year (active, or removed - by
      * REMHOLDR or by the account's closure - on or after the
      * year's first day, as MAINTLOG.DAT records it) - the
      * INTEREST paid, the FEEs charged and the OD-INT
      * charged over the tax year, reading the year's twelve
      * TARCyyyymm.DAT archives and the live TRANLOG.DAT. archiving
      * moves every record out of the log exactly once, so each
      * posting is met in one place only; CARRYFWD records are not
      * postings and are never counted. a correction posted through
      * RCPTADJ against one of these entries is netted off using the
      * ADJUST-REGISTER, which still knows the type it corrected.
      * writes a printable certificate per customer with the mailing
      * address block from CUSTOMER-MASTER (TAXCccccccyyyy.RPT) and
      * one fixed-format regulatory extract of the same totals
      * (TAXXyyyy.DAT, detail records plus a totals trailer).
      * the tax year is the year of the business date on its last
      * night, so the run belongs on December's month-end night
      * after MONTHEND has posted the year's last accruals; a late
      * rerun in any other month certifies the year before.

       environment division.

       input-output section.
       file-control.
           select CUSTOMER-FILE assign to "CUSTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is CUST-ID
               file status is WS-CUST-STATUS.

           select ACCT-MASTER-FILE assign to "ACCTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is ACCT-NUMBER
               file status is WS-ACCT-STATUS.

           select ACCT-REL-FILE assign to "ACCTREL.DAT"
               organization is indexed
               access mode is dynamic
               record key is REL-KEY
               file status is WS-REL-STATUS.

           select TRAN-LOG-FILE assign to dynamic WS-LOG-FILENAME
               organization is line sequential
               file status is WS-TRAN-STATUS.

           select MAINT-LOG-FILE assign to "MAINTLOG.DAT"
               organization is line sequential
               file status is WS-MAINT-STATUS.

           select ADJUST-REGISTER assign to "ADJLOG.DAT"
               organization is line sequential
               file status is WS-ADJ-STATUS.

           select BUSDATE-FILE assign to "BUSDATE.DAT"
               organization is line sequential
               file status is WS-BUSDATE-STATUS.

           select CERTIFICATE-FILE assign to dynamic WS-CERT-FILENAME
               organization is line sequential
               file status is WS-CERT-STATUS.

           select EXTRACT-FILE assign to dynamic WS-EXTRACT-FILENAME
               organization is line sequential
               file status is WS-EXTRACT-STATUS.

       data division.
       file section.
       FD CUSTOMER-FILE.
           COPY CUSTMAST.

       FD ACCT-MASTER-FILE.
           COPY ACCTMAST.

       FD ACCT-REL-FILE.
           COPY ACCTREL.

       FD TRAN-LOG-FILE.
           COPY TRANLOG.

       FD MAINT-LOG-FILE.
           COPY MNTLOG.

       FD ADJUST-REGISTER.
           COPY ADJLOG.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD CERTIFICATE-FILE.
       01 CERTIFICATE-RECORD PIC X(080).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(170).

       working-storage section.
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-CUST-STATUS    PIC X(02) VALUE "00".
       01 WS-ACCT-STATUS    PIC X(02) VALUE "00".
       01 WS-REL-STATUS     PIC X(02) VALUE "00".
       01 WS-TRAN-STATUS    PIC X(02) VALUE "00".
       01 WS-ADJ-STATUS     PIC X(02) VALUE "00".
       01 WS-MAINT-STATUS   PIC X(02) VALUE "00".
       01 WS-CERT-STATUS    PIC X(02) VALUE "00".
       01 WS-EXTRACT-STATUS PIC X(02) VALUE "00".
       01 WS-BUSDATE-STATUS PIC X(02) VALUE "00".

       01 WS-LOG-FILENAME      PIC X(20).
       01 WS-CERT-FILENAME     PIC X(20).
       01 WS-EXTRACT-FILENAME  PIC X(20).

       01 WS-CURRENT-DATE      PIC 9(08).
       01 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
           05 WS-CURRENT-YYYY  PIC 9(04).
           05 WS-CURRENT-MM    PIC 9(02).
           05 WS-CURRENT-DD    PIC 9(02).

       01 WS-TAX-YEAR          PIC 9(04).
       01 WS-TAX-YEAR-START    PIC 9(08).
       01 WS-ARCH-YYYYMM       PIC 9(06).
       01 WS-MONTH-IX          PIC 9(02).

      * the year's sources in reading order: whichever monthly
      * archives exist, then the live log
       01 WS-SOURCE-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-SOURCE-TABLE.
           05 WS-SOURCE-NAME OCCURS 13 TIMES PIC X(20).
       01 WS-SOURCE-IX         PIC 9(02).

       01 WS-EOF-CUST          PIC X(01) VALUE "N".
           88 END-OF-CUST VALUE "Y".
       01 WS-EOF-ACCT          PIC X(01) VALUE "N".
           88 END-OF-ACCT VALUE "Y".
       01 WS-EOF-REL           PIC X(01) VALUE "N".
           88 END-OF-REL VALUE "Y".
       01 WS-EOF-TRAN          PIC X(01) VALUE "N".
           88 END-OF-TRAN VALUE "Y".
       01 WS-EOF-ADJ           PIC X(01) VALUE "N".
           88 END-OF-ADJ VALUE "Y".
       01 WS-EOF-MAINT         PIC X(01) VALUE "N".
           88 END-OF-MAINT VALUE "Y".

      * a removed joint holder still held the account this year when
      * the removal is logged on or after the year's first day
       01 WS-REL-CUST-X        PIC X(06).
       01 WS-REMOVAL-FLAG      PIC X(01) VALUE "N".
           88 REMOVED-IN-TAX-YEAR VALUE "Y".

       01 WS-OK                PIC X(01) VALUE "Y".
       01 WS-ACCT-OPEN-FLAG    PIC X(01) VALUE "N".
           88 ACCT-FILE-OPEN VALUE "Y".
       01 WS-REL-OPEN-FLAG     PIC X(01) VALUE "N".
           88 REL-FILE-OPEN VALUE "Y".

      * the customer being worked and every account they hold, with
      * the year's totals per account
       01 WS-WORK-CUSTOMER     PIC 9(06).
       01 WS-CERT-ACCT-MAX     PIC 9(02) VALUE 20.
       01 WS-CERT-ACCT-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-CERT-ACCT-TABLE.
           05 WS-CERT-ACCT-ENTRY OCCURS 20 TIMES.
               10 WS-CERT-ACCOUNT   PIC 9(10).
               10 WS-CERT-INTEREST  PIC S9(9)V99.
               10 WS-CERT-FEES      PIC S9(9)V99.
               10 WS-CERT-OD-INT    PIC S9(9)V99.
       01 WS-CERT-IX           PIC 9(02).
       01 WS-FOUND-IX          PIC 9(02).
       01 WS-LOOK-ACCOUNT      PIC 9(10).
       01 WS-FOUND-FLAG        PIC X(01).
           88 ACCOUNT-FOUND VALUE "Y".
           88 ACCOUNT-NOT-FOUND VALUE "N".
       01 WS-OVERFLOW-FLAG     PIC X(01) VALUE "N".
           88 CERT-TABLE-OVERFLOW VALUE "Y".

      * the customer's totals over all their accounts
       01 WS-CUST-INTEREST     PIC S9(9)V99 VALUE ZERO.
       01 WS-CUST-FEES         PIC S9(9)V99 VALUE ZERO.
       01 WS-CUST-OD-INT       PIC S9(9)V99 VALUE ZERO.

      * the run's totals, proved by the extract trailer
       01 WS-CERTS-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-RUN-INTEREST      PIC S9(11)V99 VALUE ZERO.
       01 WS-RUN-FEES          PIC S9(11)V99 VALUE ZERO.
       01 WS-RUN-OD-INT        PIC S9(11)V99 VALUE ZERO.

      * fixed-format regulatory records: detail then trailer
       01 EXTRACT-DETAIL.
           05 XD-TYPE          PIC X(01) VALUE "D".
           05 XD-TAX-YEAR      PIC 9(04).
           05 XD-CUST-ID       PIC 9(06).
           05 XD-CUST-NAME     PIC X(30).
           05 XD-ADDR-LINE1    PIC X(30).
           05 XD-ADDR-LINE2    PIC X(30).
           05 XD-CITY          PIC X(20).
           05 XD-POSTCODE      PIC X(10).
           05 XD-INTEREST      PIC S9(09)V99
                   sign is leading separate.
           05 XD-FEES          PIC S9(09)V99
                   sign is leading separate.
           05 XD-OD-INT        PIC S9(09)V99
                   sign is leading separate.
       01 EXTRACT-TRAILER.
           05 XT-TYPE          PIC X(01) VALUE "T".
           05 XT-TAX-YEAR      PIC 9(04).
           05 XT-COUNT         PIC 9(06).
           05 XT-INTEREST      PIC S9(11)V99
                   sign is leading separate.
           05 XT-FEES          PIC S9(11)V99
                   sign is leading separate.
           05 XT-OD-INT        PIC S9(11)V99
                   sign is leading separate.
           05 XT-DATE          PIC 9(08).

       01 WS-AMOUNT-DISPLAY    PIC -(9)9.99.
       01 WS-AMOUNT-DISPLAY-2  PIC -(9)9.99.
       01 WS-AMOUNT-DISPLAY-3  PIC -(9)9.99.
       01 WS-TOTAL-DISPLAY     PIC -(11)9.99.
       01 WS-CERT-LINE         PIC X(080) VALUE SPACES.

       procedure division.
       TAXCERT-RUN.
           display WS-SPACES
           display "YEAR-END TAX CERTIFICATE RUN - TAXCERT"
           display WS-SPACES

           accept WS-CURRENT-DATE from DATE YYYYMMDD
           perform GET-BUSINESS-DATE
           perform SET-TAX-YEAR-AND-SOURCES

           move "Y" to WS-OK
           open input CUSTOMER-FILE
           if WS-CUST-STATUS = "35"
      * no customer master means no customer has ever been set up -
      * nothing to certify, not a failure
               display "NO CUSTOMER FILE. NOTHING TO PRODUCE."
               move "N" to WS-OK
           end-if
           if WS-OK = "Y" and WS-CUST-STATUS not = "00"
               display "CUSTOMER FILE UNAVAILABLE. RUN ABORTED."
               move "N" to WS-OK
               move 8 to RETURN-CODE
           end-if

           if WS-OK = "Y"
               open input ACCT-MASTER-FILE
               if WS-ACCT-STATUS = "00"
                   set ACCT-FILE-OPEN to true
               else
                   display "ACCOUNT FILE UNAVAILABLE. RUN ABORTED."
                   move "N" to WS-OK
                   move 8 to RETURN-CODE
               end-if
           end-if

           if WS-OK = "Y"
               perform OPEN-RELATIONSHIPS
           end-if

           if WS-OK = "Y"
               string "TAXX" WS-TAX-YEAR ".DAT"
                   delimited by size into WS-EXTRACT-FILENAME
               open output EXTRACT-FILE
               move "N" to WS-EOF-CUST
               perform CUSTOMER-SCAN-STEP
                   until END-OF-CUST
      * the receiver refuses an extract without its trailer - which
      * is what a run that could not certify everyone must leave
               if WS-OK = "Y" and WS-SKIPPED-COUNT = ZERO
                   perform WRITE-EXTRACT-TRAILER
               end-if
               close EXTRACT-FILE
           end-if

           if REL-FILE-OPEN
               close ACCT-REL-FILE
           end-if
           if ACCT-FILE-OPEN
               close ACCT-MASTER-FILE
           end-if
           if WS-CUST-STATUS not = "35"
               close CUSTOMER-FILE
           end-if

           move WS-RUN-INTEREST to WS-TOTAL-DISPLAY
           display "TAX YEAR             : " WS-TAX-YEAR
           display "SOURCES READ         : " WS-SOURCE-COUNT
           display "CERTIFICATES PRODUCED: " WS-CERTS-COUNT
           display "INTEREST PAID        : " WS-TOTAL-DISPLAY
           move WS-RUN-FEES to WS-TOTAL-DISPLAY
           display "FEES CHARGED         : " WS-TOTAL-DISPLAY
           move WS-RUN-OD-INT to WS-TOTAL-DISPLAY
           display "OVERDRAFT INTEREST   : " WS-TOTAL-DISPLAY
           if WS-SKIPPED-COUNT > ZERO
               display "*** CUSTOMERS NOT CERTIFIED: " WS-SKIPPED-COUNT
                   " ***"
           end-if
           display WS-SPACES

           goback.

       SET-TAX-YEAR-AND-SOURCES.
      * on the year's last night the business date is in December;
      * from any other month the year being closed is the last one
           if WS-CURRENT-MM = 12
               move WS-CURRENT-YYYY to WS-TAX-YEAR
           else
               compute WS-TAX-YEAR = WS-CURRENT-YYYY - 1
           end-if
           compute WS-TAX-YEAR-START = WS-TAX-YEAR * 10000 + 101

           move ZERO to WS-SOURCE-COUNT
           perform FIND-MONTH-ARCHIVE
               varying WS-MONTH-IX from 1 by 1
               until WS-MONTH-IX > 12
           add 1 to WS-SOURCE-COUNT
           move "TRANLOG.DAT" to WS-SOURCE-NAME (WS-SOURCE-COUNT)
           exit.

       FIND-MONTH-ARCHIVE.
      * a month TLOGARCH has not cut yet is still on the live log
           compute WS-ARCH-YYYYMM = WS-TAX-YEAR * 100 + WS-MONTH-IX
           string "TARC" WS-ARCH-YYYYMM ".DAT"
               delimited by size into WS-LOG-FILENAME
           open input TRAN-LOG-FILE
           if WS-TRAN-STATUS = "00"
               close TRAN-LOG-FILE
               add 1 to WS-SOURCE-COUNT
               move WS-LOG-FILENAME to WS-SOURCE-NAME (WS-SOURCE-COUNT)
               display "READING ARCHIVE " WS-LOG-FILENAME
           end-if
           exit.

       OPEN-RELATIONSHIPS.
           open input ACCT-REL-FILE
           evaluate true
               when WS-REL-STATUS = "00"
                   set REL-FILE-OPEN to true
               when WS-REL-STATUS = "35"
      * no relationship file means no joint holders - every account
      * is certified to its owner alone
                   continue
               when other
      * a joint holder left off a tax certificate is a wrong
      * certificate - do not produce any
                   display "ACCT-REL FILE UNAVAILABLE. RUN ABORTED."
                   move "N" to WS-OK
                   move 8 to RETURN-CODE
           end-evaluate
           exit.

      *----------------------------------------------------------------
      * one certificate per customer with something to declare
      *----------------------------------------------------------------
       CUSTOMER-SCAN-STEP.
           read CUSTOMER-FILE next record
               at end
                   set END-OF-CUST to true
               not at end
                   perform PRODUCE-ONE-CUSTOMER
           end-read
           exit.

       PRODUCE-ONE-CUSTOMER.
           move CUST-ID to WS-WORK-CUSTOMER
           perform LOAD-CUSTOMER-ACCOUNTS
           if WS-OK = "N"
               set END-OF-CUST to true
               exit paragraph
           end-if
           if WS-CERT-ACCT-COUNT = ZERO
               exit paragraph
           end-if
           if CERT-TABLE-OVERFLOW
      * a certificate missing an account understates what is
      * declared - hold the customer back and fail the step
               display "*** CUSTOMER " WS-WORK-CUSTOMER " HOLDS MORE"
                   " THAN " WS-CERT-ACCT-MAX " ACCOUNTS - NOT"
                   " CERTIFIED ***"
               add 1 to WS-SKIPPED-COUNT
               move 8 to RETURN-CODE
               exit paragraph
           end-if

           perform TOTAL-ONE-SOURCE
               varying WS-SOURCE-IX from 1 by 1
               until WS-SOURCE-IX > WS-SOURCE-COUNT
               or WS-OK = "N"
           if WS-OK = "Y"
               perform NET-CORRECTIONS
           end-if
           if WS-OK = "N"
               set END-OF-CUST to true
               exit paragraph
           end-if

           move ZERO to WS-CUST-INTEREST
           move ZERO to WS-CUST-FEES
           move ZERO to WS-CUST-OD-INT
           perform ADD-CUSTOMER-TOTALS
               varying WS-CERT-IX from 1 by 1
               until WS-CERT-IX > WS-CERT-ACCT-COUNT
           if WS-CUST-INTEREST = ZERO
               and WS-CUST-FEES = ZERO
               and WS-CUST-OD-INT = ZERO
      * nothing paid or charged all year - nothing to declare
               exit paragraph
           end-if

           perform WRITE-CERTIFICATE
           perform WRITE-EXTRACT-DETAIL
           add WS-CUST-INTEREST to WS-RUN-INTEREST
           add WS-CUST-FEES to WS-RUN-FEES
           add WS-CUST-OD-INT to WS-RUN-OD-INT
           add 1 to WS-CERTS-COUNT
           display "CERTIFICATE WRITTEN FOR CUSTOMER " WS-WORK-CUSTOMER
           exit.

       ADD-CUSTOMER-TOTALS.
           add WS-CERT-INTEREST (WS-CERT-IX) to WS-CUST-INTEREST
           add WS-CERT-FEES (WS-CERT-IX) to WS-CUST-FEES
           add WS-CERT-OD-INT (WS-CERT-IX) to WS-CUST-OD-INT
           exit.

      *----------------------------------------------------------------
      * the customer's accounts: owned ones from the master, then
      * joint holdings from ACCT-REL - active ones, and removed ones
      * the customer still held during the tax year. closed accounts
      * count - interest and fees charged before closure are still
      * the year's, and closing takes every joint holder off
      *----------------------------------------------------------------
       LOAD-CUSTOMER-ACCOUNTS.
           move ZERO to WS-CERT-ACCT-COUNT
           move "N" to WS-OVERFLOW-FLAG
           move "N" to WS-EOF-ACCT
           move ZEROES to ACCT-NUMBER
           start ACCT-MASTER-FILE key not < ACCT-NUMBER
               invalid key
                   set END-OF-ACCT to true
           end-start
           perform OWNED-ACCOUNT-STEP
               until END-OF-ACCT

           if not REL-FILE-OPEN
               exit paragraph
           end-if
           move "N" to WS-EOF-REL
           move ZEROES to REL-KEY
           start ACCT-REL-FILE key not < REL-KEY
               invalid key
                   set END-OF-REL to true
           end-start
           perform JOINT-ACCOUNT-STEP
               until END-OF-REL
           exit.

       OWNED-ACCOUNT-STEP.
           read ACCT-MASTER-FILE next record
               at end
                   set END-OF-ACCT to true
               not at end
                   if ACCT-CUST-ID = WS-WORK-CUSTOMER
                       move ACCT-NUMBER to WS-LOOK-ACCOUNT
                       perform ADD-CERT-ACCOUNT
                   end-if
           end-read
           exit.

       JOINT-ACCOUNT-STEP.
           read ACCT-REL-FILE next record
               at end
                   set END-OF-REL to true
               not at end
                   if REL-CUST-ID = WS-WORK-CUSTOMER
                       evaluate true
                           when REL-ACTIVE
                               move REL-ACCOUNT to WS-LOOK-ACCOUNT
                               perform ADD-CERT-ACCOUNT
                           when REL-REMOVED
                               perform CHECK-REMOVAL-DATE
                               if REMOVED-IN-TAX-YEAR
                                   move REL-ACCOUNT to WS-LOOK-ACCOUNT
                                   perform ADD-CERT-ACCOUNT
                               end-if
                       end-evaluate
                   end-if
           end-read
           exit.

       CHECK-REMOVAL-DATE.
      * REMHOLDR and CLOSE both log the removal as a REMHOLDR entry
      * with the customer in the old value. a removal with no entry
      * at all predates the log and so the tax year
           move "N" to WS-REMOVAL-FLAG
           move REL-CUST-ID to WS-REL-CUST-X
           move "N" to WS-EOF-MAINT
           open input MAINT-LOG-FILE
           evaluate true
               when WS-MAINT-STATUS = "35"
                   continue
               when WS-MAINT-STATUS not = "00"
      * without the log a holder's year cannot be proved - a holder
      * left off a certificate makes it wrong, so produce none
                   display "MAINTENANCE LOG UNAVAILABLE. RUN ABORTED."
                   move "N" to WS-OK
                   move 8 to RETURN-CODE
                   set END-OF-REL to true
               when other
                   perform REMOVAL-READ-STEP
                       until END-OF-MAINT
                   close MAINT-LOG-FILE
           end-evaluate
           exit.

       REMOVAL-READ-STEP.
           read MAINT-LOG-FILE
               at end
                   set END-OF-MAINT to true
               not at end
                   if MNT-ACTION = "REMHOLDR"
                       and MNT-ACCOUNT = REL-ACCOUNT
                       and MNT-OLD-VALUE (1:6) = WS-REL-CUST-X
                       and MNT-DATE >= WS-TAX-YEAR-START
                       set REMOVED-IN-TAX-YEAR to true
                       set END-OF-MAINT to true
                   end-if
           end-read
           exit.

       ADD-CERT-ACCOUNT.
           perform FIND-CERT-ACCOUNT
           if ACCOUNT-FOUND
               exit paragraph
           end-if
           if WS-CERT-ACCT-COUNT < WS-CERT-ACCT-MAX
               add 1 to WS-CERT-ACCT-COUNT
               move WS-LOOK-ACCOUNT
                   to WS-CERT-ACCOUNT (WS-CERT-ACCT-COUNT)
               move ZERO to WS-CERT-INTEREST (WS-CERT-ACCT-COUNT)
               move ZERO to WS-CERT-FEES (WS-CERT-ACCT-COUNT)
               move ZERO to WS-CERT-OD-INT (WS-CERT-ACCT-COUNT)
           else
               set CERT-TABLE-OVERFLOW to true
           end-if
           exit.

       FIND-CERT-ACCOUNT.
           set ACCOUNT-NOT-FOUND to true
           perform FIND-CERT-ACCOUNT-STEP
               varying WS-CERT-IX from 1 by 1
               until WS-CERT-IX > WS-CERT-ACCT-COUNT
               or ACCOUNT-FOUND
           exit.

       FIND-CERT-ACCOUNT-STEP.
           if WS-CERT-ACCOUNT (WS-CERT-IX) = WS-LOOK-ACCOUNT
               set ACCOUNT-FOUND to true
               move WS-CERT-IX to WS-FOUND-IX
           end-if
           exit.

      *----------------------------------------------------------------
      * the year's postings of the three certified types
      *----------------------------------------------------------------
       TOTAL-ONE-SOURCE.
           move WS-SOURCE-NAME (WS-SOURCE-IX) to WS-LOG-FILENAME
           move "N" to WS-EOF-TRAN
           open input TRAN-LOG-FILE
           evaluate true
               when WS-TRAN-STATUS = "00"
                   perform SOURCE-READ-STEP
                       until END-OF-TRAN
                   close TRAN-LOG-FILE
               when WS-TRAN-STATUS = "35"
      * an empty log is only possible for the live one - every
      * archive in the list was opened when the list was built
                   continue
               when other
                   display "CANNOT READ " WS-LOG-FILENAME
                       ". RUN ABORTED."
                   move "N" to WS-OK
                   move 8 to RETURN-CODE
           end-evaluate
           exit.

       SOURCE-READ-STEP.
           read TRAN-LOG-FILE
               at end
                   set END-OF-TRAN to true
               not at end
                   if TRAN-DATE (1:4) = WS-TAX-YEAR
                       and (TRAN-TYPE = "INTEREST"
                           or TRAN-TYPE = "FEE"
                           or TRAN-TYPE = "OD-INT")
                       move TRAN-ACCOUNT to WS-LOOK-ACCOUNT
                       perform FIND-CERT-ACCOUNT
                       if ACCOUNT-FOUND
                           perform APPLY-POSTING
                       end-if
                   end-if
           end-read
           exit.

       APPLY-POSTING.
           evaluate TRAN-TYPE
               when "INTEREST"
                   add TRAN-AMOUNT to WS-CERT-INTEREST (WS-FOUND-IX)
               when "FEE"
                   add TRAN-AMOUNT to WS-CERT-FEES (WS-FOUND-IX)
               when "OD-INT"
                   add TRAN-AMOUNT to WS-CERT-OD-INT (WS-FOUND-IX)
           end-evaluate
           exit.

      *----------------------------------------------------------------
      * corrections: a fee given back or interest taken back through
      * RCPTADJ comes off the year the original entry belonged to
      *----------------------------------------------------------------
       NET-CORRECTIONS.
           move "N" to WS-EOF-ADJ
           open input ADJUST-REGISTER
           evaluate true
               when WS-ADJ-STATUS = "00"
                   perform ADJ-READ-STEP
                       until END-OF-ADJ
                   close ADJUST-REGISTER
               when WS-ADJ-STATUS = "35"
      * no register means no correction has ever been posted
                   continue
               when other
                   display "ADJUSTMENT REGISTER UNAVAILABLE."
                       " RUN ABORTED."
                   move "N" to WS-OK
                   move 8 to RETURN-CODE
           end-evaluate
           exit.

       ADJ-READ-STEP.
           read ADJUST-REGISTER
               at end
                   set END-OF-ADJ to true
               not at end
                   if ADJ-ORIG-DATE (1:4) = WS-TAX-YEAR
                       and (ADJ-ORIG-TYPE = "INTEREST"
                           or ADJ-ORIG-TYPE = "FEE"
                           or ADJ-ORIG-TYPE = "OD-INT")
                       move ADJ-ACCOUNT to WS-LOOK-ACCOUNT
                       perform FIND-CERT-ACCOUNT
                       if ACCOUNT-FOUND
                           perform APPLY-CORRECTION
                       end-if
                   end-if
           end-read
           exit.

       APPLY-CORRECTION.
           evaluate ADJ-ORIG-TYPE
               when "INTEREST"
                   subtract ADJ-AMOUNT
                       from WS-CERT-INTEREST (WS-FOUND-IX)
               when "FEE"
                   subtract ADJ-AMOUNT from WS-CERT-FEES (WS-FOUND-IX)
               when "OD-INT"
                   subtract ADJ-AMOUNT
                       from WS-CERT-OD-INT (WS-FOUND-IX)
           end-evaluate
           exit.

      *----------------------------------------------------------------
      * the printed certificate - one page, address block first for
      * the envelope window
      *----------------------------------------------------------------
       WRITE-CERTIFICATE.
           string "TAXC" WS-WORK-CUSTOMER WS-TAX-YEAR ".RPT"
               delimited by size into WS-CERT-FILENAME
           open output CERTIFICATE-FILE

           move WS-SPACES to WS-CERT-LINE
           perform WRITE-CERTIFICATE-LINE
           string "CERTIFICATE OF INTEREST AND CHARGES - TAX YEAR "
               WS-TAX-YEAR
               delimited by size into WS-CERT-LINE
           perform WRITE-CERTIFICATE-LINE
           string "CUSTOMER " WS-WORK-CUSTOMER
               "  ISSUED " WS-CURRENT-DATE
               delimited by size into WS-CERT-LINE
           perform WRITE-CERTIFICATE-LINE
           move WS-SPACES to WS-CERT-LINE
           perform WRITE-CERTIFICATE-LINE

           move CUST-NAME to WS-CERT-LINE
           perform WRITE-CERTIFICATE-LINE
           move CUST-ADDR-LINE1 to WS-CERT-LINE
           perform WRITE-CERTIFICATE-LINE
           move CUST-ADDR-LINE2 to WS-CERT-LINE
           perform WRITE-CERTIFICATE-LINE
           string CUST-CITY " " CUST-POSTCODE
               delimited by size into WS-CERT-LINE
           perform WRITE-CERTIFICATE-LINE
           perform WRITE-CERTIFICATE-LINE

           string "ACCOUNT       INTEREST PAID  FEES CHARGED"
               "   OD INTEREST"
               delimited by size into WS-CERT-LINE
           perform WRITE-CERTIFICATE-LINE
           perform CERTIFY-ONE-ACCOUNT
               varying WS-CERT-IX from 1 by 1
               until WS-CERT-IX > WS-CERT-ACCT-COUNT

           move WS-CUST-INTEREST to WS-AMOUNT-DISPLAY
           move WS-CUST-FEES to WS-AMOUNT-DISPLAY-2
           move WS-CUST-OD-INT to WS-AMOUNT-DISPLAY-3
           perform WRITE-CERTIFICATE-LINE
           string "TOTAL      " WS-AMOUNT-DISPLAY " "
               WS-AMOUNT-DISPLAY-2 " " WS-AMOUNT-DISPLAY-3
               delimited by size into WS-CERT-LINE
           perform WRITE-CERTIFICATE-LINE

           perform WRITE-CERTIFICATE-LINE
           move "INTEREST IS SHOWN GROSS. ALL FIGURES ARE NET OF ANY"
               to WS-CERT-LINE
           perform WRITE-CERTIFICATE-LINE
           move "CORRECTIONS MADE. A JOINT ACCOUNT SHOWS ITS FULL"
               to WS-CERT-LINE
           perform WRITE-CERTIFICATE-LINE
           move "FIGURES ON THE CERTIFICATE OF EACH HOLDER."
               to WS-CERT-LINE
           perform WRITE-CERTIFICATE-LINE
           perform WRITE-CERTIFICATE-LINE
           move "*** END OF CERTIFICATE ***" to WS-CERT-LINE
           perform WRITE-CERTIFICATE-LINE
           close CERTIFICATE-FILE
           exit.

       CERTIFY-ONE-ACCOUNT.
      * an account with nothing paid or charged all year stays off
           if WS-CERT-INTEREST (WS-CERT-IX) = ZERO
               and WS-CERT-FEES (WS-CERT-IX) = ZERO
               and WS-CERT-OD-INT (WS-CERT-IX) = ZERO
               exit paragraph
           end-if
           move WS-CERT-INTEREST (WS-CERT-IX) to WS-AMOUNT-DISPLAY
           move WS-CERT-FEES (WS-CERT-IX) to WS-AMOUNT-DISPLAY-2
           move WS-CERT-OD-INT (WS-CERT-IX) to WS-AMOUNT-DISPLAY-3
           string WS-CERT-ACCOUNT (WS-CERT-IX) " "
               WS-AMOUNT-DISPLAY " " WS-AMOUNT-DISPLAY-2 " "
               WS-AMOUNT-DISPLAY-3
               delimited by size into WS-CERT-LINE
           perform WRITE-CERTIFICATE-LINE
           exit.

       WRITE-CERTIFICATE-LINE.
           write CERTIFICATE-RECORD from WS-CERT-LINE
           move SPACES to WS-CERT-LINE
           exit.

      *----------------------------------------------------------------
      * the regulatory extract
      *----------------------------------------------------------------
       WRITE-EXTRACT-DETAIL.
           move WS-TAX-YEAR to XD-TAX-YEAR
           move WS-WORK-CUSTOMER to XD-CUST-ID
           move CUST-NAME to XD-CUST-NAME
           move CUST-ADDR-LINE1 to XD-ADDR-LINE1
           move CUST-ADDR-LINE2 to XD-ADDR-LINE2
           move CUST-CITY to XD-CITY
           move CUST-POSTCODE to XD-POSTCODE
           move WS-CUST-INTEREST to XD-INTEREST
           move WS-CUST-FEES to XD-FEES
           move WS-CUST-OD-INT to XD-OD-INT
           write EXTRACT-RECORD from EXTRACT-DETAIL
           exit.

       WRITE-EXTRACT-TRAILER.
           move WS-TAX-YEAR to XT-TAX-YEAR
           move WS-CERTS-COUNT to XT-COUNT
           move WS-RUN-INTEREST to XT-INTEREST
           move WS-RUN-FEES to XT-FEES
           move WS-RUN-OD-INT to XT-OD-INT
           move WS-CURRENT-DATE to XT-DATE
           write EXTRACT-RECORD from EXTRACT-TRAILER
           exit.

      *----------------------------------------------------------------
      * shared helpers
      *----------------------------------------------------------------
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

       end program TAXCERT.
