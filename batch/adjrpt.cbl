       identification division.
           program-id. ADJRPT.
           author. "Arthur Selingin".

      * daily correcting-entries report for audit: reads the
      * ADJUST-REGISTER (ADJLOG.DAT) RCPTADJ writes and lists every
      * correction posted on the business date - the receipt it
      * corrected and what that entry was, the account, full or
      * partial amount, the operator who keyed it, the supervisor
      * who approved it and the reason given. the day's ADJUST-CR
      * and ADJUST-DR entries on TRANLOG.DAT are totalled alongside
      * and must agree with the register - a correcting entry on the
      * log that the register never saw did not come through the
      * desk. writes the report to ADJRyyyymmdd.RPT.

       environment division.

       input-output section.
       file-control.
           select ADJUST-REGISTER assign to "ADJLOG.DAT"
               organization is line sequential
               file status is WS-ADJ-STATUS.

           select TRAN-LOG-FILE assign to "TRANLOG.DAT"
               organization is line sequential
               file status is WS-TRAN-STATUS.

           select BUSDATE-FILE assign to "BUSDATE.DAT"
               organization is line sequential
               file status is WS-BUSDATE-STATUS.

           select REPORT-FILE assign to dynamic WS-REPORT-FILENAME
               organization is line sequential
               file status is WS-REPORT-STATUS.

       data division.
       file section.
       FD ADJUST-REGISTER.
           COPY ADJLOG.

       FD TRAN-LOG-FILE.
           COPY TRANLOG.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(080).

       working-storage section.
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-ADJ-STATUS     PIC X(02) VALUE "00".
       01 WS-TRAN-STATUS    PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(02) VALUE "00".
       01 WS-BUSDATE-STATUS PIC X(02) VALUE "00".

       01 WS-REPORT-FILENAME   PIC X(20).

       01 WS-CURRENT-DATE      PIC 9(08).

       01 WS-OK                PIC X(01) VALUE "Y".

       01 WS-EOF-ADJ           PIC X(01) VALUE "N".
           88 END-OF-ADJ VALUE "Y".
       01 WS-EOF-TRAN          PIC X(01) VALUE "N".
           88 END-OF-TRAN VALUE "Y".

      * the register's side of the day
       01 WS-REG-CR-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-REG-CR-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01 WS-REG-DR-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-REG-DR-TOTAL      PIC S9(11)V99 VALUE ZERO.
      * the log's side of the day
       01 WS-LOG-CR-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-LOG-CR-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01 WS-LOG-DR-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-LOG-DR-TOTAL      PIC S9(11)V99 VALUE ZERO.

       01 WS-EXTENT-TEXT       PIC X(07).
       01 WS-AMOUNT-DISPLAY    PIC -(9)9.99.
       01 WS-AMOUNT-DISPLAY-2  PIC -(9)9.99.
       01 WS-TOTAL-DISPLAY     PIC -(11)9.99.
       01 WS-TOTAL-DISPLAY-2   PIC -(11)9.99.
       01 WS-REPORT-LINE       PIC X(080) VALUE SPACES.

       procedure division.
       ADJRPT-RUN.
           display WS-SPACES
           display "DAILY CORRECTING ENTRIES REPORT - ADJRPT"
           display WS-SPACES

           accept WS-CURRENT-DATE from DATE YYYYMMDD
           perform GET-BUSINESS-DATE

           string "ADJR" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-REPORT-FILENAME
           open output REPORT-FILE
           string "CORRECTING ENTRIES POSTED ON " WS-CURRENT-DATE
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           move "Y" to WS-OK
           open input ADJUST-REGISTER
           evaluate true
               when WS-ADJ-STATUS = "35"
      * no register yet just means no correction has ever been
      * posted - not a failure
                   display "NO ADJUSTMENT REGISTER YET."
                   move "NO CORRECTIONS ON FILE." to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
               when WS-ADJ-STATUS not = "00"
      * a register that exists but will not open must not pass for
      * a day without corrections
                   display "ADJUSTMENT REGISTER UNAVAILABLE."
                       " RUN ABORTED."
                   move "ADJUSTMENT REGISTER UNAVAILABLE - ABORTED."
                       to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move "N" to WS-OK
                   move 8 to RETURN-CODE
               when other
                   perform ADJ-READ-STEP
                       until END-OF-ADJ
                   close ADJUST-REGISTER
           end-evaluate

           if WS-OK = "Y"
               perform TOTAL-LOG-ADJUSTMENTS
           end-if
           if WS-OK = "Y"
               perform PRINT-TOTALS
           end-if
           close REPORT-FILE

           display "CORRECTIONS GIVING BACK : " WS-REG-CR-COUNT
           display "CORRECTIONS TAKING BACK : " WS-REG-DR-COUNT
           display WS-SPACES

           goback.

       ADJ-READ-STEP.
           read ADJUST-REGISTER
               at end
                   set END-OF-ADJ to true
               not at end
                   if ADJ-DATE = WS-CURRENT-DATE
                       perform ADJ-PRINT-ENTRY
                   end-if
           end-read
           exit.

       ADJ-PRINT-ENTRY.
           if ADJ-TYPE = "ADJUST-CR"
               add 1 to WS-REG-CR-COUNT
               add ADJ-AMOUNT to WS-REG-CR-TOTAL
           else
               add 1 to WS-REG-DR-COUNT
               add ADJ-AMOUNT to WS-REG-DR-TOTAL
           end-if
           if ADJ-AMOUNT = ADJ-ORIG-AMOUNT
               move "FULL" to WS-EXTENT-TEXT
           else
               move "PARTIAL" to WS-EXTENT-TEXT
           end-if

           move ADJ-AMOUNT to WS-AMOUNT-DISPLAY
           string "RECEIPT " ADJ-RECEIPT " " ADJ-TYPE
               " ACCOUNT " ADJ-ACCOUNT " " WS-AMOUNT-DISPLAY
               " " WS-EXTENT-TEXT
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           move ADJ-ORIG-AMOUNT to WS-AMOUNT-DISPLAY-2
           string "     CORRECTS " ADJ-ORIG-RECEIPT " " ADJ-ORIG-TYPE
               " OF " ADJ-ORIG-DATE " " WS-AMOUNT-DISPLAY-2
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           string "     KEYED BY " ADJ-OPERATOR
               " APPROVED BY " ADJ-APPROVER " " ADJ-REASON
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           display ADJ-RECEIPT " " ADJ-TYPE " " ADJ-ACCOUNT
               " " WS-AMOUNT-DISPLAY " " ADJ-OPERATOR
               "/" ADJ-APPROVER
           exit.

      *----------------------------------------------------------------
      * the log's side: tonight's correcting entries as posted
      *----------------------------------------------------------------
       TOTAL-LOG-ADJUSTMENTS.
           move "N" to WS-EOF-TRAN
           open input TRAN-LOG-FILE
           evaluate true
               when WS-TRAN-STATUS = "35"
                   continue
               when WS-TRAN-STATUS not = "00"
                   display "TRANSACTION LOG UNAVAILABLE. RUN ABORTED."
                   move "TRANSACTION LOG UNAVAILABLE - ABORTED."
                       to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move "N" to WS-OK
                   move 8 to RETURN-CODE
               when other
                   perform LOG-READ-STEP
                       until END-OF-TRAN
                   close TRAN-LOG-FILE
           end-evaluate
           exit.

       LOG-READ-STEP.
           read TRAN-LOG-FILE
               at end
                   set END-OF-TRAN to true
               not at end
                   if TRAN-DATE = WS-CURRENT-DATE
                       evaluate TRAN-TYPE
                           when "ADJUST-CR"
                               add 1 to WS-LOG-CR-COUNT
                               add TRAN-AMOUNT to WS-LOG-CR-TOTAL
                           when "ADJUST-DR"
                               add 1 to WS-LOG-DR-COUNT
                               add TRAN-AMOUNT to WS-LOG-DR-TOTAL
                           when other
                               continue
                       end-evaluate
                   end-if
           end-read
           exit.

       PRINT-TOTALS.
           move WS-REG-CR-TOTAL to WS-TOTAL-DISPLAY
           move WS-LOG-CR-TOTAL to WS-TOTAL-DISPLAY-2
           string "ADJUST-CR REGISTER " WS-REG-CR-COUNT
               " " WS-TOTAL-DISPLAY
               " LOG " WS-LOG-CR-COUNT " " WS-TOTAL-DISPLAY-2
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           move WS-REG-DR-TOTAL to WS-TOTAL-DISPLAY
           move WS-LOG-DR-TOTAL to WS-TOTAL-DISPLAY-2
           string "ADJUST-DR REGISTER " WS-REG-DR-COUNT
               " " WS-TOTAL-DISPLAY
               " LOG " WS-LOG-DR-COUNT " " WS-TOTAL-DISPLAY-2
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

      * a difference is for audit to chase, not a reason to stop
      * the night - the postings themselves are already made
           if WS-REG-CR-COUNT not = WS-LOG-CR-COUNT
               or WS-REG-CR-TOTAL not = WS-LOG-CR-TOTAL
               or WS-REG-DR-COUNT not = WS-LOG-DR-COUNT
               or WS-REG-DR-TOTAL not = WS-LOG-DR-TOTAL
               display "*** CORRECTING ENTRIES ON THE LOG DO NOT"
                   " AGREE WITH THE REGISTER ***"
               move "*** LOG AND REGISTER DO NOT AGREE ***"
                   to WS-REPORT-LINE
               perform WRITE-REPORT-LINE
           else
               move "LOG AND REGISTER AGREE." to WS-REPORT-LINE
               perform WRITE-REPORT-LINE
           end-if
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

       end program ADJRPT.
