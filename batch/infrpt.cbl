       identification division.
           program-id. INFRPT.
           author. "Arthur Selingin".

      * daily inbound-files report: reads the INFILE-REGISTER
      * (INFREG.DAT) for the business date and lists every inbound
      * file the night's programs were handed - who sent it, when
      * the sender created it, its trailer count and total, which
      * program worked it and whether it was accepted or refused
      * (with the reason). a refused file stopped its step, so the
      * operations desk reads this first to know which sender to
      * call. writes the report to INFRyyyymmdd.RPT.

       environment division.

       input-output section.
       file-control.
           select INFILE-REGISTER assign to "INFREG.DAT"
               organization is line sequential
               file status is WS-REG-STATUS.

           select BUSDATE-FILE assign to "BUSDATE.DAT"
               organization is line sequential
               file status is WS-BUSDATE-STATUS.

           select REPORT-FILE assign to dynamic WS-REPORT-FILENAME
               organization is line sequential
               file status is WS-REPORT-STATUS.

       data division.
       file section.
       FD INFILE-REGISTER.
           COPY INFREG.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(080).

       working-storage section.
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-REG-STATUS     PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(02) VALUE "00".
       01 WS-BUSDATE-STATUS PIC X(02) VALUE "00".

       01 WS-REPORT-FILENAME   PIC X(20).

       01 WS-CURRENT-DATE      PIC 9(08).

       01 WS-EOF-REG           PIC X(01) VALUE "N".
           88 END-OF-REG VALUE "Y".

       01 WS-FILES-RECEIVED    PIC 9(04) VALUE ZERO.
       01 WS-FILES-ACCEPTED    PIC 9(04) VALUE ZERO.
       01 WS-FILES-REFUSED     PIC 9(04) VALUE ZERO.
       01 WS-ACCEPTED-RECORDS  PIC 9(08) VALUE ZERO.
       01 WS-ACCEPTED-TOTAL    PIC S9(13)V99 VALUE ZERO.

       01 WS-OUTCOME-TEXT      PIC X(08).
       01 WS-AMOUNT-DISPLAY    PIC -(11)9.99.
       01 WS-TOTAL-DISPLAY     PIC -(13)9.99.
       01 WS-REPORT-LINE       PIC X(080) VALUE SPACES.

       procedure division.
       INFRPT-RUN.
           display WS-SPACES
           display "DAILY INBOUND FILES REPORT - INFRPT"
           display WS-SPACES

           accept WS-CURRENT-DATE from DATE YYYYMMDD
           perform GET-BUSINESS-DATE

           string "INFR" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-REPORT-FILENAME
           open output REPORT-FILE
           string "INBOUND FILES RECEIVED ON " WS-CURRENT-DATE
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           open input INFILE-REGISTER
           evaluate true
               when WS-REG-STATUS = "35"
      * no register yet just means no inbound file has been worked
      * yet - not a failure
                   display "NO INBOUND FILE REGISTER YET."
                   move "NO INBOUND FILES ON FILE." to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
               when WS-REG-STATUS not = "00"
      * a register that exists but will not open must not pass for
      * a night with nothing received - a refused file would go
      * unseen
                   display "INBOUND FILE REGISTER UNAVAILABLE."
                       " RUN ABORTED."
                   move "INBOUND FILE REGISTER UNAVAILABLE - ABORTED."
                       to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move 8 to RETURN-CODE
               when other
                   perform REG-READ-STEP
                       until END-OF-REG
                   close INFILE-REGISTER
           end-evaluate

           move WS-ACCEPTED-TOTAL to WS-TOTAL-DISPLAY
           string "FILES RECEIVED " WS-FILES-RECEIVED
               " ACCEPTED " WS-FILES-ACCEPTED
               " REFUSED " WS-FILES-REFUSED
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           string "ACCEPTED RECORDS " WS-ACCEPTED-RECORDS
               " ACCEPTED TOTAL " WS-TOTAL-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           close REPORT-FILE

           display "FILES RECEIVED: " WS-FILES-RECEIVED
           display "ACCEPTED      : " WS-FILES-ACCEPTED
           display "REFUSED       : " WS-FILES-REFUSED
           display "ACCEPTED TOTAL: " WS-TOTAL-DISPLAY
           display WS-SPACES

           goback.

       REG-READ-STEP.
           read INFILE-REGISTER
               at end
                   set END-OF-REG to true
               not at end
                   if REG-RECEIVED-DATE = WS-CURRENT-DATE
                       perform REG-PRINT-ENTRY
                   end-if
           end-read
           exit.

       REG-PRINT-ENTRY.
           add 1 to WS-FILES-RECEIVED
           if REG-ACCEPTED
               add 1 to WS-FILES-ACCEPTED
               add REG-COUNT to WS-ACCEPTED-RECORDS
               add REG-TOTAL to WS-ACCEPTED-TOTAL
               move "ACCEPTED" to WS-OUTCOME-TEXT
           else
               add 1 to WS-FILES-REFUSED
               move "REFUSED" to WS-OUTCOME-TEXT
           end-if

           string REG-FILE-NAME " FROM " REG-SENDER
               " CREATED " REG-CREATED-DATE " " REG-CREATED-TIME
               " " WS-OUTCOME-TEXT
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           move REG-TOTAL to WS-AMOUNT-DISPLAY
           string "     RECORDS " REG-COUNT
               " TOTAL " WS-AMOUNT-DISPLAY
               " BY " REG-PROGRAM " " REG-REASON
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           display REG-FILE-NAME " " REG-PROGRAM " " WS-OUTCOME-TEXT
               " " REG-REASON
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

       end program INFRPT.
