       identification division.
           program-id. TDRPT.
           author. "Arthur Selingin".

      * month-end term-deposit report: lists every deposit still
      * outstanding on the TERM-DEPOSIT file with the time left to
      * its maturity, and totals them by maturity bucket - due
      * within 30 days, 31-90, 91-180, 181-365 and beyond a year -
      * so treasury can see when the money falls due. read only.
      * writes TDOSyyyymmdd.RPT.

       environment division.

       input-output section.
       file-control.
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
       FD TERM-DEPOSIT-FILE.
           COPY TERMDEP.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(080).

       working-storage section.
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-TD-STATUS      PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(02) VALUE "00".
       01 WS-BUSDATE-STATUS PIC X(02) VALUE "00".

       01 WS-REPORT-FILENAME   PIC X(20).

       01 WS-CURRENT-DATE      PIC 9(08).
       01 WS-CURRENT-TIME      PIC 9(08).

       01 WS-EOF-TD            PIC X(01) VALUE "N".
           88 END-OF-TD VALUE "Y".

       01 WS-DAYS-TO-MATURITY  PIC S9(05).
       01 WS-DAYS-DISPLAY      PIC -(4)9.

      * maturity buckets by days still to run; a deposit already
      * past its date (held over for a closed payout account) joins
      * the first bucket
       01 WS-BUCKET-NAMES-VAL  PIC X(40) VALUE
           "0-30    31-90   91-180  181-365 OVER 365".
       01 WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-VAL.
           05 WS-BUCKET-NAME   PIC X(08) OCCURS 5 TIMES.
       01 WS-BUCKETS.
           05 WS-BUCKET OCCURS 5 TIMES.
               10 WS-BUCKET-COUNT    PIC 9(05).
               10 WS-BUCKET-AMOUNT   PIC S9(11)V99.
       01 WS-BKT               PIC 9(01).

       01 WS-TOTAL-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-AMOUNT      PIC S9(11)V99 VALUE ZERO.

       01 WS-AMOUNT-DISPLAY    PIC -(11)9.99.
       01 WS-REPORT-LINE       PIC X(080) VALUE SPACES.

       procedure division.
       TDRPT-RUN.
           display WS-SPACES
           display "TERM DEPOSITS OUTSTANDING REPORT - TDRPT"
           display WS-SPACES

           perform SET-CURRENT-DATE-TIME
           perform GET-BUSINESS-DATE

           initialize WS-BUCKETS

           string "TDOS" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-REPORT-FILENAME
           open output REPORT-FILE

           string "TERM DEPOSITS OUTSTANDING AS AT " WS-CURRENT-DATE
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           open input TERM-DEPOSIT-FILE
           evaluate true
               when WS-TD-STATUS = "35"
                   display "NO TERM DEPOSIT FILE. NOTHING TO REPORT."
                   move "NO TERM DEPOSIT FILE." to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
               when WS-TD-STATUS not = "00"
                   display "TERM DEPOSIT FILE UNAVAILABLE."
                       " RUN ABORTED."
                   move "TERM DEPOSIT FILE UNAVAILABLE - ABORTED."
                       to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move 8 to RETURN-CODE
               when other
                   move "N" to WS-EOF-TD
                   perform TD-SCAN-STEP
                       until END-OF-TD
           end-evaluate

           perform WRITE-BUCKET-SUMMARY

           if WS-TD-STATUS not = "35"
               close TERM-DEPOSIT-FILE
           end-if
           close REPORT-FILE

           move WS-TOTAL-AMOUNT to WS-AMOUNT-DISPLAY
           display "DEPOSITS OUTSTANDING: " WS-TOTAL-COUNT
           display "AMOUNT OUTSTANDING  : " WS-AMOUNT-DISPLAY
           display WS-SPACES

           goback.

       TD-SCAN-STEP.
           read TERM-DEPOSIT-FILE next record
               at end
                   set END-OF-TD to true
               not at end
                   if TD-ACTIVE
                       perform TD-REPORT-DEPOSIT
                   end-if
           end-read
           exit.

       TD-REPORT-DEPOSIT.
           compute WS-DAYS-TO-MATURITY =
               function INTEGER-OF-DATE (TD-MATURITY-DATE)
               - function INTEGER-OF-DATE (WS-CURRENT-DATE)
           evaluate true
               when WS-DAYS-TO-MATURITY <= 30
                   move 1 to WS-BKT
               when WS-DAYS-TO-MATURITY <= 90
                   move 2 to WS-BKT
               when WS-DAYS-TO-MATURITY <= 180
                   move 3 to WS-BKT
               when WS-DAYS-TO-MATURITY <= 365
                   move 4 to WS-BKT
               when other
                   move 5 to WS-BKT
           end-evaluate
           add 1 to WS-BUCKET-COUNT (WS-BKT)
           add TD-AMOUNT to WS-BUCKET-AMOUNT (WS-BKT)
           add 1 to WS-TOTAL-COUNT
           add TD-AMOUNT to WS-TOTAL-AMOUNT

           move TD-AMOUNT to WS-AMOUNT-DISPLAY
           move WS-DAYS-TO-MATURITY to WS-DAYS-DISPLAY
           string "DEPOSIT " TD-NUMBER
               " CUST " TD-CUST-ID
               " MATURES " TD-MATURITY-DATE
               " DAYS " WS-DAYS-DISPLAY
               " " TD-INSTRUCTION
               " " WS-AMOUNT-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           exit.

       WRITE-BUCKET-SUMMARY.
           move "BY MATURITY BUCKET (DAYS TO MATURITY)"
               to WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           perform WRITE-BUCKET-LINE
               varying WS-BKT from 1 by 1
               until WS-BKT > 5
           move WS-TOTAL-AMOUNT to WS-AMOUNT-DISPLAY
           string "DEPOSITS OUTSTANDING " WS-TOTAL-COUNT
               " TOTAL " WS-AMOUNT-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           exit.

       WRITE-BUCKET-LINE.
           move WS-BUCKET-AMOUNT (WS-BKT) to WS-AMOUNT-DISPLAY
           string "MATURING " WS-BUCKET-NAME (WS-BKT)
               " DEPOSITS " WS-BUCKET-COUNT (WS-BKT)
               " AMOUNT " WS-AMOUNT-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           exit.

      *----------------------------------------------------------------
      * shared helpers
      *----------------------------------------------------------------
       WRITE-REPORT-LINE.
           write REPORT-RECORD from WS-REPORT-LINE
           move SPACES to WS-REPORT-LINE
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

       end program TDRPT.
