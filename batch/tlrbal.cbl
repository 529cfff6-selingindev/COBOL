       identification division.
           program-id. TLRBAL.
           author. "Arthur Selingin".

      * nightly teller drawer balancing report: for every drawer the
      * branch opened on the business date, proves the teller's
      * end-of-day count against opening float plus cash taken in
      * minus cash paid out at the counter, and shows the variance.
      * a drawer never counted is flagged - the cash in it is not
      * accounted for. read only. writes TLRByyyymmdd.RPT.

       environment division.

       input-output section.
       file-control.
           select TELLER-DRAWER-FILE assign to "TLRDRAW.DAT"
               organization is indexed
               access mode is dynamic
               record key is DRW-KEY
               file status is WS-DRW-STATUS.

           select BUSDATE-FILE assign to "BUSDATE.DAT"
               organization is line sequential
               file status is WS-BUSDATE-STATUS.

           select REPORT-FILE assign to dynamic WS-REPORT-FILENAME
               organization is line sequential
               file status is WS-REPORT-STATUS.

       data division.
       file section.
       FD TELLER-DRAWER-FILE.
           COPY TLRDRAW.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(080).

       working-storage section.
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-DRW-STATUS     PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(02) VALUE "00".
       01 WS-BUSDATE-STATUS PIC X(02) VALUE "00".

       01 WS-REPORT-FILENAME   PIC X(20).

       01 WS-CURRENT-DATE      PIC 9(08).
       01 WS-CURRENT-TIME      PIC 9(08).

       01 WS-EOF-DRW           PIC X(01) VALUE "N".
           88 END-OF-DRW VALUE "Y".

       01 WS-EXPECTED          PIC S9(9)V99.
       01 WS-VARIANCE          PIC S9(9)V99.

       01 WS-DRAWER-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-PROVED-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-VARIANCE-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-UNCOUNTED-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-FLOAT       PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-IN          PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-OUT         PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-VARIANCE    PIC S9(11)V99 VALUE ZERO.

       01 WS-AMOUNT-DISPLAY    PIC -(9)9.99.
       01 WS-AMOUNT-DISPLAY-2  PIC -(9)9.99.
       01 WS-AMOUNT-DISPLAY-3  PIC -(9)9.99.
       01 WS-TOTAL-DISPLAY     PIC -(11)9.99.
       01 WS-REPORT-LINE       PIC X(080) VALUE SPACES.

       procedure division.
       TLRBAL-RUN.
           display WS-SPACES
           display "TELLER DRAWER BALANCING REPORT - TLRBAL"
           display WS-SPACES

           perform SET-CURRENT-DATE-TIME
           perform GET-BUSINESS-DATE

           string "TLRB" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-REPORT-FILENAME
           open output REPORT-FILE

           string "TELLER DRAWER BALANCING FOR " WS-CURRENT-DATE
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           open input TELLER-DRAWER-FILE
           evaluate true
               when WS-DRW-STATUS = "35"
                   display "NO TELLER DRAWER FILE. NOTHING TO REPORT."
                   move "NO TELLER DRAWER FILE." to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
               when WS-DRW-STATUS not = "00"
                   display "TELLER DRAWER FILE UNAVAILABLE."
                       " RUN ABORTED."
                   move "TELLER DRAWER FILE UNAVAILABLE - ABORTED."
                       to WS-REPORT-LINE
                   perform WRITE-REPORT-LINE
                   move 8 to RETURN-CODE
               when other
                   perform DRAWER-POSITION
                   perform DRAWER-SCAN-STEP
                       until END-OF-DRW
           end-evaluate

           perform WRITE-REPORT-TRAILER

           if WS-DRW-STATUS not = "35"
               close TELLER-DRAWER-FILE
           end-if
           close REPORT-FILE

           display "DRAWERS REPORTED : " WS-DRAWER-COUNT
           display "DRAWERS PROVED   : " WS-PROVED-COUNT
           display "WITH VARIANCE    : " WS-VARIANCE-COUNT
           display "NOT COUNTED      : " WS-UNCOUNTED-COUNT
           display WS-SPACES

           goback.

       DRAWER-POSITION.
      * the file is keyed date then teller - start at the business
      * date and read forward until the date changes
           move "N" to WS-EOF-DRW
           move WS-CURRENT-DATE to DRW-DATE
           move LOW-VALUES to DRW-TELLER
           start TELLER-DRAWER-FILE key is >= DRW-KEY
               invalid key
                   set END-OF-DRW to true
           end-start
           exit.

       DRAWER-SCAN-STEP.
           read TELLER-DRAWER-FILE next record
               at end
                   set END-OF-DRW to true
               not at end
                   if DRW-DATE not = WS-CURRENT-DATE
                       set END-OF-DRW to true
                   else
                       perform DRAWER-REPORT
                   end-if
           end-read
           exit.

       DRAWER-REPORT.
           add 1 to WS-DRAWER-COUNT
           add DRW-OPENING-FLOAT to WS-TOTAL-FLOAT
           add DRW-CASH-IN to WS-TOTAL-IN
           add DRW-CASH-OUT to WS-TOTAL-OUT
           compute WS-EXPECTED = DRW-OPENING-FLOAT
               + DRW-CASH-IN - DRW-CASH-OUT

           move DRW-OPENING-FLOAT to WS-AMOUNT-DISPLAY
           move DRW-CASH-IN to WS-AMOUNT-DISPLAY-2
           move DRW-CASH-OUT to WS-AMOUNT-DISPLAY-3
           string "TELLER " DRW-TELLER
               " FLOAT " WS-AMOUNT-DISPLAY
               " IN " WS-AMOUNT-DISPLAY-2
               " OUT " WS-AMOUNT-DISPLAY-3
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           string "       DEPOSITS " DRW-IN-COUNT
               " WITHDRAWALS " DRW-OUT-COUNT
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           if not DRW-COUNTED-CLOSED
      * the teller never closed the drawer - nothing to prove
      * against, and the cash in it is unaccounted for
               add 1 to WS-UNCOUNTED-COUNT
               move WS-EXPECTED to WS-AMOUNT-DISPLAY
               string "       EXPECTED " WS-AMOUNT-DISPLAY
                   " *** DRAWER NOT COUNTED ***"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               exit paragraph
           end-if

           compute WS-VARIANCE = DRW-COUNTED - WS-EXPECTED
           add WS-VARIANCE to WS-TOTAL-VARIANCE
           move WS-EXPECTED to WS-AMOUNT-DISPLAY
           move DRW-COUNTED to WS-AMOUNT-DISPLAY-2
           move WS-VARIANCE to WS-AMOUNT-DISPLAY-3
           if WS-VARIANCE = ZERO
               add 1 to WS-PROVED-COUNT
               string "       EXPECTED " WS-AMOUNT-DISPLAY
                   " COUNTED " WS-AMOUNT-DISPLAY-2
                   " PROVED"
                   delimited by size into WS-REPORT-LINE
           else
               add 1 to WS-VARIANCE-COUNT
               string "       EXPECTED " WS-AMOUNT-DISPLAY
                   " COUNTED " WS-AMOUNT-DISPLAY-2
                   " VARIANCE " WS-AMOUNT-DISPLAY-3
                   delimited by size into WS-REPORT-LINE
           end-if
           perform WRITE-REPORT-LINE
           exit.

       WRITE-REPORT-TRAILER.
           move WS-SPACES to WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           string "DRAWERS " WS-DRAWER-COUNT
               " PROVED " WS-PROVED-COUNT
               " WITH VARIANCE " WS-VARIANCE-COUNT
               " NOT COUNTED " WS-UNCOUNTED-COUNT
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           move WS-TOTAL-FLOAT to WS-TOTAL-DISPLAY
           string "TOTAL FLOAT    " WS-TOTAL-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           move WS-TOTAL-IN to WS-TOTAL-DISPLAY
           string "TOTAL CASH IN  " WS-TOTAL-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           move WS-TOTAL-OUT to WS-TOTAL-DISPLAY
           string "TOTAL CASH OUT " WS-TOTAL-DISPLAY
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           move WS-TOTAL-VARIANCE to WS-TOTAL-DISPLAY
           string "NET VARIANCE   " WS-TOTAL-DISPLAY
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

       end program TLRBAL.
