       identification division.
           program-id. OPSSUMM.
           author. "Arthur Selingin".

      * morning operations summary: one report per batch window
      * (OPSMyyyymmdd.RPT) so the morning shift knows from a single
      * page whether the night was clean. from BATCH-STATUS it lists
      * every step of the window with start, end, outcome and
      * elapsed time, flags a step that needed a rerun or still
      * stands STARTED, and sets each step's run time against its
      * average over the trailing nights - together with the whole
      * window's - so a batch window that creeps longer is seen
      * before it overruns the morning. it then pulls the exception
      * counts out of the night's outputs: the GL proof (EODG), the
      * reconciliation mismatches (RECN), the checkpoints stuck in
      * flight (CHKP), the overdraft exceptions (ODEX), the flagged
      * security customers (SECR) and the large-cash compliance
      * report (LCSH), plus the cassettes CASHRPT would show as low
      * on the cash inventory as it stands.
      * run by the morning shift after NIGHTRUN, not as a step of
      * it - a broken window must still be summarized. the window
      * reported is the one on the date card while a window is open,
      * otherwise the latest window on file.

       environment division.

       input-output section.
       file-control.
           select BATCH-STATUS-FILE assign to "BATCHSTA.DAT"
               organization is indexed
               access mode is dynamic
               record key is BST-KEY
               file status is WS-BST-STATUS.

           select CASH-INV-FILE assign to "CASHINV.DAT"
               organization is indexed
               access mode is dynamic
               record key is CASH-KEY
               file status is WS-CASH-STATUS.

           select BUSDATE-FILE assign to "BUSDATE.DAT"
               organization is line sequential
               file status is WS-BUSDATE-STATUS.

      * whichever of the night's reports is being read back
           select NIGHT-REPORT-FILE assign to dynamic WS-IN-FILENAME
               organization is line sequential
               file status is WS-IN-STATUS.

           select REPORT-FILE assign to dynamic WS-REPORT-FILENAME
               organization is line sequential
               file status is WS-REPORT-STATUS.

       data division.
       file section.
       FD BATCH-STATUS-FILE.
           COPY BATCHSTA.

       FD CASH-INV-FILE.
           COPY CASHINV.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD NIGHT-REPORT-FILE.
       01 NIGHT-REPORT-RECORD PIC X(080).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(080).

       working-storage section.
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-BST-STATUS     PIC X(02) VALUE "00".
       01 WS-CASH-STATUS    PIC X(02) VALUE "00".
       01 WS-IN-STATUS      PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(02) VALUE "00".
       01 WS-BUSDATE-STATUS PIC X(02) VALUE "00".

       01 WS-IN-FILENAME       PIC X(20).
       01 WS-REPORT-FILENAME   PIC X(20).

      * the window's business date, and when this summary was made
       01 WS-CURRENT-DATE      PIC 9(08).
       01 WS-CLOCK-DATE        PIC 9(08).
       01 WS-CLOCK-TIME        PIC 9(08).

       01 WS-EOF-BST           PIC X(01) VALUE "N".
           88 END-OF-BST VALUE "Y".
       01 WS-EOF-IN            PIC X(01) VALUE "N".
           88 END-OF-IN VALUE "Y".
       01 WS-EOF-CASH          PIC X(01) VALUE "N".
           88 END-OF-CASH VALUE "Y".

       01 WS-OK                PIC X(01) VALUE "Y".
       01 WS-LATEST-DATE       PIC 9(08) VALUE ZERO.

      * trend settings: nights looked back over, how far above its
      * average a run time must be to be called slow, and the least
      * excess worth calling out (a step of seconds jitters)
       01 WS-TREND-DAYS        PIC 9(03) VALUE 30.
       01 WS-SLOW-PCT          PIC 9(03) VALUE 150.
       01 WS-SLOW-MIN-SECS     PIC 9(05) VALUE 60.
       01 WS-TREND-FROM        PIC 9(08).
       01 WS-DATE-INT          PIC S9(09).

      * tonight's steps, in step order as they come off the file
       01 WS-NIGHT-MAX         PIC 9(02) VALUE 40.
       01 WS-NIGHT-COUNT       PIC 9(02) VALUE ZERO.
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY OCCURS 40 TIMES.
               10 WS-NIGHT-STEP       PIC 9(02).
               10 WS-NIGHT-NAME       PIC X(08).
               10 WS-NIGHT-START-TIME PIC 9(08).
               10 WS-NIGHT-END-DATE   PIC 9(08).
               10 WS-NIGHT-END-TIME   PIC 9(08).
               10 WS-NIGHT-OUTCOME    PIC X(08).
               10 WS-NIGHT-RUNS       PIC 9(02).
               10 WS-NIGHT-SECS       PIC 9(07).
       01 WS-NIGHT-IX          PIC 9(02).

      * trailing run times per step name - step numbers move as
      * steps join the chain, the names do not
       01 WS-HIST-MAX          PIC 9(02) VALUE 60.
       01 WS-HIST-COUNT        PIC 9(02) VALUE ZERO.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 60 TIMES.
               10 WS-HIST-NAME        PIC X(08).
               10 WS-HIST-RUNS        PIC 9(04).
               10 WS-HIST-SECS        PIC 9(09).
       01 WS-HIST-IX           PIC 9(02).

      * trailing windows: first start to last end, per night
       01 WS-WIN-MAX           PIC 9(03) VALUE 100.
       01 WS-WIN-COUNT         PIC 9(03) VALUE ZERO.
       01 WS-WIN-TABLE.
           05 WS-WIN-ENTRY OCCURS 100 TIMES.
               10 WS-WIN-DATE         PIC 9(08).
               10 WS-WIN-FIRST        PIC 9(12).
               10 WS-WIN-LAST         PIC 9(12).
       01 WS-WIN-IX            PIC 9(03).
       01 WS-WIN-TOTAL-SECS    PIC 9(11) VALUE ZERO.

       01 WS-FOUND-IX          PIC 9(03).
       01 WS-LOOK-NAME         PIC X(08).
       01 WS-FOUND-FLAG        PIC X(01).
           88 ENTRY-FOUND VALUE "Y".
           88 ENTRY-NOT-FOUND VALUE "N".

      * date-and-time stamp to seconds, for elapsed times
       01 WS-STAMP-DATE        PIC 9(08).
       01 WS-STAMP-TIME        PIC 9(08).
       01 WS-STAMP-TIME-X REDEFINES WS-STAMP-TIME.
           05 WS-STAMP-HH      PIC 9(02).
           05 WS-STAMP-MM      PIC 9(02).
           05 WS-STAMP-SS      PIC 9(02).
           05 WS-STAMP-CC      PIC 9(02).
       01 WS-STAMP-SECS        PIC 9(12).
       01 WS-START-SECS        PIC 9(12).
       01 WS-END-SECS          PIC 9(12).
       01 WS-RUNS              PIC 9(02).

      * tonight's window
       01 WS-TONIGHT-FIRST     PIC 9(12) VALUE ZERO.
       01 WS-TONIGHT-LAST      PIC 9(12) VALUE ZERO.
       01 WS-TONIGHT-SECS      PIC 9(07) VALUE ZERO.

       01 WS-AVG-SECS          PIC 9(07).
       01 WS-SLOW-LIMIT        PIC 9(09).

      * step tallies
       01 WS-OK-COUNT          PIC 9(02) VALUE ZERO.
       01 WS-FAILED-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-STARTED-COUNT     PIC 9(02) VALUE ZERO.
       01 WS-NOT-DUE-COUNT     PIC 9(02) VALUE ZERO.
       01 WS-RERUN-COUNT       PIC 9(02) VALUE ZERO.
       01 WS-SLOW-COUNT        PIC 9(02) VALUE ZERO.
      * everything the shift must look at before the day opens
       01 WS-ATTENTION-COUNT   PIC 9(05) VALUE ZERO.

      * one night report read back
       01 WS-SCAN-KIND         PIC X(04).
       01 WS-SCAN-LABEL        PIC X(16).
       01 WS-SCAN-FOUND        PIC X(01).
           88 SCAN-REPORT-FOUND VALUE "Y".
           88 SCAN-REPORT-MISSING VALUE "N".
           88 SCAN-REPORT-UNREADABLE VALUE "U".
       01 WS-SCAN-TROUBLE      PIC X(01).
           88 SCAN-RUN-TROUBLED VALUE "Y".
       01 WS-SCAN-PROOF        PIC X(01).
           88 SCAN-IN-PROOF VALUE "I".
           88 SCAN-OUT-OF-PROOF VALUE "O".
       01 WS-SCAN-COUNT-1      PIC 9(05).
       01 WS-SCAN-COUNT-2      PIC 9(05).
       01 WS-TALLY             PIC 9(03).
       01 WS-SCAN-TEXT         PIC X(040).
       01 WS-PROOF-TEXT        PIC X(16).

       01 WS-DUR-SECS          PIC 9(07).
       01 WS-DUR-HH            PIC 9(02).
       01 WS-DUR-MM            PIC 9(02).
       01 WS-DUR-SS            PIC 9(02).
       01 WS-DUR-HOURS         PIC 9(05).
       01 WS-DUR-LEFT          PIC 9(04).
       01 WS-DUR-TEXT          PIC X(08).
       01 WS-TIME-TEXT         PIC X(08).
       01 WS-START-TEXT        PIC X(08).
       01 WS-END-TEXT          PIC X(08).
       01 WS-ELAPSED-TEXT      PIC X(08).
       01 WS-AVERAGE-TEXT      PIC X(08).
       01 WS-RERUN-NOTE        PIC X(08).
       01 WS-SLOW-NOTE         PIC X(12).
       01 WS-REPORT-LINE       PIC X(080) VALUE SPACES.

       procedure division.
       OPSSUMM-RUN.
           display WS-SPACES
           display "MORNING OPERATIONS SUMMARY - OPSSUMM"
           display WS-SPACES

           accept WS-CURRENT-DATE from DATE YYYYMMDD
           accept WS-CLOCK-TIME from TIME
           move WS-CURRENT-DATE to WS-CLOCK-DATE
           perform GET-BUSINESS-DATE

           move "Y" to WS-OK
           open input BATCH-STATUS-FILE
           evaluate true
               when WS-BST-STATUS = "35"
      * no status file means NIGHTRUN has never run here
                   display "NO BATCH STATUS FILE. NOTHING TO SUMMARIZE."
                   move "N" to WS-OK
               when WS-BST-STATUS not = "00"
                   display "BATCH STATUS FILE UNAVAILABLE. RUN ABORTED."
                   move "N" to WS-OK
                   move 8 to RETURN-CODE
               when other
                   perform PICK-WINDOW
           end-evaluate

           if WS-OK = "Y" and WS-LATEST-DATE = ZERO
               display "NO BATCH WINDOW ON FILE. NOTHING TO SUMMARIZE."
               move "N" to WS-OK
           end-if

           if WS-OK = "Y"
               perform PRODUCE-SUMMARY
           end-if

           if WS-BST-STATUS not = "35"
               close BATCH-STATUS-FILE
           end-if

           display WS-SPACES

           goback.

      *----------------------------------------------------------------
      * the window: the date card's while one is open and on file,
      * otherwise the newest on file
      *----------------------------------------------------------------
       PICK-WINDOW.
           move WS-CURRENT-DATE to BST-DATE
           move ZERO to BST-STEP
           move "N" to WS-EOF-BST
           start BATCH-STATUS-FILE key not < BST-KEY
               invalid key
                   set END-OF-BST to true
           end-start
           if not END-OF-BST
               read BATCH-STATUS-FILE next record
                   at end
                       set END-OF-BST to true
               end-read
           end-if
           if not END-OF-BST and BST-DATE = WS-CURRENT-DATE
               move WS-CURRENT-DATE to WS-LATEST-DATE
               exit paragraph
           end-if

           move ZERO to WS-LATEST-DATE
           move ZEROES to BST-KEY
           move "N" to WS-EOF-BST
           start BATCH-STATUS-FILE key not < BST-KEY
               invalid key
                   set END-OF-BST to true
           end-start
           perform LATEST-WINDOW-STEP
               until END-OF-BST
           move WS-LATEST-DATE to WS-CURRENT-DATE
           exit.

       LATEST-WINDOW-STEP.
           read BATCH-STATUS-FILE next record
               at end
                   set END-OF-BST to true
               not at end
                   move BST-DATE to WS-LATEST-DATE
           end-read
           exit.

       PRODUCE-SUMMARY.
           string "OPSM" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-REPORT-FILENAME
           open output REPORT-FILE
           move WS-SPACES to WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           string "MORNING OPERATIONS SUMMARY - WINDOW OF "
               WS-CURRENT-DATE
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           string "PRODUCED " WS-CLOCK-DATE " " WS-CLOCK-TIME (1:6)
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           move WS-SPACES to WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           perform LOAD-STEP-RECORDS
           perform PRINT-STEPS
           perform PRINT-WINDOW
           perform PRINT-EXCEPTIONS

           perform WRITE-REPORT-LINE
           if WS-ATTENTION-COUNT = ZERO
               display "THE NIGHT WAS CLEAN."
               move "THE NIGHT WAS CLEAN." to WS-REPORT-LINE
           else
               display "*** " WS-ATTENTION-COUNT
                   " ITEMS NEED ATTENTION ***"
               string "*** " WS-ATTENTION-COUNT
                   " ITEMS NEED ATTENTION BEFORE THE DAY OPENS ***"
                   delimited by size into WS-REPORT-LINE
           end-if
           perform WRITE-REPORT-LINE
           close REPORT-FILE
           display "SUMMARY WRITTEN TO " WS-REPORT-FILENAME
           exit.

      *----------------------------------------------------------------
      * one pass over BATCH-STATUS from the start of the trend: the
      * trailing nights feed the averages, the window itself is kept
      *----------------------------------------------------------------
       LOAD-STEP-RECORDS.
           compute WS-DATE-INT =
               function INTEGER-OF-DATE (WS-CURRENT-DATE)
               - WS-TREND-DAYS
           compute WS-TREND-FROM =
               function DATE-OF-INTEGER (WS-DATE-INT)

           move WS-TREND-FROM to BST-DATE
           move ZERO to BST-STEP
           move "N" to WS-EOF-BST
           start BATCH-STATUS-FILE key not < BST-KEY
               invalid key
                   set END-OF-BST to true
           end-start
           perform LOAD-STEP-READ
               until END-OF-BST
           exit.

       LOAD-STEP-READ.
           read BATCH-STATUS-FILE next record
               at end
                   set END-OF-BST to true
               not at end
                   evaluate true
                       when BST-DATE > WS-CURRENT-DATE
                           set END-OF-BST to true
                       when BST-DATE = WS-CURRENT-DATE
                           perform KEEP-NIGHT-STEP
                       when other
                           perform ADD-HISTORY-STEP
                   end-evaluate
           end-read
           exit.

       SET-RUN-COUNT.
      * records from before the run count was kept ran once
           if BST-RUN-COUNT is numeric
               move BST-RUN-COUNT to WS-RUNS
           else
               move 1 to WS-RUNS
           end-if
           exit.

       SET-STEP-ELAPSED.
           move BST-START-DATE to WS-STAMP-DATE
           move BST-START-TIME to WS-STAMP-TIME
           perform COMPUTE-STAMP-SECS
           move WS-STAMP-SECS to WS-START-SECS
           move BST-END-DATE to WS-STAMP-DATE
           move BST-END-TIME to WS-STAMP-TIME
           perform COMPUTE-STAMP-SECS
           move WS-STAMP-SECS to WS-END-SECS
           if WS-END-SECS > WS-START-SECS
               compute WS-DUR-SECS = WS-END-SECS - WS-START-SECS
           else
               move ZERO to WS-DUR-SECS
           end-if
           exit.

       KEEP-NIGHT-STEP.
           if WS-NIGHT-COUNT >= WS-NIGHT-MAX
               exit paragraph
           end-if
           add 1 to WS-NIGHT-COUNT
           move WS-NIGHT-COUNT to WS-NIGHT-IX
           perform SET-RUN-COUNT
           move BST-STEP to WS-NIGHT-STEP (WS-NIGHT-IX)
           move BST-STEP-NAME to WS-NIGHT-NAME (WS-NIGHT-IX)
           move BST-START-TIME to WS-NIGHT-START-TIME (WS-NIGHT-IX)
           move BST-END-DATE to WS-NIGHT-END-DATE (WS-NIGHT-IX)
           move BST-END-TIME to WS-NIGHT-END-TIME (WS-NIGHT-IX)
           move BST-OUTCOME to WS-NIGHT-OUTCOME (WS-NIGHT-IX)
           move WS-RUNS to WS-NIGHT-RUNS (WS-NIGHT-IX)
           move ZERO to WS-NIGHT-SECS (WS-NIGHT-IX)

           if WS-RUNS = ZERO or BST-STARTED
               exit paragraph
           end-if
           perform SET-STEP-ELAPSED
           move WS-DUR-SECS to WS-NIGHT-SECS (WS-NIGHT-IX)
           if WS-TONIGHT-FIRST = ZERO
               or WS-START-SECS < WS-TONIGHT-FIRST
               move WS-START-SECS to WS-TONIGHT-FIRST
           end-if
           if WS-END-SECS > WS-TONIGHT-LAST
               move WS-END-SECS to WS-TONIGHT-LAST
           end-if
           exit.

       ADD-HISTORY-STEP.
      * only a clean, real run says how long the step takes
           perform SET-RUN-COUNT
           if WS-RUNS = ZERO or not BST-OK
               exit paragraph
           end-if
           perform SET-STEP-ELAPSED

           move BST-STEP-NAME to WS-LOOK-NAME
           perform FIND-HIST-STEP
           if ENTRY-NOT-FOUND
               if WS-HIST-COUNT >= WS-HIST-MAX
                   exit paragraph
               end-if
               add 1 to WS-HIST-COUNT
               move WS-HIST-COUNT to WS-FOUND-IX
               move BST-STEP-NAME to WS-HIST-NAME (WS-FOUND-IX)
               move ZERO to WS-HIST-RUNS (WS-FOUND-IX)
               move ZERO to WS-HIST-SECS (WS-FOUND-IX)
           end-if
           add 1 to WS-HIST-RUNS (WS-FOUND-IX)
           add WS-DUR-SECS to WS-HIST-SECS (WS-FOUND-IX)

           perform FIND-WIN-DATE
           if ENTRY-NOT-FOUND
               if WS-WIN-COUNT >= WS-WIN-MAX
                   exit paragraph
               end-if
               add 1 to WS-WIN-COUNT
               move WS-WIN-COUNT to WS-FOUND-IX
               move BST-DATE to WS-WIN-DATE (WS-FOUND-IX)
               move WS-START-SECS to WS-WIN-FIRST (WS-FOUND-IX)
               move WS-END-SECS to WS-WIN-LAST (WS-FOUND-IX)
           end-if
           if WS-START-SECS < WS-WIN-FIRST (WS-FOUND-IX)
               move WS-START-SECS to WS-WIN-FIRST (WS-FOUND-IX)
           end-if
           if WS-END-SECS > WS-WIN-LAST (WS-FOUND-IX)
               move WS-END-SECS to WS-WIN-LAST (WS-FOUND-IX)
           end-if
           exit.

       FIND-HIST-STEP.
           set ENTRY-NOT-FOUND to true
           perform FIND-HIST-STEP-TEST
               varying WS-HIST-IX from 1 by 1
               until WS-HIST-IX > WS-HIST-COUNT
               or ENTRY-FOUND
           exit.

       FIND-HIST-STEP-TEST.
           if WS-HIST-NAME (WS-HIST-IX) = WS-LOOK-NAME
               set ENTRY-FOUND to true
               move WS-HIST-IX to WS-FOUND-IX
           end-if
           exit.

       FIND-WIN-DATE.
           set ENTRY-NOT-FOUND to true
           perform FIND-WIN-DATE-TEST
               varying WS-WIN-IX from 1 by 1
               until WS-WIN-IX > WS-WIN-COUNT
               or ENTRY-FOUND
           exit.

       FIND-WIN-DATE-TEST.
           if WS-WIN-DATE (WS-WIN-IX) = BST-DATE
               set ENTRY-FOUND to true
               move WS-WIN-IX to WS-FOUND-IX
           end-if
           exit.

      *----------------------------------------------------------------
      * the steps of the window
      *----------------------------------------------------------------
       PRINT-STEPS.
           string "ST NAME     STARTED  ENDED    OUTCOME  ELAPSED "
               " AVERAGE  NOTES"
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           perform PRINT-ONE-STEP
               varying WS-NIGHT-IX from 1 by 1
               until WS-NIGHT-IX > WS-NIGHT-COUNT

           perform WRITE-REPORT-LINE
           string "STEPS OK " WS-OK-COUNT
               " FAILED " WS-FAILED-COUNT
               " STILL STARTED " WS-STARTED-COUNT
               " NOT DUE " WS-NOT-DUE-COUNT
               " RERUN " WS-RERUN-COUNT
               " SLOW " WS-SLOW-COUNT
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           display "STEPS OK " WS-OK-COUNT
               " FAILED " WS-FAILED-COUNT
               " STILL STARTED " WS-STARTED-COUNT
               " RERUN " WS-RERUN-COUNT
               " SLOW " WS-SLOW-COUNT
           exit.

       PRINT-ONE-STEP.
           move SPACES to WS-RERUN-NOTE
           move SPACES to WS-SLOW-NOTE
           move SPACES to WS-END-TEXT
           move SPACES to WS-ELAPSED-TEXT
           move SPACES to WS-AVERAGE-TEXT

           move WS-NIGHT-START-TIME (WS-NIGHT-IX) to WS-STAMP-TIME
           perform FORMAT-CLOCK-TIME
           move WS-TIME-TEXT to WS-START-TEXT
           if WS-NIGHT-END-DATE (WS-NIGHT-IX) > ZERO
               move WS-NIGHT-END-TIME (WS-NIGHT-IX) to WS-STAMP-TIME
               perform FORMAT-CLOCK-TIME
               move WS-TIME-TEXT to WS-END-TEXT
           end-if

           if WS-NIGHT-RUNS (WS-NIGHT-IX) > 1
               move "RERUN" to WS-RERUN-NOTE
               add 1 to WS-RERUN-COUNT
           end-if

           evaluate true
               when WS-NIGHT-RUNS (WS-NIGHT-IX) = ZERO
                   move "NOT DUE" to WS-NIGHT-OUTCOME (WS-NIGHT-IX)
                   add 1 to WS-NOT-DUE-COUNT
               when WS-NIGHT-OUTCOME (WS-NIGHT-IX) = "STARTED"
      * a step still STARTED either died without a trace or is
      * still running - either way somebody must look
                   move "NEVER ENDED" to WS-SLOW-NOTE
                   add 1 to WS-STARTED-COUNT
                   add 1 to WS-ATTENTION-COUNT
               when WS-NIGHT-OUTCOME (WS-NIGHT-IX) = "FAILED"
                   add 1 to WS-FAILED-COUNT
                   add 1 to WS-ATTENTION-COUNT
                   move WS-NIGHT-SECS (WS-NIGHT-IX) to WS-DUR-SECS
                   perform FORMAT-DURATION
                   move WS-DUR-TEXT to WS-ELAPSED-TEXT
               when other
                   add 1 to WS-OK-COUNT
                   move WS-NIGHT-SECS (WS-NIGHT-IX) to WS-DUR-SECS
                   perform FORMAT-DURATION
                   move WS-DUR-TEXT to WS-ELAPSED-TEXT
                   perform COMPARE-STEP-TO-AVERAGE
           end-evaluate

           string WS-NIGHT-STEP (WS-NIGHT-IX) " "
               WS-NIGHT-NAME (WS-NIGHT-IX) " "
               WS-START-TEXT " " WS-END-TEXT " "
               WS-NIGHT-OUTCOME (WS-NIGHT-IX) " "
               WS-ELAPSED-TEXT " " WS-AVERAGE-TEXT " "
               WS-RERUN-NOTE WS-SLOW-NOTE
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           exit.

       COMPARE-STEP-TO-AVERAGE.
           move WS-NIGHT-NAME (WS-NIGHT-IX) to WS-LOOK-NAME
           perform FIND-HIST-STEP
           if ENTRY-NOT-FOUND
      * nothing to measure against yet - a new or yearly step
               move "NO HISTORY" to WS-SLOW-NOTE
               exit paragraph
           end-if

           compute WS-AVG-SECS rounded =
               WS-HIST-SECS (WS-FOUND-IX) / WS-HIST-RUNS (WS-FOUND-IX)
           move WS-AVG-SECS to WS-DUR-SECS
           perform FORMAT-DURATION
           move WS-DUR-TEXT to WS-AVERAGE-TEXT

           compute WS-SLOW-LIMIT = WS-AVG-SECS * WS-SLOW-PCT / 100
           if WS-NIGHT-SECS (WS-NIGHT-IX) > WS-SLOW-LIMIT
               and WS-NIGHT-SECS (WS-NIGHT-IX)
                   >= WS-AVG-SECS + WS-SLOW-MIN-SECS
               move "SLOW" to WS-SLOW-NOTE
               add 1 to WS-SLOW-COUNT
           end-if
           exit.

      *----------------------------------------------------------------
      * the window as a whole against the trailing nights
      *----------------------------------------------------------------
       PRINT-WINDOW.
           if WS-TONIGHT-LAST > WS-TONIGHT-FIRST
               compute WS-TONIGHT-SECS =
                   WS-TONIGHT-LAST - WS-TONIGHT-FIRST
           end-if
           move WS-TONIGHT-SECS to WS-DUR-SECS
           perform FORMAT-DURATION
           move WS-DUR-TEXT to WS-ELAPSED-TEXT
           display "WINDOW ELAPSED " WS-ELAPSED-TEXT

           move ZERO to WS-WIN-TOTAL-SECS
           perform ADD-WINDOW-LENGTH
               varying WS-WIN-IX from 1 by 1
               until WS-WIN-IX > WS-WIN-COUNT
           if WS-WIN-COUNT = ZERO
               string "WINDOW ELAPSED " WS-ELAPSED-TEXT
                   " NO EARLIER WINDOWS TO COMPARE WITH"
                   delimited by size into WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               exit paragraph
           end-if

           compute WS-AVG-SECS rounded =
               WS-WIN-TOTAL-SECS / WS-WIN-COUNT
           move WS-AVG-SECS to WS-DUR-SECS
           perform FORMAT-DURATION
           move WS-DUR-TEXT to WS-AVERAGE-TEXT
           string "WINDOW ELAPSED " WS-ELAPSED-TEXT
               " AVERAGE " WS-AVERAGE-TEXT
               " OVER " WS-WIN-COUNT " NIGHTS"
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           compute WS-SLOW-LIMIT = WS-AVG-SECS * WS-SLOW-PCT / 100
           if WS-TONIGHT-SECS > WS-SLOW-LIMIT
               and WS-TONIGHT-SECS >= WS-AVG-SECS + WS-SLOW-MIN-SECS
               display "*** WINDOW RUNNING LONG ***"
               move "*** WINDOW RUNNING LONG AGAINST ITS AVERAGE ***"
                   to WS-REPORT-LINE
               perform WRITE-REPORT-LINE
               add 1 to WS-ATTENTION-COUNT
           end-if
           exit.

       ADD-WINDOW-LENGTH.
           add WS-WIN-LAST (WS-WIN-IX) to WS-WIN-TOTAL-SECS
           subtract WS-WIN-FIRST (WS-WIN-IX) from WS-WIN-TOTAL-SECS
           exit.

      *----------------------------------------------------------------
      * exception counts from the night's outputs
      *----------------------------------------------------------------
       PRINT-EXCEPTIONS.
           perform WRITE-REPORT-LINE
           move "EXCEPTIONS FROM THE NIGHT'S OUTPUTS" to WS-REPORT-LINE
           perform WRITE-REPORT-LINE

           move "EODG" to WS-SCAN-KIND
           move "GL PROOF" to WS-SCAN-LABEL
           perform SUMMARIZE-ONE-REPORT
           move "RECN" to WS-SCAN-KIND
           move "RECONCILIATION" to WS-SCAN-LABEL
           perform SUMMARIZE-ONE-REPORT
           move "CHKP" to WS-SCAN-KIND
           move "CHECKPOINTS" to WS-SCAN-LABEL
           perform SUMMARIZE-ONE-REPORT
           move "ODEX" to WS-SCAN-KIND
           move "OVERDRAFTS" to WS-SCAN-LABEL
           perform SUMMARIZE-ONE-REPORT
           move "SECR" to WS-SCAN-KIND
           move "SECURITY" to WS-SCAN-LABEL
           perform SUMMARIZE-ONE-REPORT
           move "LCSH" to WS-SCAN-KIND
           move "LARGE CASH" to WS-SCAN-LABEL
           perform SUMMARIZE-ONE-REPORT
           perform SUMMARIZE-CASSETTES
           exit.

       SUMMARIZE-ONE-REPORT.
           string WS-SCAN-KIND WS-CURRENT-DATE ".RPT"
               delimited by size into WS-IN-FILENAME
           move ZERO to WS-SCAN-COUNT-1
           move ZERO to WS-SCAN-COUNT-2
           move "N" to WS-SCAN-TROUBLE
           move SPACE to WS-SCAN-PROOF
           move SPACES to WS-SCAN-TEXT

           move "N" to WS-EOF-IN
           open input NIGHT-REPORT-FILE
           evaluate true
               when WS-IN-STATUS = "35"
                   set SCAN-REPORT-MISSING to true
               when WS-IN-STATUS not = "00"
                   set SCAN-REPORT-UNREADABLE to true
               when other
                   set SCAN-REPORT-FOUND to true
                   perform SCAN-REPORT-STEP
                       until END-OF-IN
                   close NIGHT-REPORT-FILE
           end-evaluate

           evaluate true
               when SCAN-REPORT-MISSING
      * every one of these steps writes its report each night - no
      * report means the step never ran
                   move "NOT PRODUCED" to WS-SCAN-TEXT
                   add 1 to WS-ATTENTION-COUNT
               when SCAN-REPORT-UNREADABLE
                   move "CANNOT BE READ" to WS-SCAN-TEXT
                   add 1 to WS-ATTENTION-COUNT
               when other
                   perform SET-SCAN-TEXT
                   add WS-SCAN-COUNT-1 to WS-ATTENTION-COUNT
                   add WS-SCAN-COUNT-2 to WS-ATTENTION-COUNT
                   if SCAN-RUN-TROUBLED
                       add 1 to WS-ATTENTION-COUNT
                   end-if
           end-evaluate

           string WS-SCAN-LABEL " " WS-IN-FILENAME " " WS-SCAN-TEXT
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           if SCAN-RUN-TROUBLED
               move "    *** REPORT SHOWS THE RUN ABORTED OR INCOMPLETE"
                   to WS-REPORT-LINE
               perform WRITE-REPORT-LINE
           end-if
           display WS-SCAN-LABEL " " WS-SCAN-TEXT
           exit.

       SCAN-REPORT-STEP.
           read NIGHT-REPORT-FILE
               at end
                   set END-OF-IN to true
               not at end
                   perform SCAN-ONE-LINE
           end-read
           exit.

       SCAN-ONE-LINE.
           move ZERO to WS-TALLY
           inspect NIGHT-REPORT-RECORD tallying WS-TALLY
               for all "ABORTED" all "UNAVAILABLE" all "INCOMPLETE"
           if WS-TALLY > ZERO
               move "Y" to WS-SCAN-TROUBLE
           end-if

      * each report's exception lines, as its program writes them
           evaluate WS-SCAN-KIND
               when "EODG"
                   evaluate true
                       when NIGHT-REPORT-RECORD = "DAY IS IN PROOF."
                           set SCAN-IN-PROOF to true
                       when NIGHT-REPORT-RECORD =
                               "*** DAY IS OUT OF PROOF ***"
                           set SCAN-OUT-OF-PROOF to true
                           add 1 to WS-SCAN-COUNT-1
                       when NIGHT-REPORT-RECORD (1:20) =
                               "NO POSTING RULE FOR "
                           add 1 to WS-SCAN-COUNT-2
                       when other
                           continue
                   end-evaluate
               when "RECN"
                   if NIGHT-REPORT-RECORD (1:17) = "MISMATCH ACCOUNT "
                       add 1 to WS-SCAN-COUNT-1
                   end-if
               when "CHKP"
                   if NIGHT-REPORT-RECORD (1:6) = "STUCK "
                       add 1 to WS-SCAN-COUNT-1
                   end-if
               when "ODEX"
                   if NIGHT-REPORT-RECORD (1:11) = "OVER LIMIT "
                       and NIGHT-REPORT-RECORD (22:9) = " BALANCE "
                       add 1 to WS-SCAN-COUNT-1
                   end-if
                   if NIGHT-REPORT-RECORD (1:9) = "NEGATIVE "
                       add 1 to WS-SCAN-COUNT-2
                   end-if
               when "SECR"
                   move ZERO to WS-TALLY
                   inspect NIGHT-REPORT-RECORD tallying WS-TALLY
                       for all "POSSIBLE CARD TESTING"
                           all "HOT CARD PRESENTED"
                   if WS-TALLY > ZERO
                       add 1 to WS-SCAN-COUNT-1
                   end-if
               when "LCSH"
                   if NIGHT-REPORT-RECORD (1:9) = "CUSTOMER "
                       add 1 to WS-SCAN-COUNT-1
                   end-if
           end-evaluate
           exit.

       SET-SCAN-TEXT.
           evaluate WS-SCAN-KIND
               when "EODG"
                   evaluate true
                       when SCAN-OUT-OF-PROOF
                           move "OUT OF PROOF" to WS-PROOF-TEXT
                       when SCAN-IN-PROOF
                           move "IN PROOF" to WS-PROOF-TEXT
                       when other
      * a proof sheet that never reached its verdict
                           move "NO PROOF RESULT" to WS-PROOF-TEXT
                           move "Y" to WS-SCAN-TROUBLE
                   end-evaluate
                   string WS-PROOF-TEXT "UNMAPPED TYPES "
                       WS-SCAN-COUNT-2
                       delimited by size into WS-SCAN-TEXT
               when "RECN"
                   string "MISMATCHES " WS-SCAN-COUNT-1
                       delimited by size into WS-SCAN-TEXT
               when "CHKP"
                   string "STUCK IN FLIGHT " WS-SCAN-COUNT-1
                       delimited by size into WS-SCAN-TEXT
               when "ODEX"
                   string "OVER LIMIT " WS-SCAN-COUNT-1
                       " AGED NEGATIVE " WS-SCAN-COUNT-2
                       delimited by size into WS-SCAN-TEXT
               when "SECR"
                   string "FLAGGED " WS-SCAN-COUNT-1
                       delimited by size into WS-SCAN-TEXT
               when "LCSH"
                   string "CUSTOMERS FLAGGED " WS-SCAN-COUNT-1
                       delimited by size into WS-SCAN-TEXT
           end-evaluate
           exit.

       SUMMARIZE-CASSETTES.
      * CASHRPT only displays, so its low-cassette test is applied
      * here to the inventory as it stands this morning
           move ZERO to WS-SCAN-COUNT-1
           move SPACES to WS-SCAN-TEXT
           move "N" to WS-EOF-CASH
           open input CASH-INV-FILE
           evaluate true
               when WS-CASH-STATUS = "35"
                   move "NO CASH INVENTORY LOADED" to WS-SCAN-TEXT
               when WS-CASH-STATUS not = "00"
                   move "CANNOT BE READ" to WS-SCAN-TEXT
                   add 1 to WS-ATTENTION-COUNT
               when other
                   perform CASSETTE-READ-STEP
                       until END-OF-CASH
                   close CASH-INV-FILE
                   string "LOW - REFILL " WS-SCAN-COUNT-1
                       delimited by size into WS-SCAN-TEXT
                   add WS-SCAN-COUNT-1 to WS-ATTENTION-COUNT
           end-evaluate

           move "CASH CASSETTES" to WS-SCAN-LABEL
           string WS-SCAN-LABEL " CASHINV.DAT         " WS-SCAN-TEXT
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           display WS-SCAN-LABEL " " WS-SCAN-TEXT
           exit.

       CASSETTE-READ-STEP.
           read CASH-INV-FILE next record
               at end
                   set END-OF-CASH to true
               not at end
                   if CASH-COUNT <= CASH-REFILL-LEVEL
                       add 1 to WS-SCAN-COUNT-1
                   end-if
           end-read
           exit.

      *----------------------------------------------------------------
      * time arithmetic and layout
      *----------------------------------------------------------------
       COMPUTE-STAMP-SECS.
           if WS-STAMP-DATE = ZERO
               move ZERO to WS-STAMP-SECS
               exit paragraph
           end-if
           compute WS-STAMP-SECS =
               function INTEGER-OF-DATE (WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS
           exit.

       FORMAT-CLOCK-TIME.
           string WS-STAMP-HH ":" WS-STAMP-MM ":" WS-STAMP-SS
               delimited by size into WS-TIME-TEXT
           exit.

       FORMAT-DURATION.
           divide WS-DUR-SECS by 3600 giving WS-DUR-HOURS
               remainder WS-DUR-LEFT
           if WS-DUR-HOURS > 99
               move 99 to WS-DUR-HH
           else
               move WS-DUR-HOURS to WS-DUR-HH
           end-if
           divide WS-DUR-LEFT by 60 giving WS-DUR-MM
               remainder WS-DUR-SS
           string WS-DUR-HH ":" WS-DUR-MM ":" WS-DUR-SS
               delimited by size into WS-DUR-TEXT
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

       end program OPSSUMM.
