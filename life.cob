       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN DYNAMIC INPUT-DECK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-FILE ASSIGN DYNAMIC OUTPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO 'catalog-transactions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-TRANSACTION-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN DYNAMIC MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE ASSIGN TO 'results-archive.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT PROGRESS-FILE ASSIGN DYNAMIC PROGRESS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRESS-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN DYNAMIC RUN-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-FILE-STATUS.
           SELECT TREND-FILE ASSIGN TO 'population-trend.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREND-FILE-STATUS.
           SELECT TIMING-FILE ASSIGN DYNAMIC TIMING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMING-FILE-STATUS.
           SELECT HEATMAP-FILE ASSIGN DYNAMIC HEATMAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPARE-SCRATCH-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-CHECK-FILE-STATUS.
           SELECT RECON-REPORT-FILE
               ASSIGN DYNAMIC RECON-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDIT-REPORT-FILE
               ASSIGN DYNAMIC EDIT-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOUP-SUMMARY-FILE
               ASSIGN DYNAMIC SOUP-SUMMARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDGE-FILE ASSIGN DYNAMIC EDGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDGE-FILE-STATUS.
           SELECT EQUIV-FILE ASSIGN DYNAMIC EQUIV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EQUIV-FILE-STATUS.
           SELECT CERTIFY-LEDGER-FILE
               ASSIGN TO 'catalog-certification.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIFY-LEDGER-FILE-STATUS.
           SELECT CERTIFY-REPORT-FILE
               ASSIGN DYNAMIC CERTIFY-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-GRID-FILE
               ASSIGN DYNAMIC REPORT-GRID-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-GRID-FILE-STATUS.
           SELECT REPORT-MANIFEST-FILE
               ASSIGN DYNAMIC MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-MANIFEST-FILE-STATUS.
           SELECT REPORT-READ-FILE
               ASSIGN DYNAMIC REPORT-READ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-READ-FILE-STATUS.
           SELECT BATCH-LOCK-FILE ASSIGN DYNAMIC BATCH-LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-LOCK-FILE-STATUS.
           SELECT ARCHIVE-LOCK-FILE ASSIGN TO 'archive-lock.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-LOCK-FILE-STATUS.
           SELECT FORECAST-FILE ASSIGN DYNAMIC FORECAST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-FILE ASSIGN DYNAMIC CHANGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETENTION-CONTROL-FILE
               ASSIGN TO 'retention-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-CONTROL-FILE-STATUS.
           SELECT PURGE-SOURCE-FILE ASSIGN DYNAMIC PURGE-SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-SOURCE-FILE-STATUS.
           SELECT PURGE-WORK-FILE ASSIGN DYNAMIC PURGE-WORK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-WORK-FILE-STATUS.
           SELECT PURGE-OFFLOAD-FILE
               ASSIGN DYNAMIC PURGE-OFFLOAD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-OFFLOAD-FILE-STATUS.
           SELECT PURGE-REPORT-FILE ASSIGN DYNAMIC PURGE-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 COMPARE-REPORT-LINE.
           02 COMPARE-REPORT-CHAR PIC X OCCURS 1 TO 150 TIMES
               DEPENDING ON COMPARE-REPORT-LINE-SIZE.
       FD EDIT-REPORT-FILE.
       01 EDIT-REPORT-LINE.
           02 EDIT-REPORT-CHAR PIC X OCCURS 1 TO 900 TIMES
               DEPENDING ON EDIT-LINE-SIZE.
       FD SOUP-SUMMARY-FILE.
       01 SOUP-SUMMARY-LINE.
           02 SOUP-SUMMARY-CHAR PIC X OCCURS 1 TO 510 TIMES
               DEPENDING ON SOUP-LINE-SIZE.
       FD EDGE-FILE.
       01 EDGE-OUTPUT-LINE.
           02 EDGE-OUTPUT-CHAR PIC X OCCURS 1 TO 200 TIMES
               DEPENDING ON EDGE-LINE-SIZE.
       FD EQUIV-FILE.
       01 EQUIV-OUTPUT-LINE.
           02 EQUIV-OUTPUT-CHAR PIC X OCCURS 1 TO 200 TIMES
               DEPENDING ON EQUIV-LINE-SIZE.
       FD CERTIFY-LEDGER-FILE.
       01 CERTIFY-LEDGER-RECORD PIC X(200).
       FD CERTIFY-REPORT-FILE.
       01 CERTIFY-REPORT-LINE.
           02 CERTIFY-REPORT-CHAR PIC X OCCURS 1 TO 200 TIMES
               DEPENDING ON CERTIFY-LINE-SIZE.
       FD REPORT-FILE.
       01 REPORT-OUTPUT-LINE.
           02 REPORT-OUTPUT-CHAR PIC X OCCURS 1 TO 132 TIMES
               DEPENDING ON REPORT-LINE-SIZE.
       FD REPORT-GRID-FILE.
       01 REPORT-GRID-RECORD.
           02 REPORT-GRID-CHAR PIC X OCCURS 1 TO 510 TIMES
               DEPENDING ON REPORT-GRID-LINE-SIZE.
       FD REPORT-MANIFEST-FILE.
       01 REPORT-MANIFEST-RECORD PIC X(200).
       FD REPORT-READ-FILE.
       01 REPORT-READ-RECORD PIC X(510).
       FD BATCH-LOCK-FILE.
       01 BATCH-LOCK-RECORD PIC X(200).
       FD ARCHIVE-LOCK-FILE.
       01 ARCHIVE-LOCK-RECORD PIC X(200).
       FD FORECAST-FILE.
       01 FORECAST-OUTPUT-LINE.
           02 FORECAST-OUTPUT-CHAR PIC X OCCURS 1 TO 200 TIMES
               DEPENDING ON FORECAST-LINE-SIZE.
       FD CHANGE-FILE.
       01 CHANGE-OUTPUT-LINE.
           02 CHANGE-OUTPUT-CHAR PIC X OCCURS 1 TO 200 TIMES
               DEPENDING ON CHANGE-LINE-SIZE.
       FD RETENTION-CONTROL-FILE.
       01 RETENTION-CONTROL-RECORD PIC X(200).
       FD PURGE-SOURCE-FILE.
       01 PURGE-SOURCE-RECORD PIC X(510).
       FD PURGE-WORK-FILE.
       01 PURGE-WORK-RECORD PIC X(510).
       FD PURGE-OFFLOAD-FILE.
       01 PURGE-OFFLOAD-RECORD PIC X(510).
       FD PURGE-REPORT-FILE.
       01 PURGE-REPORT-LINE.
           02 PURGE-REPORT-CHAR PIC X OCCURS 1 TO 200 TIMES
               DEPENDING ON PURGE-LINE-SIZE.
       WORKING-STORAGE SECTION.
      *>  Input file
       01 PATTERN-NAME PIC X(510).
       01 GENERATION-NUMBER-TRIMED PIC X(6).
       01 STILL-LIFE-GENERATION-TRIMED PIC X(6).
       01 TEMP-NUMBER PIC X(5).
      *>  Number parse - PARSE-DECIMAL-NUMBER's text in, value and
      *>  ok flag out, for any field read as an unsigned whole number.
       01 NUMBER-PARSE-TEXT PIC X(20).
       01 NUMBER-PARSE-LENGTH PIC 9(3).
       01 NUMBER-PARSE-VALUE PIC 9(9).
       01 NUMBER-PARSE-OK PIC 9.
      *>  Oscillator detection - keeps the last 6 generations on hand
      *>  so a repeating board can be recognised even when the repeat
      *>  period is greater than 1 (blinkers, toads, pulsars, etc).
       01 LIBRARY-ENTRY-VALID PIC 9.
       01 LIBRARY-ROW-BUFFER PIC X(90).
       01 LIBRARY-CHECK-COLUMN PIC 9(3).
      *>  Entries dropped that way are counted, and the first 20 of
      *>  their names kept, for the catalog certification job.
       01 LIBRARY-REJECTED-COUNT PIC 9(3) VALUE 0.
       01 LIBRARY-REJECTED-TABLE.
           02 LIBRARY-REJECTED-NAME PIC X(20) OCCURS 20 TIMES.
       01 CATALOG-TOO-BIG PIC 9 VALUE 0.
       01 STAMP-ROW-COUNTER PIC 9(3).
       01 STAMP-COLUMN-COUNTER PIC 9(3).
       01 TIMING-GPS-TRIMED PIC X(8).
       01 BATCH-ELAPSED-CENTIS PIC 9(9) VALUE 0.
       01 BATCH-GENERATIONS PIC 9(7) VALUE 0.
      *>  Run-time forecast - run-timing.txt is appended to rather
      *>  than rewritten, each night's rows headed by a "RUN
      *>  <timestamp>" row and each block's row carrying its grid
      *>  size as well, so the file builds up the history LOAD-
      *>  TIMING-HISTORY reads back before anything is simulated.
      *>  Every block still to run is costed from its own latest
      *>  row when it has one, otherwise from the history's overall
      *>  cell-generations per second scaled to its grid, otherwise
      *>  from the overall generations per second; a block with no
      *>  history to go on is counted but left out of the total.
      *>  UNTIL-STABLE blocks and SOUP lines are costed at their
      *>  cap, unless an earlier run of the same block says how
      *>  long it actually took. The estimate goes to run-
      *>  forecast.txt and the console.
       01 TIMING-FILE-STATUS PIC XX.
       01 TIMING-ROWS-STRING PIC Z(3)9.
       01 TIMING-ROWS-TRIMED PIC X(3).
       01 TIMING-COLUMNS-STRING PIC Z(3)9.
       01 TIMING-COLUMNS-TRIMED PIC X(3).
       01 FORECAST-HISTORY-COUNT PIC 9(3) VALUE 0.
       01 FORECAST-HISTORY-TABLE.
           02 FORECAST-HISTORY-ENTRY OCCURS 200 TIMES.
               03 FORECAST-HISTORY-NAME PIC X(90).
               03 FORECAST-HISTORY-GENS PIC 9(7).
               03 FORECAST-HISTORY-CENTIS PIC 9(9).
               03 FORECAST-HISTORY-CELLS PIC 9(6).
       01 FORECAST-HISTORY-INDEX PIC 9(3).
       01 FORECAST-HISTORY-FOUND PIC 9(3).
       01 FORECAST-TOTAL-GENS PIC 9(11) VALUE 0.
       01 FORECAST-TOTAL-CENTIS PIC 9(11) VALUE 0.
       01 FORECAST-CELL-GENS PIC 9(15) VALUE 0.
       01 FORECAST-CELL-CENTIS PIC 9(11) VALUE 0.
       01 FORECAST-ROW-TABLE.
           02 FORECAST-ROW-TOKEN PIC X(90) OCCURS 10 TIMES.
       01 FORECAST-ROW-WHOLE PIC X(20).
       01 FORECAST-ROW-PART PIC X(20).
       01 FORECAST-ROW-OK PIC 9.
       01 FORECAST-ROW-CENTIS PIC 9(9).
       01 FORECAST-ROW-GENS PIC 9(7).
       01 FORECAST-ROW-ROWS PIC 9(3).
       01 FORECAST-ROW-CELLS PIC 9(6).
       01 FORECAST-BLOCK-TABLE.
           02 FORECAST-BLOCK-ENTRY OCCURS 200 TIMES.
               03 FORECAST-BLOCK-ROWS PIC 9(3).
               03 FORECAST-BLOCK-COLUMNS PIC 9(3).
               03 FORECAST-BLOCK-GENS PIC 9(10).
               03 FORECAST-BLOCK-OPEN-ENDED PIC 9.
               03 FORECAST-BLOCK-DONE PIC 9.
       01 FORECAST-SOUP-BLOCK PIC 9 VALUE 0.
       01 FORECAST-HEADER-TABLE.
           02 FORECAST-HEADER-TOKEN PIC X(20) OCCURS 8 TIMES.
       01 FORECAST-TOKEN-INDEX PIC 9.
       01 FORECAST-INDEX PIC 9(3).
       01 FORECAST-ESTIMATE-CENTIS PIC 9(11).
       01 FORECAST-BASIS PIC X(40).
       01 FORECAST-BATCH-CENTIS PIC 9(12) VALUE 0.
       01 FORECAST-FINISH-CENTIS PIC 9(12).
       01 FORECAST-COSTED-COUNT PIC 9(3) VALUE 0.
       01 FORECAST-UNKNOWN-COUNT PIC 9(3) VALUE 0.
       01 FORECAST-DONE-COUNT PIC 9(3) VALUE 0.
       01 FORECAST-FILENAME PIC X(100).
       01 FORECAST-LINE-SIZE PIC 9(3).
       01 FORECAST-LINE-STRING PIC X(200).
       01 FORECAST-LINE-LENGTH PIC 9(3).
       01 FORECAST-NUM-STRING PIC Z(10)9.
       01 FORECAST-NUM-TRIMED PIC X(11).
       01 FORECAST-CELLS PIC 9(6).
       01 FORECAST-DURATION-CENTIS PIC 9(12).
       01 FORECAST-DURATION-WHOLE PIC 9(12).
       01 FORECAST-DURATION-REST PIC 9(12).
       01 FORECAST-DURATION-CC PIC 9(2).
       01 FORECAST-DURATION-HOURS PIC 9(7).
       01 FORECAST-DURATION-MINUTES PIC 9(2).
       01 FORECAST-DURATION-SECONDS PIC 9(2).
       01 FORECAST-DURATION-TEXT PIC X(30).
       01 FORECAST-HOURS-TEXT PIC X(20).
       01 FORECAST-CLOCK-CENTIS PIC 9(12).
       01 FORECAST-CLOCK-DAYS PIC 9(5).
       01 FORECAST-CLOCK-OF-DAY PIC 9(9).
       01 FORECAST-CLOCK-WHOLE PIC 9(7).
       01 FORECAST-CLOCK-REST PIC 9(7).
       01 FORECAST-CLOCK-HH PIC 9(2).
       01 FORECAST-CLOCK-MM PIC 9(2).
       01 FORECAST-CLOCK-SS PIC 9(2).
       01 FORECAST-CLOCK-TEXT PIC X(8).
      *>  Batch window - a WINDOW=HHMM token in run-control.txt sets
      *>  tonight's wall-clock deadline (the next HH:MM after the
      *>  batch starts, so a 0600 window set at 22:00 means 06:00
      *>  tomorrow). Once the clock comes within WINDOW-MARGIN-
      *>  CENTIS of it, MAIN-PARAGRAPH-LOOP starts no new block and
      *>  a PATTERN-SIMULATION already under way writes a checkpoint
      *>  to <name>restart.txt and stops, its block reported as held
      *>  over rather than finished. Every block the batch did not
      *>  finish is then appended to batch-progress.txt as "<name>
      *>  HELD-OVER CHECKPOINT <generation>" or "<name> HELD-OVER
      *>  NOT-STARTED", the progress file is kept for the rerun, and
      *>  the run ends with RETURN-CODE 12 whatever the
      *>  reconciliation severity. The rerun skips the finished
      *>  blocks as usual and picks a checkpointed block back up from
      *>  its saved generation. A compare block's two passes and a
      *>  SOUP line's series are not interrupted once started, nor
      *>  is a block already on its last generation.
       01 WINDOW-MODE PIC 9 VALUE 0.
       01 WINDOW-TOKEN-SOURCE PIC X(20).
       01 WINDOW-TOKEN-KEYWORD PIC X(10).
       01 WINDOW-TOKEN-VALUE PIC X(10).
       01 WINDOW-HH PIC 9(2).
       01 WINDOW-MM PIC 9(2).
       01 WINDOW-MARGIN-CENTIS PIC 9(9) VALUE 30000.
       01 WINDOW-START-CENTIS PIC 9(9) VALUE 0.
       01 WINDOW-DEADLINE-CENTIS PIC 9(9) VALUE 0.
       01 WINDOW-CUTOFF-CENTIS PIC 9(9) VALUE 0.
       01 WINDOW-NOW-CENTIS PIC 9(9).
       01 WINDOW-CUTOFF PIC 9 VALUE 0.
       01 WINDOW-WATCH-BLOCK PIC 9 VALUE 0.
       01 WINDOW-INFLIGHT PIC 9 VALUE 0.
       01 WINDOW-INFLIGHT-NAME PIC X(90) VALUE SPACES.
       01 WINDOW-INFLIGHT-GENERATION PIC 9(5) VALUE 0.
       01 WINDOW-HELD-COUNT PIC 9(3) VALUE 0.
       01 WINDOW-RESUME-COUNT PIC 9(3) VALUE 0.
       01 WINDOW-RESUME-TABLE.
           02 WINDOW-RESUME-ENTRY OCCURS 200 TIMES.
               03 WINDOW-RESUME-NAME PIC X(90).
               03 WINDOW-RESUME-GENERATION PIC 9(5).
       01 WINDOW-RESUME-INDEX PIC 9(3).
       01 WINDOW-RESUME-FOUND PIC 9(3).
       01 WINDOW-RESUME-BLOCK PIC 9 VALUE 0.
       01 WINDOW-STATE-TOKEN PIC X(20).
       01 WINDOW-KIND-TOKEN PIC X(20).
       01 WINDOW-GENERATION-TOKEN PIC X(20).
       01 WINDOW-LINE-STRING PIC X(90).
       01 WINDOW-LINE-LENGTH PIC 9(3).
      *>  Outcome-change report - "LIFE CHANGES", and the end of
      *>  every batch, takes the blocks run-manifest.txt says were
      *>  simulated and compares each one's latest population-
      *>  trend.log row and results-archive.txt entry with the one
      *>  before it. Only the patterns whose classification, final
      *>  population, min/max population, extinction generation or
      *>  final grid changed are written to outcome-changes.txt,
      *>  each with the old and new run stamps and values. Each
      *>  changed pattern is a WARNINGS line in the reconciliation.
      *>  Final grids are compared by size, population and a hash
      *>  of their live cells' positions, so an archive entry need
      *>  not be held whole while the file is read.
       01 CHANGE-MODE PIC 9 VALUE 0.
       01 CHANGE-FILENAME PIC X(100).
       01 CHANGE-LINE-SIZE PIC 9(3).
       01 CHANGE-LINE-STRING PIC X(200).
       01 CHANGE-LINE-LENGTH PIC 9(3).
       01 CHANGE-EOF-FLAG PIC X.
       01 CHANGE-READ-LINE PIC X(510).
       01 CHANGE-NAME-COUNT PIC 9(3) VALUE 0.
       01 CHANGE-NAME-TABLE.
           02 CHANGE-NAME-ENTRY OCCURS 200 TIMES.
               03 CHANGE-NAME PIC X(90).
      *>          The name's last two trend rows, OLD before NEW.
               03 CHANGE-TREND-SEEN PIC 9(5).
               03 CHANGE-TREND-OLD-STAMP PIC X(15).
               03 CHANGE-TREND-OLD-MIN PIC X(10).
               03 CHANGE-TREND-OLD-MAX PIC X(10).
               03 CHANGE-TREND-OLD-EXTINCT PIC X(10).
               03 CHANGE-TREND-NEW-STAMP PIC X(15).
               03 CHANGE-TREND-NEW-MIN PIC X(10).
               03 CHANGE-TREND-NEW-MAX PIC X(10).
               03 CHANGE-TREND-NEW-EXTINCT PIC X(10).
      *>          The name's last two archive entries, the same way.
               03 CHANGE-ARCHIVE-SEEN PIC 9(5).
               03 CHANGE-ARCHIVE-OLD-STAMP PIC X(15).
               03 CHANGE-ARCHIVE-OLD-CLASS PIC X(30).
               03 CHANGE-ARCHIVE-OLD-POPULATION PIC 9(6).
               03 CHANGE-ARCHIVE-OLD-ROWS PIC 9(3).
               03 CHANGE-ARCHIVE-OLD-COLUMNS PIC 9(3).
               03 CHANGE-ARCHIVE-OLD-HASH PIC 9(10).
               03 CHANGE-ARCHIVE-NEW-STAMP PIC X(15).
               03 CHANGE-ARCHIVE-NEW-CLASS PIC X(30).
               03 CHANGE-ARCHIVE-NEW-POPULATION PIC 9(6).
               03 CHANGE-ARCHIVE-NEW-ROWS PIC 9(3).
               03 CHANGE-ARCHIVE-NEW-COLUMNS PIC 9(3).
               03 CHANGE-ARCHIVE-NEW-HASH PIC 9(10).
       01 CHANGE-INDEX PIC 9(3).
       01 CHANGE-FOUND PIC 9(3).
       01 CHANGE-NAME-TOKEN PIC X(90).
       01 CHANGE-CLASS-TOKEN PIC X(30).
       01 CHANGE-TREND-TABLE.
           02 CHANGE-TREND-TOKEN PIC X(90) OCCURS 6 TIMES.
       01 CHANGE-HEADER-KEYWORD PIC X(10).
       01 CHANGE-HEADER-NAME PIC X(90).
       01 CHANGE-HEADER-STAMP PIC X(15).
       01 CHANGE-HEADER-ROWS PIC 9(3).
       01 CHANGE-HEADER-COLUMNS PIC 9(3).
       01 CHANGE-ENTRY-CLASS PIC X(30).
       01 CHANGE-ENTRY-POPULATION PIC 9(6).
       01 CHANGE-ENTRY-HASH PIC 9(10).
       01 CHANGE-PERIOD-REST PIC X(510).
       01 CHANGE-PERIOD-TEXT PIC X(10).
       01 CHANGE-CLASS-TALLY PIC 9(3).
       01 CHANGE-ROW-COUNTER PIC 9(3).
       01 CHANGE-ROW-TALLY PIC 9(3).
       01 CHANGE-SCAN-COLUMN PIC 9(3).
       01 CHANGE-CELL-INDEX PIC 9(6).
       01 CHANGE-PRODUCT PIC 9(18).
       01 CHANGE-QUOTIENT PIC 9(18).
       01 CHANGE-PATTERN-CHANGED PIC 9.
       01 CHANGE-COMPARED-COUNT PIC 9(3).
       01 CHANGE-CHANGED-COUNT PIC 9(3).
       01 CHANGE-FIRST-COUNT PIC 9(3).
       01 CHANGE-WHAT PIC X(30).
       01 CHANGE-OLD-TEXT PIC X(40).
       01 CHANGE-NEW-TEXT PIC X(40).
       01 CHANGE-OLD-STAMP PIC X(15).
       01 CHANGE-NEW-STAMP PIC X(15).
       01 CHANGE-NUM-STRING PIC Z(9)9.
       01 CHANGE-NUM-TRIMED PIC X(10).
       01 CHANGE-TEXT-LENGTH PIC 9(3).
      *>  Retention purge - "LIFE PURGE" trims results-archive.txt
      *>  and population-trend.log by retention-control.txt, one
      *>  setting per line:
      *>      KEEP-LAST <n>         last n entries of every name
      *>      KEEP-SINCE <yyyymmdd> every entry run on or after it
      *>      KEEP-FOREVER <name>   never purge that name
      *>  (blank lines and lines starting '*' are passed over). An
      *>  entry is kept when either KEEP rule keeps it, so each
      *>  name keeps whichever set is larger. Purged entries are
      *>  appended to a dated offload file beside the original,
      *>  not thrown away, and the counts go to purge-report.txt.
      *>  A name beyond the 2000-name table is kept whole. The
      *>  purge holds archive-lock.txt while it runs and is refused
      *>  while any batch holds it (see the output directory items
      *>  below), as well as while this output directory's own
      *>  batch-lock.txt or batch-progress.txt is non-empty.
      *>  purge-work.txt in the output directory is the job's own
      *>  work file: it is written only when a file has entries to
      *>  offload, is emptied once the original has been rewritten
      *>  from it, and still holds the kept entries if the job
      *>  stops part-way through that rewrite.
       01 PURGE-MODE PIC 9 VALUE 0.
       01 PURGE-REFUSED PIC 9 VALUE 0.
       01 PURGE-CONTROL-FILE-STATUS PIC XX.
       01 PURGE-CONTROL-EOF PIC X.
       01 PURGE-CONTROL-LINE PIC X(200).
       01 PURGE-KEYWORD PIC X(20).
       01 PURGE-VALUE PIC X(90).
       01 PURGE-EXTRA PIC X(90).
       01 PURGE-LINE-UNDERSTOOD PIC 9.
       01 PURGE-KEEP-LAST PIC 9(5) VALUE 0.
       01 PURGE-KEEP-LAST-SET PIC 9 VALUE 0.
       01 PURGE-KEEP-SINCE PIC X(8) VALUE SPACES.
       01 PURGE-KEEP-SINCE-SET PIC 9 VALUE 0.
       01 PURGE-FOREVER-COUNT PIC 9(3) VALUE 0.
       01 PURGE-FOREVER-TABLE.
           02 PURGE-FOREVER-NAME PIC X(90) OCCURS 100 TIMES.
       01 PURGE-FOREVER-INDEX PIC 9(3).
       01 PURGE-FOREVER-MATCH PIC 9.
       01 PURGE-NAME-COUNT PIC 9(4) VALUE 0.
       01 PURGE-NAME-TABLE.
           02 PURGE-NAME-ENTRY OCCURS 2000 TIMES.
               03 PURGE-NAME PIC X(90).
               03 PURGE-NAME-TOTAL PIC 9(7).
               03 PURGE-NAME-SEEN PIC 9(7).
       01 PURGE-NAME-INDEX PIC 9(4).
       01 PURGE-NAME-FOUND PIC 9(4).
       01 PURGE-SOURCE-FILENAME PIC X(100).
       01 PURGE-SOURCE-FILE-STATUS PIC XX.
       01 PURGE-WORK-FILENAME PIC X(100).
       01 PURGE-WORK-FILE-STATUS PIC XX.
       01 PURGE-OFFLOAD-FILENAME PIC X(100).
       01 PURGE-OFFLOAD-FILE-STATUS PIC XX.
       01 PURGE-OFFLOAD-OPEN PIC 9.
       01 PURGE-TALLY-ONLY PIC 9 VALUE 0.
       01 PURGE-REPORT-FILENAME PIC X(100).
       01 PURGE-EOF-FLAG PIC X.
      *>  1 for results-archive.txt, whose entries run from one
      *>  ARCHIVE header to the next; 0 for the one-line entries
      *>  of population-trend.log.
       01 PURGE-ARCHIVE-FORMAT PIC 9.
       01 PURGE-READ-LINE PIC X(510).
       01 PURGE-ENTRY-KEYWORD PIC X(10).
       01 PURGE-ENTRY-NAME PIC X(90).
       01 PURGE-ENTRY-STAMP PIC X(15).
       01 PURGE-ENTRY-START PIC 9.
       01 PURGE-KEEP-ENTRY PIC 9.
       01 PURGE-READ-COUNT PIC 9(7).
       01 PURGE-KEPT-COUNT PIC 9(7).
       01 PURGE-OFFLOAD-COUNT PIC 9(7).
       01 PURGE-LINE-SIZE PIC 9(3).
       01 PURGE-LINE-STRING PIC X(200).
       01 PURGE-LINE-LENGTH PIC 9(3).
       01 PURGE-NUM-STRING PIC Z(6)9.
       01 PURGE-NUM-TRIMED PIC X(7).
      *>  Golden-pattern regression check - an optional "EXPECTED"
      *>  line directly after a block's grid data (or after its
      *>  ROW-AND-COLUMN line for a catalog-stamped block), followed
       01 SKIP-COMPLETED-COUNT PIC 9(3) VALUE 0.
      *>  Cross-run results archive - results-archive.txt collects,
      *>  for every block that simulates, an "ARCHIVE <name>
      *>  <timestamp> <rows> <cols> <fingerprint>" header (older
      *>  entries have no fingerprint - see below), the block's
      *>  status line, and its final grid, appended run after run
      *>  (unlike the per-pattern cob.txt the next run of the same
      *>  name overwrites). A "QUERY <name>" line in input.txt, in place
      *>  of a pattern block, prints that pattern's archived entries
      *>  to the console in the order they were appended - which is
      *>  date order, since every entry carries STAMP-RUN-TIMESTAMP's
       01 QUERY-READ-LINE PIC X(510).
       01 QUERY-HEADER-KEYWORD PIC X(10).
       01 QUERY-HEADER-NAME PIC X(90).
      *>  Final-grid fingerprint - WRITE-ARCHIVE-ENTRY appends one
      *>  to every ARCHIVE header line, after the grid size. The
      *>  live cells are trimmed to their bounding box, and the box
      *>  is read out in each of its eight orientations (four
      *>  rotations, each plain and mirrored) into a hash of the
      *>  live cells' positions; the smallest of the eight hashes
      *>  is kept, so the same debris shifted, turned or flipped
      *>  fingerprints the same. Written out as population, the
      *>  box's short and long sides, and that hash - e.g.
      *>  "4-2X2-0123456789". An empty grid fingerprints as
      *>  "0-0X0-0000000000". Entries archived before fingerprints
      *>  were kept have their grid rows fingerprinted as they are
      *>  read back.
       01 FINGERPRINT-TEXT PIC X(30).
       01 FINGERPRINT-POPULATION PIC 9(6).
       01 FINGERPRINT-ROW-TALLY PIC 9(3).
       01 FINGERPRINT-TOP PIC 9(3).
       01 FINGERPRINT-BOTTOM PIC 9(3).
       01 FINGERPRINT-LEFT PIC 9(3).
       01 FINGERPRINT-RIGHT PIC 9(3).
       01 FINGERPRINT-HEIGHT PIC 9(3).
       01 FINGERPRINT-WIDTH PIC 9(3).
       01 FINGERPRINT-SCAN-ROW PIC 9(3).
       01 FINGERPRINT-SCAN-COLUMN PIC 9(3).
       01 FINGERPRINT-TRANSFORM PIC 9(2).
       01 FINGERPRINT-TRANSFORM-BITS PIC 9.
       01 FINGERPRINT-TRANSPOSE PIC 9.
       01 FINGERPRINT-FLIP-ROWS PIC 9.
       01 FINGERPRINT-FLIP-COLUMNS PIC 9.
       01 FINGERPRINT-OUT-ROWS PIC 9(3).
       01 FINGERPRINT-OUT-COLUMNS PIC 9(3).
       01 FINGERPRINT-OUT-ROW PIC 9(3).
       01 FINGERPRINT-OUT-COLUMN PIC 9(3).
       01 FINGERPRINT-BOX-ROW PIC 9(3).
       01 FINGERPRINT-BOX-COLUMN PIC 9(3).
       01 FINGERPRINT-SOURCE-ROW PIC 9(3).
       01 FINGERPRINT-SOURCE-COLUMN PIC 9(3).
       01 FINGERPRINT-CELL-INDEX PIC 9(6).
       01 FINGERPRINT-HASH PIC 9(10).
       01 FINGERPRINT-BEST PIC 9(10).
       01 FINGERPRINT-PRODUCT PIC 9(18).
       01 FINGERPRINT-QUOTIENT PIC 9(18).
       01 FINGERPRINT-NUM-STRING PIC Z(5)9.
       01 FINGERPRINT-POP-TRIMED PIC X(6).
       01 FINGERPRINT-SHORT-TRIMED PIC X(6).
       01 FINGERPRINT-LONG-TRIMED PIC X(6).
       01 FINGERPRINT-LENGTH PIC 9(3).
      *>  Equivalence across the archive - "LIFE EQUIVALENCE" reads
      *>  results-archive.txt and writes archive-equivalence.txt,
      *>  grouping every fingerprint more than one pattern name
      *>  reached, each name with the run stamp it last did so. An
      *>  "EQUIVALENT <fingerprint or name>" line in input.txt, in
      *>  place of a pattern block the way a QUERY line is, lists
      *>  to the console every archived name that reached that
      *>  fingerprint - or, given a name, the fingerprint of that
      *>  name's latest archived result.
       01 EQUIV-MODE PIC 9 VALUE 0.
       01 EQUIV-FILE-STATUS PIC XX.
       01 EQUIV-LINE-SIZE PIC 9(3).
       01 EQUIV-LINE-STRING PIC X(200).
       01 EQUIV-LINE-LENGTH PIC 9(3).
       01 EQUIV-EOF-FLAG PIC X.
       01 EQUIV-READ-LINE PIC X(510).
       01 EQUIV-HEADER-KEYWORD PIC X(10).
       01 EQUIV-HEADER-NAME PIC X(90).
       01 EQUIV-HEADER-STAMP PIC X(15).
       01 EQUIV-HEADER-ROWS PIC 9(3).
       01 EQUIV-HEADER-COLUMNS PIC 9(3).
       01 EQUIV-HEADER-FINGERPRINT PIC X(30).
       01 EQUIV-ROW-COUNTER PIC 9(3).
       01 EQUIV-TARGET PIC X(90).
       01 EQUIV-TARGET-FINGERPRINT PIC X(30).
       01 EQUIV-ENTRY-COUNT PIC 9(6).
       01 EQUIV-OVERFLOW-COUNT PIC 9(6).
       01 EQUIV-GROUP-COUNT PIC 9(4).
       01 EQUIV-MEMBER-COUNT PIC 9(4).
       01 EQUIV-FOUND PIC 9.
       01 EQUIV-PAIR-COUNT PIC 9(4) VALUE 0.
       01 EQUIV-PAIR-TABLE.
           02 EQUIV-PAIR-ENTRY OCCURS 1000 TIMES.
               03 EQUIV-PAIR-FINGERPRINT PIC X(30).
               03 EQUIV-PAIR-NAME PIC X(90).
               03 EQUIV-PAIR-STAMP PIC X(15).
               03 EQUIV-PAIR-DONE PIC 9.
       01 EQUIV-INDEX PIC 9(4).
       01 EQUIV-OTHER-INDEX PIC 9(4).
       01 EQUIV-NUM-STRING PIC Z(5)9.
       01 EQUIV-NUM-TRIMED PIC X(6).
      *>  Catalog certification - "LIFE CERTIFY" runs every catalog
      *>  entry (patterns.lib with tonight's catalog transactions
      *>  applied, the catalog the batch will see) on its own board
      *>  padded CERTIFY-PADDING dead cells each side, NOWRAP, under
      *>  the run-control rule, until it classifies or reaches
      *>  CERTIFY-CAP generations, and records what it actually does:
      *>  STILL-LIFE, OSCILLATOR-P<n>, SPACESHIP-P<n>-(<dr>,<dc>)
      *>  (displacement per period), or NEITHER. The inventory goes
      *>  to catalog-inventory.txt - name, size, population,
      *>  verified class, the date last certified and a flag - and
      *>  the certified behaviour to catalog-certification.txt,
      *>  rewritten every run, to be compared against next time. An
      *>  entry that classifies as NEITHER fails and keeps its old
      *>  certification (and date); one whose class or starting grid
      *>  (by fingerprint) differs from its last certification is
      *>  flagged CHANGED; an entry patterns.lib holds that could not
      *>  be loaded at all fails too. Any of these sets RETURN-CODE
      *>  8, so the scheduler can hold the batch until the catalog
      *>  is put right.
       01 CERTIFY-MODE PIC 9 VALUE 0.
       01 CERTIFY-PADDING PIC 9(2) VALUE 10.
       01 CERTIFY-CAP PIC 9(5) VALUE 200.
       01 CERTIFY-LEDGER-FILE-STATUS PIC XX.
       01 CERTIFY-LEDGER-EOF PIC X.
       01 CERTIFY-LEDGER-LINE PIC X(200).
       01 CERTIFY-LINE-SIZE PIC 9(3).
       01 CERTIFY-LINE-STRING PIC X(200).
       01 CERTIFY-LINE-LENGTH PIC 9(3).
       01 CERTIFY-LEDGER-COUNT PIC 9(3) VALUE 0.
       01 CERTIFY-LEDGER-TABLE.
           02 CERTIFY-LEDGER-ENTRY OCCURS 60 TIMES.
               03 CERTIFY-LEDGER-NAME PIC X(20).
               03 CERTIFY-LEDGER-ROWS PIC X(3).
               03 CERTIFY-LEDGER-COLUMNS PIC X(3).
               03 CERTIFY-LEDGER-POPULATION PIC X(6).
               03 CERTIFY-LEDGER-CLASS PIC X(30).
               03 CERTIFY-LEDGER-FINGERPRINT PIC X(30).
               03 CERTIFY-LEDGER-DATE PIC X(8).
               03 CERTIFY-LEDGER-SEEN PIC 9.
       01 CERTIFY-LEDGER-INDEX PIC 9(3).
       01 CERTIFY-MATCH-INDEX PIC 9(3).
       01 CERTIFY-ENTRY-INDEX PIC 9(2).
       01 CERTIFY-FILL-ROW PIC 9(3).
       01 CERTIFY-STAMP-ROW PIC 9(3).
       01 CERTIFY-START-COLUMN PIC 9(3).
       01 CERTIFY-GRID-FINGERPRINT PIC X(30).
       01 CERTIFY-POPULATION PIC 9(6).
       01 CERTIFY-CLASS PIC X(30).
       01 CERTIFY-CLASS-LENGTH PIC 9(3).
       01 CERTIFY-FLAG PIC X(60).
       01 CERTIFY-FLAG-LENGTH PIC 9(3).
       01 CERTIFY-DATE PIC X(8).
       01 CERTIFY-TODAY PIC X(8).
       01 CERTIFY-SIGNED-NUMBER PIC S9(3).
       01 CERTIFY-NUM-STRING PIC Z(5)9.
       01 CERTIFY-NUM-TRIMED PIC X(6).
       01 CERTIFY-NUM-TRIMED-2 PIC X(6).
       01 CERTIFY-ROWS-TRIMED PIC X(6).
       01 CERTIFY-COLUMNS-TRIMED PIC X(6).
       01 CERTIFY-POP-TRIMED PIC X(6).
       01 CERTIFY-SIGNED-TRIMED PIC X(7).
       01 CERTIFY-CHECKED-COUNT PIC 9(3).
       01 CERTIFY-PASSED-COUNT PIC 9(3).
       01 CERTIFY-FAILED-COUNT PIC 9(3).
       01 CERTIFY-CHANGED-COUNT PIC 9(3).
       01 CERTIFY-NEW-COUNT PIC 9(3).
       01 CERTIFY-REJECTED-INDEX PIC 9(3).
      *>  Post-batch reconciliation - every block the batch touched
      *>  is noted here as it finishes (simulated, rejected, or
      *>  fast-forwarded by the batch restart), together with which
       01 RECON-BLOCK-TABLE.
           02 RECON-BLOCK-ENTRY OCCURS 200 TIMES.
      *>          1 simulated, 2 rejected, 3 skipped as already
      *>          complete, 4 soup run.
               03 RECON-OUTCOME PIC 9.
               03 RECON-NAME PIC X(90).
               03 RECON-ROWS PIC 9(3).
               03 RECON-HEATMAP PIC 9.
      *>          0 no expected grid, 1 passed, 2 failed.
               03 RECON-EXPECTED PIC 9.
               03 RECON-EDGE PIC 9.
               03 RECON-EDGE-GEN PIC 9(5).
      *>          1 when its outcome differs from its previous run.
               03 RECON-CHANGED PIC 9.
       01 RECON-INDEX PIC 9(3).
       01 RECON-SEVERITY PIC 9(2) VALUE 0.
       01 RECON-NEW-SEVERITY PIC 9(2).
       01 SPACESHIP-RFROM-COLUMN PIC 9(3).
       01 SPACESHIP-RTO-COLUMN PIC 9(3).
       01 SPACESHIP-SOURCE-CHAR PIC X.
      *>  Job selection - the first word of the command line picks
      *>  what this invocation of LIFE does. No word (the way the
      *>  overnight schedule has always called it) runs the batch;
      *>  EDIT runs the edit pass below instead, EQUIVALENCE the
      *>  archive equivalence report, CERTIFY the catalog
      *>  certification.
      *>      CHANGES   the outcome-change report on its own, for
      *>                tonight's manifest, without running a batch
      *>      PURGE     the retention purge of results-archive.txt
      *>                and population-trend.log
       01 JOB-COMMAND-LINE PIC X(250).
       01 JOB-MODE-WORD PIC X(20).
       01 JOB-MODE-KNOWN PIC 9 VALUE 1.
      *>  Job paths - DECK=, CONTROL= and OUTDIR= words on the
      *>  command line (in any order, before or after the job word)
      *>  name the input deck, the run-control file and the
      *>  directory this run's outputs go to, so two batches can run
      *>  side by side; LIFE_DECK, LIFE_CONTROL and LIFE_OUTDIR in
      *>  the environment stand in for a word not given. Unset, they
      *>  are input.txt, run-control.txt and the current directory,
      *>  exactly as before. Every batch-level file and every
      *>  per-pattern file is named with OUTPUT-PREFIX in front;
      *>  patterns.lib, catalog-transactions.txt,
      *>  catalog-certification.txt, results-archive.txt and
      *>  population-trend.log are shared by all batches and stay
      *>  where they always were. A batch holds its output directory
      *>  through batch-lock.txt there: a non-empty lock means a
      *>  batch is running in it (or died without finishing, for the
      *>  operator to check and empty), and a second batch pointed
      *>  at the same directory is refused before it touches any of
      *>  the first one's files.
       01 JOB-PARAMETER-WORD PIC X(120).
       01 JOB-PARAMETER-POINTER PIC 9(3).
       01 JOB-EXTRA-WORD PIC 9 VALUE 0.
       01 INPUT-DECK-FILENAME PIC X(100).
       01 RUN-CONTROL-FILENAME PIC X(100).
       01 OUTPUT-DIRECTORY PIC X(100).
       01 OUTPUT-DIRECTORY-TOO-LONG PIC 9 VALUE 0.
       01 OUTPUT-PREFIX PIC X(61).
       01 MANIFEST-FILENAME PIC X(100).
       01 PROGRESS-FILENAME PIC X(100).
       01 TIMING-FILENAME PIC X(100).
       01 RECON-REPORT-FILENAME PIC X(100).
       01 EDIT-REPORT-FILENAME PIC X(100).
       01 EQUIV-FILENAME PIC X(100).
       01 CERTIFY-REPORT-FILENAME PIC X(100).
       01 REPORT-FILENAME PIC X(100).
       01 REPORT-GRID-FILENAME PIC X(100).
       01 BATCH-LOCK-FILENAME PIC X(100).
       01 BATCH-LOCK-FILE-STATUS PIC XX.
       01 BATCH-LOCK-HELD PIC 9 VALUE 0.
       01 BATCH-LOCK-LINE PIC X(200).
       01 BATCH-LOCK-MESSAGE PIC X(200).
      *>  The shared files have a lock of their own, archive-lock.txt
      *>  beside them, since batches in different output directories
      *>  all append to them. Each batch adds a "BATCH <timestamp>
      *>  deck <deck> outdir <dir>" line while it runs and takes its
      *>  own line out again at the end; a purge adds "PURGE
      *>  <timestamp>" while it rewrites them. A batch is refused
      *>  while a PURGE line is there, and a purge while any line
      *>  is. Each side reads the lock again after adding its line
      *>  and backs off if the other got in meanwhile. A line left
      *>  by a job that died is for the operator to take out.
       01 ARCHIVE-LOCK-FILE-STATUS PIC XX.
       01 ARCHIVE-LOCK-HELD PIC 9 VALUE 0.
       01 ARCHIVE-LOCK-LINE PIC X(200).
       01 ARCHIVE-LOCK-DIRECTORY PIC X(100).
       01 ARCHIVE-LOCK-READ-LINE PIC X(200).
       01 ARCHIVE-LOCK-EOF PIC X.
       01 ARCHIVE-LOCK-PURGING PIC 9.
       01 ARCHIVE-LOCK-OTHERS PIC 9(3).
       01 ARCHIVE-LOCK-FIRST-OTHER PIC X(200).
       01 ARCHIVE-LOCK-COUNT PIC 9(3).
       01 ARCHIVE-LOCK-TABLE.
           02 ARCHIVE-LOCK-ENTRY PIC X(200) OCCURS 100 TIMES.
       01 ARCHIVE-LOCK-INDEX PIC 9(3).
       01 ARCHIVE-LOCK-DROPPED PIC 9.
      *>  Edit-only pass - "LIFE EDIT" walks input.txt through the
      *>  very same header, token, size, grid-row, RLE, PLACE and
      *>  EXPECTED handling PROCESS-PATTERN-BODY gives a block in
      *>  the batch, stopping short of the simulation, and writes
      *>  one verdict line per block to run-edit.txt: ACCEPTED,
      *>  WARNING (the block would run, but something in it is
      *>  suspect - an unknown or malformed control token, an
      *>  EXPECTED grid whose shape does not match the declared
      *>  size, a name line that looks like stray grid data) or
      *>  REJECTED (the batch would reject it, with the same
      *>  message the batch would put on its status line). The
      *>  catalog transactions are applied in memory so PLACE
      *>  lines are checked against the catalog the night's batch
      *>  will actually see, but nothing is written anywhere except
      *>  run-edit.txt - no <name>cob.txt, no manifest or timing
      *>  rows, and batch-progress.txt, population-trend.log,
      *>  results-archive.txt and patterns.lib are never opened for
      *>  output. RETURN-CODE is 0 for a clean deck, 4 when only
      *>  warnings were found, and 8 when any block would be
      *>  rejected or the batch refused outright.
       01 EDIT-MODE PIC 9 VALUE 0.
       01 EDIT-LINE-SIZE PIC 9(3).
       01 EDIT-LINE-STRING PIC X(900).
       01 EDIT-LINE-LENGTH PIC 9(3).
       01 EDIT-NOTE-STRING PIC X(300).
       01 EDIT-NOTE-LENGTH PIC 9(3) VALUE 1.
       01 EDIT-NAME-TOKEN PIC X(90).
       01 EDIT-VERDICT PIC X(10).
       01 EDIT-TOKEN-SOURCE PIC X(20).
       01 EDIT-TOKEN-KNOWN PIC 9.
       01 EDIT-RULE-MARK-COUNT PIC 9(2).
       01 EDIT-CHECK-ROW PIC 9(3).
       01 EDIT-CHECK-COLUMN PIC 9(3).
       01 EDIT-BAD-ROW PIC 9(3).
       01 EDIT-BLOCK-COUNT PIC 9(5) VALUE 0.
       01 EDIT-ACCEPTED-COUNT PIC 9(5) VALUE 0.
       01 EDIT-WARNING-COUNT PIC 9(5) VALUE 0.
       01 EDIT-REJECTED-COUNT PIC 9(5) VALUE 0.
       01 EDIT-QUERY-COUNT PIC 9(5) VALUE 0.
       01 EDIT-NUM-STRING PIC Z(5)9.
       01 EDIT-NUM-TRIMED PIC X(6).
       01 EDIT-NUM-TRIMED-2 PIC X(6).
      *>  Random-soup search - a "SOUP <count> <rows> <cols>
      *>  DENSITY=<pct> SEED=<n>" line stands in for a whole pattern
      *>  block, the way a QUERY line does, and has LIFE build its
      *>  own starting grids: <count> soups of <rows> x <cols>, each
      *>  cell alive with DENSITY per cent probability (50 when the
      *>  token is left off). Every soup runs until stable through
      *>  the ordinary PATTERN-SIMULATION and RUN-ASH-CENSUS, under
      *>  the shop's rule/WRAP/CAP defaults or the line's own WRAP,
      *>  rule and CAP=n tokens; the per-file modes (HISTORY, CSV,
      *>  JSON, HEATMAP, CHECKPOINT, COMPARE) do not apply to a soup
      *>  and are switched off. The only per-pattern output is one
      *>  <name>summary.txt for the whole run - outcome counts, ash
      *>  census totals per catalog entry, and the soups whose
      *>  debris the catalog could not account for. The name token
      *>  is SOUP<seed>, or SOUP<seed>-<first> when a FROM=n token
      *>  starts the numbering somewhere other than 1, so restart,
      *>  the duplicate prescan and the manifest all see one block.
      *>  Each soup's generator is seeded from the seed and the
      *>  soup's own number alone (Park-Miller minimal standard,
      *>  multiplier 16807, modulus 2147483647), so "SOUP 1 16 16
      *>  DENSITY=37 SEED=12345 FROM=57" rebuilds soup 57 of that
      *>  run exactly, without generating the 56 before it - and a
      *>  one-soup run writes its starting and final grids into the
      *>  summary for inspection.
       01 SOUP-BLOCK PIC 9 VALUE 0.
       01 SOUP-MODE PIC 9 VALUE 0.
       01 SOUP-SOURCE-LINE PIC X(510).
       01 SOUP-KEYWORD PIC X(10).
       01 SOUP-COUNT-TEXT PIC X(20).
       01 SOUP-ROWS-TEXT PIC X(20).
       01 SOUP-COLUMNS-TEXT PIC X(20).
       01 SOUP-SEED-TEXT PIC X(15).
       01 SOUP-FROM-TEXT PIC X(15).
       01 SOUP-TOKEN-SOURCE PIC X(20).
      *>  0 none, 1 soup count, 2 grid size not a number or zero,
      *>  3 grid size over 500, 4 density, 5 seed missing or bad,
      *>  6 FROM bad or the numbering runs past 99999.
       01 SOUP-FAIL-REASON PIC 9 VALUE 0.
       01 SOUP-COUNT PIC 9(5).
       01 SOUP-ROWS PIC 9(3).
       01 SOUP-COLUMNS PIC 9(3).
       01 SOUP-DENSITY PIC 9(3).
       01 SOUP-DENSITY-OK PIC 9.
       01 SOUP-SEED PIC 9(9).
      *>  0 no SEED= token, 1 good, 2 not a number.
       01 SOUP-HAVE-SEED PIC 9.
       01 SOUP-FROM PIC 9(5).
       01 SOUP-FROM-OK PIC 9.
       01 SOUP-HAVE-FROM PIC 9.
       01 SOUP-NAME-TOKEN PIC X(40).
       01 SOUP-NUMBER PIC 9(6).
       01 SOUP-LAST-NUMBER PIC 9(6).
       01 SOUP-RANDOM-STATE PIC 9(10).
       01 SOUP-RANDOM-PRODUCT PIC 9(15).
       01 SOUP-RANDOM-QUOTIENT PIC 9(15).
       01 SOUP-RANDOM-PERCENT PIC 9(2).
       01 SOUP-RANDOM-WARMUP PIC 9.
       01 SOUP-FILL-ROW PIC 9(3).
       01 SOUP-FILL-COLUMN PIC 9(3).
       01 SOUP-STILL-LIFE-COUNT PIC 9(5).
       01 SOUP-OSCILLATOR-COUNT PIC 9(5).
       01 SOUP-SPACESHIP-COUNT PIC 9(5).
       01 SOUP-DIED-COUNT PIC 9(5).
       01 SOUP-CAPPED-COUNT PIC 9(5).
       01 SOUP-CENSUS-TOTAL-TABLE.
           02 SOUP-CENSUS-TOTAL PIC 9(7) OCCURS 20 TIMES.
       01 SOUP-UNKNOWN-TOTAL PIC 9(7).
       01 SOUP-TOTAL-INDEX PIC 9(2).
       01 SOUP-TOTAL-LISTED PIC 9(2).
      *>  The first 100 soups with unrecognised debris are listed
      *>  with their census lines; any beyond that are counted.
       01 SOUP-ODD-COUNT PIC 9(5).
       01 SOUP-ODD-TABLE.
           02 SOUP-ODD-ENTRY OCCURS 100 TIMES.
               03 SOUP-ODD-NUMBER PIC 9(5).
               03 SOUP-ODD-CENSUS PIC X(200).
       01 SOUP-ODD-INDEX PIC 9(3).
       01 SOUP-MIN-POPULATION PIC 9(6).
       01 SOUP-MAX-POPULATION PIC 9(6).
       01 SOUP-ELAPSED-CENTIS PIC 9(9).
       01 SOUP-GENERATIONS PIC 9(7).
       01 SOUP-SUMMARY-FILENAME PIC X(100).
       01 SOUP-LINE-STRING PIC X(510).
       01 SOUP-LINE-LENGTH PIC 9(3).
       01 SOUP-LINE-SIZE PIC 9(3).
       01 SOUP-WRITE-ROW PIC 9(3).
      *>  1 writes PATTERN-TABLE (the starting grid), 2 PREVIOUS-
      *>  PATTERN-TABLE (the final one).
       01 SOUP-GRID-SOURCE PIC 9.
       01 SOUP-NUM-STRING PIC Z(9)9.
       01 SOUP-NUM-TRIMED PIC X(10).
       01 SOUP-NUM-TRIMED-2 PIC X(10).
      *>  Boundary contact - without WRAP the grid edge is a wall
      *>  that nothing real has, and a glider that runs into it on
      *>  a 40x40 board settles as a block and reads as a still
      *>  life. Every generation whose live cells reach an edge is
      *>  written to <name>edge.txt (the file only exists for a
      *>  block that touched one) with the edge and how many cells
      *>  sit on it, and each edge's first contact is summed up at
      *>  the end. The status line then warns "Result may be
      *>  affected by grid boundary from generation N.", the
      *>  manifest row gains a trailing BOUNDARY flag, and the
      *>  reconciliation report lists the block for a rerun on a
      *>  bigger grid. The live bounding box PATTERN-SIMULATION
      *>  already keeps says cheaply whether any edge can have been
      *>  reached; the cells are only counted when it has. Soup
      *>  runs own no per-pattern files and are left out.
       01 EDGE-CONTACT PIC 9 VALUE 0.
       01 EDGE-FIRST-CONTACT-GEN PIC 9(5).
       01 EDGE-GENERATION PIC 9(5).
      *>  Entries 1 to 4 are the top, bottom, left and right edges.
       01 EDGE-TABLE.
           02 EDGE-ENTRY OCCURS 4 TIMES.
               03 EDGE-CELLS PIC 9(3).
               03 EDGE-TOUCHED PIC 9.
               03 EDGE-FIRST-GEN PIC 9(5).
               03 EDGE-FIRST-CELLS PIC 9(3).
               03 EDGE-GEN-COUNT PIC 9(5).
       01 EDGE-INDEX PIC 9.
       01 EDGE-SCAN-ROW PIC 9(3).
       01 EDGE-ANY-THIS-GEN PIC 9.
       01 EDGE-NAME-WORD PIC X(6).
       01 EDGE-FILENAME PIC X(100).
       01 EDGE-FILE-STATUS PIC XX.
       01 EDGE-FILE-OPEN PIC 9 VALUE 0.
       01 EDGE-LINE-STRING PIC X(200).
       01 EDGE-LINE-LENGTH PIC 9(3).
       01 EDGE-LINE-SIZE PIC 9(3).
       01 EDGE-NUM-STRING PIC Z(5)9.
       01 EDGE-NUM-TRIMED PIC X(6).
       01 EDGE-NUM-TRIMED-2 PIC X(6).
      *>  Printable batch report - run-report.txt, rebuilt after the
      *>  reconciliation pass from the files the batch has already
      *>  written, for the weekly review pack. Pages of 60 lines at
      *>  132 columns, each opening with the run timestamp, the page
      *>  number and the run-control.txt defaults in force. One
      *>  section per run-manifest.txt row: the starting and final
      *>  grids side by side (one above the other when a grid is too
      *>  wide to pair, cut at 132 columns), the classification line
      *>  from <name>cob.txt, the min/max/extinction lines from
      *>  <name>stats.txt, and the EXPECTED verdict where the block
      *>  had one. A totals page closes it: blocks by manifest
      *>  class, the BATCH-TOTAL line from run-timing.txt and the
      *>  severity line from run-reconciliation.txt. The one thing
      *>  no existing output keeps is the starting grid, so each
      *>  simulated block's grid is copied to run-report-grids.txt
      *>  just before its simulation starts, in manifest order.
       01 REPORT-PAGE-NUMBER PIC 9(4) VALUE 0.
       01 REPORT-PAGE-LINES PIC 9(3) VALUE 0.
       01 REPORT-NEED-LINES PIC 9(4).
       01 REPORT-LINE-STRING PIC X(132).
       01 REPORT-LINE-LENGTH PIC 9(3).
       01 REPORT-LINE-SIZE PIC 9(3).
       01 REPORT-GRID-LINE-SIZE PIC 9(3).
       01 REPORT-GRID-FILE-STATUS PIC XX.
       01 REPORT-MANIFEST-FILE-STATUS PIC XX.
       01 REPORT-READ-FILE-STATUS PIC XX.
       01 REPORT-READ-FILENAME PIC X(100).
       01 REPORT-MANIFEST-EOF PIC X.
       01 REPORT-GRID-EOF PIC X.
       01 REPORT-READ-EOF PIC X.
       01 REPORT-MANIFEST-LINE PIC X(200).
       01 REPORT-NAME PIC X(90).
       01 REPORT-CLASS PIC X(20).
       01 REPORT-GEN-TEXT PIC X(10).
       01 REPORT-MIN-TEXT PIC X(10).
       01 REPORT-MAX-TEXT PIC X(10).
       01 REPORT-FLAG-TEXT PIC X(10).
       01 REPORT-GRID-HEADER PIC X(510).
       01 REPORT-GRID-KEYWORD PIC X(10).
       01 REPORT-GRID-NAME PIC X(90).
       01 REPORT-GRID-ROWS PIC 9(3).
       01 REPORT-GRID-COLUMNS PIC 9(3).
       01 REPORT-HAVE-GRID PIC 9.
       01 REPORT-START-ROW PIC X(510).
       01 REPORT-FINAL-ROW PIC X(510).
       01 REPORT-ROW-COUNTER PIC 9(3).
       01 REPORT-SHOW-COLUMNS PIC 9(3).
       01 REPORT-STATUS-TEXT PIC X(510).
       01 REPORT-TEXT-LENGTH PIC 9(3).
       01 REPORT-WRAP-START PIC 9(3).
       01 REPORT-WRAP-END PIC 9(3).
       01 REPORT-WRAP-PREFIX PIC X(10).
       01 REPORT-EXPECTED PIC 9.
       01 REPORT-RECON-INDEX PIC 9(3).
       01 REPORT-BLOCK-COUNT PIC 9(5).
       01 REPORT-BOUNDARY-COUNT PIC 9(5).
       01 REPORT-PASS-COUNT PIC 9(5).
       01 REPORT-FAIL-COUNT PIC 9(5).
       01 REPORT-CLASS-USED PIC 9(2).
       01 REPORT-CLASS-TABLE.
           02 REPORT-CLASS-ENTRY OCCURS 12 TIMES.
               03 REPORT-CLASS-NAME PIC X(20).
               03 REPORT-CLASS-TOTAL PIC 9(5).
       01 REPORT-CLASS-INDEX PIC 9(2).
       01 REPORT-CLASS-FOUND PIC 9.
       01 REPORT-TIMING-LINE PIC X(200).
       01 REPORT-SEVERITY-LINE PIC X(150).
       01 REPORT-NUM-STRING PIC Z(5)9.
       01 REPORT-NUM-TRIMED PIC X(6).
       01 REPORT-NUM-TRIMED-2 PIC X(6).


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-JOB-PARAMETERS
           IF(JOB-MODE-KNOWN = 0) THEN
               DISPLAY "Job refused: unknown job " JOB-MODE-WORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF(OUTPUT-DIRECTORY-TOO-LONG = 1) THEN
               DISPLAY "Job refused: output directory name longer "
                   "than 60 characters"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PATTERN-LIBRARY
           PERFORM APPLY-CATALOG-TRANSACTIONS
           PERFORM LOAD-RUN-CONTROL-DEFAULTS
           PERFORM STAMP-RUN-TIMESTAMP
           IF(EDIT-MODE = 1) THEN
               PERFORM RUN-EDIT-PASS
               STOP RUN
           END-IF
           IF(EQUIV-MODE = 1) THEN
               PERFORM RUN-EQUIVALENCE-REPORT
               STOP RUN
           END-IF
           IF(CERTIFY-MODE = 1) THEN
               PERFORM RUN-CATALOG-CERTIFICATION
               STOP RUN
           END-IF
           IF(CHANGE-MODE = 1) THEN
               PERFORM RUN-OUTCOME-CHANGE-REPORT
               STOP RUN
           END-IF
           IF(PURGE-MODE = 1) THEN
               PERFORM RUN-RETENTION-PURGE
               STOP RUN
           END-IF
           PERFORM CLAIM-OUTPUT-DIRECTORY
           IF(BATCH-LOCK-HELD = 1) THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CLAIM-SHARED-FILES
           IF(ARCHIVE-LOCK-HELD = 0) THEN
               PERFORM RELEASE-OUTPUT-DIRECTORY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-BATCH-WINDOW
           PERFORM LOAD-TIMING-HISTORY
           OPEN OUTPUT MANIFEST-FILE
           OPEN OUTPUT REPORT-GRID-FILE
           OPEN EXTEND TIMING-FILE
           IF(TIMING-FILE-STATUS NOT = '00') THEN
               OPEN OUTPUT TIMING-FILE
           END-IF
           PERFORM WRITE-TIMING-RUN-HEADER
           OPEN EXTEND TREND-FILE
           IF(TREND-FILE-STATUS NOT = '00') THEN
               OPEN OUTPUT TREND-FILE
           PERFORM PRESCAN-INPUT-NAMES
           IF(DUPLICATE-NAME-FOUND = 0) THEN
               PERFORM LOAD-BATCH-PROGRESS
               PERFORM WRITE-BATCH-FORECAST
               OPEN EXTEND PROGRESS-FILE
               IF(PROGRESS-FILE-STATUS NOT = '00') THEN
                   OPEN OUTPUT PROGRESS-FILE
               MOVE 'N' TO INPUT-EOF-FLAG
               PERFORM MAIN-PARAGRAPH-LOOP
               CLOSE INPUT-FILE
               IF(WINDOW-CUTOFF = 1) THEN
                   PERFORM RECORD-HELD-OVER-BLOCKS
               END-IF
               CLOSE PROGRESS-FILE
      *>          The batch ran all the way out, so its progress is
      *>          spent - clear the file rather than let tonight's
      *>          names suppress an unrelated batch tomorrow. A batch
      *>          stopped by its window keeps it for the rerun.
               IF(WINDOW-HELD-COUNT = 0) THEN
                   OPEN OUTPUT PROGRESS-FILE
                   CLOSE PROGRESS-FILE
               END-IF
           ELSE
               DISPLAY "Batch refused: duplicate pattern names in "
                   INPUT-DECK-FILENAME(1:60)
           END-IF
           CLOSE MANIFEST-FILE
           CLOSE REPORT-GRID-FILE
           PERFORM WRITE-TIMING-TOTAL
           CLOSE TIMING-FILE
           CLOSE TREND-FILE
           IF(DUPLICATE-NAME-FOUND = 0) THEN
               PERFORM RUN-OUTCOME-CHANGE-REPORT
           END-IF
           PERFORM RECONCILE-BATCH
           PERFORM WRITE-BATCH-REPORT
           PERFORM REPORT-UNAPPLIED-PROMOTES
           IF(CATALOG-DIRTY = 1) THEN
               PERFORM REWRITE-PATTERN-LIBRARY
           END-IF
           PERFORM RELEASE-OUTPUT-DIRECTORY
           IF(WINDOW-HELD-COUNT > 0) THEN
               MOVE 12 TO RETURN-CODE
           END-IF
           STOP RUN.
       MAIN-PARAGRAPH-LOOP.
           IF(WINDOW-MODE = 1 AND EDIT-MODE = 0 AND
                   INPUT-EOF-FLAG NOT = 'Y') THEN
               PERFORM CHECK-BATCH-WINDOW
           END-IF
           IF(INPUT-EOF-FLAG NOT = 'Y' AND WINDOW-CUTOFF = 0) THEN
               PERFORM PROCESS-ONE-PATTERN
               GO TO MAIN-PARAGRAPH-LOOP
           END-IF.
           END-IF
      *>      A QUERY line stands in place of a whole pattern block:
      *>      answer it from the results archive and move straight on
      *>      to the next line of input.txt. An EQUIVALENT line is
      *>      answered the same way.
           MOVE 0 TO QUERY-BLOCK
           IF(INPUT-EOF-FLAG NOT = 'Y' AND
                   PATTERN-NAME(1:6) = 'QUERY ') THEN
               MOVE 1 TO QUERY-BLOCK
               IF(EDIT-MODE = 1) THEN
                   PERFORM WRITE-EDIT-QUERY-ROW
               ELSE
                   PERFORM RUN-ARCHIVE-QUERY
               END-IF
           END-IF
           IF(INPUT-EOF-FLAG NOT = 'Y' AND
                   PATTERN-NAME(1:11) = 'EQUIVALENT ') THEN
               MOVE 1 TO QUERY-BLOCK
               IF(EDIT-MODE = 1) THEN
                   PERFORM WRITE-EDIT-QUERY-ROW
               ELSE
                   PERFORM RUN-EQUIVALENCE-QUERY
               END-IF
           END-IF
      *>      So does a SOUP line - LIFE builds the grids itself, runs
      *>      the lot, and writes the one summary file.
           MOVE 0 TO SOUP-BLOCK
           IF(INPUT-EOF-FLAG NOT = 'Y' AND
                   PATTERN-NAME(1:5) = 'SOUP ') THEN
               MOVE 1 TO SOUP-BLOCK
               PERFORM RUN-SOUP-BLOCK
           END-IF
      *>      A rerun of a batch that died partway fast-forwards past
      *>      every block batch-progress.txt already records as
      *>      the append-mode logs untouched.
           MOVE 0 TO PROGRESS-MATCH
           IF(INPUT-EOF-FLAG NOT = 'Y' AND QUERY-BLOCK = 0 AND
                   SOUP-BLOCK = 0 AND PROGRESS-NAME-COUNT > 0) THEN
               PERFORM CHECK-PROGRESS-NAME
               IF(PROGRESS-MATCH = 1) THEN
                   PERFORM SKIP-COMPLETED-BLOCK
               END-IF
           END-IF
           IF(INPUT-EOF-FLAG NOT = 'Y' AND PROGRESS-MATCH NOT = 1
                   AND QUERY-BLOCK = 0 AND SOUP-BLOCK = 0) THEN
               PERFORM RESET-PATTERN-STATE
               MOVE 1 TO STRING-POINTER
               STRING OUTPUT-PREFIX DELIMITED BY SPACE
                   PATTERN-NAME DELIMITED BY SPACE
                   'cob.txt' DELIMITED BY SIZE
                   INTO OUTPUT-FILENAME
               IF(EDIT-MODE = 1) THEN
                   PERFORM CHECK-EDIT-BLOCK-NAME
               ELSE
                   OPEN OUTPUT OUTPUT-FILE
               END-IF
               IF(PENDING-LOOKAHEAD-USED = 'Y') THEN
                   MOVE PENDING-GENERATION-LINE TO GENERATION-NUMBER
               ELSE
                   END-IF
               END-IF
               IF(INPUT-EOF-FLAG = 'Y') THEN
                   IF(EDIT-MODE = 1) THEN
                       STRING "Pattern rejected: input ends inside "
                           DELIMITED BY SIZE
                           "the block header." DELIMITED BY SIZE
                           INTO STATUS-STRING
                           WITH POINTER STATUS-LENGTH
                       END-STRING
                       MOVE 0 TO GRID-VALID
                       PERFORM WRITE-EDIT-ROW
                   ELSE
                       CLOSE OUTPUT-FILE
                   END-IF
               ELSE
                   PERFORM PROCESS-PATTERN-BODY
               END-IF
               CONTROL-TOKEN-5, CONTROL-TOKEN-6
           END-UNSTRING
           PERFORM CLASSIFY-CONTROL-TOKENS
           IF(EDIT-MODE = 1) THEN
               PERFORM CHECK-EDIT-HEADER
           END-IF

      *>      A generation count of 0 is the old way of spelling
      *>      UNTIL-STABLE; either way the cap becomes the loop's
      *>          BLOCK, which cannot trust the oversized ROW-SIZE and
      *>          so discards rather than stores.
               PERFORM CHECK-EXPECTED-BLOCK
               IF(EDIT-MODE = 1 AND EXPECTED-MODE = 1) THEN
                   PERFORM CHECK-EDIT-EXPECTED-GRID
               END-IF

      *>          An edit pass stops here for an accepted block: it is
      *>          not simulated, and its status line stays empty for
      *>          WRITE-EDIT-ROW to report as accepted.
               IF(PATTERN-VALID = 1 AND EDIT-MODE = 0) THEN
                   MOVE 1 TO STRING-POINTER
                   STRING OUTPUT-PREFIX DELIMITED BY SPACE
                       PATTERN-NAME DELIMITED BY SPACE
                       'stats.txt' DELIMITED BY SIZE
                       INTO STATS-FILENAME
                   OPEN OUTPUT STATS-FILE
                   MOVE 1 TO STRING-POINTER
                   STRING OUTPUT-PREFIX DELIMITED BY SPACE
                       PATTERN-NAME DELIMITED BY SPACE
                       'audit.txt' DELIMITED BY SIZE
                       INTO AUDIT-FILENAME
                   PERFORM RESET-CELL-AUDIT
                   IF(HISTORY-MODE = 1) THEN
                       STRING OUTPUT-PREFIX DELIMITED BY SPACE
                           PATTERN-NAME DELIMITED BY SPACE
                           'history.txt' DELIMITED BY SIZE
                           INTO HISTORY-FILENAME
                       OPEN OUTPUT HISTORY-FILE
                   END-IF
                   IF(CSV-MODE = 1) THEN
                       MOVE 1 TO STRING-POINTER
                       STRING OUTPUT-PREFIX DELIMITED BY SPACE
                           PATTERN-NAME DELIMITED BY SPACE
                           '.csv' DELIMITED BY SIZE
                           INTO CSV-FILENAME
                   END-IF
                   IF(JSON-MODE = 1) THEN
                       MOVE 1 TO STRING-POINTER
                       STRING OUTPUT-PREFIX DELIMITED BY SPACE
                           PATTERN-NAME DELIMITED BY SPACE
                           '.json' DELIMITED BY SIZE
                           INTO JSON-FILENAME
                   END-IF
                   IF(HEATMAP-MODE = 1) THEN
                       MOVE 1 TO STRING-POINTER
                       STRING OUTPUT-PREFIX DELIMITED BY SPACE
                           PATTERN-NAME DELIMITED BY SPACE
                           'heat.txt' DELIMITED BY SIZE
                           INTO HEATMAP-FILENAME
                   END-IF
                   END-IF
                   IF(CHECKPOINT-MODE = 1) THEN
                       MOVE 1 TO STRING-POINTER
                       STRING OUTPUT-PREFIX DELIMITED BY SPACE
                           PATTERN-NAME DELIMITED BY SPACE
                           'restart.txt' DELIMITED BY SIZE
                           INTO CHECKPOINT-FILENAME
                   END-IF

                   PERFORM WRITE-REPORT-START-GRID
                   IF(CHECKPOINT-MODE = 1 AND COMPARE-MODE = 0) THEN
                       PERFORM LOAD-CHECKPOINT
                   END-IF
      *>              A block an earlier run's batch window held over
      *>              picks up from the checkpoint it left behind,
      *>              CHECKPOINT token or not.
                   MOVE 0 TO WINDOW-RESUME-BLOCK
                   IF(WINDOW-RESUME-COUNT > 0 AND CHECKPOINT-MODE = 0
                           AND COMPARE-MODE = 0) THEN
                       PERFORM CHECK-WINDOW-RESUME
                   END-IF
                   PERFORM STAMP-TIMING-START
                   IF(COMPARE-MODE = 1) THEN
                       PERFORM RUN-COMPARE-SIMULATION
                   ELSE
                       MOVE WINDOW-MODE TO WINDOW-WATCH-BLOCK
                       PERFORM PATTERN-SIMULATION
                       MOVE 0 TO WINDOW-WATCH-BLOCK
                   END-IF
                   PERFORM STAMP-TIMING-END
                   IF(EDGE-CONTACT = 1) THEN
                       PERFORM FINISH-EDGE-REPORT
                   END-IF
                   IF((CHECKPOINT-MODE = 1 OR WINDOW-RESUME-BLOCK = 1)
                           AND COMPARE-MODE = 0
                           AND WINDOW-INFLIGHT = 0) THEN
                       PERFORM WRITE-CHECKPOINT-COMPLETE
                   END-IF
                   PERFORM WRITE-PATTERN
                           END-STRING
                       END-IF
                   END-IF
                   IF(EDGE-CONTACT = 1) THEN
                       MOVE EDGE-FIRST-CONTACT-GEN TO EDGE-NUM-STRING
                       PERFORM TRIM-EDGE-NUMBER
                       STRING " Result may be affected by grid "
                           DELIMITED BY SIZE
                           "boundary from generation " DELIMITED BY SIZE
                           EDGE-NUM-TRIMED DELIMITED BY SPACE
                           "." DELIMITED BY SIZE
                           INTO STATUS-STRING
                           WITH POINTER STATUS-LENGTH
                       END-STRING
                   END-IF
                   IF(EXPECTED-MODE = 1 AND WINDOW-INFLIGHT = 0) THEN
                       PERFORM COMPARE-EXPECTED-GRID
                   END-IF
               ELSE
                   IF(PATTERN-VALID = 0) THEN
                       IF(PATTERN-LIBRARY-MATCH = 1) THEN
                           STRING "Pattern rejected: catalog pattern "
                               DELIMITED BY SIZE
                               "exceeds the declared grid size."
                               DELIMITED BY SIZE
                               WITH POINTER STATUS-LENGTH
                           END-STRING
                       ELSE
                       IF(PLACE-BLOCK-MODE = 1) THEN
                           MOVE PLACE-FAIL-NUMBER TO PLACE-FAIL-STRING
                           UNSTRING PLACE-FAIL-STRING
                               DELIMITED BY ALL SPACE
                               INTO TEMP-NUMBER, PLACE-FAIL-TRIMED
                           END-UNSTRING
                           STRING "Pattern rejected: PLACE "
                               DELIMITED BY SIZE
                               PLACE-FAIL-TRIMED DELIMITED BY SPACE
                               INTO STATUS-STRING
                               WITH POINTER STATUS-LENGTH
                           END-STRING
                           IF(PLACE-FAIL-REASON = 1) THEN
                               STRING " names an unknown catalog entry."
                                   DELIMITED BY SIZE
                                   INTO STATUS-STRING
                                   WITH POINTER STATUS-LENGTH
                               END-STRING
                           END-IF
                           IF(PLACE-FAIL-REASON = 2) THEN
                               STRING " falls outside the grid."
                                   DELIMITED BY SIZE
                                   INTO STATUS-STRING
                                   WITH POINTER STATUS-LENGTH
                               END-STRING
                           END-IF
                           IF(PLACE-FAIL-REASON = 3) THEN
                               STRING " overlaps an earlier placement."
                                   DELIMITED BY SIZE
                                   INTO STATUS-STRING
                                   WITH POINTER STATUS-LENGTH
                               END-STRING
                           END-IF
                           IF(PLACE-FAIL-REASON = 4) THEN
                               STRING " is malformed." DELIMITED BY SIZE
                                   INTO STATUS-STRING
                                   WITH POINTER STATUS-LENGTH
                               END-STRING
                           END-IF
                       ELSE
                       IF(RLE-BLOCK-MODE = 1) THEN
                           MOVE RLE-BAD-POS TO RLE-BAD-POS-STRING
                           UNSTRING RLE-BAD-POS-STRING
                               DELIMITED BY ALL SPACE
                               INTO TEMP-NUMBER, RLE-BAD-POS-TRIMED
                           END-UNSTRING
                           IF(RLE-OVERFLOW = 1) THEN
                               STRING "Pattern rejected: RLE pattern "
                                   DELIMITED BY SIZE
                                   "exceeds the declared grid size."
                                   DELIMITED BY SIZE
                                   INTO STATUS-STRING
                                   WITH POINTER STATUS-LENGTH
                               END-STRING
                           ELSE
                               STRING "Pattern rejected: malformed RLE "
                                   DELIMITED BY SIZE
                                   "at character " DELIMITED BY SIZE
                                   RLE-BAD-POS-TRIMED DELIMITED BY SPACE
                                   "." DELIMITED BY SIZE
                                   INTO STATUS-STRING
                                   WITH POINTER STATUS-LENGTH
                               END-STRING
                           END-IF
                       ELSE
                           MOVE BAD-ROW-NUMBER TO BAD-ROW-STRING
                           UNSTRING BAD-ROW-STRING
                               DELIMITED BY ALL SPACE
                               INTO TEMP-NUMBER, BAD-ROW-TRIMED
                           END-UNSTRING
                           IF(PATTERN-READ-VALID = 1) THEN
                               STRING "Pattern rejected: invalid "
                                   DELIMITED BY SIZE
                                   "character in pattern row "
                                   DELIMITED BY SIZE
                                   BAD-ROW-TRIMED DELIMITED BY SPACE
                                   "." DELIMITED BY SIZE
                                   INTO STATUS-STRING
                                   WITH POINTER STATUS-LENGTH
                               END-STRING
                           ELSE
                               STRING "Pattern rejected: fewer pattern "
                                   DELIMITED BY SIZE
                                   "rows than the declared row size; "
                                   DELIMITED BY SIZE
                                   "ran out at row " DELIMITED BY SIZE
                                   BAD-ROW-TRIMED DELIMITED BY SPACE
                                   "." DELIMITED BY SIZE
                                   INTO STATUS-STRING
                                   WITH POINTER STATUS-LENGTH
                               END-STRING
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
               END-STRING
           END-IF

           IF(EDIT-MODE = 1) THEN
               PERFORM WRITE-EDIT-ROW
           ELSE
               IF(WINDOW-INFLIGHT = 1) THEN
                   PERFORM BUILD-HELD-OVER-STATUS
               END-IF
               COMPUTE STATUS-SIZE = STATUS-LENGTH - 1
               MOVE STATUS-STRING TO OUTPUT-STATUS-LINE
               WRITE OUTPUT-STATUS-LINE

               CLOSE OUTPUT-FILE
               IF(GRID-VALID = 1 AND PATTERN-VALID = 1
                       AND HISTORY-MODE = 1) THEN
                   CLOSE HISTORY-FILE
               END-IF
               IF(GRID-VALID = 1 AND PATTERN-VALID = 1
                       AND HISTORY-MODE = 1 AND CSV-MODE = 1) THEN
                   CLOSE CSV-FILE
               END-IF
               IF(GRID-VALID = 1 AND PATTERN-VALID = 1
                       AND HISTORY-MODE = 1 AND JSON-MODE = 1) THEN
                   PERFORM WRITE-JSON-FOOTER
               END-IF
      *>          A block held over by the batch window has no
      *>          result yet - it leaves nothing in the logs, the
      *>          manifest or the progress file until the run that
      *>          finishes it, bar the timing row for the
      *>          generations it did get through.
               IF(GRID-VALID = 1 AND PATTERN-VALID = 1
                       AND WINDOW-INFLIGHT = 0) THEN
                   PERFORM WRITE-POPULATION-SUMMARY
                   IF(CENSUS-DONE = 1) THEN
                       PERFORM WRITE-CENSUS-STATS-ROW
                   END-IF
                   CLOSE STATS-FILE
                   PERFORM WRITE-CELL-AUDIT
                   PERFORM WRITE-TREND-ROW
                   PERFORM WRITE-TIMING-ROW
                   PERFORM WRITE-ARCHIVE-ENTRY
                   IF(PROMOTE-COUNT > 0) THEN
                       PERFORM CHECK-PROMOTE-REQUESTS
                   END-IF
               END-IF
               IF(WINDOW-INFLIGHT = 1) THEN
                   CLOSE STATS-FILE
                   PERFORM WRITE-TIMING-ROW
               ELSE
                   PERFORM WRITE-MANIFEST-ROW
                   PERFORM RECORD-BLOCK-PROGRESS
                   PERFORM RECORD-BLOCK-RECON
               END-IF
           END-IF.

      *>      Scans PATTERN-TABLE, row by row, for any character that
      *>      is not '*' or '0' across the declared COLUMN-SIZE. A
           MOVE 0 TO HISTORY-VALID(3)
           MOVE 0 TO HISTORY-VALID(4)
           MOVE 0 TO HISTORY-VALID(5)
           MOVE 0 TO HISTORY-VALID(6)
           MOVE SPACES TO EDIT-NOTE-STRING
           MOVE 1 TO EDIT-NOTE-LENGTH
           MOVE 0 TO SOUP-MODE
           PERFORM RESET-EDGE-STATE.

      *>      Recognises the optional tokens that may trail ROW-SIZE
      *>      and COLUMN-SIZE on the ROW-AND-COLUMN line, in any order.
                           MOVE LIBRARY-DECLARED-COLUMNS TO
                               LIB-COLUMN-SIZE(PATTERN-LIBRARY-INDEX)
                           ADD 1 TO PATTERN-LIBRARY-COUNT
                       ELSE
                           ADD 1 TO LIBRARY-REJECTED-COUNT
                           IF(LIBRARY-REJECTED-COUNT <= 20) THEN
                               UNSTRING LIBRARY-NAME-LINE
                                   DELIMITED BY SPACE
                                   INTO LIBRARY-REJECTED-NAME(
                                   LIBRARY-REJECTED-COUNT)
                               END-UNSTRING
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM PARSE-RULE-TOKEN
               MOVE BIRTH-RULE TO RUN-CONTROL-DEFAULT-BIRTH-RULE
               MOVE SURVIVE-RULE TO RUN-CONTROL-DEFAULT-SURVIVE-RULE
           END-IF
           IF(RUN-CONTROL-TOKEN-1(1:7) = 'WINDOW=') THEN
               MOVE RUN-CONTROL-TOKEN-1 TO WINDOW-TOKEN-SOURCE
               PERFORM PARSE-WINDOW-TOKEN
           END-IF
           IF(RUN-CONTROL-TOKEN-2(1:7) = 'WINDOW=') THEN
               MOVE RUN-CONTROL-TOKEN-2 TO WINDOW-TOKEN-SOURCE
               PERFORM PARSE-WINDOW-TOKEN
           END-IF
           IF(RUN-CONTROL-TOKEN-3(1:7) = 'WINDOW=') THEN
               MOVE RUN-CONTROL-TOKEN-3 TO WINDOW-TOKEN-SOURCE
               PERFORM PARSE-WINDOW-TOKEN
           END-IF
           IF(RUN-CONTROL-TOKEN-4(1:7) = 'WINDOW=') THEN
               MOVE RUN-CONTROL-TOKEN-4 TO WINDOW-TOKEN-SOURCE
               PERFORM PARSE-WINDOW-TOKEN
           END-IF
           IF(RUN-CONTROL-TOKEN-5(1:7) = 'WINDOW=') THEN
               MOVE RUN-CONTROL-TOKEN-5 TO WINDOW-TOKEN-SOURCE
               PERFORM PARSE-WINDOW-TOKEN
           END-IF
           IF(RUN-CONTROL-TOKEN-6(1:7) = 'WINDOW=') THEN
               MOVE RUN-CONTROL-TOKEN-6 TO WINDOW-TOKEN-SOURCE
               PERFORM PARSE-WINDOW-TOKEN
           END-IF.

      *>      NEED WINDOW-TOKEN-SOURCE SET BEFORE CALLING THIS - takes
      *>      the HHMM out of a WINDOW= token. Anything but four
      *>      digits making a real time of day leaves the batch
      *>      without a window, and says so, rather than guessing.
       PARSE-WINDOW-TOKEN.
           MOVE SPACES TO WINDOW-TOKEN-KEYWORD
           MOVE SPACES TO WINDOW-TOKEN-VALUE
           UNSTRING WINDOW-TOKEN-SOURCE DELIMITED BY '='
               INTO WINDOW-TOKEN-KEYWORD, WINDOW-TOKEN-VALUE
           END-UNSTRING
           MOVE 0 TO WINDOW-MODE
           IF(WINDOW-TOKEN-VALUE(1:4) IS NUMERIC AND
                   WINDOW-TOKEN-VALUE(5:6) = SPACES) THEN
               MOVE WINDOW-TOKEN-VALUE(1:2) TO WINDOW-HH
               MOVE WINDOW-TOKEN-VALUE(3:2) TO WINDOW-MM
               IF(WINDOW-HH < 24 AND WINDOW-MM < 60) THEN
                   MOVE 1 TO WINDOW-MODE
               END-IF
           END-IF
           IF(WINDOW-MODE = 0) THEN
               DISPLAY "Run control: " WINDOW-TOKEN-SOURCE
                   " is not a WINDOW=HHMM time; no batch window set."
           END-IF.

      *>      Stamps RUN-TIMESTAMP-TRIMED with this run's start date
           IF(PROGRESS-NAME-COUNT > 0) THEN
               DISPLAY "Batch progress found: completed blocks will "
                   "be skipped."
           END-IF
           IF(WINDOW-RESUME-COUNT > 0) THEN
               DISPLAY "Batch progress found: held-over blocks will "
                   "resume from their checkpoints."
           END-IF.
       LOAD-BATCH-PROGRESS-LOOP.
           IF(PROGRESS-EOF-FLAG NOT = 'Y' AND
               END-READ
               IF(PROGRESS-EOF-FLAG NOT = 'Y' AND
                       PROGRESS-LINE NOT = SPACES) THEN
                   MOVE SPACES TO PROGRESS-NAME-TOKEN
                   MOVE SPACES TO WINDOW-STATE-TOKEN
                   MOVE SPACES TO WINDOW-KIND-TOKEN
                   MOVE SPACES TO WINDOW-GENERATION-TOKEN
                   UNSTRING PROGRESS-LINE DELIMITED BY SPACE
                       INTO PROGRESS-NAME-TOKEN, WINDOW-STATE-TOKEN,
                       WINDOW-KIND-TOKEN, WINDOW-GENERATION-TOKEN
                   END-UNSTRING
      *>              A HELD-OVER line is a block a batch window left
      *>              unfinished, not a completed one; only a
      *>              checkpointed one has anything to resume from.
      *>              A block held over again keeps its latest
      *>              checkpoint generation.
                   IF(WINDOW-STATE-TOKEN = 'HELD-OVER') THEN
                       IF(WINDOW-KIND-TOKEN = 'CHECKPOINT') THEN
                           PERFORM FIND-WINDOW-RESUME
                           IF(WINDOW-RESUME-FOUND = 0 AND
                                   WINDOW-RESUME-COUNT < 200) THEN
                               ADD 1 TO WINDOW-RESUME-COUNT
                               MOVE WINDOW-RESUME-COUNT
                                   TO WINDOW-RESUME-FOUND
                               MOVE PROGRESS-NAME-TOKEN TO
                                   WINDOW-RESUME-NAME(
                                   WINDOW-RESUME-FOUND)
                           END-IF
                           IF(WINDOW-RESUME-FOUND > 0) THEN
                               MOVE 0 TO WINDOW-RESUME-GENERATION(
                                   WINDOW-RESUME-FOUND)
                               MOVE WINDOW-GENERATION-TOKEN
                                   TO NUMBER-PARSE-TEXT
                               PERFORM PARSE-DECIMAL-NUMBER
                               IF(NUMBER-PARSE-OK = 1 AND
                                       NUMBER-PARSE-VALUE < 100000) THEN
                                   MOVE NUMBER-PARSE-VALUE TO
                                       WINDOW-RESUME-GENERATION(
                                       WINDOW-RESUME-FOUND)
                               END-IF
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO PROGRESS-NAME-COUNT
                       MOVE PROGRESS-NAME-TOKEN
                           TO PROGRESS-NAME-ENTRY(PROGRESS-NAME-COUNT)
                   END-IF
               END-IF
               GO TO LOAD-BATCH-PROGRESS-LOOP
           END-IF.
      *>      back through PENDING-PATTERN-NAME as usual.
       SKIP-COMPLETED-BLOCK.
           ADD 1 TO SKIP-COMPLETED-COUNT
           PERFORM RECORD-SKIPPED-RECON
           IF(PENDING-LOOKAHEAD-USED NOT = 'Y') THEN
               READ INPUT-FILE INTO PATTERN-LINE
                   AT END
               END-IF
           END-IF
           PERFORM SKIP-COMPLETED-DATA-LOOP.
       RECORD-SKIPPED-RECON.
           IF(RECON-BLOCK-COUNT < 200) THEN
               ADD 1 TO RECON-BLOCK-COUNT
               MOVE 3 TO RECON-OUTCOME(RECON-BLOCK-COUNT)
               MOVE SPACES TO RECON-NAME(RECON-BLOCK-COUNT)
               UNSTRING PATTERN-NAME DELIMITED BY SPACE
                   INTO RECON-NAME(RECON-BLOCK-COUNT)
               END-UNSTRING
               MOVE 0 TO RECON-ROWS(RECON-BLOCK-COUNT)
               MOVE 0 TO RECON-HISTORY(RECON-BLOCK-COUNT)
               MOVE 0 TO RECON-CSV(RECON-BLOCK-COUNT)
               MOVE 0 TO RECON-JSON(RECON-BLOCK-COUNT)
               MOVE 0 TO RECON-HEATMAP(RECON-BLOCK-COUNT)
               MOVE 0 TO RECON-EXPECTED(RECON-BLOCK-COUNT)
               MOVE 0 TO RECON-EDGE(RECON-BLOCK-COUNT)
               MOVE 0 TO RECON-EDGE-GEN(RECON-BLOCK-COUNT)
           END-IF.
       SKIP-COMPLETED-DATA-LOOP.
           IF(INPUT-EOF-FLAG NOT = 'Y' AND
                   PENDING-PATTERN-FLAG NOT = 'Y') THEN
               INTO PROGRESS-NAME-TOKEN
           END-UNSTRING
           MOVE PROGRESS-NAME-TOKEN TO PROGRESS-OUTPUT-LINE
           WRITE PROGRESS-OUTPUT-LINE
           PERFORM MARK-FORECAST-BLOCK-DONE.

      *>      Notes what this block just did and which companion
      *>      files its tokens promised, for RECONCILE-BATCH to
               END-UNSTRING
               IF(GRID-VALID = 1 AND PATTERN-VALID = 1) THEN
                   MOVE 1 TO RECON-OUTCOME(RECON-BLOCK-COUNT)
                   IF(SOUP-MODE = 1) THEN
                       MOVE 4 TO RECON-OUTCOME(RECON-BLOCK-COUNT)
                   END-IF
               ELSE
                   MOVE 2 TO RECON-OUTCOME(RECON-BLOCK-COUNT)
               END-IF
               MOVE JSON-MODE TO RECON-JSON(RECON-BLOCK-COUNT)
               MOVE HEATMAP-MODE TO RECON-HEATMAP(RECON-BLOCK-COUNT)
               MOVE 0 TO RECON-EXPECTED(RECON-BLOCK-COUNT)
               MOVE EDGE-CONTACT TO RECON-EDGE(RECON-BLOCK-COUNT)
               MOVE EDGE-FIRST-CONTACT-GEN
                   TO RECON-EDGE-GEN(RECON-BLOCK-COUNT)
               MOVE 0 TO RECON-CHANGED(RECON-BLOCK-COUNT)
               IF(RECON-OUTCOME(RECON-BLOCK-COUNT) = 1 AND
                       EXPECTED-MODE = 1) THEN
                   IF(EXPECTED-DATA-VALID = 1 AND
               MOVE 1 TO RECON-REPORT-LENGTH
               STRING "Batch refused: duplicate pattern names in "
                   DELIMITED BY SIZE
                   INPUT-DECK-FILENAME DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   INTO RECON-REPORT-STRING
                   WITH POINTER RECON-REPORT-LENGTH
               END-STRING
      *>          input.txt mid-block, most likely) - blocks the
      *>          prescan could not see ('*'/'0'-only names, its
      *>          documented gap) can only push the processed count
      *>          the other way. A batch its window stopped early
      *>          accounts for its missing blocks itself.
               IF(WINDOW-HELD-COUNT > 0) THEN
                   PERFORM RECONCILE-HELD-OVER-BLOCKS
               END-IF
               IF(RECON-BLOCK-COUNT < PRESCAN-NAME-COUNT AND
                       WINDOW-HELD-COUNT = 0) THEN
                   MOVE SPACES TO RECON-REPORT-STRING
                   MOVE 1 TO RECON-REPORT-LENGTH
                   STRING "Fewer blocks processed than the prescan "
               END-STRING
           END-IF
           PERFORM WRITE-RECON-REPORT-LINE
           IF(WINDOW-HELD-COUNT > 0) THEN
               MOVE SPACES TO RECON-REPORT-STRING
               MOVE 1 TO RECON-REPORT-LENGTH
               STRING "Batch held over by its window: return code 12."
                   DELIMITED BY SIZE
                   INTO RECON-REPORT-STRING
                   WITH POINTER RECON-REPORT-LENGTH
               END-STRING
               PERFORM WRITE-RECON-REPORT-LINE
           END-IF
           CLOSE RECON-REPORT-FILE
           MOVE RECON-SEVERITY TO RETURN-CODE.
       RAISE-RECON-SEVERITY.
               IF(RECON-OUTCOME(RECON-INDEX) = 1) THEN
                   PERFORM RECONCILE-ONE-BLOCK
               END-IF
               IF(RECON-OUTCOME(RECON-INDEX) = 4) THEN
                   PERFORM RECONCILE-SOUP-BLOCK
               END-IF
               ADD 1 TO RECON-INDEX
               GO TO RECONCILE-BLOCK-LOOP
           END-IF.
               MOVE 4 TO RECON-NEW-SEVERITY
               PERFORM RAISE-RECON-SEVERITY
           END-IF
      *>      A boundary-affected result is listed for a rerun on a
      *>      bigger grid; its edge.txt holds at least the heading,
      *>      one contact generation and one edge summary.
           IF(RECON-EDGE(RECON-INDEX) = 1) THEN
               MOVE 'edge.txt' TO RECON-SUFFIX
               MOVE 3 TO RECON-EXPECT-LINES
               PERFORM CHECK-RECON-FILE
               MOVE RECON-EDGE-GEN(RECON-INDEX) TO EDGE-NUM-STRING
               PERFORM TRIM-EDGE-NUMBER
               MOVE SPACES TO RECON-REPORT-STRING
               MOVE 1 TO RECON-REPORT-LENGTH
               STRING RECON-NAME(RECON-INDEX) DELIMITED BY SPACE
                   " touched the grid boundary from generation "
                   DELIMITED BY SIZE
                   EDGE-NUM-TRIMED DELIMITED BY SPACE
                   " - rerun on a bigger grid." DELIMITED BY SIZE
                   INTO RECON-REPORT-STRING
                   WITH POINTER RECON-REPORT-LENGTH
               END-STRING
               PERFORM WRITE-RECON-REPORT-LINE
               MOVE 1 TO RECON-BLOCK-BAD
               MOVE 4 TO RECON-NEW-SEVERITY
               PERFORM RAISE-RECON-SEVERITY
           END-IF
           IF(RECON-CHANGED(RECON-INDEX) = 1) THEN
               MOVE SPACES TO RECON-REPORT-STRING
               MOVE 1 TO RECON-REPORT-LENGTH
               STRING RECON-NAME(RECON-INDEX) DELIMITED BY SPACE
                   " outcome changed since its previous run - see "
                   DELIMITED BY SIZE
                   "outcome-changes.txt." DELIMITED BY SIZE
                   INTO RECON-REPORT-STRING
                   WITH POINTER RECON-REPORT-LENGTH
               END-STRING
               PERFORM WRITE-RECON-REPORT-LINE
               MOVE 1 TO RECON-BLOCK-BAD
               MOVE 4 TO RECON-NEW-SEVERITY
               PERFORM RAISE-RECON-SEVERITY
           END-IF
           IF(RECON-BLOCK-BAD = 0) THEN
               MOVE SPACES TO RECON-REPORT-STRING
               MOVE 1 TO RECON-REPORT-LENGTH
               STRING RECON-NAME(RECON-INDEX) DELIMITED BY SPACE
                   " ok." DELIMITED BY SIZE
                   INTO RECON-REPORT-STRING
                   WITH POINTER RECON-REPORT-LENGTH
               END-STRING
               PERFORM WRITE-RECON-REPORT-LINE
           END-IF.

      *>      A soup run's only per-pattern file is its summary: the
      *>      header and parameter lines, the regeneration line, and
      *>      the five outcome counts under their heading.
       RECONCILE-SOUP-BLOCK.
           MOVE 0 TO RECON-BLOCK-BAD
           MOVE 'summary.txt' TO RECON-SUFFIX
           MOVE 9 TO RECON-EXPECT-LINES
           PERFORM CHECK-RECON-FILE
           IF(RECON-BLOCK-BAD = 0) THEN
               MOVE SPACES TO RECON-REPORT-STRING
               MOVE 1 TO RECON-REPORT-LENGTH
       CHECK-RECON-FILE.
           MOVE SPACES TO RECON-CHECK-FILENAME
           MOVE 1 TO STRING-POINTER
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               RECON-NAME(RECON-INDEX) DELIMITED BY SPACE
               RECON-SUFFIX DELIMITED BY SPACE
               INTO RECON-CHECK-FILENAME
           END-STRING
           MOVE RECON-REPORT-STRING TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

      *>      NEED GRID-VALID=1 AND PATTERN-VALID=1 BEFORE CALLING THIS
      *>      - copies the block's starting grid to run-report-grids.txt
      *>      under a "GRID name rows columns" line, before a checkpoint
      *>      or the simulation itself can change PATTERN-TABLE, so
      *>      WRITE-BATCH-REPORT can show it beside the final grid.
       WRITE-REPORT-START-GRID.
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE 1 TO REPORT-LINE-LENGTH
           STRING "GRID " DELIMITED BY SIZE
               PATTERN-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ROW-SIZE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COLUMN-SIZE DELIMITED BY SIZE
               INTO REPORT-LINE-STRING
               WITH POINTER REPORT-LINE-LENGTH
           END-STRING
           COMPUTE REPORT-GRID-LINE-SIZE = REPORT-LINE-LENGTH - 1
           MOVE REPORT-LINE-STRING TO REPORT-GRID-RECORD
           WRITE REPORT-GRID-RECORD
           MOVE COLUMN-SIZE TO REPORT-GRID-LINE-SIZE
           MOVE 1 TO REPORT-ROW-COUNTER
           PERFORM WRITE-REPORT-START-GRID-LOOP.
       WRITE-REPORT-START-GRID-LOOP.
           IF(REPORT-ROW-COUNTER <= ROW-SIZE) THEN
               MOVE PATTERN-ROW(REPORT-ROW-COUNTER)(1:COLUMN-SIZE)
                   TO REPORT-GRID-RECORD
               WRITE REPORT-GRID-RECORD
               ADD 1 TO REPORT-ROW-COUNTER
               GO TO WRITE-REPORT-START-GRID-LOOP
           END-IF.

      *>      Builds run-report.txt once the batch and its
      *>      reconciliation are done, reading back only what the run
      *>      itself wrote: run-manifest.txt drives one section per
      *>      block, in batch order, and the totals page closes the
      *>      report. Nothing the run already produced is changed.
       WRITE-BATCH-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO REPORT-PAGE-NUMBER
           MOVE 0 TO REPORT-BLOCK-COUNT
           MOVE 0 TO REPORT-BOUNDARY-COUNT
           MOVE 0 TO REPORT-PASS-COUNT
           MOVE 0 TO REPORT-FAIL-COUNT
           MOVE 0 TO REPORT-CLASS-USED
           MOVE 0 TO REPORT-HAVE-GRID
           PERFORM WRITE-REPORT-PAGE-HEADER
           MOVE 'N' TO REPORT-GRID-EOF
           OPEN INPUT REPORT-GRID-FILE
           IF(REPORT-GRID-FILE-STATUS NOT = '00') THEN
               MOVE 'Y' TO REPORT-GRID-EOF
           END-IF
           MOVE 'N' TO REPORT-MANIFEST-EOF
           OPEN INPUT REPORT-MANIFEST-FILE
           IF(REPORT-MANIFEST-FILE-STATUS = '00') THEN
               PERFORM WRITE-REPORT-BLOCK-LOOP
               CLOSE REPORT-MANIFEST-FILE
           END-IF
           IF(REPORT-GRID-FILE-STATUS NOT = '35') THEN
               CLOSE REPORT-GRID-FILE
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE.
       WRITE-REPORT-BLOCK-LOOP.
           IF(REPORT-MANIFEST-EOF NOT = 'Y') THEN
               MOVE SPACES TO REPORT-MANIFEST-LINE
               READ REPORT-MANIFEST-FILE INTO REPORT-MANIFEST-LINE
                   AT END
                   MOVE 'Y' TO REPORT-MANIFEST-EOF
               END-READ
               IF(REPORT-MANIFEST-EOF NOT = 'Y') THEN
                   PERFORM WRITE-REPORT-BLOCK
               END-IF
               GO TO WRITE-REPORT-BLOCK-LOOP
           END-IF.

      *>      NEED REPORT-MANIFEST-LINE SET BEFORE CALLING THIS - one
      *>      block's section. The manifest row gives the name, class,
      *>      generation count (soup count for a SOUP-RUN row) and
      *>      population range; the rest comes from the block's own
      *>      files and its reconciliation entry.
       WRITE-REPORT-BLOCK.
           MOVE SPACES TO REPORT-NAME
           MOVE SPACES TO REPORT-CLASS
           MOVE SPACES TO REPORT-GEN-TEXT
           MOVE SPACES TO REPORT-MIN-TEXT
           MOVE SPACES TO REPORT-MAX-TEXT
           MOVE SPACES TO REPORT-FLAG-TEXT
           UNSTRING REPORT-MANIFEST-LINE DELIMITED BY ALL SPACE
               INTO REPORT-NAME, REPORT-CLASS, REPORT-GEN-TEXT,
               REPORT-MIN-TEXT, REPORT-MAX-TEXT, REPORT-FLAG-TEXT
           END-UNSTRING
           ADD 1 TO REPORT-BLOCK-COUNT
           PERFORM COUNT-REPORT-CLASS
           IF(REPORT-FLAG-TEXT = "BOUNDARY") THEN
               ADD 1 TO REPORT-BOUNDARY-COUNT
           END-IF
           MOVE 0 TO REPORT-EXPECTED
           MOVE 1 TO REPORT-RECON-INDEX
           PERFORM FIND-REPORT-RECON-LOOP
           IF(REPORT-EXPECTED = 1) THEN
               ADD 1 TO REPORT-PASS-COUNT
           END-IF
           IF(REPORT-EXPECTED = 2) THEN
               ADD 1 TO REPORT-FAIL-COUNT
           END-IF

           IF(REPORT-CLASS = "SOUP-RUN") THEN
               PERFORM WRITE-REPORT-SOUP-BLOCK
           ELSE
               IF(REPORT-CLASS(1:9) = "REJECTED-") THEN
                   PERFORM WRITE-REPORT-REJECTED-BLOCK
               ELSE
                   PERFORM WRITE-REPORT-SIMULATED-BLOCK
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE 1 TO REPORT-LINE-LENGTH
           PERFORM WRITE-REPORT-LINE.

      *>      Tallies the manifest classes for the totals page, in
      *>      the order they first turn up. Twelve slots is more
      *>      than WRITE-MANIFEST-ROW has classes.
       COUNT-REPORT-CLASS.
           MOVE 0 TO REPORT-CLASS-FOUND
           MOVE 1 TO REPORT-CLASS-INDEX
           PERFORM COUNT-REPORT-CLASS-LOOP
           IF(REPORT-CLASS-FOUND = 0 AND REPORT-CLASS-USED < 12) THEN
               ADD 1 TO REPORT-CLASS-USED
               MOVE REPORT-CLASS TO REPORT-CLASS-NAME(REPORT-CLASS-USED)
               MOVE 1 TO REPORT-CLASS-TOTAL(REPORT-CLASS-USED)
           END-IF.
       COUNT-REPORT-CLASS-LOOP.
           IF(REPORT-CLASS-FOUND = 0
                   AND REPORT-CLASS-INDEX <= REPORT-CLASS-USED) THEN
               IF(REPORT-CLASS-NAME(REPORT-CLASS-INDEX) = REPORT-CLASS)
                       THEN
                   ADD 1 TO REPORT-CLASS-TOTAL(REPORT-CLASS-INDEX)
                   MOVE 1 TO REPORT-CLASS-FOUND
               END-IF
               ADD 1 TO REPORT-CLASS-INDEX
               GO TO COUNT-REPORT-CLASS-LOOP
           END-IF.
       FIND-REPORT-RECON-LOOP.
           IF(REPORT-RECON-INDEX <= RECON-BLOCK-COUNT) THEN
               IF(RECON-NAME(REPORT-RECON-INDEX) = REPORT-NAME) THEN
                   MOVE RECON-EXPECTED(REPORT-RECON-INDEX)
                       TO REPORT-EXPECTED
               END-IF
               ADD 1 TO REPORT-RECON-INDEX
               GO TO FIND-REPORT-RECON-LOOP
           END-IF.

      *>      NEED REPORT-NEED-LINES SET BEFORE CALLING THIS - starts a
      *>      fresh page when a section would not fit on what is left
      *>      of this one, so long as it would fit on a page of its
      *>      own; a bigger section just runs on, and WRITE-REPORT-LINE
      *>      turns the pages under it.
       CHECK-REPORT-PAGE-ROOM.
           IF(REPORT-PAGE-LINES + REPORT-NEED-LINES > 60
                   AND REPORT-NEED-LINES <= 56
                   AND REPORT-PAGE-LINES > 4) THEN
               PERFORM WRITE-REPORT-PAGE-HEADER
           END-IF.

      *>      The heading line every section opens with.
       WRITE-REPORT-BLOCK-HEADING.
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE 1 TO REPORT-LINE-LENGTH
           STRING "Block " DELIMITED BY SIZE
               REPORT-NAME DELIMITED BY SPACE
               "   Class " DELIMITED BY SIZE
               REPORT-CLASS DELIMITED BY SPACE
               INTO REPORT-LINE-STRING
               WITH POINTER REPORT-LINE-LENGTH
           END-STRING
           IF(REPORT-CLASS = "SOUP-RUN") THEN
               STRING "   Soups " DELIMITED BY SIZE
                   INTO REPORT-LINE-STRING
                   WITH POINTER REPORT-LINE-LENGTH
               END-STRING
           ELSE
               STRING "   Generations " DELIMITED BY SIZE
                   INTO REPORT-LINE-STRING
                   WITH POINTER REPORT-LINE-LENGTH
               END-STRING
           END-IF
           STRING REPORT-GEN-TEXT DELIMITED BY SPACE
               "   Population min " DELIMITED BY SIZE
               REPORT-MIN-TEXT DELIMITED BY SPACE
               " max " DELIMITED BY SIZE
               REPORT-MAX-TEXT DELIMITED BY SPACE
               INTO REPORT-LINE-STRING
               WITH POINTER REPORT-LINE-LENGTH
           END-STRING
           IF(REPORT-FLAG-TEXT = "BOUNDARY") THEN
               STRING "   Reached grid boundary" DELIMITED BY SIZE
                   INTO REPORT-LINE-STRING
                   WITH POINTER REPORT-LINE-LENGTH
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *>      A simulated block: starting and final grids, the
      *>      classification line, the population summary and the
      *>      EXPECTED verdict. The starting grid is the next entry in
      *>      run-report-grids.txt, which was written in this same
      *>      block order; the final grid and classification line are
      *>      <name>cob.txt's rows and closing status line. Grids up
      *>      to 64 columns go side by side, wider ones one above the
      *>      other, cut at the 132-column page width.
       WRITE-REPORT-SIMULATED-BLOCK.
           IF(REPORT-HAVE-GRID = 0 AND REPORT-GRID-EOF NOT = 'Y') THEN
               MOVE 510 TO REPORT-GRID-LINE-SIZE
               MOVE SPACES TO REPORT-GRID-HEADER
               READ REPORT-GRID-FILE INTO REPORT-GRID-HEADER
                   AT END
                   MOVE 'Y' TO REPORT-GRID-EOF
               END-READ
               IF(REPORT-GRID-EOF NOT = 'Y') THEN
                   MOVE SPACES TO REPORT-GRID-KEYWORD
                   MOVE SPACES TO REPORT-GRID-NAME
                   UNSTRING REPORT-GRID-HEADER DELIMITED BY ALL SPACE
                       INTO REPORT-GRID-KEYWORD, REPORT-GRID-NAME,
                       REPORT-GRID-ROWS, REPORT-GRID-COLUMNS
                   END-UNSTRING
                   MOVE 1 TO REPORT-HAVE-GRID
               END-IF
           END-IF
           MOVE SPACES TO REPORT-READ-FILENAME
           MOVE 1 TO STRING-POINTER
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               REPORT-NAME DELIMITED BY SPACE
               'cob.txt' DELIMITED BY SIZE
               INTO REPORT-READ-FILENAME
           END-STRING
           MOVE 'N' TO REPORT-READ-EOF
           OPEN INPUT REPORT-READ-FILE
           IF(REPORT-READ-FILE-STATUS NOT = '00') THEN
               MOVE 'Y' TO REPORT-READ-EOF
           END-IF

           IF(REPORT-HAVE-GRID = 1 AND REPORT-GRID-NAME = REPORT-NAME)
                   THEN
               MOVE 0 TO REPORT-HAVE-GRID
               IF(REPORT-GRID-COLUMNS <= 64) THEN
                   COMPUTE REPORT-NEED-LINES = REPORT-GRID-ROWS + 10
               ELSE
                   COMPUTE REPORT-NEED-LINES =
                       REPORT-GRID-ROWS + REPORT-GRID-ROWS + 11
               END-IF
               PERFORM CHECK-REPORT-PAGE-ROOM
               PERFORM WRITE-REPORT-BLOCK-HEADING
               IF(REPORT-GRID-COLUMNS <= 64) THEN
                   PERFORM WRITE-REPORT-PAIRED-GRIDS
               ELSE
                   PERFORM WRITE-REPORT-STACKED-GRIDS
               END-IF
           ELSE
               MOVE 6 TO REPORT-NEED-LINES
               PERFORM CHECK-REPORT-PAGE-ROOM
               PERFORM WRITE-REPORT-BLOCK-HEADING
               MOVE SPACES TO REPORT-LINE-STRING
               MOVE 1 TO REPORT-LINE-LENGTH
               STRING "  Starting grid not recorded." DELIMITED BY SIZE
                   INTO REPORT-LINE-STRING
                   WITH POINTER REPORT-LINE-LENGTH
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF

      *>          Whatever is left of <name>cob.txt after its grid
      *>          rows is the status line; the last line read wins.
           MOVE SPACES TO REPORT-STATUS-TEXT
           PERFORM READ-REPORT-STATUS-LOOP
           IF(REPORT-READ-FILE-STATUS NOT = '35') THEN
               CLOSE REPORT-READ-FILE
           END-IF
           PERFORM WRITE-REPORT-STATUS-TEXT

           MOVE SPACES TO REPORT-READ-FILENAME
           MOVE 1 TO STRING-POINTER
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               REPORT-NAME DELIMITED BY SPACE
               'stats.txt' DELIMITED BY SIZE
               INTO REPORT-READ-FILENAME
           END-STRING
           MOVE 'N' TO REPORT-READ-EOF
           OPEN INPUT REPORT-READ-FILE
           IF(REPORT-READ-FILE-STATUS = '00') THEN
               PERFORM WRITE-REPORT-STATS-LOOP
               CLOSE REPORT-READ-FILE
           END-IF

           IF(REPORT-EXPECTED NOT = 0) THEN
               MOVE SPACES TO REPORT-LINE-STRING
               MOVE 1 TO REPORT-LINE-LENGTH
               IF(REPORT-EXPECTED = 1) THEN
                   STRING "  Expected grid: PASS" DELIMITED BY SIZE
                       INTO REPORT-LINE-STRING
                       WITH POINTER REPORT-LINE-LENGTH
                   END-STRING
               ELSE
                   STRING "  Expected grid: FAIL" DELIMITED BY SIZE
                       INTO REPORT-LINE-STRING
                       WITH POINTER REPORT-LINE-LENGTH
                   END-STRING
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-PAIRED-GRIDS.
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE "  Starting grid" TO REPORT-LINE-STRING(1:15)
           MOVE "Final grid" TO REPORT-LINE-STRING(69:10)
           MOVE 79 TO REPORT-LINE-LENGTH
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO REPORT-ROW-COUNTER
           PERFORM WRITE-REPORT-PAIRED-ROW-LOOP.
       WRITE-REPORT-PAIRED-ROW-LOOP.
           IF(REPORT-ROW-COUNTER <= REPORT-GRID-ROWS) THEN
               PERFORM READ-REPORT-START-ROW
               PERFORM READ-REPORT-FINAL-ROW
               MOVE SPACES TO REPORT-LINE-STRING
               MOVE REPORT-START-ROW(1:REPORT-GRID-COLUMNS)
                   TO REPORT-LINE-STRING(3:REPORT-GRID-COLUMNS)
               MOVE REPORT-FINAL-ROW(1:REPORT-GRID-COLUMNS)
                   TO REPORT-LINE-STRING(69:REPORT-GRID-COLUMNS)
               COMPUTE REPORT-LINE-LENGTH = REPORT-GRID-COLUMNS + 69
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO REPORT-ROW-COUNTER
               GO TO WRITE-REPORT-PAIRED-ROW-LOOP
           END-IF.

       WRITE-REPORT-STACKED-GRIDS.
           IF(REPORT-GRID-COLUMNS > 130) THEN
               MOVE 130 TO REPORT-SHOW-COLUMNS
           ELSE
               MOVE REPORT-GRID-COLUMNS TO REPORT-SHOW-COLUMNS
           END-IF
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE 1 TO REPORT-LINE-LENGTH
           STRING "  Starting grid" DELIMITED BY SIZE
               INTO REPORT-LINE-STRING
               WITH POINTER REPORT-LINE-LENGTH
           END-STRING
           IF(REPORT-GRID-COLUMNS > 130) THEN
               STRING " (first 130 of " DELIMITED BY SIZE
                   REPORT-GRID-COLUMNS DELIMITED BY SIZE
                   " columns shown)" DELIMITED BY SIZE
                   INTO REPORT-LINE-STRING
                   WITH POINTER REPORT-LINE-LENGTH
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO REPORT-ROW-COUNTER
           PERFORM WRITE-REPORT-START-ROW-LOOP
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE 1 TO REPORT-LINE-LENGTH
           STRING "  Final grid" DELIMITED BY SIZE
               INTO REPORT-LINE-STRING
               WITH POINTER REPORT-LINE-LENGTH
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO REPORT-ROW-COUNTER
           PERFORM WRITE-REPORT-FINAL-ROW-LOOP.
       WRITE-REPORT-START-ROW-LOOP.
           IF(REPORT-ROW-COUNTER <= REPORT-GRID-ROWS) THEN
               PERFORM READ-REPORT-START-ROW
               MOVE SPACES TO REPORT-LINE-STRING
               MOVE REPORT-START-ROW(1:REPORT-SHOW-COLUMNS)
                   TO REPORT-LINE-STRING(3:REPORT-SHOW-COLUMNS)
               COMPUTE REPORT-LINE-LENGTH = REPORT-SHOW-COLUMNS + 3
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO REPORT-ROW-COUNTER
               GO TO WRITE-REPORT-START-ROW-LOOP
           END-IF.
       WRITE-REPORT-FINAL-ROW-LOOP.
           IF(REPORT-ROW-COUNTER <= REPORT-GRID-ROWS) THEN
               PERFORM READ-REPORT-FINAL-ROW
               MOVE SPACES TO REPORT-LINE-STRING
               MOVE REPORT-FINAL-ROW(1:REPORT-SHOW-COLUMNS)
                   TO REPORT-LINE-STRING(3:REPORT-SHOW-COLUMNS)
               COMPUTE REPORT-LINE-LENGTH = REPORT-SHOW-COLUMNS + 3
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO REPORT-ROW-COUNTER
               GO TO WRITE-REPORT-FINAL-ROW-LOOP
           END-IF.

       READ-REPORT-START-ROW.
           MOVE SPACES TO REPORT-START-ROW
           IF(REPORT-GRID-EOF NOT = 'Y') THEN
               MOVE 510 TO REPORT-GRID-LINE-SIZE
               READ REPORT-GRID-FILE INTO REPORT-START-ROW
                   AT END
                   MOVE 'Y' TO REPORT-GRID-EOF
               END-READ
           END-IF.
       READ-REPORT-FINAL-ROW.
           MOVE SPACES TO REPORT-FINAL-ROW
           IF(REPORT-READ-EOF NOT = 'Y') THEN
               READ REPORT-READ-FILE INTO REPORT-FINAL-ROW
                   AT END
                   MOVE 'Y' TO REPORT-READ-EOF
               END-READ
           END-IF.
       READ-REPORT-STATUS-LOOP.
           IF(REPORT-READ-EOF NOT = 'Y') THEN
               PERFORM READ-REPORT-FINAL-ROW
               IF(REPORT-READ-EOF NOT = 'Y') THEN
                   MOVE REPORT-FINAL-ROW TO REPORT-STATUS-TEXT
               END-IF
               GO TO READ-REPORT-STATUS-LOOP
           END-IF.

      *>      Copies the min/max and extinction lines out of the
      *>      block's stats file, passing over the per-generation rows
      *>      and anything else kept there.
       WRITE-REPORT-STATS-LOOP.
           IF(REPORT-READ-EOF NOT = 'Y') THEN
               PERFORM READ-REPORT-FINAL-ROW
               IF(REPORT-READ-EOF NOT = 'Y' AND
                       (REPORT-FINAL-ROW(1:19) = "Minimum population "
                       OR REPORT-FINAL-ROW(1:11) = "Population ")) THEN
                   MOVE SPACES TO REPORT-LINE-STRING
                   MOVE REPORT-FINAL-ROW(1:128)
                       TO REPORT-LINE-STRING(3:128)
                   MOVE 131 TO REPORT-LINE-LENGTH
                   PERFORM WRITE-REPORT-LINE
               END-IF
               GO TO WRITE-REPORT-STATS-LOOP
           END-IF.

      *>      A rejected block has no grids; its cob.txt holds the
      *>      rejection status line alone.
       WRITE-REPORT-REJECTED-BLOCK.
           MOVE 5 TO REPORT-NEED-LINES
           PERFORM CHECK-REPORT-PAGE-ROOM
           PERFORM WRITE-REPORT-BLOCK-HEADING
           MOVE SPACES TO REPORT-READ-FILENAME
           MOVE 1 TO STRING-POINTER
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               REPORT-NAME DELIMITED BY SPACE
               'cob.txt' DELIMITED BY SIZE
               INTO REPORT-READ-FILENAME
           END-STRING
           MOVE SPACES TO REPORT-STATUS-TEXT
           MOVE 'N' TO REPORT-READ-EOF
           OPEN INPUT REPORT-READ-FILE
           IF(REPORT-READ-FILE-STATUS = '00') THEN
               PERFORM READ-REPORT-STATUS-LOOP
               CLOSE REPORT-READ-FILE
           END-IF
           PERFORM WRITE-REPORT-STATUS-TEXT.

      *>      A SOUP-RUN row is a whole series of runs; its outcome
      *>      counts and census already have their own report.
       WRITE-REPORT-SOUP-BLOCK.
           MOVE 4 TO REPORT-NEED-LINES
           PERFORM CHECK-REPORT-PAGE-ROOM
           PERFORM WRITE-REPORT-BLOCK-HEADING
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE 1 TO REPORT-LINE-LENGTH
           STRING "  Outcome counts and census in " DELIMITED BY SIZE
               REPORT-NAME DELIMITED BY SPACE
               "summary.txt." DELIMITED BY SIZE
               INTO REPORT-LINE-STRING
               WITH POINTER REPORT-LINE-LENGTH
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *>      NEED REPORT-STATUS-TEXT SET BEFORE CALLING THIS - prints
      *>      the classification line under a "Result:" caption,
      *>      broken between words into pieces of at most 120
      *>      characters (it can run to 500).
       WRITE-REPORT-STATUS-TEXT.
           IF(REPORT-STATUS-TEXT = SPACES) THEN
               MOVE "(no status line found)" TO REPORT-STATUS-TEXT
           END-IF
           MOVE 510 TO REPORT-TEXT-LENGTH
           PERFORM FIND-REPORT-TEXT-END-LOOP
           MOVE "  Result: " TO REPORT-WRAP-PREFIX
           MOVE 1 TO REPORT-WRAP-START
           PERFORM WRITE-REPORT-WRAP-LOOP.
       FIND-REPORT-TEXT-END-LOOP.
           IF(REPORT-TEXT-LENGTH > 1 AND
                   REPORT-STATUS-TEXT(REPORT-TEXT-LENGTH:1) = SPACE)
                   THEN
               SUBTRACT 1 FROM REPORT-TEXT-LENGTH
               GO TO FIND-REPORT-TEXT-END-LOOP
           END-IF.
       WRITE-REPORT-WRAP-LOOP.
           IF(REPORT-WRAP-START <= REPORT-TEXT-LENGTH) THEN
               COMPUTE REPORT-WRAP-END = REPORT-WRAP-START + 119
               IF(REPORT-WRAP-END >= REPORT-TEXT-LENGTH) THEN
                   MOVE REPORT-TEXT-LENGTH TO REPORT-WRAP-END
               ELSE
                   PERFORM FIND-REPORT-WRAP-BREAK-LOOP
                   IF(REPORT-WRAP-END < REPORT-WRAP-START) THEN
                       COMPUTE REPORT-WRAP-END = REPORT-WRAP-START + 119
                   END-IF
               END-IF
               MOVE SPACES TO REPORT-LINE-STRING
               MOVE REPORT-WRAP-PREFIX TO REPORT-LINE-STRING(1:10)
               MOVE REPORT-STATUS-TEXT(REPORT-WRAP-START:
                   REPORT-WRAP-END - REPORT-WRAP-START + 1)
                   TO REPORT-LINE-STRING(11:
                   REPORT-WRAP-END - REPORT-WRAP-START + 1)
               COMPUTE REPORT-LINE-LENGTH =
                   REPORT-WRAP-END - REPORT-WRAP-START + 12
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-WRAP-PREFIX
               COMPUTE REPORT-WRAP-START = REPORT-WRAP-END + 1
               PERFORM SKIP-REPORT-WRAP-SPACE-LOOP
               GO TO WRITE-REPORT-WRAP-LOOP
           END-IF.
      *>      Backs REPORT-WRAP-END up to the last character before a
      *>      space; ends below REPORT-WRAP-START for a single word
      *>      too long to break.
       FIND-REPORT-WRAP-BREAK-LOOP.
           IF(REPORT-WRAP-END >= REPORT-WRAP-START AND
                   REPORT-STATUS-TEXT(REPORT-WRAP-END + 1:1)
                   NOT = SPACE) THEN
               SUBTRACT 1 FROM REPORT-WRAP-END
               GO TO FIND-REPORT-WRAP-BREAK-LOOP
           END-IF.
       SKIP-REPORT-WRAP-SPACE-LOOP.
           IF(REPORT-WRAP-START <= REPORT-TEXT-LENGTH AND
                   REPORT-STATUS-TEXT(REPORT-WRAP-START:1) = SPACE) THEN
               ADD 1 TO REPORT-WRAP-START
               GO TO SKIP-REPORT-WRAP-SPACE-LOOP
           END-IF.

      *>      Page heading: title, run timestamp and page number, then
      *>      the run-control.txt defaults every block started from.
       WRITE-REPORT-PAGE-HEADER.
           ADD 1 TO REPORT-PAGE-NUMBER
           MOVE REPORT-PAGE-NUMBER TO REPORT-NUM-STRING
           UNSTRING REPORT-NUM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, REPORT-NUM-TRIMED
           END-UNSTRING
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE 1 TO REPORT-LINE-LENGTH
           STRING "LIFE BATCH REPORT   Run " DELIMITED BY SIZE
               RUN-TIMESTAMP-TRIMED DELIMITED BY SPACE
               INTO REPORT-LINE-STRING
               WITH POINTER REPORT-LINE-LENGTH
           END-STRING
           MOVE 120 TO REPORT-LINE-LENGTH
           STRING "Page " DELIMITED BY SIZE
               REPORT-NUM-TRIMED DELIMITED BY SPACE
               INTO REPORT-LINE-STRING
               WITH POINTER REPORT-LINE-LENGTH
           END-STRING
           COMPUTE REPORT-LINE-SIZE = REPORT-LINE-LENGTH - 1
           MOVE REPORT-LINE-STRING TO REPORT-OUTPUT-LINE
           WRITE REPORT-OUTPUT-LINE AFTER ADVANCING PAGE
           MOVE 1 TO REPORT-PAGE-LINES

           MOVE RUN-CONTROL-DEFAULT-CAP TO REPORT-NUM-STRING
           UNSTRING REPORT-NUM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, REPORT-NUM-TRIMED
           END-UNSTRING
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE 1 TO REPORT-LINE-LENGTH
           STRING "Run-control defaults: rule B" DELIMITED BY SIZE
               RUN-CONTROL-DEFAULT-BIRTH-RULE DELIMITED BY SPACE
               "/S" DELIMITED BY SIZE
               RUN-CONTROL-DEFAULT-SURVIVE-RULE DELIMITED BY SPACE
               INTO REPORT-LINE-STRING
               WITH POINTER REPORT-LINE-LENGTH
           END-STRING
           IF(RUN-CONTROL-DEFAULT-WRAP = 1) THEN
               STRING ", WRAP" DELIMITED BY SIZE
                   INTO REPORT-LINE-STRING
                   WITH POINTER REPORT-LINE-LENGTH
               END-STRING
           ELSE
               STRING ", NOWRAP" DELIMITED BY SIZE
                   INTO REPORT-LINE-STRING
                   WITH POINTER REPORT-LINE-LENGTH
               END-STRING
           END-IF
           IF(RUN-CONTROL-DEFAULT-HISTORY = 1) THEN
               STRING ", HISTORY on" DELIMITED BY SIZE
                   INTO REPORT-LINE-STRING
                   WITH POINTER REPORT-LINE-LENGTH
               END-STRING
           ELSE
               STRING ", HISTORY off" DELIMITED BY SIZE
                   INTO REPORT-LINE-STRING
                   WITH POINTER REPORT-LINE-LENGTH
               END-STRING
           END-IF
           IF(RUN-CONTROL-DEFAULT-CHECKPOINT = 1) THEN
               STRING ", CHECKPOINT on" DELIMITED BY SIZE
                   INTO REPORT-LINE-STRING
                   WITH POINTER REPORT-LINE-LENGTH
               END-STRING
           ELSE
               STRING ", CHECKPOINT off" DELIMITED BY SIZE
                   INTO REPORT-LINE-STRING
                   WITH POINTER REPORT-LINE-LENGTH
               END-STRING
           END-IF
           STRING ", generation cap " DELIMITED BY SIZE
               REPORT-NUM-TRIMED DELIMITED BY SPACE
               INTO REPORT-LINE-STRING
               WITH POINTER REPORT-LINE-LENGTH
           END-STRING
           IF(WINDOW-MODE = 1) THEN
               STRING ", WINDOW " DELIMITED BY SIZE
                   WINDOW-HH DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WINDOW-MM DELIMITED BY SIZE
                   INTO REPORT-LINE-STRING
                   WITH POINTER REPORT-LINE-LENGTH
               END-STRING
           ELSE
               STRING ", no WINDOW" DELIMITED BY SIZE
                   INTO REPORT-LINE-STRING
                   WITH POINTER REPORT-LINE-LENGTH
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE-STRING
           MOVE 133 TO REPORT-LINE-LENGTH
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE 1 TO REPORT-LINE-LENGTH
           PERFORM WRITE-REPORT-LINE.

      *>      NEED REPORT-LINE-STRING AND REPORT-LINE-LENGTH SET BEFORE
      *>      CALLING THIS (length one past the last character, as the
      *>      STRING pointer leaves it). A blank line is written as a
      *>      single space.
       WRITE-REPORT-LINE.
           IF(REPORT-PAGE-LINES >= 60) THEN
               PERFORM WRITE-REPORT-PAGE-HEADER
           END-IF
           IF(REPORT-LINE-LENGTH < 2) THEN
               MOVE 2 TO REPORT-LINE-LENGTH
           END-IF
           COMPUTE REPORT-LINE-SIZE = REPORT-LINE-LENGTH - 1
           MOVE REPORT-LINE-STRING TO REPORT-OUTPUT-LINE
           WRITE REPORT-OUTPUT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO REPORT-PAGE-LINES.

      *>      Closing page: blocks by manifest class, the batch's
      *>      BATCH-TOTAL timing line and the reconciliation severity,
      *>      each copied from the file that already records it.
       WRITE-REPORT-TOTALS.
           PERFORM WRITE-REPORT-PAGE-HEADER
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE 1 TO REPORT-LINE-LENGTH
           STRING "BATCH TOTALS" DELIMITED BY SIZE
               INTO REPORT-LINE-STRING
               WITH POINTER REPORT-LINE-LENGTH
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE 1 TO REPORT-LINE-LENGTH
           PERFORM WRITE-REPORT-LINE
           MOVE REPORT-BLOCK-COUNT TO REPORT-NUM-STRING
           MOVE "Blocks reported" TO REPORT-CLASS
           PERFORM WRITE-REPORT-COUNT-LINE
           MOVE 1 TO REPORT-CLASS-INDEX
           PERFORM WRITE-REPORT-CLASS-LOOP
           MOVE REPORT-BOUNDARY-COUNT TO REPORT-NUM-STRING
           MOVE "Grid boundary" TO REPORT-CLASS
           PERFORM WRITE-REPORT-COUNT-LINE
           MOVE REPORT-PASS-COUNT TO REPORT-NUM-STRING
           MOVE "Expected PASS" TO REPORT-CLASS
           PERFORM WRITE-REPORT-COUNT-LINE
           MOVE REPORT-FAIL-COUNT TO REPORT-NUM-STRING
           MOVE "Expected FAIL" TO REPORT-CLASS
           PERFORM WRITE-REPORT-COUNT-LINE
           IF(WINDOW-HELD-COUNT > 0) THEN
               MOVE WINDOW-HELD-COUNT TO REPORT-NUM-STRING
               MOVE "Held over" TO REPORT-CLASS
               PERFORM WRITE-REPORT-COUNT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE 1 TO REPORT-LINE-LENGTH
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-TIMING-LINE
           MOVE TIMING-FILENAME TO REPORT-READ-FILENAME
           MOVE 'N' TO REPORT-READ-EOF
           OPEN INPUT REPORT-READ-FILE
           IF(REPORT-READ-FILE-STATUS = '00') THEN
               PERFORM FIND-REPORT-TIMING-LOOP
               CLOSE REPORT-READ-FILE
           END-IF
           IF(REPORT-TIMING-LINE = SPACES) THEN
               MOVE "BATCH-TOTAL not recorded" TO REPORT-TIMING-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE 1 TO REPORT-LINE-LENGTH
           STRING "Batch elapsed time: " DELIMITED BY SIZE
               REPORT-TIMING-LINE DELIMITED BY "  "
               INTO REPORT-LINE-STRING
               WITH POINTER REPORT-LINE-LENGTH
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-SEVERITY-LINE
           MOVE RECON-REPORT-FILENAME TO REPORT-READ-FILENAME
           MOVE 'N' TO REPORT-READ-EOF
           OPEN INPUT REPORT-READ-FILE
           IF(REPORT-READ-FILE-STATUS = '00') THEN
               PERFORM FIND-REPORT-SEVERITY-LOOP
               CLOSE REPORT-READ-FILE
           END-IF
           IF(REPORT-SEVERITY-LINE = SPACES) THEN
               MOVE "Severity not recorded" TO REPORT-SEVERITY-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE 1 TO REPORT-LINE-LENGTH
           STRING "Reconciliation " DELIMITED BY SIZE
               REPORT-SEVERITY-LINE DELIMITED BY "  "
               INTO REPORT-LINE-STRING
               WITH POINTER REPORT-LINE-LENGTH
           END-STRING
           PERFORM WRITE-REPORT-LINE.
       WRITE-REPORT-CLASS-LOOP.
           IF(REPORT-CLASS-INDEX <= REPORT-CLASS-USED) THEN
               MOVE REPORT-CLASS-TOTAL(REPORT-CLASS-INDEX)
                   TO REPORT-NUM-STRING
               MOVE SPACES TO REPORT-CLASS
               STRING "  " DELIMITED BY SIZE
                   REPORT-CLASS-NAME(REPORT-CLASS-INDEX)
                   DELIMITED BY SPACE
                   INTO REPORT-CLASS
               END-STRING
               PERFORM WRITE-REPORT-COUNT-LINE
               ADD 1 TO REPORT-CLASS-INDEX
               GO TO WRITE-REPORT-CLASS-LOOP
           END-IF.
      *>      NEED REPORT-CLASS (the caption) AND REPORT-NUM-STRING
      *>      SET BEFORE CALLING THIS.
       WRITE-REPORT-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE-STRING
           MOVE REPORT-CLASS TO REPORT-LINE-STRING(1:20)
           MOVE REPORT-NUM-STRING TO REPORT-LINE-STRING(23:6)
           MOVE 29 TO REPORT-LINE-LENGTH
           PERFORM WRITE-REPORT-LINE.
       FIND-REPORT-TIMING-LOOP.
           IF(REPORT-READ-EOF NOT = 'Y') THEN
               PERFORM READ-REPORT-FINAL-ROW
               IF(REPORT-READ-EOF NOT = 'Y'
                       AND REPORT-FINAL-ROW(1:12) = "BATCH-TOTAL ") THEN
                   MOVE REPORT-FINAL-ROW TO REPORT-TIMING-LINE
               END-IF
               GO TO FIND-REPORT-TIMING-LOOP
           END-IF.
       FIND-REPORT-SEVERITY-LOOP.
           IF(REPORT-READ-EOF NOT = 'Y') THEN
               PERFORM READ-REPORT-FINAL-ROW
               IF(REPORT-READ-EOF NOT = 'Y'
                       AND REPORT-FINAL-ROW(1:9) = "Severity:") THEN
                   MOVE REPORT-FINAL-ROW TO REPORT-SEVERITY-LINE
               END-IF
               GO TO FIND-REPORT-SEVERITY-LOOP
           END-IF.

      *>      Picks this invocation's job from the job word of the
      *>      command line, and its paths from the path words. No
      *>      job word at all is the overnight batch, as the schedule
      *>      has always called it; a word that names no
      *>      job leaves JOB-MODE-KNOWN at 0 so MAIN-PARAGRAPH refuses
      *>      to run rather than guess - a mistyped EDIT must not turn
      *>      into a full batch run in the middle of the afternoon.
       READ-JOB-PARAMETERS.
           MOVE SPACES TO JOB-COMMAND-LINE
           MOVE SPACES TO JOB-MODE-WORD
           MOVE 1 TO JOB-MODE-KNOWN
           PERFORM READ-JOB-ENVIRONMENT
           ACCEPT JOB-COMMAND-LINE FROM COMMAND-LINE
           MOVE 1 TO JOB-PARAMETER-POINTER
           PERFORM READ-JOB-WORD-LOOP
           IF(JOB-MODE-WORD NOT = SPACES) THEN
               MOVE 0 TO JOB-MODE-KNOWN
           END-IF
           IF(JOB-MODE-WORD = 'EDIT') THEN
               MOVE 1 TO EDIT-MODE
               MOVE 1 TO JOB-MODE-KNOWN
           END-IF
           IF(JOB-MODE-WORD = 'EQUIVALENCE') THEN
               MOVE 1 TO EQUIV-MODE
               MOVE 1 TO JOB-MODE-KNOWN
           END-IF
           IF(JOB-MODE-WORD = 'CERTIFY') THEN
               MOVE 1 TO CERTIFY-MODE
               MOVE 1 TO JOB-MODE-KNOWN
           END-IF
           IF(JOB-MODE-WORD = 'CHANGES') THEN
               MOVE 1 TO CHANGE-MODE
               MOVE 1 TO JOB-MODE-KNOWN
           END-IF
           IF(JOB-MODE-WORD = 'PURGE') THEN
               MOVE 1 TO PURGE-MODE
               MOVE 1 TO JOB-MODE-KNOWN
           END-IF
           IF(JOB-EXTRA-WORD = 1) THEN
               MOVE 0 TO JOB-MODE-KNOWN
           END-IF
           PERFORM SET-JOB-FILENAMES.
      *>      Each word of the command line is either a path word
      *>      (DECK=, CONTROL=, OUTDIR=) or the job word. A second
      *>      job word is as unknown as a misspelt one - it leaves
      *>      JOB-MODE-KNOWN at 0 and the job is refused.
       READ-JOB-WORD-LOOP.
           IF(JOB-PARAMETER-POINTER <= 250) THEN
               MOVE SPACES TO JOB-PARAMETER-WORD
               UNSTRING JOB-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO JOB-PARAMETER-WORD
                   WITH POINTER JOB-PARAMETER-POINTER
               END-UNSTRING
               IF(JOB-PARAMETER-WORD NOT = SPACES) THEN
                   IF(JOB-PARAMETER-WORD(1:5) = 'DECK=') THEN
                       MOVE JOB-PARAMETER-WORD(6:100)
                           TO INPUT-DECK-FILENAME
                   ELSE
                   IF(JOB-PARAMETER-WORD(1:8) = 'CONTROL=') THEN
                       MOVE JOB-PARAMETER-WORD(9:100)
                           TO RUN-CONTROL-FILENAME
                   ELSE
                   IF(JOB-PARAMETER-WORD(1:7) = 'OUTDIR=') THEN
                       MOVE JOB-PARAMETER-WORD(8:100)
                           TO OUTPUT-DIRECTORY
                   ELSE
                   IF(JOB-MODE-WORD = SPACES) THEN
                       MOVE JOB-PARAMETER-WORD TO JOB-MODE-WORD
                   ELSE
                       MOVE JOB-PARAMETER-WORD TO JOB-MODE-WORD
                       MOVE 1 TO JOB-EXTRA-WORD
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   GO TO READ-JOB-WORD-LOOP
               END-IF
           END-IF.
      *>      The environment supplies the paths first, so a word on
      *>      the command line overrides it.
       READ-JOB-ENVIRONMENT.
           MOVE SPACES TO INPUT-DECK-FILENAME
           MOVE SPACES TO RUN-CONTROL-FILENAME
           MOVE SPACES TO OUTPUT-DIRECTORY
           DISPLAY "LIFE_DECK" UPON ENVIRONMENT-NAME
           ACCEPT INPUT-DECK-FILENAME FROM ENVIRONMENT-VALUE
           DISPLAY "LIFE_CONTROL" UPON ENVIRONMENT-NAME
           ACCEPT RUN-CONTROL-FILENAME FROM ENVIRONMENT-VALUE
           DISPLAY "LIFE_OUTDIR" UPON ENVIRONMENT-NAME
           ACCEPT OUTPUT-DIRECTORY FROM ENVIRONMENT-VALUE.
      *>      Fills in the defaults and builds every batch-level file
      *>      name from OUTPUT-PREFIX. An output directory too long
      *>      to leave room for the file names under it is refused
      *>      in MAIN-PARAGRAPH.
       SET-JOB-FILENAMES.
           IF(INPUT-DECK-FILENAME = SPACES) THEN
               MOVE 'input.txt' TO INPUT-DECK-FILENAME
           END-IF
           IF(RUN-CONTROL-FILENAME = SPACES) THEN
               MOVE 'run-control.txt' TO RUN-CONTROL-FILENAME
           END-IF
           MOVE SPACES TO OUTPUT-PREFIX
           MOVE 0 TO OUTPUT-DIRECTORY-TOO-LONG
           IF(OUTPUT-DIRECTORY(61:40) NOT = SPACES) THEN
               MOVE 1 TO OUTPUT-DIRECTORY-TOO-LONG
           ELSE
               IF(OUTPUT-DIRECTORY NOT = SPACES) THEN
                   STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                       '/' DELIMITED BY SIZE
                       INTO OUTPUT-PREFIX
                   END-STRING
               END-IF
           END-IF
           MOVE SPACES TO MANIFEST-FILENAME
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               'run-manifest.txt' DELIMITED BY SIZE
               INTO MANIFEST-FILENAME
           END-STRING
           MOVE SPACES TO PROGRESS-FILENAME
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               'batch-progress.txt' DELIMITED BY SIZE
               INTO PROGRESS-FILENAME
           END-STRING
           MOVE SPACES TO TIMING-FILENAME
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               'run-timing.txt' DELIMITED BY SIZE
               INTO TIMING-FILENAME
           END-STRING
           MOVE SPACES TO RECON-REPORT-FILENAME
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               'run-reconciliation.txt' DELIMITED BY SIZE
               INTO RECON-REPORT-FILENAME
           END-STRING
           MOVE SPACES TO EDIT-REPORT-FILENAME
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               'run-edit.txt' DELIMITED BY SIZE
               INTO EDIT-REPORT-FILENAME
           END-STRING
           MOVE SPACES TO EQUIV-FILENAME
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               'archive-equivalence.txt' DELIMITED BY SIZE
               INTO EQUIV-FILENAME
           END-STRING
           MOVE SPACES TO CERTIFY-REPORT-FILENAME
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               'catalog-inventory.txt' DELIMITED BY SIZE
               INTO CERTIFY-REPORT-FILENAME
           END-STRING
           MOVE SPACES TO REPORT-FILENAME
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               'run-report.txt' DELIMITED BY SIZE
               INTO REPORT-FILENAME
           END-STRING
           MOVE SPACES TO REPORT-GRID-FILENAME
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               'run-report-grids.txt' DELIMITED BY SIZE
               INTO REPORT-GRID-FILENAME
           END-STRING
           MOVE SPACES TO BATCH-LOCK-FILENAME
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               'batch-lock.txt' DELIMITED BY SIZE
               INTO BATCH-LOCK-FILENAME
           END-STRING
           MOVE SPACES TO FORECAST-FILENAME
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               'run-forecast.txt' DELIMITED BY SIZE
               INTO FORECAST-FILENAME
           END-STRING
           MOVE SPACES TO CHANGE-FILENAME
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               'outcome-changes.txt' DELIMITED BY SIZE
               INTO CHANGE-FILENAME
           END-STRING
           MOVE SPACES TO PURGE-REPORT-FILENAME
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               'purge-report.txt' DELIMITED BY SIZE
               INTO PURGE-REPORT-FILENAME
           END-STRING
           MOVE SPACES TO PURGE-WORK-FILENAME
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               'purge-work.txt' DELIMITED BY SIZE
               INTO PURGE-WORK-FILENAME
           END-STRING.

      *>      Takes the output directory for this batch. A lock file
      *>      with anything in it belongs to another batch (running,
      *>      or dead without clearing it), so BATCH-LOCK-HELD is set
      *>      and nothing is written; otherwise this run's timestamp
      *>      and deck go into it. A lock that cannot be written
      *>      means the directory is missing or not writable, and is
      *>      refused the same way.
       CLAIM-OUTPUT-DIRECTORY.
           MOVE 0 TO BATCH-LOCK-HELD
           MOVE SPACES TO BATCH-LOCK-LINE
           OPEN INPUT BATCH-LOCK-FILE
           IF(BATCH-LOCK-FILE-STATUS = '00') THEN
               READ BATCH-LOCK-FILE INTO BATCH-LOCK-LINE
                   AT END
                   MOVE SPACES TO BATCH-LOCK-LINE
               END-READ
               CLOSE BATCH-LOCK-FILE
               IF(BATCH-LOCK-LINE NOT = SPACES) THEN
                   MOVE 1 TO BATCH-LOCK-HELD
                   MOVE SPACES TO BATCH-LOCK-MESSAGE
                   STRING "Batch refused: output directory in use "
                       DELIMITED BY SIZE
                       "by batch " DELIMITED BY SIZE
                       BATCH-LOCK-LINE DELIMITED BY "  "
                       INTO BATCH-LOCK-MESSAGE
                   END-STRING
                   DISPLAY BATCH-LOCK-MESSAGE(1:120)
                   MOVE SPACES TO BATCH-LOCK-MESSAGE
                   STRING "Empty " DELIMITED BY SIZE
                       BATCH-LOCK-FILENAME DELIMITED BY SPACE
                       " only if that batch is no longer running."
                       DELIMITED BY SIZE
                       INTO BATCH-LOCK-MESSAGE
                   END-STRING
                   DISPLAY BATCH-LOCK-MESSAGE(1:120)
               END-IF
           END-IF
           IF(BATCH-LOCK-HELD = 0) THEN
               OPEN OUTPUT BATCH-LOCK-FILE
               IF(BATCH-LOCK-FILE-STATUS NOT = '00') THEN
                   MOVE 1 TO BATCH-LOCK-HELD
                   MOVE SPACES TO BATCH-LOCK-MESSAGE
                   STRING "Batch refused: cannot write to output "
                       DELIMITED BY SIZE
                       "directory " DELIMITED BY SIZE
                       OUTPUT-DIRECTORY DELIMITED BY SPACE
                       INTO BATCH-LOCK-MESSAGE
                   END-STRING
                   DISPLAY BATCH-LOCK-MESSAGE(1:120)
               ELSE
                   MOVE SPACES TO BATCH-LOCK-LINE
                   STRING RUN-TIMESTAMP-TRIMED DELIMITED BY SPACE
                       " deck " DELIMITED BY SIZE
                       INPUT-DECK-FILENAME DELIMITED BY SPACE
                       INTO BATCH-LOCK-LINE
                   END-STRING
                   MOVE BATCH-LOCK-LINE TO BATCH-LOCK-RECORD
                   WRITE BATCH-LOCK-RECORD
                   CLOSE BATCH-LOCK-FILE
               END-IF
           END-IF.
       RELEASE-OUTPUT-DIRECTORY.
           PERFORM RELEASE-ARCHIVE-LOCK
           OPEN OUTPUT BATCH-LOCK-FILE
           IF(BATCH-LOCK-FILE-STATUS = '00') THEN
               CLOSE BATCH-LOCK-FILE
           END-IF.

      *>      The batch's claim on results-archive.txt and population-
      *>      trend.log: refused while a purge is rewriting them.
      *>      Leaves ARCHIVE-LOCK-HELD at 0 when the batch must not
      *>      go on.
       CLAIM-SHARED-FILES.
           PERFORM READ-ARCHIVE-LOCK
           IF(ARCHIVE-LOCK-PURGING = 0) THEN
               MOVE OUTPUT-DIRECTORY TO ARCHIVE-LOCK-DIRECTORY
               IF(OUTPUT-DIRECTORY = SPACES) THEN
                   MOVE '.' TO ARCHIVE-LOCK-DIRECTORY
               END-IF
               MOVE SPACES TO ARCHIVE-LOCK-LINE
               STRING "BATCH " DELIMITED BY SIZE
                   RUN-TIMESTAMP-TRIMED DELIMITED BY SPACE
                   " deck " DELIMITED BY SIZE
                   INPUT-DECK-FILENAME DELIMITED BY SPACE
                   " outdir " DELIMITED BY SIZE
                   ARCHIVE-LOCK-DIRECTORY DELIMITED BY SPACE
                   INTO ARCHIVE-LOCK-LINE
               END-STRING
               PERFORM CLAIM-ARCHIVE-LOCK
           END-IF
           IF(ARCHIVE-LOCK-HELD = 1) THEN
               PERFORM READ-ARCHIVE-LOCK
               IF(ARCHIVE-LOCK-PURGING = 1) THEN
                   PERFORM RELEASE-ARCHIVE-LOCK
               END-IF
           END-IF
           IF(ARCHIVE-LOCK-PURGING = 1) THEN
               MOVE SPACES TO BATCH-LOCK-MESSAGE
               STRING "Batch refused: shared files being purged - "
                   DELIMITED BY SIZE
                   "archive-lock.txt holds " DELIMITED BY SIZE
                   ARCHIVE-LOCK-FIRST-OTHER DELIMITED BY "  "
                   INTO BATCH-LOCK-MESSAGE
               END-STRING
               DISPLAY BATCH-LOCK-MESSAGE(1:120)
           ELSE
               IF(ARCHIVE-LOCK-HELD = 0) THEN
                   DISPLAY "Batch refused: cannot write "
                       "archive-lock.txt"
               END-IF
           END-IF.

      *>      Loads archive-lock.txt into ARCHIVE-LOCK-TABLE and counts
      *>      the lines other than ARCHIVE-LOCK-LINE (this job's own,
      *>      when it holds one), noting the first of them and
      *>      whether any is a purge's.
       READ-ARCHIVE-LOCK.
           MOVE 0 TO ARCHIVE-LOCK-COUNT
           MOVE 0 TO ARCHIVE-LOCK-OTHERS
           MOVE 0 TO ARCHIVE-LOCK-PURGING
           MOVE SPACES TO ARCHIVE-LOCK-FIRST-OTHER
           MOVE 'N' TO ARCHIVE-LOCK-EOF
           OPEN INPUT ARCHIVE-LOCK-FILE
           IF(ARCHIVE-LOCK-FILE-STATUS = '00') THEN
               PERFORM READ-ARCHIVE-LOCK-LOOP
               CLOSE ARCHIVE-LOCK-FILE
           END-IF.
       READ-ARCHIVE-LOCK-LOOP.
           IF(ARCHIVE-LOCK-EOF NOT = 'Y') THEN
               MOVE SPACES TO ARCHIVE-LOCK-READ-LINE
               READ ARCHIVE-LOCK-FILE INTO ARCHIVE-LOCK-READ-LINE
                   AT END
                   MOVE 'Y' TO ARCHIVE-LOCK-EOF
               END-READ
               IF(ARCHIVE-LOCK-EOF NOT = 'Y' AND
                       ARCHIVE-LOCK-READ-LINE NOT = SPACES AND
                       ARCHIVE-LOCK-COUNT < 100) THEN
                   ADD 1 TO ARCHIVE-LOCK-COUNT
                   MOVE ARCHIVE-LOCK-READ-LINE
                       TO ARCHIVE-LOCK-ENTRY(ARCHIVE-LOCK-COUNT)
                   IF(ARCHIVE-LOCK-HELD = 0 OR
                           ARCHIVE-LOCK-READ-LINE NOT =
                           ARCHIVE-LOCK-LINE) THEN
                       ADD 1 TO ARCHIVE-LOCK-OTHERS
                       IF(ARCHIVE-LOCK-OTHERS = 1) THEN
                           MOVE ARCHIVE-LOCK-READ-LINE
                               TO ARCHIVE-LOCK-FIRST-OTHER
                       END-IF
                       IF(ARCHIVE-LOCK-READ-LINE(1:6) = 'PURGE ') THEN
                           MOVE 1 TO ARCHIVE-LOCK-PURGING
                       END-IF
                   END-IF
               END-IF
               GO TO READ-ARCHIVE-LOCK-LOOP
           END-IF.

      *>      NEED ARCHIVE-LOCK-LINE SET BEFORE CALLING THIS - adds it
      *>      to archive-lock.txt and sets ARCHIVE-LOCK-HELD.
       CLAIM-ARCHIVE-LOCK.
           OPEN EXTEND ARCHIVE-LOCK-FILE
           IF(ARCHIVE-LOCK-FILE-STATUS NOT = '00') THEN
               OPEN OUTPUT ARCHIVE-LOCK-FILE
           END-IF
           IF(ARCHIVE-LOCK-FILE-STATUS = '00') THEN
               MOVE ARCHIVE-LOCK-LINE TO ARCHIVE-LOCK-RECORD
               WRITE ARCHIVE-LOCK-RECORD
               CLOSE ARCHIVE-LOCK-FILE
               MOVE 1 TO ARCHIVE-LOCK-HELD
           END-IF.

      *>      Takes this job's own line out of archive-lock.txt and
      *>      writes the others back as they were.
       RELEASE-ARCHIVE-LOCK.
           IF(ARCHIVE-LOCK-HELD = 1) THEN
               PERFORM READ-ARCHIVE-LOCK
               MOVE 0 TO ARCHIVE-LOCK-DROPPED
               OPEN OUTPUT ARCHIVE-LOCK-FILE
               IF(ARCHIVE-LOCK-FILE-STATUS = '00') THEN
                   MOVE 1 TO ARCHIVE-LOCK-INDEX
                   PERFORM RELEASE-ARCHIVE-LOCK-LOOP
                   CLOSE ARCHIVE-LOCK-FILE
               END-IF
               MOVE 0 TO ARCHIVE-LOCK-HELD
           END-IF.
       RELEASE-ARCHIVE-LOCK-LOOP.
           IF(ARCHIVE-LOCK-INDEX <= ARCHIVE-LOCK-COUNT) THEN
               IF(ARCHIVE-LOCK-DROPPED = 0 AND
                       ARCHIVE-LOCK-ENTRY(ARCHIVE-LOCK-INDEX) =
                       ARCHIVE-LOCK-LINE) THEN
                   MOVE 1 TO ARCHIVE-LOCK-DROPPED
               ELSE
                   MOVE ARCHIVE-LOCK-ENTRY(ARCHIVE-LOCK-INDEX)
                       TO ARCHIVE-LOCK-RECORD
                   WRITE ARCHIVE-LOCK-RECORD
               END-IF
               ADD 1 TO ARCHIVE-LOCK-INDEX
               GO TO RELEASE-ARCHIVE-LOCK-LOOP
           END-IF.

      *>      The edit pass: the duplicate-name prescan, then every
      *>      block of input.txt through PROCESS-ONE-PATTERN with
      *>      EDIT-MODE set, which parses and validates each block
      *>      exactly as the batch would and hands it to WRITE-EDIT-
      *>      ROW in place of simulating it. Ends with the block
      *>      totals and the severity, which is also left in
      *>      RETURN-CODE.
       RUN-EDIT-PASS.
           MOVE 0 TO RECON-SEVERITY
           OPEN OUTPUT EDIT-REPORT-FILE
           MOVE SPACES TO EDIT-LINE-STRING
           MOVE 1 TO EDIT-LINE-LENGTH
           STRING "Edit of " DELIMITED BY SIZE
               INPUT-DECK-FILENAME DELIMITED BY SPACE
               " for run " DELIMITED BY SIZE
               RUN-TIMESTAMP-TRIMED DELIMITED BY SPACE
               INTO EDIT-LINE-STRING
               WITH POINTER EDIT-LINE-LENGTH
           END-STRING
           PERFORM WRITE-EDIT-REPORT-LINE
           PERFORM PRESCAN-INPUT-NAMES
           OPEN INPUT INPUT-FILE
           MOVE 'N' TO INPUT-EOF-FLAG
           PERFORM MAIN-PARAGRAPH-LOOP
           CLOSE INPUT-FILE
           MOVE SPACES TO EDIT-LINE-STRING
           MOVE 1 TO EDIT-LINE-LENGTH
           MOVE EDIT-BLOCK-COUNT TO EDIT-NUM-STRING
           PERFORM TRIM-EDIT-NUMBER
           STRING "Blocks edited: " DELIMITED BY SIZE
               EDIT-NUM-TRIMED DELIMITED BY SPACE
               INTO EDIT-LINE-STRING
               WITH POINTER EDIT-LINE-LENGTH
           END-STRING
           MOVE EDIT-ACCEPTED-COUNT TO EDIT-NUM-STRING
           PERFORM TRIM-EDIT-NUMBER
           STRING ", accepted " DELIMITED BY SIZE
               EDIT-NUM-TRIMED DELIMITED BY SPACE
               INTO EDIT-LINE-STRING
               WITH POINTER EDIT-LINE-LENGTH
           END-STRING
           MOVE EDIT-WARNING-COUNT TO EDIT-NUM-STRING
           PERFORM TRIM-EDIT-NUMBER
           STRING ", warnings " DELIMITED BY SIZE
               EDIT-NUM-TRIMED DELIMITED BY SPACE
               INTO EDIT-LINE-STRING
               WITH POINTER EDIT-LINE-LENGTH
           END-STRING
           MOVE EDIT-REJECTED-COUNT TO EDIT-NUM-STRING
           PERFORM TRIM-EDIT-NUMBER
           STRING ", rejected " DELIMITED BY SIZE
               EDIT-NUM-TRIMED DELIMITED BY SPACE
               INTO EDIT-LINE-STRING
               WITH POINTER EDIT-LINE-LENGTH
           END-STRING
           MOVE EDIT-QUERY-COUNT TO EDIT-NUM-STRING
           PERFORM TRIM-EDIT-NUMBER
           STRING "; query lines " DELIMITED BY SIZE
               EDIT-NUM-TRIMED DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               INTO EDIT-LINE-STRING
               WITH POINTER EDIT-LINE-LENGTH
           END-STRING
           PERFORM WRITE-EDIT-REPORT-LINE
           DISPLAY EDIT-LINE-STRING(1:EDIT-LINE-SIZE)
           MOVE SPACES TO EDIT-LINE-STRING
           MOVE 1 TO EDIT-LINE-LENGTH
           IF(RECON-SEVERITY = 0) THEN
               STRING "Severity: CLEAN" DELIMITED BY SIZE
                   INTO EDIT-LINE-STRING
                   WITH POINTER EDIT-LINE-LENGTH
               END-STRING
           END-IF
           IF(RECON-SEVERITY = 4) THEN
               STRING "Severity: WARNINGS" DELIMITED BY SIZE
                   INTO EDIT-LINE-STRING
                   WITH POINTER EDIT-LINE-LENGTH
               END-STRING
           END-IF
           IF(RECON-SEVERITY = 8) THEN
               STRING "Severity: REJECTIONS" DELIMITED BY SIZE
                   INTO EDIT-LINE-STRING
                   WITH POINTER EDIT-LINE-LENGTH
               END-STRING
           END-IF
           PERFORM WRITE-EDIT-REPORT-LINE
           CLOSE EDIT-REPORT-FILE
           MOVE RECON-SEVERITY TO RETURN-CODE.

      *>      NEED EDIT-NUM-STRING SET BEFORE CALLING THIS.
       TRIM-EDIT-NUMBER.
           MOVE SPACES TO EDIT-NUM-TRIMED
           UNSTRING EDIT-NUM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, EDIT-NUM-TRIMED
           END-UNSTRING.

      *>      Starts one more note on this block's edit line, with a
      *>      "; " between it and any note already there. The caller
      *>      STRINGs the note text itself straight after.
       START-EDIT-NOTE.
           IF(EDIT-NOTE-LENGTH > 1) THEN
               STRING "; " DELIMITED BY SIZE
                   INTO EDIT-NOTE-STRING
                   WITH POINTER EDIT-NOTE-LENGTH
               END-STRING
           END-IF.

      *>      A name line made only of grid characters is legal (the
      *>      "000" gap CHECK-SKIPPED-LINE documents) but is far more
      *>      often a grid row the block before it did not declare,
      *>      which throws every later header in the deck off by one.
       CHECK-EDIT-BLOCK-NAME.
           MOVE PATTERN-NAME TO PATTERN-LINE
           PERFORM CHECK-SKIPPED-LINE
           IF(SKIP-LINE-LOOKS-LIKE-DATA = 1) THEN
               PERFORM START-EDIT-NOTE
               STRING "name line looks like grid data - the block "
                   DELIMITED BY SIZE
                   "before it may hold more rows than it declares"
                   DELIMITED BY SIZE
                   INTO EDIT-NOTE-STRING
                   WITH POINTER EDIT-NOTE-LENGTH
               END-STRING
           END-IF.

      *>      Checks what CLASSIFY-CONTROL-TOKENS quietly lets go: a
      *>      declared size with a zero dimension, and any control
      *>      token it does not recognise (a misspelt HISTORY simply
      *>      runs the block without history tonight). COMPARE and
      *>      its two settings were already blanked by the classify,
      *>      so whatever is left must be one of the single tokens.
       CHECK-EDIT-HEADER.
           IF(ROW-SIZE = 0 OR COLUMN-SIZE = 0) THEN
               PERFORM START-EDIT-NOTE
               STRING "declared grid size has a zero dimension"
                   DELIMITED BY SIZE
                   INTO EDIT-NOTE-STRING
                   WITH POINTER EDIT-NOTE-LENGTH
               END-STRING
           END-IF
           MOVE CONTROL-TOKEN-1 TO EDIT-TOKEN-SOURCE
           PERFORM CHECK-EDIT-TOKEN
           MOVE CONTROL-TOKEN-2 TO EDIT-TOKEN-SOURCE
           PERFORM CHECK-EDIT-TOKEN
           MOVE CONTROL-TOKEN-3 TO EDIT-TOKEN-SOURCE
           PERFORM CHECK-EDIT-TOKEN
           MOVE CONTROL-TOKEN-4 TO EDIT-TOKEN-SOURCE
           PERFORM CHECK-EDIT-TOKEN
           MOVE CONTROL-TOKEN-5 TO EDIT-TOKEN-SOURCE
           PERFORM CHECK-EDIT-TOKEN
           MOVE CONTROL-TOKEN-6 TO EDIT-TOKEN-SOURCE
           PERFORM CHECK-EDIT-TOKEN.

      *>      NEED EDIT-TOKEN-SOURCE SET BEFORE CALLING THIS - notes
      *>      the token when it is not one CLASSIFY-CONTROL-TOKENS
      *>      knows, or is a CAP=/rule token PARSE-CAP-TOKEN/PARSE-
      *>      RULE-TOKEN could not make sense of.
       CHECK-EDIT-TOKEN.
           IF(EDIT-TOKEN-SOURCE NOT = SPACES) THEN
               MOVE 0 TO EDIT-TOKEN-KNOWN
               IF(EDIT-TOKEN-SOURCE = 'WRAP' OR
                       EDIT-TOKEN-SOURCE = 'HISTORY' OR
                       EDIT-TOKEN-SOURCE = 'CHECKPOINT' OR
                       EDIT-TOKEN-SOURCE = 'CSV' OR
                       EDIT-TOKEN-SOURCE = 'JSON' OR
                       EDIT-TOKEN-SOURCE = 'HEATMAP' OR
                       EDIT-TOKEN-SOURCE = 'UNTIL-STABLE' OR
                       EDIT-TOKEN-SOURCE = 'NOWRAP' OR
                       EDIT-TOKEN-SOURCE = 'NOHISTORY' OR
                       EDIT-TOKEN-SOURCE = 'NOCHECKPOINT') THEN
                   MOVE 1 TO EDIT-TOKEN-KNOWN
               END-IF
               IF(EDIT-TOKEN-SOURCE(1:4) = 'CAP=') THEN
                   IF(EDIT-TOKEN-SOURCE(5:1) IS NUMERIC) THEN
                       MOVE 1 TO EDIT-TOKEN-KNOWN
                   ELSE
                       MOVE 2 TO EDIT-TOKEN-KNOWN
                   END-IF
               END-IF
               IF(EDIT-TOKEN-SOURCE(1:1) = 'B') THEN
                   MOVE 0 TO EDIT-RULE-MARK-COUNT
                   INSPECT EDIT-TOKEN-SOURCE TALLYING
                       EDIT-RULE-MARK-COUNT FOR ALL '/S'
                   IF(EDIT-RULE-MARK-COUNT = 1) THEN
                       MOVE 1 TO EDIT-TOKEN-KNOWN
                   ELSE
                       MOVE 2 TO EDIT-TOKEN-KNOWN
                   END-IF
               END-IF
               IF(EDIT-TOKEN-KNOWN = 0) THEN
                   PERFORM START-EDIT-NOTE
                   STRING "unknown control token " DELIMITED BY SIZE
                       EDIT-TOKEN-SOURCE DELIMITED BY SPACE
                       INTO EDIT-NOTE-STRING
                       WITH POINTER EDIT-NOTE-LENGTH
                   END-STRING
               END-IF
               IF(EDIT-TOKEN-KNOWN = 2) THEN
                   PERFORM START-EDIT-NOTE
                   STRING "malformed control token " DELIMITED BY SIZE
                       EDIT-TOKEN-SOURCE DELIMITED BY SPACE
                       INTO EDIT-NOTE-STRING
                       WITH POINTER EDIT-NOTE-LENGTH
                   END-STRING
               END-IF
           END-IF.

      *>      NEED EXPECTED-MODE=1 BEFORE CALLING THIS - checks the
      *>      expected grid READ-EXPECTED-ROWS just read against the
      *>      block's declared size: the right number of rows, each
      *>      exactly COLUMN-SIZE '*'/'0' characters wide. A grid with
      *>      too many rows is caught by looking at the line after it;
      *>      that line is handed back through PENDING-PATTERN-NAME,
      *>      the same way CHECK-EXPECTED-BLOCK hands back a line it
      *>      does not want, so the next block is read exactly as the
      *>      batch would read it.
       CHECK-EDIT-EXPECTED-GRID.
           IF(EXPECTED-DATA-VALID = 0) THEN
               PERFORM START-EDIT-NOTE
               STRING "expected grid has fewer rows than the "
                   DELIMITED BY SIZE
                   "declared row size" DELIMITED BY SIZE
                   INTO EDIT-NOTE-STRING
                   WITH POINTER EDIT-NOTE-LENGTH
               END-STRING
           ELSE
               MOVE 0 TO EDIT-BAD-ROW
               MOVE 1 TO EDIT-CHECK-ROW
               PERFORM CHECK-EDIT-EXPECTED-ROW-LOOP
               IF(EDIT-BAD-ROW > 0) THEN
                   MOVE EDIT-BAD-ROW TO EDIT-NUM-STRING
                   PERFORM TRIM-EDIT-NUMBER
                   MOVE EDIT-NUM-TRIMED TO EDIT-NUM-TRIMED-2
                   MOVE COLUMN-SIZE TO EDIT-NUM-STRING
                   PERFORM TRIM-EDIT-NUMBER
                   PERFORM START-EDIT-NOTE
                   STRING "expected grid row " DELIMITED BY SIZE
                       EDIT-NUM-TRIMED-2 DELIMITED BY SPACE
                       " is not " DELIMITED BY SIZE
                       EDIT-NUM-TRIMED DELIMITED BY SPACE
                       " '*'/'0' cells wide" DELIMITED BY SIZE
                       INTO EDIT-NOTE-STRING
                       WITH POINTER EDIT-NOTE-LENGTH
                   END-STRING
               END-IF
               IF(PENDING-PATTERN-FLAG NOT = 'Y' AND
                       INPUT-EOF-FLAG NOT = 'Y') THEN
                   READ INPUT-FILE INTO PATTERN-LINE
                       AT END
                       MOVE 'Y' TO INPUT-EOF-FLAG
                   END-READ
                   IF(INPUT-EOF-FLAG NOT = 'Y') THEN
                       PERFORM CHECK-SKIPPED-LINE
                       IF(SKIP-LINE-LOOKS-LIKE-DATA = 1 AND
                               PATTERN-LINE NOT = SPACES) THEN
                           PERFORM START-EDIT-NOTE
                           STRING "expected grid has more rows than "
                               DELIMITED BY SIZE
                               "the declared row size"
                               DELIMITED BY SIZE
                               INTO EDIT-NOTE-STRING
                               WITH POINTER EDIT-NOTE-LENGTH
                           END-STRING
                       END-IF
                       MOVE PATTERN-LINE TO PENDING-PATTERN-NAME
                       MOVE 'Y' TO PENDING-PATTERN-FLAG
                   END-IF
               END-IF
           END-IF.
       CHECK-EDIT-EXPECTED-ROW-LOOP.
           IF(EDIT-CHECK-ROW <= ROW-SIZE AND EDIT-BAD-ROW = 0) THEN
               MOVE 1 TO EDIT-CHECK-COLUMN
               PERFORM CHECK-EDIT-EXPECTED-COLUMN-LOOP
               IF(COLUMN-SIZE < 500 AND EDIT-BAD-ROW = 0) THEN
                   IF(EXPECTED-PATTERN-CELL(EDIT-CHECK-ROW,
                           COLUMN-SIZE + 1) NOT = SPACE) THEN
                       MOVE EDIT-CHECK-ROW TO EDIT-BAD-ROW
                   END-IF
               END-IF
               ADD 1 TO EDIT-CHECK-ROW
               GO TO CHECK-EDIT-EXPECTED-ROW-LOOP
           END-IF.
       CHECK-EDIT-EXPECTED-COLUMN-LOOP.
           IF(EDIT-CHECK-COLUMN <= COLUMN-SIZE AND
                   EDIT-BAD-ROW = 0) THEN
               IF(EXPECTED-PATTERN-CELL(EDIT-CHECK-ROW,
                       EDIT-CHECK-COLUMN) NOT = '*' AND
                       EXPECTED-PATTERN-CELL(EDIT-CHECK-ROW,
                       EDIT-CHECK-COLUMN) NOT = '0') THEN
                   MOVE EDIT-CHECK-ROW TO EDIT-BAD-ROW
               END-IF
               ADD 1 TO EDIT-CHECK-COLUMN
               GO TO CHECK-EDIT-EXPECTED-COLUMN-LOOP
           END-IF.

      *>      One verdict line per block: the name token, ACCEPTED/
      *>      WARNING/REJECTED, then either the size and run length
      *>      the block asks for or the rejection message the batch
      *>      would put on its status line, and any notes gathered
      *>      along the way.
       WRITE-EDIT-ROW.
           ADD 1 TO EDIT-BLOCK-COUNT
           MOVE SPACES TO EDIT-NAME-TOKEN
           UNSTRING PATTERN-NAME DELIMITED BY SPACE
               INTO EDIT-NAME-TOKEN
           END-UNSTRING
           IF(GRID-VALID = 1 AND PATTERN-VALID = 1) THEN
               IF(EDIT-NOTE-LENGTH > 1) THEN
                   MOVE 'WARNING' TO EDIT-VERDICT
                   ADD 1 TO EDIT-WARNING-COUNT
                   MOVE 4 TO RECON-NEW-SEVERITY
               ELSE
                   MOVE 'ACCEPTED' TO EDIT-VERDICT
                   ADD 1 TO EDIT-ACCEPTED-COUNT
                   MOVE 0 TO RECON-NEW-SEVERITY
               END-IF
           ELSE
               MOVE 'REJECTED' TO EDIT-VERDICT
               ADD 1 TO EDIT-REJECTED-COUNT
               MOVE 8 TO RECON-NEW-SEVERITY
           END-IF
           PERFORM RAISE-RECON-SEVERITY
           MOVE SPACES TO EDIT-LINE-STRING
           MOVE 1 TO EDIT-LINE-LENGTH
           STRING EDIT-NAME-TOKEN DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               EDIT-VERDICT DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INTO EDIT-LINE-STRING
               WITH POINTER EDIT-LINE-LENGTH
           END-STRING
           IF(EDIT-VERDICT = 'REJECTED') THEN
               IF(STATUS-LENGTH > 1) THEN
                   STRING STATUS-STRING(1:STATUS-LENGTH - 1)
                       DELIMITED BY SIZE
                       INTO EDIT-LINE-STRING
                       WITH POINTER EDIT-LINE-LENGTH
                   END-STRING
               END-IF
           ELSE
               IF(SOUP-MODE = 1) THEN
                   MOVE SOUP-COUNT TO EDIT-NUM-STRING
                   PERFORM TRIM-EDIT-NUMBER
                   STRING EDIT-NUM-TRIMED DELIMITED BY SPACE
                       " soups of " DELIMITED BY SIZE
                       INTO EDIT-LINE-STRING
                       WITH POINTER EDIT-LINE-LENGTH
                   END-STRING
               END-IF
               MOVE ROW-SIZE TO EDIT-NUM-STRING
               PERFORM TRIM-EDIT-NUMBER
               MOVE EDIT-NUM-TRIMED TO EDIT-NUM-TRIMED-2
               MOVE COLUMN-SIZE TO EDIT-NUM-STRING
               PERFORM TRIM-EDIT-NUMBER
               STRING EDIT-NUM-TRIMED-2 DELIMITED BY SPACE
                   "x" DELIMITED BY SIZE
                   EDIT-NUM-TRIMED DELIMITED BY SPACE
                   INTO EDIT-LINE-STRING
                   WITH POINTER EDIT-LINE-LENGTH
               END-STRING
               MOVE GENERATION-NUMBER TO EDIT-NUM-STRING
               PERFORM TRIM-EDIT-NUMBER
               IF(UNTIL-STABLE-MODE = 1) THEN
                   STRING ", until stable, cap " DELIMITED BY SIZE
                       EDIT-NUM-TRIMED DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       INTO EDIT-LINE-STRING
                       WITH POINTER EDIT-LINE-LENGTH
                   END-STRING
               ELSE
                   STRING ", " DELIMITED BY SIZE
                       EDIT-NUM-TRIMED DELIMITED BY SPACE
                       " generations." DELIMITED BY SIZE
                       INTO EDIT-LINE-STRING
                       WITH POINTER EDIT-LINE-LENGTH
                   END-STRING
               END-IF
           END-IF
           IF(EDIT-NOTE-LENGTH > 1) THEN
               STRING " Notes: " DELIMITED BY SIZE
                   EDIT-NOTE-STRING(1:EDIT-NOTE-LENGTH - 1)
                   DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO EDIT-LINE-STRING
                   WITH POINTER EDIT-LINE-LENGTH
               END-STRING
           END-IF
           PERFORM WRITE-EDIT-REPORT-LINE.

      *>      A QUERY or EQUIVALENT line owns no block, so it is
      *>      listed but not counted as one; one that names nothing
      *>      to look up is the only way it can be wrong.
       WRITE-EDIT-QUERY-ROW.
           ADD 1 TO EDIT-QUERY-COUNT
           MOVE SPACES TO QUERY-KEYWORD
           MOVE SPACES TO QUERY-TARGET
           UNSTRING PATTERN-NAME DELIMITED BY ALL SPACE
               INTO QUERY-KEYWORD, QUERY-TARGET
           END-UNSTRING
           MOVE SPACES TO EDIT-LINE-STRING
           MOVE 1 TO EDIT-LINE-LENGTH
           IF(QUERY-TARGET = SPACES) THEN
               STRING QUERY-KEYWORD DELIMITED BY SPACE
                   " WARNING query line names no pattern."
                   DELIMITED BY SIZE
                   INTO EDIT-LINE-STRING
                   WITH POINTER EDIT-LINE-LENGTH
               END-STRING
               MOVE 4 TO RECON-NEW-SEVERITY
               PERFORM RAISE-RECON-SEVERITY
           ELSE
               STRING QUERY-KEYWORD DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   QUERY-TARGET DELIMITED BY SPACE
                   " query line, answered from the archive at run "
                   DELIMITED BY SIZE
                   "time." DELIMITED BY SIZE
                   INTO EDIT-LINE-STRING
                   WITH POINTER EDIT-LINE-LENGTH
               END-STRING
           END-IF
           PERFORM WRITE-EDIT-REPORT-LINE.
       WRITE-EDIT-REPORT-LINE.
           COMPUTE EDIT-LINE-SIZE = EDIT-LINE-LENGTH - 1
           MOVE EDIT-LINE-STRING TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE.

      *>      Walks the whole of input.txt once, before MAIN-PARAGRAPH-
      *>      LOOP simulates anything, collecting every block's name
      *>      token (the part OUTPUT-FILENAME is built from) and
      *>      reporting every token seen twice - on the console and as
      *>      a DUPLICATE-NAME manifest row - with DUPLICATE-NAME-FOUND
      *>      set so the batch is refused before the later block's OPEN
      *>      OUTPUT can clobber the earlier one's results. Block
      *>      boundaries are found the cheap way here - a header line,
      *>      then lines are discarded for as long as they look like
      *>      pattern data ('*'/'0'/space only) - so a pattern name
      *>      built only from those characters (the same "000" gap
      *>      CHECK-SKIPPED-LINE documents) is not collected by this
      *>      scan. A candidate name is only counted once the two
      *>      lines after it pass the same digits-only and "digit
      *>      space digit" shape tests PEEK-HEADER-LOOKAHEAD applies:
      *>      a bad-character data row of a rejected block fails the
      *>      data test too and would otherwise be counted as a
      *>      phantom block, inflating PRESCAN-NAME-COUNT past what
      *>      the main loop really processes and mis-grading the
      *>      reconciliation. A probe line that breaks the header
      *>      shape is fed back as the next candidate, the same
      *>      hand-back discipline the skip loop itself uses.
       PRESCAN-INPUT-NAMES.
           MOVE 0 TO PRESCAN-NAME-COUNT
           MOVE 0 TO DUPLICATE-NAME-FOUND
           MOVE 'N' TO PRESCAN-EOF-FLAG
           MOVE 'N' TO PRESCAN-PENDING-FLAG
           OPEN INPUT INPUT-FILE
           PERFORM PRESCAN-BLOCK-LOOP
           CLOSE INPUT-FILE.
       PRESCAN-BLOCK-LOOP.
           IF(PRESCAN-EOF-FLAG NOT = 'Y') THEN
               IF(PRESCAN-PENDING-FLAG = 'Y') THEN
                   MOVE PRESCAN-PENDING-NAME TO PRESCAN-NAME-LINE
                   MOVE 'N' TO PRESCAN-PENDING-FLAG
               ELSE
                   READ INPUT-FILE INTO PRESCAN-NAME-LINE
                       AT END
                       MOVE 'Y' TO PRESCAN-EOF-FLAG
                   END-READ
               END-IF
               IF(PRESCAN-EOF-FLAG NOT = 'Y' AND
                       PRESCAN-NAME-LINE = SPACES) THEN
                   MOVE 'Y' TO PRESCAN-EOF-FLAG
               END-IF
      *>          An EXPECTED marker heads a block's optional expected
      *>          grid, not a new pattern block - its grid rows are
      *>          discarded the same way data rows are, and no name is
      *>          collected for it.
      *>          A QUERY or EQUIVALENT line is a whole "block" by
      *>          itself - nothing follows it, and it owns no output
      *>          files, so no name is collected for it either.
      *>          A SOUP line is a one-line block too, but it does own
      *>          a summary file - its SOUP<seed> token is the name.
               IF(PRESCAN-EOF-FLAG NOT = 'Y' AND
                       (PRESCAN-NAME-LINE(1:6) = 'QUERY ' OR
                       PRESCAN-NAME-LINE(1:11) = 'EQUIVALENT ')) THEN
                   CONTINUE
               ELSE
               IF(PRESCAN-EOF-FLAG NOT = 'Y' AND
                       PRESCAN-NAME-LINE(1:5) = 'SOUP ') THEN
                   MOVE PRESCAN-NAME-LINE TO SOUP-SOURCE-LINE
                   PERFORM PARSE-SOUP-LINE
                   MOVE SOUP-NAME-TOKEN TO PRESCAN-NAME-LINE
                   MOVE 1 TO FORECAST-SOUP-BLOCK
                   PERFORM PRESCAN-RECORD-NAME
                   MOVE 0 TO FORECAST-SOUP-BLOCK
               ELSE
               IF(PRESCAN-EOF-FLAG NOT = 'Y' AND
                       PRESCAN-NAME-LINE = 'EXPECTED') THEN
                   PERFORM PRESCAN-SKIP-DATA-LOOP
               ELSE
                   IF(PRESCAN-EOF-FLAG NOT = 'Y') THEN
                       READ INPUT-FILE INTO PRESCAN-GEN-LINE
                           AT END
                           MOVE 'Y' TO PRESCAN-EOF-FLAG
                       END-READ
                       IF(PRESCAN-EOF-FLAG NOT = 'Y') THEN
                           MOVE PRESCAN-GEN-LINE TO PEEK-GEN-LINE
                           PERFORM CHECK-PEEK-GEN-LINE
                           IF(PEEK-LOOKS-LIKE-GEN NOT = 1) THEN
                               MOVE PRESCAN-GEN-LINE
                                   TO PRESCAN-PENDING-NAME
                               MOVE 'Y' TO PRESCAN-PENDING-FLAG
                           ELSE
                               READ INPUT-FILE
                                   INTO PRESCAN-ROWCOL-LINE
                                   AT END
                                   MOVE 'Y' TO PRESCAN-EOF-FLAG
                               END-READ
                               IF(PRESCAN-EOF-FLAG NOT = 'Y') THEN
                                   MOVE PRESCAN-ROWCOL-LINE
                                       TO PEEK-ROWCOL-LINE
                                   PERFORM CHECK-PEEK-ROWCOL-LINE
                                   IF(PEEK-LOOKS-LIKE-ROWCOL NOT = 1)
                                           THEN
                                       MOVE PRESCAN-ROWCOL-LINE
                                           TO PRESCAN-PENDING-NAME
                                       MOVE 'Y'
                                           TO PRESCAN-PENDING-FLAG
                                   ELSE
                                       PERFORM PRESCAN-RECORD-NAME
                                       PERFORM PRESCAN-SKIP-DATA-LOOP
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               GO TO PRESCAN-BLOCK-LOOP
           END-IF.
       PRESCAN-SKIP-DATA-LOOP.
           IF(PRESCAN-EOF-FLAG NOT = 'Y' AND
                   PRESCAN-PENDING-FLAG NOT = 'Y') THEN
               READ INPUT-FILE INTO PATTERN-LINE
                   AT END
                   MOVE 'Y' TO PRESCAN-EOF-FLAG
               END-READ
               IF(PRESCAN-EOF-FLAG NOT = 'Y') THEN
                   PERFORM CHECK-SKIPPED-LINE
                   IF(SKIP-LINE-LOOKS-LIKE-DATA NOT = 1) THEN
                       MOVE PATTERN-LINE TO PRESCAN-PENDING-NAME
                       MOVE 'Y' TO PRESCAN-PENDING-FLAG
                   END-IF
               END-IF
               GO TO PRESCAN-SKIP-DATA-LOOP
           END-IF.

      *>      Records PRESCAN-NAME-LINE's first space-delimited token
      *>      against every name token already collected. The table
      *>      holds the first 200 names; a batch bigger than that
      *>      still has its first 200 checked, with any overflow left
      *>      to the per-block OPEN OUTPUT exactly as before.
       PRESCAN-RECORD-NAME.
           MOVE SPACES TO PRESCAN-NAME-TOKEN
           UNSTRING PRESCAN-NAME-LINE DELIMITED BY SPACE
               INTO PRESCAN-NAME-TOKEN
           END-UNSTRING
           MOVE 0 TO PRESCAN-DUPLICATE
           MOVE 1 TO PRESCAN-NAME-INDEX
           PERFORM PRESCAN-COMPARE-NAME-LOOP
           IF(PRESCAN-DUPLICATE = 1) THEN
               MOVE 1 TO DUPLICATE-NAME-FOUND
               DISPLAY "Duplicate pattern name in batch: "
                   PRESCAN-NAME-TOKEN
      *>          An edit pass has no manifest open; the duplicate
      *>          goes on its edit report instead.
               IF(EDIT-MODE = 1) THEN
                   MOVE SPACES TO EDIT-LINE-STRING
                   MOVE 1 TO EDIT-LINE-LENGTH
                   STRING PRESCAN-NAME-TOKEN DELIMITED BY SPACE
                       " DUPLICATE name repeats an earlier block; "
                       DELIMITED BY SIZE
                       "the batch would be refused." DELIMITED BY SIZE
                       INTO EDIT-LINE-STRING
                       WITH POINTER EDIT-LINE-LENGTH
                   END-STRING
                   PERFORM WRITE-EDIT-REPORT-LINE
                   MOVE 8 TO RECON-NEW-SEVERITY
                   PERFORM RAISE-RECON-SEVERITY
               ELSE
                   MOVE SPACES TO MANIFEST-LINE-STRING
                   MOVE 1 TO MANIFEST-LINE-LENGTH
                   STRING PRESCAN-NAME-TOKEN DELIMITED BY SPACE
                       " DUPLICATE-NAME 0 0 0" DELIMITED BY SIZE
                       INTO MANIFEST-LINE-STRING
                       WITH POINTER MANIFEST-LINE-LENGTH
                   END-STRING
                   COMPUTE MANIFEST-LINE-SIZE =
                       MANIFEST-LINE-LENGTH - 1
                   MOVE MANIFEST-LINE-STRING TO MANIFEST-OUTPUT-LINE
                   WRITE MANIFEST-OUTPUT-LINE
               END-IF
           ELSE
               IF(PRESCAN-NAME-COUNT < 200) THEN
                   ADD 1 TO PRESCAN-NAME-COUNT
                   MOVE PRESCAN-NAME-TOKEN
                       TO PRESCAN-NAME-ENTRY(PRESCAN-NAME-COUNT)
                   PERFORM RECORD-PRESCAN-FORECAST
               END-IF
           END-IF.
       PRESCAN-COMPARE-NAME-LOOP.
           IF(PRESCAN-NAME-INDEX <= PRESCAN-NAME-COUNT AND
                   PRESCAN-DUPLICATE = 0) THEN
               IF(PRESCAN-NAME-TOKEN =
                       PRESCAN-NAME-ENTRY(PRESCAN-NAME-INDEX)) THEN
                   MOVE 1 TO PRESCAN-DUPLICATE
               END-IF
               ADD 1 TO PRESCAN-NAME-INDEX
               GO TO PRESCAN-COMPARE-NAME-LOOP
           END-IF.

      *>      Checks whether PATTERN-NAME matches a shape already held
      *>      in PATTERN-LIBRARY-TABLE. The match is on the name
      *>      line's first space-delimited token - the same identity
      *>      OUTPUT-FILENAME, the manifest row, and the pre-flight
      *>      duplicate scan all use - so "GLIDER NIGHTLY" finds the
      *>      GLIDER shape the same way it names GLIDERcob.txt.
      *>      PATTERN-LIBRARY-MATCH-INDEX is only meaningful when
      *>      PATTERN-LIBRARY-MATCH comes back 1.
       LOOKUP-PATTERN-LIBRARY.
           MOVE SPACES TO LIBRARY-NAME-TOKEN
           UNSTRING PATTERN-NAME DELIMITED BY SPACE
               INTO LIBRARY-NAME-TOKEN
           END-UNSTRING
           MOVE 0 TO PATTERN-LIBRARY-MATCH
           MOVE 0 TO PATTERN-LIBRARY-MATCH-INDEX
           MOVE 1 TO PATTERN-LIBRARY-INDEX
           PERFORM LOOKUP-PATTERN-LIBRARY-LOOP.
       LOOKUP-PATTERN-LIBRARY-LOOP.
           IF(PATTERN-LIBRARY-INDEX <= PATTERN-LIBRARY-COUNT AND
                   PATTERN-LIBRARY-MATCH = 0) THEN
               IF(LIBRARY-NAME-TOKEN(1:20) =
                       LIB-NAME(PATTERN-LIBRARY-INDEX)) THEN
                   MOVE 1 TO PATTERN-LIBRARY-MATCH
                   MOVE PATTERN-LIBRARY-INDEX
                       TO PATTERN-LIBRARY-MATCH-INDEX
               END-IF
               ADD 1 TO PATTERN-LIBRARY-INDEX
               GO TO LOOKUP-PATTERN-LIBRARY-LOOP
           END-IF.

      *>      Fills PATTERN-TABLE/PREVIOUS-PATTERN-TABLE for this block
      *>      from the matched catalog entry instead of reading grid
      *>      rows from input.txt: every cell starts '0', then the
      *>      catalog's own grid is stamped into the top-left corner.
      *>      Sets CATALOG-TOO-BIG instead when the catalog entry does
      *>      not fit inside the declared ROW-SIZE x COLUMN-SIZE grid.
       STAMP-PATTERN-FROM-LIBRARY.
           MOVE 1 TO PATTERN-READ-VALID
           MOVE 0 TO CATALOG-TOO-BIG
           IF(LIB-ROW-SIZE(PATTERN-LIBRARY-MATCH-INDEX) > ROW-SIZE OR
                   LIB-COLUMN-SIZE(PATTERN-LIBRARY-MATCH-INDEX) >
                   COLUMN-SIZE) THEN
               MOVE 1 TO CATALOG-TOO-BIG
           ELSE
               MOVE 1 TO STAMP-ROW-COUNTER
               PERFORM STAMP-LIBRARY-ROW-LOOP
           END-IF.
       STAMP-LIBRARY-ROW-LOOP.
           IF(STAMP-ROW-COUNTER <= ROW-SIZE) THEN
               MOVE 1 TO STAMP-COLUMN-COUNTER
               PERFORM STAMP-LIBRARY-COLUMN-LOOP
               ADD 1 TO STAMP-ROW-COUNTER
               GO TO STAMP-LIBRARY-ROW-LOOP
           END-IF.
       STAMP-LIBRARY-COLUMN-LOOP.
           IF(STAMP-COLUMN-COUNTER <= COLUMN-SIZE) THEN
               IF(STAMP-ROW-COUNTER <=
                       LIB-ROW-SIZE(PATTERN-LIBRARY-MATCH-INDEX) AND
                       STAMP-COLUMN-COUNTER <=
                       LIB-COLUMN-SIZE(PATTERN-LIBRARY-MATCH-INDEX))
                       THEN
                   MOVE LIB-CELL(PATTERN-LIBRARY-MATCH-INDEX,
                       STAMP-ROW-COUNTER, STAMP-COLUMN-COUNTER)
                       TO PATTERN-CELL(STAMP-ROW-COUNTER,
                       STAMP-COLUMN-COUNTER)
               ELSE
                   MOVE '0' TO PATTERN-CELL(STAMP-ROW-COUNTER,
                       STAMP-COLUMN-COUNTER)
               END-IF
               MOVE PATTERN-CELL(STAMP-ROW-COUNTER,
                   STAMP-COLUMN-COUNTER)
                   TO PREVIOUS-PATTERN-CELL(STAMP-ROW-COUNTER,
                   STAMP-COLUMN-COUNTER)
               ADD 1 TO STAMP-COLUMN-COUNTER
               GO TO STAMP-LIBRARY-COLUMN-LOOP
           END-IF.

       WRITE-PATTERN.
      *>   LOOP
           MOVE 1 TO PATTERN-WRITE-COUNTER
           PERFORM WRITE-PATTERN-LOOP.
      *>   END LOOP
       WRITE-PATTERN-LOOP.
           IF (PATTERN-WRITE-COUNTER <= ROW-SIZE) THEN
               MOVE PREVIOUS-PATTERN-ROW(PATTERN-WRITE-COUNTER)
                   TO OUTPUT-PATTERN-LINE
               WRITE OUTPUT-PATTERN-LINE
               ADD 1 TO PATTERN-WRITE-COUNTER
               GO TO WRITE-PATTERN-LOOP
           END-IF.

      *>      Checks for a prior <name>restart.txt left by an earlier,
      *>      interrupted run of this same pattern block. A "COMPLETE"
      *>      marker (or no file at all) means there is nothing to
      *>      resume, and PATTERN-SIMULATION starts at generation 1 as
      *>      usual. Otherwise PATTERN-TABLE is loaded from the
      *>      checkpoint and CHECKPOINT-RESUME is set so PATTERN-
      *>      SIMULATION picks GENERATION-COUNTER back up one past the
      *>      generation that was saved.
       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF(CHECKPOINT-FILE-STATUS = '00') THEN
               READ CHECKPOINT-FILE INTO CHECKPOINT-LINE
                   AT END
                   MOVE SPACES TO CHECKPOINT-LINE
               END-READ
               IF(CHECKPOINT-LINE(1:10) = 'CHECKPOINT') THEN
      *>              A checkpoint written before the running stats
      *>              were added to this line will not have these five
      *>              extra tokens; leaving them pre-zeroed means an
      *>              older checkpoint just starts a fresh baseline
      *>              instead of failing to resume.
                   MOVE 0 TO CHECKPOINT-SAVED-MIN,
                       CHECKPOINT-SAVED-MAX,
                       CHECKPOINT-SAVED-BASELINE,
                       CHECKPOINT-SAVED-HAS-EXTINCTION,
                       CHECKPOINT-SAVED-EXTINCTION-GEN
                   UNSTRING CHECKPOINT-LINE DELIMITED BY SPACE
                       INTO CHECKPOINT-MARKER,
                       CHECKPOINT-SAVED-GENERATION,
                       CHECKPOINT-SAVED-MIN,
                       CHECKPOINT-SAVED-MAX,
                       CHECKPOINT-SAVED-BASELINE,
                       CHECKPOINT-SAVED-HAS-EXTINCTION,
                       CHECKPOINT-SAVED-EXTINCTION-GEN
                   END-UNSTRING
                   MOVE 1 TO CHECKPOINT-ROW-COUNTER
                   PERFORM LOAD-CHECKPOINT-ROW-LOOP
                   COMPUTE GENERATION-COUNTER =
                       CHECKPOINT-SAVED-GENERATION + 1
                   MOVE 1 TO CHECKPOINT-RESUME
                   MOVE CHECKPOINT-SAVED-MIN TO STATS-MIN-POPULATION
                   MOVE CHECKPOINT-SAVED-MAX TO STATS-MAX-POPULATION
                   MOVE CHECKPOINT-SAVED-BASELINE
                       TO STATS-HAVE-BASELINE
                   MOVE CHECKPOINT-SAVED-HAS-EXTINCTION
                       TO STATS-HAS-EXTINCTION
                   MOVE CHECKPOINT-SAVED-EXTINCTION-GEN
                       TO STATS-EXTINCTION-GENERATION
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.
       LOAD-CHECKPOINT-ROW-LOOP.
           IF(CHECKPOINT-ROW-COUNTER <= ROW-SIZE) THEN
               READ CHECKPOINT-FILE
                   INTO PATTERN-ROW(CHECKPOINT-ROW-COUNTER)
                   AT END
                   CONTINUE
               END-READ
               ADD 1 TO CHECKPOINT-ROW-COUNTER
               GO TO LOAD-CHECKPOINT-ROW-LOOP
           END-IF.

      *>      Overwrites <name>restart.txt with the board currently
      *>      held in PATTERN-TABLE and the generation number just
      *>      computed, so a later run of this pattern block can pick
      *>      up from here via LOAD-CHECKPOINT instead of generation 1.
       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE GENERATION-COUNTER TO CHECKPOINT-GEN-STRING
           UNSTRING CHECKPOINT-GEN-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, CHECKPOINT-GEN-TRIMED
           END-UNSTRING
           MOVE STATS-MIN-POPULATION TO CHECKPOINT-MIN-STRING
           UNSTRING CHECKPOINT-MIN-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, CHECKPOINT-MIN-TRIMED
           END-UNSTRING
           IF(STATS-MIN-POPULATION = 0) THEN
               MOVE "0" TO CHECKPOINT-MIN-TRIMED
           END-IF
           MOVE STATS-MAX-POPULATION TO CHECKPOINT-MAX-STRING
           UNSTRING CHECKPOINT-MAX-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, CHECKPOINT-MAX-TRIMED
           END-UNSTRING
           IF(STATS-MAX-POPULATION = 0) THEN
               MOVE "0" TO CHECKPOINT-MAX-TRIMED
           END-IF
           MOVE STATS-EXTINCTION-GENERATION TO CHECKPOINT-EXT-STRING
           UNSTRING CHECKPOINT-EXT-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, CHECKPOINT-EXT-TRIMED
           END-UNSTRING
           IF(STATS-EXTINCTION-GENERATION = 0) THEN
               MOVE "0" TO CHECKPOINT-EXT-TRIMED
           END-IF
           MOVE SPACES TO CHECKPOINT-LINE
           STRING "CHECKPOINT " DELIMITED BY SIZE
               CHECKPOINT-GEN-TRIMED DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CHECKPOINT-MIN-TRIMED DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CHECKPOINT-MAX-TRIMED DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               STATS-HAVE-BASELINE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STATS-HAS-EXTINCTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CHECKPOINT-EXT-TRIMED DELIMITED BY SPACE
               INTO CHECKPOINT-LINE
           END-STRING
           WRITE CHECKPOINT-LINE
           MOVE 1 TO CHECKPOINT-ROW-COUNTER
           PERFORM WRITE-CHECKPOINT-ROW-LOOP
           CLOSE CHECKPOINT-FILE.
       WRITE-CHECKPOINT-ROW-LOOP.
           IF(CHECKPOINT-ROW-COUNTER <= ROW-SIZE) THEN
               MOVE PATTERN-ROW(CHECKPOINT-ROW-COUNTER)
                   TO CHECKPOINT-LINE
               WRITE CHECKPOINT-LINE
               ADD 1 TO CHECKPOINT-ROW-COUNTER
               GO TO WRITE-CHECKPOINT-ROW-LOOP
           END-IF.

      *>      Replaces <name>restart.txt with a bare completion marker
      *>      once the simulation has finished, so a later accidental
      *>      re-run of this pattern block does not try to resume a
      *>      job that already ran to completion.
       WRITE-CHECKPOINT-COMPLETE.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE "COMPLETE" TO CHECKPOINT-LINE
           WRITE CHECKPOINT-LINE
           CLOSE CHECKPOINT-FILE.

      *>      Builds one comma-separated "0"/"1" CSV-LINE-STRING for
      *>      PREVIOUS-PATTERN-ROW(CSV-ROW-COUNTER) across COLUMN-SIZE
      *>      columns. Shared by the final-grid-only and the per-
      *>      generation streaming CSV writers below.
       BUILD-CSV-ROW.
           MOVE SPACES TO CSV-LINE-STRING
           MOVE 1 TO CSV-LINE-LENGTH
           MOVE 1 TO CSV-COLUMN-COUNTER
           PERFORM BUILD-CSV-ROW-COLUMN-LOOP.
       BUILD-CSV-ROW-COLUMN-LOOP.
           IF(CSV-COLUMN-COUNTER <= COLUMN-SIZE) THEN
               IF(CSV-COLUMN-COUNTER > 1) THEN
                   STRING "," DELIMITED BY SIZE
                       INTO CSV-LINE-STRING
                       WITH POINTER CSV-LINE-LENGTH
                   END-STRING
               END-IF
               IF(PREVIOUS-PATTERN-CELL(CSV-ROW-COUNTER,
                       CSV-COLUMN-COUNTER) = '*') THEN
                   STRING "1" DELIMITED BY SIZE
                       INTO CSV-LINE-STRING
                       WITH POINTER CSV-LINE-LENGTH
                   END-STRING
               ELSE
                   STRING "0" DELIMITED BY SIZE
                       INTO CSV-LINE-STRING
                       WITH POINTER CSV-LINE-LENGTH
                   END-STRING
               END-IF
               ADD 1 TO CSV-COLUMN-COUNTER
               GO TO BUILD-CSV-ROW-COLUMN-LOOP
           END-IF.

      *>      Writes <name>.csv once, after the simulation has stopped,
      *>      holding only the final grid - used when the CSV token is
      *>      present without HISTORY.
       WRITE-CSV-FINAL.
           OPEN OUTPUT CSV-FILE
           MOVE 1 TO CSV-ROW-COUNTER
           PERFORM WRITE-CSV-FINAL-ROW-LOOP
           CLOSE CSV-FILE.
       WRITE-CSV-FINAL-ROW-LOOP.
           IF(CSV-ROW-COUNTER <= ROW-SIZE) THEN
               PERFORM BUILD-CSV-ROW
               COMPUTE CSV-LINE-SIZE = CSV-LINE-LENGTH - 1
               MOVE CSV-LINE-STRING TO CSV-OUTPUT-LINE
               WRITE CSV-OUTPUT-LINE
               ADD 1 TO CSV-ROW-COUNTER
               GO TO WRITE-CSV-FINAL-ROW-LOOP
           END-IF.

      *>      Appends a "# Generation n" comment line plus the grid
      *>      just finished to <name>.csv - used when CSV is combined
      *>      with HISTORY, same per-generation timing as WRITE-
      *>      HISTORY-STEP.
       WRITE-CSV-STEP.
           COMPUTE CSV-GEN-NUMBER = GENERATION-COUNTER - 1
           MOVE CSV-GEN-NUMBER TO CSV-GEN-STRING
           UNSTRING CSV-GEN-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, CSV-GEN-TRIMED
           END-UNSTRING
           MOVE SPACES TO CSV-LINE-STRING
           MOVE 1 TO CSV-LINE-LENGTH
           STRING "# Generation " DELIMITED BY SIZE
               CSV-GEN-TRIMED DELIMITED BY SPACE
               INTO CSV-LINE-STRING
               WITH POINTER CSV-LINE-LENGTH
           END-STRING
           COMPUTE CSV-LINE-SIZE = CSV-LINE-LENGTH - 1
           MOVE CSV-LINE-STRING TO CSV-OUTPUT-LINE
           WRITE CSV-OUTPUT-LINE
           MOVE 1 TO CSV-ROW-COUNTER
           PERFORM WRITE-CSV-STEP-ROW-LOOP.
       WRITE-CSV-STEP-ROW-LOOP.
           IF(CSV-ROW-COUNTER <= ROW-SIZE) THEN
               PERFORM BUILD-CSV-ROW
               COMPUTE CSV-LINE-SIZE = CSV-LINE-LENGTH - 1
               MOVE CSV-LINE-STRING TO CSV-OUTPUT-LINE
               WRITE CSV-OUTPUT-LINE
               ADD 1 TO CSV-ROW-COUNTER
               GO TO WRITE-CSV-STEP-ROW-LOOP
           END-IF.

      *>      Builds one JSON array "[0,1,0,...]" in JSON-LINE-STRING
      *>      for PREVIOUS-PATTERN-ROW(JSON-ROW-COUNTER). Shared by all
      *>      the JSON writers below; callers append any trailing comma
      *>      and WRITE the line themselves.
       BUILD-JSON-ROW.
           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING "[" DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           MOVE 1 TO JSON-COLUMN-COUNTER
           PERFORM BUILD-JSON-ROW-COLUMN-LOOP
           STRING "]" DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING.
       BUILD-JSON-ROW-COLUMN-LOOP.
           IF(JSON-COLUMN-COUNTER <= COLUMN-SIZE) THEN
               IF(JSON-COLUMN-COUNTER > 1) THEN
                   STRING "," DELIMITED BY SIZE
                       INTO JSON-LINE-STRING
                       WITH POINTER JSON-LINE-LENGTH
                   END-STRING
               END-IF
               IF(PREVIOUS-PATTERN-CELL(JSON-ROW-COUNTER,
                       JSON-COLUMN-COUNTER) = '*') THEN
                   STRING "1" DELIMITED BY SIZE
                       INTO JSON-LINE-STRING
                       WITH POINTER JSON-LINE-LENGTH
                   END-STRING
               ELSE
                   STRING "0" DELIMITED BY SIZE
                       INTO JSON-LINE-STRING
                       WITH POINTER JSON-LINE-LENGTH
                   END-STRING
               END-IF
               ADD 1 TO JSON-COLUMN-COUNTER
               GO TO BUILD-JSON-ROW-COLUMN-LOOP
           END-IF.

      *>      Writes <name>.json once, after the simulation has
      *>      stopped, as a single object holding only the final grid -
      *>      used when the JSON token is present without HISTORY.
       WRITE-JSON-FINAL.
           OPEN OUTPUT JSON-FILE
           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING "{" DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE

           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING '"pattern": "' DELIMITED BY SIZE
               PATTERN-NAME DELIMITED BY SPACE
               '",' DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE

           MOVE ROW-SIZE TO JSON-DIM-STRING
           UNSTRING JSON-DIM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, JSON-DIM-TRIMED
           END-UNSTRING
           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING '"rows": ' DELIMITED BY SIZE
               JSON-DIM-TRIMED DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE

           MOVE COLUMN-SIZE TO JSON-DIM-STRING
           UNSTRING JSON-DIM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, JSON-DIM-TRIMED
           END-UNSTRING
           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING '"columns": ' DELIMITED BY SIZE
               JSON-DIM-TRIMED DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE

           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING '"grid": [' DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE

           MOVE 1 TO JSON-ROW-COUNTER
           PERFORM WRITE-JSON-FINAL-ROW-LOOP

           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING "]" DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE

           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING "}" DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE
           CLOSE JSON-FILE.
       WRITE-JSON-FINAL-ROW-LOOP.
           IF(JSON-ROW-COUNTER <= ROW-SIZE) THEN
               PERFORM BUILD-JSON-ROW
               IF(JSON-ROW-COUNTER < ROW-SIZE) THEN
                   STRING "," DELIMITED BY SIZE
                       INTO JSON-LINE-STRING
                       WITH POINTER JSON-LINE-LENGTH
                   END-STRING
               END-IF
               COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
               MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
               WRITE JSON-OUTPUT-LINE
               ADD 1 TO JSON-ROW-COUNTER
               GO TO WRITE-JSON-FINAL-ROW-LOOP
           END-IF.

      *>      Opens the "{ "pattern": ..., "generations": [" preamble
      *>      of <name>.json once, before the simulation loop starts -
      *>      used when JSON is combined with HISTORY to stream every
      *>      generation instead of just the final grid.
       WRITE-JSON-HEADER.
           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING "{" DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE

           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING '"pattern": "' DELIMITED BY SIZE
               PATTERN-NAME DELIMITED BY SPACE
               '",' DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE

           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING '"generations": [' DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE
           MOVE 0 TO JSON-FIRST-GEN.

      *>      Appends one "{ "generation": n, "grid": [...] }" object
      *>      to the open "generations" array in <name>.json for the
      *>      generation just finished - same per-generation timing as
      *>      WRITE-HISTORY-STEP. A leading comma is written before
      *>      every entry after the first, since the total number of
      *>      generations isn't known until the loop actually stops.
       WRITE-JSON-STEP.
           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           IF(JSON-FIRST-GEN = 1) THEN
               STRING "," DELIMITED BY SIZE
                   INTO JSON-LINE-STRING
                   WITH POINTER JSON-LINE-LENGTH
               END-STRING
           END-IF
           STRING "{" DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE
           MOVE 1 TO JSON-FIRST-GEN

           COMPUTE JSON-GEN-NUMBER = GENERATION-COUNTER - 1
           MOVE JSON-GEN-NUMBER TO JSON-GEN-STRING
           UNSTRING JSON-GEN-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, JSON-GEN-TRIMED
           END-UNSTRING
           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING '"generation": ' DELIMITED BY SIZE
               JSON-GEN-TRIMED DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE

           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING '"grid": [' DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE

           MOVE 1 TO JSON-ROW-COUNTER
           PERFORM WRITE-JSON-STEP-ROW-LOOP

           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING "]}" DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE.
       WRITE-JSON-STEP-ROW-LOOP.
           IF(JSON-ROW-COUNTER <= ROW-SIZE) THEN
               PERFORM BUILD-JSON-ROW
               IF(JSON-ROW-COUNTER < ROW-SIZE) THEN
                   STRING "," DELIMITED BY SIZE
                       INTO JSON-LINE-STRING
                       WITH POINTER JSON-LINE-LENGTH
                   END-STRING
               END-IF
               COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
               MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
               WRITE JSON-OUTPUT-LINE
               ADD 1 TO JSON-ROW-COUNTER
               GO TO WRITE-JSON-STEP-ROW-LOOP
           END-IF.

      *>      Closes the "generations" array and the outer object once
      *>      the simulation loop has stopped, then closes the file.
       WRITE-JSON-FOOTER.
           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING "]" DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE

           MOVE SPACES TO JSON-LINE-STRING
           MOVE 1 TO JSON-LINE-LENGTH
           STRING "}" DELIMITED BY SIZE
               INTO JSON-LINE-STRING
               WITH POINTER JSON-LINE-LENGTH
           END-STRING
           COMPUTE JSON-LINE-SIZE = JSON-LINE-LENGTH - 1
           MOVE JSON-LINE-STRING TO JSON-OUTPUT-LINE
           WRITE JSON-OUTPUT-LINE
           CLOSE JSON-FILE.

      *>      Writes <name>heat.txt once, after the simulation has
      *>      stopped: one digit (0-8) per cell of the final grid in
      *>      PREVIOUS-PATTERN-TABLE, each cell's live-neighbour count
      *>      as COUNT-CELLS computes it - wrapped neighbourhoods
      *>      included when WRAP-MODE is on for the block.
       WRITE-HEATMAP.
           OPEN OUTPUT HEATMAP-FILE
           MOVE 1 TO HEATMAP-ROW-COUNTER
           PERFORM WRITE-HEATMAP-ROW-LOOP
           CLOSE HEATMAP-FILE.
       WRITE-HEATMAP-ROW-LOOP.
           IF(HEATMAP-ROW-COUNTER <= ROW-SIZE) THEN
               MOVE SPACES TO HEATMAP-LINE-STRING
               MOVE HEATMAP-ROW-COUNTER TO COUNT-CELLS-CURRENT-ROW
               MOVE 1 TO HEATMAP-COLUMN-COUNTER
               PERFORM WRITE-HEATMAP-COLUMN-LOOP
               MOVE HEATMAP-LINE-STRING TO HEATMAP-OUTPUT-LINE
               WRITE HEATMAP-OUTPUT-LINE
               ADD 1 TO HEATMAP-ROW-COUNTER
               GO TO WRITE-HEATMAP-ROW-LOOP
           END-IF.
       WRITE-HEATMAP-COLUMN-LOOP.
           IF(HEATMAP-COLUMN-COUNTER <= COLUMN-SIZE) THEN
               MOVE HEATMAP-COLUMN-COUNTER
                   TO COUNT-CELLS-CURRENT-COLUMN
               PERFORM COUNT-CELLS
               MOVE COUNT-CELLS-RESULT
                   TO HEATMAP-LINE-STRING(HEATMAP-COLUMN-COUNTER:1)
               ADD 1 TO HEATMAP-COLUMN-COUNTER
               GO TO WRITE-HEATMAP-COLUMN-LOOP
           END-IF.

      *>      Appends one "Generation n" header plus the grid currently
      *>      held in PREVIOUS-PATTERN-TABLE to HISTORY-FILE. Called
      *>      right after COPY-PATTERN, while PREVIOUS-PATTERN-TABLE
      *>      still holds the generation just finished (GENERATION-
      *>      COUNTER - 1) and before it is overwritten by the next
      *>      step's computation.
       WRITE-HISTORY-STEP.
           COMPUTE HISTORY-GEN-NUMBER = GENERATION-COUNTER - 1
           MOVE HISTORY-GEN-NUMBER TO HISTORY-GEN-STRING
           UNSTRING HISTORY-GEN-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, HISTORY-GEN-TRIMED
           END-UNSTRING
           MOVE SPACES TO HISTORY-HEADER-STRING
           MOVE 1 TO HISTORY-HEADER-LENGTH
           STRING "Generation " DELIMITED BY SIZE
               HISTORY-GEN-TRIMED DELIMITED BY SPACE
               INTO HISTORY-HEADER-STRING
               WITH POINTER HISTORY-HEADER-LENGTH
           END-STRING
           COMPUTE HISTORY-HEADER-SIZE = HISTORY-HEADER-LENGTH - 1
           MOVE HISTORY-HEADER-STRING TO HISTORY-HEADER-LINE
           WRITE HISTORY-HEADER-LINE
           MOVE 1 TO HISTORY-WRITE-COUNTER
           PERFORM WRITE-HISTORY-STEP-LOOP.
       WRITE-HISTORY-STEP-LOOP.
           IF(HISTORY-WRITE-COUNTER <= ROW-SIZE) THEN
               MOVE PREVIOUS-PATTERN-ROW(HISTORY-WRITE-COUNTER)
                   TO HISTORY-PATTERN-LINE
               WRITE HISTORY-PATTERN-LINE
               ADD 1 TO HISTORY-WRITE-COUNTER
               GO TO WRITE-HISTORY-STEP-LOOP
           END-IF.

      *>      Tallies live cells in PREVIOUS-PATTERN-TABLE (the
      *>      generation just finished, GENERATION-COUNTER - 1 - same
      *>      timing as WRITE-HISTORY-STEP), updates the running min/
      *>      max/extinction tracking fields, and appends one line to
      *>      STATS-FILE for that generation.
       RECORD-POPULATION-STEP.
           MOVE 0 TO STATS-POPULATION
           COMPUTE AUDIT-CURRENT-GEN = GENERATION-COUNTER - 1
      *>      Only live cells contribute to the tally, and PREVIOUS-
      *>      PATTERN-TABLE here holds the same generation the live
      *>      bounding box describes - so the count walks the box,
      *>      not the whole board.
           IF(SIM-ANY-ALIVE = 1) THEN
               MOVE SIM-MIN-ROW TO STATS-COUNT-ROW-COUNTER
               PERFORM RECORD-POPULATION-ROW-LOOP
           END-IF

           IF(STATS-HAVE-BASELINE = 0) THEN
               MOVE STATS-POPULATION TO STATS-MIN-POPULATION
               MOVE STATS-POPULATION TO STATS-MAX-POPULATION
               MOVE 1 TO STATS-HAVE-BASELINE
           END-IF
           IF(STATS-POPULATION < STATS-MIN-POPULATION) THEN
               MOVE STATS-POPULATION TO STATS-MIN-POPULATION
           END-IF
           IF(STATS-POPULATION > STATS-MAX-POPULATION) THEN
               MOVE STATS-POPULATION TO STATS-MAX-POPULATION
           END-IF
           IF(STATS-POPULATION = 0 AND STATS-HAS-EXTINCTION = 0) THEN
               MOVE 1 TO STATS-HAS-EXTINCTION
               COMPUTE STATS-EXTINCTION-GENERATION =
                   GENERATION-COUNTER - 1
           END-IF

      *>      A soup keeps the tallies but has no stats.txt of its
      *>      own to write the generation line into; nor does a
      *>      catalog entry under certification.
           IF(SOUP-MODE = 0 AND CERTIFY-MODE = 0) THEN
               COMPUTE STATS-GEN-NUMBER = GENERATION-COUNTER - 1
               MOVE STATS-GEN-NUMBER TO STATS-GEN-STRING
               UNSTRING STATS-GEN-STRING DELIMITED BY ALL SPACE
                   INTO TEMP-NUMBER, STATS-GEN-TRIMED
               END-UNSTRING
               MOVE STATS-POPULATION TO STATS-POP-STRING
               UNSTRING STATS-POP-STRING DELIMITED BY ALL SPACE
                   INTO TEMP-NUMBER, STATS-POP-TRIMED
               END-UNSTRING

               MOVE SPACES TO STATS-LINE-STRING
               MOVE 1 TO STATS-LINE-LENGTH
               STRING "Generation " DELIMITED BY SIZE
                   STATS-GEN-TRIMED DELIMITED BY SPACE
                   ": population " DELIMITED BY SIZE
                   STATS-POP-TRIMED DELIMITED BY SPACE
                   INTO STATS-LINE-STRING
                   WITH POINTER STATS-LINE-LENGTH
               END-STRING
               COMPUTE STATS-LINE-SIZE = STATS-LINE-LENGTH - 1
               MOVE STATS-LINE-STRING TO STATS-OUTPUT-LINE
               WRITE STATS-OUTPUT-LINE
           END-IF.
       RECORD-POPULATION-ROW-LOOP.
           IF(STATS-COUNT-ROW-COUNTER <= SIM-MAX-ROW) THEN
               MOVE SIM-MIN-COLUMN TO STATS-COUNT-COLUMN-COUNTER
               PERFORM RECORD-POPULATION-COLUMN-LOOP
               ADD 1 TO STATS-COUNT-ROW-COUNTER
               GO TO RECORD-POPULATION-ROW-LOOP
           END-IF.
       RECORD-POPULATION-COLUMN-LOOP.
           IF(STATS-COUNT-COLUMN-COUNTER <= SIM-MAX-COLUMN) THEN
               IF(PREVIOUS-PATTERN-CELL(STATS-COUNT-ROW-COUNTER,
                   STATS-COUNT-COLUMN-COUNTER) = '*') THEN
                   ADD 1 TO STATS-POPULATION
                   IF(AUDIT-EVER-ALIVE(STATS-COUNT-ROW-COUNTER,
                           STATS-COUNT-COLUMN-COUNTER) = 0) THEN
                       MOVE 1 TO
                           AUDIT-EVER-ALIVE(STATS-COUNT-ROW-COUNTER,
                           STATS-COUNT-COLUMN-COUNTER)
                       MOVE AUDIT-CURRENT-GEN TO
                           AUDIT-FIRST-BORN(STATS-COUNT-ROW-COUNTER,
                           STATS-COUNT-COLUMN-COUNTER)
                   END-IF
                   MOVE AUDIT-CURRENT-GEN TO
                       AUDIT-LAST-ALIVE(STATS-COUNT-ROW-COUNTER,
                       STATS-COUNT-COLUMN-COUNTER)
               END-IF
               ADD 1 TO STATS-COUNT-COLUMN-COUNTER
               GO TO RECORD-POPULATION-COLUMN-LOOP
           END-IF.

      *>      Clears the boundary-contact tallies for a new block.
       RESET-EDGE-STATE.
           MOVE 0 TO EDGE-CONTACT
           MOVE 0 TO EDGE-FIRST-CONTACT-GEN
           MOVE SPACES TO EDGE-FILENAME
           MOVE 1 TO EDGE-INDEX
           PERFORM RESET-EDGE-ENTRY-LOOP.
       RESET-EDGE-ENTRY-LOOP.
           IF(EDGE-INDEX <= 4) THEN
               MOVE 0 TO EDGE-CELLS(EDGE-INDEX)
               MOVE 0 TO EDGE-TOUCHED(EDGE-INDEX)
               MOVE 0 TO EDGE-FIRST-GEN(EDGE-INDEX)
               MOVE 0 TO EDGE-FIRST-CELLS(EDGE-INDEX)
               MOVE 0 TO EDGE-GEN-COUNT(EDGE-INDEX)
               ADD 1 TO EDGE-INDEX
               GO TO RESET-EDGE-ENTRY-LOOP
           END-IF.

      *>      NEED SIM-ANY-ALIVE=1 AND THE SIM BOUNDS DESCRIBING
      *>      PREVIOUS-PATTERN-TABLE BEFORE CALLING THIS - the same
      *>      generation RECORD-POPULATION-STEP has just counted. The
      *>      bounding box says which edges can have live cells on
      *>      them; only those are counted, and a generation with any
      *>      contact gets one line in <name>edge.txt, the file being
      *>      opened on the block's first contact.
       RECORD-EDGE-STEP.
           IF(SIM-MIN-ROW = 1 OR SIM-MAX-ROW = ROW-SIZE OR
                   SIM-MIN-COLUMN = 1 OR
                   SIM-MAX-COLUMN = COLUMN-SIZE) THEN
               COMPUTE EDGE-GENERATION = GENERATION-COUNTER - 1
               MOVE 0 TO EDGE-CELLS(1)
               MOVE 0 TO EDGE-CELLS(2)
               MOVE 0 TO EDGE-CELLS(3)
               MOVE 0 TO EDGE-CELLS(4)
               IF(SIM-MIN-ROW = 1) THEN
                   INSPECT PREVIOUS-PATTERN-ROW(1)(1:COLUMN-SIZE)
                       TALLYING EDGE-CELLS(1) FOR ALL '*'
               END-IF
               IF(SIM-MAX-ROW = ROW-SIZE) THEN
                   INSPECT PREVIOUS-PATTERN-ROW(ROW-SIZE)
                       (1:COLUMN-SIZE)
                       TALLYING EDGE-CELLS(2) FOR ALL '*'
               END-IF
               IF(SIM-MIN-COLUMN = 1 OR
                       SIM-MAX-COLUMN = COLUMN-SIZE) THEN
                   MOVE SIM-MIN-ROW TO EDGE-SCAN-ROW
                   PERFORM COUNT-EDGE-COLUMN-LOOP
               END-IF
               IF(EDGE-CONTACT = 0) THEN
                   MOVE 1 TO EDGE-CONTACT
                   MOVE EDGE-GENERATION TO EDGE-FIRST-CONTACT-GEN
                   MOVE 1 TO STRING-POINTER
                   STRING OUTPUT-PREFIX DELIMITED BY SPACE
                       PATTERN-NAME DELIMITED BY SPACE
                       'edge.txt' DELIMITED BY SIZE
                       INTO EDGE-FILENAME
                   END-STRING
                   OPEN OUTPUT EDGE-FILE
                   IF(EDGE-FILE-STATUS = '00') THEN
                       MOVE 1 TO EDGE-FILE-OPEN
                   ELSE
                       MOVE 0 TO EDGE-FILE-OPEN
                       DISPLAY "Boundary contact file not written: "
                           EDGE-FILENAME(1:60)
                   END-IF
                   MOVE ROW-SIZE TO EDGE-NUM-STRING
                   PERFORM TRIM-EDGE-NUMBER
                   MOVE EDGE-NUM-TRIMED TO EDGE-NUM-TRIMED-2
                   MOVE COLUMN-SIZE TO EDGE-NUM-STRING
                   PERFORM TRIM-EDGE-NUMBER
                   MOVE SPACES TO EDGE-LINE-STRING
                   MOVE 1 TO EDGE-LINE-LENGTH
                   STRING "Boundary contact for " DELIMITED BY SIZE
                       PATTERN-NAME DELIMITED BY SPACE
                       " on a " DELIMITED BY SIZE
                       EDGE-NUM-TRIMED-2 DELIMITED BY SPACE
                       "x" DELIMITED BY SIZE
                       EDGE-NUM-TRIMED DELIMITED BY SPACE
                       " grid without WRAP" DELIMITED BY SIZE
                       INTO EDGE-LINE-STRING
                       WITH POINTER EDGE-LINE-LENGTH
                   END-STRING
                   PERFORM WRITE-EDGE-LINE
               END-IF
               MOVE EDGE-GENERATION TO EDGE-NUM-STRING
               PERFORM TRIM-EDGE-NUMBER
               MOVE SPACES TO EDGE-LINE-STRING
               MOVE 1 TO EDGE-LINE-LENGTH
               STRING "Generation " DELIMITED BY SIZE
                   EDGE-NUM-TRIMED DELIMITED BY SPACE
                   ":" DELIMITED BY SIZE
                   INTO EDGE-LINE-STRING
                   WITH POINTER EDGE-LINE-LENGTH
               END-STRING
               MOVE 0 TO EDGE-ANY-THIS-GEN
               MOVE 1 TO EDGE-INDEX
               PERFORM TALLY-EDGE-LOOP
               STRING "." DELIMITED BY SIZE
                   INTO EDGE-LINE-STRING
                   WITH POINTER EDGE-LINE-LENGTH
               END-STRING
               PERFORM WRITE-EDGE-LINE
           END-IF.
       COUNT-EDGE-COLUMN-LOOP.
           IF(EDGE-SCAN-ROW <= SIM-MAX-ROW) THEN
               IF(PREVIOUS-PATTERN-CELL(EDGE-SCAN-ROW, 1) = '*') THEN
                   ADD 1 TO EDGE-CELLS(3)
               END-IF
               IF(PREVIOUS-PATTERN-CELL(EDGE-SCAN-ROW, COLUMN-SIZE)
                       = '*') THEN
                   ADD 1 TO EDGE-CELLS(4)
               END-IF
               ADD 1 TO EDGE-SCAN-ROW
               GO TO COUNT-EDGE-COLUMN-LOOP
           END-IF.
      *>      Adds each touched edge to the generation's line and to
      *>      its running first-contact and generation counts.
       TALLY-EDGE-LOOP.
           IF(EDGE-INDEX <= 4) THEN
               IF(EDGE-CELLS(EDGE-INDEX) > 0) THEN
                   IF(EDGE-TOUCHED(EDGE-INDEX) = 0) THEN
                       MOVE 1 TO EDGE-TOUCHED(EDGE-INDEX)
                       MOVE EDGE-GENERATION
                           TO EDGE-FIRST-GEN(EDGE-INDEX)
                       MOVE EDGE-CELLS(EDGE-INDEX)
                           TO EDGE-FIRST-CELLS(EDGE-INDEX)
                   END-IF
                   ADD 1 TO EDGE-GEN-COUNT(EDGE-INDEX)
                   IF(EDGE-ANY-THIS-GEN = 1) THEN
                       STRING "," DELIMITED BY SIZE
                           INTO EDGE-LINE-STRING
                           WITH POINTER EDGE-LINE-LENGTH
                       END-STRING
                   END-IF
                   MOVE 1 TO EDGE-ANY-THIS-GEN
                   PERFORM SET-EDGE-NAME-WORD
                   MOVE EDGE-CELLS(EDGE-INDEX) TO EDGE-NUM-STRING
                   PERFORM TRIM-EDGE-NUMBER
                   STRING " " DELIMITED BY SIZE
                       EDGE-NAME-WORD DELIMITED BY SPACE
                       " edge " DELIMITED BY SIZE
                       EDGE-NUM-TRIMED DELIMITED BY SPACE
                       INTO EDGE-LINE-STRING
                       WITH POINTER EDGE-LINE-LENGTH
                   END-STRING
                   IF(EDGE-CELLS(EDGE-INDEX) = 1) THEN
                       STRING " cell" DELIMITED BY SIZE
                           INTO EDGE-LINE-STRING
                           WITH POINTER EDGE-LINE-LENGTH
                       END-STRING
                   ELSE
                       STRING " cells" DELIMITED BY SIZE
                           INTO EDGE-LINE-STRING
                           WITH POINTER EDGE-LINE-LENGTH
                       END-STRING
                   END-IF
               END-IF
               ADD 1 TO EDGE-INDEX
               GO TO TALLY-EDGE-LOOP
           END-IF.

      *>      Closes <name>edge.txt with one line per edge that was
      *>      touched: when it was first reached, by how many cells,
      *>      and in how many generations altogether.
       FINISH-EDGE-REPORT.
           MOVE 1 TO EDGE-INDEX
           PERFORM FINISH-EDGE-LOOP
           IF(EDGE-FILE-OPEN = 1) THEN
               CLOSE EDGE-FILE
               MOVE 0 TO EDGE-FILE-OPEN
           END-IF.
       FINISH-EDGE-LOOP.
           IF(EDGE-INDEX <= 4) THEN
               IF(EDGE-TOUCHED(EDGE-INDEX) = 1) THEN
                   PERFORM SET-EDGE-NAME-WORD
                   MOVE SPACES TO EDGE-LINE-STRING
                   MOVE 1 TO EDGE-LINE-LENGTH
                   MOVE EDGE-FIRST-GEN(EDGE-INDEX) TO EDGE-NUM-STRING
                   PERFORM TRIM-EDGE-NUMBER
                   MOVE EDGE-NUM-TRIMED TO EDGE-NUM-TRIMED-2
                   MOVE EDGE-FIRST-CELLS(EDGE-INDEX) TO EDGE-NUM-STRING
                   PERFORM TRIM-EDGE-NUMBER
                   STRING "Edge " DELIMITED BY SIZE
                       EDGE-NAME-WORD DELIMITED BY SPACE
                       ": first contact at generation " DELIMITED BY
                       SIZE
                       EDGE-NUM-TRIMED-2 DELIMITED BY SPACE
                       ", " DELIMITED BY SIZE
                       EDGE-NUM-TRIMED DELIMITED BY SPACE
                       INTO EDGE-LINE-STRING
                       WITH POINTER EDGE-LINE-LENGTH
                   END-STRING
                   IF(EDGE-FIRST-CELLS(EDGE-INDEX) = 1) THEN
                       STRING " cell touching; " DELIMITED BY SIZE
                           INTO EDGE-LINE-STRING
                           WITH POINTER EDGE-LINE-LENGTH
                       END-STRING
                   ELSE
                       STRING " cells touching; " DELIMITED BY SIZE
                           INTO EDGE-LINE-STRING
                           WITH POINTER EDGE-LINE-LENGTH
                       END-STRING
                   END-IF
                   MOVE EDGE-GEN-COUNT(EDGE-INDEX) TO EDGE-NUM-STRING
                   PERFORM TRIM-EDGE-NUMBER
                   STRING "in contact for " DELIMITED BY SIZE
                       EDGE-NUM-TRIMED DELIMITED BY SPACE
                       INTO EDGE-LINE-STRING
                       WITH POINTER EDGE-LINE-LENGTH
                   END-STRING
                   IF(EDGE-GEN-COUNT(EDGE-INDEX) = 1) THEN
                       STRING " generation." DELIMITED BY SIZE
                           INTO EDGE-LINE-STRING
                           WITH POINTER EDGE-LINE-LENGTH
                       END-STRING
                   ELSE
                       STRING " generations." DELIMITED BY SIZE
                           INTO EDGE-LINE-STRING
                           WITH POINTER EDGE-LINE-LENGTH
                       END-STRING
                   END-IF
                   PERFORM WRITE-EDGE-LINE
               END-IF
               ADD 1 TO EDGE-INDEX
               GO TO FINISH-EDGE-LOOP
           END-IF.
       SET-EDGE-NAME-WORD.
           IF(EDGE-INDEX = 1) THEN
               MOVE 'top' TO EDGE-NAME-WORD
           END-IF
           IF(EDGE-INDEX = 2) THEN
               MOVE 'bottom' TO EDGE-NAME-WORD
           END-IF
           IF(EDGE-INDEX = 3) THEN
               MOVE 'left' TO EDGE-NAME-WORD
           END-IF
           IF(EDGE-INDEX = 4) THEN
               MOVE 'right' TO EDGE-NAME-WORD
           END-IF.
       TRIM-EDGE-NUMBER.
           UNSTRING EDGE-NUM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, EDGE-NUM-TRIMED
           END-UNSTRING.
       WRITE-EDGE-LINE.
           IF(EDGE-FILE-OPEN = 1) THEN
               COMPUTE EDGE-LINE-SIZE = EDGE-LINE-LENGTH - 1
               MOVE EDGE-LINE-STRING TO EDGE-OUTPUT-LINE
               WRITE EDGE-OUTPUT-LINE
           END-IF.

      *>      Writes the min/max/extinction summary at the end of a
      *>      pattern's STATS-FILE, once the simulation has stopped.
       WRITE-POPULATION-SUMMARY.
           MOVE STATS-MIN-POPULATION TO STATS-MIN-STRING
           UNSTRING STATS-MIN-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, STATS-MIN-TRIMED
           END-UNSTRING
           MOVE STATS-MAX-POPULATION TO STATS-MAX-STRING
           UNSTRING STATS-MAX-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, STATS-MAX-TRIMED
           END-UNSTRING

           MOVE SPACES TO STATS-LINE-STRING
           MOVE 1 TO STATS-LINE-LENGTH
           STRING "Minimum population " DELIMITED BY SIZE
               STATS-MIN-TRIMED DELIMITED BY SPACE
               ", maximum population " DELIMITED BY SIZE
               STATS-MAX-TRIMED DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               INTO STATS-LINE-STRING
               WITH POINTER STATS-LINE-LENGTH
           END-STRING
           COMPUTE STATS-LINE-SIZE = STATS-LINE-LENGTH - 1
           MOVE STATS-LINE-STRING TO STATS-OUTPUT-LINE
           WRITE STATS-OUTPUT-LINE

           MOVE SPACES TO STATS-LINE-STRING
           MOVE 1 TO STATS-LINE-LENGTH
           IF(STATS-HAS-EXTINCTION = 1) THEN
               MOVE STATS-EXTINCTION-GENERATION TO STATS-EXT-STRING
               UNSTRING STATS-EXT-STRING DELIMITED BY ALL SPACE
                   INTO TEMP-NUMBER, STATS-EXT-TRIMED
               END-UNSTRING
               STRING "Population reached extinction at generation "
                   DELIMITED BY SIZE
                   STATS-EXT-TRIMED DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   INTO STATS-LINE-STRING
                   WITH POINTER STATS-LINE-LENGTH
               END-STRING
           ELSE
               STRING "Population never reached extinction."
                   DELIMITED BY SIZE
                   INTO STATS-LINE-STRING
                   WITH POINTER STATS-LINE-LENGTH
               END-STRING
           END-IF
           COMPUTE STATS-LINE-SIZE = STATS-LINE-LENGTH - 1
           MOVE STATS-LINE-STRING TO STATS-OUTPUT-LINE
           WRITE STATS-OUTPUT-LINE.

      *>      Clears the per-cell audit tallies across the declared
      *>      grid before PATTERN-SIMULATION starts - only the EVER-
      *>      ALIVE flag needs clearing, since FIRST-BORN/LAST-ALIVE
      *>      are only ever read under it.
       RESET-CELL-AUDIT.
           MOVE 1 TO AUDIT-RESET-ROW
           PERFORM RESET-CELL-AUDIT-ROW-LOOP.
       RESET-CELL-AUDIT-ROW-LOOP.
           IF(AUDIT-RESET-ROW <= ROW-SIZE) THEN
               MOVE 1 TO AUDIT-RESET-COLUMN
               PERFORM RESET-CELL-AUDIT-COLUMN-LOOP
               ADD 1 TO AUDIT-RESET-ROW
               GO TO RESET-CELL-AUDIT-ROW-LOOP
           END-IF.
       RESET-CELL-AUDIT-COLUMN-LOOP.
           IF(AUDIT-RESET-COLUMN <= COLUMN-SIZE) THEN
               MOVE 0 TO AUDIT-EVER-ALIVE(AUDIT-RESET-ROW,
                   AUDIT-RESET-COLUMN)
               ADD 1 TO AUDIT-RESET-COLUMN
               GO TO RESET-CELL-AUDIT-COLUMN-LOOP
           END-IF.

      *>      Writes <name>audit.txt once the simulation has stopped:
      *>      one line per grid position that was ever alive, giving
      *>      the first and last generation it held a '*'. Cells that
      *>      never lived are left out - the file answers "when did
      *>      this part of the pattern die off", and a cell that was
      *>      never born has no story to tell. Generation 0 is the
      *>      loaded board, so "first alive generation 0" reads as
      *>      alive from the start. A checkpoint-resumed run's
      *>      tallies start at the checkpointed board, not the true
      *>      beginning, so its file opens with a header saying which
      *>      generation the audit covers from - without it the cell
      *>      lines would read as whole-run facts they are not.
       WRITE-CELL-AUDIT.
           OPEN OUTPUT AUDIT-FILE
           IF(CHECKPOINT-RESUME = 1) THEN
               COMPUTE AUDIT-COVER-GEN = TIMING-START-GENERATION - 1
               MOVE AUDIT-COVER-GEN TO AUDIT-COVER-STRING
               UNSTRING AUDIT-COVER-STRING DELIMITED BY ALL SPACE
                   INTO TEMP-NUMBER, AUDIT-COVER-TRIMED
               END-UNSTRING
               IF(AUDIT-COVER-GEN = 0) THEN
                   MOVE "0" TO AUDIT-COVER-TRIMED
               END-IF
               MOVE SPACES TO AUDIT-LINE-STRING
               MOVE 1 TO AUDIT-LINE-LENGTH
               STRING "Audit covers generations " DELIMITED BY SIZE
                   AUDIT-COVER-TRIMED DELIMITED BY SPACE
                   " onward only (resumed run)." DELIMITED BY SIZE
                   INTO AUDIT-LINE-STRING
                   WITH POINTER AUDIT-LINE-LENGTH
               END-STRING
               COMPUTE AUDIT-LINE-SIZE = AUDIT-LINE-LENGTH - 1
               MOVE AUDIT-LINE-STRING TO AUDIT-OUTPUT-LINE
               WRITE AUDIT-OUTPUT-LINE
           END-IF
           MOVE 0 TO AUDIT-ANY-ALIVE
           MOVE 1 TO AUDIT-WRITE-ROW
           PERFORM WRITE-CELL-AUDIT-ROW-LOOP
           IF(AUDIT-ANY-ALIVE = 0) THEN
               MOVE SPACES TO AUDIT-LINE-STRING
               MOVE 1 TO AUDIT-LINE-LENGTH
               STRING "No cell was ever alive." DELIMITED BY SIZE
                   INTO AUDIT-LINE-STRING
                   WITH POINTER AUDIT-LINE-LENGTH
               END-STRING
               COMPUTE AUDIT-LINE-SIZE = AUDIT-LINE-LENGTH - 1
               MOVE AUDIT-LINE-STRING TO AUDIT-OUTPUT-LINE
               WRITE AUDIT-OUTPUT-LINE
           END-IF
           CLOSE AUDIT-FILE.
       WRITE-CELL-AUDIT-ROW-LOOP.
           IF(AUDIT-WRITE-ROW <= ROW-SIZE) THEN
               MOVE 1 TO AUDIT-WRITE-COLUMN
               PERFORM WRITE-CELL-AUDIT-COLUMN-LOOP
               ADD 1 TO AUDIT-WRITE-ROW
               GO TO WRITE-CELL-AUDIT-ROW-LOOP
           END-IF.
       WRITE-CELL-AUDIT-COLUMN-LOOP.
           IF(AUDIT-WRITE-COLUMN <= COLUMN-SIZE) THEN
               IF(AUDIT-EVER-ALIVE(AUDIT-WRITE-ROW,
                       AUDIT-WRITE-COLUMN) = 1) THEN
                   PERFORM WRITE-CELL-AUDIT-LINE
               END-IF
               ADD 1 TO AUDIT-WRITE-COLUMN
               GO TO WRITE-CELL-AUDIT-COLUMN-LOOP
           END-IF.
       WRITE-CELL-AUDIT-LINE.
           MOVE 1 TO AUDIT-ANY-ALIVE
           MOVE AUDIT-WRITE-ROW TO AUDIT-ROW-STRING
           UNSTRING AUDIT-ROW-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, AUDIT-ROW-TRIMED
           END-UNSTRING
           MOVE AUDIT-WRITE-COLUMN TO AUDIT-COLUMN-STRING
           UNSTRING AUDIT-COLUMN-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, AUDIT-COLUMN-TRIMED
           END-UNSTRING
           MOVE AUDIT-FIRST-BORN(AUDIT-WRITE-ROW, AUDIT-WRITE-COLUMN)
               TO AUDIT-FIRST-STRING
           UNSTRING AUDIT-FIRST-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, AUDIT-FIRST-TRIMED
           END-UNSTRING
           IF(AUDIT-FIRST-BORN(AUDIT-WRITE-ROW, AUDIT-WRITE-COLUMN)
                   = 0) THEN
               MOVE "0" TO AUDIT-FIRST-TRIMED
           END-IF
           MOVE AUDIT-LAST-ALIVE(AUDIT-WRITE-ROW, AUDIT-WRITE-COLUMN)
               TO AUDIT-LAST-STRING
           UNSTRING AUDIT-LAST-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, AUDIT-LAST-TRIMED
           END-UNSTRING
           IF(AUDIT-LAST-ALIVE(AUDIT-WRITE-ROW, AUDIT-WRITE-COLUMN)
                   = 0) THEN
               MOVE "0" TO AUDIT-LAST-TRIMED
           END-IF
           MOVE SPACES TO AUDIT-LINE-STRING
           MOVE 1 TO AUDIT-LINE-LENGTH
           STRING "Cell (" DELIMITED BY SIZE
               AUDIT-ROW-TRIMED DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               AUDIT-COLUMN-TRIMED DELIMITED BY SPACE
               "): first alive generation " DELIMITED BY SIZE
               AUDIT-FIRST-TRIMED DELIMITED BY SPACE
               ", last alive generation " DELIMITED BY SIZE
               AUDIT-LAST-TRIMED DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               INTO AUDIT-LINE-STRING
               WITH POINTER AUDIT-LINE-LENGTH
           END-STRING
           COMPUTE AUDIT-LINE-SIZE = AUDIT-LINE-LENGTH - 1
           MOVE AUDIT-LINE-STRING TO AUDIT-OUTPUT-LINE
           WRITE AUDIT-OUTPUT-LINE.

      *>      Counts the final board's debris against the catalog: a
      *>      full-grid scan over PREVIOUS-PATTERN-TABLE hands every
      *>      unvisited live cell to EXTRACT-CENSUS-CLUSTER, and the
      *>      resulting cluster is tallied by MATCH-CENSUS-CLUSTER.
      *>      BUILD-CENSUS-LINE then folds the tallies down to the
      *>      one-line answer.
       RUN-ASH-CENSUS.
           MOVE 1 TO CENSUS-DONE
           MOVE 1 TO CENSUS-SCAN-ROW
           PERFORM CLEAR-CENSUS-MARK-LOOP
           MOVE 1 TO CENSUS-TALLY-INDEX
           PERFORM CLEAR-CENSUS-TALLY-LOOP
           MOVE 0 TO CENSUS-UNKNOWN-COUNT
           MOVE 0 TO CENSUS-UNKNOWN-SIZE
           MOVE 1 TO CENSUS-SCAN-ROW
           PERFORM CENSUS-SCAN-ROW-LOOP
           PERFORM BUILD-CENSUS-LINE.
       CLEAR-CENSUS-MARK-LOOP.
           IF(CENSUS-SCAN-ROW <= ROW-SIZE) THEN
               MOVE ZEROS TO CENSUS-MARK-ROW(CENSUS-SCAN-ROW)
               ADD 1 TO CENSUS-SCAN-ROW
               GO TO CLEAR-CENSUS-MARK-LOOP
           END-IF.
       CLEAR-CENSUS-TALLY-LOOP.
           IF(CENSUS-TALLY-INDEX <= 20) THEN
               MOVE 0 TO CENSUS-TALLY(CENSUS-TALLY-INDEX)
               ADD 1 TO CENSUS-TALLY-INDEX
               GO TO CLEAR-CENSUS-TALLY-LOOP
           END-IF.
       CENSUS-SCAN-ROW-LOOP.
           IF(CENSUS-SCAN-ROW <= ROW-SIZE) THEN
               MOVE 1 TO CENSUS-SCAN-COLUMN
               PERFORM CENSUS-SCAN-COLUMN-LOOP
               ADD 1 TO CENSUS-SCAN-ROW
               GO TO CENSUS-SCAN-ROW-LOOP
           END-IF.
       CENSUS-SCAN-COLUMN-LOOP.
           IF(CENSUS-SCAN-COLUMN <= COLUMN-SIZE) THEN
               IF(PREVIOUS-PATTERN-CELL(CENSUS-SCAN-ROW,
                       CENSUS-SCAN-COLUMN) = '*' AND
                       CENSUS-MARK-CELL(CENSUS-SCAN-ROW,
                       CENSUS-SCAN-COLUMN) = 0) THEN
                   PERFORM EXTRACT-CENSUS-CLUSTER
                   PERFORM MATCH-CENSUS-CLUSTER
               END-IF
               ADD 1 TO CENSUS-SCAN-COLUMN
               GO TO CENSUS-SCAN-COLUMN-LOOP
           END-IF.

      *>      Flood-fills the 8-connected group of live cells seeded
      *>      at CENSUS-SCAN-ROW/COLUMN, using an explicit stack in
      *>      place of recursion (which this dialect does not have).
      *>      A cell is marked the instant it is pushed, so it can
      *>      never be pushed twice and the stack can never outgrow
      *>      one entry per grid cell. Leaves the cluster's size and
      *>      live bounding box in the CENSUS-CLUSTER/BOX fields.
       EXTRACT-CENSUS-CLUSTER.
           MOVE 0 TO CENSUS-CLUSTER-SIZE
           MOVE 1 TO CENSUS-STACK-COUNT
           MOVE CENSUS-SCAN-ROW TO CENSUS-STACK-ROW(1)
           MOVE CENSUS-SCAN-COLUMN TO CENSUS-STACK-COLUMN(1)
           MOVE 1 TO CENSUS-MARK-CELL(CENSUS-SCAN-ROW,
               CENSUS-SCAN-COLUMN)
           MOVE CENSUS-SCAN-ROW TO CENSUS-BOX-TOP
           MOVE CENSUS-SCAN-ROW TO CENSUS-BOX-BOTTOM
           MOVE CENSUS-SCAN-COLUMN TO CENSUS-BOX-LEFT
           MOVE CENSUS-SCAN-COLUMN TO CENSUS-BOX-RIGHT
           PERFORM CENSUS-FLOOD-LOOP.
       CENSUS-FLOOD-LOOP.
           IF(CENSUS-STACK-COUNT > 0) THEN
               MOVE CENSUS-STACK-ROW(CENSUS-STACK-COUNT)
                   TO CENSUS-CUR-ROW
               MOVE CENSUS-STACK-COLUMN(CENSUS-STACK-COUNT)
                   TO CENSUS-CUR-COLUMN
               SUBTRACT 1 FROM CENSUS-STACK-COUNT
               ADD 1 TO CENSUS-CLUSTER-SIZE
               IF(CENSUS-CUR-ROW < CENSUS-BOX-TOP) THEN
                   MOVE CENSUS-CUR-ROW TO CENSUS-BOX-TOP
               END-IF
               IF(CENSUS-CUR-ROW > CENSUS-BOX-BOTTOM) THEN
                   MOVE CENSUS-CUR-ROW TO CENSUS-BOX-BOTTOM
               END-IF
               IF(CENSUS-CUR-COLUMN < CENSUS-BOX-LEFT) THEN
                   MOVE CENSUS-CUR-COLUMN TO CENSUS-BOX-LEFT
               END-IF
               IF(CENSUS-CUR-COLUMN > CENSUS-BOX-RIGHT) THEN
                   MOVE CENSUS-CUR-COLUMN TO CENSUS-BOX-RIGHT
               END-IF
               MOVE -1 TO CENSUS-OFF-ROW
               PERFORM CENSUS-NEIGHBOR-ROW-LOOP
               GO TO CENSUS-FLOOD-LOOP
           END-IF.
       CENSUS-NEIGHBOR-ROW-LOOP.
           IF(CENSUS-OFF-ROW <= 1) THEN
               MOVE -1 TO CENSUS-OFF-COLUMN
               PERFORM CENSUS-NEIGHBOR-COLUMN-LOOP
               ADD 1 TO CENSUS-OFF-ROW
               GO TO CENSUS-NEIGHBOR-ROW-LOOP
           END-IF.
       CENSUS-NEIGHBOR-COLUMN-LOOP.
           IF(CENSUS-OFF-COLUMN <= 1) THEN
               COMPUTE CENSUS-NB-ROW =
                   CENSUS-CUR-ROW + CENSUS-OFF-ROW
               COMPUTE CENSUS-NB-COLUMN =
                   CENSUS-CUR-COLUMN + CENSUS-OFF-COLUMN
               IF(CENSUS-NB-ROW >= 1 AND CENSUS-NB-ROW <= ROW-SIZE
                       AND CENSUS-NB-COLUMN >= 1
                       AND CENSUS-NB-COLUMN <= COLUMN-SIZE
                       AND NOT(CENSUS-OFF-ROW = 0 AND
                       CENSUS-OFF-COLUMN = 0)) THEN
                   IF(PREVIOUS-PATTERN-CELL(CENSUS-NB-ROW,
                           CENSUS-NB-COLUMN) = '*' AND
                           CENSUS-MARK-CELL(CENSUS-NB-ROW,
                           CENSUS-NB-COLUMN) = 0) THEN
                       MOVE 1 TO CENSUS-MARK-CELL(CENSUS-NB-ROW,
                           CENSUS-NB-COLUMN)
                       ADD 1 TO CENSUS-STACK-COUNT
                       MOVE CENSUS-NB-ROW
                           TO CENSUS-STACK-ROW(CENSUS-STACK-COUNT)
                       MOVE CENSUS-NB-COLUMN
                           TO CENSUS-STACK-COLUMN(CENSUS-STACK-COUNT)
                   END-IF
               END-IF
               ADD 1 TO CENSUS-OFF-COLUMN
               GO TO CENSUS-NEIGHBOR-COLUMN-LOOP
           END-IF.

      *>      Matches the cluster just extracted against the catalog:
      *>      a hit needs the cluster's bounding box to share the
      *>      entry's exact dimensions and every cell in the box to
      *>      agree with the entry, live for live and dead for dead.
      *>      An oscillator is only recognised in the phase the
      *>      catalog happens to hold - a blinker caught crosswise
      *>      counts as unrecognised, which is still an honest count.
       MATCH-CENSUS-CLUSTER.
           COMPUTE CENSUS-BOX-ROWS =
               CENSUS-BOX-BOTTOM - CENSUS-BOX-TOP + 1
           COMPUTE CENSUS-BOX-COLUMNS =
               CENSUS-BOX-RIGHT - CENSUS-BOX-LEFT + 1
           MOVE 0 TO CENSUS-MATCH-FOUND
           MOVE 1 TO CENSUS-MATCH-INDEX
           PERFORM MATCH-CENSUS-CLUSTER-LOOP
           IF(CENSUS-MATCH-FOUND = 0) THEN
               ADD 1 TO CENSUS-UNKNOWN-COUNT
               MOVE CENSUS-CLUSTER-SIZE TO CENSUS-UNKNOWN-SIZE
           END-IF.
       MATCH-CENSUS-CLUSTER-LOOP.
           IF(CENSUS-MATCH-INDEX <= PATTERN-LIBRARY-COUNT AND
                   CENSUS-MATCH-FOUND = 0) THEN
               IF(LIB-ROW-SIZE(CENSUS-MATCH-INDEX) =
                       CENSUS-BOX-ROWS AND
                       LIB-COLUMN-SIZE(CENSUS-MATCH-INDEX) =
                       CENSUS-BOX-COLUMNS) THEN
                   PERFORM COMPARE-CENSUS-ENTRY
                   IF(CENSUS-COMPARE-IS-SAME = 1) THEN
                       MOVE 1 TO CENSUS-MATCH-FOUND
                       ADD 1 TO CENSUS-TALLY(CENSUS-MATCH-INDEX)
                   END-IF
               END-IF
               ADD 1 TO CENSUS-MATCH-INDEX
               GO TO MATCH-CENSUS-CLUSTER-LOOP
           END-IF.
       COMPARE-CENSUS-ENTRY.
           MOVE 1 TO CENSUS-COMPARE-IS-SAME
           MOVE 1 TO CENSUS-COMPARE-ROW
           PERFORM COMPARE-CENSUS-ROW-LOOP.
       COMPARE-CENSUS-ROW-LOOP.
           IF(CENSUS-COMPARE-ROW <= CENSUS-BOX-ROWS AND
                   CENSUS-COMPARE-IS-SAME = 1) THEN
               MOVE 1 TO CENSUS-COMPARE-COLUMN
               PERFORM COMPARE-CENSUS-COLUMN-LOOP
               ADD 1 TO CENSUS-COMPARE-ROW
               GO TO COMPARE-CENSUS-ROW-LOOP
           END-IF.
       COMPARE-CENSUS-COLUMN-LOOP.
           IF(CENSUS-COMPARE-COLUMN <= CENSUS-BOX-COLUMNS AND
                   CENSUS-COMPARE-IS-SAME = 1) THEN
               IF(PREVIOUS-PATTERN-CELL(
                       CENSUS-BOX-TOP + CENSUS-COMPARE-ROW - 1,
                       CENSUS-BOX-LEFT + CENSUS-COMPARE-COLUMN - 1)
                       NOT EQUAL TO
                       LIB-CELL(CENSUS-MATCH-INDEX,
                       CENSUS-COMPARE-ROW, CENSUS-COMPARE-COLUMN))
                       THEN
                   MOVE 0 TO CENSUS-COMPARE-IS-SAME
               END-IF
               ADD 1 TO CENSUS-COMPARE-COLUMN
               GO TO COMPARE-CENSUS-COLUMN-LOOP
           END-IF.

      *>      Folds the census tallies into one line: "Ash census:
      *>      4 BLOCK, 2 BLINKER, 1 unrecognised cluster of 7 cells."
      *>      A single unrecognised cluster carries its size, the way
      *>      a human note would; several just get counted.
       BUILD-CENSUS-LINE.
           MOVE SPACES TO CENSUS-LINE-STRING
           MOVE 1 TO CENSUS-LINE-LENGTH
           STRING "Ash census: " DELIMITED BY SIZE
               INTO CENSUS-LINE-STRING
               WITH POINTER CENSUS-LINE-LENGTH
           END-STRING
           MOVE 0 TO CENSUS-ITEM-COUNT
           MOVE 1 TO CENSUS-TALLY-INDEX
           PERFORM BUILD-CENSUS-ITEM-LOOP
           IF(CENSUS-UNKNOWN-COUNT > 0) THEN
               IF(CENSUS-ITEM-COUNT > 0) THEN
                   STRING ", " DELIMITED BY SIZE
                       INTO CENSUS-LINE-STRING
                       WITH POINTER CENSUS-LINE-LENGTH
                   END-STRING
               END-IF
               MOVE CENSUS-UNKNOWN-COUNT TO CENSUS-COUNT-STRING
               UNSTRING CENSUS-COUNT-STRING DELIMITED BY ALL SPACE
                   INTO TEMP-NUMBER, CENSUS-COUNT-TRIMED
               END-UNSTRING
               IF(CENSUS-UNKNOWN-COUNT = 1) THEN
                   STRING "1 unrecognised cluster of "
                       DELIMITED BY SIZE
                       INTO CENSUS-LINE-STRING
                       WITH POINTER CENSUS-LINE-LENGTH
                   END-STRING
                   MOVE CENSUS-UNKNOWN-SIZE TO CENSUS-COUNT-STRING
                   UNSTRING CENSUS-COUNT-STRING
                       DELIMITED BY ALL SPACE
                       INTO TEMP-NUMBER, CENSUS-COUNT-TRIMED
                   END-UNSTRING
                   STRING CENSUS-COUNT-TRIMED DELIMITED BY SPACE
                       " cells" DELIMITED BY SIZE
                       INTO CENSUS-LINE-STRING
                       WITH POINTER CENSUS-LINE-LENGTH
                   END-STRING
               ELSE
                   STRING CENSUS-COUNT-TRIMED DELIMITED BY SPACE
                       " unrecognised clusters" DELIMITED BY SIZE
                       INTO CENSUS-LINE-STRING
                       WITH POINTER CENSUS-LINE-LENGTH
                   END-STRING
               END-IF
               ADD 1 TO CENSUS-ITEM-COUNT
           END-IF
           IF(CENSUS-ITEM-COUNT = 0) THEN
               STRING "nothing alive" DELIMITED BY SIZE
                   INTO CENSUS-LINE-STRING
                   WITH POINTER CENSUS-LINE-LENGTH
               END-STRING
           END-IF
           STRING "." DELIMITED BY SIZE
               INTO CENSUS-LINE-STRING
               WITH POINTER CENSUS-LINE-LENGTH
           END-STRING
           COMPUTE CENSUS-LINE-SIZE = CENSUS-LINE-LENGTH - 1.
       BUILD-CENSUS-ITEM-LOOP.
           IF(CENSUS-TALLY-INDEX <= PATTERN-LIBRARY-COUNT) THEN
               IF(CENSUS-TALLY(CENSUS-TALLY-INDEX) > 0) THEN
                   IF(CENSUS-ITEM-COUNT > 0) THEN
                       STRING ", " DELIMITED BY SIZE
                           INTO CENSUS-LINE-STRING
                           WITH POINTER CENSUS-LINE-LENGTH
                       END-STRING
                   END-IF
                   MOVE CENSUS-TALLY(CENSUS-TALLY-INDEX)
                       TO CENSUS-COUNT-STRING
                   UNSTRING CENSUS-COUNT-STRING
                       DELIMITED BY ALL SPACE
                       INTO TEMP-NUMBER, CENSUS-COUNT-TRIMED
                   END-UNSTRING
                   STRING CENSUS-COUNT-TRIMED DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       LIB-NAME(CENSUS-TALLY-INDEX)
                       DELIMITED BY SPACE
                       INTO CENSUS-LINE-STRING
                       WITH POINTER CENSUS-LINE-LENGTH
                   END-STRING
                   ADD 1 TO CENSUS-ITEM-COUNT
               END-IF
               ADD 1 TO CENSUS-TALLY-INDEX
               GO TO BUILD-CENSUS-ITEM-LOOP
           END-IF.

      *>      Appends the census line to this pattern's stats.txt,
      *>      after the population summary, so the ash count travels
      *>      with the numbers it explains.
       WRITE-CENSUS-STATS-ROW.
           MOVE CENSUS-LINE-SIZE TO STATS-LINE-SIZE
           MOVE CENSUS-LINE-STRING TO STATS-OUTPUT-LINE
           WRITE STATS-OUTPUT-LINE.

      *>      Drives a COMPARE block's two simulations. The variant
      *>      (setting B) runs first, streaming every generation's
      *>      board to the scratch file; the board, detection flags
      *>      and oscillator window are then put back to their seed
      *>      state and the baseline (setting A) runs as the block's
      *>      real simulation, with COMPARE-DIVERGENCE-STEP counting
      *>      differing cells against the scratch as it goes. Each
      *>      pass applies its own setting on top of the same base
      *>      WRAP/rule state snapshotted here, so "COMPARE WRAP
      *>      B36/S23" does not leak the variant's rule into the
      *>      baseline pass.
       RUN-COMPARE-SIMULATION.
           MOVE WRAP-MODE TO COMPARE-BASE-WRAP
           MOVE BIRTH-RULE TO COMPARE-BASE-BIRTH-RULE
           MOVE SURVIVE-RULE TO COMPARE-BASE-SURVIVE-RULE
           MOVE 1 TO COMPARE-SEED-COUNTER
           PERFORM SAVE-COMPARE-SEED-LOOP
           MOVE 1 TO STRING-POINTER
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               PATTERN-NAME DELIMITED BY SPACE
               'cmpgen.txt' DELIMITED BY SIZE
               INTO COMPARE-SCRATCH-FILENAME
           MOVE 1 TO STRING-POINTER
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               PATTERN-NAME DELIMITED BY SPACE
               'compare.txt' DELIMITED BY SIZE
               INTO COMPARE-REPORT-FILENAME
           OPEN OUTPUT COMPARE-REPORT-FILE
           MOVE SPACES TO COMPARE-REPORT-STRING
           MOVE 1 TO COMPARE-REPORT-LENGTH
           STRING "Comparing baseline " DELIMITED BY SIZE
               COMPARE-SETTING-A DELIMITED BY SPACE
               " against variant " DELIMITED BY SIZE
               COMPARE-SETTING-B DELIMITED BY SPACE
               INTO COMPARE-REPORT-STRING
               WITH POINTER COMPARE-REPORT-LENGTH
           END-STRING
           PERFORM WRITE-COMPARE-REPORT-LINE
           OPEN OUTPUT COMPARE-SCRATCH-FILE
           MOVE 1 TO COMPARE-PASS
           MOVE COMPARE-SETTING-B TO COMPARE-SETTING-SOURCE
           PERFORM APPLY-COMPARE-SETTING
           PERFORM PATTERN-SIMULATION
           CLOSE COMPARE-SCRATCH-FILE
           PERFORM BUILD-COMPARE-CLASS
           MOVE COMPARE-CLASS-WORK TO COMPARE-CLASS-B
           COMPUTE COMPARE-B-FINAL-GEN = GENERATION-COUNTER - 1
           PERFORM RESET-COMPARE-SIM-STATE
           OPEN INPUT COMPARE-SCRATCH-FILE
           MOVE 0 TO COMPARE-SCRATCH-EOF
           MOVE 0 TO COMPARE-DIVERGED
           MOVE 0 TO COMPARE-FIRST-DIV-GEN
           MOVE 2 TO COMPARE-PASS
           MOVE COMPARE-SETTING-A TO COMPARE-SETTING-SOURCE
           PERFORM APPLY-COMPARE-SETTING
           PERFORM PATTERN-SIMULATION
           CLOSE COMPARE-SCRATCH-FILE
           PERFORM BUILD-COMPARE-CLASS
           MOVE COMPARE-CLASS-WORK TO COMPARE-CLASS-A
           COMPUTE COMPARE-A-FINAL-GEN = GENERATION-COUNTER - 1
           PERFORM WRITE-COMPARE-REPORT-FOOTER
           CLOSE COMPARE-REPORT-FILE.
       SAVE-COMPARE-SEED-LOOP.
           IF(COMPARE-SEED-COUNTER <= ROW-SIZE) THEN
               MOVE PATTERN-ROW(COMPARE-SEED-COUNTER)
                   TO COMPARE-SEED-ROW(COMPARE-SEED-COUNTER)
               ADD 1 TO COMPARE-SEED-COUNTER
               GO TO SAVE-COMPARE-SEED-LOOP
           END-IF.

      *>      Puts the simulation back to its loaded state between
      *>      the two compare passes: seed board restored into both
      *>      pattern tables, detection flags and the oscillator/
      *>      spaceship window cleared - the same fields RESET-
      *>      PATTERN-STATE clears between blocks, minus everything
      *>      that belongs to the block rather than to one pass.
       RESET-COMPARE-SIM-STATE.
           MOVE 0 TO IS-STILL-LIFE
           MOVE 0 TO STILL-LIFE-GENERATION
           MOVE 0 TO IS-OSCILLATOR
           MOVE 0 TO OSCILLATOR-PERIOD
           MOVE 0 TO OSCILLATOR-GENERATION
           MOVE 0 TO IS-SPACESHIP
           MOVE 0 TO SPACESHIP-PERIOD
           MOVE 0 TO SPACESHIP-GENERATION
           MOVE 0 TO SPACESHIP-ROW-OFFSET
           MOVE 0 TO SPACESHIP-COLUMN-OFFSET
           MOVE 0 TO HISTORY-VALID(1)
           MOVE 0 TO HISTORY-VALID(2)
           MOVE 0 TO HISTORY-VALID(3)
           MOVE 0 TO HISTORY-VALID(4)
           MOVE 0 TO HISTORY-VALID(5)
           MOVE 0 TO HISTORY-VALID(6)
           MOVE 1 TO COMPARE-SEED-COUNTER
           PERFORM RESTORE-COMPARE-SEED-LOOP.
       RESTORE-COMPARE-SEED-LOOP.
           IF(COMPARE-SEED-COUNTER <= ROW-SIZE) THEN
               MOVE COMPARE-SEED-ROW(COMPARE-SEED-COUNTER)
                   TO PATTERN-ROW(COMPARE-SEED-COUNTER)
               MOVE COMPARE-SEED-ROW(COMPARE-SEED-COUNTER)
                   TO PREVIOUS-PATTERN-ROW(COMPARE-SEED-COUNTER)
               ADD 1 TO COMPARE-SEED-COUNTER
               GO TO RESTORE-COMPARE-SEED-LOOP
           END-IF.

      *>      NEED COMPARE-SETTING-SOURCE SET BEFORE CALLING THIS -
      *>      restores the snapshotted base WRAP/rule state, then
      *>      lays this pass's one setting over it.
       APPLY-COMPARE-SETTING.
           MOVE COMPARE-BASE-WRAP TO WRAP-MODE
           MOVE COMPARE-BASE-BIRTH-RULE TO BIRTH-RULE
           MOVE COMPARE-BASE-SURVIVE-RULE TO SURVIVE-RULE
           IF(COMPARE-SETTING-SOURCE = 'WRAP') THEN
               MOVE 1 TO WRAP-MODE
           END-IF
           IF(COMPARE-SETTING-SOURCE = 'NOWRAP') THEN
               MOVE 0 TO WRAP-MODE
           END-IF
           IF(COMPARE-SETTING-SOURCE(1:1) = 'B' AND
                   COMPARE-SETTING-SOURCE NOT = SPACES) THEN
               MOVE COMPARE-SETTING-SOURCE TO RULE-TOKEN-SOURCE
               PERFORM PARSE-RULE-TOKEN
           END-IF.

      *>      Streams the generation just finished (PREVIOUS-PATTERN-
      *>      TABLE, same timing as WRITE-HISTORY-STEP) to the
      *>      scratch file during the variant pass.
       WRITE-COMPARE-SCRATCH-STEP.
           MOVE 1 TO COMPARE-WRITE-COUNTER
           PERFORM WRITE-COMPARE-SCRATCH-LOOP.
       WRITE-COMPARE-SCRATCH-LOOP.
           IF(COMPARE-WRITE-COUNTER <= ROW-SIZE) THEN
               MOVE PREVIOUS-PATTERN-ROW(COMPARE-WRITE-COUNTER)
                   TO COMPARE-SCRATCH-LINE
               WRITE COMPARE-SCRATCH-LINE
               ADD 1 TO COMPARE-WRITE-COUNTER
               GO TO WRITE-COMPARE-SCRATCH-LOOP
           END-IF.

      *>      Baseline-pass twin of WRITE-COMPARE-SCRATCH-STEP: reads
      *>      the variant's board for this same generation back from
      *>      the scratch file, counts differing cells, reports the
      *>      count, and pins down the first diverging generation.
      *>      Once the scratch runs dry the variant ended earlier
      *>      than the baseline and there is nothing left to compare
      *>      against - the footer's final classifications tell that
      *>      part of the story.
       COMPARE-DIVERGENCE-STEP.
           IF(COMPARE-SCRATCH-EOF = 0) THEN
               MOVE 0 TO COMPARE-DIFF-COUNT
               MOVE 1 TO COMPARE-READ-COUNTER
               PERFORM COMPARE-DIVERGENCE-ROW-LOOP
               IF(COMPARE-SCRATCH-EOF = 0) THEN
                   COMPUTE COMPARE-GEN-NUMBER = GENERATION-COUNTER - 1
                   IF(COMPARE-DIFF-COUNT > 0 AND
                           COMPARE-DIVERGED = 0) THEN
                       MOVE 1 TO COMPARE-DIVERGED
                       MOVE COMPARE-GEN-NUMBER
                           TO COMPARE-FIRST-DIV-GEN
                   END-IF
                   PERFORM WRITE-COMPARE-DIFF-LINE
               END-IF
           END-IF.
       COMPARE-DIVERGENCE-ROW-LOOP.
           IF(COMPARE-READ-COUNTER <= ROW-SIZE AND
                   COMPARE-SCRATCH-EOF = 0) THEN
               READ COMPARE-SCRATCH-FILE
                   INTO COMPARE-SCRATCH-ROW-BUFFER
                   AT END
                   MOVE 1 TO COMPARE-SCRATCH-EOF
               END-READ
               IF(COMPARE-SCRATCH-EOF = 0) THEN
                   MOVE 1 TO COMPARE-DIFF-COLUMN
                   PERFORM COMPARE-DIVERGENCE-COLUMN-LOOP
               END-IF
               ADD 1 TO COMPARE-READ-COUNTER
               GO TO COMPARE-DIVERGENCE-ROW-LOOP
           END-IF.
       COMPARE-DIVERGENCE-COLUMN-LOOP.
           IF(COMPARE-DIFF-COLUMN <= COLUMN-SIZE) THEN
               IF(COMPARE-SCRATCH-ROW-BUFFER(COMPARE-DIFF-COLUMN:1)
                       NOT EQUAL TO PREVIOUS-PATTERN-CELL(
                       COMPARE-READ-COUNTER, COMPARE-DIFF-COLUMN))
                       THEN
                   ADD 1 TO COMPARE-DIFF-COUNT
               END-IF
               ADD 1 TO COMPARE-DIFF-COLUMN
               GO TO COMPARE-DIVERGENCE-COLUMN-LOOP
           END-IF.
       WRITE-COMPARE-DIFF-LINE.
           MOVE COMPARE-GEN-NUMBER TO COMPARE-NUM-STRING
           UNSTRING COMPARE-NUM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, COMPARE-NUM-TRIMED
           END-UNSTRING
           IF(COMPARE-GEN-NUMBER = 0) THEN
               MOVE "0" TO COMPARE-NUM-TRIMED
           END-IF
           MOVE SPACES TO COMPARE-REPORT-STRING
           MOVE 1 TO COMPARE-REPORT-LENGTH
           STRING "Generation " DELIMITED BY SIZE
               COMPARE-NUM-TRIMED DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               INTO COMPARE-REPORT-STRING
               WITH POINTER COMPARE-REPORT-LENGTH
           END-STRING
           MOVE COMPARE-DIFF-COUNT TO COMPARE-NUM-STRING
           UNSTRING COMPARE-NUM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, COMPARE-NUM-TRIMED
           END-UNSTRING
           IF(COMPARE-DIFF-COUNT = 0) THEN
               MOVE "0" TO COMPARE-NUM-TRIMED
           END-IF
           STRING COMPARE-NUM-TRIMED DELIMITED BY SPACE
               " cells differ" DELIMITED BY SIZE
               INTO COMPARE-REPORT-STRING
               WITH POINTER COMPARE-REPORT-LENGTH
           END-STRING
           PERFORM WRITE-COMPARE-REPORT-LINE.

      *>      Folds IS-STILL-LIFE/IS-OSCILLATOR/IS-SPACESHIP down to
      *>      the one-word class the manifest rows already use, for
      *>      the pass that just finished.
       BUILD-COMPARE-CLASS.
           IF(IS-STILL-LIFE = 1) THEN
               MOVE "STILL-LIFE" TO COMPARE-CLASS-WORK
           ELSE
               IF(IS-OSCILLATOR = 1) THEN
                   MOVE "OSCILLATOR" TO COMPARE-CLASS-WORK
               ELSE
                   IF(IS-SPACESHIP = 1) THEN
                       MOVE "SPACESHIP" TO COMPARE-CLASS-WORK
                   ELSE
                       MOVE "NOT-STILL-LIFE" TO COMPARE-CLASS-WORK
                   END-IF
               END-IF
           END-IF.

       WRITE-COMPARE-REPORT-FOOTER.
           MOVE SPACES TO COMPARE-REPORT-STRING
           MOVE 1 TO COMPARE-REPORT-LENGTH
           IF(COMPARE-DIVERGED = 1) THEN
               MOVE COMPARE-FIRST-DIV-GEN TO COMPARE-NUM-STRING
               UNSTRING COMPARE-NUM-STRING DELIMITED BY ALL SPACE
                   INTO TEMP-NUMBER, COMPARE-NUM-TRIMED
               END-UNSTRING
               IF(COMPARE-FIRST-DIV-GEN = 0) THEN
                   MOVE "0" TO COMPARE-NUM-TRIMED
               END-IF
               STRING "First divergence at generation "
                   DELIMITED BY SIZE
                   COMPARE-NUM-TRIMED DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   INTO COMPARE-REPORT-STRING
                   WITH POINTER COMPARE-REPORT-LENGTH
               END-STRING
           ELSE
               STRING "No divergence over the generations both "
                   DELIMITED BY SIZE
                   "settings computed." DELIMITED BY SIZE
                   INTO COMPARE-REPORT-STRING
                   WITH POINTER COMPARE-REPORT-LENGTH
               END-STRING
           END-IF
           PERFORM WRITE-COMPARE-REPORT-LINE
           MOVE COMPARE-SETTING-A TO COMPARE-SETTING-SOURCE
           MOVE COMPARE-CLASS-A TO COMPARE-CLASS-WORK
           MOVE COMPARE-A-FINAL-GEN TO COMPARE-GEN-NUMBER
           PERFORM WRITE-COMPARE-CLASS-LINE
           MOVE COMPARE-SETTING-B TO COMPARE-SETTING-SOURCE
           MOVE COMPARE-CLASS-B TO COMPARE-CLASS-WORK
           MOVE COMPARE-B-FINAL-GEN TO COMPARE-GEN-NUMBER
           PERFORM WRITE-COMPARE-CLASS-LINE.
       WRITE-COMPARE-CLASS-LINE.
           MOVE COMPARE-GEN-NUMBER TO COMPARE-NUM-STRING
           UNSTRING COMPARE-NUM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, COMPARE-NUM-TRIMED
           END-UNSTRING
           IF(COMPARE-GEN-NUMBER = 0) THEN
               MOVE "0" TO COMPARE-NUM-TRIMED
           END-IF
           MOVE SPACES TO COMPARE-REPORT-STRING
           MOVE 1 TO COMPARE-REPORT-LENGTH
           STRING COMPARE-SETTING-SOURCE DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               COMPARE-CLASS-WORK DELIMITED BY SPACE
               " after " DELIMITED BY SIZE
               COMPARE-NUM-TRIMED DELIMITED BY SPACE
               " generations" DELIMITED BY SIZE
               INTO COMPARE-REPORT-STRING
               WITH POINTER COMPARE-REPORT-LENGTH
           END-STRING
           PERFORM WRITE-COMPARE-REPORT-LINE.
       WRITE-COMPARE-REPORT-LINE.
           COMPUTE COMPARE-REPORT-LINE-SIZE = COMPARE-REPORT-LENGTH - 1
           MOVE COMPARE-REPORT-STRING TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE.

      *>      Appends one row to run-manifest.txt for the pattern block
      *>      PROCESS-PATTERN-BODY just finished, rejected blocks
      *>      included, so a whole batch of input.txt can be scanned
      *>      from a single file instead of opening every <name>cob.txt
      *>      in turn. Called once per block, after every other output
      *>      file for it has already been written and closed.
       WRITE-MANIFEST-ROW.
           IF(GRID-VALID = 0) THEN
               MOVE "REJECTED-SIZE" TO MANIFEST-CLASS
           ELSE
               IF(PATTERN-VALID = 0) THEN
                   MOVE "REJECTED-DATA" TO MANIFEST-CLASS
               ELSE
                   IF(IS-STILL-LIFE = 1) THEN
                       MOVE "STILL-LIFE" TO MANIFEST-CLASS
                   ELSE
                       IF(IS-OSCILLATOR = 1) THEN
                           MOVE "OSCILLATOR" TO MANIFEST-CLASS
                       ELSE
                           IF(IS-SPACESHIP = 1) THEN
                               MOVE "SPACESHIP" TO MANIFEST-CLASS
                           ELSE
                               MOVE "NOT-STILL-LIFE" TO MANIFEST-CLASS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF(SOUP-MODE = 1 AND GRID-VALID = 1 AND PATTERN-VALID = 1)
                   THEN
               MOVE "SOUP-RUN" TO MANIFEST-CLASS
           END-IF

           MOVE GENERATION-NUMBER TO MANIFEST-GEN-STRING
           UNSTRING MANIFEST-GEN-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, MANIFEST-GEN-TRIMED
           END-UNSTRING
           IF(GENERATION-NUMBER = 0 OR GRID-VALID = 0
                   OR PATTERN-VALID = 0) THEN
               MOVE "0" TO MANIFEST-GEN-TRIMED
           END-IF

           MOVE STATS-MIN-POPULATION TO MANIFEST-MIN-STRING
           UNSTRING MANIFEST-MIN-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, MANIFEST-MIN-TRIMED
           END-UNSTRING
           IF(STATS-MIN-POPULATION = 0) THEN
               MOVE "0" TO MANIFEST-MIN-TRIMED
           END-IF

           MOVE STATS-MAX-POPULATION TO MANIFEST-MAX-STRING
           UNSTRING MANIFEST-MAX-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, MANIFEST-MAX-TRIMED
           END-UNSTRING
           IF(STATS-MAX-POPULATION = 0) THEN
               MOVE "0" TO MANIFEST-MAX-TRIMED
           END-IF

           MOVE SPACES TO MANIFEST-LINE-STRING
           MOVE 1 TO MANIFEST-LINE-LENGTH
           STRING PATTERN-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               MANIFEST-CLASS DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               MANIFEST-GEN-TRIMED DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               MANIFEST-MIN-TRIMED DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               MANIFEST-MAX-TRIMED DELIMITED BY SPACE
               INTO MANIFEST-LINE-STRING
               WITH POINTER MANIFEST-LINE-LENGTH
           END-STRING
           IF(EDGE-CONTACT = 1) THEN
               STRING " BOUNDARY" DELIMITED BY SIZE
                   INTO MANIFEST-LINE-STRING
                   WITH POINTER MANIFEST-LINE-LENGTH
               END-STRING
           END-IF
           COMPUTE MANIFEST-LINE-SIZE = MANIFEST-LINE-LENGTH - 1
           MOVE MANIFEST-LINE-STRING TO MANIFEST-OUTPUT-LINE
           WRITE MANIFEST-OUTPUT-LINE.

      *>      NEED GRID-VALID=1 AND PATTERN-VALID=1 BEFORE CALLING THIS
      *>      - appends one dated summary line to population-trend.log
      *>      for the block that just finished simulating, so the file
      *>      builds up a population-trend history across every
      *>      separate run of LIFE against this workspace, not just
      *>      this one.
       WRITE-TREND-ROW.
           MOVE GENERATION-NUMBER TO TREND-GEN-STRING
           UNSTRING TREND-GEN-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, TREND-GEN-TRIMED
           END-UNSTRING
           IF(GENERATION-NUMBER = 0) THEN
               MOVE "0" TO TREND-GEN-TRIMED
           END-IF

           MOVE STATS-MIN-POPULATION TO TREND-MIN-STRING
           UNSTRING TREND-MIN-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, TREND-MIN-TRIMED
           END-UNSTRING
           IF(STATS-MIN-POPULATION = 0) THEN
               MOVE "0" TO TREND-MIN-TRIMED
           END-IF

           MOVE STATS-MAX-POPULATION TO TREND-MAX-STRING
           UNSTRING TREND-MAX-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, TREND-MAX-TRIMED
           END-UNSTRING
           IF(STATS-MAX-POPULATION = 0) THEN
               MOVE "0" TO TREND-MAX-TRIMED
           END-IF

           IF(STATS-HAS-EXTINCTION = 1) THEN
               MOVE STATS-EXTINCTION-GENERATION
                   TO TREND-EXTINCTION-STRING
               UNSTRING TREND-EXTINCTION-STRING
                   DELIMITED BY ALL SPACE
                   INTO TEMP-NUMBER, TREND-EXTINCTION-TRIMED
               END-UNSTRING
               IF(STATS-EXTINCTION-GENERATION = 0) THEN
                   MOVE "0" TO TREND-EXTINCTION-TRIMED
               END-IF
           ELSE
               MOVE "NONE" TO TREND-EXTINCTION-TRIMED
           END-IF

           MOVE SPACES TO TREND-LINE-STRING
           MOVE 1 TO TREND-LINE-LENGTH
           STRING RUN-TIMESTAMP-TRIMED DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               PATTERN-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               TREND-GEN-TRIMED DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               TREND-MIN-TRIMED DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               TREND-MAX-TRIMED DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               TREND-EXTINCTION-TRIMED DELIMITED BY SPACE
               INTO TREND-LINE-STRING
               WITH POINTER TREND-LINE-LENGTH
           END-STRING
           COMPUTE TREND-LINE-SIZE = TREND-LINE-LENGTH - 1
           MOVE TREND-LINE-STRING TO TREND-OUTPUT-LINE
           WRITE TREND-OUTPUT-LINE.

      *>      NEED GRID-VALID=1 AND PATTERN-VALID=1 (AND STATUS-STRING
      *>      BUILT) BEFORE CALLING THIS - appends this block's final
      *>      grid, classification line, run timestamp and the final
      *>      grid's fingerprint to the cross-run results archive. A
      *>      missing archive (first run ever) is created the same
      *>      try-then-fall-back way the trend log is.
       WRITE-ARCHIVE-ENTRY.
           OPEN EXTEND ARCHIVE-FILE
           IF(ARCHIVE-FILE-STATUS NOT = '00') THEN
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           MOVE ROW-SIZE TO ARCHIVE-DIM-STRING
           UNSTRING ARCHIVE-DIM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, ARCHIVE-ROWS-TRIMED
           END-UNSTRING
           MOVE COLUMN-SIZE TO ARCHIVE-DIM-STRING
           UNSTRING ARCHIVE-DIM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, ARCHIVE-COLS-TRIMED
           END-UNSTRING
           PERFORM COMPUTE-GRID-FINGERPRINT
           MOVE SPACES TO ARCHIVE-LINE-STRING
           MOVE 1 TO ARCHIVE-LINE-LENGTH
           STRING "ARCHIVE " DELIMITED BY SIZE
               PATTERN-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               RUN-TIMESTAMP-TRIMED DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ARCHIVE-ROWS-TRIMED DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ARCHIVE-COLS-TRIMED DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               FINGERPRINT-TEXT DELIMITED BY SPACE
               INTO ARCHIVE-LINE-STRING
               WITH POINTER ARCHIVE-LINE-LENGTH
           END-STRING
           MOVE ARCHIVE-LINE-STRING TO ARCHIVE-RECORD
           WRITE ARCHIVE-RECORD
           MOVE SPACES TO ARCHIVE-RECORD
           MOVE STATUS-STRING TO ARCHIVE-RECORD
           WRITE ARCHIVE-RECORD
           MOVE 1 TO ARCHIVE-ROW-COUNTER
           PERFORM WRITE-ARCHIVE-ROW-LOOP
           CLOSE ARCHIVE-FILE.
       WRITE-ARCHIVE-ROW-LOOP.
           IF(ARCHIVE-ROW-COUNTER <= ROW-SIZE) THEN
               MOVE SPACES TO ARCHIVE-RECORD
               MOVE PREVIOUS-PATTERN-ROW(ARCHIVE-ROW-COUNTER)
                   (1:COLUMN-SIZE) TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
               ADD 1 TO ARCHIVE-ROW-COUNTER
               GO TO WRITE-ARCHIVE-ROW-LOOP
           END-IF.

      *>      Answers a "QUERY <name>" input line: every archived
      *>      entry for that name token is printed to the console in
      *>      the order it was appended - date order, each entry
      *>      opening with its timestamped ARCHIVE header.
       RUN-ARCHIVE-QUERY.
           MOVE SPACES TO QUERY-KEYWORD
           MOVE SPACES TO QUERY-TARGET
           UNSTRING PATTERN-NAME DELIMITED BY SPACE
               INTO QUERY-KEYWORD, QUERY-TARGET
           END-UNSTRING
           MOVE 0 TO QUERY-FOUND
           MOVE 0 TO QUERY-IN-MATCH
           MOVE 'N' TO QUERY-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF(ARCHIVE-FILE-STATUS = '00') THEN
               PERFORM RUN-ARCHIVE-QUERY-LOOP
               CLOSE ARCHIVE-FILE
               IF(QUERY-FOUND = 0) THEN
                   DISPLAY "No archived results for " QUERY-TARGET
               END-IF
           ELSE
               DISPLAY "No results archive on file."
           END-IF.
       RUN-ARCHIVE-QUERY-LOOP.
           IF(QUERY-EOF-FLAG NOT = 'Y') THEN
               READ ARCHIVE-FILE INTO QUERY-READ-LINE
                   AT END
                   MOVE 'Y' TO QUERY-EOF-FLAG
               END-READ
               IF(QUERY-EOF-FLAG NOT = 'Y') THEN
                   IF(QUERY-READ-LINE(1:8) = 'ARCHIVE ') THEN
                       MOVE SPACES TO QUERY-HEADER-KEYWORD
                       MOVE SPACES TO QUERY-HEADER-NAME
                       UNSTRING QUERY-READ-LINE DELIMITED BY SPACE
                           INTO QUERY-HEADER-KEYWORD,
                           QUERY-HEADER-NAME
                       END-UNSTRING
                       IF(QUERY-HEADER-NAME = QUERY-TARGET) THEN
                           MOVE 1 TO QUERY-IN-MATCH
                           MOVE 1 TO QUERY-FOUND
                           DISPLAY QUERY-READ-LINE
                       ELSE
                           MOVE 0 TO QUERY-IN-MATCH
                       END-IF
                   ELSE
                       IF(QUERY-IN-MATCH = 1) THEN
                           DISPLAY QUERY-READ-LINE
                       END-IF
                   END-IF
               END-IF
               GO TO RUN-ARCHIVE-QUERY-LOOP
           END-IF.

      *>      NEED ROW-SIZE, COLUMN-SIZE AND PREVIOUS-PATTERN-TABLE SET
      *>      BEFORE CALLING THIS - fingerprints the grid held there
      *>      (the final grid, once a simulation is done) into
      *>      FINGERPRINT-TEXT.
       COMPUTE-GRID-FINGERPRINT.
           MOVE 0 TO FINGERPRINT-POPULATION
           MOVE 0 TO FINGERPRINT-TOP
           MOVE 0 TO FINGERPRINT-BOTTOM
           MOVE 999 TO FINGERPRINT-LEFT
           MOVE 0 TO FINGERPRINT-RIGHT
           MOVE 1 TO FINGERPRINT-SCAN-ROW
           PERFORM FINGERPRINT-BOX-ROW-LOOP
           MOVE SPACES TO FINGERPRINT-TEXT
           IF(FINGERPRINT-POPULATION = 0) THEN
               MOVE "0-0X0-0000000000" TO FINGERPRINT-TEXT
           ELSE
               COMPUTE FINGERPRINT-HEIGHT =
                   FINGERPRINT-BOTTOM - FINGERPRINT-TOP + 1
               COMPUTE FINGERPRINT-WIDTH =
                   FINGERPRINT-RIGHT - FINGERPRINT-LEFT + 1
               MOVE 9999999999 TO FINGERPRINT-BEST
               MOVE 1 TO FINGERPRINT-TRANSFORM
               PERFORM FINGERPRINT-TRANSFORM-LOOP
               MOVE FINGERPRINT-POPULATION TO FINGERPRINT-NUM-STRING
               UNSTRING FINGERPRINT-NUM-STRING DELIMITED BY ALL SPACE
                   INTO TEMP-NUMBER, FINGERPRINT-POP-TRIMED
               END-UNSTRING
               IF(FINGERPRINT-HEIGHT < FINGERPRINT-WIDTH) THEN
                   MOVE FINGERPRINT-HEIGHT TO FINGERPRINT-NUM-STRING
               ELSE
                   MOVE FINGERPRINT-WIDTH TO FINGERPRINT-NUM-STRING
               END-IF
               UNSTRING FINGERPRINT-NUM-STRING DELIMITED BY ALL SPACE
                   INTO TEMP-NUMBER, FINGERPRINT-SHORT-TRIMED
               END-UNSTRING
               IF(FINGERPRINT-HEIGHT < FINGERPRINT-WIDTH) THEN
                   MOVE FINGERPRINT-WIDTH TO FINGERPRINT-NUM-STRING
               ELSE
                   MOVE FINGERPRINT-HEIGHT TO FINGERPRINT-NUM-STRING
               END-IF
               UNSTRING FINGERPRINT-NUM-STRING DELIMITED BY ALL SPACE
                   INTO TEMP-NUMBER, FINGERPRINT-LONG-TRIMED
               END-UNSTRING
               MOVE 1 TO FINGERPRINT-LENGTH
               STRING FINGERPRINT-POP-TRIMED DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   FINGERPRINT-SHORT-TRIMED DELIMITED BY SPACE
                   "X" DELIMITED BY SIZE
                   FINGERPRINT-LONG-TRIMED DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   FINGERPRINT-BEST DELIMITED BY SIZE
                   INTO FINGERPRINT-TEXT
                   WITH POINTER FINGERPRINT-LENGTH
               END-STRING
           END-IF.

      *>      Finds the live cells' bounding box (and counts them),
      *>      row by row; a row with no live cell is passed over
      *>      after one INSPECT.
       FINGERPRINT-BOX-ROW-LOOP.
           IF(FINGERPRINT-SCAN-ROW <= ROW-SIZE) THEN
               MOVE 0 TO FINGERPRINT-ROW-TALLY
               INSPECT PREVIOUS-PATTERN-ROW(FINGERPRINT-SCAN-ROW)
                   (1:COLUMN-SIZE) TALLYING FINGERPRINT-ROW-TALLY
                   FOR ALL '*'
               IF(FINGERPRINT-ROW-TALLY > 0) THEN
                   ADD FINGERPRINT-ROW-TALLY TO FINGERPRINT-POPULATION
                   IF(FINGERPRINT-TOP = 0) THEN
                       MOVE FINGERPRINT-SCAN-ROW TO FINGERPRINT-TOP
                   END-IF
                   MOVE FINGERPRINT-SCAN-ROW TO FINGERPRINT-BOTTOM
                   MOVE 1 TO FINGERPRINT-SCAN-COLUMN
                   PERFORM FINGERPRINT-FIND-LEFT-LOOP
                   IF(FINGERPRINT-SCAN-COLUMN < FINGERPRINT-LEFT) THEN
                       MOVE FINGERPRINT-SCAN-COLUMN TO FINGERPRINT-LEFT
                   END-IF
                   MOVE COLUMN-SIZE TO FINGERPRINT-SCAN-COLUMN
                   PERFORM FINGERPRINT-FIND-RIGHT-LOOP
                   IF(FINGERPRINT-SCAN-COLUMN > FINGERPRINT-RIGHT) THEN
                       MOVE FINGERPRINT-SCAN-COLUMN TO FINGERPRINT-RIGHT
                   END-IF
               END-IF
               ADD 1 TO FINGERPRINT-SCAN-ROW
               GO TO FINGERPRINT-BOX-ROW-LOOP
           END-IF.
       FINGERPRINT-FIND-LEFT-LOOP.
           IF(PREVIOUS-PATTERN-CELL(FINGERPRINT-SCAN-ROW,
                   FINGERPRINT-SCAN-COLUMN) NOT = '*') THEN
               ADD 1 TO FINGERPRINT-SCAN-COLUMN
               GO TO FINGERPRINT-FIND-LEFT-LOOP
           END-IF.
       FINGERPRINT-FIND-RIGHT-LOOP.
           IF(PREVIOUS-PATTERN-CELL(FINGERPRINT-SCAN-ROW,
                   FINGERPRINT-SCAN-COLUMN) NOT = '*') THEN
               SUBTRACT 1 FROM FINGERPRINT-SCAN-COLUMN
               GO TO FINGERPRINT-FIND-RIGHT-LOOP
           END-IF.

      *>      Orientations 1 to 8: one less than the number, as three
      *>      bits, says whether the box is read with its columns
      *>      reversed (1), its rows reversed (2) and rows and columns
      *>      swapped (4). Each is hashed, seeded with its own
      *>      height and width, as the live cells' positions in
      *>      reading order; the smallest hash stands for them all.
       FINGERPRINT-TRANSFORM-LOOP.
           IF(FINGERPRINT-TRANSFORM <= 8) THEN
               COMPUTE FINGERPRINT-TRANSFORM-BITS =
                   FINGERPRINT-TRANSFORM - 1
               MOVE 0 TO FINGERPRINT-TRANSPOSE
               IF(FINGERPRINT-TRANSFORM-BITS >= 4) THEN
                   MOVE 1 TO FINGERPRINT-TRANSPOSE
                   SUBTRACT 4 FROM FINGERPRINT-TRANSFORM-BITS
               END-IF
               MOVE 0 TO FINGERPRINT-FLIP-ROWS
               IF(FINGERPRINT-TRANSFORM-BITS >= 2) THEN
                   MOVE 1 TO FINGERPRINT-FLIP-ROWS
                   SUBTRACT 2 FROM FINGERPRINT-TRANSFORM-BITS
               END-IF
               MOVE FINGERPRINT-TRANSFORM-BITS
                   TO FINGERPRINT-FLIP-COLUMNS
               IF(FINGERPRINT-TRANSPOSE = 1) THEN
                   MOVE FINGERPRINT-WIDTH TO FINGERPRINT-OUT-ROWS
                   MOVE FINGERPRINT-HEIGHT TO FINGERPRINT-OUT-COLUMNS
               ELSE
                   MOVE FINGERPRINT-HEIGHT TO FINGERPRINT-OUT-ROWS
                   MOVE FINGERPRINT-WIDTH TO FINGERPRINT-OUT-COLUMNS
               END-IF
               COMPUTE FINGERPRINT-HASH =
                   FINGERPRINT-OUT-ROWS * 1000 + FINGERPRINT-OUT-COLUMNS
               MOVE 1 TO FINGERPRINT-OUT-ROW
               PERFORM FINGERPRINT-HASH-ROW-LOOP
               IF(FINGERPRINT-HASH < FINGERPRINT-BEST) THEN
                   MOVE FINGERPRINT-HASH TO FINGERPRINT-BEST
               END-IF
               ADD 1 TO FINGERPRINT-TRANSFORM
               GO TO FINGERPRINT-TRANSFORM-LOOP
           END-IF.
       FINGERPRINT-HASH-ROW-LOOP.
           IF(FINGERPRINT-OUT-ROW <= FINGERPRINT-OUT-ROWS) THEN
               MOVE 1 TO FINGERPRINT-OUT-COLUMN
               PERFORM FINGERPRINT-HASH-COLUMN-LOOP
               ADD 1 TO FINGERPRINT-OUT-ROW
               GO TO FINGERPRINT-HASH-ROW-LOOP
           END-IF.
       FINGERPRINT-HASH-COLUMN-LOOP.
           IF(FINGERPRINT-OUT-COLUMN <= FINGERPRINT-OUT-COLUMNS) THEN
               IF(FINGERPRINT-TRANSPOSE = 1) THEN
                   MOVE FINGERPRINT-OUT-COLUMN TO FINGERPRINT-BOX-ROW
                   MOVE FINGERPRINT-OUT-ROW TO FINGERPRINT-BOX-COLUMN
               ELSE
                   MOVE FINGERPRINT-OUT-ROW TO FINGERPRINT-BOX-ROW
                   MOVE FINGERPRINT-OUT-COLUMN TO FINGERPRINT-BOX-COLUMN
               END-IF
               IF(FINGERPRINT-FLIP-ROWS = 1) THEN
                   COMPUTE FINGERPRINT-SOURCE-ROW =
                       FINGERPRINT-BOTTOM - FINGERPRINT-BOX-ROW + 1
               ELSE
                   COMPUTE FINGERPRINT-SOURCE-ROW =
                       FINGERPRINT-TOP + FINGERPRINT-BOX-ROW - 1
               END-IF
               IF(FINGERPRINT-FLIP-COLUMNS = 1) THEN
                   COMPUTE FINGERPRINT-SOURCE-COLUMN =
                       FINGERPRINT-RIGHT - FINGERPRINT-BOX-COLUMN + 1
               ELSE
                   COMPUTE FINGERPRINT-SOURCE-COLUMN =
                       FINGERPRINT-LEFT + FINGERPRINT-BOX-COLUMN - 1
               END-IF
               IF(PREVIOUS-PATTERN-CELL(FINGERPRINT-SOURCE-ROW,
                       FINGERPRINT-SOURCE-COLUMN) = '*') THEN
                   COMPUTE FINGERPRINT-CELL-INDEX =
                       (FINGERPRINT-OUT-ROW - 1)
                       * FINGERPRINT-OUT-COLUMNS
                       + FINGERPRINT-OUT-COLUMN
                   COMPUTE FINGERPRINT-PRODUCT =
                       FINGERPRINT-HASH * 1000003
                       + FINGERPRINT-CELL-INDEX
                   DIVIDE FINGERPRINT-PRODUCT BY 2147483647
                       GIVING FINGERPRINT-QUOTIENT
                       REMAINDER FINGERPRINT-HASH
               END-IF
               ADD 1 TO FINGERPRINT-OUT-COLUMN
               GO TO FINGERPRINT-HASH-COLUMN-LOOP
           END-IF.

      *>      NEED EQUIV-TARGET SET BEFORE CALLING THIS (SPACES when
      *>      there is no one name to look for) - reads the whole
      *>      results archive into EQUIV-PAIR-TABLE, one entry per
      *>      name and fingerprint, keeping the latest run stamp for
      *>      each; a name's later results under another fingerprint
      *>      get entries of their own. When EQUIV-TARGET names an
      *>      archived pattern, EQUIV-TARGET-FINGERPRINT is left
      *>      holding its latest result's fingerprint. Returns
      *>      EQUIV-FOUND 0 when there is no archive to read.
       LOAD-ARCHIVE-FINGERPRINTS.
           MOVE 0 TO EQUIV-PAIR-COUNT
           MOVE 0 TO EQUIV-ENTRY-COUNT
           MOVE 0 TO EQUIV-OVERFLOW-COUNT
           MOVE SPACES TO EQUIV-TARGET-FINGERPRINT
           MOVE 'N' TO EQUIV-EOF-FLAG
           MOVE 0 TO EQUIV-FOUND
           OPEN INPUT ARCHIVE-FILE
           IF(ARCHIVE-FILE-STATUS = '00') THEN
               MOVE 1 TO EQUIV-FOUND
               PERFORM LOAD-ARCHIVE-ENTRY-LOOP
               CLOSE ARCHIVE-FILE
           END-IF.
       LOAD-ARCHIVE-ENTRY-LOOP.
           IF(EQUIV-EOF-FLAG NOT = 'Y') THEN
               MOVE SPACES TO EQUIV-READ-LINE
               READ ARCHIVE-FILE INTO EQUIV-READ-LINE
                   AT END
                   MOVE 'Y' TO EQUIV-EOF-FLAG
               END-READ
               IF(EQUIV-EOF-FLAG NOT = 'Y' AND
                       EQUIV-READ-LINE(1:8) = 'ARCHIVE ') THEN
                   PERFORM LOAD-ARCHIVE-ENTRY
               END-IF
               GO TO LOAD-ARCHIVE-ENTRY-LOOP
           END-IF.
      *>      NEED AN ARCHIVE HEADER IN EQUIV-READ-LINE BEFORE CALLING
      *>      THIS. An entry written before fingerprints were kept has
      *>      no sixth word; its grid rows, after the status line, are
      *>      read back into PREVIOUS-PATTERN-TABLE and fingerprinted
      *>      here instead.
       LOAD-ARCHIVE-ENTRY.
           ADD 1 TO EQUIV-ENTRY-COUNT
           MOVE SPACES TO EQUIV-HEADER-KEYWORD
           MOVE SPACES TO EQUIV-HEADER-NAME
           MOVE SPACES TO EQUIV-HEADER-STAMP
           MOVE 0 TO EQUIV-HEADER-ROWS
           MOVE 0 TO EQUIV-HEADER-COLUMNS
           MOVE SPACES TO EQUIV-HEADER-FINGERPRINT
           UNSTRING EQUIV-READ-LINE DELIMITED BY ALL SPACE
               INTO EQUIV-HEADER-KEYWORD, EQUIV-HEADER-NAME,
               EQUIV-HEADER-STAMP, EQUIV-HEADER-ROWS,
               EQUIV-HEADER-COLUMNS, EQUIV-HEADER-FINGERPRINT
           END-UNSTRING
           IF(EQUIV-HEADER-FINGERPRINT = SPACES
                   AND EQUIV-HEADER-ROWS > 0
                   AND EQUIV-HEADER-COLUMNS > 0) THEN
               MOVE EQUIV-HEADER-ROWS TO ROW-SIZE
               MOVE EQUIV-HEADER-COLUMNS TO COLUMN-SIZE
               READ ARCHIVE-FILE INTO EQUIV-READ-LINE
                   AT END
                   MOVE 'Y' TO EQUIV-EOF-FLAG
               END-READ
               MOVE 1 TO EQUIV-ROW-COUNTER
               PERFORM LOAD-ARCHIVE-ROW-LOOP
               IF(EQUIV-EOF-FLAG NOT = 'Y') THEN
                   PERFORM COMPUTE-GRID-FINGERPRINT
                   MOVE FINGERPRINT-TEXT TO EQUIV-HEADER-FINGERPRINT
               END-IF
           END-IF
           IF(EQUIV-HEADER-FINGERPRINT NOT = SPACES) THEN
               IF(EQUIV-TARGET NOT = SPACES AND
                       EQUIV-HEADER-NAME = EQUIV-TARGET) THEN
                   MOVE EQUIV-HEADER-FINGERPRINT
                       TO EQUIV-TARGET-FINGERPRINT
               END-IF
               MOVE 0 TO EQUIV-FOUND
               MOVE 1 TO EQUIV-INDEX
               PERFORM FIND-EQUIV-PAIR-LOOP
               IF(EQUIV-FOUND = 0) THEN
                   IF(EQUIV-PAIR-COUNT < 1000) THEN
                       ADD 1 TO EQUIV-PAIR-COUNT
                       MOVE EQUIV-HEADER-FINGERPRINT
                           TO EQUIV-PAIR-FINGERPRINT(EQUIV-PAIR-COUNT)
                       MOVE EQUIV-HEADER-NAME
                           TO EQUIV-PAIR-NAME(EQUIV-PAIR-COUNT)
                       MOVE EQUIV-HEADER-STAMP
                           TO EQUIV-PAIR-STAMP(EQUIV-PAIR-COUNT)
                       MOVE 0 TO EQUIV-PAIR-DONE(EQUIV-PAIR-COUNT)
                   ELSE
                       ADD 1 TO EQUIV-OVERFLOW-COUNT
                   END-IF
               END-IF
               MOVE 1 TO EQUIV-FOUND
           END-IF.
       LOAD-ARCHIVE-ROW-LOOP.
           IF(EQUIV-ROW-COUNTER <= ROW-SIZE
                   AND EQUIV-EOF-FLAG NOT = 'Y') THEN
               MOVE ALL '0' TO PREVIOUS-PATTERN-ROW(EQUIV-ROW-COUNTER)
               READ ARCHIVE-FILE
                   INTO PREVIOUS-PATTERN-ROW(EQUIV-ROW-COUNTER)
                   AT END
                   MOVE 'Y' TO EQUIV-EOF-FLAG
               END-READ
               ADD 1 TO EQUIV-ROW-COUNTER
               GO TO LOAD-ARCHIVE-ROW-LOOP
           END-IF.
      *>      Same name reaching the same fingerprint again just moves
      *>      the pair's stamp on to the later run.
       FIND-EQUIV-PAIR-LOOP.
           IF(EQUIV-FOUND = 0 AND EQUIV-INDEX <= EQUIV-PAIR-COUNT) THEN
               IF(EQUIV-PAIR-FINGERPRINT(EQUIV-INDEX) =
                       EQUIV-HEADER-FINGERPRINT AND
                       EQUIV-PAIR-NAME(EQUIV-INDEX) = EQUIV-HEADER-NAME)
                       THEN
                   MOVE EQUIV-HEADER-STAMP
                       TO EQUIV-PAIR-STAMP(EQUIV-INDEX)
                   MOVE 1 TO EQUIV-FOUND
               END-IF
               ADD 1 TO EQUIV-INDEX
               GO TO FIND-EQUIV-PAIR-LOOP
           END-IF.

      *>      The EQUIVALENCE job: every fingerprint reached under more
      *>      than one name, in the order each first appears in the
      *>      archive, with its names and their latest run stamps.
       RUN-EQUIVALENCE-REPORT.
           MOVE SPACES TO EQUIV-TARGET
           PERFORM LOAD-ARCHIVE-FINGERPRINTS
           OPEN OUTPUT EQUIV-FILE
           MOVE SPACES TO EQUIV-LINE-STRING
           MOVE 1 TO EQUIV-LINE-LENGTH
           STRING "Archive equivalence report for run "
               DELIMITED BY SIZE
               RUN-TIMESTAMP-TRIMED DELIMITED BY SPACE
               INTO EQUIV-LINE-STRING
               WITH POINTER EQUIV-LINE-LENGTH
           END-STRING
           PERFORM WRITE-EQUIV-LINE
           MOVE 0 TO EQUIV-GROUP-COUNT
           IF(EQUIV-FOUND = 0) THEN
               MOVE SPACES TO EQUIV-LINE-STRING
               MOVE 1 TO EQUIV-LINE-LENGTH
               STRING "No results archive on file." DELIMITED BY SIZE
                   INTO EQUIV-LINE-STRING
                   WITH POINTER EQUIV-LINE-LENGTH
               END-STRING
               PERFORM WRITE-EQUIV-LINE
           ELSE
               MOVE 1 TO EQUIV-INDEX
               PERFORM WRITE-EQUIV-GROUP-LOOP
           END-IF
           MOVE SPACES TO EQUIV-LINE-STRING
           MOVE 1 TO EQUIV-LINE-LENGTH
           MOVE EQUIV-ENTRY-COUNT TO EQUIV-NUM-STRING
           PERFORM TRIM-EQUIV-NUMBER
           STRING "Archive entries read " DELIMITED BY SIZE
               EQUIV-NUM-TRIMED DELIMITED BY SPACE
               INTO EQUIV-LINE-STRING
               WITH POINTER EQUIV-LINE-LENGTH
           END-STRING
           MOVE EQUIV-PAIR-COUNT TO EQUIV-NUM-STRING
           PERFORM TRIM-EQUIV-NUMBER
           STRING ", distinct name/fingerprint pairs " DELIMITED BY SIZE
               EQUIV-NUM-TRIMED DELIMITED BY SPACE
               INTO EQUIV-LINE-STRING
               WITH POINTER EQUIV-LINE-LENGTH
           END-STRING
           MOVE EQUIV-GROUP-COUNT TO EQUIV-NUM-STRING
           PERFORM TRIM-EQUIV-NUMBER
           STRING ", shared fingerprints " DELIMITED BY SIZE
               EQUIV-NUM-TRIMED DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               INTO EQUIV-LINE-STRING
               WITH POINTER EQUIV-LINE-LENGTH
           END-STRING
           PERFORM WRITE-EQUIV-LINE
           IF(EQUIV-OVERFLOW-COUNT > 0) THEN
               MOVE SPACES TO EQUIV-LINE-STRING
               MOVE 1 TO EQUIV-LINE-LENGTH
               MOVE EQUIV-OVERFLOW-COUNT TO EQUIV-NUM-STRING
               PERFORM TRIM-EQUIV-NUMBER
               STRING EQUIV-NUM-TRIMED DELIMITED BY SPACE
                   " entries not grouped - more than 1000 distinct "
                   DELIMITED BY SIZE
                   "name/fingerprint pairs." DELIMITED BY SIZE
                   INTO EQUIV-LINE-STRING
                   WITH POINTER EQUIV-LINE-LENGTH
               END-STRING
               PERFORM WRITE-EQUIV-LINE
           END-IF
           CLOSE EQUIV-FILE
           DISPLAY "Archive equivalence report written to "
               EQUIV-FILENAME(1:80).
       WRITE-EQUIV-GROUP-LOOP.
           IF(EQUIV-INDEX <= EQUIV-PAIR-COUNT) THEN
               IF(EQUIV-PAIR-DONE(EQUIV-INDEX) = 0) THEN
                   MOVE 0 TO EQUIV-MEMBER-COUNT
                   MOVE EQUIV-INDEX TO EQUIV-OTHER-INDEX
                   PERFORM COUNT-EQUIV-MEMBER-LOOP
                   IF(EQUIV-MEMBER-COUNT > 1) THEN
                       ADD 1 TO EQUIV-GROUP-COUNT
                       PERFORM WRITE-EQUIV-GROUP
                   END-IF
               END-IF
               ADD 1 TO EQUIV-INDEX
               GO TO WRITE-EQUIV-GROUP-LOOP
           END-IF.
       COUNT-EQUIV-MEMBER-LOOP.
           IF(EQUIV-OTHER-INDEX <= EQUIV-PAIR-COUNT) THEN
               IF(EQUIV-PAIR-FINGERPRINT(EQUIV-OTHER-INDEX) =
                       EQUIV-PAIR-FINGERPRINT(EQUIV-INDEX)) THEN
                   ADD 1 TO EQUIV-MEMBER-COUNT
               END-IF
               ADD 1 TO EQUIV-OTHER-INDEX
               GO TO COUNT-EQUIV-MEMBER-LOOP
           END-IF.
       WRITE-EQUIV-GROUP.
           MOVE SPACES TO EQUIV-LINE-STRING
           MOVE 1 TO EQUIV-LINE-LENGTH
           MOVE EQUIV-MEMBER-COUNT TO EQUIV-NUM-STRING
           PERFORM TRIM-EQUIV-NUMBER
           STRING "Fingerprint " DELIMITED BY SIZE
               EQUIV-PAIR-FINGERPRINT(EQUIV-INDEX) DELIMITED BY SPACE
               " reached by " DELIMITED BY SIZE
               EQUIV-NUM-TRIMED DELIMITED BY SPACE
               " names:" DELIMITED BY SIZE
               INTO EQUIV-LINE-STRING
               WITH POINTER EQUIV-LINE-LENGTH
           END-STRING
           PERFORM WRITE-EQUIV-LINE
           MOVE EQUIV-INDEX TO EQUIV-OTHER-INDEX
           PERFORM WRITE-EQUIV-MEMBER-LOOP.
       WRITE-EQUIV-MEMBER-LOOP.
           IF(EQUIV-OTHER-INDEX <= EQUIV-PAIR-COUNT) THEN
               IF(EQUIV-PAIR-FINGERPRINT(EQUIV-OTHER-INDEX) =
                       EQUIV-PAIR-FINGERPRINT(EQUIV-INDEX)) THEN
                   MOVE 1 TO EQUIV-PAIR-DONE(EQUIV-OTHER-INDEX)
                   MOVE SPACES TO EQUIV-LINE-STRING
                   MOVE 1 TO EQUIV-LINE-LENGTH
                   STRING "    " DELIMITED BY SIZE
                       EQUIV-PAIR-NAME(EQUIV-OTHER-INDEX)
                       DELIMITED BY SPACE
                       " last archived " DELIMITED BY SIZE
                       EQUIV-PAIR-STAMP(EQUIV-OTHER-INDEX)
                       DELIMITED BY SPACE
                       INTO EQUIV-LINE-STRING
                       WITH POINTER EQUIV-LINE-LENGTH
                   END-STRING
                   PERFORM WRITE-EQUIV-LINE
               END-IF
               ADD 1 TO EQUIV-OTHER-INDEX
               GO TO WRITE-EQUIV-MEMBER-LOOP
           END-IF.

      *>      Answers an "EQUIVALENT <fingerprint or name>" input
      *>      line on the console. The word is taken as a fingerprint
      *>      when some archived result has it, otherwise as a pattern
      *>      name standing for its latest result's fingerprint.
       RUN-EQUIVALENCE-QUERY.
           MOVE SPACES TO QUERY-KEYWORD
           MOVE SPACES TO QUERY-TARGET
           UNSTRING PATTERN-NAME DELIMITED BY ALL SPACE
               INTO QUERY-KEYWORD, QUERY-TARGET
           END-UNSTRING
           MOVE QUERY-TARGET TO EQUIV-TARGET
           PERFORM LOAD-ARCHIVE-FINGERPRINTS
           IF(EQUIV-FOUND = 0) THEN
               DISPLAY "No results archive on file."
           ELSE
               MOVE 0 TO EQUIV-FOUND
               MOVE 1 TO EQUIV-INDEX
               PERFORM FIND-EQUIV-FINGERPRINT-LOOP
               IF(EQUIV-FOUND = 1) THEN
                   MOVE QUERY-TARGET TO EQUIV-TARGET-FINGERPRINT
               END-IF
               IF(EQUIV-TARGET-FINGERPRINT = SPACES) THEN
                   DISPLAY "No archived results for " QUERY-TARGET
               ELSE
                   MOVE SPACES TO EQUIV-LINE-STRING
                   MOVE 1 TO EQUIV-LINE-LENGTH
                   STRING "Archived names reaching fingerprint "
                       DELIMITED BY SIZE
                       EQUIV-TARGET-FINGERPRINT DELIMITED BY SPACE
                       ":" DELIMITED BY SIZE
                       INTO EQUIV-LINE-STRING
                       WITH POINTER EQUIV-LINE-LENGTH
                   END-STRING
                   DISPLAY EQUIV-LINE-STRING(1:EQUIV-LINE-LENGTH - 1)
                   MOVE 1 TO EQUIV-INDEX
                   PERFORM DISPLAY-EQUIV-NAME-LOOP
               END-IF
           END-IF.
       FIND-EQUIV-FINGERPRINT-LOOP.
           IF(EQUIV-FOUND = 0 AND EQUIV-INDEX <= EQUIV-PAIR-COUNT) THEN
               IF(EQUIV-PAIR-FINGERPRINT(EQUIV-INDEX) = QUERY-TARGET)
                       THEN
                   MOVE 1 TO EQUIV-FOUND
               END-IF
               ADD 1 TO EQUIV-INDEX
               GO TO FIND-EQUIV-FINGERPRINT-LOOP
           END-IF.
       DISPLAY-EQUIV-NAME-LOOP.
           IF(EQUIV-INDEX <= EQUIV-PAIR-COUNT) THEN
               IF(EQUIV-PAIR-FINGERPRINT(EQUIV-INDEX) =
                       EQUIV-TARGET-FINGERPRINT) THEN
                   MOVE SPACES TO EQUIV-LINE-STRING
                   MOVE 1 TO EQUIV-LINE-LENGTH
                   STRING "    " DELIMITED BY SIZE
                       EQUIV-PAIR-NAME(EQUIV-INDEX) DELIMITED BY SPACE
                       " last archived " DELIMITED BY SIZE
                       EQUIV-PAIR-STAMP(EQUIV-INDEX) DELIMITED BY SPACE
                       INTO EQUIV-LINE-STRING
                       WITH POINTER EQUIV-LINE-LENGTH
                   END-STRING
                   DISPLAY EQUIV-LINE-STRING(1:EQUIV-LINE-LENGTH - 1)
               END-IF
               ADD 1 TO EQUIV-INDEX
               GO TO DISPLAY-EQUIV-NAME-LOOP
           END-IF.
       TRIM-EQUIV-NUMBER.
           UNSTRING EQUIV-NUM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, EQUIV-NUM-TRIMED
           END-UNSTRING.
       WRITE-EQUIV-LINE.
           COMPUTE EQUIV-LINE-SIZE = EQUIV-LINE-LENGTH - 1
           MOVE EQUIV-LINE-STRING TO EQUIV-OUTPUT-LINE
           WRITE EQUIV-OUTPUT-LINE.

      *>      The CERTIFY job: certifies every catalog entry in turn,
      *>      then the entries patterns.lib holds that never made it
      *>      into the catalog, writes the inventory and the new
      *>      certification file, and hands the verdict back in
      *>      RETURN-CODE.
       RUN-CATALOG-CERTIFICATION.
           MOVE 0 TO RECON-SEVERITY
           MOVE RUN-TIMESTAMP-TRIMED(1:8) TO CERTIFY-TODAY
           MOVE 0 TO CERTIFY-CHECKED-COUNT
           MOVE 0 TO CERTIFY-PASSED-COUNT
           MOVE 0 TO CERTIFY-FAILED-COUNT
           MOVE 0 TO CERTIFY-CHANGED-COUNT
           MOVE 0 TO CERTIFY-NEW-COUNT
           PERFORM LOAD-CERTIFY-LEDGER
           OPEN OUTPUT CERTIFY-REPORT-FILE
           MOVE SPACES TO CERTIFY-LINE-STRING
           MOVE 1 TO CERTIFY-LINE-LENGTH
           STRING "Catalog certification for run " DELIMITED BY SIZE
               RUN-TIMESTAMP-TRIMED DELIMITED BY SPACE
               INTO CERTIFY-LINE-STRING
               WITH POINTER CERTIFY-LINE-LENGTH
           END-STRING
           PERFORM WRITE-CERTIFY-REPORT-LINE
           MOVE SPACES TO CERTIFY-LINE-STRING
           MOVE 1 TO CERTIFY-LINE-LENGTH
           MOVE CERTIFY-PADDING TO CERTIFY-NUM-STRING
           PERFORM TRIM-CERTIFY-NUMBER
           MOVE CERTIFY-CAP TO CERTIFY-NUM-STRING
           UNSTRING CERTIFY-NUM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, CERTIFY-NUM-TRIMED-2
           END-UNSTRING
           STRING "Rule B" DELIMITED BY SIZE
               RUN-CONTROL-DEFAULT-BIRTH-RULE DELIMITED BY SPACE
               "/S" DELIMITED BY SIZE
               RUN-CONTROL-DEFAULT-SURVIVE-RULE DELIMITED BY SPACE
               ", NOWRAP, each entry padded " DELIMITED BY SIZE
               CERTIFY-NUM-TRIMED DELIMITED BY SPACE
               " cells each side, at most " DELIMITED BY SIZE
               CERTIFY-NUM-TRIMED-2 DELIMITED BY SPACE
               " generations." DELIMITED BY SIZE
               INTO CERTIFY-LINE-STRING
               WITH POINTER CERTIFY-LINE-LENGTH
           END-STRING
           PERFORM WRITE-CERTIFY-REPORT-LINE
           MOVE SPACES TO CERTIFY-LINE-STRING
           MOVE 1 TO CERTIFY-LINE-LENGTH
           PERFORM WRITE-CERTIFY-REPORT-LINE
           MOVE SPACES TO CERTIFY-LINE-STRING
           MOVE "NAME" TO CERTIFY-LINE-STRING(1:4)
           MOVE "SIZE" TO CERTIFY-LINE-STRING(22:4)
           MOVE "POP" TO CERTIFY-LINE-STRING(33:3)
           MOVE "VERIFIED CLASS" TO CERTIFY-LINE-STRING(38:14)
           MOVE "CERTIFIED" TO CERTIFY-LINE-STRING(69:9)
           MOVE "FLAG" TO CERTIFY-LINE-STRING(79:4)
           MOVE 83 TO CERTIFY-LINE-LENGTH
           PERFORM WRITE-CERTIFY-REPORT-LINE
           MOVE 1 TO CERTIFY-ENTRY-INDEX
           PERFORM CERTIFY-ENTRY-LOOP
           MOVE 1 TO CERTIFY-REJECTED-INDEX
           PERFORM CERTIFY-REJECTED-LOOP
           MOVE 1 TO CERTIFY-LEDGER-INDEX
           PERFORM REPORT-RETIRED-ENTRY-LOOP

           MOVE SPACES TO CERTIFY-LINE-STRING
           MOVE 1 TO CERTIFY-LINE-LENGTH
           PERFORM WRITE-CERTIFY-REPORT-LINE
           MOVE SPACES TO CERTIFY-LINE-STRING
           MOVE 1 TO CERTIFY-LINE-LENGTH
           MOVE CERTIFY-CHECKED-COUNT TO CERTIFY-NUM-STRING
           PERFORM TRIM-CERTIFY-NUMBER
           STRING "Entries checked " DELIMITED BY SIZE
               CERTIFY-NUM-TRIMED DELIMITED BY SPACE
               INTO CERTIFY-LINE-STRING
               WITH POINTER CERTIFY-LINE-LENGTH
           END-STRING
           MOVE CERTIFY-PASSED-COUNT TO CERTIFY-NUM-STRING
           PERFORM TRIM-CERTIFY-NUMBER
           STRING ", certified " DELIMITED BY SIZE
               CERTIFY-NUM-TRIMED DELIMITED BY SPACE
               INTO CERTIFY-LINE-STRING
               WITH POINTER CERTIFY-LINE-LENGTH
           END-STRING
           MOVE CERTIFY-FAILED-COUNT TO CERTIFY-NUM-STRING
           PERFORM TRIM-CERTIFY-NUMBER
           STRING ", failed " DELIMITED BY SIZE
               CERTIFY-NUM-TRIMED DELIMITED BY SPACE
               INTO CERTIFY-LINE-STRING
               WITH POINTER CERTIFY-LINE-LENGTH
           END-STRING
           MOVE CERTIFY-CHANGED-COUNT TO CERTIFY-NUM-STRING
           PERFORM TRIM-CERTIFY-NUMBER
           STRING ", changed " DELIMITED BY SIZE
               CERTIFY-NUM-TRIMED DELIMITED BY SPACE
               INTO CERTIFY-LINE-STRING
               WITH POINTER CERTIFY-LINE-LENGTH
           END-STRING
           MOVE CERTIFY-NEW-COUNT TO CERTIFY-NUM-STRING
           PERFORM TRIM-CERTIFY-NUMBER
           STRING ", new " DELIMITED BY SIZE
               CERTIFY-NUM-TRIMED DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               INTO CERTIFY-LINE-STRING
               WITH POINTER CERTIFY-LINE-LENGTH
           END-STRING
           PERFORM WRITE-CERTIFY-REPORT-LINE
           DISPLAY CERTIFY-LINE-STRING(1:CERTIFY-LINE-SIZE)
           MOVE SPACES TO CERTIFY-LINE-STRING
           MOVE 1 TO CERTIFY-LINE-LENGTH
           IF(RECON-SEVERITY = 0) THEN
               STRING "Severity: CLEAN" DELIMITED BY SIZE
                   INTO CERTIFY-LINE-STRING
                   WITH POINTER CERTIFY-LINE-LENGTH
               END-STRING
           ELSE
               STRING "Severity: CERTIFICATION-FAILURE"
                   DELIMITED BY SIZE
                   INTO CERTIFY-LINE-STRING
                   WITH POINTER CERTIFY-LINE-LENGTH
               END-STRING
           END-IF
           PERFORM WRITE-CERTIFY-REPORT-LINE
           DISPLAY CERTIFY-LINE-STRING(1:CERTIFY-LINE-SIZE)
           CLOSE CERTIFY-REPORT-FILE
           PERFORM WRITE-CERTIFY-LEDGER
           MOVE RECON-SEVERITY TO RETURN-CODE.
       CERTIFY-ENTRY-LOOP.
           IF(CERTIFY-ENTRY-INDEX <= PATTERN-LIBRARY-COUNT) THEN
               PERFORM CERTIFY-ONE-ENTRY
               ADD 1 TO CERTIFY-ENTRY-INDEX
               GO TO CERTIFY-ENTRY-LOOP
           END-IF.

      *>      NEED CERTIFY-ENTRY-INDEX SET BEFORE CALLING THIS - builds
      *>      the entry's padded board, fingerprints the starting grid,
      *>      simulates it and grades the outcome against the entry's
      *>      last certification.
       CERTIFY-ONE-ENTRY.
           ADD 1 TO CERTIFY-CHECKED-COUNT
           PERFORM RESET-PATTERN-STATE
           MOVE 0 TO WRAP-MODE
           MOVE 0 TO HISTORY-MODE
           MOVE 0 TO CHECKPOINT-MODE
           MOVE 1 TO UNTIL-STABLE-MODE
           MOVE CERTIFY-CAP TO STABLE-CAP
           MOVE CERTIFY-CAP TO GENERATION-NUMBER
           COMPUTE ROW-SIZE = LIB-ROW-SIZE(CERTIFY-ENTRY-INDEX)
               + CERTIFY-PADDING + CERTIFY-PADDING
           COMPUTE COLUMN-SIZE = LIB-COLUMN-SIZE(CERTIFY-ENTRY-INDEX)
               + CERTIFY-PADDING + CERTIFY-PADDING
           MOVE 1 TO CERTIFY-FILL-ROW
           PERFORM CERTIFY-CLEAR-ROW-LOOP
           COMPUTE CERTIFY-START-COLUMN = CERTIFY-PADDING + 1
           MOVE 1 TO CERTIFY-STAMP-ROW
           PERFORM CERTIFY-STAMP-ROW-LOOP
           PERFORM COMPUTE-GRID-FINGERPRINT
           MOVE FINGERPRINT-TEXT TO CERTIFY-GRID-FINGERPRINT
           MOVE FINGERPRINT-POPULATION TO CERTIFY-POPULATION
           PERFORM PATTERN-SIMULATION
           PERFORM SET-CERTIFY-CLASS

           MOVE 0 TO CERTIFY-MATCH-INDEX
           MOVE 1 TO CERTIFY-LEDGER-INDEX
           PERFORM FIND-CERTIFY-LEDGER-LOOP
           MOVE SPACES TO CERTIFY-FLAG
           MOVE 1 TO CERTIFY-FLAG-LENGTH
           IF(CERTIFY-CLASS = "NEITHER") THEN
               ADD 1 TO CERTIFY-FAILED-COUNT
               MOVE 8 TO RECON-NEW-SEVERITY
               PERFORM RAISE-RECON-SEVERITY
               STRING "FAILED - " DELIMITED BY SIZE
                   INTO CERTIFY-FLAG
                   WITH POINTER CERTIFY-FLAG-LENGTH
               END-STRING
               IF(STATS-HAS-EXTINCTION = 1) THEN
                   MOVE STATS-EXTINCTION-GENERATION
                       TO CERTIFY-NUM-STRING
                   PERFORM TRIM-CERTIFY-NUMBER
                   STRING "died out at generation " DELIMITED BY SIZE
                       CERTIFY-NUM-TRIMED DELIMITED BY SPACE
                       INTO CERTIFY-FLAG
                       WITH POINTER CERTIFY-FLAG-LENGTH
                   END-STRING
               ELSE
                   MOVE CERTIFY-CAP TO CERTIFY-NUM-STRING
                   PERFORM TRIM-CERTIFY-NUMBER
                   STRING "did not settle in " DELIMITED BY SIZE
                       CERTIFY-NUM-TRIMED DELIMITED BY SPACE
                       " generations" DELIMITED BY SIZE
                       INTO CERTIFY-FLAG
                       WITH POINTER CERTIFY-FLAG-LENGTH
                   END-STRING
               END-IF
      *>          A failed entry keeps whatever certification it had.
               IF(CERTIFY-MATCH-INDEX > 0) THEN
                   MOVE 1 TO CERTIFY-LEDGER-SEEN(CERTIFY-MATCH-INDEX)
                   MOVE CERTIFY-LEDGER-DATE(CERTIFY-MATCH-INDEX)
                       TO CERTIFY-DATE
               ELSE
                   MOVE "never" TO CERTIFY-DATE
               END-IF
           ELSE
               ADD 1 TO CERTIFY-PASSED-COUNT
               MOVE CERTIFY-TODAY TO CERTIFY-DATE
               IF(CERTIFY-MATCH-INDEX = 0) THEN
                   ADD 1 TO CERTIFY-NEW-COUNT
                   STRING "NEW" DELIMITED BY SIZE
                       INTO CERTIFY-FLAG
                       WITH POINTER CERTIFY-FLAG-LENGTH
                   END-STRING
                   IF(CERTIFY-LEDGER-COUNT < 60) THEN
                       ADD 1 TO CERTIFY-LEDGER-COUNT
                       MOVE CERTIFY-LEDGER-COUNT TO CERTIFY-MATCH-INDEX
                   END-IF
               ELSE
                   IF(CERTIFY-LEDGER-CLASS(CERTIFY-MATCH-INDEX)
                           NOT = CERTIFY-CLASS) THEN
                       ADD 1 TO CERTIFY-CHANGED-COUNT
                       MOVE 8 TO RECON-NEW-SEVERITY
                       PERFORM RAISE-RECON-SEVERITY
                       STRING "CHANGED - was " DELIMITED BY SIZE
                           CERTIFY-LEDGER-CLASS(CERTIFY-MATCH-INDEX)
                           DELIMITED BY SPACE
                           INTO CERTIFY-FLAG
                           WITH POINTER CERTIFY-FLAG-LENGTH
                       END-STRING
                   ELSE
                       IF(CERTIFY-GRID-FINGERPRINT NOT =
                               CERTIFY-LEDGER-FINGERPRINT
                               (CERTIFY-MATCH-INDEX)) THEN
                           ADD 1 TO CERTIFY-CHANGED-COUNT
                           MOVE 8 TO RECON-NEW-SEVERITY
                           PERFORM RAISE-RECON-SEVERITY
                           STRING "CHANGED - grid differs from the one "
                               DELIMITED BY SIZE
                               "certified " DELIMITED BY SIZE
                               CERTIFY-LEDGER-DATE(CERTIFY-MATCH-INDEX)
                               DELIMITED BY SPACE
                               INTO CERTIFY-FLAG
                               WITH POINTER CERTIFY-FLAG-LENGTH
                           END-STRING
                       ELSE
                           STRING "ok" DELIMITED BY SIZE
                               INTO CERTIFY-FLAG
                               WITH POINTER CERTIFY-FLAG-LENGTH
                           END-STRING
                       END-IF
                   END-IF
               END-IF
               IF(CERTIFY-MATCH-INDEX > 0) THEN
                   PERFORM STORE-CERTIFY-LEDGER-ENTRY
               END-IF
           END-IF
           PERFORM WRITE-CERTIFY-ROW.
       CERTIFY-CLEAR-ROW-LOOP.
           IF(CERTIFY-FILL-ROW <= ROW-SIZE) THEN
               MOVE ALL '0' TO PATTERN-ROW(CERTIFY-FILL-ROW)
               MOVE ALL '0' TO PREVIOUS-PATTERN-ROW(CERTIFY-FILL-ROW)
               ADD 1 TO CERTIFY-FILL-ROW
               GO TO CERTIFY-CLEAR-ROW-LOOP
           END-IF.
       CERTIFY-STAMP-ROW-LOOP.
           IF(CERTIFY-STAMP-ROW <= LIB-ROW-SIZE(CERTIFY-ENTRY-INDEX))
                   THEN
               COMPUTE CERTIFY-FILL-ROW =
                   CERTIFY-STAMP-ROW + CERTIFY-PADDING
               MOVE LIB-ROW(CERTIFY-ENTRY-INDEX, CERTIFY-STAMP-ROW)
                   (1:LIB-COLUMN-SIZE(CERTIFY-ENTRY-INDEX))
                   TO PATTERN-ROW(CERTIFY-FILL-ROW)
                   (CERTIFY-START-COLUMN:
                   LIB-COLUMN-SIZE(CERTIFY-ENTRY-INDEX))
               MOVE LIB-ROW(CERTIFY-ENTRY-INDEX, CERTIFY-STAMP-ROW)
                   (1:LIB-COLUMN-SIZE(CERTIFY-ENTRY-INDEX))
                   TO PREVIOUS-PATTERN-ROW(CERTIFY-FILL-ROW)
                   (CERTIFY-START-COLUMN:
                   LIB-COLUMN-SIZE(CERTIFY-ENTRY-INDEX))
               ADD 1 TO CERTIFY-STAMP-ROW
               GO TO CERTIFY-STAMP-ROW-LOOP
           END-IF.

      *>      Dying out shows up to the detectors as a (blank) still
      *>      life, so extinction is tested first, as for a soup.
       SET-CERTIFY-CLASS.
           MOVE SPACES TO CERTIFY-CLASS
           MOVE 1 TO CERTIFY-CLASS-LENGTH
           IF(STATS-HAS-EXTINCTION = 1) THEN
               MOVE "NEITHER" TO CERTIFY-CLASS
           ELSE
           IF(IS-STILL-LIFE = 1) THEN
               MOVE "STILL-LIFE" TO CERTIFY-CLASS
           ELSE
           IF(IS-OSCILLATOR = 1) THEN
               MOVE OSCILLATOR-PERIOD TO CERTIFY-NUM-STRING
               PERFORM TRIM-CERTIFY-NUMBER
               STRING "OSCILLATOR-P" DELIMITED BY SIZE
                   CERTIFY-NUM-TRIMED DELIMITED BY SPACE
                   INTO CERTIFY-CLASS
                   WITH POINTER CERTIFY-CLASS-LENGTH
               END-STRING
           ELSE
           IF(IS-SPACESHIP = 1) THEN
               MOVE SPACESHIP-PERIOD TO CERTIFY-NUM-STRING
               PERFORM TRIM-CERTIFY-NUMBER
               STRING "SPACESHIP-P" DELIMITED BY SIZE
                   CERTIFY-NUM-TRIMED DELIMITED BY SPACE
                   "-(" DELIMITED BY SIZE
                   INTO CERTIFY-CLASS
                   WITH POINTER CERTIFY-CLASS-LENGTH
               END-STRING
               MOVE SPACESHIP-ROW-OFFSET TO CERTIFY-SIGNED-NUMBER
               PERFORM TRIM-CERTIFY-SIGNED
               STRING CERTIFY-SIGNED-TRIMED DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   INTO CERTIFY-CLASS
                   WITH POINTER CERTIFY-CLASS-LENGTH
               END-STRING
               MOVE SPACESHIP-COLUMN-OFFSET TO CERTIFY-SIGNED-NUMBER
               PERFORM TRIM-CERTIFY-SIGNED
               STRING CERTIFY-SIGNED-TRIMED DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO CERTIFY-CLASS
                   WITH POINTER CERTIFY-CLASS-LENGTH
               END-STRING
           ELSE
               MOVE "NEITHER" TO CERTIFY-CLASS
           END-IF
           END-IF
           END-IF
           END-IF.
      *>      NEED CERTIFY-SIGNED-NUMBER SET BEFORE CALLING THIS -
      *>      leaves it as "+n", "-n" or "0" in CERTIFY-SIGNED-TRIMED.
       TRIM-CERTIFY-SIGNED.
           MOVE SPACES TO CERTIFY-SIGNED-TRIMED
           IF(CERTIFY-SIGNED-NUMBER < 0) THEN
               COMPUTE CERTIFY-NUM-STRING = CERTIFY-SIGNED-NUMBER * -1
               PERFORM TRIM-CERTIFY-NUMBER
               STRING "-" DELIMITED BY SIZE
                   CERTIFY-NUM-TRIMED DELIMITED BY SPACE
                   INTO CERTIFY-SIGNED-TRIMED
               END-STRING
           ELSE
               IF(CERTIFY-SIGNED-NUMBER = 0) THEN
                   MOVE "0" TO CERTIFY-SIGNED-TRIMED
               ELSE
                   MOVE CERTIFY-SIGNED-NUMBER TO CERTIFY-NUM-STRING
                   PERFORM TRIM-CERTIFY-NUMBER
                   STRING "+" DELIMITED BY SIZE
                       CERTIFY-NUM-TRIMED DELIMITED BY SPACE
                       INTO CERTIFY-SIGNED-TRIMED
                   END-STRING
               END-IF
           END-IF.

      *>      NEED CERTIFY-MATCH-INDEX SET BEFORE CALLING THIS - records
      *>      the entry's certification as of today.
       STORE-CERTIFY-LEDGER-ENTRY.
           MOVE LIB-NAME(CERTIFY-ENTRY-INDEX)
               TO CERTIFY-LEDGER-NAME(CERTIFY-MATCH-INDEX)
           MOVE LIB-ROW-SIZE(CERTIFY-ENTRY-INDEX) TO CERTIFY-NUM-STRING
           PERFORM TRIM-CERTIFY-NUMBER
           MOVE CERTIFY-NUM-TRIMED
               TO CERTIFY-LEDGER-ROWS(CERTIFY-MATCH-INDEX)
           MOVE LIB-COLUMN-SIZE(CERTIFY-ENTRY-INDEX)
               TO CERTIFY-NUM-STRING
           PERFORM TRIM-CERTIFY-NUMBER
           MOVE CERTIFY-NUM-TRIMED
               TO CERTIFY-LEDGER-COLUMNS(CERTIFY-MATCH-INDEX)
           MOVE CERTIFY-POPULATION TO CERTIFY-NUM-STRING
           PERFORM TRIM-CERTIFY-NUMBER
           MOVE CERTIFY-NUM-TRIMED
               TO CERTIFY-LEDGER-POPULATION(CERTIFY-MATCH-INDEX)
           MOVE CERTIFY-CLASS
               TO CERTIFY-LEDGER-CLASS(CERTIFY-MATCH-INDEX)
           MOVE CERTIFY-GRID-FINGERPRINT
               TO CERTIFY-LEDGER-FINGERPRINT(CERTIFY-MATCH-INDEX)
           MOVE CERTIFY-TODAY
               TO CERTIFY-LEDGER-DATE(CERTIFY-MATCH-INDEX)
           MOVE 1 TO CERTIFY-LEDGER-SEEN(CERTIFY-MATCH-INDEX).

       WRITE-CERTIFY-ROW.
           MOVE SPACES TO CERTIFY-LINE-STRING
           MOVE LIB-NAME(CERTIFY-ENTRY-INDEX)
               TO CERTIFY-LINE-STRING(1:20)
           MOVE LIB-ROW-SIZE(CERTIFY-ENTRY-INDEX) TO CERTIFY-NUM-STRING
           PERFORM TRIM-CERTIFY-NUMBER
           MOVE LIB-COLUMN-SIZE(CERTIFY-ENTRY-INDEX)
               TO CERTIFY-NUM-STRING
           UNSTRING CERTIFY-NUM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, CERTIFY-NUM-TRIMED-2
           END-UNSTRING
           MOVE 22 TO CERTIFY-LINE-LENGTH
           STRING CERTIFY-NUM-TRIMED DELIMITED BY SPACE
               "x" DELIMITED BY SIZE
               CERTIFY-NUM-TRIMED-2 DELIMITED BY SPACE
               INTO CERTIFY-LINE-STRING
               WITH POINTER CERTIFY-LINE-LENGTH
           END-STRING
           MOVE CERTIFY-POPULATION TO CERTIFY-NUM-STRING
           MOVE CERTIFY-NUM-STRING TO CERTIFY-LINE-STRING(30:6)
           MOVE CERTIFY-CLASS TO CERTIFY-LINE-STRING(38:30)
           MOVE CERTIFY-DATE TO CERTIFY-LINE-STRING(69:8)
           MOVE 79 TO CERTIFY-LINE-LENGTH
           STRING CERTIFY-FLAG DELIMITED BY "  "
               INTO CERTIFY-LINE-STRING
               WITH POINTER CERTIFY-LINE-LENGTH
           END-STRING
           PERFORM WRITE-CERTIFY-REPORT-LINE.

      *>      Entries in patterns.lib that LOAD-PATTERN-LIBRARY had to
      *>      leave out (oversized, or a bad grid row) fail outright;
      *>      an old certification under the name is kept as it was.
       CERTIFY-REJECTED-LOOP.
           IF(CERTIFY-REJECTED-INDEX <= LIBRARY-REJECTED-COUNT
                   AND CERTIFY-REJECTED-INDEX <= 20) THEN
               ADD 1 TO CERTIFY-CHECKED-COUNT
               ADD 1 TO CERTIFY-FAILED-COUNT
               MOVE 8 TO RECON-NEW-SEVERITY
               PERFORM RAISE-RECON-SEVERITY
               MOVE "never" TO CERTIFY-DATE
               MOVE 1 TO CERTIFY-LEDGER-INDEX
               PERFORM FIND-REJECTED-LEDGER-LOOP
               MOVE SPACES TO CERTIFY-LINE-STRING
               MOVE LIBRARY-REJECTED-NAME(CERTIFY-REJECTED-INDEX)
                   TO CERTIFY-LINE-STRING(1:20)
               MOVE "UNLOADABLE" TO CERTIFY-LINE-STRING(38:10)
               MOVE CERTIFY-DATE TO CERTIFY-LINE-STRING(69:8)
               MOVE 79 TO CERTIFY-LINE-LENGTH
               STRING "FAILED - not loaded from patterns.lib"
                   DELIMITED BY SIZE
                   INTO CERTIFY-LINE-STRING
                   WITH POINTER CERTIFY-LINE-LENGTH
               END-STRING
               PERFORM WRITE-CERTIFY-REPORT-LINE
               ADD 1 TO CERTIFY-REJECTED-INDEX
               GO TO CERTIFY-REJECTED-LOOP
           END-IF.
       FIND-REJECTED-LEDGER-LOOP.
           IF(CERTIFY-LEDGER-INDEX <= CERTIFY-LEDGER-COUNT) THEN
               IF(CERTIFY-LEDGER-NAME(CERTIFY-LEDGER-INDEX) =
                       LIBRARY-REJECTED-NAME(CERTIFY-REJECTED-INDEX))
                       THEN
                   MOVE 1 TO CERTIFY-LEDGER-SEEN(CERTIFY-LEDGER-INDEX)
                   MOVE CERTIFY-LEDGER-DATE(CERTIFY-LEDGER-INDEX)
                       TO CERTIFY-DATE
               END-IF
               ADD 1 TO CERTIFY-LEDGER-INDEX
               GO TO FIND-REJECTED-LEDGER-LOOP
           END-IF.
       FIND-CERTIFY-LEDGER-LOOP.
           IF(CERTIFY-MATCH-INDEX = 0 AND
                   CERTIFY-LEDGER-INDEX <= CERTIFY-LEDGER-COUNT) THEN
               IF(CERTIFY-LEDGER-NAME(CERTIFY-LEDGER-INDEX) =
                       LIB-NAME(CERTIFY-ENTRY-INDEX)) THEN
                   MOVE CERTIFY-LEDGER-INDEX TO CERTIFY-MATCH-INDEX
               END-IF
               ADD 1 TO CERTIFY-LEDGER-INDEX
               GO TO FIND-CERTIFY-LEDGER-LOOP
           END-IF.

      *>      A name certified before but no longer in the catalog
      *>      (a DELETE transaction, most likely) is noted and then
      *>      dropped from the certification file.
       REPORT-RETIRED-ENTRY-LOOP.
           IF(CERTIFY-LEDGER-INDEX <= CERTIFY-LEDGER-COUNT) THEN
               IF(CERTIFY-LEDGER-SEEN(CERTIFY-LEDGER-INDEX) = 0) THEN
                   MOVE SPACES TO CERTIFY-LINE-STRING
                   MOVE CERTIFY-LEDGER-NAME(CERTIFY-LEDGER-INDEX)
                       TO CERTIFY-LINE-STRING(1:20)
                   MOVE CERTIFY-LEDGER-CLASS(CERTIFY-LEDGER-INDEX)
                       TO CERTIFY-LINE-STRING(38:30)
                   MOVE CERTIFY-LEDGER-DATE(CERTIFY-LEDGER-INDEX)
                       TO CERTIFY-LINE-STRING(69:8)
                   MOVE 79 TO CERTIFY-LINE-LENGTH
                   STRING "RETIRED - no longer in the catalog"
                       DELIMITED BY SIZE
                       INTO CERTIFY-LINE-STRING
                       WITH POINTER CERTIFY-LINE-LENGTH
                   END-STRING
                   PERFORM WRITE-CERTIFY-REPORT-LINE
               END-IF
               ADD 1 TO CERTIFY-LEDGER-INDEX
               GO TO REPORT-RETIRED-ENTRY-LOOP
           END-IF.

      *>      catalog-certification.txt holds one line per certified
      *>      name: "name rows cols population class fingerprint
      *>      yyyymmdd". A missing file is a first certification.
       LOAD-CERTIFY-LEDGER.
           MOVE 0 TO CERTIFY-LEDGER-COUNT
           MOVE 'N' TO CERTIFY-LEDGER-EOF
           OPEN INPUT CERTIFY-LEDGER-FILE
           IF(CERTIFY-LEDGER-FILE-STATUS = '00') THEN
               PERFORM LOAD-CERTIFY-LEDGER-LOOP
               CLOSE CERTIFY-LEDGER-FILE
           END-IF.
       LOAD-CERTIFY-LEDGER-LOOP.
           IF(CERTIFY-LEDGER-EOF NOT = 'Y') THEN
               MOVE SPACES TO CERTIFY-LEDGER-LINE
               READ CERTIFY-LEDGER-FILE INTO CERTIFY-LEDGER-LINE
                   AT END
                   MOVE 'Y' TO CERTIFY-LEDGER-EOF
               END-READ
               IF(CERTIFY-LEDGER-EOF NOT = 'Y' AND
                       CERTIFY-LEDGER-LINE NOT = SPACES AND
                       CERTIFY-LEDGER-COUNT < 60) THEN
                   ADD 1 TO CERTIFY-LEDGER-COUNT
                   MOVE SPACES TO
                       CERTIFY-LEDGER-ENTRY(CERTIFY-LEDGER-COUNT)
                   UNSTRING CERTIFY-LEDGER-LINE DELIMITED BY ALL SPACE
                       INTO CERTIFY-LEDGER-NAME(CERTIFY-LEDGER-COUNT),
                       CERTIFY-LEDGER-ROWS(CERTIFY-LEDGER-COUNT),
                       CERTIFY-LEDGER-COLUMNS(CERTIFY-LEDGER-COUNT),
                       CERTIFY-LEDGER-POPULATION(CERTIFY-LEDGER-COUNT),
                       CERTIFY-LEDGER-CLASS(CERTIFY-LEDGER-COUNT),
                       CERTIFY-LEDGER-FINGERPRINT(CERTIFY-LEDGER-COUNT),
                       CERTIFY-LEDGER-DATE(CERTIFY-LEDGER-COUNT)
                   END-UNSTRING
                   MOVE 0 TO CERTIFY-LEDGER-SEEN(CERTIFY-LEDGER-COUNT)
               END-IF
               GO TO LOAD-CERTIFY-LEDGER-LOOP
           END-IF.
       WRITE-CERTIFY-LEDGER.
           OPEN OUTPUT CERTIFY-LEDGER-FILE
           MOVE 1 TO CERTIFY-LEDGER-INDEX
           PERFORM WRITE-CERTIFY-LEDGER-LOOP
           CLOSE CERTIFY-LEDGER-FILE.
       WRITE-CERTIFY-LEDGER-LOOP.
           IF(CERTIFY-LEDGER-INDEX <= CERTIFY-LEDGER-COUNT) THEN
               IF(CERTIFY-LEDGER-SEEN(CERTIFY-LEDGER-INDEX) = 1) THEN
                   MOVE SPACES TO CERTIFY-LINE-STRING
                   MOVE 1 TO CERTIFY-LINE-LENGTH
                   STRING CERTIFY-LEDGER-NAME(CERTIFY-LEDGER-INDEX)
                       DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CERTIFY-LEDGER-ROWS(CERTIFY-LEDGER-INDEX)
                       DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CERTIFY-LEDGER-COLUMNS(CERTIFY-LEDGER-INDEX)
                       DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CERTIFY-LEDGER-POPULATION(CERTIFY-LEDGER-INDEX)
                       DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CERTIFY-LEDGER-CLASS(CERTIFY-LEDGER-INDEX)
                       DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CERTIFY-LEDGER-FINGERPRINT(CERTIFY-LEDGER-INDEX)
                       DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CERTIFY-LEDGER-DATE(CERTIFY-LEDGER-INDEX)
                       DELIMITED BY SPACE
                       INTO CERTIFY-LINE-STRING
                       WITH POINTER CERTIFY-LINE-LENGTH
                   END-STRING
                   MOVE CERTIFY-LINE-STRING TO CERTIFY-LEDGER-RECORD
                   WRITE CERTIFY-LEDGER-RECORD
               END-IF
               ADD 1 TO CERTIFY-LEDGER-INDEX
               GO TO WRITE-CERTIFY-LEDGER-LOOP
           END-IF.
       TRIM-CERTIFY-NUMBER.
           UNSTRING CERTIFY-NUM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, CERTIFY-NUM-TRIMED
           END-UNSTRING.
       WRITE-CERTIFY-REPORT-LINE.
           COMPUTE CERTIFY-LINE-SIZE = CERTIFY-LINE-LENGTH - 1
           MOVE CERTIFY-LINE-STRING TO CERTIFY-REPORT-LINE
           WRITE CERTIFY-REPORT-LINE.

      *>      A SOUP line: parses the soup parameters, honours the
      *>      restart list like any block, and either lists it for
      *>      the edit pass or runs every soup and writes the
      *>      summary, manifest, timing, progress and recon entries.
      *>      A soup adds nothing to population-trend.log or the
      *>      results archive - there is no one final grid to keep.
       RUN-SOUP-BLOCK.
           PERFORM RESET-PATTERN-STATE
           MOVE 1 TO SOUP-MODE
           MOVE PATTERN-NAME TO SOUP-SOURCE-LINE
           PERFORM PARSE-SOUP-LINE
           MOVE SPACES TO PATTERN-NAME
           MOVE SOUP-NAME-TOKEN TO PATTERN-NAME
           MOVE 0 TO PROGRESS-MATCH
           IF(PROGRESS-NAME-COUNT > 0) THEN
               PERFORM CHECK-PROGRESS-NAME
           END-IF
           IF(PROGRESS-MATCH = 1) THEN
               ADD 1 TO SKIP-COMPLETED-COUNT
               PERFORM RECORD-SKIPPED-RECON
           ELSE
               PERFORM CLASSIFY-CONTROL-TOKENS
               MOVE 0 TO HISTORY-MODE
               MOVE 0 TO CHECKPOINT-MODE
               MOVE 0 TO CSV-MODE
               MOVE 0 TO JSON-MODE
               MOVE 0 TO HEATMAP-MODE
               MOVE 0 TO COMPARE-MODE
               MOVE 1 TO UNTIL-STABLE-MODE
               MOVE STABLE-CAP TO GENERATION-NUMBER
               IF(SOUP-FAIL-REASON = 0) THEN
                   MOVE SOUP-ROWS TO ROW-SIZE
                   MOVE SOUP-COLUMNS TO COLUMN-SIZE
               ELSE
                   PERFORM BUILD-SOUP-REJECT-STATUS
               END-IF
               IF(EDIT-MODE = 1) THEN
                   PERFORM CHECK-EDIT-HEADER
                   PERFORM WRITE-EDIT-ROW
               ELSE
                   MOVE SPACES TO SOUP-SUMMARY-FILENAME
                   STRING OUTPUT-PREFIX DELIMITED BY SPACE
                       PATTERN-NAME DELIMITED BY SPACE
                       'summary.txt' DELIMITED BY SIZE
                       INTO SOUP-SUMMARY-FILENAME
                   END-STRING
                   OPEN OUTPUT SOUP-SUMMARY-FILE
                   IF(GRID-VALID = 1 AND PATTERN-VALID = 1) THEN
                       PERFORM RUN-SOUP-SERIES
                   ELSE
                       MOVE SPACES TO SOUP-LINE-STRING
                       MOVE 1 TO SOUP-LINE-LENGTH
                       STRING STATUS-STRING(1:STATUS-LENGTH - 1)
                           DELIMITED BY SIZE
                           INTO SOUP-LINE-STRING
                           WITH POINTER SOUP-LINE-LENGTH
                       END-STRING
                       PERFORM WRITE-SOUP-SUMMARY-LINE
                   END-IF
                   CLOSE SOUP-SUMMARY-FILE
      *>              The manifest row counts soups where a pattern
      *>              block has its generation count, and carries the
      *>              lowest and highest population any soup reached.
                   IF(GRID-VALID = 1 AND PATTERN-VALID = 1) THEN
                       MOVE SOUP-ELAPSED-CENTIS
                           TO TIMING-ELAPSED-CENTIS
                       MOVE SOUP-GENERATIONS TO TIMING-GENERATIONS
                       PERFORM WRITE-TIMING-ROW
                       MOVE SOUP-COUNT TO GENERATION-NUMBER
                       MOVE SOUP-MIN-POPULATION TO STATS-MIN-POPULATION
                       MOVE SOUP-MAX-POPULATION TO STATS-MAX-POPULATION
                   END-IF
                   PERFORM WRITE-MANIFEST-ROW
                   PERFORM RECORD-BLOCK-PROGRESS
                   PERFORM RECORD-BLOCK-RECON
               END-IF
           END-IF.

      *>      NEED SOUP-SOURCE-LINE SET BEFORE CALLING THIS - splits
      *>      a SOUP line into its count, size and trailing tokens,
      *>      takes out (and blanks) the DENSITY=, SEED= and FROM=
      *>      tokens, and leaves the remaining tokens in CONTROL-
      *>      TOKEN-1..6 for CLASSIFY-CONTROL-TOKENS. The first fault
      *>      found is kept in SOUP-FAIL-REASON; the name token is
      *>      built whatever the outcome, so a rejected soup line
      *>      still has a name to be listed under.
       PARSE-SOUP-LINE.
           MOVE 0 TO SOUP-FAIL-REASON
           MOVE SPACES TO SOUP-KEYWORD
           MOVE SPACES TO SOUP-COUNT-TEXT
           MOVE SPACES TO SOUP-ROWS-TEXT
           MOVE SPACES TO SOUP-COLUMNS-TEXT
           MOVE SPACES TO SOUP-SEED-TEXT
           MOVE SPACES TO SOUP-FROM-TEXT
           MOVE SPACES TO CONTROL-TOKEN-1
           MOVE SPACES TO CONTROL-TOKEN-2
           MOVE SPACES TO CONTROL-TOKEN-3
           MOVE SPACES TO CONTROL-TOKEN-4
           MOVE SPACES TO CONTROL-TOKEN-5
           MOVE SPACES TO CONTROL-TOKEN-6
           UNSTRING SOUP-SOURCE-LINE DELIMITED BY ALL SPACE
               INTO SOUP-KEYWORD, SOUP-COUNT-TEXT, SOUP-ROWS-TEXT,
               SOUP-COLUMNS-TEXT, CONTROL-TOKEN-1, CONTROL-TOKEN-2,
               CONTROL-TOKEN-3, CONTROL-TOKEN-4, CONTROL-TOKEN-5,
               CONTROL-TOKEN-6
           END-UNSTRING
           MOVE 50 TO SOUP-DENSITY
           MOVE 1 TO SOUP-DENSITY-OK
           MOVE 0 TO SOUP-SEED
           MOVE 0 TO SOUP-HAVE-SEED
           MOVE 1 TO SOUP-FROM
           MOVE 1 TO SOUP-FROM-OK
           MOVE 0 TO SOUP-HAVE-FROM
           MOVE CONTROL-TOKEN-1 TO SOUP-TOKEN-SOURCE
           PERFORM PARSE-SOUP-TOKEN
           MOVE SOUP-TOKEN-SOURCE TO CONTROL-TOKEN-1
           MOVE CONTROL-TOKEN-2 TO SOUP-TOKEN-SOURCE
           PERFORM PARSE-SOUP-TOKEN
           MOVE SOUP-TOKEN-SOURCE TO CONTROL-TOKEN-2
           MOVE CONTROL-TOKEN-3 TO SOUP-TOKEN-SOURCE
           PERFORM PARSE-SOUP-TOKEN
           MOVE SOUP-TOKEN-SOURCE TO CONTROL-TOKEN-3
           MOVE CONTROL-TOKEN-4 TO SOUP-TOKEN-SOURCE
           PERFORM PARSE-SOUP-TOKEN
           MOVE SOUP-TOKEN-SOURCE TO CONTROL-TOKEN-4
           MOVE CONTROL-TOKEN-5 TO SOUP-TOKEN-SOURCE
           PERFORM PARSE-SOUP-TOKEN
           MOVE SOUP-TOKEN-SOURCE TO CONTROL-TOKEN-5
           MOVE CONTROL-TOKEN-6 TO SOUP-TOKEN-SOURCE
           PERFORM PARSE-SOUP-TOKEN
           MOVE SOUP-TOKEN-SOURCE TO CONTROL-TOKEN-6

           MOVE 0 TO SOUP-COUNT
           MOVE SOUP-COUNT-TEXT TO NUMBER-PARSE-TEXT
           PERFORM PARSE-DECIMAL-NUMBER
           IF(NUMBER-PARSE-OK = 0 OR NUMBER-PARSE-VALUE = 0 OR
                   NUMBER-PARSE-VALUE > 99999) THEN
               MOVE 1 TO SOUP-FAIL-REASON
           ELSE
               MOVE NUMBER-PARSE-VALUE TO SOUP-COUNT
           END-IF
           MOVE 0 TO SOUP-ROWS
           MOVE SOUP-ROWS-TEXT TO NUMBER-PARSE-TEXT
           PERFORM PARSE-DECIMAL-NUMBER
           IF(NUMBER-PARSE-OK = 0 OR NUMBER-PARSE-VALUE = 0) THEN
               IF(SOUP-FAIL-REASON = 0) THEN
                   MOVE 2 TO SOUP-FAIL-REASON
               END-IF
           ELSE
               IF(NUMBER-PARSE-VALUE > 500) THEN
                   IF(SOUP-FAIL-REASON = 0) THEN
                       MOVE 3 TO SOUP-FAIL-REASON
                   END-IF
               ELSE
                   MOVE NUMBER-PARSE-VALUE TO SOUP-ROWS
               END-IF
           END-IF
           MOVE 0 TO SOUP-COLUMNS
           MOVE SOUP-COLUMNS-TEXT TO NUMBER-PARSE-TEXT
           PERFORM PARSE-DECIMAL-NUMBER
           IF(NUMBER-PARSE-OK = 0 OR NUMBER-PARSE-VALUE = 0) THEN
               IF(SOUP-FAIL-REASON = 0) THEN
                   MOVE 2 TO SOUP-FAIL-REASON
               END-IF
           ELSE
               IF(NUMBER-PARSE-VALUE > 500) THEN
                   IF(SOUP-FAIL-REASON = 0) THEN
                       MOVE 3 TO SOUP-FAIL-REASON
                   END-IF
               ELSE
                   MOVE NUMBER-PARSE-VALUE TO SOUP-COLUMNS
               END-IF
           END-IF
           IF(SOUP-DENSITY-OK = 0 AND SOUP-FAIL-REASON = 0) THEN
               MOVE 4 TO SOUP-FAIL-REASON
           END-IF
           IF(SOUP-HAVE-SEED NOT = 1 AND SOUP-FAIL-REASON = 0) THEN
               MOVE 5 TO SOUP-FAIL-REASON
           END-IF
           IF(SOUP-FAIL-REASON = 0) THEN
               IF(SOUP-FROM-OK = 0 OR
                       SOUP-FROM + SOUP-COUNT - 1 > 99999) THEN
                   MOVE 6 TO SOUP-FAIL-REASON
               END-IF
           END-IF

           MOVE SPACES TO SOUP-NAME-TOKEN
           IF(SOUP-HAVE-FROM = 1) THEN
               STRING "SOUP" DELIMITED BY SIZE
                   SOUP-SEED-TEXT DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   SOUP-FROM-TEXT DELIMITED BY SPACE
                   INTO SOUP-NAME-TOKEN
               END-STRING
           ELSE
               STRING "SOUP" DELIMITED BY SIZE
                   SOUP-SEED-TEXT DELIMITED BY SPACE
                   INTO SOUP-NAME-TOKEN
               END-STRING
           END-IF.

      *>      NEED SOUP-TOKEN-SOURCE SET BEFORE CALLING THIS - takes
      *>      a DENSITY=, SEED= or FROM= token's value and blanks the
      *>      token; anything else is left for CLASSIFY-CONTROL-
      *>      TOKENS.
       PARSE-SOUP-TOKEN.
           IF(SOUP-TOKEN-SOURCE(1:8) = 'DENSITY=') THEN
               MOVE SOUP-TOKEN-SOURCE(9:12) TO NUMBER-PARSE-TEXT
               PERFORM PARSE-DECIMAL-NUMBER
               IF(NUMBER-PARSE-OK = 1 AND NUMBER-PARSE-VALUE > 0 AND
                       NUMBER-PARSE-VALUE <= 100) THEN
                   MOVE NUMBER-PARSE-VALUE TO SOUP-DENSITY
               ELSE
                   MOVE 0 TO SOUP-DENSITY-OK
               END-IF
               MOVE SPACES TO SOUP-TOKEN-SOURCE
           END-IF
           IF(SOUP-TOKEN-SOURCE(1:5) = 'SEED=') THEN
               MOVE SOUP-TOKEN-SOURCE(6:15) TO SOUP-SEED-TEXT
               MOVE SOUP-SEED-TEXT TO NUMBER-PARSE-TEXT
               PERFORM PARSE-DECIMAL-NUMBER
               IF(NUMBER-PARSE-OK = 1) THEN
                   MOVE NUMBER-PARSE-VALUE TO SOUP-SEED
                   MOVE 1 TO SOUP-HAVE-SEED
               ELSE
                   MOVE 2 TO SOUP-HAVE-SEED
               END-IF
               MOVE SPACES TO SOUP-TOKEN-SOURCE
           END-IF
           IF(SOUP-TOKEN-SOURCE(1:5) = 'FROM=') THEN
               MOVE SOUP-TOKEN-SOURCE(6:15) TO SOUP-FROM-TEXT
               MOVE 1 TO SOUP-HAVE-FROM
               MOVE SOUP-FROM-TEXT TO NUMBER-PARSE-TEXT
               PERFORM PARSE-DECIMAL-NUMBER
               IF(NUMBER-PARSE-OK = 1 AND NUMBER-PARSE-VALUE > 0 AND
                       NUMBER-PARSE-VALUE <= 99999) THEN
                   MOVE NUMBER-PARSE-VALUE TO SOUP-FROM
               ELSE
                   MOVE 0 TO SOUP-FROM-OK
               END-IF
               MOVE SPACES TO SOUP-TOKEN-SOURCE
           END-IF.

      *>      NEED NUMBER-PARSE-TEXT SET BEFORE CALLING THIS - an
      *>      unsigned whole number of up to nine digits comes back
      *>      in NUMBER-PARSE-VALUE with NUMBER-PARSE-OK = 1.
       PARSE-DECIMAL-NUMBER.
           MOVE 0 TO NUMBER-PARSE-OK
           MOVE 0 TO NUMBER-PARSE-VALUE
           MOVE 0 TO NUMBER-PARSE-LENGTH
           INSPECT NUMBER-PARSE-TEXT TALLYING NUMBER-PARSE-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF(NUMBER-PARSE-LENGTH > 0 AND NUMBER-PARSE-LENGTH < 10) THEN
               IF(NUMBER-PARSE-TEXT(1:NUMBER-PARSE-LENGTH) IS NUMERIC)
                       THEN
                   MOVE NUMBER-PARSE-TEXT(1:NUMBER-PARSE-LENGTH)
                       TO NUMBER-PARSE-VALUE
                   MOVE 1 TO NUMBER-PARSE-OK
               END-IF
           END-IF.

       BUILD-SOUP-REJECT-STATUS.
           IF(SOUP-FAIL-REASON = 3) THEN
               MOVE 0 TO GRID-VALID
               STRING "Pattern rejected: row/column size exceeds"
                   DELIMITED BY SIZE
                   " the 500x500 table limit." DELIMITED BY SIZE
                   INTO STATUS-STRING
                   WITH POINTER STATUS-LENGTH
               END-STRING
           ELSE
               MOVE 0 TO PATTERN-VALID
               STRING "Soup rejected: " DELIMITED BY SIZE
                   INTO STATUS-STRING
                   WITH POINTER STATUS-LENGTH
               END-STRING
           END-IF
           IF(SOUP-FAIL-REASON = 1) THEN
               STRING "the soup count must be a number from 1 to "
                   DELIMITED BY SIZE
                   "99999." DELIMITED BY SIZE
                   INTO STATUS-STRING
                   WITH POINTER STATUS-LENGTH
               END-STRING
           END-IF
           IF(SOUP-FAIL-REASON = 2) THEN
               STRING "rows and columns must be numbers from 1 to "
                   DELIMITED BY SIZE
                   "500." DELIMITED BY SIZE
                   INTO STATUS-STRING
                   WITH POINTER STATUS-LENGTH
               END-STRING
           END-IF
           IF(SOUP-FAIL-REASON = 4) THEN
               STRING "DENSITY= must be a percentage from 1 to 100."
                   DELIMITED BY SIZE
                   INTO STATUS-STRING
                   WITH POINTER STATUS-LENGTH
               END-STRING
           END-IF
           IF(SOUP-FAIL-REASON = 5) THEN
               STRING "a SEED= token of up to nine digits is "
                   DELIMITED BY SIZE
                   "required." DELIMITED BY SIZE
                   INTO STATUS-STRING
                   WITH POINTER STATUS-LENGTH
               END-STRING
           END-IF
           IF(SOUP-FAIL-REASON = 6) THEN
               STRING "FROM= must be a number, and the soups it "
                   DELIMITED BY SIZE
                   "numbers must stay within 1 to 99999."
                   DELIMITED BY SIZE
                   INTO STATUS-STRING
                   WITH POINTER STATUS-LENGTH
               END-STRING
           END-IF.

      *>      Runs soups SOUP-FROM onward, SOUP-COUNT of them, and
      *>      writes the whole summary file around them.
       RUN-SOUP-SERIES.
           MOVE 0 TO SOUP-STILL-LIFE-COUNT
           MOVE 0 TO SOUP-OSCILLATOR-COUNT
           MOVE 0 TO SOUP-SPACESHIP-COUNT
           MOVE 0 TO SOUP-DIED-COUNT
           MOVE 0 TO SOUP-CAPPED-COUNT
           MOVE 0 TO SOUP-UNKNOWN-TOTAL
           MOVE 0 TO SOUP-ODD-COUNT
           MOVE 0 TO SOUP-ELAPSED-CENTIS
           MOVE 0 TO SOUP-GENERATIONS
           MOVE 999999 TO SOUP-MIN-POPULATION
           MOVE 0 TO SOUP-MAX-POPULATION
           MOVE 1 TO SOUP-TOTAL-INDEX
           PERFORM CLEAR-SOUP-TOTAL-LOOP
           COMPUTE SOUP-LAST-NUMBER = SOUP-FROM + SOUP-COUNT - 1
           PERFORM WRITE-SOUP-HEADER
           MOVE SOUP-FROM TO SOUP-NUMBER
           PERFORM RUN-SOUP-LOOP
           PERFORM WRITE-SOUP-TOTALS.
       CLEAR-SOUP-TOTAL-LOOP.
           IF(SOUP-TOTAL-INDEX <= 20) THEN
               MOVE 0 TO SOUP-CENSUS-TOTAL(SOUP-TOTAL-INDEX)
               ADD 1 TO SOUP-TOTAL-INDEX
               GO TO CLEAR-SOUP-TOTAL-LOOP
           END-IF.
       RUN-SOUP-LOOP.
           IF(SOUP-NUMBER <= SOUP-LAST-NUMBER) THEN
               PERFORM RUN-ONE-SOUP
               ADD 1 TO SOUP-NUMBER
               GO TO RUN-SOUP-LOOP
           END-IF.

      *>      One soup: build it, run it until stable, sort it into
      *>      one of the five outcomes, and fold its ash census into
      *>      the run totals. A one-soup run (normally a FROM= rerun
      *>      of a soup worth a closer look) also gets its starting
      *>      and final grids and its own outcome written out.
       RUN-ONE-SOUP.
           PERFORM GENERATE-SOUP-GRID
           PERFORM RESET-SOUP-SIM-STATE
           IF(SOUP-COUNT = 1) THEN
               MOVE SPACES TO SOUP-LINE-STRING
               MOVE 1 TO SOUP-LINE-LENGTH
               STRING "Starting grid:" DELIMITED BY SIZE
                   INTO SOUP-LINE-STRING
                   WITH POINTER SOUP-LINE-LENGTH
               END-STRING
               PERFORM WRITE-SOUP-SUMMARY-LINE
               MOVE 1 TO SOUP-GRID-SOURCE
               MOVE 1 TO SOUP-WRITE-ROW
               PERFORM WRITE-SOUP-GRID-LOOP
           END-IF
           PERFORM STAMP-TIMING-START
           PERFORM PATTERN-SIMULATION
           PERFORM STAMP-TIMING-END
           ADD TIMING-ELAPSED-CENTIS TO SOUP-ELAPSED-CENTIS
           ADD TIMING-GENERATIONS TO SOUP-GENERATIONS
           IF(STATS-MIN-POPULATION < SOUP-MIN-POPULATION) THEN
               MOVE STATS-MIN-POPULATION TO SOUP-MIN-POPULATION
           END-IF
           IF(STATS-MAX-POPULATION > SOUP-MAX-POPULATION) THEN
               MOVE STATS-MAX-POPULATION TO SOUP-MAX-POPULATION
           END-IF
      *>      Dying out shows up to the detectors as a (blank) still
      *>      life, so extinction is tested first.
           MOVE SPACES TO SOUP-LINE-STRING
           MOVE 1 TO SOUP-LINE-LENGTH
           MOVE SOUP-NUMBER TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           STRING "Soup " DELIMITED BY SIZE
               SOUP-NUM-TRIMED DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               INTO SOUP-LINE-STRING
               WITH POINTER SOUP-LINE-LENGTH
           END-STRING
           IF(STATS-HAS-EXTINCTION = 1) THEN
               ADD 1 TO SOUP-DIED-COUNT
               MOVE STATS-EXTINCTION-GENERATION TO SOUP-NUM-STRING
               PERFORM TRIM-SOUP-NUMBER
               STRING "died out at generation " DELIMITED BY SIZE
                   SOUP-NUM-TRIMED DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   INTO SOUP-LINE-STRING
                   WITH POINTER SOUP-LINE-LENGTH
               END-STRING
           ELSE
           IF(IS-STILL-LIFE = 1) THEN
               ADD 1 TO SOUP-STILL-LIFE-COUNT
               MOVE STILL-LIFE-GENERATION TO SOUP-NUM-STRING
               PERFORM TRIM-SOUP-NUMBER
               STRING "still life from generation " DELIMITED BY SIZE
                   SOUP-NUM-TRIMED DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   INTO SOUP-LINE-STRING
                   WITH POINTER SOUP-LINE-LENGTH
               END-STRING
           ELSE
           IF(IS-OSCILLATOR = 1) THEN
               ADD 1 TO SOUP-OSCILLATOR-COUNT
               MOVE OSCILLATOR-PERIOD TO SOUP-NUM-STRING
               PERFORM TRIM-SOUP-NUMBER
               STRING "oscillator, period " DELIMITED BY SIZE
                   SOUP-NUM-TRIMED DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   INTO SOUP-LINE-STRING
                   WITH POINTER SOUP-LINE-LENGTH
               END-STRING
           ELSE
           IF(IS-SPACESHIP = 1) THEN
               ADD 1 TO SOUP-SPACESHIP-COUNT
               MOVE SPACESHIP-PERIOD TO SOUP-NUM-STRING
               PERFORM TRIM-SOUP-NUMBER
               STRING "spaceship, period " DELIMITED BY SIZE
                   SOUP-NUM-TRIMED DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   INTO SOUP-LINE-STRING
                   WITH POINTER SOUP-LINE-LENGTH
               END-STRING
           ELSE
               ADD 1 TO SOUP-CAPPED-COUNT
               MOVE STABLE-CAP TO SOUP-NUM-STRING
               PERFORM TRIM-SOUP-NUMBER
               STRING "hit the cap of " DELIMITED BY SIZE
                   SOUP-NUM-TRIMED DELIMITED BY SPACE
                   " generations." DELIMITED BY SIZE
                   INTO SOUP-LINE-STRING
                   WITH POINTER SOUP-LINE-LENGTH
               END-STRING
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM RUN-ASH-CENSUS
           MOVE 1 TO SOUP-TOTAL-INDEX
           PERFORM ADD-SOUP-TOTAL-LOOP
           ADD CENSUS-UNKNOWN-COUNT TO SOUP-UNKNOWN-TOTAL
           IF(CENSUS-UNKNOWN-COUNT > 0) THEN
               ADD 1 TO SOUP-ODD-COUNT
               IF(SOUP-ODD-COUNT <= 100) THEN
                   MOVE SOUP-NUMBER TO SOUP-ODD-NUMBER(SOUP-ODD-COUNT)
                   MOVE SPACES TO SOUP-ODD-CENSUS(SOUP-ODD-COUNT)
                   MOVE CENSUS-LINE-STRING(1:CENSUS-LINE-SIZE)
                       TO SOUP-ODD-CENSUS(SOUP-ODD-COUNT)
               END-IF
           END-IF
           IF(SOUP-COUNT = 1) THEN
               PERFORM WRITE-SOUP-SUMMARY-LINE
               MOVE SPACES TO SOUP-LINE-STRING
               MOVE 1 TO SOUP-LINE-LENGTH
               STRING CENSUS-LINE-STRING(1:CENSUS-LINE-SIZE)
                   DELIMITED BY SIZE
                   INTO SOUP-LINE-STRING
                   WITH POINTER SOUP-LINE-LENGTH
               END-STRING
               PERFORM WRITE-SOUP-SUMMARY-LINE
               MOVE SPACES TO SOUP-LINE-STRING
               MOVE 1 TO SOUP-LINE-LENGTH
               STRING "Final grid:" DELIMITED BY SIZE
                   INTO SOUP-LINE-STRING
                   WITH POINTER SOUP-LINE-LENGTH
               END-STRING
               PERFORM WRITE-SOUP-SUMMARY-LINE
               MOVE 2 TO SOUP-GRID-SOURCE
               MOVE 1 TO SOUP-WRITE-ROW
               PERFORM WRITE-SOUP-GRID-LOOP
           END-IF.
       ADD-SOUP-TOTAL-LOOP.
           IF(SOUP-TOTAL-INDEX <= PATTERN-LIBRARY-COUNT) THEN
               ADD CENSUS-TALLY(SOUP-TOTAL-INDEX)
                   TO SOUP-CENSUS-TOTAL(SOUP-TOTAL-INDEX)
               ADD 1 TO SOUP-TOTAL-INDEX
               GO TO ADD-SOUP-TOTAL-LOOP
           END-IF.

      *>      Fills PATTERN-TABLE with soup SOUP-NUMBER. The generator
      *>      is restarted from the seed and the soup number alone,
      *>      and its first few draws are thrown away so that soups
      *>      numbered one apart do not open on nearly equal states.
       GENERATE-SOUP-GRID.
           COMPUTE SOUP-RANDOM-PRODUCT =
               SOUP-SEED * 100000 + SOUP-NUMBER
           DIVIDE SOUP-RANDOM-PRODUCT BY 2147483647
               GIVING SOUP-RANDOM-QUOTIENT
               REMAINDER SOUP-RANDOM-STATE
           IF(SOUP-RANDOM-STATE = 0) THEN
               MOVE 1 TO SOUP-RANDOM-STATE
           END-IF
           MOVE 1 TO SOUP-RANDOM-WARMUP
           PERFORM WARM-SOUP-RANDOM-LOOP
           MOVE 1 TO SOUP-FILL-ROW
           PERFORM FILL-SOUP-ROW-LOOP.
       WARM-SOUP-RANDOM-LOOP.
           IF(SOUP-RANDOM-WARMUP <= 3) THEN
               PERFORM NEXT-SOUP-RANDOM
               ADD 1 TO SOUP-RANDOM-WARMUP
               GO TO WARM-SOUP-RANDOM-LOOP
           END-IF.
       FILL-SOUP-ROW-LOOP.
           IF(SOUP-FILL-ROW <= ROW-SIZE) THEN
               MOVE ALL '0' TO PATTERN-ROW(SOUP-FILL-ROW)
               MOVE 1 TO SOUP-FILL-COLUMN
               PERFORM FILL-SOUP-COLUMN-LOOP
               ADD 1 TO SOUP-FILL-ROW
               GO TO FILL-SOUP-ROW-LOOP
           END-IF.
       FILL-SOUP-COLUMN-LOOP.
           IF(SOUP-FILL-COLUMN <= COLUMN-SIZE) THEN
               PERFORM NEXT-SOUP-RANDOM
               DIVIDE SOUP-RANDOM-STATE BY 100
                   GIVING SOUP-RANDOM-QUOTIENT
                   REMAINDER SOUP-RANDOM-PERCENT
               IF(SOUP-RANDOM-PERCENT < SOUP-DENSITY) THEN
                   MOVE '*' TO PATTERN-CELL(SOUP-FILL-ROW,
                       SOUP-FILL-COLUMN)
               END-IF
               ADD 1 TO SOUP-FILL-COLUMN
               GO TO FILL-SOUP-COLUMN-LOOP
           END-IF.
       NEXT-SOUP-RANDOM.
           COMPUTE SOUP-RANDOM-PRODUCT = SOUP-RANDOM-STATE * 16807
           DIVIDE SOUP-RANDOM-PRODUCT BY 2147483647
               GIVING SOUP-RANDOM-QUOTIENT
               REMAINDER SOUP-RANDOM-STATE.

      *>      Clears everything one soup's simulation left behind that
      *>      PATTERN-SIMULATION would otherwise read as the next
      *>      soup's state - the same ground RESET-COMPARE-SIM-STATE
      *>      covers between the passes of a compare block, plus the
      *>      population tallies.
       RESET-SOUP-SIM-STATE.
           MOVE 0 TO IS-STILL-LIFE
           MOVE 0 TO STILL-LIFE-GENERATION
           MOVE 0 TO IS-OSCILLATOR
           MOVE 0 TO HISTORY-VALID(4)
           MOVE 0 TO HISTORY-VALID(5)
           MOVE 0 TO HISTORY-VALID(6)
           MOVE 0 TO CHECKPOINT-RESUME
           MOVE 0 TO STATS-HAVE-BASELINE
           MOVE 0 TO STATS-MIN-POPULATION
           MOVE 0 TO STATS-MAX-POPULATION
           MOVE 0 TO STATS-HAS-EXTINCTION
           MOVE 0 TO STATS-EXTINCTION-GENERATION.

       WRITE-SOUP-HEADER.
           MOVE SPACES TO SOUP-LINE-STRING
           MOVE 1 TO SOUP-LINE-LENGTH
           STRING "Soup run " DELIMITED BY SIZE
               PATTERN-NAME DELIMITED BY SPACE
               " for run " DELIMITED BY SIZE
               RUN-TIMESTAMP-TRIMED DELIMITED BY SPACE
               INTO SOUP-LINE-STRING
               WITH POINTER SOUP-LINE-LENGTH
           END-STRING
           PERFORM WRITE-SOUP-SUMMARY-LINE
           MOVE SPACES TO SOUP-LINE-STRING
           MOVE 1 TO SOUP-LINE-LENGTH
           MOVE SOUP-COUNT TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           STRING SOUP-NUM-TRIMED DELIMITED BY SPACE
               " soups numbered " DELIMITED BY SIZE
               INTO SOUP-LINE-STRING
               WITH POINTER SOUP-LINE-LENGTH
           END-STRING
           MOVE SOUP-FROM TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           MOVE SOUP-NUM-TRIMED TO SOUP-NUM-TRIMED-2
           MOVE SOUP-LAST-NUMBER TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           STRING SOUP-NUM-TRIMED-2 DELIMITED BY SPACE
               " to " DELIMITED BY SIZE
               SOUP-NUM-TRIMED DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               INTO SOUP-LINE-STRING
               WITH POINTER SOUP-LINE-LENGTH
           END-STRING
           MOVE ROW-SIZE TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           MOVE SOUP-NUM-TRIMED TO SOUP-NUM-TRIMED-2
           MOVE COLUMN-SIZE TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           STRING SOUP-NUM-TRIMED-2 DELIMITED BY SPACE
               "x" DELIMITED BY SIZE
               SOUP-NUM-TRIMED DELIMITED BY SPACE
               ", density " DELIMITED BY SIZE
               INTO SOUP-LINE-STRING
               WITH POINTER SOUP-LINE-LENGTH
           END-STRING
           MOVE SOUP-DENSITY TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           MOVE SOUP-NUM-TRIMED TO SOUP-NUM-TRIMED-2
           MOVE SOUP-SEED TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           STRING SOUP-NUM-TRIMED-2 DELIMITED BY SPACE
               "%, seed " DELIMITED BY SIZE
               SOUP-NUM-TRIMED DELIMITED BY SPACE
               ", rule B" DELIMITED BY SIZE
               BIRTH-RULE DELIMITED BY SPACE
               "/S" DELIMITED BY SIZE
               SURVIVE-RULE DELIMITED BY SPACE
               INTO SOUP-LINE-STRING
               WITH POINTER SOUP-LINE-LENGTH
           END-STRING
           IF(WRAP-MODE = 1) THEN
               STRING ", WRAP" DELIMITED BY SIZE
                   INTO SOUP-LINE-STRING
                   WITH POINTER SOUP-LINE-LENGTH
               END-STRING
           ELSE
               STRING ", NOWRAP" DELIMITED BY SIZE
                   INTO SOUP-LINE-STRING
                   WITH POINTER SOUP-LINE-LENGTH
               END-STRING
           END-IF
           MOVE STABLE-CAP TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           STRING ", until stable, cap " DELIMITED BY SIZE
               SOUP-NUM-TRIMED DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               INTO SOUP-LINE-STRING
               WITH POINTER SOUP-LINE-LENGTH
           END-STRING
           PERFORM WRITE-SOUP-SUMMARY-LINE
      *>      Spelled out with every setting the run used, so the
      *>      line still rebuilds the same soup after run-control.txt
      *>      defaults have moved on.
           MOVE SPACES TO SOUP-LINE-STRING
           MOVE 1 TO SOUP-LINE-LENGTH
           MOVE ROW-SIZE TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           MOVE SOUP-NUM-TRIMED TO SOUP-NUM-TRIMED-2
           MOVE COLUMN-SIZE TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           STRING "Regenerate soup n with: SOUP 1 " DELIMITED BY SIZE
               SOUP-NUM-TRIMED-2 DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SOUP-NUM-TRIMED DELIMITED BY SPACE
               INTO SOUP-LINE-STRING
               WITH POINTER SOUP-LINE-LENGTH
           END-STRING
           MOVE SOUP-DENSITY TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           MOVE SOUP-NUM-TRIMED TO SOUP-NUM-TRIMED-2
           MOVE SOUP-SEED TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           STRING " DENSITY=" DELIMITED BY SIZE
               SOUP-NUM-TRIMED-2 DELIMITED BY SPACE
               " SEED=" DELIMITED BY SIZE
               SOUP-NUM-TRIMED DELIMITED BY SPACE
               " FROM=n B" DELIMITED BY SIZE
               BIRTH-RULE DELIMITED BY SPACE
               "/S" DELIMITED BY SIZE
               SURVIVE-RULE DELIMITED BY SPACE
               INTO SOUP-LINE-STRING
               WITH POINTER SOUP-LINE-LENGTH
           END-STRING
           IF(WRAP-MODE = 1) THEN
               STRING " WRAP" DELIMITED BY SIZE
                   INTO SOUP-LINE-STRING
                   WITH POINTER SOUP-LINE-LENGTH
               END-STRING
           ELSE
               STRING " NOWRAP" DELIMITED BY SIZE
                   INTO SOUP-LINE-STRING
                   WITH POINTER SOUP-LINE-LENGTH
               END-STRING
           END-IF
           MOVE STABLE-CAP TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           STRING " CAP=" DELIMITED BY SIZE
               SOUP-NUM-TRIMED DELIMITED BY SPACE
               INTO SOUP-LINE-STRING
               WITH POINTER SOUP-LINE-LENGTH
           END-STRING
           PERFORM WRITE-SOUP-SUMMARY-LINE.

       WRITE-SOUP-TOTALS.
           MOVE SPACES TO SOUP-LINE-STRING
           MOVE 1 TO SOUP-LINE-LENGTH
           STRING "Outcomes:" DELIMITED BY SIZE
               INTO SOUP-LINE-STRING
               WITH POINTER SOUP-LINE-LENGTH
           END-STRING
           PERFORM WRITE-SOUP-SUMMARY-LINE
           MOVE SOUP-STILL-LIFE-COUNT TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           MOVE "  Still life" TO SOUP-LINE-STRING
           PERFORM WRITE-SOUP-COUNT-LINE
           MOVE SOUP-OSCILLATOR-COUNT TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           MOVE "  Oscillator" TO SOUP-LINE-STRING
           PERFORM WRITE-SOUP-COUNT-LINE
           MOVE SOUP-SPACESHIP-COUNT TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           MOVE "  Spaceship" TO SOUP-LINE-STRING
           PERFORM WRITE-SOUP-COUNT-LINE
           MOVE SOUP-DIED-COUNT TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           MOVE "  Died out" TO SOUP-LINE-STRING
           PERFORM WRITE-SOUP-COUNT-LINE
           MOVE SOUP-CAPPED-COUNT TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           MOVE "  Hit the cap" TO SOUP-LINE-STRING
           PERFORM WRITE-SOUP-COUNT-LINE
           MOVE SPACES TO SOUP-LINE-STRING
           MOVE 1 TO SOUP-LINE-LENGTH
           STRING "Ash census totals:" DELIMITED BY SIZE
               INTO SOUP-LINE-STRING
               WITH POINTER SOUP-LINE-LENGTH
           END-STRING
           PERFORM WRITE-SOUP-SUMMARY-LINE
           MOVE 0 TO SOUP-TOTAL-LISTED
           MOVE 1 TO SOUP-TOTAL-INDEX
           PERFORM WRITE-SOUP-CENSUS-LOOP
           IF(SOUP-UNKNOWN-TOTAL > 0) THEN
               MOVE SOUP-UNKNOWN-TOTAL TO SOUP-NUM-STRING
               PERFORM TRIM-SOUP-NUMBER
               MOVE "  Unrecognised clusters" TO SOUP-LINE-STRING
               PERFORM WRITE-SOUP-COUNT-LINE
               ADD 1 TO SOUP-TOTAL-LISTED
           END-IF
           IF(SOUP-TOTAL-LISTED = 0) THEN
               MOVE SPACES TO SOUP-LINE-STRING
               MOVE 1 TO SOUP-LINE-LENGTH
               STRING "  no live cells left in any soup" DELIMITED
                   BY SIZE
                   INTO SOUP-LINE-STRING
                   WITH POINTER SOUP-LINE-LENGTH
               END-STRING
               PERFORM WRITE-SOUP-SUMMARY-LINE
           END-IF
           MOVE SOUP-ODD-COUNT TO SOUP-NUM-STRING
           PERFORM TRIM-SOUP-NUMBER
           MOVE "Soups with unrecognised debris:" TO SOUP-LINE-STRING
           PERFORM WRITE-SOUP-COUNT-LINE
           MOVE 1 TO SOUP-ODD-INDEX
           PERFORM WRITE-SOUP-ODD-LOOP
           IF(SOUP-ODD-COUNT > 100) THEN
               COMPUTE SOUP-NUM-STRING = SOUP-ODD-COUNT - 100
               PERFORM TRIM-SOUP-NUMBER
               MOVE SPACES TO SOUP-LINE-STRING
               MOVE 1 TO SOUP-LINE-LENGTH
               STRING "  ... and " DELIMITED BY SIZE
                   SOUP-NUM-TRIMED DELIMITED BY SPACE
                   " more not listed." DELIMITED BY SIZE
                   INTO SOUP-LINE-STRING
                   WITH POINTER SOUP-LINE-LENGTH
               END-STRING
               PERFORM WRITE-SOUP-SUMMARY-LINE
           END-IF.
       WRITE-SOUP-CENSUS-LOOP.
           IF(SOUP-TOTAL-INDEX <= PATTERN-LIBRARY-COUNT) THEN
               IF(SOUP-CENSUS-TOTAL(SOUP-TOTAL-INDEX) > 0) THEN
                   MOVE SOUP-CENSUS-TOTAL(SOUP-TOTAL-INDEX)
                       TO SOUP-NUM-STRING
                   PERFORM TRIM-SOUP-NUMBER
                   MOVE SPACES TO SOUP-LINE-STRING
                   STRING "  " DELIMITED BY SIZE
                       LIB-NAME(SOUP-TOTAL-INDEX) DELIMITED BY SPACE
                       INTO SOUP-LINE-STRING
                   END-STRING
                   PERFORM WRITE-SOUP-COUNT-LINE
                   ADD 1 TO SOUP-TOTAL-LISTED
               END-IF
               ADD 1 TO SOUP-TOTAL-INDEX
               GO TO WRITE-SOUP-CENSUS-LOOP
           END-IF.
       WRITE-SOUP-ODD-LOOP.
           IF(SOUP-ODD-INDEX <= SOUP-ODD-COUNT AND
                   SOUP-ODD-INDEX <= 100) THEN
               MOVE SOUP-ODD-NUMBER(SOUP-ODD-INDEX) TO SOUP-NUM-STRING
               PERFORM TRIM-SOUP-NUMBER
               MOVE SPACES TO SOUP-LINE-STRING
               MOVE 1 TO SOUP-LINE-LENGTH
               STRING "  Soup " DELIMITED BY SIZE
                   SOUP-NUM-TRIMED DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   SOUP-ODD-CENSUS(SOUP-ODD-INDEX) DELIMITED BY SIZE
                   INTO SOUP-LINE-STRING
                   WITH POINTER SOUP-LINE-LENGTH
               END-STRING
               PERFORM WRITE-SOUP-SUMMARY-LINE
               ADD 1 TO SOUP-ODD-INDEX
               GO TO WRITE-SOUP-ODD-LOOP
           END-IF.

      *>      NEED THE LABEL IN SOUP-LINE-STRING AND THE COUNT IN
      *>      SOUP-NUM-TRIMED BEFORE CALLING THIS - the counts line
      *>      up in one column after the labels.
       WRITE-SOUP-COUNT-LINE.
           MOVE 34 TO SOUP-LINE-LENGTH
           STRING SOUP-NUM-TRIMED DELIMITED BY SPACE
               INTO SOUP-LINE-STRING
               WITH POINTER SOUP-LINE-LENGTH
           END-STRING
           PERFORM WRITE-SOUP-SUMMARY-LINE.
       WRITE-SOUP-GRID-LOOP.
           IF(SOUP-WRITE-ROW <= ROW-SIZE) THEN
               MOVE SPACES TO SOUP-LINE-STRING
               IF(SOUP-GRID-SOURCE = 1) THEN
                   MOVE PATTERN-ROW(SOUP-WRITE-ROW)(1:COLUMN-SIZE)
                       TO SOUP-LINE-STRING
               ELSE
                   MOVE PREVIOUS-PATTERN-ROW(SOUP-WRITE-ROW)
                       (1:COLUMN-SIZE) TO SOUP-LINE-STRING
               END-IF
               COMPUTE SOUP-LINE-LENGTH = COLUMN-SIZE + 1
               PERFORM WRITE-SOUP-SUMMARY-LINE
               ADD 1 TO SOUP-WRITE-ROW
               GO TO WRITE-SOUP-GRID-LOOP
           END-IF.
       TRIM-SOUP-NUMBER.
           UNSTRING SOUP-NUM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, SOUP-NUM-TRIMED
           END-UNSTRING.
       WRITE-SOUP-SUMMARY-LINE.
           COMPUTE SOUP-LINE-SIZE = SOUP-LINE-LENGTH - 1
           MOVE SOUP-LINE-STRING TO SOUP-SUMMARY-LINE
           WRITE SOUP-SUMMARY-LINE.

      *>      NEED TIMING-CLOCK-TIME SET BEFORE CALLING THIS - folds
      *>      an HHMMSSCC clock reading down to centiseconds since
      *>      midnight in TIMING-CLOCK-CENTIS.
       CONVERT-CLOCK-TO-CENTIS.
           MOVE TIMING-CLOCK-TIME(1:2) TO TIMING-CLOCK-HH
           MOVE TIMING-CLOCK-TIME(3:2) TO TIMING-CLOCK-MM
           MOVE TIMING-CLOCK-TIME(5:2) TO TIMING-CLOCK-SS
           MOVE TIMING-CLOCK-TIME(7:2) TO TIMING-CLOCK-CC
           COMPUTE TIMING-CLOCK-CENTIS =
               ((TIMING-CLOCK-HH * 3600) + (TIMING-CLOCK-MM * 60)
               + TIMING-CLOCK-SS) * 100 + TIMING-CLOCK-CC.

      *>      Reads the wall clock just before PATTERN-SIMULATION
      *>      starts computing generations for this block.
       STAMP-TIMING-START.
           ACCEPT TIMING-CLOCK-TIME FROM TIME
           PERFORM CONVERT-CLOCK-TO-CENTIS
           MOVE TIMING-CLOCK-CENTIS TO TIMING-START-CENTIS.

      *>      Reads the wall clock again once PATTERN-SIMULATION has
      *>      stopped, settles this block's elapsed centiseconds and
      *>      generations computed (a resumed run starts counting at
      *>      the checkpoint's generation, not 1), and folds both
      *>      into the batch totals for WRITE-TIMING-TOTAL.
       STAMP-TIMING-END.
           ACCEPT TIMING-CLOCK-TIME FROM TIME
           PERFORM CONVERT-CLOCK-TO-CENTIS
           MOVE TIMING-CLOCK-CENTIS TO TIMING-END-CENTIS
           IF(TIMING-END-CENTIS < TIMING-START-CENTIS) THEN
               ADD 8640000 TO TIMING-END-CENTIS
           END-IF
           COMPUTE TIMING-ELAPSED-CENTIS =
               TIMING-END-CENTIS - TIMING-START-CENTIS
           COMPUTE TIMING-GENERATIONS =
               GENERATION-COUNTER - TIMING-START-GENERATION
           ADD TIMING-ELAPSED-CENTIS TO BATCH-ELAPSED-CENTIS
           ADD TIMING-GENERATIONS TO BATCH-GENERATIONS.

      *>      NEED TIMING-ELAPSED-CENTIS AND TIMING-GENERATIONS SET
      *>      BEFORE CALLING THIS - formats them into the TIMING-SEC/
      *>      GEN/GPS-TRIMED fields shared by the per-pattern row and
      *>      the batch-total row. An elapsed time too short for the
      *>      clock to see (0 centiseconds) rates the generations as
      *>      if it had been one centisecond rather than dividing by
      *>      zero.
       BUILD-TIMING-FIELDS.
           DIVIDE TIMING-ELAPSED-CENTIS BY 100
               GIVING TIMING-SECONDS
               REMAINDER TIMING-CENTIS-PART
           MOVE TIMING-SECONDS TO TIMING-SEC-STRING
           UNSTRING TIMING-SEC-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, TIMING-SEC-TRIMED
           END-UNSTRING
           IF(TIMING-SECONDS = 0) THEN
               MOVE "0" TO TIMING-SEC-TRIMED
           END-IF
           MOVE TIMING-GENERATIONS TO TIMING-GEN-STRING
           UNSTRING TIMING-GEN-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, TIMING-GEN-TRIMED
           END-UNSTRING
           IF(TIMING-GENERATIONS = 0) THEN
               MOVE "0" TO TIMING-GEN-TRIMED
           END-IF
           IF(TIMING-ELAPSED-CENTIS > 0) THEN
               COMPUTE TIMING-GPS = (TIMING-GENERATIONS * 100)
                   / TIMING-ELAPSED-CENTIS
           ELSE
               COMPUTE TIMING-GPS = TIMING-GENERATIONS * 100
           END-IF
           MOVE TIMING-GPS TO TIMING-GPS-STRING
           UNSTRING TIMING-GPS-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, TIMING-GPS-TRIMED
           END-UNSTRING.

      *>      NEED GRID-VALID=1 AND PATTERN-VALID=1 BEFORE CALLING
      *>      THIS - appends this block's elapsed time, generations
      *>      computed, generations-per-second rate and grid size to
      *>      run-timing.txt.
       WRITE-TIMING-ROW.
           PERFORM BUILD-TIMING-FIELDS
           MOVE ROW-SIZE TO TIMING-ROWS-STRING
           UNSTRING TIMING-ROWS-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, TIMING-ROWS-TRIMED
           END-UNSTRING
           MOVE COLUMN-SIZE TO TIMING-COLUMNS-STRING
           UNSTRING TIMING-COLUMNS-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, TIMING-COLUMNS-TRIMED
           END-UNSTRING
           MOVE SPACES TO TIMING-LINE-STRING
           MOVE 1 TO TIMING-LINE-LENGTH
           STRING PATTERN-NAME DELIMITED BY SPACE
               " elapsed " DELIMITED BY SIZE
               TIMING-SEC-TRIMED DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               TIMING-CENTIS-PART DELIMITED BY SIZE
               " seconds, " DELIMITED BY SIZE
               TIMING-GEN-TRIMED DELIMITED BY SPACE
               " generations, " DELIMITED BY SIZE
               TIMING-GPS-TRIMED DELIMITED BY SPACE
               " generations/second, grid " DELIMITED BY SIZE
               TIMING-ROWS-TRIMED DELIMITED BY SPACE
               "x" DELIMITED BY SIZE
               TIMING-COLUMNS-TRIMED DELIMITED BY SPACE
               INTO TIMING-LINE-STRING
               WITH POINTER TIMING-LINE-LENGTH
           END-STRING
           COMPUTE TIMING-LINE-SIZE = TIMING-LINE-LENGTH - 1
           MOVE TIMING-LINE-STRING TO TIMING-OUTPUT-LINE
           WRITE TIMING-OUTPUT-LINE.

      *>      Writes the batch-total timing row once MAIN-PARAGRAPH-
      *>      LOOP has exhausted input.txt - the number that says
      *>      whether tonight's batch fits the overnight window.
       WRITE-TIMING-TOTAL.
           MOVE BATCH-ELAPSED-CENTIS TO TIMING-ELAPSED-CENTIS
           MOVE BATCH-GENERATIONS TO TIMING-GENERATIONS
           PERFORM BUILD-TIMING-FIELDS
           MOVE SPACES TO TIMING-LINE-STRING
           MOVE 1 TO TIMING-LINE-LENGTH
           STRING "BATCH-TOTAL elapsed " DELIMITED BY SIZE
               TIMING-SEC-TRIMED DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               TIMING-CENTIS-PART DELIMITED BY SIZE
               " seconds, " DELIMITED BY SIZE
               TIMING-GEN-TRIMED DELIMITED BY SPACE
               " generations, " DELIMITED BY SIZE
               TIMING-GPS-TRIMED DELIMITED BY SPACE
               " generations/second" DELIMITED BY SIZE
               INTO TIMING-LINE-STRING
               WITH POINTER TIMING-LINE-LENGTH
           END-STRING
           COMPUTE TIMING-LINE-SIZE = TIMING-LINE-LENGTH - 1
           MOVE TIMING-LINE-STRING TO TIMING-OUTPUT-LINE
           WRITE TIMING-OUTPUT-LINE.

      *>      Heads this run's rows in run-timing.txt, now that the
      *>      file holds every night's rows rather than just the last.
       WRITE-TIMING-RUN-HEADER.
           MOVE SPACES TO TIMING-LINE-STRING
           MOVE 1 TO TIMING-LINE-LENGTH
           STRING "RUN " DELIMITED BY SIZE
               RUN-TIMESTAMP-TRIMED DELIMITED BY SPACE
               INTO TIMING-LINE-STRING
               WITH POINTER TIMING-LINE-LENGTH
           END-STRING
           COMPUTE TIMING-LINE-SIZE = TIMING-LINE-LENGTH - 1
           MOVE TIMING-LINE-STRING TO TIMING-OUTPUT-LINE
           WRITE TIMING-OUTPUT-LINE.

      *>      Reads run-timing.txt back before this run appends to
      *>      it: every block row is folded into the overall
      *>      generations-per-second figures (and, when it carries a
      *>      grid size, the cell-generations-per-second ones), and
      *>      the latest row for each name is kept for that block's
      *>      own estimate. RUN and BATCH-TOTAL rows are passed over.
      *>      History for more than 200 names keeps the first 200
      *>      names seen; the overall figures still count every row.
       LOAD-TIMING-HISTORY.
           MOVE 0 TO FORECAST-HISTORY-COUNT
           MOVE 0 TO FORECAST-TOTAL-GENS
           MOVE 0 TO FORECAST-TOTAL-CENTIS
           MOVE 0 TO FORECAST-CELL-GENS
           MOVE 0 TO FORECAST-CELL-CENTIS
           MOVE TIMING-FILENAME TO REPORT-READ-FILENAME
           MOVE 'N' TO REPORT-READ-EOF
           OPEN INPUT REPORT-READ-FILE
           IF(REPORT-READ-FILE-STATUS = '00') THEN
               PERFORM LOAD-TIMING-HISTORY-LOOP
               CLOSE REPORT-READ-FILE
           END-IF.
       LOAD-TIMING-HISTORY-LOOP.
           IF(REPORT-READ-EOF NOT = 'Y') THEN
               PERFORM READ-REPORT-FINAL-ROW
               IF(REPORT-READ-EOF NOT = 'Y') THEN
                   PERFORM PARSE-TIMING-HISTORY-ROW
                   IF(FORECAST-ROW-OK = 1) THEN
                       PERFORM STORE-TIMING-HISTORY-ROW
                   END-IF
               END-IF
               GO TO LOAD-TIMING-HISTORY-LOOP
           END-IF.

      *>      NEED REPORT-FINAL-ROW SET BEFORE CALLING THIS - splits
      *>      one "<name> elapsed S.CC seconds, G generations, R
      *>      generations/second[, grid RxC]" row into FORECAST-ROW-
      *>      CENTIS, -GENS and -CELLS (0 for a row written before
      *>      the grid size was recorded). FORECAST-ROW-OK is 0 for
      *>      anything else.
       PARSE-TIMING-HISTORY-ROW.
           MOVE 0 TO FORECAST-ROW-OK
           MOVE 0 TO FORECAST-ROW-CENTIS
           MOVE 0 TO FORECAST-ROW-GENS
           MOVE 0 TO FORECAST-ROW-CELLS
           MOVE SPACES TO FORECAST-ROW-TABLE
           UNSTRING REPORT-FINAL-ROW DELIMITED BY ALL SPACE
               INTO FORECAST-ROW-TOKEN(1), FORECAST-ROW-TOKEN(2),
               FORECAST-ROW-TOKEN(3), FORECAST-ROW-TOKEN(4),
               FORECAST-ROW-TOKEN(5), FORECAST-ROW-TOKEN(6),
               FORECAST-ROW-TOKEN(7), FORECAST-ROW-TOKEN(8),
               FORECAST-ROW-TOKEN(9), FORECAST-ROW-TOKEN(10)
           END-UNSTRING
           IF(FORECAST-ROW-TOKEN(1) NOT = 'BATCH-TOTAL' AND
                   FORECAST-ROW-TOKEN(2) = 'elapsed' AND
                   FORECAST-ROW-TOKEN(6) = 'generations,') THEN
               MOVE SPACES TO FORECAST-ROW-WHOLE
               MOVE SPACES TO FORECAST-ROW-PART
               UNSTRING FORECAST-ROW-TOKEN(3) DELIMITED BY '.'
                   INTO FORECAST-ROW-WHOLE, FORECAST-ROW-PART
               END-UNSTRING
               MOVE FORECAST-ROW-WHOLE TO NUMBER-PARSE-TEXT
               PERFORM PARSE-DECIMAL-NUMBER
               IF(NUMBER-PARSE-OK = 1 AND
                       NUMBER-PARSE-VALUE < 9000000) THEN
                   COMPUTE FORECAST-ROW-CENTIS =
                       NUMBER-PARSE-VALUE * 100
                   MOVE FORECAST-ROW-PART TO NUMBER-PARSE-TEXT
                   PERFORM PARSE-DECIMAL-NUMBER
                   IF(NUMBER-PARSE-OK = 1 AND
                           NUMBER-PARSE-VALUE < 100) THEN
                       ADD NUMBER-PARSE-VALUE TO FORECAST-ROW-CENTIS
                       MOVE FORECAST-ROW-TOKEN(5) TO NUMBER-PARSE-TEXT
                       PERFORM PARSE-DECIMAL-NUMBER
                       IF(NUMBER-PARSE-OK = 1 AND
                               NUMBER-PARSE-VALUE < 10000000) THEN
                           MOVE NUMBER-PARSE-VALUE
                               TO FORECAST-ROW-GENS
                           MOVE 1 TO FORECAST-ROW-OK
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF(FORECAST-ROW-OK = 1 AND
                   FORECAST-ROW-TOKEN(9) = 'grid') THEN
               MOVE SPACES TO FORECAST-ROW-WHOLE
               MOVE SPACES TO FORECAST-ROW-PART
               UNSTRING FORECAST-ROW-TOKEN(10) DELIMITED BY 'x'
                   INTO FORECAST-ROW-WHOLE, FORECAST-ROW-PART
               END-UNSTRING
               MOVE FORECAST-ROW-WHOLE TO NUMBER-PARSE-TEXT
               PERFORM PARSE-DECIMAL-NUMBER
               IF(NUMBER-PARSE-OK = 1 AND NUMBER-PARSE-VALUE > 0 AND
                       NUMBER-PARSE-VALUE <= 500) THEN
                   MOVE NUMBER-PARSE-VALUE TO FORECAST-ROW-ROWS
                   MOVE FORECAST-ROW-PART TO NUMBER-PARSE-TEXT
                   PERFORM PARSE-DECIMAL-NUMBER
                   IF(NUMBER-PARSE-OK = 1 AND NUMBER-PARSE-VALUE > 0
                           AND NUMBER-PARSE-VALUE <= 500) THEN
                       COMPUTE FORECAST-ROW-CELLS =
                           FORECAST-ROW-ROWS * NUMBER-PARSE-VALUE
                   END-IF
               END-IF
           END-IF.

      *>      Folds one parsed timing row into the overall figures
      *>      and makes it the latest row held for its name. A row
      *>      too quick for the clock counts as one centisecond, as
      *>      BUILD-TIMING-FIELDS rated it.
       STORE-TIMING-HISTORY-ROW.
           IF(FORECAST-ROW-CENTIS = 0) THEN
               MOVE 1 TO FORECAST-ROW-CENTIS
           END-IF
           ADD FORECAST-ROW-GENS TO FORECAST-TOTAL-GENS
           ADD FORECAST-ROW-CENTIS TO FORECAST-TOTAL-CENTIS
           IF(FORECAST-ROW-CELLS > 0) THEN
               COMPUTE FORECAST-CELL-GENS = FORECAST-CELL-GENS
                   + (FORECAST-ROW-GENS * FORECAST-ROW-CELLS)
               ADD FORECAST-ROW-CENTIS TO FORECAST-CELL-CENTIS
           END-IF
           MOVE FORECAST-ROW-TOKEN(1) TO PRESCAN-NAME-TOKEN
           PERFORM FIND-FORECAST-HISTORY
           IF(FORECAST-HISTORY-FOUND = 0 AND
                   FORECAST-HISTORY-COUNT < 200) THEN
               ADD 1 TO FORECAST-HISTORY-COUNT
               MOVE FORECAST-HISTORY-COUNT TO FORECAST-HISTORY-FOUND
               MOVE PRESCAN-NAME-TOKEN
                   TO FORECAST-HISTORY-NAME(FORECAST-HISTORY-FOUND)
           END-IF
           IF(FORECAST-HISTORY-FOUND > 0) THEN
               MOVE FORECAST-ROW-GENS
                   TO FORECAST-HISTORY-GENS(FORECAST-HISTORY-FOUND)
               MOVE FORECAST-ROW-CENTIS
                   TO FORECAST-HISTORY-CENTIS(FORECAST-HISTORY-FOUND)
               MOVE FORECAST-ROW-CELLS
                   TO FORECAST-HISTORY-CELLS(FORECAST-HISTORY-FOUND)
           END-IF.

      *>      NEED PRESCAN-NAME-TOKEN SET BEFORE CALLING THIS - sets
      *>      FORECAST-HISTORY-FOUND to the history entry held for
      *>      that name, or 0.
       FIND-FORECAST-HISTORY.
           MOVE 0 TO FORECAST-HISTORY-FOUND
           MOVE 1 TO FORECAST-HISTORY-INDEX
           PERFORM FIND-FORECAST-HISTORY-LOOP.
       FIND-FORECAST-HISTORY-LOOP.
           IF(FORECAST-HISTORY-INDEX <= FORECAST-HISTORY-COUNT AND
                   FORECAST-HISTORY-FOUND = 0) THEN
               IF(FORECAST-HISTORY-NAME(FORECAST-HISTORY-INDEX) =
                       PRESCAN-NAME-TOKEN) THEN
                   MOVE FORECAST-HISTORY-INDEX
                       TO FORECAST-HISTORY-FOUND
               END-IF
               ADD 1 TO FORECAST-HISTORY-INDEX
               GO TO FIND-FORECAST-HISTORY-LOOP
           END-IF.

      *>      Notes what the block PRESCAN-RECORD-NAME has just
      *>      entered as PRESCAN-NAME-COUNT will cost, for WRITE-
      *>      BATCH-FORECAST. A SOUP line costs its soup count times
      *>      the cap on its grid; a pattern block its generation
      *>      line, or the cap when that is 0 or an UNTIL-STABLE
      *>      token is given. The cap is run-control.txt's unless a
      *>      CAP= token of the block's own overrides it, the same
      *>      as CLASSIFY-CONTROL-TOKENS will decide when the block
      *>      runs.
       RECORD-PRESCAN-FORECAST.
           MOVE 0 TO FORECAST-BLOCK-DONE(PRESCAN-NAME-COUNT)
           MOVE 0 TO FORECAST-BLOCK-OPEN-ENDED(PRESCAN-NAME-COUNT)
           MOVE 0 TO FORECAST-BLOCK-ROWS(PRESCAN-NAME-COUNT)
           MOVE 0 TO FORECAST-BLOCK-COLUMNS(PRESCAN-NAME-COUNT)
           MOVE 0 TO FORECAST-BLOCK-GENS(PRESCAN-NAME-COUNT)
           MOVE SPACES TO FORECAST-HEADER-TABLE
           IF(FORECAST-SOUP-BLOCK = 1) THEN
               MOVE CONTROL-TOKEN-1 TO FORECAST-HEADER-TOKEN(3)
               MOVE CONTROL-TOKEN-2 TO FORECAST-HEADER-TOKEN(4)
               MOVE CONTROL-TOKEN-3 TO FORECAST-HEADER-TOKEN(5)
               MOVE CONTROL-TOKEN-4 TO FORECAST-HEADER-TOKEN(6)
               MOVE CONTROL-TOKEN-5 TO FORECAST-HEADER-TOKEN(7)
               MOVE CONTROL-TOKEN-6 TO FORECAST-HEADER-TOKEN(8)
               MOVE SOUP-ROWS TO FORECAST-BLOCK-ROWS(PRESCAN-NAME-COUNT)
               MOVE SOUP-COLUMNS
                   TO FORECAST-BLOCK-COLUMNS(PRESCAN-NAME-COUNT)
               MOVE 1 TO FORECAST-BLOCK-OPEN-ENDED(PRESCAN-NAME-COUNT)
           ELSE
               UNSTRING PRESCAN-ROWCOL-LINE DELIMITED BY ALL SPACE
                   INTO FORECAST-HEADER-TOKEN(1),
                   FORECAST-HEADER-TOKEN(2), FORECAST-HEADER-TOKEN(3),
                   FORECAST-HEADER-TOKEN(4), FORECAST-HEADER-TOKEN(5),
                   FORECAST-HEADER-TOKEN(6), FORECAST-HEADER-TOKEN(7),
                   FORECAST-HEADER-TOKEN(8)
               END-UNSTRING
               MOVE FORECAST-HEADER-TOKEN(1) TO NUMBER-PARSE-TEXT
               PERFORM PARSE-DECIMAL-NUMBER
               IF(NUMBER-PARSE-OK = 1 AND
                       NUMBER-PARSE-VALUE <= 500) THEN
                   MOVE NUMBER-PARSE-VALUE
                       TO FORECAST-BLOCK-ROWS(PRESCAN-NAME-COUNT)
               END-IF
               MOVE FORECAST-HEADER-TOKEN(2) TO NUMBER-PARSE-TEXT
               PERFORM PARSE-DECIMAL-NUMBER
               IF(NUMBER-PARSE-OK = 1 AND
                       NUMBER-PARSE-VALUE <= 500) THEN
                   MOVE NUMBER-PARSE-VALUE
                       TO FORECAST-BLOCK-COLUMNS(PRESCAN-NAME-COUNT)
               END-IF
               MOVE SPACES TO FORECAST-ROW-WHOLE
               MOVE SPACES TO FORECAST-ROW-PART
               UNSTRING PRESCAN-GEN-LINE DELIMITED BY ALL SPACE
                   INTO FORECAST-ROW-WHOLE, FORECAST-ROW-PART
               END-UNSTRING
               IF(FORECAST-ROW-WHOLE = SPACES) THEN
                   MOVE FORECAST-ROW-PART TO NUMBER-PARSE-TEXT
               ELSE
                   MOVE FORECAST-ROW-WHOLE TO NUMBER-PARSE-TEXT
               END-IF
               PERFORM PARSE-DECIMAL-NUMBER
               IF(NUMBER-PARSE-OK = 1 AND NUMBER-PARSE-VALUE > 0 AND
                       NUMBER-PARSE-VALUE < 100000) THEN
                   MOVE NUMBER-PARSE-VALUE
                       TO FORECAST-BLOCK-GENS(PRESCAN-NAME-COUNT)
               ELSE
                   MOVE 1
                       TO FORECAST-BLOCK-OPEN-ENDED(PRESCAN-NAME-COUNT)
               END-IF
           END-IF
           MOVE RUN-CONTROL-DEFAULT-CAP TO STABLE-CAP
           MOVE 3 TO FORECAST-TOKEN-INDEX
           PERFORM RECORD-PRESCAN-TOKEN-LOOP
           IF(FORECAST-BLOCK-OPEN-ENDED(PRESCAN-NAME-COUNT) = 1) THEN
               MOVE STABLE-CAP
                   TO FORECAST-BLOCK-GENS(PRESCAN-NAME-COUNT)
           END-IF
           IF(FORECAST-SOUP-BLOCK = 1) THEN
               COMPUTE FORECAST-BLOCK-GENS(PRESCAN-NAME-COUNT) =
                   SOUP-COUNT * STABLE-CAP
           END-IF.
       RECORD-PRESCAN-TOKEN-LOOP.
           IF(FORECAST-TOKEN-INDEX <= 8) THEN
               IF(FORECAST-HEADER-TOKEN(FORECAST-TOKEN-INDEX)(1:4)
                       = 'CAP=') THEN
                   MOVE FORECAST-HEADER-TOKEN(FORECAST-TOKEN-INDEX)
                       TO CAP-TOKEN-SOURCE
                   PERFORM PARSE-CAP-TOKEN
               END-IF
               IF(FORECAST-HEADER-TOKEN(FORECAST-TOKEN-INDEX)
                       = 'UNTIL-STABLE') THEN
                   MOVE 1
                       TO FORECAST-BLOCK-OPEN-ENDED(PRESCAN-NAME-COUNT)
               END-IF
               ADD 1 TO FORECAST-TOKEN-INDEX
               GO TO RECORD-PRESCAN-TOKEN-LOOP
           END-IF.

      *>      Writes run-forecast.txt - one line per block in the
      *>      deck, then the batch total and when it should finish,
      *>      measured against the batch window when one is set -
      *>      and shows the totals on the console. A block batch-
      *>      progress.txt already records as complete is marked
      *>      done here and not costed.
       WRITE-BATCH-FORECAST.
           MOVE 0 TO FORECAST-BATCH-CENTIS
           MOVE 0 TO FORECAST-COSTED-COUNT
           MOVE 0 TO FORECAST-UNKNOWN-COUNT
           MOVE 0 TO FORECAST-DONE-COUNT
           OPEN OUTPUT FORECAST-FILE
           MOVE SPACES TO FORECAST-LINE-STRING
           MOVE 1 TO FORECAST-LINE-LENGTH
           STRING "Run-time forecast for run " DELIMITED BY SIZE
               RUN-TIMESTAMP-TRIMED DELIMITED BY SPACE
               ", deck " DELIMITED BY SIZE
               INPUT-DECK-FILENAME DELIMITED BY SPACE
               INTO FORECAST-LINE-STRING
               WITH POINTER FORECAST-LINE-LENGTH
           END-STRING
           PERFORM WRITE-FORECAST-LINE
           MOVE FORECAST-HISTORY-COUNT TO FORECAST-NUM-STRING
           PERFORM TRIM-FORECAST-NUMBER
           MOVE SPACES TO FORECAST-LINE-STRING
           MOVE 1 TO FORECAST-LINE-LENGTH
           STRING "Timing history on record for " DELIMITED BY SIZE
               FORECAST-NUM-TRIMED DELIMITED BY SPACE
               " block names." DELIMITED BY SIZE
               INTO FORECAST-LINE-STRING
               WITH POINTER FORECAST-LINE-LENGTH
           END-STRING
           PERFORM WRITE-FORECAST-LINE
           MOVE SPACES TO FORECAST-LINE-STRING
           MOVE 1 TO FORECAST-LINE-LENGTH
           PERFORM WRITE-FORECAST-LINE
           MOVE 1 TO FORECAST-INDEX
           PERFORM WRITE-BATCH-FORECAST-LOOP
           MOVE SPACES TO FORECAST-LINE-STRING
           MOVE 1 TO FORECAST-LINE-LENGTH
           PERFORM WRITE-FORECAST-LINE

           MOVE FORECAST-BATCH-CENTIS TO FORECAST-DURATION-CENTIS
           PERFORM FORMAT-FORECAST-HOURS
           MOVE FORECAST-COSTED-COUNT TO FORECAST-NUM-STRING
           PERFORM TRIM-FORECAST-NUMBER
           MOVE SPACES TO FORECAST-LINE-STRING
           MOVE 1 TO FORECAST-LINE-LENGTH
           STRING "Forecast: " DELIMITED BY SIZE
               FORECAST-NUM-TRIMED DELIMITED BY SPACE
               " blocks estimated at " DELIMITED BY SIZE
               FORECAST-HOURS-TEXT DELIMITED BY SPACE
               INTO FORECAST-LINE-STRING
               WITH POINTER FORECAST-LINE-LENGTH
           END-STRING
           IF(FORECAST-UNKNOWN-COUNT > 0) THEN
               MOVE FORECAST-UNKNOWN-COUNT TO FORECAST-NUM-STRING
               PERFORM TRIM-FORECAST-NUMBER
               STRING "; " DELIMITED BY SIZE
                   FORECAST-NUM-TRIMED DELIMITED BY SPACE
                   " with no timing history not included"
                   DELIMITED BY SIZE
                   INTO FORECAST-LINE-STRING
                   WITH POINTER FORECAST-LINE-LENGTH
               END-STRING
           END-IF
           IF(FORECAST-DONE-COUNT > 0) THEN
               MOVE FORECAST-DONE-COUNT TO FORECAST-NUM-STRING
               PERFORM TRIM-FORECAST-NUMBER
               STRING "; " DELIMITED BY SIZE
                   FORECAST-NUM-TRIMED DELIMITED BY SPACE
                   " already complete" DELIMITED BY SIZE
                   INTO FORECAST-LINE-STRING
                   WITH POINTER FORECAST-LINE-LENGTH
               END-STRING
           END-IF
           STRING "." DELIMITED BY SIZE
               INTO FORECAST-LINE-STRING
               WITH POINTER FORECAST-LINE-LENGTH
           END-STRING
           PERFORM WRITE-FORECAST-LINE
           DISPLAY FORECAST-LINE-STRING(1:FORECAST-LINE-SIZE)

           MOVE WINDOW-START-CENTIS TO FORECAST-CLOCK-CENTIS
           PERFORM FORMAT-FORECAST-CLOCK
           MOVE SPACES TO FORECAST-LINE-STRING
           MOVE 1 TO FORECAST-LINE-LENGTH
           STRING "Batch started " DELIMITED BY SIZE
               FORECAST-CLOCK-TEXT DELIMITED BY SIZE
               ", forecast to finish at " DELIMITED BY SIZE
               INTO FORECAST-LINE-STRING
               WITH POINTER FORECAST-LINE-LENGTH
           END-STRING
           COMPUTE FORECAST-FINISH-CENTIS =
               WINDOW-START-CENTIS + FORECAST-BATCH-CENTIS
           MOVE FORECAST-FINISH-CENTIS TO FORECAST-CLOCK-CENTIS
           PERFORM FORMAT-FORECAST-CLOCK
           STRING FORECAST-CLOCK-TEXT DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO FORECAST-LINE-STRING
               WITH POINTER FORECAST-LINE-LENGTH
           END-STRING
           PERFORM WRITE-FORECAST-LINE
           DISPLAY FORECAST-LINE-STRING(1:FORECAST-LINE-SIZE)

           MOVE SPACES TO FORECAST-LINE-STRING
           MOVE 1 TO FORECAST-LINE-LENGTH
           IF(WINDOW-MODE = 0) THEN
               STRING "No batch window set." DELIMITED BY SIZE
                   INTO FORECAST-LINE-STRING
                   WITH POINTER FORECAST-LINE-LENGTH
               END-STRING
           ELSE
               MOVE WINDOW-CUTOFF-CENTIS TO FORECAST-CLOCK-CENTIS
               PERFORM FORMAT-FORECAST-CLOCK
               STRING "Batch window " DELIMITED BY SIZE
                   WINDOW-TOKEN-VALUE(1:4) DELIMITED BY SIZE
                   ": no block starts after " DELIMITED BY SIZE
                   FORECAST-CLOCK-TEXT DELIMITED BY SIZE
                   INTO FORECAST-LINE-STRING
                   WITH POINTER FORECAST-LINE-LENGTH
               END-STRING
               IF(FORECAST-FINISH-CENTIS > WINDOW-CUTOFF-CENTIS) THEN
                   COMPUTE FORECAST-DURATION-CENTIS =
                       FORECAST-FINISH-CENTIS - WINDOW-CUTOFF-CENTIS
                   PERFORM FORMAT-FORECAST-HOURS
                   STRING "; the forecast runs " DELIMITED BY SIZE
                       FORECAST-HOURS-TEXT DELIMITED BY SPACE
                       " past it." DELIMITED BY SIZE
                       INTO FORECAST-LINE-STRING
                       WITH POINTER FORECAST-LINE-LENGTH
                   END-STRING
               ELSE
                   STRING "; the forecast fits." DELIMITED BY SIZE
                       INTO FORECAST-LINE-STRING
                       WITH POINTER FORECAST-LINE-LENGTH
                   END-STRING
               END-IF
           END-IF
           PERFORM WRITE-FORECAST-LINE
           DISPLAY FORECAST-LINE-STRING(1:FORECAST-LINE-SIZE)
           CLOSE FORECAST-FILE.
       WRITE-BATCH-FORECAST-LOOP.
           IF(FORECAST-INDEX <= PRESCAN-NAME-COUNT) THEN
               PERFORM FORECAST-ONE-BLOCK
               ADD 1 TO FORECAST-INDEX
               GO TO WRITE-BATCH-FORECAST-LOOP
           END-IF.

      *>      One run-forecast.txt line for PRESCAN-NAME-ENTRY
      *>      (FORECAST-INDEX). CHECK-PROGRESS-NAME reads its name
      *>      out of PATTERN-NAME, which nothing else is using before
      *>      the first block is read.
       FORECAST-ONE-BLOCK.
           MOVE PRESCAN-NAME-ENTRY(FORECAST-INDEX) TO PATTERN-NAME
           MOVE 0 TO PROGRESS-MATCH
           IF(PROGRESS-NAME-COUNT > 0) THEN
               PERFORM CHECK-PROGRESS-NAME
           END-IF
           MOVE SPACES TO FORECAST-LINE-STRING
           MOVE 1 TO FORECAST-LINE-LENGTH
           STRING PRESCAN-NAME-ENTRY(FORECAST-INDEX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INTO FORECAST-LINE-STRING
               WITH POINTER FORECAST-LINE-LENGTH
           END-STRING
           IF(PROGRESS-MATCH = 1) THEN
               MOVE 1 TO FORECAST-BLOCK-DONE(FORECAST-INDEX)
               ADD 1 TO FORECAST-DONE-COUNT
               STRING "already complete, will be skipped"
                   DELIMITED BY SIZE
                   INTO FORECAST-LINE-STRING
                   WITH POINTER FORECAST-LINE-LENGTH
               END-STRING
           ELSE
      *>          A block an earlier run's window held over picks up
      *>          from its checkpoint, so only what is left of it is
      *>          costed - at the full count, even when open-ended,
      *>          as its last timing row is only the part that ran.
               MOVE 0 TO WINDOW-RESUME-FOUND
               IF(WINDOW-RESUME-COUNT > 0) THEN
                   MOVE SPACES TO PROGRESS-NAME-TOKEN
                   UNSTRING PATTERN-NAME DELIMITED BY SPACE
                       INTO PROGRESS-NAME-TOKEN
                   END-UNSTRING
                   PERFORM FIND-WINDOW-RESUME
               END-IF
               IF(WINDOW-RESUME-FOUND > 0) THEN
                   MOVE 0 TO FORECAST-BLOCK-OPEN-ENDED(FORECAST-INDEX)
                   IF(FORECAST-BLOCK-GENS(FORECAST-INDEX) >
                           WINDOW-RESUME-GENERATION(
                           WINDOW-RESUME-FOUND)) THEN
                       SUBTRACT WINDOW-RESUME-GENERATION(
                           WINDOW-RESUME-FOUND)
                           FROM FORECAST-BLOCK-GENS(FORECAST-INDEX)
                   ELSE
                       MOVE 0 TO FORECAST-BLOCK-GENS(FORECAST-INDEX)
                   END-IF
               END-IF
               MOVE FORECAST-BLOCK-ROWS(FORECAST-INDEX)
                   TO FORECAST-NUM-STRING
               PERFORM TRIM-FORECAST-NUMBER
               STRING FORECAST-NUM-TRIMED DELIMITED BY SPACE
                   "x" DELIMITED BY SIZE
                   INTO FORECAST-LINE-STRING
                   WITH POINTER FORECAST-LINE-LENGTH
               END-STRING
               MOVE FORECAST-BLOCK-COLUMNS(FORECAST-INDEX)
                   TO FORECAST-NUM-STRING
               PERFORM TRIM-FORECAST-NUMBER
               STRING FORECAST-NUM-TRIMED DELIMITED BY SPACE
                   " grid, " DELIMITED BY SIZE
                   INTO FORECAST-LINE-STRING
                   WITH POINTER FORECAST-LINE-LENGTH
               END-STRING
               MOVE FORECAST-BLOCK-GENS(FORECAST-INDEX)
                   TO FORECAST-NUM-STRING
               PERFORM TRIM-FORECAST-NUMBER
               STRING FORECAST-NUM-TRIMED DELIMITED BY SPACE
                   " generations" DELIMITED BY SIZE
                   INTO FORECAST-LINE-STRING
                   WITH POINTER FORECAST-LINE-LENGTH
               END-STRING
               IF(FORECAST-BLOCK-OPEN-ENDED(FORECAST-INDEX) = 1) THEN
                   STRING " at most" DELIMITED BY SIZE
                       INTO FORECAST-LINE-STRING
                       WITH POINTER FORECAST-LINE-LENGTH
                   END-STRING
               END-IF
               IF(WINDOW-RESUME-FOUND > 0) THEN
                   MOVE WINDOW-RESUME-GENERATION(WINDOW-RESUME-FOUND)
                       TO FORECAST-NUM-STRING
                   PERFORM TRIM-FORECAST-NUMBER
                   STRING " left after checkpoint generation "
                       DELIMITED BY SIZE
                       FORECAST-NUM-TRIMED DELIMITED BY SPACE
                       INTO FORECAST-LINE-STRING
                       WITH POINTER FORECAST-LINE-LENGTH
                   END-STRING
               END-IF
               PERFORM ESTIMATE-FORECAST-BLOCK
               IF(FORECAST-BASIS = SPACES) THEN
                   ADD 1 TO FORECAST-UNKNOWN-COUNT
                   STRING ": no timing history to go on"
                       DELIMITED BY SIZE
                       INTO FORECAST-LINE-STRING
                       WITH POINTER FORECAST-LINE-LENGTH
                   END-STRING
               ELSE
                   ADD 1 TO FORECAST-COSTED-COUNT
                   ADD FORECAST-ESTIMATE-CENTIS
                       TO FORECAST-BATCH-CENTIS
                   MOVE FORECAST-ESTIMATE-CENTIS
                       TO FORECAST-DURATION-CENTIS
                   PERFORM FORMAT-FORECAST-DURATION
                   STRING ": estimated " DELIMITED BY SIZE
                       FORECAST-DURATION-TEXT DELIMITED BY "  "
                       " from " DELIMITED BY SIZE
                       FORECAST-BASIS DELIMITED BY "  "
                       INTO FORECAST-LINE-STRING
                       WITH POINTER FORECAST-LINE-LENGTH
                   END-STRING
               END-IF
           END-IF
           PERFORM WRITE-FORECAST-LINE.

      *>      Sets FORECAST-ESTIMATE-CENTIS for block FORECAST-INDEX
      *>      and FORECAST-BASIS to what it was worked out from;
      *>      FORECAST-BASIS stays blank when there is nothing to
      *>      work it out from. The block's own last run, when it
      *>      has one, is scaled to tonight's generation count (an
      *>      open-ended block takes as long as it did last time)
      *>      and to tonight's grid, when the row says what grid it
      *>      ran on.
       ESTIMATE-FORECAST-BLOCK.
           MOVE SPACES TO FORECAST-BASIS
           MOVE 0 TO FORECAST-ESTIMATE-CENTIS
           COMPUTE FORECAST-CELLS = FORECAST-BLOCK-ROWS(FORECAST-INDEX)
               * FORECAST-BLOCK-COLUMNS(FORECAST-INDEX)
           MOVE PRESCAN-NAME-ENTRY(FORECAST-INDEX)
               TO PRESCAN-NAME-TOKEN
           PERFORM FIND-FORECAST-HISTORY
           IF(FORECAST-HISTORY-FOUND > 0) THEN
               IF(FORECAST-BLOCK-OPEN-ENDED(FORECAST-INDEX) = 1) THEN
                   MOVE FORECAST-HISTORY-CENTIS(FORECAST-HISTORY-FOUND)
                       TO FORECAST-ESTIMATE-CENTIS
                   MOVE "its last run" TO FORECAST-BASIS
               ELSE
                   IF(FORECAST-HISTORY-GENS(FORECAST-HISTORY-FOUND)
                           > 0) THEN
                       COMPUTE FORECAST-ESTIMATE-CENTIS =
                           FORECAST-BLOCK-GENS(FORECAST-INDEX)
                           * FORECAST-HISTORY-CENTIS(
                             FORECAST-HISTORY-FOUND)
                           / FORECAST-HISTORY-GENS(
                             FORECAST-HISTORY-FOUND)
                       MOVE "its last run's generations/second"
                           TO FORECAST-BASIS
                   END-IF
               END-IF
               IF(FORECAST-BASIS NOT = SPACES AND FORECAST-CELLS > 0
                       AND FORECAST-HISTORY-CELLS(
                       FORECAST-HISTORY-FOUND) > 0) THEN
                   COMPUTE FORECAST-ESTIMATE-CENTIS =
                       FORECAST-ESTIMATE-CENTIS * FORECAST-CELLS
                       / FORECAST-HISTORY-CELLS(FORECAST-HISTORY-FOUND)
               END-IF
           END-IF
           IF(FORECAST-BASIS = SPACES AND FORECAST-CELL-GENS > 0
                   AND FORECAST-CELLS > 0) THEN
               COMPUTE FORECAST-ESTIMATE-CENTIS =
                   FORECAST-BLOCK-GENS(FORECAST-INDEX) * FORECAST-CELLS
                   * FORECAST-CELL-CENTIS / FORECAST-CELL-GENS
               MOVE "history's cell-generations/second"
                   TO FORECAST-BASIS
           END-IF
           IF(FORECAST-BASIS = SPACES AND FORECAST-TOTAL-GENS > 0) THEN
               COMPUTE FORECAST-ESTIMATE-CENTIS =
                   FORECAST-BLOCK-GENS(FORECAST-INDEX)
                   * FORECAST-TOTAL-CENTIS / FORECAST-TOTAL-GENS
               MOVE "history's generations/second" TO FORECAST-BASIS
           END-IF.

      *>      NEED FORECAST-DURATION-CENTIS SET BEFORE CALLING THIS -
      *>      "S.CC seconds" in FORECAST-DURATION-TEXT.
       FORMAT-FORECAST-DURATION.
           DIVIDE FORECAST-DURATION-CENTIS BY 100
               GIVING FORECAST-DURATION-WHOLE
               REMAINDER FORECAST-DURATION-CC
           MOVE FORECAST-DURATION-WHOLE TO FORECAST-NUM-STRING
           PERFORM TRIM-FORECAST-NUMBER
           MOVE SPACES TO FORECAST-DURATION-TEXT
           STRING FORECAST-NUM-TRIMED DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               FORECAST-DURATION-CC DELIMITED BY SIZE
               " seconds" DELIMITED BY SIZE
               INTO FORECAST-DURATION-TEXT
           END-STRING.

      *>      NEED FORECAST-DURATION-CENTIS SET BEFORE CALLING THIS -
      *>      "H:MM:SS" in FORECAST-HOURS-TEXT, hours uncapped.
       FORMAT-FORECAST-HOURS.
           DIVIDE FORECAST-DURATION-CENTIS BY 100
               GIVING FORECAST-DURATION-WHOLE
           DIVIDE FORECAST-DURATION-WHOLE BY 3600
               GIVING FORECAST-DURATION-HOURS
               REMAINDER FORECAST-DURATION-REST
           DIVIDE FORECAST-DURATION-REST BY 60
               GIVING FORECAST-DURATION-MINUTES
               REMAINDER FORECAST-DURATION-SECONDS
           MOVE FORECAST-DURATION-HOURS TO FORECAST-NUM-STRING
           PERFORM TRIM-FORECAST-NUMBER
           MOVE SPACES TO FORECAST-HOURS-TEXT
           STRING FORECAST-NUM-TRIMED DELIMITED BY SPACE
               ":" DELIMITED BY SIZE
               FORECAST-DURATION-MINUTES DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FORECAST-DURATION-SECONDS DELIMITED BY SIZE
               INTO FORECAST-HOURS-TEXT
           END-STRING.

      *>      NEED FORECAST-CLOCK-CENTIS SET BEFORE CALLING THIS -
      *>      the time of day it falls on, as "HH:MM:SS" in FORECAST-
      *>      CLOCK-TEXT; readings past midnight wrap round.
       FORMAT-FORECAST-CLOCK.
           DIVIDE FORECAST-CLOCK-CENTIS BY 8640000
               GIVING FORECAST-CLOCK-DAYS
               REMAINDER FORECAST-CLOCK-OF-DAY
           DIVIDE FORECAST-CLOCK-OF-DAY BY 100
               GIVING FORECAST-CLOCK-WHOLE
           DIVIDE FORECAST-CLOCK-WHOLE BY 3600
               GIVING FORECAST-CLOCK-HH
               REMAINDER FORECAST-CLOCK-REST
           DIVIDE FORECAST-CLOCK-REST BY 60
               GIVING FORECAST-CLOCK-MM
               REMAINDER FORECAST-CLOCK-SS
           MOVE SPACES TO FORECAST-CLOCK-TEXT
           STRING FORECAST-CLOCK-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FORECAST-CLOCK-MM DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FORECAST-CLOCK-SS DELIMITED BY SIZE
               INTO FORECAST-CLOCK-TEXT
           END-STRING.

      *>      NEED FORECAST-NUM-STRING SET BEFORE CALLING THIS.
       TRIM-FORECAST-NUMBER.
           MOVE SPACES TO FORECAST-NUM-TRIMED
           UNSTRING FORECAST-NUM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, FORECAST-NUM-TRIMED
           END-UNSTRING.
       WRITE-FORECAST-LINE.
           COMPUTE FORECAST-LINE-SIZE = FORECAST-LINE-LENGTH - 1
           MOVE FORECAST-LINE-STRING TO FORECAST-OUTPUT-LINE
           WRITE FORECAST-OUTPUT-LINE.

      *>      Reads the clock once at batch start and, when run-
      *>      control.txt set a WINDOW=, works out the deadline and
      *>      the cutoff WINDOW-MARGIN-CENTIS ahead of it, both as
      *>      centiseconds from the start day's midnight. A window
      *>      whose cutoff has already passed cuts off at once.
       SET-BATCH-WINDOW.
           ACCEPT TIMING-CLOCK-TIME FROM TIME
           PERFORM CONVERT-CLOCK-TO-CENTIS
           MOVE TIMING-CLOCK-CENTIS TO WINDOW-START-CENTIS
           MOVE 0 TO WINDOW-CUTOFF
           IF(WINDOW-MODE = 1) THEN
               COMPUTE WINDOW-DEADLINE-CENTIS =
                   ((WINDOW-HH * 3600) + (WINDOW-MM * 60)) * 100
               IF(WINDOW-DEADLINE-CENTIS <= WINDOW-START-CENTIS) THEN
                   ADD 8640000 TO WINDOW-DEADLINE-CENTIS
               END-IF
               IF(WINDOW-DEADLINE-CENTIS > WINDOW-START-CENTIS
                       + WINDOW-MARGIN-CENTIS) THEN
                   COMPUTE WINDOW-CUTOFF-CENTIS =
                       WINDOW-DEADLINE-CENTIS - WINDOW-MARGIN-CENTIS
               ELSE
                   MOVE WINDOW-START-CENTIS TO WINDOW-CUTOFF-CENTIS
               END-IF
           END-IF.

      *>      Sets WINDOW-CUTOFF once the clock reaches the cutoff. A
      *>      reading earlier than the batch's start has gone past
      *>      midnight.
       CHECK-BATCH-WINDOW.
           ACCEPT TIMING-CLOCK-TIME FROM TIME
           PERFORM CONVERT-CLOCK-TO-CENTIS
           MOVE TIMING-CLOCK-CENTIS TO WINDOW-NOW-CENTIS
           IF(WINDOW-NOW-CENTIS < WINDOW-START-CENTIS) THEN
               ADD 8640000 TO WINDOW-NOW-CENTIS
           END-IF
           IF(WINDOW-NOW-CENTIS >= WINDOW-CUTOFF-CENTIS) THEN
               MOVE 1 TO WINDOW-CUTOFF
           END-IF.

      *>      The window closed on the block PATTERN-SIMULATION is
      *>      running: its board goes to <name>restart.txt exactly
      *>      as a CHECKPOINT token's interval checkpoint would, and
      *>      WINDOW-INFLIGHT stops the simulation loop.
       HOLD-OVER-BLOCK-IN-FLIGHT.
           MOVE SPACES TO CHECKPOINT-FILENAME
           STRING OUTPUT-PREFIX DELIMITED BY SPACE
               PATTERN-NAME DELIMITED BY SPACE
               'restart.txt' DELIMITED BY SIZE
               INTO CHECKPOINT-FILENAME
           END-STRING
           PERFORM WRITE-CHECKPOINT
           MOVE 1 TO WINDOW-INFLIGHT
           MOVE GENERATION-COUNTER TO WINDOW-INFLIGHT-GENERATION
           MOVE SPACES TO WINDOW-INFLIGHT-NAME
           UNSTRING PATTERN-NAME DELIMITED BY SPACE
               INTO WINDOW-INFLIGHT-NAME
           END-UNSTRING
           MOVE WINDOW-INFLIGHT-GENERATION TO FORECAST-NUM-STRING
           PERFORM TRIM-FORECAST-NUMBER
           MOVE SPACES TO FORECAST-LINE-STRING
           MOVE 1 TO FORECAST-LINE-LENGTH
           STRING "Batch window reached: " DELIMITED BY SIZE
               WINDOW-INFLIGHT-NAME DELIMITED BY SPACE
               " checkpointed at generation " DELIMITED BY SIZE
               FORECAST-NUM-TRIMED DELIMITED BY SPACE
               INTO FORECAST-LINE-STRING
               WITH POINTER FORECAST-LINE-LENGTH
           END-STRING
           DISPLAY FORECAST-LINE-STRING(1:FORECAST-LINE-LENGTH - 1).

      *>      Replaces a held-over block's status line - whatever
      *>      the simulation got as far as saying is not a result.
       BUILD-HELD-OVER-STATUS.
           MOVE SPACES TO STATUS-STRING
           MOVE 1 TO STATUS-LENGTH
           MOVE WINDOW-INFLIGHT-GENERATION TO FORECAST-NUM-STRING
           PERFORM TRIM-FORECAST-NUMBER
           STRING "Run held over by the batch window at generation "
               DELIMITED BY SIZE
               FORECAST-NUM-TRIMED DELIMITED BY SPACE
               "; checkpointed for the next run." DELIMITED BY SIZE
               INTO STATUS-STRING
               WITH POINTER STATUS-LENGTH
           END-STRING.

      *>      Appends a HELD-OVER line to batch-progress.txt for every
      *>      block in the deck the batch did not finish, once the
      *>      window has stopped it. Counts them in WINDOW-HELD-
      *>      COUNT; none at all (the window closed on the last
      *>      block's final generations) means the batch did finish.
       RECORD-HELD-OVER-BLOCKS.
           MOVE 0 TO WINDOW-HELD-COUNT
           MOVE 1 TO FORECAST-INDEX
           PERFORM RECORD-HELD-OVER-LOOP
           IF(WINDOW-HELD-COUNT > 0) THEN
               MOVE WINDOW-HELD-COUNT TO FORECAST-NUM-STRING
               PERFORM TRIM-FORECAST-NUMBER
               MOVE SPACES TO FORECAST-LINE-STRING
               MOVE 1 TO FORECAST-LINE-LENGTH
               STRING "Batch window reached: " DELIMITED BY SIZE
                   FORECAST-NUM-TRIMED DELIMITED BY SPACE
                   " blocks held over in " DELIMITED BY SIZE
                   PROGRESS-FILENAME DELIMITED BY SPACE
                   INTO FORECAST-LINE-STRING
                   WITH POINTER FORECAST-LINE-LENGTH
               END-STRING
               DISPLAY FORECAST-LINE-STRING(1:FORECAST-LINE-LENGTH - 1)
           END-IF.
       RECORD-HELD-OVER-LOOP.
           IF(FORECAST-INDEX <= PRESCAN-NAME-COUNT) THEN
               IF(FORECAST-BLOCK-DONE(FORECAST-INDEX) = 0) THEN
                   ADD 1 TO WINDOW-HELD-COUNT
                   MOVE SPACES TO WINDOW-LINE-STRING
                   MOVE 1 TO WINDOW-LINE-LENGTH
                   STRING PRESCAN-NAME-ENTRY(FORECAST-INDEX)
                       DELIMITED BY SPACE
                       INTO WINDOW-LINE-STRING
                       WITH POINTER WINDOW-LINE-LENGTH
                   END-STRING
                   IF(WINDOW-INFLIGHT = 1 AND
                           PRESCAN-NAME-ENTRY(FORECAST-INDEX) =
                           WINDOW-INFLIGHT-NAME) THEN
                       MOVE WINDOW-INFLIGHT-GENERATION
                           TO FORECAST-NUM-STRING
                       PERFORM TRIM-FORECAST-NUMBER
                       STRING " HELD-OVER CHECKPOINT " DELIMITED BY SIZE
                           FORECAST-NUM-TRIMED DELIMITED BY SPACE
                           INTO WINDOW-LINE-STRING
                           WITH POINTER WINDOW-LINE-LENGTH
                       END-STRING
                   ELSE
                       STRING " HELD-OVER NOT-STARTED" DELIMITED BY SIZE
                           INTO WINDOW-LINE-STRING
                           WITH POINTER WINDOW-LINE-LENGTH
                       END-STRING
                   END-IF
                   MOVE WINDOW-LINE-STRING TO PROGRESS-OUTPUT-LINE
                   WRITE PROGRESS-OUTPUT-LINE
               END-IF
               ADD 1 TO FORECAST-INDEX
               GO TO RECORD-HELD-OVER-LOOP
           END-IF.

      *>      Sets WINDOW-RESUME-BLOCK when an earlier run's window
      *>      left this block checkpointed, and loads the checkpoint.
       CHECK-WINDOW-RESUME.
           MOVE SPACES TO PROGRESS-NAME-TOKEN
           UNSTRING PATTERN-NAME DELIMITED BY SPACE
               INTO PROGRESS-NAME-TOKEN
           END-UNSTRING
           PERFORM FIND-WINDOW-RESUME
           IF(WINDOW-RESUME-FOUND > 0) THEN
               MOVE 1 TO WINDOW-RESUME-BLOCK
               MOVE SPACES TO CHECKPOINT-FILENAME
               STRING OUTPUT-PREFIX DELIMITED BY SPACE
                   PATTERN-NAME DELIMITED BY SPACE
                   'restart.txt' DELIMITED BY SIZE
                   INTO CHECKPOINT-FILENAME
               END-STRING
               PERFORM LOAD-CHECKPOINT
           END-IF.

      *>      NEED PROGRESS-NAME-TOKEN SET BEFORE CALLING THIS - sets
      *>      WINDOW-RESUME-FOUND to the held-over entry for that name,
      *>      or 0 when an earlier run's window did not leave it.
       FIND-WINDOW-RESUME.
           MOVE 0 TO WINDOW-RESUME-FOUND
           MOVE 1 TO WINDOW-RESUME-INDEX
           PERFORM FIND-WINDOW-RESUME-LOOP.
       FIND-WINDOW-RESUME-LOOP.
           IF(WINDOW-RESUME-INDEX <= WINDOW-RESUME-COUNT AND
                   WINDOW-RESUME-FOUND = 0) THEN
               IF(PROGRESS-NAME-TOKEN =
                       WINDOW-RESUME-NAME(WINDOW-RESUME-INDEX)) THEN
                   MOVE WINDOW-RESUME-INDEX TO WINDOW-RESUME-FOUND
               END-IF
               ADD 1 TO WINDOW-RESUME-INDEX
               GO TO FIND-WINDOW-RESUME-LOOP
           END-IF.

      *>      NEED PROGRESS-NAME-TOKEN SET BEFORE CALLING THIS - marks
      *>      the deck's entry for a block that has just finished.
       MARK-FORECAST-BLOCK-DONE.
           MOVE 1 TO FORECAST-INDEX
           PERFORM MARK-FORECAST-BLOCK-DONE-LOOP.
       MARK-FORECAST-BLOCK-DONE-LOOP.
           IF(FORECAST-INDEX <= PRESCAN-NAME-COUNT) THEN
               IF(PRESCAN-NAME-ENTRY(FORECAST-INDEX) =
                       PROGRESS-NAME-TOKEN) THEN
                   MOVE 1 TO FORECAST-BLOCK-DONE(FORECAST-INDEX)
               END-IF
               ADD 1 TO FORECAST-INDEX
               GO TO MARK-FORECAST-BLOCK-DONE-LOOP
           END-IF.

      *>      The reconciliation's account of a batch its window
      *>      stopped: how many blocks are left and what state each
      *>      was left in.
       RECONCILE-HELD-OVER-BLOCKS.
           MOVE WINDOW-HELD-COUNT TO FORECAST-NUM-STRING
           PERFORM TRIM-FORECAST-NUMBER
           MOVE WINDOW-CUTOFF-CENTIS TO FORECAST-CLOCK-CENTIS
           PERFORM FORMAT-FORECAST-CLOCK
           MOVE SPACES TO RECON-REPORT-STRING
           MOVE 1 TO RECON-REPORT-LENGTH
           STRING "Batch window cutoff " DELIMITED BY SIZE
               FORECAST-CLOCK-TEXT DELIMITED BY SIZE
               " reached: " DELIMITED BY SIZE
               FORECAST-NUM-TRIMED DELIMITED BY SPACE
               " blocks held over for the next run." DELIMITED BY SIZE
               INTO RECON-REPORT-STRING
               WITH POINTER RECON-REPORT-LENGTH
           END-STRING
           PERFORM WRITE-RECON-REPORT-LINE
           MOVE 1 TO FORECAST-INDEX
           PERFORM RECONCILE-HELD-OVER-LOOP.
       RECONCILE-HELD-OVER-LOOP.
           IF(FORECAST-INDEX <= PRESCAN-NAME-COUNT) THEN
               IF(FORECAST-BLOCK-DONE(FORECAST-INDEX) = 0) THEN
                   MOVE SPACES TO RECON-REPORT-STRING
                   MOVE 1 TO RECON-REPORT-LENGTH
                   STRING PRESCAN-NAME-ENTRY(FORECAST-INDEX)
                       DELIMITED BY SPACE
                       INTO RECON-REPORT-STRING
                       WITH POINTER RECON-REPORT-LENGTH
                   END-STRING
                   IF(WINDOW-INFLIGHT = 1 AND
                           PRESCAN-NAME-ENTRY(FORECAST-INDEX) =
                           WINDOW-INFLIGHT-NAME) THEN
                       MOVE WINDOW-INFLIGHT-GENERATION
                           TO FORECAST-NUM-STRING
                       PERFORM TRIM-FORECAST-NUMBER
                       STRING " held over, checkpointed at generation "
                           DELIMITED BY SIZE
                           FORECAST-NUM-TRIMED DELIMITED BY SPACE
                           "." DELIMITED BY SIZE
                           INTO RECON-REPORT-STRING
                           WITH POINTER RECON-REPORT-LENGTH
                       END-STRING
                   ELSE
                       STRING " held over, not started."
                           DELIMITED BY SIZE
                           INTO RECON-REPORT-STRING
                           WITH POINTER RECON-REPORT-LENGTH
                       END-STRING
                   END-IF
                   PERFORM WRITE-RECON-REPORT-LINE
               END-IF
               ADD 1 TO FORECAST-INDEX
               GO TO RECONCILE-HELD-OVER-LOOP
           END-IF.

      *>      The outcome-change report, run on its own as the CHANGES
      *>      job or at the end of a batch. Tonight's blocks are the
      *>      manifest's simulated rows; each one's last two trend
      *>      rows and archive entries are then gathered in one pass
      *>      over each file, so "previous" is simply the entry
      *>      before the latest. The CHANGES job hands back WARNINGS
      *>      in RETURN-CODE when anything changed; a batch marks the
      *>      changed blocks for RECONCILE-BATCH instead.
       RUN-OUTCOME-CHANGE-REPORT.
           MOVE 0 TO CHANGE-NAME-COUNT
           MOVE 0 TO CHANGE-COMPARED-COUNT
           MOVE 0 TO CHANGE-CHANGED-COUNT
           MOVE 0 TO CHANGE-FIRST-COUNT
           MOVE 'N' TO REPORT-MANIFEST-EOF
           OPEN INPUT REPORT-MANIFEST-FILE
           IF(REPORT-MANIFEST-FILE-STATUS = '00') THEN
               PERFORM LOAD-CHANGE-NAMES-LOOP
               CLOSE REPORT-MANIFEST-FILE
           END-IF
           MOVE 'population-trend.log' TO REPORT-READ-FILENAME
           MOVE 'N' TO REPORT-READ-EOF
           OPEN INPUT REPORT-READ-FILE
           IF(REPORT-READ-FILE-STATUS = '00') THEN
               PERFORM LOAD-CHANGE-TREND-LOOP
               CLOSE REPORT-READ-FILE
           END-IF
           MOVE 'N' TO CHANGE-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF(ARCHIVE-FILE-STATUS = '00') THEN
               PERFORM LOAD-CHANGE-ARCHIVE-LOOP
               CLOSE ARCHIVE-FILE
           END-IF
           OPEN OUTPUT CHANGE-FILE
           MOVE SPACES TO CHANGE-LINE-STRING
           MOVE 1 TO CHANGE-LINE-LENGTH
           STRING "Outcome changes for run " DELIMITED BY SIZE
               RUN-TIMESTAMP-TRIMED DELIMITED BY SPACE
               ", blocks from " DELIMITED BY SIZE
               MANIFEST-FILENAME DELIMITED BY SPACE
               INTO CHANGE-LINE-STRING
               WITH POINTER CHANGE-LINE-LENGTH
           END-STRING
           PERFORM WRITE-CHANGE-LINE
           MOVE 1 TO CHANGE-INDEX
           PERFORM WRITE-CHANGE-PATTERN-LOOP
           MOVE SPACES TO CHANGE-LINE-STRING
           MOVE 1 TO CHANGE-LINE-LENGTH
           MOVE CHANGE-COMPARED-COUNT TO CHANGE-NUM-STRING
           PERFORM TRIM-CHANGE-NUMBER
           STRING CHANGE-NUM-TRIMED DELIMITED BY SPACE
               " blocks compared with their previous run, "
               DELIMITED BY SIZE
               INTO CHANGE-LINE-STRING
               WITH POINTER CHANGE-LINE-LENGTH
           END-STRING
           MOVE CHANGE-CHANGED-COUNT TO CHANGE-NUM-STRING
           PERFORM TRIM-CHANGE-NUMBER
           STRING CHANGE-NUM-TRIMED DELIMITED BY SPACE
               " changed; " DELIMITED BY SIZE
               INTO CHANGE-LINE-STRING
               WITH POINTER CHANGE-LINE-LENGTH
           END-STRING
           MOVE CHANGE-FIRST-COUNT TO CHANGE-NUM-STRING
           PERFORM TRIM-CHANGE-NUMBER
           STRING CHANGE-NUM-TRIMED DELIMITED BY SPACE
               " with no earlier run on file." DELIMITED BY SIZE
               INTO CHANGE-LINE-STRING
               WITH POINTER CHANGE-LINE-LENGTH
           END-STRING
           PERFORM WRITE-CHANGE-LINE
           CLOSE CHANGE-FILE
           DISPLAY CHANGE-LINE-STRING(1:CHANGE-LINE-SIZE)
           IF(CHANGE-MODE = 1) THEN
               IF(CHANGE-CHANGED-COUNT > 0) THEN
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
      *>      Rejected blocks and the blocks of a batch refused for
      *>      duplicate names left nothing in the logs tonight, and a
      *>      soup run never writes to them, so none is compared.
       LOAD-CHANGE-NAMES-LOOP.
           IF(REPORT-MANIFEST-EOF NOT = 'Y') THEN
               MOVE SPACES TO REPORT-MANIFEST-LINE
               READ REPORT-MANIFEST-FILE INTO REPORT-MANIFEST-LINE
                   AT END
                   MOVE 'Y' TO REPORT-MANIFEST-EOF
               END-READ
               IF(REPORT-MANIFEST-EOF NOT = 'Y') THEN
                   MOVE SPACES TO CHANGE-NAME-TOKEN
                   MOVE SPACES TO CHANGE-CLASS-TOKEN
                   UNSTRING REPORT-MANIFEST-LINE DELIMITED BY ALL SPACE
                       INTO CHANGE-NAME-TOKEN, CHANGE-CLASS-TOKEN
                   END-UNSTRING
                   IF(CHANGE-NAME-TOKEN NOT = SPACES AND
                           CHANGE-CLASS-TOKEN NOT = 'REJECTED-SIZE' AND
                           CHANGE-CLASS-TOKEN NOT = 'REJECTED-DATA' AND
                           CHANGE-CLASS-TOKEN NOT = 'SOUP-RUN' AND
                           CHANGE-CLASS-TOKEN NOT = 'DUPLICATE-NAME' AND
                           CHANGE-NAME-COUNT < 200) THEN
                       PERFORM FIND-CHANGE-NAME
                       IF(CHANGE-FOUND = 0) THEN
                           ADD 1 TO CHANGE-NAME-COUNT
                           INITIALIZE
                               CHANGE-NAME-ENTRY(CHANGE-NAME-COUNT)
                           MOVE CHANGE-NAME-TOKEN
                               TO CHANGE-NAME(CHANGE-NAME-COUNT)
                       END-IF
                   END-IF
               END-IF
               GO TO LOAD-CHANGE-NAMES-LOOP
           END-IF.

      *>      NEED CHANGE-NAME-TOKEN SET BEFORE CALLING THIS - sets
      *>      CHANGE-FOUND to that name's entry, or 0.
       FIND-CHANGE-NAME.
           MOVE 0 TO CHANGE-FOUND
           MOVE 1 TO CHANGE-INDEX
           PERFORM FIND-CHANGE-NAME-LOOP.
       FIND-CHANGE-NAME-LOOP.
           IF(CHANGE-INDEX <= CHANGE-NAME-COUNT AND
                   CHANGE-FOUND = 0) THEN
               IF(CHANGE-NAME(CHANGE-INDEX) = CHANGE-NAME-TOKEN) THEN
                   MOVE CHANGE-INDEX TO CHANGE-FOUND
               END-IF
               ADD 1 TO CHANGE-INDEX
               GO TO FIND-CHANGE-NAME-LOOP
           END-IF.

      *>      A trend row is "stamp name generations min max
      *>      extinction"; each one for a name being compared pushes
      *>      the row before it down into the OLD fields.
       LOAD-CHANGE-TREND-LOOP.
           IF(REPORT-READ-EOF NOT = 'Y') THEN
               PERFORM READ-REPORT-FINAL-ROW
               IF(REPORT-READ-EOF NOT = 'Y') THEN
                   MOVE SPACES TO CHANGE-TREND-TABLE
                   UNSTRING REPORT-FINAL-ROW DELIMITED BY ALL SPACE
                       INTO CHANGE-TREND-TOKEN(1),
                       CHANGE-TREND-TOKEN(2), CHANGE-TREND-TOKEN(3),
                       CHANGE-TREND-TOKEN(4), CHANGE-TREND-TOKEN(5),
                       CHANGE-TREND-TOKEN(6)
                   END-UNSTRING
                   MOVE CHANGE-TREND-TOKEN(2) TO CHANGE-NAME-TOKEN
                   PERFORM FIND-CHANGE-NAME
                   IF(CHANGE-FOUND > 0 AND
                           CHANGE-TREND-TOKEN(6) NOT = SPACES) THEN
                       ADD 1 TO CHANGE-TREND-SEEN(CHANGE-FOUND)
                       MOVE CHANGE-TREND-NEW-STAMP(CHANGE-FOUND)
                           TO CHANGE-TREND-OLD-STAMP(CHANGE-FOUND)
                       MOVE CHANGE-TREND-NEW-MIN(CHANGE-FOUND)
                           TO CHANGE-TREND-OLD-MIN(CHANGE-FOUND)
                       MOVE CHANGE-TREND-NEW-MAX(CHANGE-FOUND)
                           TO CHANGE-TREND-OLD-MAX(CHANGE-FOUND)
                       MOVE CHANGE-TREND-NEW-EXTINCT(CHANGE-FOUND)
                           TO CHANGE-TREND-OLD-EXTINCT(CHANGE-FOUND)
                       MOVE CHANGE-TREND-TOKEN(1)
                           TO CHANGE-TREND-NEW-STAMP(CHANGE-FOUND)
                       MOVE CHANGE-TREND-TOKEN(4)
                           TO CHANGE-TREND-NEW-MIN(CHANGE-FOUND)
                       MOVE CHANGE-TREND-TOKEN(5)
                           TO CHANGE-TREND-NEW-MAX(CHANGE-FOUND)
                       MOVE CHANGE-TREND-TOKEN(6)
                           TO CHANGE-TREND-NEW-EXTINCT(CHANGE-FOUND)
                   END-IF
               END-IF
               GO TO LOAD-CHANGE-TREND-LOOP
           END-IF.

      *>      Only the entries of names being compared are read past
      *>      their ARCHIVE header; every other line is passed over.
       LOAD-CHANGE-ARCHIVE-LOOP.
           IF(CHANGE-EOF-FLAG NOT = 'Y') THEN
               MOVE SPACES TO CHANGE-READ-LINE
               READ ARCHIVE-FILE INTO CHANGE-READ-LINE
                   AT END
                   MOVE 'Y' TO CHANGE-EOF-FLAG
               END-READ
               IF(CHANGE-EOF-FLAG NOT = 'Y' AND
                       CHANGE-READ-LINE(1:8) = 'ARCHIVE ') THEN
                   MOVE SPACES TO CHANGE-HEADER-KEYWORD
                   MOVE SPACES TO CHANGE-HEADER-NAME
                   MOVE SPACES TO CHANGE-HEADER-STAMP
                   MOVE 0 TO CHANGE-HEADER-ROWS
                   MOVE 0 TO CHANGE-HEADER-COLUMNS
                   UNSTRING CHANGE-READ-LINE DELIMITED BY ALL SPACE
                       INTO CHANGE-HEADER-KEYWORD, CHANGE-HEADER-NAME,
                       CHANGE-HEADER-STAMP, CHANGE-HEADER-ROWS,
                       CHANGE-HEADER-COLUMNS
                   END-UNSTRING
                   MOVE CHANGE-HEADER-NAME TO CHANGE-NAME-TOKEN
                   PERFORM FIND-CHANGE-NAME
                   IF(CHANGE-FOUND > 0) THEN
                       PERFORM LOAD-CHANGE-ARCHIVE-ENTRY
                   END-IF
               END-IF
               GO TO LOAD-CHANGE-ARCHIVE-LOOP
           END-IF.
      *>      NEED CHANGE-FOUND AND THE ENTRY'S HEADER FIELDS SET
      *>      BEFORE CALLING THIS - reads the status line and the grid
      *>      rows after the header, then pushes the name's latest
      *>      entry down into the OLD fields to make room for this
      *>      one. An entry cut short by the end of the file is not
      *>      counted.
       LOAD-CHANGE-ARCHIVE-ENTRY.
           MOVE SPACES TO CHANGE-READ-LINE
           READ ARCHIVE-FILE INTO CHANGE-READ-LINE
               AT END
               MOVE 'Y' TO CHANGE-EOF-FLAG
           END-READ
           PERFORM SET-CHANGE-ENTRY-CLASS
           MOVE 0 TO CHANGE-ENTRY-POPULATION
           COMPUTE CHANGE-ENTRY-HASH =
               CHANGE-HEADER-ROWS * 1000 + CHANGE-HEADER-COLUMNS
           MOVE 1 TO CHANGE-ROW-COUNTER
           PERFORM LOAD-CHANGE-ARCHIVE-ROW-LOOP
           IF(CHANGE-EOF-FLAG NOT = 'Y') THEN
               ADD 1 TO CHANGE-ARCHIVE-SEEN(CHANGE-FOUND)
               MOVE CHANGE-ARCHIVE-NEW-STAMP(CHANGE-FOUND)
                   TO CHANGE-ARCHIVE-OLD-STAMP(CHANGE-FOUND)
               MOVE CHANGE-ARCHIVE-NEW-CLASS(CHANGE-FOUND)
                   TO CHANGE-ARCHIVE-OLD-CLASS(CHANGE-FOUND)
               MOVE CHANGE-ARCHIVE-NEW-POPULATION(CHANGE-FOUND)
                   TO CHANGE-ARCHIVE-OLD-POPULATION(CHANGE-FOUND)
               MOVE CHANGE-ARCHIVE-NEW-ROWS(CHANGE-FOUND)
                   TO CHANGE-ARCHIVE-OLD-ROWS(CHANGE-FOUND)
               MOVE CHANGE-ARCHIVE-NEW-COLUMNS(CHANGE-FOUND)
                   TO CHANGE-ARCHIVE-OLD-COLUMNS(CHANGE-FOUND)
               MOVE CHANGE-ARCHIVE-NEW-HASH(CHANGE-FOUND)
                   TO CHANGE-ARCHIVE-OLD-HASH(CHANGE-FOUND)
               MOVE CHANGE-HEADER-STAMP
                   TO CHANGE-ARCHIVE-NEW-STAMP(CHANGE-FOUND)
               MOVE CHANGE-ENTRY-CLASS
                   TO CHANGE-ARCHIVE-NEW-CLASS(CHANGE-FOUND)
               MOVE CHANGE-ENTRY-POPULATION
                   TO CHANGE-ARCHIVE-NEW-POPULATION(CHANGE-FOUND)
               MOVE CHANGE-HEADER-ROWS
                   TO CHANGE-ARCHIVE-NEW-ROWS(CHANGE-FOUND)
               MOVE CHANGE-HEADER-COLUMNS
                   TO CHANGE-ARCHIVE-NEW-COLUMNS(CHANGE-FOUND)
               MOVE CHANGE-ENTRY-HASH
                   TO CHANGE-ARCHIVE-NEW-HASH(CHANGE-FOUND)
           END-IF.
      *>      Each live cell's position, row by row, is folded into
      *>      the hash the way COMPUTE-GRID-FINGERPRINT folds them,
      *>      but over the grid as archived - not trimmed, not turned
      *>      - so a pattern that moved or turned does not match.
       LOAD-CHANGE-ARCHIVE-ROW-LOOP.
           IF(CHANGE-ROW-COUNTER <= CHANGE-HEADER-ROWS
                   AND CHANGE-EOF-FLAG NOT = 'Y') THEN
               MOVE SPACES TO CHANGE-READ-LINE
               READ ARCHIVE-FILE INTO CHANGE-READ-LINE
                   AT END
                   MOVE 'Y' TO CHANGE-EOF-FLAG
               END-READ
               IF(CHANGE-EOF-FLAG NOT = 'Y' AND
                       CHANGE-HEADER-COLUMNS > 0) THEN
                   MOVE 0 TO CHANGE-ROW-TALLY
                   INSPECT CHANGE-READ-LINE(1:CHANGE-HEADER-COLUMNS)
                       TALLYING CHANGE-ROW-TALLY FOR ALL '*'
                   IF(CHANGE-ROW-TALLY > 0) THEN
                       ADD CHANGE-ROW-TALLY TO CHANGE-ENTRY-POPULATION
                       MOVE 1 TO CHANGE-SCAN-COLUMN
                       PERFORM HASH-CHANGE-ROW-LOOP
                   END-IF
               END-IF
               ADD 1 TO CHANGE-ROW-COUNTER
               GO TO LOAD-CHANGE-ARCHIVE-ROW-LOOP
           END-IF.
       HASH-CHANGE-ROW-LOOP.
           IF(CHANGE-SCAN-COLUMN <= CHANGE-HEADER-COLUMNS) THEN
               IF(CHANGE-READ-LINE(CHANGE-SCAN-COLUMN:1) = '*') THEN
                   COMPUTE CHANGE-CELL-INDEX =
                       (CHANGE-ROW-COUNTER - 1) * CHANGE-HEADER-COLUMNS
                       + CHANGE-SCAN-COLUMN
                   COMPUTE CHANGE-PRODUCT =
                       CHANGE-ENTRY-HASH * 1000003 + CHANGE-CELL-INDEX
                   DIVIDE CHANGE-PRODUCT BY 2147483647
                       GIVING CHANGE-QUOTIENT
                       REMAINDER CHANGE-ENTRY-HASH
               END-IF
               ADD 1 TO CHANGE-SCAN-COLUMN
               GO TO HASH-CHANGE-ROW-LOOP
           END-IF.

      *>      NEED AN ARCHIVE STATUS LINE IN CHANGE-READ-LINE BEFORE
      *>      CALLING THIS - boils it down to the class words the
      *>      manifest uses, with the period for an oscillator or
      *>      spaceship (a period-2 result turning period-3 is a
      *>      change too). The "still not" test goes first, as that
      *>      line also says "a still life".
       SET-CHANGE-ENTRY-CLASS.
           MOVE 'UNCLASSIFIED' TO CHANGE-ENTRY-CLASS
           MOVE 0 TO CHANGE-CLASS-TALLY
           INSPECT CHANGE-READ-LINE TALLYING CHANGE-CLASS-TALLY
               FOR ALL 'It is still not a still life'
           IF(CHANGE-CLASS-TALLY > 0) THEN
               MOVE 'NOT-STILL-LIFE' TO CHANGE-ENTRY-CLASS
           ELSE
               INSPECT CHANGE-READ-LINE TALLYING CHANGE-CLASS-TALLY
                   FOR ALL 'It is a still life'
               IF(CHANGE-CLASS-TALLY > 0) THEN
                   MOVE 'STILL-LIFE' TO CHANGE-ENTRY-CLASS
               END-IF
           END-IF
           IF(CHANGE-CLASS-TALLY = 0) THEN
               INSPECT CHANGE-READ-LINE TALLYING CHANGE-CLASS-TALLY
                   FOR ALL 'It is an oscillator with period '
               IF(CHANGE-CLASS-TALLY > 0) THEN
                   MOVE 'OSCILLATOR-P' TO CHANGE-ENTRY-CLASS
               ELSE
                   INSPECT CHANGE-READ-LINE TALLYING CHANGE-CLASS-TALLY
                       FOR ALL 'It is a spaceship with period '
                   IF(CHANGE-CLASS-TALLY > 0) THEN
                       MOVE 'SPACESHIP-P' TO CHANGE-ENTRY-CLASS
                   END-IF
               END-IF
               IF(CHANGE-CLASS-TALLY > 0) THEN
                   MOVE SPACES TO CHANGE-PERIOD-REST
                   MOVE SPACES TO CHANGE-PERIOD-TEXT
                   UNSTRING CHANGE-READ-LINE DELIMITED BY 'period '
                       INTO CHANGE-PERIOD-TEXT, CHANGE-PERIOD-REST
                   END-UNSTRING
                   MOVE SPACES TO CHANGE-PERIOD-TEXT
                   UNSTRING CHANGE-PERIOD-REST DELIMITED BY ','
                       INTO CHANGE-PERIOD-TEXT
                   END-UNSTRING
                   MOVE 1 TO CHANGE-TEXT-LENGTH
                   INSPECT CHANGE-ENTRY-CLASS TALLYING
                       CHANGE-TEXT-LENGTH FOR CHARACTERS
                       BEFORE INITIAL SPACE
                   STRING CHANGE-PERIOD-TEXT DELIMITED BY SPACE
                       INTO CHANGE-ENTRY-CLASS
                       WITH POINTER CHANGE-TEXT-LENGTH
                   END-STRING
               END-IF
           END-IF.

      *>      One block: compared when both files hold an earlier
      *>      entry for it, and listed only when something differs.
       WRITE-CHANGE-PATTERN-LOOP.
           IF(CHANGE-INDEX <= CHANGE-NAME-COUNT) THEN
               IF(CHANGE-TREND-SEEN(CHANGE-INDEX) < 2 AND
                       CHANGE-ARCHIVE-SEEN(CHANGE-INDEX) < 2) THEN
                   ADD 1 TO CHANGE-FIRST-COUNT
               ELSE
                   ADD 1 TO CHANGE-COMPARED-COUNT
                   MOVE 0 TO CHANGE-PATTERN-CHANGED
                   IF(CHANGE-ARCHIVE-SEEN(CHANGE-INDEX) >= 2) THEN
                       PERFORM COMPARE-CHANGE-ARCHIVE
                   END-IF
                   IF(CHANGE-TREND-SEEN(CHANGE-INDEX) >= 2) THEN
                       PERFORM COMPARE-CHANGE-TREND
                   END-IF
                   IF(CHANGE-PATTERN-CHANGED = 1) THEN
                       ADD 1 TO CHANGE-CHANGED-COUNT
                       PERFORM MARK-CHANGED-RECON
                   END-IF
               END-IF
               ADD 1 TO CHANGE-INDEX
               GO TO WRITE-CHANGE-PATTERN-LOOP
           END-IF.
       COMPARE-CHANGE-ARCHIVE.
           MOVE CHANGE-ARCHIVE-OLD-STAMP(CHANGE-INDEX)
               TO CHANGE-OLD-STAMP
           MOVE CHANGE-ARCHIVE-NEW-STAMP(CHANGE-INDEX)
               TO CHANGE-NEW-STAMP
           IF(CHANGE-ARCHIVE-OLD-CLASS(CHANGE-INDEX) NOT =
                   CHANGE-ARCHIVE-NEW-CLASS(CHANGE-INDEX)) THEN
               MOVE 'classification' TO CHANGE-WHAT
               MOVE CHANGE-ARCHIVE-OLD-CLASS(CHANGE-INDEX)
                   TO CHANGE-OLD-TEXT
               MOVE CHANGE-ARCHIVE-NEW-CLASS(CHANGE-INDEX)
                   TO CHANGE-NEW-TEXT
               PERFORM WRITE-CHANGE-ITEM
           END-IF
           IF(CHANGE-ARCHIVE-OLD-POPULATION(CHANGE-INDEX) NOT =
                   CHANGE-ARCHIVE-NEW-POPULATION(CHANGE-INDEX)) THEN
               MOVE 'final population' TO CHANGE-WHAT
               MOVE CHANGE-ARCHIVE-OLD-POPULATION(CHANGE-INDEX)
                   TO CHANGE-NUM-STRING
               PERFORM TRIM-CHANGE-NUMBER
               MOVE CHANGE-NUM-TRIMED TO CHANGE-OLD-TEXT
               MOVE CHANGE-ARCHIVE-NEW-POPULATION(CHANGE-INDEX)
                   TO CHANGE-NUM-STRING
               PERFORM TRIM-CHANGE-NUMBER
               MOVE CHANGE-NUM-TRIMED TO CHANGE-NEW-TEXT
               PERFORM WRITE-CHANGE-ITEM
           END-IF
           IF(CHANGE-ARCHIVE-OLD-ROWS(CHANGE-INDEX) NOT =
                   CHANGE-ARCHIVE-NEW-ROWS(CHANGE-INDEX) OR
                   CHANGE-ARCHIVE-OLD-COLUMNS(CHANGE-INDEX) NOT =
                   CHANGE-ARCHIVE-NEW-COLUMNS(CHANGE-INDEX) OR
                   CHANGE-ARCHIVE-OLD-HASH(CHANGE-INDEX) NOT =
                   CHANGE-ARCHIVE-NEW-HASH(CHANGE-INDEX)) THEN
               MOVE 'final grid' TO CHANGE-WHAT
               MOVE SPACES TO CHANGE-OLD-TEXT
               MOVE 1 TO CHANGE-TEXT-LENGTH
               MOVE CHANGE-ARCHIVE-OLD-ROWS(CHANGE-INDEX)
                   TO CHANGE-NUM-STRING
               PERFORM TRIM-CHANGE-NUMBER
               STRING "the archived " DELIMITED BY SIZE
                   CHANGE-NUM-TRIMED DELIMITED BY SPACE
                   "x" DELIMITED BY SIZE
                   INTO CHANGE-OLD-TEXT
                   WITH POINTER CHANGE-TEXT-LENGTH
               END-STRING
               MOVE CHANGE-ARCHIVE-OLD-COLUMNS(CHANGE-INDEX)
                   TO CHANGE-NUM-STRING
               PERFORM TRIM-CHANGE-NUMBER
               STRING CHANGE-NUM-TRIMED DELIMITED BY SPACE
                   " grid" DELIMITED BY SIZE
                   INTO CHANGE-OLD-TEXT
                   WITH POINTER CHANGE-TEXT-LENGTH
               END-STRING
               MOVE SPACES TO CHANGE-NEW-TEXT
               MOVE 1 TO CHANGE-TEXT-LENGTH
               MOVE CHANGE-ARCHIVE-NEW-ROWS(CHANGE-INDEX)
                   TO CHANGE-NUM-STRING
               PERFORM TRIM-CHANGE-NUMBER
               STRING "a different " DELIMITED BY SIZE
                   CHANGE-NUM-TRIMED DELIMITED BY SPACE
                   "x" DELIMITED BY SIZE
                   INTO CHANGE-NEW-TEXT
                   WITH POINTER CHANGE-TEXT-LENGTH
               END-STRING
               MOVE CHANGE-ARCHIVE-NEW-COLUMNS(CHANGE-INDEX)
                   TO CHANGE-NUM-STRING
               PERFORM TRIM-CHANGE-NUMBER
               STRING CHANGE-NUM-TRIMED DELIMITED BY SPACE
                   " grid" DELIMITED BY SIZE
                   INTO CHANGE-NEW-TEXT
                   WITH POINTER CHANGE-TEXT-LENGTH
               END-STRING
               PERFORM WRITE-CHANGE-ITEM
           END-IF.
       COMPARE-CHANGE-TREND.
           MOVE CHANGE-TREND-OLD-STAMP(CHANGE-INDEX)
               TO CHANGE-OLD-STAMP
           MOVE CHANGE-TREND-NEW-STAMP(CHANGE-INDEX)
               TO CHANGE-NEW-STAMP
           IF(CHANGE-TREND-OLD-MIN(CHANGE-INDEX) NOT =
                   CHANGE-TREND-NEW-MIN(CHANGE-INDEX) OR
                   CHANGE-TREND-OLD-MAX(CHANGE-INDEX) NOT =
                   CHANGE-TREND-NEW-MAX(CHANGE-INDEX)) THEN
               MOVE 'min/max population' TO CHANGE-WHAT
               MOVE SPACES TO CHANGE-OLD-TEXT
               STRING CHANGE-TREND-OLD-MIN(CHANGE-INDEX)
                   DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   CHANGE-TREND-OLD-MAX(CHANGE-INDEX)
                   DELIMITED BY SPACE
                   INTO CHANGE-OLD-TEXT
               END-STRING
               MOVE SPACES TO CHANGE-NEW-TEXT
               STRING CHANGE-TREND-NEW-MIN(CHANGE-INDEX)
                   DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   CHANGE-TREND-NEW-MAX(CHANGE-INDEX)
                   DELIMITED BY SPACE
                   INTO CHANGE-NEW-TEXT
               END-STRING
               PERFORM WRITE-CHANGE-ITEM
           END-IF
           IF(CHANGE-TREND-OLD-EXTINCT(CHANGE-INDEX) NOT =
                   CHANGE-TREND-NEW-EXTINCT(CHANGE-INDEX)) THEN
               MOVE 'extinction generation' TO CHANGE-WHAT
               MOVE CHANGE-TREND-OLD-EXTINCT(CHANGE-INDEX)
                   TO CHANGE-OLD-TEXT
               MOVE CHANGE-TREND-NEW-EXTINCT(CHANGE-INDEX)
                   TO CHANGE-NEW-TEXT
               PERFORM WRITE-CHANGE-ITEM
           END-IF.

      *>      NEED CHANGE-INDEX, CHANGE-WHAT, CHANGE-OLD-/NEW-TEXT AND
      *>      CHANGE-OLD-/NEW-STAMP SET BEFORE CALLING THIS - one
      *>      "name what: was old (stamp), now new (stamp)" line.
       WRITE-CHANGE-ITEM.
           MOVE 1 TO CHANGE-PATTERN-CHANGED
           MOVE SPACES TO CHANGE-LINE-STRING
           MOVE 1 TO CHANGE-LINE-LENGTH
           STRING CHANGE-NAME(CHANGE-INDEX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CHANGE-WHAT DELIMITED BY "  "
               ": was " DELIMITED BY SIZE
               CHANGE-OLD-TEXT DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               CHANGE-OLD-STAMP DELIMITED BY SPACE
               "), now " DELIMITED BY SIZE
               CHANGE-NEW-TEXT DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               CHANGE-NEW-STAMP DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO CHANGE-LINE-STRING
               WITH POINTER CHANGE-LINE-LENGTH
           END-STRING
           PERFORM WRITE-CHANGE-LINE.

      *>      Flags the changed block's reconciliation entry, when
      *>      this batch has one for it.
       MARK-CHANGED-RECON.
           MOVE 1 TO RECON-INDEX
           PERFORM MARK-CHANGED-RECON-LOOP.
       MARK-CHANGED-RECON-LOOP.
           IF(RECON-INDEX <= RECON-BLOCK-COUNT) THEN
               IF(RECON-NAME(RECON-INDEX) = CHANGE-NAME(CHANGE-INDEX)
                       AND RECON-OUTCOME(RECON-INDEX) = 1) THEN
                   MOVE 1 TO RECON-CHANGED(RECON-INDEX)
               END-IF
               ADD 1 TO RECON-INDEX
               GO TO MARK-CHANGED-RECON-LOOP
           END-IF.
       TRIM-CHANGE-NUMBER.
           MOVE SPACES TO CHANGE-NUM-TRIMED
           UNSTRING CHANGE-NUM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, CHANGE-NUM-TRIMED
           END-UNSTRING.
       WRITE-CHANGE-LINE.
           COMPUTE CHANGE-LINE-SIZE = CHANGE-LINE-LENGTH - 1
           MOVE CHANGE-LINE-STRING TO CHANGE-OUTPUT-LINE
           WRITE CHANGE-OUTPUT-LINE.

      *>      The PURGE job. Refused (return code 8) while any batch
      *>      holds archive-lock.txt, while this output directory's
      *>      batch is running or has unfinished progress, or when
      *>      retention-control.txt is missing,
      *>      has a line it does not understand, or sets no KEEP
      *>      rule at all - a purge with nothing to keep would
      *>      offload the whole of both files.
       RUN-RETENTION-PURGE.
           MOVE 0 TO PURGE-REFUSED
           PERFORM CHECK-PURGE-BATCH-IDLE
           IF(PURGE-REFUSED = 0) THEN
               PERFORM LOAD-RETENTION-CONTROL
           END-IF
           IF(PURGE-REFUSED = 0) THEN
               PERFORM CLAIM-PURGE-LOCK
           END-IF
           IF(PURGE-REFUSED = 1) THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-RETENTION-PURGE
               PERFORM RELEASE-ARCHIVE-LOCK
               MOVE 0 TO RETURN-CODE
           END-IF.
      *>      Any line in archive-lock.txt is a batch that may be
      *>      appending to the files about to be rewritten, or
      *>      another purge. The lock is read again once the purge's
      *>      own line is in, in case a batch started meanwhile.
       CLAIM-PURGE-LOCK.
           PERFORM READ-ARCHIVE-LOCK
           IF(ARCHIVE-LOCK-OTHERS = 0) THEN
               MOVE SPACES TO ARCHIVE-LOCK-LINE
               STRING "PURGE " DELIMITED BY SIZE
                   RUN-TIMESTAMP-TRIMED DELIMITED BY SPACE
                   INTO ARCHIVE-LOCK-LINE
               END-STRING
               PERFORM CLAIM-ARCHIVE-LOCK
               IF(ARCHIVE-LOCK-HELD = 1) THEN
                   PERFORM READ-ARCHIVE-LOCK
                   IF(ARCHIVE-LOCK-OTHERS > 0) THEN
                       PERFORM RELEASE-ARCHIVE-LOCK
                   END-IF
               ELSE
                   MOVE 1 TO PURGE-REFUSED
                   DISPLAY "Purge refused: cannot write "
                       "archive-lock.txt"
               END-IF
           END-IF
           IF(ARCHIVE-LOCK-OTHERS > 0) THEN
               MOVE 1 TO PURGE-REFUSED
               MOVE SPACES TO BATCH-LOCK-MESSAGE
               STRING "Purge refused: shared files in use - "
                   DELIMITED BY SIZE
                   "archive-lock.txt holds " DELIMITED BY SIZE
                   ARCHIVE-LOCK-FIRST-OTHER DELIMITED BY "  "
                   INTO BATCH-LOCK-MESSAGE
               END-STRING
               DISPLAY BATCH-LOCK-MESSAGE(1:120)
           END-IF.
       WRITE-RETENTION-PURGE.
           OPEN OUTPUT PURGE-REPORT-FILE
           MOVE SPACES TO PURGE-LINE-STRING
           MOVE 1 TO PURGE-LINE-LENGTH
           STRING "Retention purge for run " DELIMITED BY SIZE
               RUN-TIMESTAMP-TRIMED DELIMITED BY SPACE
               INTO PURGE-LINE-STRING
               WITH POINTER PURGE-LINE-LENGTH
           END-STRING
           PERFORM WRITE-PURGE-LINE
           MOVE SPACES TO PURGE-LINE-STRING
           MOVE 1 TO PURGE-LINE-LENGTH
           STRING "Keeping " DELIMITED BY SIZE
               INTO PURGE-LINE-STRING
               WITH POINTER PURGE-LINE-LENGTH
           END-STRING
           IF(PURGE-KEEP-LAST-SET = 1) THEN
               MOVE PURGE-KEEP-LAST TO PURGE-NUM-STRING
               PERFORM TRIM-PURGE-NUMBER
               STRING "the last " DELIMITED BY SIZE
                   PURGE-NUM-TRIMED DELIMITED BY SPACE
                   " entries of each name" DELIMITED BY SIZE
                   INTO PURGE-LINE-STRING
                   WITH POINTER PURGE-LINE-LENGTH
               END-STRING
               IF(PURGE-KEEP-SINCE-SET = 1) THEN
                   STRING " or " DELIMITED BY SIZE
                       INTO PURGE-LINE-STRING
                       WITH POINTER PURGE-LINE-LENGTH
                   END-STRING
               END-IF
           END-IF
           IF(PURGE-KEEP-SINCE-SET = 1) THEN
               STRING "everything run since " DELIMITED BY SIZE
                   PURGE-KEEP-SINCE DELIMITED BY SIZE
                   INTO PURGE-LINE-STRING
                   WITH POINTER PURGE-LINE-LENGTH
               END-STRING
           END-IF
           MOVE PURGE-FOREVER-COUNT TO PURGE-NUM-STRING
           PERFORM TRIM-PURGE-NUMBER
           STRING ", whichever keeps more; " DELIMITED BY SIZE
               PURGE-NUM-TRIMED DELIMITED BY SPACE
               " names kept forever." DELIMITED BY SIZE
               INTO PURGE-LINE-STRING
               WITH POINTER PURGE-LINE-LENGTH
           END-STRING
           PERFORM WRITE-PURGE-LINE
           MOVE 'results-archive.txt' TO PURGE-SOURCE-FILENAME
           MOVE 1 TO PURGE-ARCHIVE-FORMAT
           MOVE SPACES TO PURGE-OFFLOAD-FILENAME
           STRING 'results-archive-offload-' DELIMITED BY SIZE
               RUN-TIMESTAMP-DATE DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO PURGE-OFFLOAD-FILENAME
           END-STRING
           PERFORM PURGE-ONE-FILE
           MOVE 'population-trend.log' TO PURGE-SOURCE-FILENAME
           MOVE 0 TO PURGE-ARCHIVE-FORMAT
           MOVE SPACES TO PURGE-OFFLOAD-FILENAME
           STRING 'population-trend-offload-' DELIMITED BY SIZE
               RUN-TIMESTAMP-DATE DELIMITED BY SIZE
               '.log' DELIMITED BY SIZE
               INTO PURGE-OFFLOAD-FILENAME
           END-STRING
           PERFORM PURGE-ONE-FILE
           CLOSE PURGE-REPORT-FILE.

      *>      A non-empty lock means a batch is running in this
      *>      output directory (or died there); a non-empty progress
      *>      file means a batch stopped part-way and will be rerun.
      *>      Either way the logs are not the purge's to rewrite.
       CHECK-PURGE-BATCH-IDLE.
           MOVE SPACES TO BATCH-LOCK-LINE
           OPEN INPUT BATCH-LOCK-FILE
           IF(BATCH-LOCK-FILE-STATUS = '00') THEN
               READ BATCH-LOCK-FILE INTO BATCH-LOCK-LINE
                   AT END
                   MOVE SPACES TO BATCH-LOCK-LINE
               END-READ
               CLOSE BATCH-LOCK-FILE
           END-IF
           IF(BATCH-LOCK-LINE NOT = SPACES) THEN
               MOVE 1 TO PURGE-REFUSED
               MOVE SPACES TO BATCH-LOCK-MESSAGE
               STRING "Purge refused: batch " DELIMITED BY SIZE
                   BATCH-LOCK-LINE DELIMITED BY "  "
                   " holds " DELIMITED BY SIZE
                   BATCH-LOCK-FILENAME DELIMITED BY SPACE
                   INTO BATCH-LOCK-MESSAGE
               END-STRING
               DISPLAY BATCH-LOCK-MESSAGE(1:120)
           END-IF
           MOVE 'N' TO PROGRESS-EOF-FLAG
           MOVE SPACES TO PROGRESS-LINE
           OPEN INPUT PROGRESS-FILE
           IF(PROGRESS-FILE-STATUS = '00') THEN
               PERFORM CHECK-PURGE-PROGRESS-LOOP
               CLOSE PROGRESS-FILE
           END-IF
           IF(PROGRESS-LINE NOT = SPACES) THEN
               MOVE 1 TO PURGE-REFUSED
               MOVE SPACES TO BATCH-LOCK-MESSAGE
               STRING "Purge refused: a batch is in progress - "
                   DELIMITED BY SIZE
                   PROGRESS-FILENAME DELIMITED BY SPACE
                   " is not empty." DELIMITED BY SIZE
                   INTO BATCH-LOCK-MESSAGE
               END-STRING
               DISPLAY BATCH-LOCK-MESSAGE(1:120)
           END-IF.
       CHECK-PURGE-PROGRESS-LOOP.
           IF(PROGRESS-EOF-FLAG NOT = 'Y' AND
                   PROGRESS-LINE = SPACES) THEN
               READ PROGRESS-FILE INTO PROGRESS-LINE
                   AT END
                   MOVE 'Y' TO PROGRESS-EOF-FLAG
                   MOVE SPACES TO PROGRESS-LINE
               END-READ
               GO TO CHECK-PURGE-PROGRESS-LOOP
           END-IF.

       LOAD-RETENTION-CONTROL.
           MOVE 0 TO PURGE-KEEP-LAST-SET
           MOVE 0 TO PURGE-KEEP-SINCE-SET
           MOVE 0 TO PURGE-FOREVER-COUNT
           MOVE 'N' TO PURGE-CONTROL-EOF
           OPEN INPUT RETENTION-CONTROL-FILE
           IF(PURGE-CONTROL-FILE-STATUS = '00') THEN
               PERFORM LOAD-RETENTION-CONTROL-LOOP
               CLOSE RETENTION-CONTROL-FILE
               IF(PURGE-REFUSED = 0 AND PURGE-KEEP-LAST-SET = 0
                       AND PURGE-KEEP-SINCE-SET = 0) THEN
                   MOVE 1 TO PURGE-REFUSED
                   DISPLAY "Purge refused: retention-control.txt "
                       "sets neither KEEP-LAST nor KEEP-SINCE."
               END-IF
           ELSE
               MOVE 1 TO PURGE-REFUSED
               DISPLAY "Purge refused: no retention-control.txt."
           END-IF.
       LOAD-RETENTION-CONTROL-LOOP.
           IF(PURGE-CONTROL-EOF NOT = 'Y') THEN
               MOVE SPACES TO PURGE-CONTROL-LINE
               READ RETENTION-CONTROL-FILE INTO PURGE-CONTROL-LINE
                   AT END
                   MOVE 'Y' TO PURGE-CONTROL-EOF
               END-READ
               IF(PURGE-CONTROL-EOF NOT = 'Y' AND
                       PURGE-CONTROL-LINE NOT = SPACES AND
                       PURGE-CONTROL-LINE(1:1) NOT = '*') THEN
                   PERFORM CLASSIFY-RETENTION-LINE
               END-IF
               GO TO LOAD-RETENTION-CONTROL-LOOP
           END-IF.
      *>      NEED PURGE-CONTROL-LINE SET BEFORE CALLING THIS - every
      *>      setting takes exactly one value.
       CLASSIFY-RETENTION-LINE.
           MOVE SPACES TO PURGE-KEYWORD
           MOVE SPACES TO PURGE-VALUE
           MOVE SPACES TO PURGE-EXTRA
           UNSTRING PURGE-CONTROL-LINE DELIMITED BY ALL SPACE
               INTO PURGE-KEYWORD, PURGE-VALUE, PURGE-EXTRA
           END-UNSTRING
           IF(PURGE-KEYWORD = SPACES) THEN
               MOVE SPACES TO PURGE-KEYWORD
               UNSTRING PURGE-CONTROL-LINE DELIMITED BY ALL SPACE
                   INTO PURGE-EXTRA, PURGE-KEYWORD, PURGE-VALUE
               END-UNSTRING
               MOVE SPACES TO PURGE-EXTRA
           END-IF
           MOVE 0 TO PURGE-LINE-UNDERSTOOD
           IF(PURGE-VALUE NOT = SPACES AND PURGE-EXTRA = SPACES) THEN
               IF(PURGE-KEYWORD = 'KEEP-LAST') THEN
                   MOVE PURGE-VALUE TO NUMBER-PARSE-TEXT
                   PERFORM PARSE-DECIMAL-NUMBER
                   IF(NUMBER-PARSE-OK = 1 AND
                           NUMBER-PARSE-VALUE < 100000) THEN
                       MOVE NUMBER-PARSE-VALUE TO PURGE-KEEP-LAST
                       MOVE 1 TO PURGE-KEEP-LAST-SET
                       MOVE 1 TO PURGE-LINE-UNDERSTOOD
                   END-IF
               END-IF
               IF(PURGE-KEYWORD = 'KEEP-SINCE') THEN
                   IF(PURGE-VALUE(1:8) IS NUMERIC AND
                           PURGE-VALUE(9:1) = SPACE) THEN
                       MOVE PURGE-VALUE(1:8) TO PURGE-KEEP-SINCE
                       MOVE 1 TO PURGE-KEEP-SINCE-SET
                       MOVE 1 TO PURGE-LINE-UNDERSTOOD
                   END-IF
               END-IF
               IF(PURGE-KEYWORD = 'KEEP-FOREVER' AND
                       PURGE-FOREVER-COUNT < 100) THEN
                   ADD 1 TO PURGE-FOREVER-COUNT
                   MOVE PURGE-VALUE
                       TO PURGE-FOREVER-NAME(PURGE-FOREVER-COUNT)
                   MOVE 1 TO PURGE-LINE-UNDERSTOOD
               END-IF
           END-IF
           IF(PURGE-LINE-UNDERSTOOD = 0) THEN
               MOVE 1 TO PURGE-REFUSED
               DISPLAY "Purge refused: retention-control.txt line "
                   "not understood: " PURGE-CONTROL-LINE(1:60)
           END-IF.

      *>      NEED PURGE-SOURCE-FILENAME, PURGE-OFFLOAD-FILENAME AND
      *>      PURGE-ARCHIVE-FORMAT SET BEFORE CALLING THIS. The first
      *>      pass counts each name's entries; the second sends every
      *>      entry to purge-work.txt or the offload file, entry
      *>      by entry in file order. Only when something was
      *>      offloaded is the original rewritten from the work file,
      *>      which is then emptied again.
       PURGE-ONE-FILE.
           MOVE 0 TO PURGE-NAME-COUNT
           MOVE 0 TO PURGE-READ-COUNT
           MOVE 0 TO PURGE-KEPT-COUNT
           MOVE 0 TO PURGE-OFFLOAD-COUNT
           OPEN INPUT PURGE-SOURCE-FILE
           IF(PURGE-SOURCE-FILE-STATUS NOT = '00') THEN
               MOVE SPACES TO PURGE-LINE-STRING
               MOVE 1 TO PURGE-LINE-LENGTH
               STRING PURGE-SOURCE-FILENAME DELIMITED BY SPACE
                   ": not on file, nothing to purge." DELIMITED BY SIZE
                   INTO PURGE-LINE-STRING
                   WITH POINTER PURGE-LINE-LENGTH
               END-STRING
               PERFORM WRITE-PURGE-LINE
               DISPLAY PURGE-LINE-STRING(1:PURGE-LINE-SIZE)
           ELSE
               PERFORM SPLIT-PURGE-FILE
           END-IF.
      *>      A tally pass decides every entry without writing
      *>      anything; only when it finds entries to offload is the
      *>      file read once more to split it for real.
       SPLIT-PURGE-FILE.
           MOVE 'N' TO PURGE-EOF-FLAG
           PERFORM COUNT-PURGE-ENTRIES-LOOP
           CLOSE PURGE-SOURCE-FILE
           MOVE 1 TO PURGE-TALLY-ONLY
           PERFORM SPLIT-PURGE-PASS
           IF(PURGE-OFFLOAD-COUNT > 0) THEN
               MOVE 0 TO PURGE-READ-COUNT
               MOVE 0 TO PURGE-KEPT-COUNT
               MOVE 0 TO PURGE-OFFLOAD-COUNT
               MOVE 1 TO PURGE-NAME-INDEX
               PERFORM RESET-PURGE-SEEN-LOOP
               MOVE 0 TO PURGE-TALLY-ONLY
               MOVE 0 TO PURGE-OFFLOAD-OPEN
               OPEN OUTPUT PURGE-WORK-FILE
               PERFORM SPLIT-PURGE-PASS
               CLOSE PURGE-WORK-FILE
               IF(PURGE-OFFLOAD-OPEN = 1) THEN
                   CLOSE PURGE-OFFLOAD-FILE
               END-IF
               OPEN INPUT PURGE-WORK-FILE
               OPEN OUTPUT PURGE-SOURCE-FILE
               MOVE 'N' TO PURGE-EOF-FLAG
               PERFORM COPY-PURGE-WORK-LOOP
               CLOSE PURGE-SOURCE-FILE
               CLOSE PURGE-WORK-FILE
               OPEN OUTPUT PURGE-WORK-FILE
               CLOSE PURGE-WORK-FILE
           END-IF
           MOVE SPACES TO PURGE-LINE-STRING
           MOVE 1 TO PURGE-LINE-LENGTH
           MOVE PURGE-READ-COUNT TO PURGE-NUM-STRING
           PERFORM TRIM-PURGE-NUMBER
           STRING PURGE-SOURCE-FILENAME DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               PURGE-NUM-TRIMED DELIMITED BY SPACE
               " entries read, " DELIMITED BY SIZE
               INTO PURGE-LINE-STRING
               WITH POINTER PURGE-LINE-LENGTH
           END-STRING
           MOVE PURGE-KEPT-COUNT TO PURGE-NUM-STRING
           PERFORM TRIM-PURGE-NUMBER
           STRING PURGE-NUM-TRIMED DELIMITED BY SPACE
               " kept, " DELIMITED BY SIZE
               INTO PURGE-LINE-STRING
               WITH POINTER PURGE-LINE-LENGTH
           END-STRING
           MOVE PURGE-OFFLOAD-COUNT TO PURGE-NUM-STRING
           PERFORM TRIM-PURGE-NUMBER
           STRING PURGE-NUM-TRIMED DELIMITED BY SPACE
               " offloaded" DELIMITED BY SIZE
               INTO PURGE-LINE-STRING
               WITH POINTER PURGE-LINE-LENGTH
           END-STRING
           IF(PURGE-OFFLOAD-COUNT > 0) THEN
               STRING " to " DELIMITED BY SIZE
                   PURGE-OFFLOAD-FILENAME DELIMITED BY SPACE
                   INTO PURGE-LINE-STRING
                   WITH POINTER PURGE-LINE-LENGTH
               END-STRING
           END-IF
           STRING "." DELIMITED BY SIZE
               INTO PURGE-LINE-STRING
               WITH POINTER PURGE-LINE-LENGTH
           END-STRING
           PERFORM WRITE-PURGE-LINE
           DISPLAY PURGE-LINE-STRING(1:PURGE-LINE-SIZE).
       SPLIT-PURGE-PASS.
           OPEN INPUT PURGE-SOURCE-FILE
           MOVE 'N' TO PURGE-EOF-FLAG
           MOVE 1 TO PURGE-KEEP-ENTRY
           PERFORM SPLIT-PURGE-ENTRIES-LOOP
           CLOSE PURGE-SOURCE-FILE.
       RESET-PURGE-SEEN-LOOP.
           IF(PURGE-NAME-INDEX <= PURGE-NAME-COUNT) THEN
               MOVE 0 TO PURGE-NAME-SEEN(PURGE-NAME-INDEX)
               ADD 1 TO PURGE-NAME-INDEX
               GO TO RESET-PURGE-SEEN-LOOP
           END-IF.
       COUNT-PURGE-ENTRIES-LOOP.
           IF(PURGE-EOF-FLAG NOT = 'Y') THEN
               PERFORM READ-PURGE-SOURCE-LINE
               IF(PURGE-EOF-FLAG NOT = 'Y' AND
                       PURGE-ENTRY-START = 1) THEN
                   PERFORM FIND-PURGE-NAME
                   IF(PURGE-NAME-FOUND = 0 AND
                           PURGE-NAME-COUNT < 2000) THEN
                       ADD 1 TO PURGE-NAME-COUNT
                       MOVE PURGE-NAME-COUNT TO PURGE-NAME-FOUND
                       MOVE PURGE-ENTRY-NAME
                           TO PURGE-NAME(PURGE-NAME-FOUND)
                       MOVE 0 TO PURGE-NAME-TOTAL(PURGE-NAME-FOUND)
                       MOVE 0 TO PURGE-NAME-SEEN(PURGE-NAME-FOUND)
                   END-IF
                   IF(PURGE-NAME-FOUND > 0) THEN
                       ADD 1 TO PURGE-NAME-TOTAL(PURGE-NAME-FOUND)
                   END-IF
               END-IF
               GO TO COUNT-PURGE-ENTRIES-LOOP
           END-IF.
      *>      Lines before the first ARCHIVE header belong to no entry
      *>      and are kept as they are (PURGE-KEEP-ENTRY starts at 1).
       SPLIT-PURGE-ENTRIES-LOOP.
           IF(PURGE-EOF-FLAG NOT = 'Y') THEN
               PERFORM READ-PURGE-SOURCE-LINE
               IF(PURGE-EOF-FLAG NOT = 'Y') THEN
                   IF(PURGE-ENTRY-START = 1) THEN
                       ADD 1 TO PURGE-READ-COUNT
                       PERFORM DECIDE-PURGE-ENTRY
                       IF(PURGE-KEEP-ENTRY = 1) THEN
                           ADD 1 TO PURGE-KEPT-COUNT
                       ELSE
                           ADD 1 TO PURGE-OFFLOAD-COUNT
                       END-IF
                   END-IF
                   IF(PURGE-TALLY-ONLY = 0) THEN
                       PERFORM WRITE-PURGE-SPLIT-LINE
                   END-IF
               END-IF
               GO TO SPLIT-PURGE-ENTRIES-LOOP
           END-IF.
       WRITE-PURGE-SPLIT-LINE.
           IF(PURGE-KEEP-ENTRY = 1) THEN
               MOVE PURGE-READ-LINE TO PURGE-WORK-RECORD
               WRITE PURGE-WORK-RECORD
           ELSE
               IF(PURGE-OFFLOAD-OPEN = 0) THEN
                   OPEN EXTEND PURGE-OFFLOAD-FILE
                   IF(PURGE-OFFLOAD-FILE-STATUS NOT = '00') THEN
                       OPEN OUTPUT PURGE-OFFLOAD-FILE
                   END-IF
                   MOVE 1 TO PURGE-OFFLOAD-OPEN
               END-IF
               MOVE PURGE-READ-LINE TO PURGE-OFFLOAD-RECORD
               WRITE PURGE-OFFLOAD-RECORD
           END-IF.
       COPY-PURGE-WORK-LOOP.
           IF(PURGE-EOF-FLAG NOT = 'Y') THEN
               MOVE SPACES TO PURGE-READ-LINE
               READ PURGE-WORK-FILE INTO PURGE-READ-LINE
                   AT END
                   MOVE 'Y' TO PURGE-EOF-FLAG
               END-READ
               IF(PURGE-EOF-FLAG NOT = 'Y') THEN
                   MOVE PURGE-READ-LINE TO PURGE-SOURCE-RECORD
                   WRITE PURGE-SOURCE-RECORD
               END-IF
               GO TO COPY-PURGE-WORK-LOOP
           END-IF.

      *>      Reads the next line of the file being purged and sets
      *>      PURGE-ENTRY-START (with the entry's name and run stamp)
      *>      when it opens a new entry: an ARCHIVE header, or any
      *>      non-blank trend row.
       READ-PURGE-SOURCE-LINE.
           MOVE SPACES TO PURGE-READ-LINE
           MOVE 0 TO PURGE-ENTRY-START
           READ PURGE-SOURCE-FILE INTO PURGE-READ-LINE
               AT END
               MOVE 'Y' TO PURGE-EOF-FLAG
           END-READ
           IF(PURGE-EOF-FLAG NOT = 'Y') THEN
               MOVE SPACES TO PURGE-ENTRY-KEYWORD
               MOVE SPACES TO PURGE-ENTRY-NAME
               MOVE SPACES TO PURGE-ENTRY-STAMP
               IF(PURGE-ARCHIVE-FORMAT = 1) THEN
                   IF(PURGE-READ-LINE(1:8) = 'ARCHIVE ') THEN
                       MOVE 1 TO PURGE-ENTRY-START
                       UNSTRING PURGE-READ-LINE DELIMITED BY ALL SPACE
                           INTO PURGE-ENTRY-KEYWORD, PURGE-ENTRY-NAME,
                           PURGE-ENTRY-STAMP
                       END-UNSTRING
                   END-IF
               ELSE
                   IF(PURGE-READ-LINE NOT = SPACES) THEN
                       MOVE 1 TO PURGE-ENTRY-START
                       UNSTRING PURGE-READ-LINE DELIMITED BY ALL SPACE
                           INTO PURGE-ENTRY-STAMP, PURGE-ENTRY-NAME
                       END-UNSTRING
                   END-IF
               END-IF
           END-IF.

      *>      NEED THE ENTRY'S NAME AND STAMP SET BEFORE CALLING THIS.
      *>      Run stamps are yyyymmdd-hhmmss, so the date compares as
      *>      text.
       DECIDE-PURGE-ENTRY.
           MOVE 1 TO PURGE-KEEP-ENTRY
           PERFORM FIND-PURGE-NAME
           IF(PURGE-NAME-FOUND > 0) THEN
               ADD 1 TO PURGE-NAME-SEEN(PURGE-NAME-FOUND)
               MOVE 0 TO PURGE-KEEP-ENTRY
               IF(PURGE-KEEP-LAST-SET = 1 AND
                       PURGE-NAME-SEEN(PURGE-NAME-FOUND) +
                       PURGE-KEEP-LAST >
                       PURGE-NAME-TOTAL(PURGE-NAME-FOUND)) THEN
                   MOVE 1 TO PURGE-KEEP-ENTRY
               END-IF
               IF(PURGE-KEEP-SINCE-SET = 1 AND
                       PURGE-ENTRY-STAMP(1:8) >= PURGE-KEEP-SINCE) THEN
                   MOVE 1 TO PURGE-KEEP-ENTRY
               END-IF
               IF(PURGE-KEEP-ENTRY = 0) THEN
                   PERFORM CHECK-PURGE-FOREVER
                   MOVE PURGE-FOREVER-MATCH TO PURGE-KEEP-ENTRY
               END-IF
           END-IF.
       CHECK-PURGE-FOREVER.
           MOVE 0 TO PURGE-FOREVER-MATCH
           MOVE 1 TO PURGE-FOREVER-INDEX
           PERFORM CHECK-PURGE-FOREVER-LOOP.
       CHECK-PURGE-FOREVER-LOOP.
           IF(PURGE-FOREVER-INDEX <= PURGE-FOREVER-COUNT AND
                   PURGE-FOREVER-MATCH = 0) THEN
               IF(PURGE-FOREVER-NAME(PURGE-FOREVER-INDEX) =
                       PURGE-ENTRY-NAME) THEN
                   MOVE 1 TO PURGE-FOREVER-MATCH
               END-IF
               ADD 1 TO PURGE-FOREVER-INDEX
               GO TO CHECK-PURGE-FOREVER-LOOP
           END-IF.
      *>      NEED PURGE-ENTRY-NAME SET BEFORE CALLING THIS - sets
      *>      PURGE-NAME-FOUND to that name's entry, or 0.
       FIND-PURGE-NAME.
           MOVE 0 TO PURGE-NAME-FOUND
           MOVE 1 TO PURGE-NAME-INDEX
           PERFORM FIND-PURGE-NAME-LOOP.
       FIND-PURGE-NAME-LOOP.
           IF(PURGE-NAME-INDEX <= PURGE-NAME-COUNT AND
                   PURGE-NAME-FOUND = 0) THEN
               IF(PURGE-NAME(PURGE-NAME-INDEX) = PURGE-ENTRY-NAME) THEN
                   MOVE PURGE-NAME-INDEX TO PURGE-NAME-FOUND
               END-IF
               ADD 1 TO PURGE-NAME-INDEX
               GO TO FIND-PURGE-NAME-LOOP
           END-IF.
       TRIM-PURGE-NUMBER.
           MOVE SPACES TO PURGE-NUM-TRIMED
           UNSTRING PURGE-NUM-STRING DELIMITED BY ALL SPACE
               INTO TEMP-NUMBER, PURGE-NUM-TRIMED
           END-UNSTRING.
       WRITE-PURGE-LINE.
           COMPUTE PURGE-LINE-SIZE = PURGE-LINE-LENGTH - 1
           MOVE PURGE-LINE-STRING TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-LINE.

       COPY-PATTERN.
           MOVE 1 TO COPY-PATTERN-LOOP-COUNTER
      *>      NEED TO SIMULATION ONE EXTRA GENERATION TO SEE IF IT IS STILL LIFE
           IF(GENERATION-COUNTER <= GENERATION-NUMBER + 1 AND
                   IS-STILL-LIFE NOT= 1 AND IS-OSCILLATOR NOT= 1 AND
                   IS-SPACESHIP NOT= 1 AND WINDOW-INFLIGHT = 0) THEN
               PERFORM COPY-PATTERN
      *>          A compare block's variant pass (pass 1) streams its
      *>          boards to the scratch file and writes nothing else;
               IF(COMPARE-PASS NOT = 1) THEN
                   PERFORM RECORD-POPULATION-STEP
               END-IF
               IF(WRAP-MODE = 0 AND SOUP-MODE = 0 AND
                       CERTIFY-MODE = 0 AND
                       COMPARE-PASS NOT = 1 AND SIM-ANY-ALIVE = 1) THEN
                   PERFORM RECORD-EDGE-STEP
               END-IF
               PERFORM SET-SCAN-WINDOW
               MOVE 0 TO NEXT-ANY-ALIVE
               MOVE 0 TO NEXT-POPULATION
                       PERFORM WRITE-CHECKPOINT
                   END-IF
               END-IF
               IF(WINDOW-WATCH-BLOCK = 1) THEN
                   PERFORM CHECK-BATCH-WINDOW
                   IF(WINDOW-CUTOFF = 1 AND IS-STILL-LIFE NOT = 1
                           AND IS-OSCILLATOR NOT = 1
                           AND IS-SPACESHIP NOT = 1
                           AND GENERATION-COUNTER < GENERATION-NUMBER)
                           THEN
                       PERFORM HOLD-OVER-BLOCK-IN-FLIGHT
                   END-IF
               END-IF
               ADD 1 TO GENERATION-COUNTER
               GO TO PATTERN-SIMULATION-LOOP
           END-IF.
