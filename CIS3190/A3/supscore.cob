identification division.
program-id. supscore.

environment division.
input-output section.
file-control.

*> the book-level price history the statistics suite adds one record
*> per accepted record to, keyed by book-id and run date - every
*> record dated inside the requested window is pulled out and scored
*> against its title's supplier
select book-history-file assign to "bookhist.dat"
   organization is indexed
   access is sequential
   record key is bhist-key
   alternate record key is bhist-run-date with duplicates
   file status is book-history-status.

*> the book master bookmaint maintains, keyed by book-id - read
*> randomly to find the supplier (and, for the listings, the title)
*> behind each book-id on the history
select book-master-file assign to "bookmast.dat"
   organization is indexed
   access is random
   record key is mst-book-id
   alternate record key is mst-supplier with duplicates
   alternate record key is mst-category with duplicates
   file status is book-master-status.

*> dated report dataset mirroring the SYSOUT listing, named off the
*> run date the same way bookcomp names its report, so each
*> scorecard leaves its own record behind for the buyers' files
select report-file assign to dynamic ws-report-fname
   organization is line sequential.

*> work file backing the native SORT that brings every history line
*> for one supplier together, book by book and oldest first - one
*> pass over the sorted lines then scores each title and each
*> supplier without holding the whole history in storage
select score-sort-file assign to "scorsort.tmp".

*> optional run-control parameter dataset shared with the other
*> programs - SCORE-TOP-N overrides the increases-listing depth
select run-parm-file assign to "runparm.dat"
   organization is line sequential
   file status is run-parm-status.

*> shared audit-trail dataset: this program appends one line per run,
*> the same record every other program in the system appends
select audit-file assign to "audit.dat"
   organization is line sequential
   file status is audit-file-status.

data division.
file section.

*> define book-history file structure - the layout the statistics
*> suite writes, kept in step with it
fd book-history-file.
01 book-history-record.
   02 bhist-key.
      03 bhist-book-id  pic x(13).
      03 bhist-run-date pic 9(8).
      03 bhist-seq      pic 9(3).
   02 bhist-x           pic s9(6)v9(2).
   02 bhist-quantity    pic 9(6).
   02 bhist-fname       pic x(30).

*> define book master structure - the same record bookmaint writes,
*> so the programs stay in step on the layout
fd book-master-file.
01 master-record.
   02 mst-book-id       pic x(13).
   02 mst-title         pic x(30).
   02 mst-supplier      pic x(6).
   02 mst-category      pic x(10).

fd report-file.
01 report-line.
   02 out-report-num    pic x(80).

*> sort description for the scoring work file - supplier first so a
*> supplier's titles land together, book-id second so each title's
*> lines are adjacent, run date last so a title's lines come off
*> oldest first and its opening and closing prices are the first and
*> last of its group
sd score-sort-file.
01 score-sort-record.
   02 score-supplier    pic x(6).
   02 score-book-id     pic x(13).
   02 score-run-date    pic 9(8).
   02 score-x           pic s9(6)v9(2).
   02 score-quantity    pic 9(6).

*> define run-parm file structure - one KEYWORD=value line per
*> tunable being overridden
fd run-parm-file.
01 run-parm-line.
   02 run-parm-text pic x(80).

*> define audit-trail file structure - same fixed layout the other
*> programs write, so the trail stays one record format
fd audit-file.
01 audit-record.
   02 audit-program     pic x(12).
   02 audit-run-date    pic 9(8).
   02 audit-fname       pic x(30).
   02 audit-rec-count   pic 9(6).
   02 audit-valid-count pic 9(6).
   02 audit-exc-count   pic 9(6).
   02 audit-ctl-status  pic x(60).

working-storage section.

*> define variables
77 book-history-status  pic x(2).
77 book-master-status   pic x(2).
77 audit-file-status    pic x(2).
77 master-avail         pic x(1) value 'N'.
77 hist-eof             pic x(1) value 'N'.
77 sort-eof             pic x(1) value 'N'.
77 ws-run-date          pic 9(8).
77 ws-report-fname      pic x(50).
77 ws-parm              pic x(60).
77 ws-parm-2            pic x(30).
77 req-keyword          pic x(10).
77 req-value            pic x(50).
77 req-keyword-2        pic x(10).
77 req-value-2          pic x(50).
*> the scoring window: every history line dated from window-from to
*> window-to inclusive.  no request at all scores the whole history
77 window-from          pic 9(8) value zero.
77 window-to            pic 9(8) value 99999999.
77 lines-in-window      pic s9(8) value zero.
77 i                    pic s9(6).
77 j                    pic s9(6).

*> run-control parameter working storage - the parse kit matches the
*> statistics suite's, so the shared runparm.dat reads the same way
77 run-parm-status      pic x(2).
77 run-parm-eof         pic x(1) value 'N'.
77 parm-keyword         pic x(16).
77 parm-value-text      pic x(16).
77 parm-number          pic s9(6)v9(4).
77 parm-scan            pic s9(3).
77 parm-seen-point      pic x(1).
77 parm-done            pic x(1).
77 parm-frac-scale      pic s9(1)v9(4).
01 parm-digit-area.
   02 parm-digit-x      pic x(1).
   02 parm-digit redefines parm-digit-x pic 9(1).
*> how many of each supplier's largest price increases are listed
77 parm-score-top-n     pic s9(3) value 5.

*> group state while walking the sorted lines - one title group is
*> every line sharing a supplier and book-id, one supplier group is
*> every title sharing a supplier
77 group-open           pic x(1) value 'N'.
77 group-supplier       pic x(6).
77 group-book-id        pic x(13).
77 group-first-x        pic s9(6)v9(2).
77 group-first-qty      pic 9(6).
77 group-last-x         pic s9(6)v9(2).
77 group-last-qty       pic 9(6).
77 group-first-date     pic 9(8).
77 group-last-date      pic 9(8).
77 group-sum-wx         pic s9(14)v9(2).
77 group-sum-w          pic s9(11).
77 group-sum-x          pic s9(14)v9(2).
77 group-lines          pic s9(6).
77 supp-open            pic x(1) value 'N'.

*> working fields for one supplier's averages - a volume-weighted
*> average falls back to the plain average of its prices when every
*> line carried a zero quantity, rather than dividing by zero
77 calc-wx              pic s9(14)v9(2).
77 calc-w               pic s9(11).
77 calc-sum-x           pic s9(14)v9(2).
77 calc-count           pic s9(6).
77 calc-average         pic s9(6)v9(2).
77 change-amount        pic s9(6)v9(2).

*> per-title results, filled in sorted (supplier, book-id) order so
*> each supplier's titles occupy one contiguous run of slots - the
*> increases listing picks its largest movers out of that run
77 title-count          pic s9(6) value zero.
01 title-area.
   02 title-entry occurs 100000 times.
      03 title-book-id     pic x(13).
      03 title-first-x     pic s9(6)v9(2).
      03 title-last-x      pic s9(6)v9(2).
      03 title-change-pct  pic s9(5)v9(2).
      03 title-picked      pic x(1).

*> per-supplier results: titles carried, the volume-weighted average
*> price over the whole window, and the opening and closing averages
*> (each title's first and last price in the window, weighted by the
*> quantity on that line) whose difference is the supplier's net
*> price movement.  a title priced only once in the window opens and
*> closes at the same price, so it steadies the average rather than
*> moving it
77 supp-count           pic s9(4) value zero.
77 supp-slot            pic s9(4).
77 best-slot            pic s9(6).
77 best-pct             pic s9(5)v9(2).
77 rank-index           pic s9(4).
77 rank-hold            pic s9(4).
77 rank-placed          pic x(1).
77 listed-count         pic s9(3).
01 supplier-area.
   02 supp-entry occurs 500 times.
      03 supp-code          pic x(6).
      03 supp-titles        pic s9(6).
      03 supp-first-title   pic s9(6).
      03 supp-last-title    pic s9(6).
      03 supp-sum-wx        pic s9(14)v9(2).
      03 supp-sum-w         pic s9(11).
      03 supp-sum-x         pic s9(14)v9(2).
      03 supp-lines         pic s9(6).
      03 supp-open-wx       pic s9(14)v9(2).
      03 supp-open-w        pic s9(11).
      03 supp-open-sum-x    pic s9(14)v9(2).
      03 supp-close-wx      pic s9(14)v9(2).
      03 supp-close-w       pic s9(11).
      03 supp-close-sum-x   pic s9(14)v9(2).
      03 supp-wtd-avg       pic s9(6)v9(2).
      03 supp-open-avg      pic s9(6)v9(2).
      03 supp-close-avg     pic s9(6)v9(2).
      03 supp-move-pct      pic s9(5)v9(2).
*> ranking order for the net-movement listing - slot numbers into
*> supplier-area, largest rise first
01 supplier-rank-area.
   02 supp-rank            pic s9(4) occurs 500 times.

01 output-title-line.
   02 filler            pic x(40) value
      "      Supplier Price Scorecard".
01 output-underline.
   02 filler            pic x(80) value all "-".
01 output-window-line.
   02 filler            pic x(9) value " window: ".
   02 out-window-from   pic 9(8).
   02 filler            pic x(4) value " to ".
   02 out-window-to     pic 9(8).
   02 filler            pic x(10) value "   lines: ".
   02 out-window-lines  pic zzzzzzz9.
01 output-no-data-line.
   02 filler            pic x(46) value
      "  no price history in window - nothing scored".
01 output-bad-window-line.
   02 filler            pic x(46) value
      " window start is after window end - no report".
01 output-score-head.
   02 filler            pic x(80) value
      "  Supplier  Titles   Wtd Avg    Opening    Closing   Net Move".
01 output-score-line.
   02 filler            pic x(2) value spaces.
   02 out-supp-code     pic x(6).
   02 filler            pic x(2) value spaces.
   02 out-supp-titles   pic zzzzz9.
   02 filler            pic x(1) value space.
   02 out-supp-wtd-avg  pic -(6)9.9(2).
   02 filler            pic x(1) value space.
   02 out-supp-open     pic -(6)9.9(2).
   02 filler            pic x(1) value space.
   02 out-supp-close    pic -(6)9.9(2).
   02 filler            pic x(1) value space.
   02 out-supp-move     pic -(4)9.9(2).
   02 filler            pic x(1) value "%".
01 output-incr-title.
   02 filler            pic x(40) value
      "      Largest Price Increases".
01 output-incr-supp-line.
   02 filler            pic x(12) value "  supplier ".
   02 out-incr-supp     pic x(6).
01 output-incr-head.
   02 filler            pic x(80) value
      "  Rank  Book-ID        Title                     First      Last    Change".
01 output-incr-line.
   02 filler            pic x(2) value spaces.
   02 out-incr-rank     pic zz9.
   02 filler            pic x(3) value spaces.
   02 out-incr-book-id  pic x(13).
   02 filler            pic x(2) value spaces.
   02 out-incr-title    pic x(20).
   02 filler            pic x(1) value space.
   02 out-incr-first    pic -(5)9.9(2).
   02 filler            pic x(1) value space.
   02 out-incr-last     pic -(5)9.9(2).
   02 filler            pic x(1) value space.
   02 out-incr-pct      pic -(3)9.9(2).
   02 filler            pic x(1) value "%".
01 output-incr-none.
   02 filler            pic x(30) value "    no price increases".
01 output-rank-title.
   02 filler            pic x(50) value
      "      Suppliers Ranked by Net Price Movement".
01 output-rank-head.
   02 filler            pic x(60) value
      "  Rank  Supplier  Titles    Opening    Closing   Net Move".
01 output-rank-line.
   02 filler            pic x(2) value spaces.
   02 out-rank-num      pic zz9.
   02 filler            pic x(3) value spaces.
   02 out-rank-supp     pic x(6).
   02 filler            pic x(2) value spaces.
   02 out-rank-titles   pic zzzzz9.
   02 filler            pic x(1) value space.
   02 out-rank-open     pic -(6)9.9(2).
   02 filler            pic x(1) value space.
   02 out-rank-close    pic -(6)9.9(2).
   02 filler            pic x(1) value space.
   02 out-rank-move     pic -(4)9.9(2).
   02 filler            pic x(1) value "%".

procedure division.
   accept ws-run-date from date yyyymmdd.
   perform get-request.
   perform read-run-parms.

   move spaces to ws-report-fname.
   string "supscore." delimited by size
          ws-run-date delimited by size
          ".rpt" delimited by size
          into ws-report-fname.
   open output report-file.

   display output-title-line
   display output-underline.
   write report-line from output-title-line.
   write report-line from output-underline.

   if window-from > window-to
      display output-bad-window-line
      write report-line from output-bad-window-line
   else
      perform open-book-master
      perform score-history
      move window-from to out-window-from
      move window-to to out-window-to
      move lines-in-window to out-window-lines
      display output-window-line
      write report-line from output-window-line
      if supp-count = 0
         display output-no-data-line
         write report-line from output-no-data-line
      else
         perform report-scorecard
         perform report-increases
         perform report-supplier-ranking
      end-if
      if master-avail = 'Y'
         close book-master-file
      end-if
   end-if.

   close report-file.
   perform write-audit-line.
   stop run.

*> get the window without blocking on operator input: a PARM on the
*> command line first, then a SYSIN card, the same unattended-job
*> technique auditinq uses - FROM=<date> with an optional second
*> TO=<date> token.  a missing TO runs the window up to today
get-request.
   move spaces to ws-parm.
   accept ws-parm from command-line.
   if ws-parm = spaces
      accept ws-parm
   end-if.

   move spaces to req-keyword, req-value, ws-parm-2.
   move spaces to req-keyword-2, req-value-2.
   unstring ws-parm delimited by all space
      into req-value, ws-parm-2.
   move req-value to ws-parm.
   move spaces to req-value.
   unstring ws-parm delimited by "="
      into req-keyword, req-value.
   if ws-parm-2 not = spaces
      unstring ws-parm-2 delimited by "="
         into req-keyword-2, req-value-2
   end-if.

   if req-keyword = "FROM"
      move req-value to window-from
      move ws-run-date to window-to
      if req-keyword-2 = "TO"
         move req-value-2 to window-to
      end-if
   end-if.

*> open the book master for random lookups - a missing master is not
*> an error: every title scores under the *NONE* supplier, the same
*> bucket a book-id since deleted from the master lands in
open-book-master.
   open input book-master-file.
   if book-master-status = "00"
      move 'Y' to master-avail
   else
      move 'N' to master-avail
      display " book master not available - suppliers not known"
   end-if.

*> look up the book-id in mst-book-id on the master, blanking the
*> descriptive fields when it isn't there so a listing line built
*> from them prints clean
lookup-book-master.
   move spaces to mst-title, mst-supplier, mst-category.
   if master-avail = 'Y'
      read book-master-file
         invalid key
            move spaces to mst-title, mst-supplier, mst-category
      end-read
   end-if.

*> sort the window's history lines by supplier, book-id and run date
*> and walk the sorted groups, scoring each title and each supplier
score-history.
   sort score-sort-file
      on ascending key score-supplier
                       score-book-id
                       score-run-date
      input procedure load-score-sort-file
      output procedure unload-score-sort-file.

*> release only the lines dated inside the window, each tagged with
*> its title's supplier off the master
load-score-sort-file.
   move 'N' to hist-eof.
   open input book-history-file.
   if book-history-status = "00"
      perform release-one-history-line until hist-eof = 'Y'
      close book-history-file
   end-if.

release-one-history-line.
   read book-history-file
      at end move 'Y' to hist-eof
      not at end
         if bhist-run-date not < window-from
            and bhist-run-date not > window-to
            move bhist-book-id to mst-book-id
            perform lookup-book-master
            if mst-supplier = spaces
               move "*NONE*" to score-supplier
            else
               move mst-supplier to score-supplier
            end-if
            move bhist-book-id to score-book-id
            move bhist-run-date to score-run-date
            move bhist-x to score-x
            move bhist-quantity to score-quantity
            release score-sort-record
            add 1 to lines-in-window
         end-if
   end-read.

*> pull the sorted lines back, closing out a title whenever the
*> book-id (or supplier) changes and a supplier whenever the supplier
*> changes
unload-score-sort-file.
   move 'N' to sort-eof.
   move 'N' to group-open, supp-open.
   perform until sort-eof = 'Y'
      return score-sort-file at end move 'Y' to sort-eof
         not at end
            if group-open = 'Y'
               and (score-supplier not = group-supplier
                    or score-book-id not = group-book-id)
               perform finalize-title
            end-if
            if supp-open = 'Y'
               and score-supplier not = group-supplier
               perform finalize-supplier
            end-if
            if supp-open = 'N'
               perform open-supplier
            end-if
            if group-open = 'N'
               perform open-title
            end-if
            move score-x to group-last-x
            move score-quantity to group-last-qty
            move score-run-date to group-last-date
            compute group-sum-wx =
               group-sum-wx + (score-x * score-quantity)
            add score-quantity to group-sum-w
            add score-x to group-sum-x
            add 1 to group-lines
      end-return
   end-perform.
   if group-open = 'Y'
      perform finalize-title
   end-if.
   if supp-open = 'Y'
      perform finalize-supplier
   end-if.

*> start a new supplier slot - more than 500 suppliers lumps the
*> overflow into the last slot rather than abending
open-supplier.
   if supp-count < 500
      add 1 to supp-count
      move supp-count to supp-slot
      move score-supplier to supp-code(supp-slot)
      move zero to supp-titles(supp-slot), supp-sum-wx(supp-slot),
         supp-sum-w(supp-slot), supp-sum-x(supp-slot),
         supp-lines(supp-slot), supp-open-wx(supp-slot),
         supp-open-w(supp-slot), supp-open-sum-x(supp-slot),
         supp-close-wx(supp-slot), supp-close-w(supp-slot),
         supp-close-sum-x(supp-slot)
      compute supp-first-title(supp-slot) = title-count + 1
   else
      move 500 to supp-slot
      move "OTHER" to supp-code(supp-slot)
   end-if.
   move score-supplier to group-supplier.
   move 'Y' to supp-open.

*> start a new title group on the line just returned - its first
*> line is its opening price in the window
open-title.
   move score-book-id to group-book-id.
   move score-x to group-first-x.
   move score-quantity to group-first-qty.
   move score-run-date to group-first-date.
   move zero to group-sum-wx, group-sum-w, group-sum-x, group-lines.
   move 'Y' to group-open.

*> close out one title: record its opening and closing price and the
*> percentage it moved, and fold its lines into its supplier's sums
finalize-title.
   if title-count < 100000
      add 1 to title-count
      move group-book-id to title-book-id(title-count)
      move group-first-x to title-first-x(title-count)
      move group-last-x to title-last-x(title-count)
      move 'N' to title-picked(title-count)
      compute change-amount = group-last-x - group-first-x
      if group-first-x not = 0
         compute title-change-pct(title-count) rounded =
            (change-amount / group-first-x) * 100
      else
         move zero to title-change-pct(title-count)
      end-if
   end-if.
   add 1 to supp-titles(supp-slot).
   add group-sum-wx to supp-sum-wx(supp-slot).
   add group-sum-w to supp-sum-w(supp-slot).
   add group-sum-x to supp-sum-x(supp-slot).
   add group-lines to supp-lines(supp-slot).
   compute supp-open-wx(supp-slot) =
      supp-open-wx(supp-slot) + (group-first-x * group-first-qty).
   add group-first-qty to supp-open-w(supp-slot).
   add group-first-x to supp-open-sum-x(supp-slot).
   compute supp-close-wx(supp-slot) =
      supp-close-wx(supp-slot) + (group-last-x * group-last-qty).
   add group-last-qty to supp-close-w(supp-slot).
   add group-last-x to supp-close-sum-x(supp-slot).
   move 'N' to group-open.

*> close out one supplier: its volume-weighted average over the
*> window, its opening and closing averages, and the net movement
*> between them
finalize-supplier.
   move title-count to supp-last-title(supp-slot).

   move supp-sum-wx(supp-slot) to calc-wx.
   move supp-sum-w(supp-slot) to calc-w.
   move supp-sum-x(supp-slot) to calc-sum-x.
   move supp-lines(supp-slot) to calc-count.
   perform compute-average.
   move calc-average to supp-wtd-avg(supp-slot).

   move supp-open-wx(supp-slot) to calc-wx.
   move supp-open-w(supp-slot) to calc-w.
   move supp-open-sum-x(supp-slot) to calc-sum-x.
   move supp-titles(supp-slot) to calc-count.
   perform compute-average.
   move calc-average to supp-open-avg(supp-slot).

   move supp-close-wx(supp-slot) to calc-wx.
   move supp-close-w(supp-slot) to calc-w.
   move supp-close-sum-x(supp-slot) to calc-sum-x.
   perform compute-average.
   move calc-average to supp-close-avg(supp-slot).

   compute change-amount =
      supp-close-avg(supp-slot) - supp-open-avg(supp-slot).
   if supp-open-avg(supp-slot) not = 0
      compute supp-move-pct(supp-slot) rounded =
         (change-amount / supp-open-avg(supp-slot)) * 100
   else
      move zero to supp-move-pct(supp-slot)
   end-if.
   move 'N' to supp-open.

compute-average.
   if calc-w > 0
      compute calc-average rounded = calc-wx / calc-w
   else
      if calc-count > 0
         compute calc-average rounded = calc-sum-x / calc-count
      else
         move zero to calc-average
      end-if
   end-if.

*> one line per supplier, in supplier order
report-scorecard.
   display output-underline
   display output-score-head.
   write report-line from output-underline.
   write report-line from output-score-head.
   perform varying supp-slot from 1 by 1 until supp-slot > supp-count
      move supp-code(supp-slot) to out-supp-code
      move supp-titles(supp-slot) to out-supp-titles
      move supp-wtd-avg(supp-slot) to out-supp-wtd-avg
      move supp-open-avg(supp-slot) to out-supp-open
      move supp-close-avg(supp-slot) to out-supp-close
      move supp-move-pct(supp-slot) to out-supp-move
      display output-score-line
      write report-line from output-score-line
   end-perform.

*> each supplier's largest price increases, biggest first - picked
*> out of the supplier's own run of title slots one at a time, so no
*> sort of the title table is needed for the handful listed
report-increases.
   display output-underline
   display output-incr-title
   display output-underline.
   write report-line from output-underline.
   write report-line from output-incr-title.
   write report-line from output-underline.
   perform varying supp-slot from 1 by 1 until supp-slot > supp-count
      move supp-code(supp-slot) to out-incr-supp
      display output-incr-supp-line
      display output-incr-head
      write report-line from output-incr-supp-line
      write report-line from output-incr-head
      move zero to listed-count
      move 1 to best-slot
      perform list-one-increase
         until listed-count not < parm-score-top-n
            or best-slot = 0
      if listed-count = 0
         display output-incr-none
         write report-line from output-incr-none
      end-if
   end-perform.

*> find the not-yet-listed title with the largest rise in this
*> supplier's slots and list it; nothing left that rose at all ends
*> the supplier's listing
list-one-increase.
   move zero to best-slot, best-pct.
   perform varying i from supp-first-title(supp-slot) by 1
      until i > supp-last-title(supp-slot)
      if title-picked(i) = 'N'
         and title-change-pct(i) > best-pct
         move i to best-slot
         move title-change-pct(i) to best-pct
      end-if
   end-perform.
   if best-slot > 0
      move 'Y' to title-picked(best-slot)
      add 1 to listed-count
      move listed-count to out-incr-rank
      move title-book-id(best-slot) to out-incr-book-id, mst-book-id
      perform lookup-book-master
      move mst-title to out-incr-title
      move title-first-x(best-slot) to out-incr-first
      move title-last-x(best-slot) to out-incr-last
      move title-change-pct(best-slot) to out-incr-pct
      display output-incr-line
      write report-line from output-incr-line
   end-if.

*> rank the suppliers by net price movement, largest rise first - an
*> insertion sort over the slot numbers, fine for the few hundred
*> suppliers the table holds
report-supplier-ranking.
   perform varying i from 1 by 1 until i > supp-count
      move i to supp-rank(i)
   end-perform.
   perform varying i from 2 by 1 until i > supp-count
      move supp-rank(i) to rank-hold
      move i to j
      move 'N' to rank-placed
      perform shift-one-rank until rank-placed = 'Y'
      move rank-hold to supp-rank(j)
   end-perform.

   display output-underline
   display output-rank-title
   display output-underline
   display output-rank-head.
   write report-line from output-underline.
   write report-line from output-rank-title.
   write report-line from output-underline.
   write report-line from output-rank-head.
   perform varying rank-index from 1 by 1 until rank-index > supp-count
      move supp-rank(rank-index) to supp-slot
      move rank-index to out-rank-num
      move supp-code(supp-slot) to out-rank-supp
      move supp-titles(supp-slot) to out-rank-titles
      move supp-open-avg(supp-slot) to out-rank-open
      move supp-close-avg(supp-slot) to out-rank-close
      move supp-move-pct(supp-slot) to out-rank-move
      display output-rank-line
      write report-line from output-rank-line
   end-perform.

*> move one higher-ranked slot down a place while the supplier being
*> inserted rose further than it - the first slot, or one that rose
*> at least as far, is where the insertion stops
shift-one-rank.
   if j < 2
      move 'Y' to rank-placed
   else
      if supp-move-pct(supp-rank(j - 1)) not < supp-move-pct(rank-hold)
         move 'Y' to rank-placed
      else
         move supp-rank(j - 1) to supp-rank(j)
         subtract 1 from j
      end-if
   end-if.

*> leave this run's one-line record on the shared audit trail: the
*> history lines scored, the titles and the suppliers they came to
write-audit-line.
   move spaces to audit-record.
   move "SUPSCORE" to audit-program.
   move ws-run-date to audit-run-date.
   move "bookhist.dat" to audit-fname.
   move lines-in-window to audit-rec-count.
   move title-count to audit-valid-count.
   move supp-count to audit-exc-count.
   if supp-count = 0
      move "NO HISTORY IN WINDOW - nothing scored" to audit-ctl-status
   else
      move "OK - supplier scorecard produced" to audit-ctl-status
   end-if.
   perform append-audit-record.

*> append the populated audit-record to the shared trail - EXTEND
*> when the dataset already exists, OUTPUT (creating it) on the
*> first-ever run, the same idiom the other programs use
append-audit-record.
   open extend audit-file.
   if audit-file-status not = "00"
      open output audit-file
   end-if.
   write audit-record.
   close audit-file.

*> pick up any run-control overrides - a missing runparm.dat leaves
*> the listing depth at its default
read-run-parms.
   move 'N' to run-parm-eof.
   open input run-parm-file.
   if run-parm-status = "00"
      perform read-one-run-parm until run-parm-eof = 'Y'
      close run-parm-file
   end-if.

*> one KEYWORD=value card: blank lines and *-comment lines are
*> skipped.  the other programs' keywords live on the same shared
*> dataset, so anything that isn't ours is simply passed over
read-one-run-parm.
   read run-parm-file
      at end move 'Y' to run-parm-eof
      not at end
         if run-parm-text not = spaces
            and run-parm-text(1:1) not = "*"
            move spaces to parm-keyword, parm-value-text
            unstring run-parm-text delimited by "="
               into parm-keyword, parm-value-text
            perform parse-parm-number
            if parm-keyword = "SCORE-TOP-N"
               and parm-number > 0 and parm-number not > 100
               move parm-number to parm-score-top-n
            end-if
         end-if
   end-read.

*> turn the text after the "=" into a number, scanning left to right
*> so a value may carry a decimal point - kept identical to the
*> statistics suite's parser so one dataset reads the same both ways
parse-parm-number.
   move zero to parm-number.
   move 'N' to parm-seen-point, parm-done.
   move .1 to parm-frac-scale.
   perform varying parm-scan from 1 by 1
      until parm-scan > 16 or parm-done = 'Y'
      move parm-value-text(parm-scan:1) to parm-digit-x
      evaluate parm-digit-x
         when "."
            move 'Y' to parm-seen-point
         when " "
            move 'Y' to parm-done
         when "0" thru "9"
            if parm-seen-point = 'N'
               compute parm-number = parm-number * 10 + parm-digit
            else
               compute parm-number =
                  parm-number + (parm-digit * parm-frac-scale)
               compute parm-frac-scale = parm-frac-scale / 10
            end-if
         when other
            move 'Y' to parm-done
      end-evaluate
   end-perform.
