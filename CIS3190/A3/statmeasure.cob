   organization is line sequential
   file status is dispo-file-status.

*> book-level price history: one record per accepted record per run,
*> keyed by book-id and run date, so the bookcomp comparison program
*> can say which books moved when the drift section flags a shift in
*> the grand mean - the drift line says the mean moved, this dataset
*> says who moved it.  indexed, so one title's prices read back
*> directly instead of by a pass over every night's history, with the
*> run date as an alternate key so one night's records can be found
*> together
select book-history-file assign to "bookhist.dat"
   organization is indexed
   access is dynamic
   record key is bhist-key
   alternate record key is bhist-run-date with duplicates
   file status is book-history-status.

*> optional run-control parameter dataset - keyword-value lines that
   organization is indexed
   access is random
   record key is mst-book-id
   alternate record key is mst-supplier with duplicates
   alternate record key is mst-category with duplicates
   file status is book-master-status.

*> the supplier price-list dataset priceload maintains, keyed by
*> book-id and effective date - read here so every accepted value can
*> be measured against the price the supplier contracted to charge on
*> the run date, which catches a title overcharged every day that the
*> two outlier listings never flag because it never stands out
select price-list-file assign to "pricelst.dat"
   organization is indexed
   access is dynamic
   record key is prc-key
   file status is price-list-status.

*> control-file run checkpoint: one record, rewritten after every
*> listed file completes, carrying how far down the control file the
*> run got, the grand accumulators and category slices as they stood,
*> and how many records each appended dataset held - so a run that
*> abends on file 14 of 30 restarts at file 14 instead of file 1
select list-ckpt-file assign to "listckpt.dat"
   organization is line sequential
   file status is list-ckpt-status.

*> any one of the appended datasets, named at run time, read on a
*> restart so the records the failed file left behind can be taken
*> back off before that file is analyzed again
select purge-file assign to dynamic purge-fname
   organization is line sequential
   file status is purge-file-status.

*> work file for the restart purge - the records being kept land here
*> on the first pass, then are copied back over the dataset, since a
*> line sequential dataset can't be read and rewritten in place
select purge-work-file assign to "purge.tmp"
   organization is line sequential.

data division.
file section.

   02 disp-initials     pic x(3).
   02 disp-date         pic 9(8).

*> define book-history file structure - one accepted record per book
*> per run, the same layout bookcomp reads back.  bhist-seq keeps the
*> key unique when a title is accepted more than once on one run date
*> (two files in one control-file run carrying it), and bhist-fname
*> records which file the price came from
fd book-history-file.
01 book-history-record.
   02 bhist-key.
      03 bhist-book-id  pic x(13).
      03 bhist-run-date pic 9(8).
      03 bhist-seq      pic 9(3).
   02 bhist-x           pic s9(6)v9(2).
   02 bhist-quantity    pic 9(6).
   02 bhist-fname       pic x(30).

*> define run-parm file structure - one KEYWORD=value line per
*> tunable being overridden
   02 mst-supplier      pic x(6).
   02 mst-category      pic x(10).

*> define price-list structure - the same record priceload writes, so
*> the two programs stay in step on the layout
fd price-list-file.
01 price-list-record.
   02 prc-key.
      03 prc-book-id    pic x(13).
      03 prc-eff-date   pic 9(8).
   02 prc-supplier      pic x(6).
   02 prc-price         pic s9(6)v9(2).
   02 prc-status        pic x(1).
   02 prc-end-date      pic 9(8).
   02 prc-load-date     pic 9(8).

fd list-ckpt-file.
01 list-ckpt-line.
   02 list-ckpt-num     pic x(900).

*> wide enough for the longest record any appended dataset carries
fd purge-file.
01 purge-line.
   02 purge-num         pic x(256).

fd purge-work-file.
01 purge-work-line.
   02 purge-work-num    pic x(256).

working-storage section.

*> define variables
77 mean                    pic s9(6)v9(2).
77 i                       pic s9(6).
77 ws-fname                pic x(30).
*> the job parameter is the filename, optionally followed by
*> RESTART for a control-file run resuming from its checkpoint
77 ws-parm                 pic x(60).
77 ws-restart-parm         pic x(30).
77 ws-run-date             pic 9(8).
77 ws-report-fname         pic x(50).
77 feof                    pic A(1).
77 ws-file-count           pic s9(6) value zero.
77 ws-grand-rec-count      pic s9(6) value zero.
77 ws-grand-sum-of-x       pic s9(14)v9(7) value zero.
*> the lowest and highest value and the exception counts over every
*> file in a control-file run, carried on the grand extract record so
*> a period rollup can be built from the G records alone
77 ws-grand-min            pic s9(6)v9(2) value zero.
77 ws-grand-max            pic s9(6)v9(2) value zero.
77 ws-grand-exc-count      pic s9(8) value zero.
77 ws-grand-iqr-count      pic s9(8) value zero.
77 grand-mean              pic s9(6)v9(2).
77 sort-eof                pic x(1) value 'N'.
77 ws-grand-report-fname   pic x(50).
77 master-found-ind           pic x(1) value 'N'.
77 lookup-book-id             pic x(13).

*> contract-price working storage - lookup-contract-price takes the id
*> in lookup-book-id and returns the price in effect on ws-run-date in
*> contract-price, with contract-found-ind saying whether the list
*> carried one.  a run without a pricelst.dat skips the check the same
*> way a run without a master skips the on-master check
77 price-list-status          pic x(2).
77 price-list-avail           pic x(1) value 'N'.
77 contract-found-ind         pic x(1).
77 contract-eof               pic x(1).
77 contract-price             pic s9(6)v9(2).
77 contract-variance-amt      pic s9(6)v9(2).
77 contract-variance-pct      pic s9(5)v9(2).
77 contract-abs-pct           pic s9(5)v9(2).
77 contract-variance-count    pic s9(6) value zero.
77 contract-none-count        pic s9(6) value zero.
77 ws-grand-variance-count    pic s9(8) value zero.

*> suspense working storage - the dataset is opened on the first
*> reject of each file and closed once validate-data finishes, so a
*> clean file leaves no empty suspense dataset behind
77 suspense-open              pic x(1) value 'N'.
77 extract-file-status        pic x(2).
77 book-history-status        pic x(2).
77 bhist-written              pic x(1).

*> disposition working storage - dispo.dat is loaded into this table
*> once at startup and searched per lookup.  a linear search is fine
77 parm-top-bottom-n          pic s9(3) value 10.
77 parm-hist-buckets          pic s9(3) value 10.
77 parm-gate-override         pic x(1) value 'N'.
*> an accepted value more than this many percent either side of its
*> contracted price is listed on the contract variance report
77 parm-contract-tol-pct      pic s9(3)v9(2) value 2.

*> statmold-verdict gate working storage - before a file is analyzed,
*> the trail is scanned for the most recent STATMOLD record naming
      03 grand-cat-count      pic s9(8).
      03 grand-cat-sum-x      pic s9(14)v9(2).

*> control-file checkpoint working storage - ctl-line-number counts
*> the control file's lines as they are read, and any line at or
*> before the checkpoint's lines-done was finished by the run being
*> restarted and is passed over.  the write counts track how many
*> records each appended dataset holds, counted once when a fresh
*> control-file run starts and kept up by the append paragraphs
*> themselves, so every checkpoint knows where the completed files'
*> records end
77 list-ckpt-status          pic x(2).
77 ctl-line-number           pic s9(6) value zero.
77 restart-skip-count        pic s9(6) value zero.
77 restart-refused           pic x(1) value 'N'.
77 audit-write-count         pic 9(9) value zero.
77 extract-write-count       pic 9(9) value zero.
77 hold-write-count          pic 9(9) value zero.
77 suspense-write-count      pic 9(9) value zero.
77 grand-hist-write-count    pic 9(9) value zero.

*> restart purge working storage - purge-fname names the dataset,
*> purge-keep-count how many records it held at the checkpoint and
*> purge-date-pos where its run date sits in the record.  a record
*> past the checkpointed count and dated the failed run's date is one
*> the failed file left behind; anything else past it (another job's
*> line on the shared trail) is kept.  the hold and suspense datasets
*> can be rewritten between the failure and the restart, so their
*> records are found by run date and the source filename at
*> purge-fname-pos instead
77 purge-fname               pic x(30).
77 purge-file-status         pic x(2).
77 purge-eof                 pic x(1).
77 purge-kind                pic x(1).
77 purge-date-pos            pic s9(3).
77 purge-fname-pos           pic s9(3).
77 purge-keep-count          pic 9(9).
77 purge-pos                 pic 9(9).
77 purge-kept-count          pic 9(9).
77 purge-drop-count          pic 9(9).
77 purge-drop                pic x(1).
*> the file a restarted run was part-way through when it failed
77 failed-fname              pic x(30).
77 failed-line-number        pic s9(6).
77 failed-eof                pic x(1).
01 purge-date-area.
   02 purge-run-date         pic 9(8).
   02 purge-run-date-x redefines purge-run-date pic x(8).

01 list-ckpt-record.
   02 lckpt-list-fname       pic x(30).
   02 lckpt-run-date         pic 9(8).
   *> 'R' while the run is in progress, 'C' once the grand summary,
   *> grand history line and grand extract record are all written
   02 lckpt-status           pic x(1).
   02 lckpt-lines-done       pic 9(6).
   02 lckpt-file-count       pic s9(6).
   02 lckpt-grand-rec-count  pic s9(6).
   02 lckpt-grand-sum-of-x   pic s9(14)v9(7).
   02 lckpt-gated-file-count pic s9(6).
   02 lckpt-trailer-total    pic s9(8).
   02 lckpt-trailer-files    pic s9(6).
   02 lckpt-read-count       pic s9(8).
   02 lckpt-variance-count   pic s9(8).
   02 lckpt-grand-min        pic s9(6)v9(2).
   02 lckpt-grand-max        pic s9(6)v9(2).
   02 lckpt-grand-exc-count  pic s9(8).
   02 lckpt-grand-iqr-count  pic s9(8).
   02 lckpt-return-code      pic 9(2).
   02 lckpt-audit-count      pic 9(9).
   02 lckpt-extract-count    pic 9(9).
   02 lckpt-hold-count       pic 9(9).
   02 lckpt-suspense-count   pic 9(9).
   02 lckpt-grand-hist-count pic 9(9).
   02 lckpt-grand-cat-used   pic s9(3).
   02 lckpt-grand-cat-entry occurs 20 times.
      03 lckpt-grand-cat-name  pic x(10).
      03 lckpt-grand-cat-count pic s9(8).
      03 lckpt-grand-cat-sum-x pic s9(14)v9(2).

01 array-area.
   02 x                    pic s9(6)v9(2) occurs 100000 times usage display.
   02 book-id              pic x(13) occurs 100000 times usage display.
01 output-grand-line-3.
   02 filler               pic x(20) value " grand mean".
   02 out-grand-mean       pic -(6)9.9(2).
01 output-grand-line-4.
   02 filler               pic x(20) value " contract variances".
   02 out-grand-variances  pic zzzzzzz9.
01 output-recon-title-line.
   02 filler               pic x(31) value "      Trailer Reconciliation".
01 output-recon-line-1.
01 output-drift-flagged.
   02 filler               pic x(45) value
      "  noticeable shift - exceeds drift threshold".
01 output-restart-line.
   02 filler               pic x(41) value
      " restarting control-file run after line ".
   02 out-restart-skip     pic zzzzz9.
01 output-purge-line.
   02 filler               pic x(17) value " restart removed ".
   02 out-purge-drop       pic zzzzzz9.
   02 filler               pic x(32) value
      " records of the failed run from ".
   02 out-purge-fname      pic x(30).
01 output-drift-none.
   02 filler               pic x(33) value "  no prior run found to compare".
01 output-histogram-title-line.
   02 out-topbottom-title  pic x(24).
   02 filler               pic x(2) value spaces.
   02 out-topbottom-supp   pic x(6).
01 output-contract-title-line.
   02 filler               pic x(31) value "      Contract Price Variance".
01 output-contract-tol-line.
   02 filler               pic x(13) value " tolerance = ".
   02 out-contract-tol     pic zz9.99.
   02 filler               pic x(1) value "%".
01 output-contract-head.
   02 filler               pic x(80) value
      "  Value       Book-ID         Contract  Variance   Title              Suppl".
01 output-contract-line.
   02 filler               pic x(2) value spaces.
   02 out-con-x            pic -(6)9.9(2).
   02 filler               pic x(2) value spaces.
   02 out-con-book-id      pic x(13).
   02 filler               pic x(2) value spaces.
   02 out-con-price        pic -(6)9.9(2).
   02 filler               pic x(1) value space.
   02 out-con-pct          pic -(4)9.9(2).
   02 filler               pic x(1) value "%".
   02 filler               pic x(2) value spaces.
   02 out-con-title        pic x(18).
   02 filler               pic x(1) value space.
   02 out-con-supp         pic x(6).
01 output-contract-none.
   02 filler               pic x(40) value
      "  no values outside contract tolerance".
01 output-contract-nolist.
   02 filler               pic x(50) value
      "  no contract price list available - check skipped".
01 output-contract-nocon-line.
   02 filler               pic x(2) value spaces.
   02 out-con-none-count   pic zzzzz9.
   02 filler               pic x(40) value
      " accepted values had no contract price".

procedure division.
   *> get file name from the job parameter (PARM) if one was passed;
   accept ws-run-date from date yyyymmdd.
   perform read-run-parms.
   perform open-book-master.
   perform open-price-list.
   perform load-dispositions.

   *> a filename prefixed with "@" names a control file listing
*> first check for a PARM passed on the command line, then fall
*> back to reading it as a SYSIN card from standard input.
get-fname.
   move spaces to ws-parm, ws-fname, ws-restart-parm.
   accept ws-parm from command-line.
   if ws-parm = spaces
      accept ws-parm
   end-if.
   unstring ws-parm delimited by all space
      into ws-fname, ws-restart-parm.

   if ws-fname(1:1) = "@"
      move 'Y' to ws-list-mode
      move ws-fname(2:29) to ws-list-fname
   end-if.

   *> a single file has no progress to resume - it is simply rerun
   if ws-restart-parm not = spaces and ws-list-mode = 'N'
      display " RESTART applies only to a control-file run - ignored"
      move spaces to ws-restart-parm
   end-if.

*> pick up any run-control overrides before anything is computed or
*> printed - a missing runparm.dat simply leaves every tunable at its
*> long-standing default, so existing job streams run unchanged
         if parm-number > 0 and parm-number not > 50
            move parm-number to parm-hist-buckets
         end-if
      when "CONTRACT-TOL-PCT"
         if parm-number > 0
            move parm-number to parm-contract-tol-pct
         end-if
      when "GATE-OVERRIDE"
         *> the rare deliberate run against a batch whose statmold
         *> verdict was not OK - must be asked for explicitly, card
         end-if
      when "CKPT-INTERVAL"
      when "BOOK-CHANGE-PCT"
      when "SCORE-TOP-N"
      when "IMPORT-CURRENCY"
      when "OPS-HOLD-DAYS"
      when "STALE-DAYS"
      when "PERIOD-EXC-PCT"
         *> statmold's, bookcomp's, supscore's, delimp's, opsumm's,
         *> refcheck's and statroll's tunables - the programs share one
         *> runparm.dat, so these keywords are simply not ours to apply
         continue
      when other
         display " unknown run parameter ignored: " parm-keyword
         " not checked"
   end-if.

*> open the supplier price list priceload maintains, once for the
*> whole run - a missing list (no supplier has sent one yet) is not an
*> error: the contract variance section just says the check was
*> skipped
open-price-list.
   open input price-list-file.
   if price-list-status = "00"
      move 'Y' to price-list-avail
   else
      move 'N' to price-list-avail
      display " supplier price list not available - contract prices"
         " not checked"
   end-if.

*> pull the reviewed dispositions bookdisp maintains into the table
*> once for the whole run - no dataset yet (nothing reviewed) just
*> leaves the table empty and every lookup comes back undispositioned
      end-read
   end-if.

*> find the contracted price in effect on the run date for the id in
*> lookup-book-id: the title's prices read back oldest first by key,
*> and the last one whose effective date has arrived is the one in
*> force - a later-dated price not yet effective is passed over, and a
*> superseded one still answers for a run date inside its own period
lookup-contract-price.
   move 'N' to contract-found-ind.
   move zero to contract-price.
   move lookup-book-id to prc-book-id.
   move zero to prc-eff-date.
   move 'N' to contract-eof.
   start price-list-file key is not less than prc-key
      invalid key move 'Y' to contract-eof
   end-start.
   perform read-one-contract-price until contract-eof = 'Y'.

read-one-contract-price.
   read price-list-file next record
      at end move 'Y' to contract-eof
      not at end
         if prc-book-id not = lookup-book-id
            or prc-eff-date > ws-run-date
            move 'Y' to contract-eof
         else
            move prc-price to contract-price
            move 'Y' to contract-found-ind
         end-if
   end-read.

*> read the control file named by get-fname and run the full
*> single-file analysis once per line it lists, then print a grand
*> summary across every file once the list is exhausted
process-file-list.
   *> a RESTART picks the run up from its checkpoint; any other run
   *> starts a fresh checkpoint before the first file is analyzed
   if ws-restart-parm = "RESTART"
      perform restart-list-run
   else
      perform start-list-run
   end-if.
   if restart-refused = 'N'
      perform run-file-list
   end-if.

run-file-list.
   open input control-file.
   perform until ctl-eof = 'Y'
      read control-file into control-line
         at end move 'Y' to ctl-eof
         not at end
            add 1 to ctl-line-number
            if ctl-line-number > restart-skip-count
               perform analyze-listed-file
            end-if
      end-read
   end-perform.
   close control-file.
   perform write-grand-report.

*> analyze one file named on the control file and fold it into the
*> grand totals, then checkpoint - once the checkpoint is written the
*> file counts as done, and a restart will not analyze it again
analyze-listed-file.
   move ctl-fname to ws-fname.
   perform analyze-file.
   add 1 to ws-file-count.
   *> fold in this file's contribution to the grand totals
   *> only when it had valid data - an empty/all-rejected
   *> file skipped calculate-mean above, so sum-of-x still
   *> holds whatever the previous file in the list left it
   *> at and must not be added again here
   if valid-count > 0
      if ws-grand-rec-count = 0 or min-value < ws-grand-min
         move min-value to ws-grand-min
      end-if
      if ws-grand-rec-count = 0 or max-value > ws-grand-max
         move max-value to ws-grand-max
      end-if
      add exception-count to ws-grand-exc-count
      add iqr-exception-count to ws-grand-iqr-count
      add valid-count to ws-grand-rec-count
      add sum-of-x to ws-grand-sum-of-x
      add contract-variance-count to ws-grand-variance-count
   end-if.
   *> fold in this file's trailer, if it carried one, so
   *> reconcile-grand-trailer below can confirm the grand
   *> summary's record count matches what statmold's own
   *> runs closed each batch out with
   if ws-trailer-seen = 'Y'
      add trailer-count to ws-grand-trailer-total
      add 1 to ws-grand-trailer-files
      add n to ws-grand-read-count
   end-if.
   move ctl-line-number to lckpt-lines-done.
   perform write-list-checkpoint.

*> the grand summary once every listed file is done - a restart that
*> finds every file already finished comes straight here
write-grand-report.
   *> name the grand-summary report off the control file and today's
   *> date, the same way analyze-file names each file's own report,
   *> so the night's combined totals leave their own auditable record
   perform display-grand-summary.
   close grand-report-file.

   *> the grand history line and grand extract record are written -
   *> mark the run complete, so a stray RESTART can't append them twice
   move 'C' to lckpt-status.
   perform write-list-checkpoint.

*> a fresh control-file run: count what each appended dataset holds
*> before anything is added to it, and leave a checkpoint saying no
*> file is done yet
start-list-run.
   move "audit.dat" to purge-fname.
   perform count-dataset.
   move purge-kept-count to audit-write-count.
   move "statext.dat" to purge-fname.
   perform count-dataset.
   move purge-kept-count to extract-write-count.
   move "outhold.dat" to purge-fname.
   perform count-dataset.
   move purge-kept-count to hold-write-count.
   move "suspense.dat" to purge-fname.
   perform count-dataset.
   move purge-kept-count to suspense-write-count.
   move "grandhist.dat" to purge-fname.
   perform count-dataset.
   move purge-kept-count to grand-hist-write-count.
   move zero to lckpt-lines-done, restart-skip-count.
   move 'R' to lckpt-status.
   perform write-list-checkpoint.

*> resume a control-file run from its checkpoint: restore the run
*> date, the grand accumulators and the category slices the finished
*> files had built, take back off the appended datasets whatever the
*> failed file left on them, and pass over the finished lines.  no
*> checkpoint for this control file means there is nothing to resume
*> - the whole list runs, with a warning code so the operator knows
*> the restart did not happen as asked.  a checkpoint already marked
*> complete is refused outright: the grand summary is already written
restart-list-run.
   move spaces to list-ckpt-record.
   open input list-ckpt-file.
   if list-ckpt-status = "00"
      read list-ckpt-file into list-ckpt-record
         at end move spaces to list-ckpt-record
      end-read
      close list-ckpt-file
   end-if.

   if lckpt-list-fname not = ws-list-fname
      display " no checkpoint for this control file - running the full list"
      move 4 to ws-new-return-code
      perform set-return-code
      perform start-list-run
   else
      if lckpt-status = 'C'
         display " control-file run already completed - nothing to restart"
         move 'Y' to restart-refused
         move 4 to ws-new-return-code
         perform set-return-code
      else
         perform restore-list-checkpoint
         perform find-failed-file
         perform purge-failed-file-records
         perform purge-failed-book-history
         move lckpt-lines-done to restart-skip-count
         move restart-skip-count to out-restart-skip
         display output-restart-line
      end-if
   end-if.

restore-list-checkpoint.
   move lckpt-run-date to ws-run-date.
   move lckpt-file-count to ws-file-count.
   move lckpt-grand-rec-count to ws-grand-rec-count.
   move lckpt-grand-sum-of-x to ws-grand-sum-of-x.
   move lckpt-gated-file-count to ws-gated-file-count.
   move lckpt-trailer-total to ws-grand-trailer-total.
   move lckpt-trailer-files to ws-grand-trailer-files.
   move lckpt-read-count to ws-grand-read-count.
   move lckpt-variance-count to ws-grand-variance-count.
   move lckpt-grand-min to ws-grand-min.
   move lckpt-grand-max to ws-grand-max.
   move lckpt-grand-exc-count to ws-grand-exc-count.
   move lckpt-grand-iqr-count to ws-grand-iqr-count.
   move lckpt-return-code to ws-return-code.
   move lckpt-audit-count to audit-write-count.
   move lckpt-extract-count to extract-write-count.
   move lckpt-hold-count to hold-write-count.
   move lckpt-suspense-count to suspense-write-count.
   move lckpt-grand-hist-count to grand-hist-write-count.
   move lckpt-grand-cat-used to grand-cat-used-count.
   perform varying cat-index from 1 by 1
      until cat-index > grand-cat-used-count
      move lckpt-grand-cat-name(cat-index) to grand-cat-name(cat-index)
      move lckpt-grand-cat-count(cat-index)
         to grand-cat-count(cat-index)
      move lckpt-grand-cat-sum-x(cat-index)
         to grand-cat-sum-x(cat-index)
   end-perform.

*> write the run's progress as it stands - lckpt-lines-done and
*> lckpt-status are set by the caller, everything else is taken from
*> the accumulators
write-list-checkpoint.
   move ws-list-fname to lckpt-list-fname.
   move ws-run-date to lckpt-run-date.
   move ws-file-count to lckpt-file-count.
   move ws-grand-rec-count to lckpt-grand-rec-count.
   move ws-grand-sum-of-x to lckpt-grand-sum-of-x.
   move ws-gated-file-count to lckpt-gated-file-count.
   move ws-grand-trailer-total to lckpt-trailer-total.
   move ws-grand-trailer-files to lckpt-trailer-files.
   move ws-grand-read-count to lckpt-read-count.
   move ws-grand-variance-count to lckpt-variance-count.
   move ws-grand-min to lckpt-grand-min.
   move ws-grand-max to lckpt-grand-max.
   move ws-grand-exc-count to lckpt-grand-exc-count.
   move ws-grand-iqr-count to lckpt-grand-iqr-count.
   move ws-return-code to lckpt-return-code.
   move audit-write-count to lckpt-audit-count.
   move extract-write-count to lckpt-extract-count.
   move hold-write-count to lckpt-hold-count.
   move suspense-write-count to lckpt-suspense-count.
   move grand-hist-write-count to lckpt-grand-hist-count.
   *> only the slots in use carry anything - the rest of the table
   *> has never been written, so the checkpoint carries them blank
   move grand-cat-used-count to lckpt-grand-cat-used.
   perform varying cat-index from 1 by 1 until cat-index > 20
      if cat-index > grand-cat-used-count
         move spaces to lckpt-grand-cat-name(cat-index)
         move zero to lckpt-grand-cat-count(cat-index)
         move zero to lckpt-grand-cat-sum-x(cat-index)
      else
         move grand-cat-name(cat-index)
            to lckpt-grand-cat-name(cat-index)
         move grand-cat-count(cat-index)
            to lckpt-grand-cat-count(cat-index)
         move grand-cat-sum-x(cat-index)
            to lckpt-grand-cat-sum-x(cat-index)
      end-if
   end-perform.
   open output list-ckpt-file.
   write list-ckpt-line from list-ckpt-record.
   close list-ckpt-file.

*> take back off each appended dataset the records the failed file
*> (or a failed grand summary) left past the checkpointed counts.  on
*> the shared trail only the statistics suite's own lines go, and on
*> the extract only per-file and grand records, so another program's
*> line appended since the failure survives the restart.  a reviewer
*> clearing ruled holds in bookdisp rewrites the hold dataset and
*> shifts what sits past the checkpointed count, so there - and on
*> suspense, held to the same rule - the failed file's own records are
*> dropped wherever they now sit, the way the price history is purged
purge-failed-file-records.
   move lckpt-run-date to purge-run-date.
   move "audit.dat" to purge-fname.
   move audit-write-count to purge-keep-count.
   move 13 to purge-date-pos.
   move "A" to purge-kind.
   perform purge-appended-records.
   move purge-kept-count to audit-write-count.
   move "statext.dat" to purge-fname.
   move extract-write-count to purge-keep-count.
   move 2 to purge-date-pos.
   move "E" to purge-kind.
   perform purge-appended-records.
   move purge-kept-count to extract-write-count.
   move "outhold.dat" to purge-fname.
   move hold-write-count to purge-keep-count.
   move 55 to purge-date-pos.
   move 25 to purge-fname-pos.
   move "F" to purge-kind.
   perform purge-appended-records.
   move purge-kept-count to hold-write-count.
   move "suspense.dat" to purge-fname.
   move suspense-write-count to purge-keep-count.
   move 58 to purge-date-pos.
   move 28 to purge-fname-pos.
   perform purge-appended-records.
   move purge-kept-count to suspense-write-count.
   move "grandhist.dat" to purge-fname.
   move grand-hist-write-count to purge-keep-count.
   move 1 to purge-date-pos.
   move space to purge-kind.
   perform purge-appended-records.
   move purge-kept-count to grand-hist-write-count.

*> first pass copies the records being kept onto the work file; only
*> when something was actually dropped is the work file copied back
*> over the dataset
purge-appended-records.
   move zero to purge-pos, purge-kept-count, purge-drop-count.
   move 'N' to purge-eof.
   open input purge-file.
   if purge-file-status = "00"
      open output purge-work-file
      perform purge-one-record until purge-eof = 'Y'
      close purge-file, purge-work-file
      if purge-drop-count > 0
         perform copy-purge-back
         move purge-drop-count to out-purge-drop
         move purge-fname to out-purge-fname
         display output-purge-line
      end-if
   end-if.

purge-one-record.
   read purge-file
      at end move 'Y' to purge-eof
      not at end
         add 1 to purge-pos
         move 'N' to purge-drop
         if purge-num(purge-date-pos:8) = purge-run-date-x
            evaluate purge-kind
               when "F"
                  if failed-fname not = spaces
                     and purge-num(purge-fname-pos:30) = failed-fname
                     move 'Y' to purge-drop
                  end-if
               when "A"
                  if purge-pos > purge-keep-count
                     and purge-num(1:12) = "STATMEASURE"
                     move 'Y' to purge-drop
                  end-if
               when "E"
                  if purge-pos > purge-keep-count
                     and (purge-num(1:1) = "F" or purge-num(1:1) = "G")
                     move 'Y' to purge-drop
                  end-if
               when other
                  if purge-pos > purge-keep-count
                     move 'Y' to purge-drop
                  end-if
            end-evaluate
         end-if
         if purge-drop = 'Y'
            add 1 to purge-drop-count
         else
            write purge-work-line from purge-line
            add 1 to purge-kept-count
         end-if
   end-read.

*> the file the failed run was part-way through - the control file
*> line just after the last one finished.  a failure after every file
*> was done has no such line, and leaves failed-fname blank
find-failed-file.
   move spaces to failed-fname.
   move zero to failed-line-number.
   move 'N' to failed-eof.
   open input control-file.
   perform find-failed-fname
      until failed-eof = 'Y' or failed-fname not = spaces.
   close control-file.

*> the price history is keyed, not appended in order, so the failed
*> file's records are found by what they are instead of where they
*> sit: the run date's records (through the run-date key) that came
*> from the file the failed run was part-way through.  with no such
*> file there is nothing to take off
purge-failed-book-history.
   move zero to purge-drop-count.
   if failed-fname not = spaces
      open i-o book-history-file
      if book-history-status = "00"
         move 'N' to purge-eof
         move lckpt-run-date to bhist-run-date
         start book-history-file key is equal to bhist-run-date
            invalid key move 'Y' to purge-eof
         end-start
         perform purge-one-history until purge-eof = 'Y'
         close book-history-file
      end-if
   end-if.
   if purge-drop-count > 0
      move purge-drop-count to out-purge-drop
      move "bookhist.dat" to out-purge-fname
      display output-purge-line
   end-if.

find-failed-fname.
   read control-file into control-line
      at end move 'Y' to failed-eof
      not at end
         add 1 to failed-line-number
         if failed-line-number > lckpt-lines-done
            move ctl-fname to failed-fname
         end-if
   end-read.

purge-one-history.
   read book-history-file next record
      at end move 'Y' to purge-eof
      not at end
         if bhist-run-date not = lckpt-run-date
            move 'Y' to purge-eof
         else
            if bhist-fname = failed-fname
               delete book-history-file record
                  invalid key continue
                  not invalid key add 1 to purge-drop-count
               end-delete
            end-if
         end-if
   end-read.

copy-purge-back.
   move 'N' to purge-eof.
   open input purge-work-file.
   open output purge-file.
   perform copy-one-purge until purge-eof = 'Y'.
   close purge-work-file, purge-file.

copy-one-purge.
   read purge-work-file
      at end move 'Y' to purge-eof
      not at end write purge-line from purge-work-line
   end-read.

*> how many records the dataset in purge-fname holds - a dataset not
*> created yet holds none
count-dataset.
   move zero to purge-kept-count.
   move 'N' to purge-eof.
   open input purge-file.
   if purge-file-status = "00"
      perform count-one-record until purge-eof = 'Y'
      close purge-file
   end-if.

count-one-record.
   read purge-file
      at end move 'Y' to purge-eof
      not at end add 1 to purge-kept-count
   end-read.

*> gatekeeper for the file currently named in ws-fname: unless the
*> most recent STATMOLD audit record for it carries the OK verdict,
*> the analysis is refused - twice a batch flagged with a count or
      perform calculate-quartiles
      perform report-iqr-outliers
      perform report-top-bottom-n
      perform report-contract-variance

      *> display output
      display output-underline
   perform append-extract-record.

*> append the grand-total extract record for a control-file run: the
*> grand mean, lowest and highest value and exception counts over
*> every file combined, with the per-statistic fields the grand
*> summary doesn't compute left at zero so the record lays out
*> identically to a per-file one
write-grand-extract.
   move spaces to ext-fname.
   move "G" to ext-type.
      ext-q1, ext-q3, ext-exc-count, ext-iqr-count.
   if ws-grand-rec-count > 0
      move grand-mean to ext-mean
      move ws-grand-min to ext-min
      move ws-grand-max to ext-max
      compute ext-range = ws-grand-max - ws-grand-min
      move ws-grand-exc-count to ext-exc-count
      move ws-grand-iqr-count to ext-iqr-count
   end-if.
   perform append-extract-record.

      open output extract-file
   end-if.
   write extract-record.
   add 1 to extract-write-count.
   close extract-file.

*> once every file on the control file has been analyzed, show how
      move grand-mean to out-grand-mean
      display output-grand-line-3
      write grand-report-line from output-grand-line-3
      if price-list-avail = 'Y'
         move ws-grand-variance-count to out-grand-variances
         display output-grand-line-4
         write grand-report-line from output-grand-line-4
      end-if
      perform display-grand-categories
      perform check-day-over-day-drift
      perform append-grand-history
      open output grand-history-file
   end-if.
   write grand-history-line.
   add 1 to grand-hist-write-count.
   close grand-history-file.

*> confirm the record count statmold's own runs closed each batch's
   move ws-fname to susp-fname.
   move ws-run-date to susp-run-date.
   write suspense-record.
   add 1 to suspense-write-count.

*> pre-pass, similar in spirit to validate-data, that catches a
*> re-keyed batch or a card entered twice before it gets averaged in
   move ws-fname to hold-fname.
   move ws-run-date to hold-run-date.
   write hold-record.
   add 1 to hold-write-count.

*> add this run's accepted records to the book-level price history,
*> one record per accepted record keyed by book-id and run date - the
*> history is opened i-o, and created empty first on the first-ever
*> run, the same create-on-first-run idiom bookmaint uses for the
*> master
append-book-history.
   open i-o book-history-file.
   if book-history-status not = "00"
      open output book-history-file
      close book-history-file
      open i-o book-history-file
   end-if.
   perform varying i from 1 by 1 until i is greater than n
      if valid-ind(i) = 'Y'
         move book-id(i) to bhist-book-id
         move ws-run-date to bhist-run-date
         move zero to bhist-seq
         move x(i) to bhist-x
         move quantity(i) to bhist-quantity
         move ws-fname to bhist-fname
         move 'N' to bhist-written
         perform write-book-history-record
            until bhist-written not = 'N'
      end-if
   end-perform.
   close book-history-file.

*> a title already on the history for this run date (a second file
*> in the same control-file run, or a duplicate card) takes the next
*> sequence number rather than overwriting the first price.  any other
*> failure, or a title that has used every sequence number the day
*> has, is reported and warns the run, so no price is lost unheard of
write-book-history-record.
   write book-history-record
      invalid key continue
   end-write.
   if book-history-status = "00" or book-history-status = "02"
      move 'Y' to bhist-written
   else
      if book-history-status = "22" and bhist-seq < 999
         add 1 to bhist-seq
      else
         move 'F' to bhist-written
         display " price history write failed for " bhist-book-id
            " - status " book-history-status
         move 4 to ws-new-return-code
         perform set-return-code
      end-if
   end-if.

*> calculate mean
*> sums only the entries validate-data accepted, so a rejected
*> zero/negative row doesn't skew the mean the pricing team relies on
      write report-line from output-topbottom-line
   end-perform.

*> measure every accepted value against the contracted price in
*> effect on the run date and list each one further than
*> parm-contract-tol-pct percent from it either way, with the title
*> and supplier behind it.  an accepted value whose title has no
*> contracted price in effect isn't a variance - it is counted and
*> the count shown, so a supplier whose list never arrived is visible
report-contract-variance.
   move zero to contract-variance-count, contract-none-count.
   display output-underline
   display output-contract-title-line
   display output-underline.
   write report-line from output-underline.
   write report-line from output-contract-title-line.
   write report-line from output-underline.

   if price-list-avail = 'N'
      display output-contract-nolist
      write report-line from output-contract-nolist
   else
      move parm-contract-tol-pct to out-contract-tol
      display output-contract-tol-line
      display output-contract-head
      write report-line from output-contract-tol-line
      write report-line from output-contract-head
      perform varying i from 1 by 1 until i is greater than n
         if valid-ind(i) = 'Y'
            perform check-one-contract-price
         end-if
      end-perform
      if contract-variance-count = 0
         display output-contract-none
         write report-line from output-contract-none
      end-if
      if contract-none-count > 0
         move contract-none-count to out-con-none-count
         display output-contract-nocon-line
         write report-line from output-contract-nocon-line
      end-if
   end-if.

*> compare the entry i points at with its contracted price - the
*> variance is a percentage of the contracted price, so a positive
*> figure is what we are being charged over contract
check-one-contract-price.
   move book-id(i) to lookup-book-id.
   perform lookup-contract-price.
   if contract-found-ind = 'N' or contract-price not > 0
      add 1 to contract-none-count
   else
      compute contract-variance-amt = x(i) - contract-price
      compute contract-variance-pct rounded =
         (contract-variance-amt / contract-price) * 100
         on size error move 99999.99 to contract-variance-pct
      end-compute
      move contract-variance-pct to contract-abs-pct
      if contract-abs-pct < 0
         compute contract-abs-pct = contract-abs-pct * -1
      end-if
      if contract-abs-pct > parm-contract-tol-pct
         move x(i) to out-con-x
         move book-id(i) to out-con-book-id
         move contract-price to out-con-price
         move contract-variance-pct to out-con-pct
         perform lookup-book-master
         move mst-title to out-con-title
         move mst-supplier to out-con-supp
         display output-contract-line
         write report-line from output-contract-line
         add 1 to contract-variance-count
      end-if
   end-if.

*> one pass over the valid entries accumulating per-category totals,
*> then one report line per category seen: record count, mean,
*> std-dev, min/max and weighted mean - the same measures the overall
      open output audit-file
   end-if.
   write audit-record.
   add 1 to audit-write-count.
   close audit-file.

*> ending program
   if master-avail = 'Y'
      close book-master-file
   end-if.
   if price-list-avail = 'Y'
      close price-list-file
   end-if.
   *> hand the graded code to the scheduler - zero only when every
   *> file analyzed clean, so the job stream can hold the pricing
   *> load automatically instead of relying on someone reading
