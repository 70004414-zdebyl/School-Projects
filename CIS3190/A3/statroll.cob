identification division.
program-id. statroll.

environment division.
input-output section.
file-control.

*> the statistics suite's extract dataset - every control-file run's
*> "G" record and every file's "F" record inside the period are rolled
*> up, and the period's own summary record is added back onto it for
*> the pricing system's load job
select extract-file assign to "statext.dat"
   organization is line sequential
   file status is extract-file-status.

*> optional run-control parameter dataset shared with the other
*> programs - PERIOD-EXC-PCT sets what counts as a high-exception run
select run-parm-file assign to "runparm.dat"
   organization is line sequential
   file status is run-parm-status.

*> report dataset mirroring the SYSOUT listing, named off the period
*> so each month-end and quarter-end leaves its own record for finance
select report-file assign to dynamic ws-report-fname
   organization is line sequential.

*> shared audit-trail dataset: this program appends one line per run,
*> the same record every other program in the system appends
select audit-file assign to "audit.dat"
   organization is line sequential
   file status is audit-file-status.

data division.
file section.

*> define extract file structure - the layout the statistics suite
*> writes, kept in step with it.  ext-type is 'F' per file, 'G' per
*> control-file run, and 'M' or 'Q' for the month or quarter summary
*> this program adds
fd extract-file.
01 extract-record.
   02 ext-type          pic x(1).
   02 ext-run-date      pic 9(8).
   02 ext-fname         pic x(30).
   02 ext-rec-count     pic 9(6).
   02 ext-valid-count   pic 9(6).
   02 ext-mean          pic s9(6)v9(2).
   02 ext-std-dev       pic s9(6)v9(2).
   02 ext-wtd-mean      pic s9(6)v9(2).
   02 ext-wtd-std-dev   pic s9(6)v9(2).
   02 ext-correlation   pic s9(1)v9(4).
   02 ext-rms           pic s9(6)v9(2).
   02 ext-geo-mean      pic s9(6)v9(2).
   02 ext-harm-mean     pic s9(6)v9(2).
   02 ext-min           pic s9(6)v9(2).
   02 ext-max           pic s9(6)v9(2).
   02 ext-range         pic s9(6)v9(2).
   02 ext-median        pic s9(6)v9(2).
   02 ext-q1            pic s9(6)v9(2).
   02 ext-q3            pic s9(6)v9(2).
   02 ext-exc-count     pic 9(6).
   02 ext-iqr-count     pic 9(6).

*> define run-parm file structure - one KEYWORD=value line per
*> tunable being overridden
fd run-parm-file.
01 run-parm-line.
   02 run-parm-text pic x(80).

fd report-file.
01 report-line.
   02 out-report-num    pic x(80).

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
77 extract-file-status  pic x(2).
77 audit-file-status    pic x(2).
77 extract-eof          pic x(1) value 'N'.
77 ws-run-date          pic 9(8).
77 ws-report-fname      pic x(50).
77 ws-parm              pic x(60).
77 roll-keyword         pic x(10).
77 roll-value           pic x(50).

*> the period asked for: PERIOD=yyyymm for a month or PERIOD=yyyyQn
*> for a quarter.  with no request the month just ended is rolled up,
*> the usual month-end run
77 roll-kind            pic x(1) value space.
77 roll-quarter         pic 9(1).
77 roll-name            pic x(14).
77 roll-summary-exists  pic x(1) value 'N'.
01 roll-request.
   02 roll-req-year     pic x(4).
   02 roll-req-rest     pic x(2).
01 period-area.
   02 period-year       pic 9(4).
   02 period-first-month pic 9(2).
   02 period-last-month pic 9(2).
   02 period-end-date   pic 9(8).
01 prior-area.
   02 prior-year        pic 9(4).
   02 prior-first-month pic 9(2).
   02 prior-last-month  pic 9(2).
01 run-date-area.
   02 run-year          pic 9(4).
   02 run-month         pic 9(2).
   02 run-day           pic 9(2).
01 ext-date-area.
   02 ext-date-year     pic 9(4).
   02 ext-date-month    pic 9(2).
   02 ext-date-day      pic 9(2).
01 end-date-area.
   02 end-year          pic 9(4).
   02 end-month         pic 9(2).
   02 end-day           pic 9(2).
77 leap-rem-4           pic 9(4).
77 leap-rem-100         pic 9(4).
77 leap-rem-400         pic 9(4).
77 leap-quot            pic 9(4).
01 month-days-values.
   02 filler            pic x(24) value "312831303130313130313031".
01 month-days-table redefines month-days-values.
   02 month-days        pic 9(2) occurs 12 times.

*> one period's rollup of its G records - the period mean is the mean
*> over every record the runs measured, so each run's mean is weighted
*> by its valid record count.  a G record written before the grand
*> extract carried its low, high and exception figures has zeros
*> there, and is left out of the low and high
01 roll-totals.
   02 roll-entry occurs 2 times.
      03 roll-runs         pic s9(6).
      03 roll-files        pic s9(8).
      03 roll-recs         pic s9(10).
      03 roll-sum-wx       pic s9(16)v9(2).
      03 roll-mean         pic s9(6)v9(2).
      03 roll-min          pic s9(6)v9(2).
      03 roll-max          pic s9(6)v9(2).
      03 roll-range-seen   pic x(1).
      03 roll-exc          pic s9(8).
      03 roll-iqr          pic s9(8).
77 roll-slot            pic s9(1).
77 change-pct           pic s9(5)v9(2).

*> per-file exception tally for the period's F records - how many
*> times each file ran and how many of those runs were high-exception
77 file-used-count      pic s9(4) value zero.
77 file-slot            pic s9(4).
77 file-search          pic s9(4).
77 file-exc-pct         pic s9(5)v9(2).
77 high-file-count      pic s9(4) value zero.
77 best-slot            pic s9(4).
77 listed-count         pic s9(3).
01 file-tally-area.
   02 file-entry occurs 500 times.
      03 file-name         pic x(30).
      03 file-runs         pic s9(6).
      03 file-high-runs    pic s9(6).
      03 file-exc-total    pic s9(8).
      03 file-picked       pic x(1).

*> graded return code handed to the scheduler: 0 the period rolled
*> up, 4 no control-file runs fell in the period, 8 the request could
*> not be understood.  stamped on the run's audit line
77 ws-return-code       pic 9(2) value zero.
77 ws-new-return-code   pic 9(2).
77 ws-rc-display        pic 9(2).

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
*> a file run is high-exception when more than this percentage of its
*> valid records were exceptions
77 parm-period-exc-pct  pic 9(3)v9(2) value 5.

01 output-title-line.
   02 filler            pic x(40) value
      "      Period Statistics Rollup".
01 output-underline.
   02 filler            pic x(80) value all "-".
01 output-period-line.
   02 filler            pic x(10) value " period:  ".
   02 out-period-name   pic x(14).
   02 filler            pic x(12) value "  previous: ".
   02 out-prior-name    pic x(14).
01 output-bad-request-line.
   02 filler            pic x(60) value
      " request must be PERIOD=yyyymm or PERIOD=yyyyQn".
01 output-no-runs-line.
   02 filler            pic x(60) value
      "  no control-file runs in the period - nothing rolled up".
01 output-compare-head.
   02 filler            pic x(60) value
      "                       This Period    Previous     Change".
01 output-count-row.
   02 filler            pic x(2) value spaces.
   02 out-row-label     pic x(20).
   02 out-row-this      pic z(10)9.
   02 filler            pic x(1) value space.
   02 out-row-prior     pic z(10)9.
   02 filler            pic x(1) value space.
   02 out-row-change    pic -(9)9.
01 output-value-row.
   02 filler            pic x(2) value spaces.
   02 out-val-label     pic x(20).
   02 out-val-this      pic -(7)9.9(2).
   02 filler            pic x(1) value space.
   02 out-val-prior     pic -(7)9.9(2).
   02 filler            pic x(1) value space.
   02 out-val-change    pic -(6)9.9(2).
   02 out-val-pct-sign  pic x(1).
01 output-files-title.
   02 filler            pic x(60) value
      "      Files Most Often High-Exception".
01 output-files-cut-line.
   02 filler            pic x(33) value
      "  a run is high-exception above ".
   02 out-files-cut     pic zz9.9(2).
   02 filler            pic x(28) value "% of its valid records".
01 output-files-head.
   02 filler            pic x(70) value
      "  File                            Runs   High  Exceptions".
01 output-files-line.
   02 filler            pic x(2) value spaces.
   02 out-file-name     pic x(30).
   02 filler            pic x(1) value space.
   02 out-file-runs     pic zzzzz9.
   02 filler            pic x(1) value space.
   02 out-file-high     pic zzzzz9.
   02 filler            pic x(1) value space.
   02 out-file-exc      pic zzzzzzzzz9.
01 output-files-none.
   02 filler            pic x(40) value
      "    no high-exception file runs".
01 output-summary-written.
   02 filler            pic x(28) value
      " period summary record for ".
   02 out-written-name  pic x(14).
   02 filler            pic x(25) value " added to statext.dat".
01 output-summary-exists.
   02 filler            pic x(28) value
      " period summary record for ".
   02 out-exists-name   pic x(14).
   02 filler            pic x(32) value
      " already on statext.dat".
01 output-summary-open.
   02 filler            pic x(70) value
      " period not yet ended - summary record not written".

procedure division.
   accept ws-run-date from date yyyymmdd.
   perform read-run-parms.
   perform clear-roll-totals.
   perform get-request.

   if roll-kind = space
      display output-bad-request-line
      move 8 to ws-new-return-code
      perform set-return-code
   else
      move spaces to ws-report-fname
      string "statroll." delimited by size
             roll-name delimited by space
             ".rpt" delimited by size
             into ws-report-fname
      open output report-file
      display output-title-line
      display output-underline
      write report-line from output-title-line
      write report-line from output-underline
      display output-period-line
      write report-line from output-period-line

      perform roll-up-extract
      if roll-runs(1) = 0
         display output-no-runs-line
         write report-line from output-no-runs-line
         move 4 to ws-new-return-code
         perform set-return-code
      else
         perform report-period-comparison
         perform report-high-exception-files
         perform add-period-summary
      end-if
      close report-file
   end-if.

   perform write-audit-line.
   move ws-return-code to return-code.
   stop run.

*> fold one path's code into the run's return code - the highest
*> grade seen anywhere in the run is what the scheduler gets
set-return-code.
   if ws-new-return-code > ws-return-code
      move ws-new-return-code to ws-return-code
   end-if.

*> get the period without blocking on operator input - a PARM on the
*> command line first, then a SYSIN card, the same unattended-job
*> technique auditinq uses.  no request at all rolls up the month
*> before today's
get-request.
   move spaces to ws-parm.
   accept ws-parm from command-line.
   if ws-parm = spaces
      accept ws-parm
   end-if.

   move ws-run-date to run-date-area.
   move spaces to roll-keyword, roll-value.
   unstring ws-parm delimited by "="
      into roll-keyword, roll-value.

   if ws-parm = spaces
      move "M" to roll-kind
      if run-month = 1
         compute period-year = run-year - 1
         move 12 to period-first-month
      else
         move run-year to period-year
         compute period-first-month = run-month - 1
      end-if
      move period-first-month to period-last-month
   else
      if roll-keyword = "PERIOD"
         move roll-value(1:6) to roll-request
         perform parse-period
      end-if
   end-if.

   if roll-kind not = space
      perform set-prior-period
      perform set-period-end-date
      perform name-periods
   end-if.

*> yyyymm is a month, yyyyQn a quarter - anything else leaves the
*> request unrecognized
parse-period.
   if roll-req-year is numeric and roll-value(7:1) = space
      move roll-req-year to period-year
      if roll-req-rest is numeric
         move roll-req-rest to period-first-month
         if period-first-month > 0 and period-first-month < 13
            move "M" to roll-kind
            move period-first-month to period-last-month
         end-if
      else
         if roll-req-rest(1:1) = "Q"
            and roll-req-rest(2:1) >= "1"
            and roll-req-rest(2:1) <= "4"
            move "Q" to roll-kind
            move roll-req-rest(2:1) to roll-quarter
            compute period-last-month = roll-quarter * 3
            compute period-first-month = period-last-month - 2
         end-if
      end-if
   end-if.

*> the period just before - the month before, or the quarter before,
*> reaching back across a year end where it must
set-prior-period.
   move period-year to prior-year.
   if roll-kind = "M"
      if period-first-month = 1
         subtract 1 from prior-year
         move 12 to prior-first-month
      else
         compute prior-first-month = period-first-month - 1
      end-if
      move prior-first-month to prior-last-month
   else
      if period-first-month = 1
         subtract 1 from prior-year
         move 10 to prior-first-month
      else
         compute prior-first-month = period-first-month - 3
      end-if
      compute prior-last-month = prior-first-month + 2
   end-if.

*> the last calendar day of the period - the date the period's
*> summary record carries, and the day after which it may be written
set-period-end-date.
   move period-year to end-year.
   move period-last-month to end-month.
   move month-days(end-month) to end-day.
   if end-month = 2
      divide end-year by 4 giving leap-quot remainder leap-rem-4
      divide end-year by 100 giving leap-quot remainder leap-rem-100
      divide end-year by 400 giving leap-quot remainder leap-rem-400
      if leap-rem-4 = 0
         and (leap-rem-100 not = 0 or leap-rem-400 = 0)
         move 29 to end-day
      end-if
   end-if.
   move end-date-area to period-end-date.

*> the printable period names - 2026-09 for a month, 2026Q3 for a
*> quarter - used on the report, its dataset name and the summary
*> record
name-periods.
   move spaces to roll-name, out-prior-name.
   if roll-kind = "M"
      string period-year delimited by size
             "-" delimited by size
             period-first-month delimited by size
             into roll-name
      string prior-year delimited by size
             "-" delimited by size
             prior-first-month delimited by size
             into out-prior-name
   else
      compute roll-quarter = period-last-month / 3
      string period-year delimited by size
             "Q" delimited by size
             roll-quarter delimited by size
             into roll-name
      compute roll-quarter = prior-last-month / 3
      string prior-year delimited by size
             "Q" delimited by size
             roll-quarter delimited by size
             into out-prior-name
   end-if.
   move roll-name to out-period-name.

*> one pass over the extract dataset: G records into the period or the
*> previous period, F records in the period into the file tally, and
*> note whether this period's summary record is already on file
roll-up-extract.
   open input extract-file.
   if extract-file-status = "00"
      perform roll-one-extract until extract-eof = 'Y'
      close extract-file
   end-if.
   perform varying roll-slot from 1 by 1 until roll-slot > 2
      if roll-recs(roll-slot) > 0
         compute roll-mean(roll-slot) rounded =
            roll-sum-wx(roll-slot) / roll-recs(roll-slot)
      end-if
   end-perform.

clear-roll-totals.
   perform varying roll-slot from 1 by 1 until roll-slot > 2
      move zero to roll-runs(roll-slot), roll-files(roll-slot),
         roll-recs(roll-slot), roll-sum-wx(roll-slot),
         roll-mean(roll-slot), roll-min(roll-slot),
         roll-max(roll-slot), roll-exc(roll-slot),
         roll-iqr(roll-slot)
      move 'N' to roll-range-seen(roll-slot)
   end-perform.

roll-one-extract.
   read extract-file
      at end move 'Y' to extract-eof
      not at end
         move ext-run-date to ext-date-area
         move zero to roll-slot
         if ext-date-year = period-year
            and ext-date-month not < period-first-month
            and ext-date-month not > period-last-month
            move 1 to roll-slot
         end-if
         if ext-date-year = prior-year
            and ext-date-month not < prior-first-month
            and ext-date-month not > prior-last-month
            move 2 to roll-slot
         end-if
         evaluate true
            when ext-type = "G" and roll-slot > 0
               perform roll-one-grand
            when ext-type = "F" and roll-slot = 1
               perform tally-one-file
            when ext-type = roll-kind and ext-fname = roll-name
               move 'Y' to roll-summary-exists
         end-evaluate
   end-read.

roll-one-grand.
   add 1 to roll-runs(roll-slot).
   add ext-rec-count to roll-files(roll-slot).
   add ext-valid-count to roll-recs(roll-slot).
   compute roll-sum-wx(roll-slot) =
      roll-sum-wx(roll-slot) + (ext-mean * ext-valid-count).
   add ext-exc-count to roll-exc(roll-slot).
   add ext-iqr-count to roll-iqr(roll-slot).
   if ext-valid-count > 0
      and (ext-min not = 0 or ext-max not = 0)
      if roll-range-seen(roll-slot) = 'N'
         or ext-min < roll-min(roll-slot)
         move ext-min to roll-min(roll-slot)
      end-if
      if roll-range-seen(roll-slot) = 'N'
         or ext-max > roll-max(roll-slot)
         move ext-max to roll-max(roll-slot)
      end-if
      move 'Y' to roll-range-seen(roll-slot)
   end-if.

*> count the file's run, and count it high-exception when more than
*> PERIOD-EXC-PCT of its valid records were exceptions.  more than 500
*> distinct files lumps the overflow into the last slot
tally-one-file.
   move zero to file-slot.
   perform varying file-search from 1 by 1
      until file-search > file-used-count or file-slot > 0
      if file-name(file-search) = ext-fname
         move file-search to file-slot
      end-if
   end-perform.
   if file-slot = 0
      if file-used-count < 500
         add 1 to file-used-count
         move file-used-count to file-slot
         move ext-fname to file-name(file-slot)
      else
         move 500 to file-slot
         move "OTHER" to file-name(file-slot)
      end-if
      move zero to file-runs(file-slot), file-high-runs(file-slot),
         file-exc-total(file-slot)
      move 'N' to file-picked(file-slot)
   end-if.
   add 1 to file-runs(file-slot).
   add ext-exc-count to file-exc-total(file-slot).
   if ext-valid-count > 0
      compute file-exc-pct rounded =
         (ext-exc-count / ext-valid-count) * 100
      if file-exc-pct > parm-period-exc-pct
         add 1 to file-high-runs(file-slot)
      end-if
   end-if.

*> the period's figures against the previous period's, side by side
report-period-comparison.
   display output-underline
   display output-compare-head.
   write report-line from output-underline.
   write report-line from output-compare-head.

   move "control-file runs" to out-row-label.
   move roll-runs(1) to out-row-this.
   move roll-runs(2) to out-row-prior.
   compute out-row-change = roll-runs(1) - roll-runs(2).
   perform print-count-row.
   move "files processed" to out-row-label.
   move roll-files(1) to out-row-this.
   move roll-files(2) to out-row-prior.
   compute out-row-change = roll-files(1) - roll-files(2).
   perform print-count-row.
   move "valid records" to out-row-label.
   move roll-recs(1) to out-row-this.
   move roll-recs(2) to out-row-prior.
   compute out-row-change = roll-recs(1) - roll-recs(2).
   perform print-count-row.

   move "period mean" to out-val-label.
   move roll-mean(1) to out-val-this.
   move roll-mean(2) to out-val-prior.
   if roll-mean(2) not = 0
      compute change-pct rounded =
         ((roll-mean(1) - roll-mean(2)) / roll-mean(2)) * 100
      move change-pct to out-val-change
      move "%" to out-val-pct-sign
   else
      move zero to out-val-change
      move space to out-val-pct-sign
   end-if.
   perform print-value-row.
   move space to out-val-pct-sign.
   move "lowest value" to out-val-label.
   move roll-min(1) to out-val-this.
   move roll-min(2) to out-val-prior.
   compute out-val-change = roll-min(1) - roll-min(2).
   perform print-value-row.
   move "highest value" to out-val-label.
   move roll-max(1) to out-val-this.
   move roll-max(2) to out-val-prior.
   compute out-val-change = roll-max(1) - roll-max(2).
   perform print-value-row.

   move "exceptions" to out-row-label.
   move roll-exc(1) to out-row-this.
   move roll-exc(2) to out-row-prior.
   compute out-row-change = roll-exc(1) - roll-exc(2).
   perform print-count-row.
   move "iqr exceptions" to out-row-label.
   move roll-iqr(1) to out-row-this.
   move roll-iqr(2) to out-row-prior.
   compute out-row-change = roll-iqr(1) - roll-iqr(2).
   perform print-count-row.

print-count-row.
   display output-count-row.
   write report-line from output-count-row.

print-value-row.
   display output-value-row.
   write report-line from output-value-row.

*> the files that ran high-exception most often in the period, most
*> frequent first - up to ten are listed, picked one at a time off
*> the tally
report-high-exception-files.
   display output-underline
   display output-files-title.
   write report-line from output-underline.
   write report-line from output-files-title.
   move parm-period-exc-pct to out-files-cut.
   display output-files-cut-line
   display output-files-head.
   write report-line from output-files-cut-line.
   write report-line from output-files-head.
   move zero to listed-count.
   move 1 to best-slot.
   perform list-next-high-file
      until listed-count = 10 or best-slot = 0.
   if listed-count = 0
      display output-files-none
      write report-line from output-files-none
   end-if.

list-next-high-file.
   move zero to best-slot.
   perform varying file-search from 1 by 1
      until file-search > file-used-count
      if file-picked(file-search) = 'N'
         and file-high-runs(file-search) > 0
         if best-slot = 0
            move file-search to best-slot
         else
            if file-high-runs(file-search) > file-high-runs(best-slot)
               move file-search to best-slot
            end-if
         end-if
      end-if
   end-perform.
   if best-slot > 0
      move 'Y' to file-picked(best-slot)
      add 1 to listed-count
      add 1 to high-file-count
      move file-name(best-slot) to out-file-name
      move file-runs(best-slot) to out-file-runs
      move file-high-runs(best-slot) to out-file-high
      move file-exc-total(best-slot) to out-file-exc
      display output-files-line
      write report-line from output-files-line
   end-if.

*> add the period's summary record to the extract dataset in the
*> extract layout, for the pricing system's load - 'M' or 'Q', dated
*> the period's last day, named by the period.  a period still
*> running, or one already summarized, is left alone so the pricing
*> load never sees two summaries for one period
add-period-summary.
   display output-underline.
   write report-line from output-underline.
   evaluate true
      when ws-run-date not > period-end-date
         display output-summary-open
         write report-line from output-summary-open
      when roll-summary-exists = 'Y'
         move roll-name to out-exists-name
         display output-summary-exists
         write report-line from output-summary-exists
      when other
         perform write-period-summary
         move roll-name to out-written-name
         display output-summary-written
         write report-line from output-summary-written
   end-evaluate.

write-period-summary.
   move spaces to extract-record.
   move roll-kind to ext-type.
   move period-end-date to ext-run-date.
   move roll-name to ext-fname.
   move roll-files(1) to ext-rec-count.
   move roll-recs(1) to ext-valid-count.
   move zero to ext-mean, ext-std-dev, ext-wtd-mean,
      ext-wtd-std-dev, ext-correlation, ext-rms, ext-geo-mean,
      ext-harm-mean, ext-min, ext-max, ext-range, ext-median,
      ext-q1, ext-q3, ext-exc-count, ext-iqr-count.
   move roll-mean(1) to ext-mean.
   move roll-min(1) to ext-min.
   move roll-max(1) to ext-max.
   compute ext-range = roll-max(1) - roll-min(1).
   move roll-exc(1) to ext-exc-count.
   move roll-iqr(1) to ext-iqr-count.
   open extend extract-file.
   if extract-file-status not = "00"
      open output extract-file
   end-if.
   write extract-record.
   close extract-file.

*> pick up any run-control overrides - a missing runparm.dat leaves
*> the high-exception cut at its default
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
            if parm-keyword = "PERIOD-EXC-PCT" and parm-number > 0
               move parm-number to parm-period-exc-pct
            end-if
         end-if
   end-read.

*> turn the text after the "=" into a number, scanning left to right
*> so a value may carry a decimal point - ordinary verbs only, the
*> same style the rest of this system computes with
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

*> leave this run's one-line record on the shared audit trail: how
*> many control-file runs the period held, how many valid records
*> they measured, and how many files ran high-exception
write-audit-line.
   move spaces to audit-record.
   move "STATROLL" to audit-program.
   move ws-run-date to audit-run-date.
   move "statext.dat" to audit-fname.
   move roll-runs(1) to audit-rec-count.
   move roll-recs(1) to audit-valid-count.
   move high-file-count to audit-exc-count.
   evaluate true
      when roll-kind = space
         move "REQUEST NOT UNDERSTOOD - nothing rolled up"
            to audit-ctl-status
      when roll-runs(1) = 0
         move "NO RUNS IN PERIOD - nothing rolled up"
            to audit-ctl-status
      when other
         move "OK - period rolled up" to audit-ctl-status
   end-evaluate.
   perform stamp-audit-rc.
   perform append-audit-record.

*> stamp the run's return code at a fixed offset on the audit line,
*> clear of the verdict text, the same place statmold and the
*> statistics suite put theirs
stamp-audit-rc.
   move "RC=" to audit-ctl-status(55:3).
   move ws-return-code to ws-rc-display.
   move ws-rc-display to audit-ctl-status(58:2).

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
