identification division.
program-id. refcheck.

environment division.
input-output section.
file-control.

*> the book master bookmaint maintains, keyed by book-id - every
*> other dataset's book-ids are looked up on it, and it is walked end
*> to end for titles that have stopped being priced
select book-master-file assign to "bookmast.dat"
   organization is indexed
   access is dynamic
   record key is mst-book-id
   alternate record key is mst-supplier with duplicates
   alternate record key is mst-category with duplicates
   file status is book-master-status.

*> the reviewed-dispositions dataset bookdisp maintains
select dispo-file assign to "dispo.dat"
   organization is line sequential
   file status is dispo-file-status.

*> the outlier hold queue the statistics suite feeds and bookdisp
*> clears
select hold-file assign to "outhold.dat"
   organization is line sequential
   file status is hold-file-status.

*> rows the statistics suite rejected, waiting for correction and
*> resubmission through statmold
select suspense-file assign to "suspense.dat"
   organization is line sequential
   file status is suspense-file-status.

*> the book-level price history, keyed by book-id and run date - one
*> title's prices are read straight off the key for its latest date
select book-history-file assign to "bookhist.dat"
   organization is indexed
   access is dynamic
   record key is bhist-key
   alternate record key is bhist-run-date with duplicates
   file status is book-history-status.

*> optional run-control parameter dataset shared with the other
*> programs - STALE-DAYS sets how long a title may go unpriced
select run-parm-file assign to "runparm.dat"
   organization is line sequential
   file status is run-parm-status.

*> dated report dataset mirroring the SYSOUT listing, so the sweep's
*> findings are on file for whoever works them
select report-file assign to dynamic ws-report-fname
   organization is line sequential.

*> shared audit-trail dataset: this program appends one line per run,
*> the same record every other program in the system appends
select audit-file assign to "audit.dat"
   organization is line sequential
   file status is audit-file-status.

data division.
file section.

*> define book master structure - the same record bookmaint writes,
*> so the programs stay in step on the layout
fd book-master-file.
01 master-record.
   02 mst-book-id       pic x(13).
   02 mst-title         pic x(30).
   02 mst-supplier      pic x(6).
   02 mst-category      pic x(10).

*> define dispositions file structure - the same record bookdisp
*> writes, so the programs stay in step on the layout
fd dispo-file.
01 dispo-record.
   02 disp-book-id      pic x(13).
   02 disp-status       pic x(1).
   02 disp-initials     pic x(3).
   02 disp-date         pic 9(8).

*> define hold file structure - the layout the statistics suite
*> writes, kept in step with it
fd hold-file.
01 hold-record.
   02 hold-book-id      pic x(13).
   02 hold-x            pic s9(6)v9(2).
   02 hold-source       pic x(3).
   02 hold-fname        pic x(30).
   02 hold-run-date     pic 9(8).

*> define suspense file structure - the layout the statistics suite
*> writes, kept in step with it
fd suspense-file.
01 suspense-record.
   02 susp-x            pic s9(6)v9(2).
   02 susp-book-id      pic x(13).
   02 susp-quantity     pic 9(6).
   02 susp-fname        pic x(30).
   02 susp-run-date     pic 9(8).

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
77 book-master-status   pic x(2).
77 dispo-file-status    pic x(2).
77 hold-file-status     pic x(2).
77 suspense-file-status pic x(2).
77 book-history-status  pic x(2).
77 audit-file-status    pic x(2).
77 master-avail         pic x(1) value 'N'.
77 history-avail        pic x(1) value 'N'.
77 master-found         pic x(1).
77 master-eof           pic x(1) value 'N'.
77 dispo-eof            pic x(1) value 'N'.
77 hold-eof             pic x(1) value 'N'.
77 suspense-eof         pic x(1) value 'N'.
77 hist-eof             pic x(1).
77 ws-run-date          pic 9(8).
77 ws-report-fname      pic x(50).

*> what the sweep found, check by check.  a book-id referenced by a
*> disposition or a hold entry but gone from the master is a broken
*> reference; the rest are housekeeping the reviewers can get to
77 dispo-orphan-count   pic s9(6) value zero.
77 hold-orphan-count    pic s9(6) value zero.
77 hold-ruled-count     pic s9(6) value zero.
77 susp-resubmit-count  pic s9(6) value zero.
77 stale-count          pic s9(6) value zero.
77 master-title-count   pic s9(6) value zero.
77 broken-ref-count     pic s9(6) value zero.
77 housekeeping-count   pic s9(6) value zero.

*> graded return code handed to the scheduler: 0 every reference
*> agrees, 4 housekeeping is due, 8 a dataset refers to a book-id the
*> master no longer carries (or there is no master to check against).
*> the code is stamped on the run's audit line so the trail shows it
77 ws-return-code       pic 9(2) value zero.
77 ws-new-return-code   pic 9(2).
77 ws-rc-display        pic 9(2).

*> the dispositions held in storage for the hold-queue check - the
*> same 1000-slot table bookdisp keeps
77 dispo-used-count     pic s9(4) value zero.
77 dispo-slot           pic s9(4).
77 dispo-search         pic s9(4).
01 dispo-table-area.
   02 dispo-entry occurs 1000 times.
      03 dispo-tab-id        pic x(13).
      03 dispo-tab-status    pic x(1).

*> a title's most recent price date off the history
77 latest-price-date    pic 9(8).
77 days-unpriced        pic s9(6).

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
*> days a master title may go without a price before it is listed
77 parm-stale-days      pic 9(4) value 90.

*> day-number conversion working storage - the same routine auditinq
*> uses, so "days unpriced" is a plain subtraction
01 conv-date.
   02 conv-year         pic 9(4).
   02 conv-month        pic 9(2).
   02 conv-day          pic 9(2).
77 conv-adj-year        pic s9(5).
77 conv-adj-month       pic s9(3).
77 conv-term            pic s9(8).
77 conv-day-number      pic s9(8).
77 today-day-number     pic s9(8).

01 output-title-line.
   02 filler            pic x(40) value
      "      Cross-Dataset Reference Check".
01 output-date-line.
   02 filler            pic x(11) value " run date: ".
   02 out-date          pic 9(8).
01 output-underline.
   02 filler            pic x(80) value all "-".
01 output-no-master-line.
   02 filler            pic x(60) value
      "  book master not available - no references can be checked".
01 output-section-line.
   02 filler            pic x(6) value spaces.
   02 out-section-title pic x(60).
01 output-none-line.
   02 filler            pic x(20) value "    none".
01 output-dispo-line.
   02 filler            pic x(4) value spaces.
   02 out-disp-book-id  pic x(13).
   02 filler            pic x(2) value spaces.
   02 out-disp-status   pic x(1).
   02 filler            pic x(2) value spaces.
   02 out-disp-initials pic x(3).
   02 filler            pic x(2) value spaces.
   02 out-disp-date     pic 9(8).
01 output-hold-line.
   02 filler            pic x(4) value spaces.
   02 out-hold-book-id  pic x(13).
   02 filler            pic x(2) value spaces.
   02 out-hold-x        pic -(6)9.9(2).
   02 filler            pic x(2) value spaces.
   02 out-hold-fname    pic x(30).
   02 filler            pic x(1) value space.
   02 out-hold-date     pic 9(8).
   02 filler            pic x(1) value space.
   02 out-hold-ruling   pic x(1).
01 output-susp-line.
   02 filler            pic x(4) value spaces.
   02 out-susp-book-id  pic x(13).
   02 filler            pic x(2) value spaces.
   02 out-susp-x        pic -(6)9.9(2).
   02 filler            pic x(2) value spaces.
   02 out-susp-fname    pic x(30).
   02 filler            pic x(1) value space.
   02 out-susp-date     pic 9(8).
01 output-stale-line.
   02 filler            pic x(4) value spaces.
   02 out-stale-book-id pic x(13).
   02 filler            pic x(2) value spaces.
   02 out-stale-title   pic x(30).
   02 filler            pic x(2) value spaces.
   02 out-stale-last    pic x(8).
   02 filler            pic x(2) value spaces.
   02 out-stale-days-x  pic x(6).
   02 out-stale-days redefines out-stale-days-x pic zzzzz9.
01 output-count-line.
   02 filler            pic x(4) value spaces.
   02 out-count         pic zzzzz9.
   02 filler            pic x(1) value space.
   02 out-count-text    pic x(50).
01 output-status-line.
   02 filler            pic x(17) value " sweep verdict = ".
   02 out-status        pic x(40).
   02 filler            pic x(5) value "  RC=".
   02 out-status-rc     pic 9(2).

procedure division.
   accept ws-run-date from date yyyymmdd.
   perform read-run-parms.

   move ws-run-date to conv-date.
   perform convert-date-to-days.
   move conv-day-number to today-day-number.

   move spaces to ws-report-fname.
   string "refcheck." delimited by size
          ws-run-date delimited by size
          ".rpt" delimited by size
          into ws-report-fname.
   open output report-file.

   display output-title-line.
   write report-line from output-title-line.
   move ws-run-date to out-date.
   display output-date-line
   display output-underline.
   write report-line from output-date-line.
   write report-line from output-underline.

   open input book-master-file.
   if book-master-status = "00"
      move 'Y' to master-avail
      perform check-dispositions
      perform check-hold-queue
      perform check-suspense
      perform check-stale-titles
      close book-master-file
   else
      display output-no-master-line
      write report-line from output-no-master-line
      move 8 to ws-new-return-code
      perform set-return-code
   end-if.

   perform print-verdict.
   close report-file.
   perform write-audit-line.
   move ws-return-code to return-code.
   stop run.

*> fold one check's code into the run's return code - the highest
*> grade seen anywhere in the run is what the scheduler gets
set-return-code.
   if ws-new-return-code > ws-return-code
      move ws-new-return-code to ws-return-code
   end-if.

*> look up a book-id on the master, noting whether it is there
lookup-book-master.
   read book-master-file
      invalid key move 'N' to master-found
      not invalid key move 'Y' to master-found
   end-read.

print-section-title.
   display output-underline
   display output-section-line.
   write report-line from output-underline.
   write report-line from output-section-line.

print-count-line.
   display output-count-line.
   write report-line from output-count-line.

*> every disposition is loaded into storage for the hold-queue check,
*> and one whose book-id the master no longer carries is listed - a
*> ruling on a title bookmaint has since deleted
check-dispositions.
   move "Dispositions for book-ids not on the master"
      to out-section-title.
   perform print-section-title.
   open input dispo-file.
   if dispo-file-status = "00"
      perform check-one-disposition until dispo-eof = 'Y'
      close dispo-file
   end-if.
   move dispo-orphan-count to out-count.
   move "disposition(s) refer to a deleted book-id"
      to out-count-text.
   perform print-count-line.
   if dispo-orphan-count > 0
      add dispo-orphan-count to broken-ref-count
      move 8 to ws-new-return-code
      perform set-return-code
   end-if.

check-one-disposition.
   read dispo-file
      at end move 'Y' to dispo-eof
      not at end
         if dispo-used-count < 1000
            add 1 to dispo-used-count
            move disp-book-id to dispo-tab-id(dispo-used-count)
            move disp-status to dispo-tab-status(dispo-used-count)
         end-if
         move disp-book-id to mst-book-id
         perform lookup-book-master
         if master-found = 'N'
            add 1 to dispo-orphan-count
            move disp-book-id to out-disp-book-id
            move disp-status to out-disp-status
            move disp-initials to out-disp-initials
            move disp-date to out-disp-date
            display output-dispo-line
            write report-line from output-dispo-line
         end-if
   end-read.

*> two checks in one pass over the hold queue: an entry for a book-id
*> gone from the master, and an entry whose book-id already has a
*> disposition (bookdisp clears those - one still here means the
*> clearing pass was missed).  ruled entries are listed after the
*> pass, so each check prints as its own section
check-hold-queue.
   move "Hold-queue entries for book-ids not on the master"
      to out-section-title.
   perform print-section-title.
   open input hold-file.
   if hold-file-status = "00"
      perform check-one-hold until hold-eof = 'Y'
      close hold-file
   end-if.
   move hold-orphan-count to out-count.
   move "hold entry(s) refer to a deleted book-id"
      to out-count-text.
   perform print-count-line.
   if hold-orphan-count > 0
      add hold-orphan-count to broken-ref-count
      move 8 to ws-new-return-code
      perform set-return-code
   end-if.

   move "Hold-queue entries already dispositioned"
      to out-section-title.
   perform print-section-title.
   move 'N' to hold-eof.
   open input hold-file.
   if hold-file-status = "00"
      perform check-one-ruled-hold until hold-eof = 'Y'
      close hold-file
   end-if.
   move hold-ruled-count to out-count.
   move "hold entry(s) should have been cleared by bookdisp"
      to out-count-text.
   perform print-count-line.
   if hold-ruled-count > 0
      add hold-ruled-count to housekeeping-count
      move 4 to ws-new-return-code
      perform set-return-code
   end-if.

check-one-hold.
   read hold-file
      at end move 'Y' to hold-eof
      not at end
         move hold-book-id to mst-book-id
         perform lookup-book-master
         if master-found = 'N'
            add 1 to hold-orphan-count
            move space to out-hold-ruling
            perform print-hold-line
         end-if
   end-read.

check-one-ruled-hold.
   read hold-file
      at end move 'Y' to hold-eof
      not at end
         perform find-disposition
         if dispo-slot > 0
            add 1 to hold-ruled-count
            move dispo-tab-status(dispo-slot) to out-hold-ruling
            perform print-hold-line
         end-if
   end-read.

find-disposition.
   move zero to dispo-slot.
   perform varying dispo-search from 1 by 1
      until dispo-search > dispo-used-count or dispo-slot > 0
      if dispo-tab-id(dispo-search) = hold-book-id
         move dispo-search to dispo-slot
      end-if
   end-perform.

print-hold-line.
   move hold-book-id to out-hold-book-id.
   move hold-x to out-hold-x.
   move hold-fname to out-hold-fname.
   move hold-run-date to out-hold-date.
   display output-hold-line.
   write report-line from output-hold-line.

*> a suspense row rejected because its book-id wasn't on the master
*> can go back through statmold once the title has been added.  a row
*> with a zero or negative value was rejected for the value itself,
*> so it needs correcting first and isn't listed here
check-suspense.
   move "Suspense rows now on the master - ready to resubmit"
      to out-section-title.
   perform print-section-title.
   open input suspense-file.
   if suspense-file-status = "00"
      perform check-one-suspense until suspense-eof = 'Y'
      close suspense-file
   end-if.
   move susp-resubmit-count to out-count.
   move "suspense row(s) can be resubmitted" to out-count-text.
   perform print-count-line.
   if susp-resubmit-count > 0
      add susp-resubmit-count to housekeeping-count
      move 4 to ws-new-return-code
      perform set-return-code
   end-if.

check-one-suspense.
   read suspense-file
      at end move 'Y' to suspense-eof
      not at end
         if susp-x > 0
            move susp-book-id to mst-book-id
            perform lookup-book-master
            if master-found = 'Y'
               add 1 to susp-resubmit-count
               move susp-book-id to out-susp-book-id
               move susp-x to out-susp-x
               move susp-fname to out-susp-fname
               move susp-run-date to out-susp-date
               display output-susp-line
               write report-line from output-susp-line
            end-if
         end-if
   end-read.

*> every master title whose latest price is older than STALE-DAYS, or
*> which has never been priced at all - a title we still carry but no
*> longer receive is usually one that should be deleted
check-stale-titles.
   move "Master titles with no price in the stale period"
      to out-section-title.
   perform print-section-title.
   open input book-history-file.
   if book-history-status = "00"
      move 'Y' to history-avail
   end-if.
   move low-values to mst-book-id.
   start book-master-file key is greater than mst-book-id
      invalid key move 'Y' to master-eof
   end-start.
   perform check-one-title until master-eof = 'Y'.
   if history-avail = 'Y'
      close book-history-file
   end-if.
   move stale-count to out-count.
   move "title(s) unpriced longer than the stale period"
      to out-count-text.
   perform print-count-line.
   if stale-count > 0
      add stale-count to housekeeping-count
      move 4 to ws-new-return-code
      perform set-return-code
   end-if.

check-one-title.
   read book-master-file next record
      at end move 'Y' to master-eof
      not at end
         add 1 to master-title-count
         perform find-latest-price
         if latest-price-date = 0
            move "never" to out-stale-last
            move spaces to out-stale-days-x
            perform print-stale-line
         else
            move latest-price-date to conv-date
            perform convert-date-to-days
            compute days-unpriced =
               today-day-number - conv-day-number
            if days-unpriced > parm-stale-days
               move latest-price-date to out-stale-last
               move days-unpriced to out-stale-days
               perform print-stale-line
            end-if
         end-if
   end-read.

*> the title's prices read back oldest first off the key - the last
*> one read before the book-id changes is the latest
find-latest-price.
   move zero to latest-price-date.
   if history-avail = 'Y'
      move 'N' to hist-eof
      move mst-book-id to bhist-book-id
      move zero to bhist-run-date, bhist-seq
      start book-history-file key is not less than bhist-key
         invalid key move 'Y' to hist-eof
      end-start
      perform read-one-price until hist-eof = 'Y'
   end-if.

read-one-price.
   read book-history-file next record
      at end move 'Y' to hist-eof
      not at end
         if bhist-book-id not = mst-book-id
            move 'Y' to hist-eof
         else
            move bhist-run-date to latest-price-date
         end-if
   end-read.

print-stale-line.
   add 1 to stale-count.
   move mst-book-id to out-stale-book-id.
   move mst-title to out-stale-title.
   display output-stale-line.
   write report-line from output-stale-line.

*> one line the scheduler's operator reads first
print-verdict.
   evaluate true
      when master-avail = 'N'
         move "BOOK MASTER NOT AVAILABLE" to out-status
      when ws-return-code > 4
         move "BROKEN REFERENCES - see listing" to out-status
      when ws-return-code > 0
         move "HOUSEKEEPING DUE - see listing" to out-status
      when other
         move "OK - all references agree" to out-status
   end-evaluate.
   move ws-return-code to out-status-rc.
   display output-underline
   display output-status-line.
   write report-line from output-underline.
   write report-line from output-status-line.

*> pick up any run-control overrides - a missing runparm.dat leaves
*> the stale period at its default
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
            if parm-keyword = "STALE-DAYS" and parm-number > 0
               move parm-number to parm-stale-days
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

*> turn a yyyymmdd date into a continuous day number (days since the
*> civil epoch) so two dates subtract directly - january and february
*> are counted as months 13 and 14 of the prior year, the standard
*> trick that puts the leap day at the end of the counting year
convert-date-to-days.
   if conv-month > 2
      move conv-year to conv-adj-year
      move conv-month to conv-adj-month
   else
      compute conv-adj-year = conv-year - 1
      compute conv-adj-month = conv-month + 12
   end-if.
   *> each division lands in an integer before it is folded in - a
   *> single compute mixing the divisions would carry fractional
   *> intermediates and only truncate at the end, leaving day
   *> differences off by one either way
   compute conv-day-number = 365 * conv-adj-year.
   divide conv-adj-year by 4 giving conv-term.
   add conv-term to conv-day-number.
   divide conv-adj-year by 100 giving conv-term.
   subtract conv-term from conv-day-number.
   divide conv-adj-year by 400 giving conv-term.
   add conv-term to conv-day-number.
   compute conv-term = 153 * (conv-adj-month + 1).
   divide conv-term by 5 giving conv-term.
   add conv-term to conv-day-number.
   add conv-day to conv-day-number.

*> leave this run's one-line record on the shared audit trail: how
*> many master titles were swept, how many broken references and how
*> many housekeeping items turned up
write-audit-line.
   move spaces to audit-record.
   move "REFCHECK" to audit-program.
   move ws-run-date to audit-run-date.
   move "bookmast.dat" to audit-fname.
   move master-title-count to audit-rec-count.
   move broken-ref-count to audit-valid-count.
   move housekeeping-count to audit-exc-count.
   move out-status to audit-ctl-status.
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
