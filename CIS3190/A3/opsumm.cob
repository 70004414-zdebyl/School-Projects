identification division.
program-id. opsumm.

environment division.
input-output section.
file-control.

*> the shared audit-trail dataset every program in this system
*> appends to - each run recorded for the summary date, with its
*> verdict and stamped return code, heads the page
select audit-file assign to "audit.dat"
   organization is line sequential
   file status is audit-file-status.

*> the statistics suite's extract dataset - the "G" record a control-
*> file run leaves names the control file, which in turn names that
*> run's grand-summary report
select extract-file assign to "statext.dat"
   organization is line sequential
   file status is extract-file-status.

*> the grand-summary report a control-file run writes, named off the
*> control file and run date - read back for its trailer
*> reconciliation verdict and drift flag
select grand-report-file assign to dynamic ws-grand-report-fname
   organization is line sequential
   file status is grand-report-status.

*> running history of each control-file run's grand totals - the
*> summary date's line and the run before it give the drift figure
select grand-history-file assign to "grandhist.dat"
   organization is line sequential
   file status is grand-hist-status.

*> the outlier hold queue - everything on it is still waiting for a
*> reviewer's ruling, since bookdisp clears ruled-on entries off it
select hold-file assign to "outhold.dat"
   organization is line sequential
   file status is hold-file-status.

*> rows the statistics suite rejected, waiting for correction and
*> resubmission through statmold
select suspense-file assign to "suspense.dat"
   organization is line sequential
   file status is suspense-file-status.

*> optional run-control parameter dataset shared with the other
*> programs - OPS-HOLD-DAYS sets how long an outlier may wait on the
*> hold queue before the summary calls it out
select run-parm-file assign to "runparm.dat"
   organization is line sequential
   file status is run-parm-status.

*> dated report dataset mirroring the SYSOUT page, so the morning's
*> summary is on file for the supervisor after the console has gone
select report-file assign to dynamic ws-report-fname
   organization is line sequential.

data division.
file section.

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

*> define extract file structure - the layout the statistics suite
*> writes, kept in step with it
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

fd grand-report-file.
01 grand-report-line.
   02 grand-report-text pic x(80).

*> define grand history structure - the layout the statistics suite
*> appends, kept in step with it
fd grand-history-file.
01 grand-history-line.
   02 hist-run-date        pic 9(8).
   02 hist-grand-recs      pic 9(6).
   02 hist-grand-mean      pic s9(6)v9(2).
   02 filler               pic x(58).

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

*> define run-parm file structure - one KEYWORD=value line per
*> tunable being overridden
fd run-parm-file.
01 run-parm-line.
   02 run-parm-text pic x(80).

fd report-file.
01 report-line.
   02 out-report-num    pic x(80).

working-storage section.

*> define variables
77 audit-file-status    pic x(2).
77 extract-file-status  pic x(2).
77 grand-report-status  pic x(2).
77 grand-hist-status    pic x(2).
77 hold-file-status     pic x(2).
77 suspense-file-status pic x(2).
77 audit-eof            pic x(1) value 'N'.
77 extract-eof          pic x(1) value 'N'.
77 grand-report-eof     pic x(1).
77 grand-hist-eof       pic x(1) value 'N'.
77 hold-eof             pic x(1) value 'N'.
77 suspense-eof         pic x(1) value 'N'.
77 ws-parm              pic x(60).
77 ws-run-date          pic 9(8).
77 ws-report-fname      pic x(50).
77 ws-grand-report-fname pic x(50).
77 ops-keyword          pic x(10).
77 ops-value            pic x(50).
77 ops-date             pic 9(8).

*> what the night left behind, gathered pass by pass over each dataset
77 ops-run-count        pic s9(6) value zero.
77 ops-run-rc           pic 9(2).
77 ops-grand-count      pic s9(6) value zero.
77 ops-recon-status     pic x(53).
77 ops-drift-flagged    pic x(1).
77 ops-tonight-found    pic x(1) value 'N'.
77 ops-tonight-recs     pic 9(6) value zero.
77 ops-tonight-mean     pic s9(6)v9(2) value zero.
77 ops-prior-found      pic x(1) value 'N'.
77 ops-prior-date       pic 9(8) value zero.
77 ops-prior-mean       pic s9(6)v9(2) value zero.
77 ops-drift-pct        pic s9(5)v9(2).
77 ops-hold-count       pic s9(6) value zero.
77 ops-hold-oldest      pic 9(8) value 99999999.
77 ops-hold-waited      pic s9(6) value zero.
77 ops-susp-count       pic s9(6) value zero.
77 ops-susp-tonight     pic s9(6) value zero.
77 ops-bookcomp-found   pic x(1) value 'N'.

*> the overall status and the reasons behind it - each check that
*> finds something adds its reason and raises the grade, the highest
*> grade seen being the one printed and handed to the scheduler
77 ws-return-code       pic 9(2) value zero.
77 ws-new-return-code   pic 9(2).
77 ops-reason-text      pic x(60).
77 reason-used-count    pic s9(3) value zero.
77 reason-index         pic s9(3).
01 reason-area.
   02 reason-entry occurs 20 times.
      03 reason-grade   pic x(5).
      03 reason-text    pic x(60).

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
*> days an outlier may sit on the hold queue before it is overdue
77 parm-ops-hold-days   pic 9(4) value 7.

*> day-number conversion working storage - the same routine auditinq
*> uses, so "days waited" is a plain subtraction
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
      "      Morning Operations Summary".
01 output-date-line.
   02 filler            pic x(11) value " run date: ".
   02 out-date          pic 9(8).
01 output-underline.
   02 filler            pic x(40) value
      "----------------------------------------".
01 output-runs-title.
   02 filler            pic x(40) value "      Program Runs".
01 output-runs-head.
   02 filler            pic x(80) value
      " Program     File                 Recs  Valid    Exc Verdict                RC".
01 output-run-line.
   02 filler            pic x(1) value space.
   02 out-run-program   pic x(11).
   02 filler            pic x(1) value space.
   02 out-run-fname     pic x(18).
   02 filler            pic x(1) value space.
   02 out-run-recs      pic zzzzz9.
   02 filler            pic x(1) value space.
   02 out-run-valid     pic zzzzz9.
   02 filler            pic x(1) value space.
   02 out-run-exc       pic zzzzz9.
   02 filler            pic x(1) value space.
   02 out-run-verdict   pic x(22).
   02 filler            pic x(1) value space.
   02 out-run-rc        pic x(2).
01 output-no-runs-line.
   02 filler            pic x(40) value
      "  no runs recorded for this date".
01 output-grand-title.
   02 filler            pic x(40) value "      Grand Totals".
01 output-grand-list-line.
   02 filler            pic x(14) value "  control file".
   02 filler            pic x(6) value spaces.
   02 out-grand-list    pic x(30).
01 output-grand-files-line.
   02 filler            pic x(20) value "  files processed".
   02 out-grand-files   pic zzzzz9.
01 output-grand-recs-line.
   02 filler            pic x(20) value "  valid records".
   02 out-grand-recs    pic zzzzz9.
01 output-grand-mean-line.
   02 filler            pic x(20) value "  grand mean".
   02 out-grand-mean    pic -(6)9.9(2).
01 output-grand-recon-line.
   02 filler            pic x(20) value "  reconciliation".
   02 out-grand-recon   pic x(53).
01 output-grand-norpt-line.
   02 filler            pic x(40) value
      "  grand report not found".
01 output-no-grand-line.
   02 filler            pic x(40) value
      "  no control-file run for this date".
01 output-drift-line.
   02 filler            pic x(20) value "  drift vs".
   02 out-drift-date    pic 9(8).
   02 filler            pic x(2) value spaces.
   02 out-drift-pct     pic -(5)9.9(2).
   02 filler            pic x(1) value "%".
   02 filler            pic x(2) value spaces.
   02 out-drift-flag    pic x(20).
01 output-drift-none-line.
   02 filler            pic x(40) value
      "  drift          no prior run to compare".
01 output-hold-title.
   02 filler            pic x(40) value "      Outlier Hold Queue".
01 output-hold-line.
   02 filler            pic x(20) value "  entries waiting".
   02 out-hold-count    pic zzzzz9.
01 output-hold-oldest-line.
   02 filler            pic x(20) value "  oldest held".
   02 out-hold-oldest   pic 9(8).
   02 filler            pic x(2) value spaces.
   02 out-hold-waited   pic zzzzz9.
   02 filler            pic x(12) value " days waited".
01 output-susp-title.
   02 filler            pic x(40) value "      Suspense".
01 output-susp-line.
   02 filler            pic x(20) value "  rows waiting".
   02 out-susp-count    pic zzzzz9.
   02 filler            pic x(4) value spaces.
   02 out-susp-tonight  pic zzzzz9.
   02 filler            pic x(20) value " from this run date".
01 output-comp-title.
   02 filler            pic x(40) value "      Book Comparison".
01 output-comp-line.
   02 filler            pic x(8) value "  new =".
   02 out-comp-new      pic zzzzz9.
   02 filler            pic x(11) value " dropped =".
   02 out-comp-dropped  pic zzzzz9.
   02 filler            pic x(11) value " changed =".
   02 out-comp-changed  pic zzzzz9.
   02 filler            pic x(2) value spaces.
   02 out-comp-status   pic x(30).
01 output-no-comp-line.
   02 filler            pic x(40) value
      "  no comparison run for this date".
01 output-status-line.
   02 filler            pic x(22) value "      Overall Status: ".
   02 out-status        pic x(5).
01 output-reason-line.
   02 filler            pic x(2) value spaces.
   02 out-reason-grade  pic x(5).
   02 filler            pic x(2) value spaces.
   02 out-reason-text   pic x(60).

procedure division.
   accept ws-run-date from date yyyymmdd.
   perform get-request.
   perform read-run-parms.

   move ops-date to conv-date.
   perform convert-date-to-days.
   move conv-day-number to today-day-number.

   move spaces to ws-report-fname.
   string "opsumm." delimited by size
          ops-date delimited by size
          ".rpt" delimited by size
          into ws-report-fname.
   open output report-file.

   display output-underline
   display output-title-line.
   write report-line from output-underline.
   write report-line from output-title-line.
   move ops-date to out-date.
   display output-date-line
   display output-underline.
   write report-line from output-date-line.
   write report-line from output-underline.

   perform summarize-runs.
   perform summarize-grand.
   perform summarize-hold-queue.
   perform summarize-suspense.
   perform summarize-comparison.
   perform print-overall-status.

   close report-file.
   move ws-return-code to return-code.
   stop run.

*> get the request without blocking on operator input - a PARM on
*> the command line first, then a SYSIN card.  the request is
*> DATE=<yyyymmdd>; with none, the summary is for today's runs
get-request.
   move spaces to ws-parm.
   accept ws-parm from command-line.
   if ws-parm = spaces
      accept ws-parm
   end-if.

   move ws-run-date to ops-date.
   move spaces to ops-keyword, ops-value.
   unstring ws-parm delimited by "="
      into ops-keyword, ops-value.
   if ops-keyword = "DATE" and ops-value(1:8) is numeric
      move ops-value(1:8) to ops-date
   end-if.

*> raise the overall grade and remember why - AMBER wants a look this
*> morning, RED means the pricing load must wait
add-reason.
   if reason-used-count < 20
      add 1 to reason-used-count
      if ws-new-return-code > 4
         move "RED" to reason-grade(reason-used-count)
      else
         move "AMBER" to reason-grade(reason-used-count)
      end-if
      move ops-reason-text to reason-text(reason-used-count)
   end-if.
   if ws-new-return-code > ws-return-code
      move ws-new-return-code to ws-return-code
   end-if.

*> every run recorded on the trail for the summary date, in the order
*> they ran, with the verdict and the return code stamped on the line
summarize-runs.
   display output-runs-title
   display output-runs-head.
   write report-line from output-runs-title.
   write report-line from output-runs-head.
   move 'N' to audit-eof.
   open input audit-file.
   if audit-file-status = "00"
      perform read-one-run until audit-eof = 'Y'
      close audit-file
   end-if.
   if ops-run-count = 0
      display output-no-runs-line
      write report-line from output-no-runs-line
      move "no runs recorded on the audit trail for this date"
         to ops-reason-text
      move 8 to ws-new-return-code
      perform add-reason
   end-if.

read-one-run.
   read audit-file
      at end move 'Y' to audit-eof
      not at end
         if audit-run-date = ops-date
            perform report-one-run
         end-if
   end-read.

*> one trail line: the code is taken from its "RC=" stamp when the
*> program leaves one; a program that doesn't is judged on its
*> verdict text alone, the same test auditinq's NOTOK listing applies
report-one-run.
   add 1 to ops-run-count.
   move audit-program to out-run-program.
   move audit-fname to out-run-fname.
   move audit-rec-count to out-run-recs.
   move audit-valid-count to out-run-valid.
   move audit-exc-count to out-run-exc.
   move audit-ctl-status to out-run-verdict.
   if audit-program = "BOOKCOMP"
      move 'Y' to ops-bookcomp-found
      move audit-rec-count to out-comp-new
      move audit-valid-count to out-comp-dropped
      move audit-exc-count to out-comp-changed
      move audit-ctl-status to out-comp-status
   end-if.

   if audit-ctl-status(55:3) = "RC=" and audit-ctl-status(58:2) is numeric
      move audit-ctl-status(58:2) to ops-run-rc
      move audit-ctl-status(58:2) to out-run-rc
      if ops-run-rc > 0
         move ops-run-rc to ws-new-return-code
         if ws-new-return-code > 8
            move 8 to ws-new-return-code
         end-if
         perform add-run-reason
      end-if
   else
      move "--" to out-run-rc
      if audit-ctl-status not = spaces
         and audit-ctl-status(1:2) not = "OK"
         and audit-ctl-status(1:8) not = "MERGE OK"
         and audit-ctl-status(1:8) not = "RESUB OK"
         move 4 to ws-new-return-code
         perform add-run-reason
      end-if
   end-if.
   display output-run-line.
   write report-line from output-run-line.

add-run-reason.
   move spaces to ops-reason-text.
   string audit-program delimited by space
          " " delimited by size
          audit-fname delimited by space
          ": " delimited by size
          audit-ctl-status delimited by "  "
          into ops-reason-text.
   perform add-reason.

*> the control-file runs for the summary date, found by their "G"
*> extract records - each one's grand report gives the trailer
*> reconciliation and the drift flag, grandhist the drift figure
summarize-grand.
   display output-underline
   display output-grand-title.
   write report-line from output-underline.
   write report-line from output-grand-title.
   move 'N' to extract-eof.
   open input extract-file.
   if extract-file-status = "00"
      perform read-one-extract until extract-eof = 'Y'
      close extract-file
   end-if.
   if ops-grand-count = 0
      display output-no-grand-line
      write report-line from output-no-grand-line
      move "no control-file run recorded for this date"
         to ops-reason-text
      move 4 to ws-new-return-code
      perform add-reason
   else
      perform find-grand-drift
   end-if.

read-one-extract.
   read extract-file
      at end move 'Y' to extract-eof
      not at end
         if ext-type = "G" and ext-run-date = ops-date
            perform report-one-grand
         end-if
   end-read.

report-one-grand.
   add 1 to ops-grand-count.
   move ext-fname to out-grand-list.
   display output-grand-list-line.
   write report-line from output-grand-list-line.
   move ext-rec-count to out-grand-files.
   display output-grand-files-line.
   write report-line from output-grand-files-line.
   move ext-valid-count to out-grand-recs.
   display output-grand-recs-line.
   write report-line from output-grand-recs-line.
   move ext-mean to out-grand-mean.
   display output-grand-mean-line.
   write report-line from output-grand-mean-line.
   perform read-grand-report.

*> the grand report for this control file and date - its
*> reconciliation line carries the verdict and a "noticeable shift"
*> line means the run's own drift threshold was exceeded
read-grand-report.
   move spaces to ws-grand-report-fname.
   string ext-fname delimited by space
          "." delimited by size
          ops-date delimited by size
          ".grand.rpt" delimited by size
          into ws-grand-report-fname.
   move spaces to ops-recon-status.
   move 'N' to ops-drift-flagged.
   move 'N' to grand-report-eof.
   open input grand-report-file.
   if grand-report-status not = "00"
      display output-grand-norpt-line
      write report-line from output-grand-norpt-line
      move "grand report missing for control-file run"
         to ops-reason-text
      move 4 to ws-new-return-code
      perform add-reason
   else
      perform read-one-grand-line until grand-report-eof = 'Y'
      close grand-report-file
      if ops-recon-status not = spaces
         move ops-recon-status to out-grand-recon
         display output-grand-recon-line
         write report-line from output-grand-recon-line
         if ops-recon-status(1:8) = "MISMATCH"
            move "trailer reconciliation MISMATCH - hold pricing load"
               to ops-reason-text
            move 8 to ws-new-return-code
            perform add-reason
         end-if
      end-if
      if ops-drift-flagged = 'Y'
         move "grand mean drift exceeds threshold" to ops-reason-text
         move 4 to ws-new-return-code
         perform add-reason
      end-if
   end-if.

read-one-grand-line.
   read grand-report-file
      at end move 'Y' to grand-report-eof
      not at end
         if grand-report-text(1:15) = " reconciliation"
            move grand-report-text(21:53) to ops-recon-status
         end-if
         if grand-report-text(1:18) = "  noticeable shift"
            move 'Y' to ops-drift-flagged
         end-if
   end-read.

*> the summary date's grand history line against the most recent run
*> before it - the same comparison the statistics suite printed, shown
*> here as one figure
find-grand-drift.
   move 'N' to grand-hist-eof.
   open input grand-history-file.
   if grand-hist-status = "00"
      perform read-one-grand-hist until grand-hist-eof = 'Y'
      close grand-history-file
   end-if.
   if ops-tonight-found = 'Y' and ops-prior-found = 'Y'
      if ops-prior-mean not = 0
         compute ops-drift-pct rounded =
            ((ops-tonight-mean - ops-prior-mean) / ops-prior-mean) * 100
      else
         move zero to ops-drift-pct
      end-if
      move ops-prior-date to out-drift-date
      move ops-drift-pct to out-drift-pct
      if ops-drift-flagged = 'Y'
         move "noticeable shift" to out-drift-flag
      else
         move spaces to out-drift-flag
      end-if
      display output-drift-line
      write report-line from output-drift-line
   else
      display output-drift-none-line
      write report-line from output-drift-none-line
   end-if.

read-one-grand-hist.
   read grand-history-file
      at end move 'Y' to grand-hist-eof
      not at end
         if hist-run-date = ops-date
            move 'Y' to ops-tonight-found
            move hist-grand-recs to ops-tonight-recs
            move hist-grand-mean to ops-tonight-mean
         end-if
         if hist-run-date < ops-date
            and hist-run-date not < ops-prior-date
            move 'Y' to ops-prior-found
            move hist-run-date to ops-prior-date
            move hist-grand-mean to ops-prior-mean
         end-if
   end-read.

*> everything still on the hold queue is waiting for a ruling - how
*> many, and how long the oldest has waited as of the summary date
summarize-hold-queue.
   display output-underline
   display output-hold-title.
   write report-line from output-underline.
   write report-line from output-hold-title.
   move 'N' to hold-eof.
   open input hold-file.
   if hold-file-status = "00"
      perform read-one-hold until hold-eof = 'Y'
      close hold-file
   end-if.
   move ops-hold-count to out-hold-count.
   display output-hold-line.
   write report-line from output-hold-line.
   if ops-hold-count > 0
      move ops-hold-oldest to conv-date
      perform convert-date-to-days
      compute ops-hold-waited = today-day-number - conv-day-number
      if ops-hold-waited < 0
         move zero to ops-hold-waited
      end-if
      move ops-hold-oldest to out-hold-oldest
      move ops-hold-waited to out-hold-waited
      display output-hold-oldest-line
      write report-line from output-hold-oldest-line
      if ops-hold-waited > parm-ops-hold-days
         move "outliers waiting on the hold queue past the review limit"
            to ops-reason-text
         move 4 to ws-new-return-code
         perform add-reason
      end-if
   end-if.

read-one-hold.
   read hold-file
      at end move 'Y' to hold-eof
      not at end
         add 1 to ops-hold-count
         if hold-run-date < ops-hold-oldest
            move hold-run-date to ops-hold-oldest
         end-if
   end-read.

*> rows on suspense waiting for correction, and how many of them the
*> summary date's runs put there
summarize-suspense.
   display output-underline
   display output-susp-title.
   write report-line from output-underline.
   write report-line from output-susp-title.
   move 'N' to suspense-eof.
   open input suspense-file.
   if suspense-file-status = "00"
      perform read-one-suspense until suspense-eof = 'Y'
      close suspense-file
   end-if.
   move ops-susp-count to out-susp-count.
   move ops-susp-tonight to out-susp-tonight.
   display output-susp-line.
   write report-line from output-susp-line.
   if ops-susp-tonight > 0
      move "rows rejected onto suspense by this date's runs"
         to ops-reason-text
      move 4 to ws-new-return-code
      perform add-reason
   end-if.

read-one-suspense.
   read suspense-file
      at end move 'Y' to suspense-eof
      not at end
         add 1 to ops-susp-count
         if susp-run-date = ops-date
            add 1 to ops-susp-tonight
         end-if
   end-read.

*> bookcomp's new/dropped/changed counts, as it left them on its
*> audit line for the summary date - the last run of the day wins
summarize-comparison.
   display output-underline
   display output-comp-title.
   write report-line from output-underline.
   write report-line from output-comp-title.
   if ops-bookcomp-found = 'Y'
      display output-comp-line
      write report-line from output-comp-line
   else
      display output-no-comp-line
      write report-line from output-no-comp-line
   end-if.

*> the one line the supervisor reads first, then the reasons behind it
print-overall-status.
   evaluate true
      when ws-return-code > 4
         move "RED" to out-status
      when ws-return-code > 0
         move "AMBER" to out-status
      when other
         move "GREEN" to out-status
   end-evaluate.
   display output-underline
   display output-status-line
   display output-underline.
   write report-line from output-underline.
   write report-line from output-status-line.
   write report-line from output-underline.
   perform varying reason-index from 1 by 1
      until reason-index > reason-used-count
      move reason-grade(reason-index) to out-reason-grade
      move reason-text(reason-index) to out-reason-text
      display output-reason-line
      write report-line from output-reason-line
   end-perform.

*> pick up any run-control overrides - a missing runparm.dat leaves
*> the hold-queue limit at its default
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
            if parm-keyword = "OPS-HOLD-DAYS" and parm-number > 0
               move parm-number to parm-ops-hold-days
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
