identification division.
program-id. bookasof.

environment division.
input-output section.
file-control.

*> the book master bookmaint maintains, keyed by book-id - read from
*> end to end as the starting point the journal is wound back from
select book-master-file assign to "bookmast.dat"
   organization is indexed
   access is sequential
   record key is mst-book-id
   alternate record key is mst-supplier with duplicates
   alternate record key is mst-category with duplicates
   file status is book-master-status.

*> the master journal bookmaint adds one line to per applied card,
*> carrying the record before and after the card
select journal-file assign to "bookjrnl.dat"
   organization is line sequential
   file status is journal-file-status.

*> dated report dataset mirroring the SYSOUT listing, named off the
*> run date the same way bookcomp names its report
select report-file assign to dynamic ws-report-fname
   organization is line sequential.

*> work file backing the native SORT that brings a title's master
*> record and its journal lines together, oldest journal line first
select asof-sort-file assign to "asofsort.tmp".

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

*> define journal structure - the same record bookmaint writes, kept
*> in step with it
fd journal-file.
01 journal-record.
   02 jrn-run-date      pic 9(8).
   02 jrn-run-time      pic 9(8).
   02 jrn-seq           pic 9(6).
   02 jrn-action        pic x(1).
   02 jrn-submitter     pic x(8).
   02 jrn-book-id       pic x(13).
   02 jrn-before.
      03 jrn-before-title    pic x(30).
      03 jrn-before-supplier pic x(6).
      03 jrn-before-category pic x(10).
   02 jrn-after.
      03 jrn-after-title     pic x(30).
      03 jrn-after-supplier  pic x(6).
      03 jrn-after-category  pic x(10).

fd report-file.
01 report-line.
   02 out-report-num    pic x(80).

*> sort description - book-id first so a title's lines land together;
*> within a title the journal lines ('J') sort ahead of the master
*> record ('M'), oldest first by run date, time and card order
sd asof-sort-file.
01 asof-sort-record.
   02 srt-book-id       pic x(13).
   02 srt-source        pic x(1).
   02 srt-run-date      pic 9(8).
   02 srt-run-time      pic 9(8).
   02 srt-seq           pic 9(6).
   02 srt-action        pic x(1).
   02 srt-submitter     pic x(8).
   02 srt-before.
      03 srt-before-title    pic x(30).
      03 srt-before-supplier pic x(6).
      03 srt-before-category pic x(10).
   02 srt-after.
      03 srt-after-title     pic x(30).
      03 srt-after-supplier  pic x(6).
      03 srt-after-category  pic x(10).

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
77 journal-file-status  pic x(2).
77 audit-file-status    pic x(2).
77 master-eof           pic x(1) value 'N'.
77 journal-eof          pic x(1) value 'N'.
77 sort-eof             pic x(1) value 'N'.
77 master-avail         pic x(1) value 'N'.
77 journal-avail        pic x(1) value 'N'.
77 ws-run-date          pic 9(8).
77 ws-report-fname      pic x(50).
77 ws-parm              pic x(60).
77 ws-parm-2            pic x(30).
77 req-keyword          pic x(10).
77 req-value            pic x(50).
77 req-keyword-2        pic x(10).
77 req-value-2          pic x(50).

*> what was asked for: ASOF=<date> rebuilds the master as it stood at
*> the close of that date, FROM=<date> TO=<date> lists the changes
*> journaled between the two dates inclusive
77 req-mode             pic x(1) value space.
77 asof-date            pic 9(8).
77 window-from          pic 9(8) value zero.
77 window-to            pic 9(8) value 99999999.

77 journal-read-count   pic s9(6) value zero.
77 listed-count         pic s9(6) value zero.
77 restored-count       pic s9(6) value zero.
77 group-book-id        pic x(13).
77 changed-fields       pic x(30).
77 changed-ptr          pic s9(3).

01 output-title-line.
   02 filler            pic x(40) value
      "      Book Master As Of".
01 output-changes-title.
   02 filler            pic x(40) value
      "      Book Master Changes".
01 output-underline.
   02 filler            pic x(80) value all "-".
01 output-asof-line.
   02 filler            pic x(26) value
      " master as it stood after ".
   02 out-asof-date     pic 9(8).
01 output-window-line.
   02 filler            pic x(9) value " window: ".
   02 out-window-from   pic 9(8).
   02 filler            pic x(4) value " to ".
   02 out-window-to     pic 9(8).
01 output-no-journal-line.
   02 filler            pic x(60) value
      " no master journal on file - current master shown unchanged".
01 output-no-master-line.
   02 filler            pic x(40) value
      " book master not available".
01 output-asof-head.
   02 filler            pic x(80) value
      "  Book-ID        Title                           Supp    Category".
01 output-asof-detail.
   02 filler            pic x(2) value spaces.
   02 out-book-id       pic x(13).
   02 filler            pic x(2) value spaces.
   02 out-title         pic x(30).
   02 filler            pic x(2) value spaces.
   02 out-supplier      pic x(6).
   02 filler            pic x(2) value spaces.
   02 out-category      pic x(10).
   02 filler            pic x(1) value space.
   02 out-asof-flag     pic x(1).
01 output-asof-note.
   02 filler            pic x(60) value
      "  * title changed or deleted since - shown as it stood then".
01 output-asof-total.
   02 filler            pic x(18) value " titles on file = ".
   02 out-asof-count    pic zzzzz9.
   02 filler            pic x(20) value "   restored from = ".
   02 out-restored      pic zzzzz9.
   02 filler            pic x(8) value " journal".
01 output-change-head.
   02 filler            pic x(80) value
      "  Date      Time      Act  By        Book-ID        Changed".
01 output-change-line.
   02 filler            pic x(2) value spaces.
   02 out-chg-date      pic 9(8).
   02 filler            pic x(2) value spaces.
   02 out-chg-time      pic 99b99b99.
   02 filler            pic x(2) value spaces.
   02 out-chg-action    pic x(1).
   02 filler            pic x(4) value spaces.
   02 out-chg-by        pic x(8).
   02 filler            pic x(2) value spaces.
   02 out-chg-book-id   pic x(13).
   02 filler            pic x(2) value spaces.
   02 out-chg-fields    pic x(30).
01 output-image-line.
   02 filler            pic x(6) value spaces.
   02 out-image-label   pic x(8).
   02 out-image-title   pic x(30).
   02 filler            pic x(2) value spaces.
   02 out-image-supplier pic x(6).
   02 filler            pic x(2) value spaces.
   02 out-image-category pic x(10).
01 output-changes-total.
   02 filler            pic x(18) value " changes listed = ".
   02 out-changes-count pic zzzzz9.

procedure division.
   accept ws-run-date from date yyyymmdd.
   perform get-request.

   if req-mode = space
      display " request must be:"
      display "   ASOF=<date>              the master as it stood that day"
      display "   FROM=<date> TO=<date>    changes between the two dates"
   else
      move spaces to ws-report-fname
      string "bookasof." delimited by size
             ws-run-date delimited by size
             ".rpt" delimited by size
             into ws-report-fname
      open output report-file
      perform open-journal
      if req-mode = "A"
         perform report-master-as-of
      else
         perform report-master-changes
      end-if
      close report-file
      perform write-audit-line
   end-if.

   stop run.

*> get the request without blocking on operator input: a PARM on the
*> command line first, then a SYSIN card, the same unattended-job
*> technique auditinq uses.  FROM= without a TO= runs up to today
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

   evaluate req-keyword
      when "ASOF"
         move "A" to req-mode
         move req-value to asof-date
      when "FROM"
         move "C" to req-mode
         move req-value to window-from
         move ws-run-date to window-to
         if req-keyword-2 = "TO"
            move req-value-2 to window-to
         end-if
   end-evaluate.

*> the journal only exists once bookmaint has applied a card - with
*> none, nothing has changed since, and the master stands as it is
open-journal.
   open input journal-file.
   if journal-file-status = "00"
      move 'Y' to journal-avail
      close journal-file
   else
      move 'N' to journal-avail
   end-if.

*> the master as it stood after the as-of date: every title on the
*> master now, wound back through each journal line dated after the
*> as-of date.  a title's earliest such line holds its record as it
*> stood on the as-of date in its before image - blank when that line
*> is the add that created it, which means the title wasn't on file
report-master-as-of.
   display output-title-line
   display output-underline.
   write report-line from output-title-line.
   write report-line from output-underline.
   move asof-date to out-asof-date.
   display output-asof-line.
   write report-line from output-asof-line.
   if journal-avail = 'N'
      display output-no-journal-line
      write report-line from output-no-journal-line
   end-if.
   display output-asof-head.
   write report-line from output-asof-head.

   sort asof-sort-file
      on ascending key srt-book-id
                       srt-source
                       srt-run-date
                       srt-run-time
                       srt-seq
      input procedure load-asof-sort-file
      output procedure unload-asof-sort-file.

   if master-avail = 'N'
      display output-no-master-line
      write report-line from output-no-master-line
   end-if.
   display output-underline.
   write report-line from output-underline.
   move listed-count to out-asof-count.
   move restored-count to out-restored.
   display output-asof-total.
   write report-line from output-asof-total.
   if restored-count > 0
      display output-asof-note
      write report-line from output-asof-note
   end-if.

*> release every master record and every journal line dated after the
*> as-of date
load-asof-sort-file.
   open input book-master-file.
   if book-master-status = "00"
      move 'Y' to master-avail
      perform release-one-master until master-eof = 'Y'
      close book-master-file
   end-if.
   if journal-avail = 'Y'
      open input journal-file
      perform release-one-journal until journal-eof = 'Y'
      close journal-file
   end-if.

release-one-master.
   read book-master-file next record
      at end move 'Y' to master-eof
      not at end
         move spaces to asof-sort-record
         move mst-book-id to srt-book-id
         move "M" to srt-source
         move zero to srt-run-date, srt-run-time, srt-seq
         move mst-title to srt-after-title
         move mst-supplier to srt-after-supplier
         move mst-category to srt-after-category
         release asof-sort-record
   end-read.

*> a journal line is released when its run date falls after the
*> as-of date (as-of mode) or inside the window (changes mode)
release-one-journal.
   read journal-file
      at end move 'Y' to journal-eof
      not at end
         if journal-record not = spaces
            add 1 to journal-read-count
            if (req-mode = "A" and jrn-run-date > asof-date)
               or (req-mode = "C"
                   and jrn-run-date not < window-from
                   and jrn-run-date not > window-to)
               move jrn-book-id to srt-book-id
               move "J" to srt-source
               move jrn-run-date to srt-run-date
               move jrn-run-time to srt-run-time
               move jrn-seq to srt-seq
               move jrn-action to srt-action
               move jrn-submitter to srt-submitter
               move jrn-before to srt-before
               move jrn-after to srt-after
               release asof-sort-record
            end-if
         end-if
   end-read.

*> only the first line of each title's group matters: a journal line
*> there means the title changed after the as-of date, so its before
*> image is what stood then; the master record there means nothing
*> changed since, so the title stands as it is now
unload-asof-sort-file.
   move 'N' to sort-eof.
   move high-values to group-book-id.
   perform until sort-eof = 'Y'
      return asof-sort-file at end move 'Y' to sort-eof
         not at end
            if srt-book-id not = group-book-id
               move srt-book-id to group-book-id
               perform list-one-asof-title
            end-if
      end-return
   end-perform.

list-one-asof-title.
   move srt-book-id to out-book-id.
   if srt-source = "M"
      move srt-after-title to out-title
      move srt-after-supplier to out-supplier
      move srt-after-category to out-category
      move space to out-asof-flag
      perform write-asof-detail
   else
      if srt-action not = "A"
         move srt-before-title to out-title
         move srt-before-supplier to out-supplier
         move srt-before-category to out-category
         move "*" to out-asof-flag
         add 1 to restored-count
         perform write-asof-detail
      end-if
   end-if.

write-asof-detail.
   display output-asof-detail.
   write report-line from output-asof-detail.
   add 1 to listed-count.

*> every journal line dated inside the window, title by title and
*> oldest first, with the record before and after the card and the
*> fields the card changed
report-master-changes.
   display output-changes-title
   display output-underline.
   write report-line from output-changes-title.
   write report-line from output-underline.
   move window-from to out-window-from.
   move window-to to out-window-to.
   display output-window-line.
   write report-line from output-window-line.
   display output-change-head.
   write report-line from output-change-head.

   sort asof-sort-file
      on ascending key srt-book-id
                       srt-source
                       srt-run-date
                       srt-run-time
                       srt-seq
      input procedure load-changes-sort-file
      output procedure unload-changes-sort-file.

   display output-underline.
   write report-line from output-underline.
   move listed-count to out-changes-count.
   display output-changes-total.
   write report-line from output-changes-total.

load-changes-sort-file.
   if journal-avail = 'Y'
      open input journal-file
      perform release-one-journal until journal-eof = 'Y'
      close journal-file
   end-if.

unload-changes-sort-file.
   move 'N' to sort-eof.
   perform until sort-eof = 'Y'
      return asof-sort-file at end move 'Y' to sort-eof
         not at end perform list-one-change
      end-return
   end-perform.

list-one-change.
   move srt-run-date to out-chg-date.
   move srt-run-time(1:6) to out-chg-time.
   move srt-action to out-chg-action.
   move srt-submitter to out-chg-by.
   move srt-book-id to out-chg-book-id.
   perform name-changed-fields.
   move changed-fields to out-chg-fields.
   display output-change-line.
   write report-line from output-change-line.

   if srt-action not = "A"
      move "before  " to out-image-label
      move srt-before-title to out-image-title
      move srt-before-supplier to out-image-supplier
      move srt-before-category to out-image-category
      display output-image-line
      write report-line from output-image-line
   end-if.
   if srt-action not = "D"
      move "after   " to out-image-label
      move srt-after-title to out-image-title
      move srt-after-supplier to out-image-supplier
      move srt-after-category to out-image-category
      display output-image-line
      write report-line from output-image-line
   end-if.
   add 1 to listed-count.

*> the fields a change card actually moved - the question auditors
*> ask is which of title, supplier and category a card changed
name-changed-fields.
   move spaces to changed-fields.
   evaluate srt-action
      when "A"
         move "added" to changed-fields
      when "D"
         move "deleted" to changed-fields
      when other
         move 1 to changed-ptr
         if srt-before-title not = srt-after-title
            string "title " delimited by size
               into changed-fields with pointer changed-ptr
         end-if
         if srt-before-supplier not = srt-after-supplier
            string "supplier " delimited by size
               into changed-fields with pointer changed-ptr
         end-if
         if srt-before-category not = srt-after-category
            string "category " delimited by size
               into changed-fields with pointer changed-ptr
         end-if
         if changed-ptr = 1
            move "no field changed" to changed-fields
         end-if
   end-evaluate.

*> leave this run's one-line record on the shared audit trail: how
*> many journal lines were read and how many lines the report listed
write-audit-line.
   move spaces to audit-record.
   move "BOOKASOF" to audit-program.
   move ws-run-date to audit-run-date.
   move "bookjrnl.dat" to audit-fname.
   move journal-read-count to audit-rec-count.
   move listed-count to audit-valid-count.
   move restored-count to audit-exc-count.
   if req-mode = "A"
      move "OK - master as of date produced" to audit-ctl-status
   else
      move "OK - master changes listed" to audit-ctl-status
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
