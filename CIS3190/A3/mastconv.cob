identification division.
program-id. mastconv.

environment division.
input-output section.
file-control.

*> the book master as it was built before supplier and category were
*> made alternate keys - keyed by book-id alone.  the old dataset is
*> renamed to bookmast.old before this program runs, so the rebuilt
*> master can take over the bookmast.dat name
select old-master-file assign to "bookmast.old"
   organization is indexed
   access is sequential
   record key is old-book-id
   file status is old-master-status.

*> the rebuilt book master, with the same three keys every program
*> that opens the master now declares
select book-master-file assign to "bookmast.dat"
   organization is indexed
   access is random
   record key is mst-book-id
   alternate record key is mst-supplier with duplicates
   alternate record key is mst-category with duplicates
   file status is book-master-status.

*> shared audit-trail dataset: this program appends one line per run,
*> the same record every other program in the system appends
select audit-file assign to "audit.dat"
   organization is line sequential
   file status is audit-file-status.

data division.
file section.

*> define old master structure - the same record, under its own names
*> so the two files can be open together
fd old-master-file.
01 old-master-record.
   02 old-book-id       pic x(13).
   02 old-title         pic x(30).
   02 old-supplier      pic x(6).
   02 old-category      pic x(10).

*> define book master structure - the same record bookmaint writes,
*> so the programs stay in step on the layout
fd book-master-file.
01 master-record.
   02 mst-book-id       pic x(13).
   02 mst-title         pic x(30).
   02 mst-supplier      pic x(6).
   02 mst-category      pic x(10).

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
77 old-master-status    pic x(2).
77 book-master-status   pic x(2).
77 audit-file-status    pic x(2).
77 old-eof              pic x(1) value 'N'.
77 old-read-count       pic s9(6) value zero.
77 loaded-count         pic s9(6) value zero.
77 dropped-count        pic s9(6) value zero.
77 ws-run-date          pic 9(8).

01 output-drop-line.
   02 filler            pic x(10) value " dropped  ".
   02 out-drop-book-id  pic x(13).
   02 filler            pic x(2) value spaces.
   02 out-drop-status   pic x(2).
01 output-summary-line.
   02 filler            pic x(17) value " titles read = ".
   02 out-read          pic zzzzz9.
   02 filler            pic x(11) value " loaded = ".
   02 out-loaded        pic zzzzz9.
   02 filler            pic x(12) value " dropped = ".
   02 out-dropped       pic zzzzz9.

procedure division.
   accept ws-run-date from date yyyymmdd.

   open input old-master-file.
   if old-master-status not = "00"
      display " no bookmast.old found - nothing converted"
   else
      *> the rebuilt master always starts empty - converting twice
      *> from the same old master must not double anything up
      open output book-master-file
      close book-master-file
      open i-o book-master-file
      perform read-old-master until old-eof = 'Y'
      close old-master-file
      close book-master-file
   end-if.

   move old-read-count to out-read.
   move loaded-count to out-loaded.
   move dropped-count to out-dropped.
   display output-summary-line.

   perform write-audit-line.
   stop run.

read-old-master.
   read old-master-file next record
      at end move 'Y' to old-eof
      not at end
         add 1 to old-read-count
         perform convert-one-title
   end-read.

*> carry one title over unchanged - the keys are rebuilt as it is
*> written
convert-one-title.
   move old-master-record to master-record.
   write master-record
      invalid key
         move old-book-id to out-drop-book-id
         move book-master-status to out-drop-status
         display output-drop-line
         add 1 to dropped-count
      not invalid key
         add 1 to loaded-count
   end-write.

*> leave this run's one-line record on the shared audit trail: how
*> many titles came in, how many loaded, how many were dropped
write-audit-line.
   move spaces to audit-record.
   move "MASTCONV" to audit-program.
   move ws-run-date to audit-run-date.
   move "bookmast.dat" to audit-fname.
   move old-read-count to audit-rec-count.
   move loaded-count to audit-valid-count.
   move dropped-count to audit-exc-count.
   if dropped-count = 0
      move "OK - all master titles converted" to audit-ctl-status
   else
      move "CONVERSION INCOMPLETE - one or more titles dropped"
         to audit-ctl-status
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
