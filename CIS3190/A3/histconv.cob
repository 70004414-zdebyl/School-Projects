identification division.
program-id. histconv.

environment division.
input-output section.
file-control.

*> the book-level price history as the statistics suite used to keep
*> it: one flat line per accepted record, appended in run order.  the
*> old dataset is renamed to bookhist.old before this program runs,
*> so the indexed dataset can take over the bookhist.dat name
select old-history-file assign to "bookhist.old"
   organization is line sequential
   file status is old-history-status.

*> the indexed price history, keyed by book-id and run date - the
*> same dataset statmeasure now adds its prices to
select book-history-file assign to "bookhist.dat"
   organization is indexed
   access is random
   record key is bhist-key
   alternate record key is bhist-run-date with duplicates
   file status is book-history-status.

*> shared audit-trail dataset: this program appends one line per run,
*> the same record every other program in the system appends
select audit-file assign to "audit.dat"
   organization is line sequential
   file status is audit-file-status.

data division.
file section.

*> define old history structure - the flat layout the statistics
*> suite wrote before the history was keyed
fd old-history-file.
01 old-history-record.
   02 old-book-id       pic x(13).
   02 old-run-date      pic 9(8).
   02 old-x             pic s9(6)v9(2).
   02 old-quantity      pic 9(6).

*> define book-history file structure - book-id and run date make
*> the key, with a sequence number to keep apart a title priced more
*> than once on the same run date; bhist-fname is the data file the
*> price came from
fd book-history-file.
01 book-history-record.
   02 bhist-key.
      03 bhist-book-id  pic x(13).
      03 bhist-run-date pic 9(8).
      03 bhist-seq      pic 9(3).
   02 bhist-x           pic s9(6)v9(2).
   02 bhist-quantity    pic 9(6).
   02 bhist-fname       pic x(30).

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
77 old-history-status   pic x(2).
77 book-history-status  pic x(2).
77 audit-file-status    pic x(2).
77 old-eof              pic x(1) value 'N'.
77 bhist-written        pic x(1).
77 old-read-count       pic s9(6) value zero.
77 loaded-count         pic s9(6) value zero.
77 dropped-count        pic s9(6) value zero.
77 ws-run-date          pic 9(8).

01 output-drop-line.
   02 filler            pic x(10) value " dropped  ".
   02 out-drop-book-id  pic x(13).
   02 filler            pic x(2) value spaces.
   02 out-drop-date     pic 9(8).
   02 filler            pic x(2) value spaces.
   02 out-drop-reason   pic x(40).
01 output-summary-line.
   02 filler            pic x(15) value " lines read = ".
   02 out-read          pic zzzzz9.
   02 filler            pic x(11) value " loaded = ".
   02 out-loaded        pic zzzzz9.
   02 filler            pic x(12) value " dropped = ".
   02 out-dropped       pic zzzzz9.

procedure division.
   accept ws-run-date from date yyyymmdd.

   open input old-history-file.
   if old-history-status not = "00"
      display " no bookhist.old found - nothing converted"
   else
      *> the indexed history always starts empty - converting twice
      *> from the same old history must not double anything up, the
      *> same rule mastconv keeps for the master
      open output book-history-file
      close book-history-file
      open i-o book-history-file
      perform read-old-history until old-eof = 'Y'
      close old-history-file
      close book-history-file
   end-if.

   move old-read-count to out-read.
   move loaded-count to out-loaded.
   move dropped-count to out-dropped.
   display output-summary-line.

   perform write-audit-line.
   stop run.

*> read the next old history line, skipping blank lines the same way
*> the other readers in this system do
read-old-history.
   read old-history-file
      at end move 'Y' to old-eof
      not at end
         if old-history-record not = spaces
            add 1 to old-read-count
            perform convert-one-line
         end-if
   end-read.

*> carry one old line over to the keyed history.  the old layout never
*> recorded the data file, so bhist-fname is left blank - those prices
*> are just as good to the inquiry and the comparison, and only the
*> restart purge (which matches on today's file names) reads it
convert-one-line.
   if old-book-id = spaces or old-run-date is not numeric
      move old-book-id to out-drop-book-id
      move zero to out-drop-date
      move "book-id or run date missing" to out-drop-reason
      display output-drop-line
      add 1 to dropped-count
   else
      move old-book-id to bhist-book-id
      move old-run-date to bhist-run-date
      move zero to bhist-seq
      move old-x to bhist-x
      move old-quantity to bhist-quantity
      move spaces to bhist-fname
      move 'N' to bhist-written
      perform write-book-history-record
         until bhist-written not = 'N'
      if bhist-written = 'Y'
         add 1 to loaded-count
      else
         move old-book-id to out-drop-book-id
         move old-run-date to out-drop-date
         if book-history-status = "22"
            move "too many prices for one run date" to out-drop-reason
         else
            move spaces to out-drop-reason
            string "price history write failed - status "
                      delimited by size
                   book-history-status delimited by size
                   into out-drop-reason
         end-if
         display output-drop-line
         add 1 to dropped-count
      end-if
   end-if.

*> a title priced more than once on the same run date takes the next
*> free sequence number, the same way statmeasure adds its prices.
*> any other failure, or a title out of sequence numbers for the day,
*> leaves the line unwritten for the caller to report as dropped
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
      end-if
   end-if.

*> leave this run's one-line record on the shared audit trail: how
*> many old lines came in, how many loaded, how many were dropped
write-audit-line.
   move spaces to audit-record.
   move "HISTCONV" to audit-program.
   move ws-run-date to audit-run-date.
   move "bookhist.dat" to audit-fname.
   move old-read-count to audit-rec-count.
   move loaded-count to audit-valid-count.
   move dropped-count to audit-exc-count.
   if dropped-count = 0
      move "OK - all history lines converted" to audit-ctl-status
   else
      move "CONVERSION INCOMPLETE - one or more lines dropped"
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
