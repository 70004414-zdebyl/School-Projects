input-output section.
file-control.

*> the book-level price history the statistics suite adds one record
*> per accepted record to - the current and prior batches are pulled
*> out of it through the run-date key and compared book by book, so
*> only the two batches' records are read, however long the history
select book-history-file assign to "bookhist.dat"
   organization is indexed
   access is dynamic
   record key is bhist-key
   alternate record key is bhist-run-date with duplicates
   file status is book-history-status.

*> dated report dataset mirroring the SYSOUT listing, named off the
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

fd report-file.
01 report-line.

*> sort description for the comparison work file - book-id first so
*> both batches' lines for one book land adjacent, run date second so
*> the prior batch's line comes off ahead of the current one, and the
*> history sequence last so a book keyed twice in a batch comes off
*> in the order it was keyed
sd comp-sort-file.
01 comp-sort-record.
   02 comp-book-id      pic x(13).
   02 comp-run-date     pic 9(8).
   02 comp-seq          pic 9(3).
   02 comp-value        pic s9(6)v9(2).

*> define run-parm file structure - one KEYWORD=value line per
*> tunable being overridden
*> batches puts the book on the changed listing
77 parm-change-pct      pic s9(3)v9(2) value 5.

*> the three result tables, filled while walking the book groups
*> and printed as three sections afterward, so each section lists its
*> books together instead of interleaving as groups finalize
01 new-area.
   write audit-record.
   close audit-file.

*> find the latest run date the history carries and the most recent
*> one before that - those two batches are what gets compared.  the
*> run-date key is stepped one date at a time, a START past each date
*> just seen landing on the first record of the next, so the walk
*> costs one START per run date rather than a read of every record.
*> a history with fewer than two distinct dates has nothing to
*> compare against
find-batch-dates.
   move 'N' to hist-eof.
   open input book-history-file.
   if book-history-status = "00"
      move zero to bhist-run-date
      perform next-batch-date until hist-eof = 'Y'
      close book-history-file
   end-if.

next-batch-date.
   start book-history-file key is greater than bhist-run-date
      invalid key move 'Y' to hist-eof
      not invalid key
         read book-history-file next record
            at end move 'Y' to hist-eof
            not at end
               move current-date to prior-date
               move bhist-run-date to current-date
         end-read
   end-start.

*> sort the two batches' lines by book-id (run date second, so the
*> prior line of a pair comes off first) and walk the adjacent
   sort comp-sort-file
      on ascending key comp-book-id
                       comp-run-date
                       comp-seq
      input procedure load-comp-sort-file
      output procedure unload-comp-sort-file.

*> release only the lines belonging to the two batch dates - the
*> run-date key starts at the prior batch, and the current batch
*> follows straight after it, so the read stops at the first record
*> past the current date and older history is never touched
load-comp-sort-file.
   move 'N' to hist-eof.
   open input book-history-file.
   move prior-date to bhist-run-date.
   start book-history-file key is equal to bhist-run-date
      invalid key move 'Y' to hist-eof
   end-start.
   perform release-one-history-line until hist-eof = 'Y'.
   close book-history-file.

release-one-history-line.
   read book-history-file next record
      at end move 'Y' to hist-eof
      not at end
         if bhist-run-date > current-date
            move 'Y' to hist-eof
         else
            move bhist-book-id to comp-book-id
            move bhist-run-date to comp-run-date
            move bhist-seq to comp-seq
            move bhist-x to comp-value
            release comp-sort-record
         end-if
unload-comp-sort-file.
   move 'N' to sort-eof.
   move 'N' to group-open.
   perform return-one-comp-record until sort-eof = 'Y'.
   perform finalize-group.

return-one-comp-record.
   return comp-sort-file
      at end move 'Y' to sort-eof
      not at end
         if group-open = 'N'
            or comp-book-id not = group-book-id
            perform finalize-group
            move comp-book-id to group-book-id
            move 'Y' to group-open
            move 'N' to group-cur-found, group-prior-found
         end-if
         if comp-run-date = current-date
            move comp-value to group-cur-x
            move 'Y' to group-cur-found
         else
            move comp-value to group-prior-x
            move 'Y' to group-prior-found
         end-if
   end-return.

*> close out one book's group: present only now means new, present
*> only before means dropped, present both times means the change is
*> measured against the threshold.  the results land in the three
