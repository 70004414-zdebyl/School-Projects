*> the book master dataset, keyed by book-id - one record per title
*> carrying the descriptive data (title, supplier, category) the
*> statistics suite's listings print alongside each book-id, so the
*> pricing clerks no longer chase bare ids through the catalog binder.
*> supplier and category are alternate keys, so one supplier's or one
*> category's titles can be browsed without reading the whole master -
*> every program that opens the master declares the same three keys
select book-master-file assign to "bookmast.dat"
   organization is indexed
   access is random
   record key is mst-book-id
   alternate record key is mst-supplier with duplicates
   alternate record key is mst-category with duplicates
   file status is book-master-status.

*> maintenance transaction file - one add/change/delete card per line,
   organization is line sequential
   file status is txn-file-status.

*> master journal - one line per applied card carrying the record as
*> it stood before the card and as the card left it, so the master as
*> it looked on any past date can be rebuilt and a title's supplier or
*> category moves explained long after the card was filed
select journal-file assign to "bookjrnl.dat"
   organization is line sequential
   file status is journal-file-status.

*> shared audit-trail dataset: this program appends one line per run,
*> the same record statmold and the statistics suite append, so master
*> maintenance shows up on the single trail alongside every other run

*> define transaction file structure - action byte, then the master
*> fields in master-record order so a card lays out the same as the
*> record it builds, then the id of whoever submitted the card
fd txn-file.
01 txn-record.
   02 txn-action        pic x(1).
   02 txn-title         pic x(30).
   02 txn-supplier      pic x(6).
   02 txn-category      pic x(10).
   02 txn-submitter     pic x(8).
   02 filler            pic x(12).

*> define journal structure - when the card was applied, in what order
*> within the run, the action and submitter, then the master fields
*> before and after.  an add has a blank before image and a delete a
*> blank after image
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

*> define audit-trail file structure - same fixed layout the other
*> two programs write, so the trail stays one record format
77 book-master-status   pic x(2).
77 txn-file-status      pic x(2).
77 audit-file-status    pic x(2).
77 journal-file-status  pic x(2).
77 txn-eof              pic x(1) value 'N'.
77 txn-read-count       pic s9(6) value zero.
77 txn-applied-count    pic s9(6) value zero.
77 txn-reject-count     pic s9(6) value zero.
77 ws-run-date          pic 9(8).
77 ws-run-time          pic 9(8).

*> the master fields as they stood before the card being applied
01 before-image.
   02 before-title      pic x(30).
   02 before-supplier   pic x(6).
   02 before-category   pic x(10).

01 output-txn-line.
   02 filler            pic x(1) value space.

procedure division.
   accept ws-run-date from date yyyymmdd.
   accept ws-run-time from time.

   *> open the master i-o; a missing master (first-ever maintenance
   *> run) is created empty first, the same create-on-first-run idiom
      open i-o book-master-file
   end-if.

   *> the journal is only ever added to - EXTEND when it exists,
   *> OUTPUT (creating it) on the first run, as for the audit trail
   open extend journal-file.
   if journal-file-status not = "00"
      open output journal-file
   end-if.

   open input txn-file.
   if txn-file-status not = "00"
      display " no maintenance transactions found - nothing applied"
   end-if.

   close book-master-file.
   close journal-file.

   move txn-applied-count to out-applied.
   move txn-reject-count to out-rejected.
apply-one-txn.
   move txn-action to out-txn-action.
   move txn-book-id to out-txn-book-id.
   move spaces to before-image.
   evaluate txn-action
      when "A"
         move txn-book-id to mst-book-id
         read book-master-file
            invalid key perform reject-txn-not-found
            not invalid key
               move mst-title to before-title
               move mst-supplier to before-supplier
               move mst-category to before-category
               move txn-title to mst-title
               move txn-supplier to mst-supplier
               move txn-category to mst-category
         end-read
      when "D"
         move txn-book-id to mst-book-id
         read book-master-file
            invalid key perform reject-txn-not-found
            not invalid key
               move mst-title to before-title
               move mst-supplier to before-supplier
               move mst-category to before-category
               delete book-master-file
                  invalid key perform reject-txn-not-found
                  not invalid key perform accept-txn
               end-delete
         end-read
      when other
         move "rejected - action must be A, C or D" to out-txn-status
         display output-txn-line
   move "applied" to out-txn-status.
   display output-txn-line.
   add 1 to txn-applied-count.
   perform write-journal-record.

*> journal the card just applied - the before image was saved as the
*> record was read, and the after image is the record as written (a
*> delete leaves nothing behind, so its after image is blank)
write-journal-record.
   move spaces to journal-record.
   move ws-run-date to jrn-run-date.
   move ws-run-time to jrn-run-time.
   move txn-read-count to jrn-seq.
   move txn-action to jrn-action.
   move txn-submitter to jrn-submitter.
   move txn-book-id to jrn-book-id.
   move before-image to jrn-before.
   if txn-action not = "D"
      move mst-title to jrn-after-title
      move mst-supplier to jrn-after-supplier
      move mst-category to jrn-after-category
   end-if.
   write journal-record.

reject-txn-duplicate.
   move "rejected - book-id already on master" to out-txn-status.
