identification division.
program-id. priceload.

environment division.
input-output section.
file-control.

*> the supplier price-list dataset, keyed by book-id and effective
*> date - one record per contracted price a supplier has sent us.  a
*> new list never overwrites an old price: the earlier record stays on
*> file marked superseded, so the price in effect on any past run date
*> can still be found by the statistics suite's contract check
select price-list-file assign to "pricelst.dat"
   organization is indexed
   access is dynamic
   record key is prc-key
   file status is price-list-status.

*> the book master bookmaint maintains, keyed by book-id - read
*> randomly so a price card for a title we don't carry, or one the
*> master files under a different supplier, is caught at load time
select book-master-file assign to "bookmast.dat"
   organization is indexed
   access is random
   record key is mst-book-id
   alternate record key is mst-supplier with duplicates
   alternate record key is mst-category with duplicates
   file status is book-master-status.

*> price-list transaction file - one contracted price per card, keyed
*> batch-style the same way the rest of this system takes its input,
*> so a supplier's new catalog list loads unattended overnight
select txn-file assign to "pricetxn.txt"
   organization is line sequential
   file status is txn-file-status.

*> shared audit-trail dataset: this program appends one line per run,
*> the same record every other program in the system appends
select audit-file assign to "audit.dat"
   organization is line sequential
   file status is audit-file-status.

data division.
file section.

*> define price-list structure - book-id and effective date make the
*> key, so one title's prices read back oldest first.  prc-status is
*> 'A' for the price currently in effect and 'S' once a later-dated
*> price has superseded it, with prc-end-date carrying the date the
*> superseding price took over
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

*> define book master structure - the same record bookmaint writes,
*> so the programs stay in step on the layout
fd book-master-file.
01 master-record.
   02 mst-book-id       pic x(13).
   02 mst-title         pic x(30).
   02 mst-supplier      pic x(6).
   02 mst-category      pic x(10).

*> define transaction file structure - the supplier code first, then
*> the price-list fields in key order and the contracted price as
*> eight unedited digits with two implied decimal places, the same
*> way the data files carry a value
fd txn-file.
01 txn-record.
   02 txn-supplier      pic x(6).
   02 txn-book-id       pic x(13).
   02 txn-eff-date-x    pic x(8).
   02 txn-eff-date redefines txn-eff-date-x pic 9(8).
   02 txn-price-x       pic x(8).
   02 txn-price redefines txn-price-x pic 9(6)v9(2).
   02 filler            pic x(45).

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
77 price-list-status    pic x(2).
77 book-master-status   pic x(2).
77 txn-file-status      pic x(2).
77 audit-file-status    pic x(2).
77 master-avail         pic x(1) value 'N'.
77 txn-eof              pic x(1) value 'N'.
77 price-eof            pic x(1).
77 txn-read-count       pic s9(6) value zero.
77 txn-applied-count    pic s9(6) value zero.
77 txn-reject-count     pic s9(6) value zero.
77 superseded-count     pic s9(6) value zero.
77 ws-run-date          pic 9(8).

*> the card's effective date broken out for the calendar check
01 check-date.
   02 check-year        pic 9(4).
   02 check-month       pic 9(2).
   02 check-day         pic 9(2).

*> neighbours of the card being applied among the title's existing
*> prices: the latest one dated before it (which it supersedes) and
*> the earliest one dated after it (which already supersedes it, when
*> a list arrives after a later-dated one was loaded)
77 prior-eff-date       pic 9(8).
77 prior-found          pic x(1).
77 next-eff-date        pic 9(8).
77 next-found           pic x(1).
77 dup-found            pic x(1).

01 output-txn-line.
   02 filler            pic x(1) value space.
   02 out-txn-supplier  pic x(6).
   02 filler            pic x(2) value spaces.
   02 out-txn-book-id   pic x(13).
   02 filler            pic x(2) value spaces.
   02 out-txn-eff-date  pic x(8).
   02 filler            pic x(2) value spaces.
   02 out-txn-status    pic x(45).
01 output-summary-line.
   02 filler            pic x(18) value " prices applied = ".
   02 out-applied       pic zzzzz9.
   02 filler            pic x(14) value " superseded = ".
   02 out-superseded    pic zzzzz9.
   02 filler            pic x(12) value " rejected = ".
   02 out-rejected      pic zzzzz9.

procedure division.
   accept ws-run-date from date yyyymmdd.

   *> open the price list i-o; a missing list (the first supplier
   *> list ever loaded) is created empty first, the same
   *> create-on-first-run idiom bookmaint uses for the master
   open i-o price-list-file.
   if price-list-status not = "00"
      open output price-list-file
      close price-list-file
      open i-o price-list-file
   end-if.

   perform open-book-master.

   open input txn-file.
   if txn-file-status not = "00"
      display " no price-list transactions found - nothing applied"
   else
      perform read-txn-file until txn-eof = 'Y'
      close txn-file
   end-if.

   close price-list-file.
   if master-avail = 'Y'
      close book-master-file
   end-if.

   move txn-applied-count to out-applied.
   move superseded-count to out-superseded.
   move txn-reject-count to out-rejected.
   display output-summary-line.

   perform write-audit-line.
   stop run.

*> open the book master for random lookups - a missing master (a
*> test box, or before any maintenance) is not an error: the cards
*> load without the on-master check, the same way the statistics
*> suite skips it
open-book-master.
   open input book-master-file.
   if book-master-status = "00"
      move 'Y' to master-avail
   else
      move 'N' to master-avail
      display " book master not available - book-ids not checked"
   end-if.

*> read the next price card, skipping blank lines the same way the
*> other card readers in this system do
read-txn-file.
   read txn-file
      at end move 'Y' to txn-eof
      not at end
         if txn-record not = spaces
            add 1 to txn-read-count
            perform apply-one-txn
         end-if
   end-read.

*> validate one card and, if it passes, add its price to the list.  a
*> bad card is reported and counted rather than abending the run, so
*> one mis-keyed line doesn't cost the supplier's whole list
apply-one-txn.
   move txn-supplier to out-txn-supplier.
   move txn-book-id to out-txn-book-id.
   move txn-eff-date-x to out-txn-eff-date.
   move txn-eff-date-x to check-date.

   if txn-supplier = spaces or txn-book-id = spaces
      move "rejected - supplier and book-id are required"
         to out-txn-status
      perform reject-txn
   else
      if txn-eff-date-x is not numeric
         move "rejected - effective date is not yyyymmdd"
            to out-txn-status
         perform reject-txn
      else
         perform check-date-and-price
      end-if
   end-if.

*> the date is digits - now it must be a plausible calendar date, and
*> the price a positive number
check-date-and-price.
   if check-month < 1 or check-month > 12
      or check-day < 1 or check-day > 31
      move "rejected - effective date is not yyyymmdd"
         to out-txn-status
      perform reject-txn
   else
      if txn-price-x is not numeric
         move "rejected - price is not numeric" to out-txn-status
         perform reject-txn
      else
         if txn-price not > 0
            move "rejected - price must be greater than zero"
               to out-txn-status
            perform reject-txn
         else
            perform check-master-and-apply
         end-if
      end-if
   end-if.

*> a book-id the master doesn't carry is almost always a mis-keyed
*> card, and one the master files under another supplier is a price
*> from the wrong list - either way it must not become a contracted
*> price the statistics suite measures against
check-master-and-apply.
   if master-avail = 'Y'
      move txn-book-id to mst-book-id
      read book-master-file
         invalid key
            move "rejected - book-id not on master" to out-txn-status
            perform reject-txn
         not invalid key
            if mst-supplier not = spaces
               and mst-supplier not = txn-supplier
               move "rejected - master lists another supplier"
                  to out-txn-status
               perform reject-txn
            else
               perform add-price
            end-if
      end-read
   else
      perform add-price
   end-if.

*> scan the title's existing prices for a duplicate effective date
*> and for the neighbours either side, then write the new price and
*> mark whichever of the two it now follows or precedes
add-price.
   perform find-price-neighbours.
   if dup-found = 'Y'
      move "rejected - price already on list for that date"
         to out-txn-status
      perform reject-txn
   else
      move txn-book-id to prc-book-id
      move txn-eff-date to prc-eff-date
      move txn-supplier to prc-supplier
      move txn-price to prc-price
      move ws-run-date to prc-load-date
      if next-found = 'Y'
         move 'S' to prc-status
         move next-eff-date to prc-end-date
      else
         move 'A' to prc-status
         move zero to prc-end-date
      end-if
      write price-list-record
         invalid key
            move "rejected - price already on list for that date"
               to out-txn-status
            perform reject-txn
         not invalid key
            perform supersede-prior-price
            move "applied" to out-txn-status
            display output-txn-line
            add 1 to txn-applied-count
      end-write
   end-if.

*> walk every price already on file for the card's book-id, oldest
*> first, noting the latest dated before the card, the earliest dated
*> after it, and any dated the same day
find-price-neighbours.
   move 'N' to prior-found, next-found, dup-found.
   move zero to prior-eff-date, next-eff-date.
   move txn-book-id to prc-book-id.
   move zero to prc-eff-date.
   move 'N' to price-eof.
   start price-list-file key is not less than prc-key
      invalid key move 'Y' to price-eof
   end-start.
   perform scan-one-price until price-eof = 'Y'.

scan-one-price.
   read price-list-file next record
      at end move 'Y' to price-eof
      not at end
         if prc-book-id not = txn-book-id
            move 'Y' to price-eof
         else
            if prc-eff-date < txn-eff-date
               move prc-eff-date to prior-eff-date
               move 'Y' to prior-found
            end-if
            if prc-eff-date = txn-eff-date
               move 'Y' to dup-found
            end-if
            if prc-eff-date > txn-eff-date
               and next-found = 'N'
               move prc-eff-date to next-eff-date
               move 'Y' to next-found
            end-if
         end-if
   end-read.

*> the price in effect just before the new one stops at the new
*> one's effective date - kept on file, marked superseded
supersede-prior-price.
   if prior-found = 'Y'
      move txn-book-id to prc-book-id
      move prior-eff-date to prc-eff-date
      read price-list-file
         invalid key continue
         not invalid key
            move 'S' to prc-status
            move txn-eff-date to prc-end-date
            rewrite price-list-record
               invalid key continue
               not invalid key add 1 to superseded-count
            end-rewrite
      end-read
   end-if.

reject-txn.
   display output-txn-line.
   add 1 to txn-reject-count.

*> leave this run's one-line record on the shared audit trail: how
*> many cards came in, how many applied, how many were rejected
write-audit-line.
   move spaces to audit-record.
   move "PRICELOAD" to audit-program.
   move ws-run-date to audit-run-date.
   move "pricelst.dat" to audit-fname.
   move txn-read-count to audit-rec-count.
   move txn-applied-count to audit-valid-count.
   move txn-reject-count to audit-exc-count.
   if txn-reject-count = 0
      move "OK - all price-list cards applied" to audit-ctl-status
   else
      move "PRICE LOAD INCOMPLETE - one or more cards rejected"
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
