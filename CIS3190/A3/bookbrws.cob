identification division.
program-id. bookbrws.

environment division.
input-output section.
file-control.

*> the book master bookmaint maintains - browsed in supplier or in
*> category order off its alternate keys, starting from the value
*> asked for
select book-master-file assign to "bookmast.dat"
   organization is indexed
   access is dynamic
   record key is mst-book-id
   alternate record key is mst-supplier with duplicates
   alternate record key is mst-category with duplicates
   file status is book-master-status.

*> the book-level price history, keyed by book-id and run date - one
*> title's prices are read straight off the key for its latest price
select book-history-file assign to "bookhist.dat"
   organization is indexed
   access is dynamic
   record key is bhist-key
   alternate record key is bhist-run-date with duplicates
   file status is book-history-status.

*> the reviewed-dispositions dataset bookdisp maintains
select dispo-file assign to "dispo.dat"
   organization is line sequential
   file status is dispo-file-status.

*> dated report dataset mirroring the SYSOUT listing, so the clerk
*> preparing maintenance cards has the list on file to work from
select report-file assign to dynamic ws-report-fname
   organization is line sequential.

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

*> define dispositions file structure - the same record bookdisp
*> writes, so the programs stay in step on the layout
fd dispo-file.
01 dispo-record.
   02 disp-book-id      pic x(13).
   02 disp-status       pic x(1).
   02 disp-initials     pic x(3).
   02 disp-date         pic 9(8).

fd report-file.
01 report-line.
   02 out-report-num    pic x(80).

working-storage section.

*> define variables
77 book-master-status   pic x(2).
77 book-history-status  pic x(2).
77 dispo-file-status    pic x(2).
77 history-avail        pic x(1) value 'N'.
77 master-eof           pic x(1) value 'N'.
77 hist-eof             pic x(1).
77 dispo-eof            pic x(1) value 'N'.
77 ws-run-date          pic 9(8).
77 ws-report-fname      pic x(50).
77 ws-parm              pic x(60).
77 ws-parm-2            pic x(30).
77 brws-keyword         pic x(10).
77 brws-value           pic x(50).
77 brws-keyword-2       pic x(10).
77 brws-value-2         pic x(50).
77 brws-value-length    pic s9(3).

*> what was asked for: SUPPLIER=<code> or CATEGORY=<name> picks the
*> order and the starting value, PAGES=<n> how many pages to list
77 brws-by              pic x(1) value space.
77 brws-start-value     pic x(10).
77 brws-pages           pic 9(3) value 5.
77 brws-page-lines      pic 9(3) value 20.
77 brws-page-number     pic 9(3) value zero.
77 brws-line-on-page    pic 9(3) value zero.
77 brws-title-count     pic s9(6) value zero.
77 brws-group-value     pic x(10).
77 brws-this-value      pic x(10).
77 brws-more            pic x(1) value 'N'.

*> a title's most recent price off the history
77 latest-price         pic s9(6)v9(2).
77 latest-price-date    pic 9(8).

*> the dispositions held in storage for the per-title flag - the same
*> 1000-slot table bookdisp keeps
77 dispo-used-count     pic s9(4) value zero.
77 dispo-slot           pic s9(4).
77 dispo-search         pic s9(4).
01 dispo-table-area.
   02 dispo-entry occurs 1000 times.
      03 dispo-tab-id        pic x(13).
      03 dispo-tab-status    pic x(1).

01 output-title-line.
   02 filler            pic x(24) value
      "      Book Master Browse".
   02 filler            pic x(4) value " by ".
   02 out-title-by      pic x(8).
   02 filler            pic x(12) value "  from     ".
   02 out-title-from    pic x(10).
   02 filler            pic x(8) value "   page ".
   02 out-title-page    pic zz9.
01 output-underline.
   02 filler            pic x(80) value all "-".
01 output-browse-head.
   02 filler            pic x(42) value
      "  Book-ID        Title".
   02 out-head-other    pic x(10).
   02 filler            pic x(28) value
      "    Latest  On Date   Disp".
01 output-group-line.
   02 filler            pic x(1) value space.
   02 out-group-by      pic x(8).
   02 filler            pic x(1) value space.
   02 out-group-value   pic x(10).
01 output-browse-line.
   02 filler            pic x(2) value spaces.
   02 out-book-id       pic x(13).
   02 filler            pic x(2) value spaces.
   02 out-title         pic x(24).
   02 filler            pic x(1) value space.
   02 out-other         pic x(10).
   02 filler            pic x(1) value space.
   02 out-price-x       pic x(9).
   02 out-price redefines out-price-x pic -(5)9.9(2).
   02 filler            pic x(1) value space.
   02 out-price-date-x  pic x(8).
   02 out-price-date redefines out-price-date-x pic 9(8).
   02 filler            pic x(1) value space.
   02 out-disposition   pic x(8).
01 output-more-line.
   02 filler            pic x(30) value
      " more titles follow - continue".
   02 filler            pic x(6) value " from ".
   02 out-more-by       pic x(8).
   02 filler            pic x(1) value "=".
   02 out-more-value    pic x(10).
01 output-end-line.
   02 filler            pic x(20) value " end of master".
01 output-count-line.
   02 filler            pic x(17) value " titles listed = ".
   02 out-count         pic zzzzz9.
01 output-no-master-line.
   02 filler            pic x(40) value
      " book master not available".

procedure division.
   accept ws-run-date from date yyyymmdd.
   perform get-request.

   if brws-by = space
      display " request must be:"
      display "   SUPPLIER=<code> [PAGES=<n>]   titles in supplier order"
      display "   CATEGORY=<name> [PAGES=<n>]   titles in category order"
   else
      move spaces to ws-report-fname
      string "bookbrws." delimited by size
             ws-run-date delimited by size
             ".rpt" delimited by size
             into ws-report-fname
      open output report-file
      perform load-dispositions
      open input book-master-file
      if book-master-status = "00"
         perform browse-master
         close book-master-file
      else
         display output-no-master-line
         write report-line from output-no-master-line
      end-if
      close report-file
   end-if.

   stop run.

*> get the request without blocking on operator input: a PARM on the
*> command line first, then a SYSIN card, the same unattended-job
*> technique auditinq uses.  SUPPLIER= or CATEGORY= with no value
*> starts from the beginning of that order
get-request.
   move spaces to ws-parm.
   accept ws-parm from command-line.
   if ws-parm = spaces
      accept ws-parm
   end-if.

   move spaces to brws-keyword, brws-value, ws-parm-2.
   move spaces to brws-keyword-2, brws-value-2.
   unstring ws-parm delimited by all space
      into brws-value, ws-parm-2.
   move brws-value to ws-parm.
   move spaces to brws-value.
   unstring ws-parm delimited by "="
      into brws-keyword, brws-value.
   if ws-parm-2 not = spaces
      unstring ws-parm-2 delimited by "="
         into brws-keyword-2, brws-value-2
   end-if.

   evaluate brws-keyword
      when "SUPPLIER"
         move "S" to brws-by
         move "supplier" to out-title-by, out-group-by, out-more-by
         move "Category" to out-head-other
      when "CATEGORY"
         move "C" to brws-by
         move "category" to out-title-by, out-group-by, out-more-by
         move "Supplier" to out-head-other
   end-evaluate.
   move brws-value to brws-start-value.
   if brws-keyword-2 = "PAGES"
      move zero to brws-value-length
      inspect brws-value-2 tallying brws-value-length
         for characters before initial space
      if brws-value-length > 0 and brws-value-length < 4
         and brws-value-2(1:brws-value-length) is numeric
         move brws-value-2(1:brws-value-length) to brws-pages
      end-if
   end-if.
   if brws-pages = 0
      move 1 to brws-pages
   end-if.

*> pull the dispositions into the table - no dataset yet just leaves
*> every title without one
load-dispositions.
   open input dispo-file.
   if dispo-file-status = "00"
      perform load-one-disposition until dispo-eof = 'Y'
      close dispo-file
   end-if.

load-one-disposition.
   read dispo-file
      at end move 'Y' to dispo-eof
      not at end
         if dispo-used-count < 1000
            add 1 to dispo-used-count
            move disp-book-id to dispo-tab-id(dispo-used-count)
            move disp-status to dispo-tab-status(dispo-used-count)
         end-if
   end-read.

*> start on the alternate key at the value asked for and read on in
*> that order, a page at a time, until the pages asked for are full or
*> the master runs out
browse-master.
   open input book-history-file.
   if book-history-status = "00"
      move 'Y' to history-avail
   end-if.
   move brws-start-value to out-title-from.
   move high-values to brws-group-value.
   if brws-by = "S"
      move brws-start-value to mst-supplier
      start book-master-file key is not less than mst-supplier
         invalid key move 'Y' to master-eof
      end-start
   else
      move brws-start-value to mst-category
      start book-master-file key is not less than mst-category
         invalid key move 'Y' to master-eof
      end-start
   end-if.
   perform browse-one-title until master-eof = 'Y' or brws-more = 'Y'.
   if history-avail = 'Y'
      close book-history-file
   end-if.

   display output-underline.
   write report-line from output-underline.
   if brws-more = 'Y'
      display output-more-line
      write report-line from output-more-line
   else
      display output-end-line
      write report-line from output-end-line
   end-if.
   move brws-title-count to out-count.
   display output-count-line.
   write report-line from output-count-line.

browse-one-title.
   read book-master-file next record
      at end move 'Y' to master-eof
      not at end
         if brws-by = "S"
            move mst-supplier to brws-this-value
         else
            move mst-category to brws-this-value
         end-if
         if brws-line-on-page = brws-page-lines
            and brws-page-number = brws-pages
            move 'Y' to brws-more
            move brws-this-value to out-more-value
         else
            perform list-one-title
         end-if
   end-read.

*> a new page when the last is full, a group line whenever the
*> supplier or category changes (repeated at the top of each page so
*> a page never starts mid-group without saying whose titles they
*> are), then the title with its latest price and disposition
list-one-title.
   if brws-page-number = 0 or brws-line-on-page = brws-page-lines
      perform start-new-page
   end-if.
   if brws-this-value not = brws-group-value
      move brws-this-value to brws-group-value
      perform print-group-line
   end-if.

   move mst-book-id to out-book-id.
   move mst-title to out-title.
   if brws-by = "S"
      move mst-category to out-other
   else
      move mst-supplier to out-other
   end-if.
   perform find-latest-price.
   if latest-price-date = 0
      move spaces to out-price-x
      move "never" to out-price-date-x
   else
      move latest-price to out-price
      move latest-price-date to out-price-date
   end-if.
   perform find-disposition.
   evaluate true
      when dispo-slot = 0
         move spaces to out-disposition
      when dispo-tab-status(dispo-slot) = "A"
         move "ACCEPTED" to out-disposition
      when dispo-tab-status(dispo-slot) = "E"
         move "EXCLUDED" to out-disposition
      when other
         move dispo-tab-status(dispo-slot) to out-disposition
   end-evaluate.
   display output-browse-line.
   write report-line from output-browse-line.
   add 1 to brws-line-on-page.
   add 1 to brws-title-count.

start-new-page.
   add 1 to brws-page-number.
   move zero to brws-line-on-page.
   move brws-page-number to out-title-page.
   display output-underline
   display output-title-line
   display output-underline
   display output-browse-head.
   write report-line from output-underline.
   write report-line from output-title-line.
   write report-line from output-underline.
   write report-line from output-browse-head.
   if brws-this-value = brws-group-value
      perform print-group-line
   end-if.

print-group-line.
   move brws-group-value to out-group-value.
   display output-group-line.
   write report-line from output-group-line.

*> the title's prices read back oldest first off the key - the last
*> one read before the book-id changes is the latest
find-latest-price.
   move zero to latest-price, latest-price-date.
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
            move bhist-x to latest-price
            move bhist-run-date to latest-price-date
         end-if
   end-read.

find-disposition.
   move zero to dispo-slot.
   perform varying dispo-search from 1 by 1
      until dispo-search > dispo-used-count or dispo-slot > 0
      if dispo-tab-id(dispo-search) = mst-book-id
         move dispo-search to dispo-slot
      end-if
   end-perform.
