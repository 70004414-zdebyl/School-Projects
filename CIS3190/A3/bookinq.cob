identification division.
program-id. bookinq.

environment division.
input-output section.
file-control.

*> the book-level price history the statistics suite adds one record
*> per accepted record to, keyed by book-id and run date - one title's
*> prices are read straight off the key, oldest first
select book-history-file assign to "bookhist.dat"
   organization is indexed
   access is dynamic
   record key is bhist-key
   alternate record key is bhist-run-date with duplicates
   file status is book-history-status.

*> the book master bookmaint maintains, keyed by book-id - read for
*> the title, supplier and category shown above the prices
select book-master-file assign to "bookmast.dat"
   organization is indexed
   access is random
   record key is mst-book-id
   alternate record key is mst-supplier with duplicates
   alternate record key is mst-category with duplicates
   file status is book-master-status.

data division.
file section.

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

*> define book master structure - the same record bookmaint writes,
*> so the programs stay in step on the layout
fd book-master-file.
01 master-record.
   02 mst-book-id       pic x(13).
   02 mst-title         pic x(30).
   02 mst-supplier      pic x(6).
   02 mst-category      pic x(10).

working-storage section.

*> define variables
77 book-history-status  pic x(2).
77 book-master-status   pic x(2).
77 hist-eof             pic x(1) value 'N'.
77 ws-parm              pic x(80).
77 ws-parm-2            pic x(30).
77 ws-parm-3            pic x(30).
77 inq-keyword          pic x(10).
77 inq-value            pic x(50).
77 inq-book-id          pic x(13).
77 inq-from-date        pic 9(8) value zero.
77 inq-to-date          pic 9(8) value 99999999.

*> the title's figures, gathered as its prices are listed
77 price-count          pic s9(6) value zero.
77 price-low            pic s9(6)v9(2).
77 price-high           pic s9(6)v9(2).
77 price-sum            pic s9(12)v9(2) value zero.
77 price-average        pic s9(6)v9(2).
77 qty-total            pic 9(9) value zero.
77 last-price           pic s9(6)v9(2) value zero.
77 last-date            pic 9(8) value zero.
77 prior-price          pic s9(6)v9(2) value zero.
77 prior-date           pic 9(8) value zero.
77 change-amount        pic s9(6)v9(2).
77 change-pct           pic s9(5)v9(2).

01 output-title-line.
   02 filler            pic x(40) value
      "      Book Price Inquiry".
01 output-underline.
   02 filler            pic x(40) value
      "----------------------------------------".
01 output-book-line.
   02 filler            pic x(10) value " book-id  ".
   02 out-book-id       pic x(13).
   02 filler            pic x(2) value spaces.
   02 out-title         pic x(30).
01 output-supp-line.
   02 filler            pic x(10) value " supplier ".
   02 out-supplier      pic x(6).
   02 filler            pic x(11) value "  category ".
   02 out-category      pic x(10).
01 output-not-on-master.
   02 filler            pic x(40) value
      "  book-id not on the book master".
01 output-window-line.
   02 filler            pic x(10) value " from     ".
   02 out-from-date     pic 9(8).
   02 filler            pic x(6) value "  to  ".
   02 out-to-date       pic 9(8).
01 output-price-head.
   02 filler            pic x(60) value
      "  Run Date       Value  Quantity  File".
01 output-price-line.
   02 filler            pic x(2) value spaces.
   02 out-run-date      pic 9(8).
   02 filler            pic x(2) value spaces.
   02 out-x             pic -(6)9.9(2).
   02 filler            pic x(2) value spaces.
   02 out-quantity      pic zzzzz9.
   02 filler            pic x(2) value spaces.
   02 out-fname         pic x(30).
01 output-no-prices-line.
   02 filler            pic x(40) value
      "  no prices on file for this book-id".
01 output-count-line.
   02 filler            pic x(20) value " prices listed".
   02 out-count         pic zzzzz9.
01 output-low-line.
   02 filler            pic x(20) value " low".
   02 out-low           pic -(6)9.9(2).
01 output-high-line.
   02 filler            pic x(20) value " high".
   02 out-high          pic -(6)9.9(2).
01 output-average-line.
   02 filler            pic x(20) value " average".
   02 out-average       pic -(6)9.9(2).
01 output-qty-line.
   02 filler            pic x(20) value " total quantity".
   02 out-qty-total     pic zzzzzzzz9.
01 output-change-line.
   02 filler            pic x(20) value " latest change".
   02 out-change-amt    pic -(6)9.9(2).
   02 filler            pic x(2) value spaces.
   02 out-change-pct    pic -(4)9.9(2).
   02 filler            pic x(1) value "%".
   02 filler            pic x(7) value "  since".
   02 out-change-date   pic 9(8).
01 output-no-change-line.
   02 filler            pic x(40) value
      " latest change       only one price".

procedure division.
   perform get-request.

   if inq-book-id = spaces
      display " request must be:"
      display "   BOOK=<book-id>                       every price on file"
      display "   BOOK=<book-id> FROM=<date> TO=<date> prices in a date range"
   else
      perform show-book-header
      perform list-book-prices
      perform show-book-figures
   end-if.

   stop run.

*> get the request without blocking on operator input: first check
*> for a PARM on the command line, then fall back to a SYSIN card,
*> the same unattended-job technique auditinq uses.  the request is
*> BOOK=<book-id>, with optional FROM=<date> and TO=<date> tokens to
*> narrow the listing to a date range
get-request.
   move spaces to ws-parm.
   accept ws-parm from command-line.
   if ws-parm = spaces
      accept ws-parm
   end-if.

   move spaces to inq-book-id, ws-parm-2, ws-parm-3.
   unstring ws-parm delimited by all space
      into inq-value, ws-parm-2, ws-parm-3.
   move inq-value to ws-parm.
   perform apply-one-token.
   move ws-parm-2 to ws-parm.
   perform apply-one-token.
   move ws-parm-3 to ws-parm.
   perform apply-one-token.

apply-one-token.
   if ws-parm not = spaces
      move spaces to inq-keyword, inq-value
      unstring ws-parm delimited by "="
         into inq-keyword, inq-value
      evaluate inq-keyword
         when "BOOK"
            move inq-value to inq-book-id
         when "FROM"
            move inq-value to inq-from-date
         when "TO"
            move inq-value to inq-to-date
      end-evaluate
   end-if.

*> the title, supplier and category off the master - a book-id the
*> master doesn't carry still has its prices listed, since history
*> outlives a title deleted from the catalog
show-book-header.
   display output-title-line
   display output-underline.
   move inq-book-id to out-book-id.
   move spaces to out-title, out-supplier, out-category.
   open input book-master-file.
   if book-master-status = "00"
      move inq-book-id to mst-book-id
      read book-master-file
         invalid key move spaces to mst-title
         not invalid key
            move mst-title to out-title
            move mst-supplier to out-supplier
            move mst-category to out-category
      end-read
      close book-master-file
   end-if.
   display output-book-line.
   if out-title = spaces
      display output-not-on-master
   else
      display output-supp-line
   end-if.
   if inq-from-date not = 0 or inq-to-date not = 99999999
      move inq-from-date to out-from-date
      move inq-to-date to out-to-date
      display output-window-line
   end-if.

*> every price on file for the book-id inside the window, oldest
*> first - the key starts at the book-id and the window's first date,
*> and the read stops at the first record past either
list-book-prices.
   display output-underline
   display output-price-head.
   open input book-history-file.
   if book-history-status = "00"
      move inq-book-id to bhist-book-id
      move inq-from-date to bhist-run-date
      move zero to bhist-seq
      start book-history-file key is not less than bhist-key
         invalid key move 'Y' to hist-eof
      end-start
      perform read-one-price until hist-eof = 'Y'
      close book-history-file
   end-if.
   if price-count = 0
      display output-no-prices-line
   end-if.

read-one-price.
   read book-history-file next record
      at end move 'Y' to hist-eof
      not at end
         if bhist-book-id not = inq-book-id
            or bhist-run-date > inq-to-date
            move 'Y' to hist-eof
         else
            perform list-one-price
         end-if
   end-read.

list-one-price.
   move bhist-run-date to out-run-date.
   move bhist-x to out-x.
   move bhist-quantity to out-quantity.
   move bhist-fname to out-fname.
   display output-price-line.

   add 1 to price-count.
   if price-count = 1
      move bhist-x to price-low, price-high
   end-if.
   if bhist-x < price-low
      move bhist-x to price-low
   end-if.
   if bhist-x > price-high
      move bhist-x to price-high
   end-if.
   add bhist-x to price-sum.
   add bhist-quantity to qty-total.
   move last-price to prior-price.
   move last-date to prior-date.
   move bhist-x to last-price.
   move bhist-run-date to last-date.

*> low, high and average over the prices listed, and the latest
*> change - the last price against the one before it
show-book-figures.
   if price-count > 0
      display output-underline
      move price-count to out-count
      display output-count-line
      move price-low to out-low
      display output-low-line
      move price-high to out-high
      display output-high-line
      compute price-average rounded = price-sum / price-count
      move price-average to out-average
      display output-average-line
      move qty-total to out-qty-total
      display output-qty-line
      if price-count > 1
         compute change-amount = last-price - prior-price
         if prior-price not = 0
            compute change-pct rounded =
               (change-amount / prior-price) * 100
         else
            move zero to change-pct
         end-if
         move change-amount to out-change-amt
         move change-pct to out-change-pct
         move prior-date to out-change-date
         display output-change-line
      else
         display output-no-change-line
      end-if
   end-if.
