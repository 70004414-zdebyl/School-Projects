identification division.
program-id. delimp.

environment division.
input-output section.
file-control.

*> the supplier's comma-delimited delivery extract - book-id, price,
*> quantity and sometimes a currency column, one title per line, in
*> whatever column widths the supplier's system produced
select delivery-file assign to dynamic ws-fname
   organization is line sequential
   file status is delivery-file-status.

*> the fixed-position batch this program builds: the same value/
*> book-id/quantity data layout statmold and the statistics suite
*> read, closed out with the TRAILER record statmold verifies, so the
*> delivery goes through the night exactly like a keyed batch
select batch-file assign to dynamic ws-batch-fname
   organization is line sequential
   file status is batch-file-status.

*> dated report dataset mirroring the SYSOUT listing, named off the
*> delivery filename and the run date, so every rejected line and its
*> reason is still on file after the console output has scrolled away
select report-file assign to dynamic ws-report-fname
   organization is line sequential.

*> optional run-control parameter dataset shared with the other
*> programs - IMPORT-CURRENCY overrides the house currency a
*> delivery's currency column must carry
select run-parm-file assign to "runparm.dat"
   organization is line sequential
   file status is run-parm-status.

*> shared audit-trail dataset: this program appends one line per run,
*> the same record every other program in the system appends
select audit-file assign to "audit.dat"
   organization is line sequential
   file status is audit-file-status.

data division.
file section.

*> define delivery file structure - one delimited line, wide enough
*> for the longest extract a supplier sends
fd delivery-file.
01 delivery-line.
   02 delv-text         pic x(200).

*> define batch file structure
fd batch-file.
01 batch-line.
   02 batch-num         pic x(80).

fd report-file.
01 report-line.
   02 out-report-num    pic x(80).

*> define run-parm file structure - one KEYWORD=value line per
*> tunable being overridden
fd run-parm-file.
01 run-parm-line.
   02 run-parm-text pic x(80).

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
77 delivery-file-status pic x(2).
77 batch-file-status    pic x(2).
77 audit-file-status    pic x(2).
77 delv-eof             pic x(1) value 'N'.
77 ws-parm              pic x(60).
77 ws-fname             pic x(30).
77 ws-batch-fname       pic x(30).
77 ws-report-fname      pic x(50).
77 ws-run-date          pic 9(8).
77 delv-line-number     pic s9(6) value zero.
77 delv-read-count      pic s9(6) value zero.
77 delv-accept-count    pic s9(6) value zero.
77 delv-reject-count    pic s9(6) value zero.
77 delv-hash            pic s9(12)v9(2) value zero.
77 delv-no-file         pic x(1) value 'N'.
77 heading-checked      pic x(1) value 'N'.
77 line-ok              pic x(1).
77 heading-line         pic x(1).

*> graded return code handed to the scheduler, the same grades
*> statmold uses: 0 only when every line imported, 4 when some lines
*> were rejected (the rest are on the batch), 8 when there is no
*> batch worth verifying at all.  the code is stamped on the run's
*> audit line so the trail shows it too
77 ws-return-code       pic 9(2) value zero.
77 ws-new-return-code   pic 9(2).
77 ws-rc-display        pic 9(2).

*> one delivery line split at its commas - a fifth column or more is
*> more than any supplier's layout carries, so it marks the line as
*> malformed
77 field-count          pic s9(3).
77 field-overflow       pic x(1).
77 delv-book-id-text    pic x(40).
77 delv-price-text      pic x(40).
77 delv-qty-text        pic x(40).
77 delv-currency-text   pic x(40).
77 delv-extra-text      pic x(40).

*> left-justify kit - a supplier's extract may pad a column with
*> spaces or wrap it in quotes, neither of which is part of the value
77 trim-text            pic x(40).
77 trim-lead            pic s9(3).

*> number-scan kit for the price and quantity columns: a plain left
*> to right digit scan, ordinary verbs only, the same technique
*> parse-parm-number uses, but one that reports a bad character
*> instead of stopping quietly at it
77 scan-pos             pic s9(3).
77 scan-done            pic x(1).
77 scan-bad             pic x(1).
77 scan-seen-point      pic x(1).
77 scan-int-digits      pic s9(3).
77 scan-dec-digits      pic s9(3).
77 scan-whole           pic 9(8).
77 scan-cents           pic 9(2).
01 scan-digit-area.
   02 scan-digit-x      pic x(1).
   02 scan-digit redefines scan-digit-x pic 9(1).
77 delv-price           pic s9(6)v9(2).
77 delv-quantity        pic 9(6).

*> run-control parameter working storage - the parse kit matches the
*> statistics suite's, so the shared runparm.dat reads the same way
77 run-parm-status      pic x(2).
77 run-parm-eof         pic x(1) value 'N'.
77 parm-keyword         pic x(16).
77 parm-value-text      pic x(16).
*> the only currency a delivery's currency column may carry - a line
*> priced in anything else must be converted before it is imported,
*> not averaged in as if it were the house currency
77 parm-import-currency pic x(3) value "CAD".

*> one data row of the batch being built - the same value/book-id/
*> quantity layout statmold's resubmission mode writes and the
*> statistics suite reads
01 batch-value-record.
   02 imp-x             pic s9(6)v9(2).
   02 imp-book-id       pic x(13).
   02 imp-quantity      pic 9(6).
   02 filler            pic x(53).
*> the trailer closing the batch out: the "TRAILER" marker, then the
*> record count and hash total statmold's verify-control-totals
*> checks the batch against
01 trailer-record.
   02 trailer-marker    pic x(7).
   02 trailer-count     pic 9(6).
   02 trailer-hash      pic s9(12)v9(2).
   02 filler            pic x(53).

01 output-title-line.
   02 filler            pic x(40) value
      "      Delivery Import".
01 output-underline.
   02 filler            pic x(40) value
      "----------------------------------------".
01 output-files-line.
   02 filler            pic x(11) value " delivery: ".
   02 out-delv-fname    pic x(30).
   02 filler            pic x(8) value " batch: ".
   02 out-batch-fname   pic x(30).
01 output-reject-line.
   02 filler            pic x(25) value "  rejected delivery line ".
   02 out-rej-line      pic zzzzz9.
   02 filler            pic x(2) value spaces.
   02 out-rej-reason    pic x(47).
01 output-heading-skip-line.
   02 filler            pic x(40) value
      "  column heading line skipped".
01 output-no-file-line.
   02 filler            pic x(50) value
      "  delivery file cannot be opened - no batch built".
01 output-summary-line.
   02 filler            pic x(17) value " lines imported =".
   02 out-accepted      pic zzzzz9.
   02 filler            pic x(12) value " rejected = ".
   02 out-rejected      pic zzzzz9.
   02 filler            pic x(8) value " hash = ".
   02 out-hash          pic -(12)9.9(2).

procedure division.
   accept ws-run-date from date yyyymmdd.
   perform get-fnames.
   perform read-run-parms.

   move spaces to ws-report-fname.
   string ws-fname delimited by space
          "." delimited by size
          ws-run-date delimited by size
          ".import.rpt" delimited by size
          into ws-report-fname.
   open output report-file.

   display output-title-line
   display output-underline.
   write report-line from output-title-line.
   write report-line from output-underline.
   move ws-fname to out-delv-fname.
   move ws-batch-fname to out-batch-fname.
   display output-files-line.
   write report-line from output-files-line.

   open input delivery-file.
   if delivery-file-status not = "00"
      move 'Y' to delv-no-file
      display output-no-file-line
      write report-line from output-no-file-line
   else
      open output batch-file
      perform read-delivery-file until delv-eof = 'Y'
      perform write-batch-trailer
      close delivery-file, batch-file
      move delv-accept-count to out-accepted
      move delv-reject-count to out-rejected
      move delv-hash to out-hash
      display output-summary-line
      write report-line from output-summary-line
   end-if.

   close report-file.
   perform write-audit-line.
   move ws-return-code to return-code.
   stop run.

*> get the delivery filename without blocking on operator input - a
*> PARM on the command line first, then a SYSIN card, the same
*> unattended-job technique the statistics suite uses.  an optional
*> second token names the batch to build; without one the batch is
*> nums.txt, the file statmold reads
get-fnames.
   move spaces to ws-parm.
   accept ws-parm from command-line.
   if ws-parm = spaces
      accept ws-parm
   end-if.
   move spaces to ws-fname, ws-batch-fname.
   unstring ws-parm delimited by all space
      into ws-fname, ws-batch-fname.
   if ws-batch-fname = spaces
      move "nums.txt" to ws-batch-fname
   end-if.

*> fold one failure path's code into the run's return code - the
*> highest grade seen anywhere in the run is what the scheduler gets
set-return-code.
   if ws-new-return-code > ws-return-code
      move ws-new-return-code to ws-return-code
   end-if.

*> read the next delivery line - blank lines are passed over without
*> being counted, but every line keeps its physical line number so a
*> reject can be found in the supplier's file by eye
read-delivery-file.
   read delivery-file
      at end move 'Y' to delv-eof
      not at end
         add 1 to delv-line-number
         if delv-text not = spaces
            perform import-one-line
         end-if
   end-read.

*> split one line at its commas and validate each column in turn - the
*> first failing column gives the line its reject reason.  the first
*> non-blank line of an extract is often the supplier's column
*> headings; one whose price column starts with a letter is passed
*> over as such rather than rejected
import-one-line.
   move spaces to delv-book-id-text, delv-price-text, delv-qty-text,
      delv-currency-text, delv-extra-text.
   move zero to field-count.
   move 'N' to field-overflow.
   unstring delv-text delimited by ","
      into delv-book-id-text, delv-price-text, delv-qty-text,
           delv-currency-text, delv-extra-text
      tallying in field-count
      on overflow move 'Y' to field-overflow
   end-unstring.

   move delv-book-id-text to trim-text.
   perform trim-one-field.
   move trim-text to delv-book-id-text.
   move delv-price-text to trim-text.
   perform trim-one-field.
   move trim-text to delv-price-text.
   move delv-qty-text to trim-text.
   perform trim-one-field.
   move trim-text to delv-qty-text.
   move delv-currency-text to trim-text.
   perform trim-one-field.
   move trim-text to delv-currency-text.

   move 'N' to heading-line.
   if heading-checked = 'N'
      move 'Y' to heading-checked
      if delv-price-text(1:1) is alphabetic
         and delv-price-text(1:1) not = space
         move 'Y' to heading-line
         display output-heading-skip-line
         write report-line from output-heading-skip-line
      end-if
   end-if.

   if heading-line = 'N'
      add 1 to delv-read-count
      perform validate-columns
      if line-ok = 'Y'
         move spaces to batch-value-record
         move delv-price to imp-x
         move delv-book-id-text to imp-book-id
         move delv-quantity to imp-quantity
         write batch-line from batch-value-record
         add delv-price to delv-hash
         add 1 to delv-accept-count
      else
         move delv-line-number to out-rej-line
         display output-reject-line
         write report-line from output-reject-line
         add 1 to delv-reject-count
      end-if
   end-if.

*> check the columns of the line just split in order - each check runs
*> only while the line is still good, so out-rej-reason carries the
*> first one that failed
validate-columns.
   move 'Y' to line-ok.
   if field-count < 3
      move 'N' to line-ok
      move "too few columns - need book-id, price, quantity"
         to out-rej-reason
   end-if.
   if line-ok = 'Y'
      and (field-overflow = 'Y' or field-count > 4)
      move 'N' to line-ok
      move "too many columns" to out-rej-reason
   end-if.

   if line-ok = 'Y' and delv-book-id-text = spaces
      move 'N' to line-ok
      move "book-id missing" to out-rej-reason
   end-if.
   if line-ok = 'Y' and delv-book-id-text(14:27) not = spaces
      move 'N' to line-ok
      move "book-id longer than 13 characters" to out-rej-reason
   end-if.

   if line-ok = 'Y' and delv-price-text = spaces
      move 'N' to line-ok
      move "price missing" to out-rej-reason
   end-if.
   if line-ok = 'Y'
      perform scan-price
      if scan-bad = 'Y'
         move 'N' to line-ok
         move "price is not a number (up to 6.2 digits)"
            to out-rej-reason
      else
         if delv-price not > 0
            move 'N' to line-ok
            move "price must be greater than zero" to out-rej-reason
         end-if
      end-if
   end-if.

   if line-ok = 'Y' and delv-qty-text = spaces
      move 'N' to line-ok
      move "quantity missing" to out-rej-reason
   end-if.
   if line-ok = 'Y'
      perform scan-quantity
      if scan-bad = 'Y'
         move 'N' to line-ok
         move "quantity is not a whole number (up to 6 digits)"
            to out-rej-reason
      end-if
   end-if.

   if line-ok = 'Y'
      and field-count = 4 and delv-currency-text not = spaces
      inspect delv-currency-text converting
         "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
      if delv-currency-text not = parm-import-currency
         move 'N' to line-ok
         move spaces to out-rej-reason
         string "currency " delimited by size
                delv-currency-text delimited by space
                " is not " delimited by size
                parm-import-currency delimited by size
                into out-rej-reason
      end-if
   end-if.

*> strip quotes and leading spaces off the column in trim-text
trim-one-field.
   inspect trim-text replacing all '"' by space.
   move zero to trim-lead.
   inspect trim-text tallying trim-lead for leading spaces.
   if trim-lead > 0 and trim-lead < 40
      move trim-text(trim-lead + 1:) to trim-text
   end-if.

*> scan the price column into delv-price: up to six whole digits, an
*> optional point and up to two decimal places, nothing else but the
*> trailing spaces
scan-price.
   move zero to scan-whole, scan-cents, scan-int-digits,
      scan-dec-digits.
   move 'N' to scan-done, scan-bad, scan-seen-point.
   perform scan-one-price-char
      varying scan-pos from 1 by 1
      until scan-pos > 40 or scan-done = 'Y' or scan-bad = 'Y'.
   if scan-int-digits = 0 and scan-dec-digits = 0
      move 'Y' to scan-bad
   end-if.
   if scan-dec-digits = 1
      compute scan-cents = scan-cents * 10
   end-if.
   compute delv-price = scan-whole + (scan-cents / 100).

scan-one-price-char.
   move delv-price-text(scan-pos:1) to scan-digit-x.
   evaluate scan-digit-x
      when " "
         move 'Y' to scan-done
      when "."
         if scan-seen-point = 'Y'
            move 'Y' to scan-bad
         else
            move 'Y' to scan-seen-point
         end-if
      when "0" thru "9"
         if scan-seen-point = 'N'
            add 1 to scan-int-digits
            if scan-int-digits > 6
               move 'Y' to scan-bad
            else
               compute scan-whole = scan-whole * 10 + scan-digit
            end-if
         else
            add 1 to scan-dec-digits
            if scan-dec-digits > 2
               move 'Y' to scan-bad
            else
               compute scan-cents = scan-cents * 10 + scan-digit
            end-if
         end-if
      when other
         move 'Y' to scan-bad
   end-evaluate.
   if scan-done = 'Y'
      and delv-price-text(scan-pos:) not = spaces
      move 'Y' to scan-bad
   end-if.

*> scan the quantity column into delv-quantity: up to six digits and
*> nothing else but the trailing spaces
scan-quantity.
   move zero to scan-whole, scan-int-digits.
   move 'N' to scan-done, scan-bad.
   perform scan-one-qty-char
      varying scan-pos from 1 by 1
      until scan-pos > 40 or scan-done = 'Y' or scan-bad = 'Y'.
   if scan-int-digits = 0
      move 'Y' to scan-bad
   end-if.
   move scan-whole to delv-quantity.

scan-one-qty-char.
   move delv-qty-text(scan-pos:1) to scan-digit-x.
   evaluate scan-digit-x
      when " "
         move 'Y' to scan-done
      when "0" thru "9"
         add 1 to scan-int-digits
         if scan-int-digits > 6
            move 'Y' to scan-bad
         else
            compute scan-whole = scan-whole * 10 + scan-digit
         end-if
      when other
         move 'Y' to scan-bad
   end-evaluate.
   if scan-done = 'Y'
      and delv-qty-text(scan-pos:) not = spaces
      move 'Y' to scan-bad
   end-if.

*> close the batch out with its trailer: the count and hash of the
*> rows actually written, so statmold verifies the batch exactly as
*> it verifies one it built itself
write-batch-trailer.
   move spaces to trailer-record.
   move "TRAILER" to trailer-marker.
   move delv-accept-count to trailer-count.
   move delv-hash to trailer-hash.
   write batch-line from trailer-record.

*> leave this run's one-line record on the shared audit trail: lines
*> read, lines imported, lines rejected, and the graded verdict
write-audit-line.
   move spaces to audit-record.
   move "DELIMP" to audit-program.
   move ws-run-date to audit-run-date.
   move ws-fname to audit-fname.
   move delv-read-count to audit-rec-count.
   move delv-accept-count to audit-valid-count.
   move delv-reject-count to audit-exc-count.
   if delv-no-file = 'Y'
      move "NO DELIVERY FILE FOUND - no batch built"
         to audit-ctl-status
      move 8 to ws-new-return-code
      perform set-return-code
   else
      if delv-accept-count = 0
         *> a trailer over nothing would only fail statmold's own
         *> empty-run check - say so here, where the cause is
         move "NO LINES IMPORTED - batch is empty"
            to audit-ctl-status
         move 8 to ws-new-return-code
         perform set-return-code
      else
         if delv-reject-count > 0
            move "IMPORT INCOMPLETE - one or more lines rejected"
               to audit-ctl-status
            move 4 to ws-new-return-code
            perform set-return-code
         else
            move "OK - delivery imported and batch closed"
               to audit-ctl-status
         end-if
      end-if
   end-if.
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

*> pick up any run-control overrides - a missing runparm.dat leaves
*> the house currency at its default
read-run-parms.
   move 'N' to run-parm-eof.
   open input run-parm-file.
   if run-parm-status = "00"
      perform read-one-run-parm until run-parm-eof = 'Y'
      close run-parm-file
   end-if.

*> one KEYWORD=value card: blank lines and *-comment lines are
*> skipped.  the other programs' keywords live on the same shared
*> dataset, so anything that isn't ours is simply passed over.  the
*> currency is a code, not a number, so its value is taken as text
read-one-run-parm.
   read run-parm-file
      at end move 'Y' to run-parm-eof
      not at end
         if run-parm-text not = spaces
            and run-parm-text(1:1) not = "*"
            move spaces to parm-keyword, parm-value-text
            unstring run-parm-text delimited by "="
               into parm-keyword, parm-value-text
            if parm-keyword = "IMPORT-CURRENCY"
               and parm-value-text not = spaces
               move parm-value-text to parm-import-currency
            end-if
         end-if
   end-read.
