       identification division.
       program-id. FinalProject-PriceAudit.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program is the price-variance audit
      *that follows the validation program. It reads the run's valid
      *sales from valid.out and the SKU master with its effective-
      *dated list prices, and compares what each single-SKU sale
      *rang at against the list price in force on the business date
      *- the current price once its effective date has arrived, the
      *prior price before that. Every sale discounted past the
      *tolerance set in the price audit parameter file (10 percent
      *unless the file says otherwise) is listed with the cashier
      *who rang it, and the variance is totalled by store, by
      *cashier (version-2 records only - version-1 records carry no
      *cashier id and are counted once at the bottom) and by
      *department. Sales of SKUs with no list price are counted but
      *not judged.
      *
       environment division.
       configuration section.
       select valid-file
                assign to '../../../data/valid.out'
                organization is line sequential.
      *
      *the SKU master the maintenance program keeps, with each
      *SKU's owning department, list price, the date that price
      *took effect and the price it replaced.
           select optional sku-master-file
                assign to '../../../data/sku-master.dat'
                organization is line sequential.
      *
      *one record of run options: the discount, as a whole percent
      *of list, past which a sale is flagged.  a missing file
      *leaves the 10 percent default.
           select optional price-audit-param-file
                assign to '../../../data/price-audit-params.dat'
                organization is line sequential.
      *
      *the processing calendar shared with the validation run: the
      *price in force is the one in force on the business date it
      *names.  a missing calendar leaves the wall-clock date in
      *charge.
           select optional calendar-file
                assign to '../../../data/processing-calendar.dat'
                organization is line sequential.
      *
           select price-audit-report-file
                assign to '../../../data/price-audit.out'
                organization is line sequential.
       data division.
       file section.
              fd valid-file
                 record contains 50 characters
                 data record is val-valid-line.
      *same layout the validation program writes to valid.out: a
      *blank record type is a self-contained single-tender record,
      *'H' is an invoice header carrying the invoice's SKU and total
      *and 'D' is one tender detail under it.
       01 val-valid-line.
         05 val-transac-code             pic x.
         05 val-transac-amount           pic s9(5)V99.
         05 val-payment-type             pic xx.
         05 val-store-number             pic 99.
         05 val-invoice-number           pic x(9).
         05 val-sku-code                 pic x(15).
         05 val-record-type              pic x.
           88 valid-single-record        value space.
           88 valid-header-record        value 'H'.
           88 valid-detail-record        value 'D'.
      *carried on version-2 records; blank on version-1 input.
         05 val-transac-date             pic x(8).
         05 val-cashier-id               pic x(5).
      *
       fd sku-master-file
           record contains 60 characters
           data record is sku-master-record.
      *same layout the SKU maintenance program writes.
       01 sku-master-record.
         05 skm-sku-code                 pic x(15).
         05 skm-description              pic x(20).
         05 skm-dept-number              pic 9(3).
         05 skm-list-price               pic 9(5)v99.
         05 skm-price-eff-date           pic 9(8).
         05 skm-prior-price              pic 9(5)v99.
      *
       fd price-audit-param-file
           record contains 3 characters
           data record is price-audit-param-record.
      *
       01 price-audit-param-record.
         05 pap-tolerance-pct            pic x(3).
      *
       fd calendar-file
           record contains 9 characters
           data record is calendar-record.
      *same layout the validation and GL posting runs read.
       01 calendar-record.
         05 cal-business-date            pic 9(8).
         05 cal-processed-flag           pic x.
      *
       fd price-audit-report-file
           record contains 132 characters
           data record is report-line.
      *
       01 report-line                    pic x(132).
      *
       working-storage section.
       01 ws-flags.
         05 ws-eof-flag                  pic x
             value space.
         05 ws-sku-eof-flag              pic x
             value space.
         05 ws-param-eof-flag            pic x
             value space.
         05 ws-calendar-eof-flag         pic x
             value space.
         05 ws-sku-found-flag            pic x
             value space.
         05 ws-entry-found-flag          pic x
             value space.
         05 ws-flagged-flag              pic x
             value space.
           88 sale-is-flagged            value "Y".
         05 ws-sku-overflow-flag         pic x
             value space.
           88 sku-master-overflowed      value "Y".
      *
       01 ws-boolean-cnst.
         05 ws-true-cnst                 pic x
             value "T".
         05 ws-false-cnst                pic x
             value "N".
      *
       01 ws-run-date-ctl.
         05 ws-run-date-raw              pic x(21).
         05 ws-run-date                  pic 9(8).
         05 ws-tolerance-pct             pic 9(3)
             value 10.
      *
      *the SKU master held in a table so each sale can pick up its
      *department and price without a file search per record.
      *sized the same as the validation program's SKU table.
       01 ws-sku-master-tbl.
         05 ws-sku-count                 pic 9(4)
             value 0.
         05 ws-sku-entry occurs 1 to 2000 times
             depending on ws-sku-count
             indexed by ws-sku-idx.
           10 ws-sku-mst-code            pic x(15).
           10 ws-sku-mst-dept            pic 9(3).
           10 ws-sku-mst-price           pic 9(5)v99.
           10 ws-sku-mst-eff-date        pic 9(8).
           10 ws-sku-mst-prior           pic 9(5)v99.
      *
      *the sale being judged: its department, the price in force,
      *and how far below (or above) that price it rang.
       01 ws-audit-work.
         05 ws-sale-dept                 pic 9(3)
             value 0.
         05 ws-price-in-force            pic 9(5)v99
             value 0.
         05 ws-sale-variance             pic s9(5)v99
             value 0.
         05 ws-discount-amount           pic 9(5)v99
             value 0.
         05 ws-discount-pct              pic 9(3)v9
             value 0.
      *
      *variance per store, per store/cashier pairing and per
      *department, each grown on first sight as valid.out is read.
      *the variance is sold less list, so a markdown totals
      *negative; the flagged columns carry only the discounts past
      *tolerance.
       01 ws-store-tbl.
         05 ws-str-count                 pic 9(3)
             value 0.
         05 ws-str-entry occurs 1 to 99 times
             depending on ws-str-count
             indexed by ws-str-idx.
           10 ws-str-store               pic 99.
           10 ws-str-sales-cnt           pic 9(5)
               value 0.
           10 ws-str-list-amt            pic 9(9)v99
               value 0.
           10 ws-str-sold-amt            pic s9(9)v99
               value 0.
           10 ws-str-flag-cnt            pic 9(5)
               value 0.
           10 ws-str-flag-amt            pic 9(9)v99
               value 0.
      *
       01 ws-cashier-tbl.
         05 ws-csh-count                 pic 9(4)
             value 0.
         05 ws-csh-entry occurs 1 to 2000 times
             depending on ws-csh-count
             indexed by ws-csh-idx.
           10 ws-csh-store               pic 99.
           10 ws-csh-id                  pic x(5).
           10 ws-csh-sales-cnt           pic 9(5)
               value 0.
           10 ws-csh-list-amt            pic 9(9)v99
               value 0.
           10 ws-csh-sold-amt            pic s9(9)v99
               value 0.
           10 ws-csh-flag-cnt            pic 9(5)
               value 0.
           10 ws-csh-flag-amt            pic 9(9)v99
               value 0.
      *
       01 ws-dept-tbl.
         05 ws-dpt-count                 pic 9(4)
             value 0.
         05 ws-dpt-entry occurs 1 to 1000 times
             depending on ws-dpt-count
             indexed by ws-dpt-idx.
           10 ws-dpt-number              pic 9(3).
           10 ws-dpt-sales-cnt           pic 9(5)
               value 0.
           10 ws-dpt-list-amt            pic 9(9)v99
               value 0.
           10 ws-dpt-sold-amt            pic s9(9)v99
               value 0.
           10 ws-dpt-flag-cnt            pic 9(5)
               value 0.
           10 ws-dpt-flag-amt            pic 9(9)v99
               value 0.
      *
       01 calculate-lines.
         05 ws-tot-checked-cnt           pic 9(7)
             value 0.
         05 ws-tot-unpriced-cnt          pic 9(7)
             value 0.
         05 ws-tot-flagged-cnt           pic 9(7)
             value 0.
         05 ws-tot-flagged-amt           pic 9(11)v99
             value 0.
         05 ws-unattributed-cnt          pic 9(7)
             value 0.
      *
       01 ws-report-heading.
         05 filler                       pic x(37)
             value "Price Variance Audit - business date ".
         05 rh-run-date                  pic 9(8).
         05 filler                       pic x(14)
             value "  Tolerance: ".
         05 rh-tolerance-pct             pic ZZ9.
         05 filler                       pic x(10)
             value " % of list".
         05 filler                       pic x(60)
             value spaces.
      *
       01 ws-section-heading.
         05 sh-title                     pic x(132).
      *
      *one line per sale discounted past tolerance: where it rang,
      *who rang it, what it should have sold for and what it did.
       01 ws-flagged-line.
         05 filler                       pic x(2)
             value spaces.
         05 filler                       pic x(6)
             value "Store ".
         05 fl-store-number              pic 99.
         05 filler                       pic x(6)
             value "  Inv ".
         05 fl-invoice-number            pic x(9).
         05 filler                       pic x(6)
             value "  SKU ".
         05 fl-sku-code                  pic x(15).
         05 filler                       pic x(7)
             value "  Dept ".
         05 fl-dept-number               pic 9(3).
         05 filler                       pic x(10)
             value "  Cashier ".
         05 fl-cashier-id                pic x(5).
         05 filler                       pic x(7)
             value "  List ".
         05 fl-list-price                pic ZZ,ZZ9.99.
         05 filler                       pic x(7)
             value "  Sold ".
         05 fl-sold-amount               pic ZZ,ZZ9.99-.
         05 filler                       pic x(6)
             value "  Off ".
         05 fl-discount-amount           pic ZZ,ZZ9.99.
         05 filler                       pic x(2)
             value spaces.
         05 fl-discount-pct              pic ZZ9.9.
         05 filler                       pic x(6)
             value " %    ".
      *
      *one line per store, cashier or department: the sales judged,
      *their list and sold dollars, the net variance, and the sales
      *flagged with the discount they gave away.
       01 ws-summary-line.
         05 filler                       pic x(2)
             value spaces.
         05 sl-label                     pic x(8).
         05 sl-key                       pic x(8).
         05 filler                       pic x(8)
             value "  Sales ".
         05 sl-sales-cnt                 pic ZZ,ZZ9.
         05 filler                       pic x(7)
             value "  List ".
         05 sl-list-amt                  pic ZZZ,ZZZ,ZZ9.99.
         05 filler                       pic x(7)
             value "  Sold ".
         05 sl-sold-amt                  pic ZZZ,ZZZ,ZZ9.99-.
         05 filler                       pic x(11)
             value "  Variance ".
         05 sl-variance-amt              pic ZZZ,ZZZ,ZZ9.99-.
         05 filler                       pic x(10)
             value "  Flagged ".
         05 sl-flag-cnt                  pic ZZ,ZZ9.
         05 filler                       pic x
             value space.
         05 sl-flag-amt                  pic ZZZ,ZZZ,ZZ9.99.
      *
       01 ws-grand-total-line.
         05 gt-label                     pic x(40).
         05 gt-count                     pic Z,ZZZ,ZZ9.
         05 filler                       pic x(4)
             value spaces.
         05 filler                       pic x(8)
             value "Off:    ".
         05 gt-amount                    pic ZZ,ZZZ,ZZZ,ZZ9.99.
         05 filler                       pic x(54)
             value spaces.
      *
       01 ws-count-total-line.
         05 ct-label                     pic x(40).
         05 ct-count                     pic Z,ZZZ,ZZ9.
         05 filler                       pic x(83)
             value spaces.
      *
      *written once, up front, if the SKU master file has more
      *rows than ws-sku-master-tbl can hold.
       01 ws-sku-overflow-msg.
         05 filler                       pic x(45)
             value "WARNING - SKU master file exceeds the".
         05 filler                       pic x(55)
             value "2000-SKU table capacity; extra SKUs not loaded.".
         05 filler                       pic x(32)
             value spaces.
      *
       procedure division.
       000-main.
      *  judges every single-SKU sale on valid.out against the list
      *  price in force, lists the ones discounted past tolerance
      *  and totals the variance by store, cashier and department.
           perform 010-load-price-audit-params.
           perform 015-load-calendar.
           perform 050-load-sku-master.
      *
           open output price-audit-report-file.
           move spaces to report-line.
           move ws-run-date      to rh-run-date.
           move ws-tolerance-pct to rh-tolerance-pct.
           write report-line from ws-report-heading
             before advancing 2 lines.
           if sku-master-overflowed
               move spaces to report-line
               write report-line from ws-sku-overflow-msg
                 before advancing 1 lines
           end-if.
           move "Sales discounted past tolerance:" to sh-title.
           move spaces to report-line.
           write report-line from ws-section-heading.
      *
           open input valid-file.
           read valid-file
               at end
                   move "y" to ws-eof-flag
           end-read.
           perform 100-audit-record until ws-eof-flag = "y".
           close valid-file.
      *
           perform 500-write-store-section.
           perform 520-write-cashier-section.
           perform 540-write-dept-section.
           perform 600-write-totals.
           close price-audit-report-file.
      *a run that flagged markdowns ends with 4 so the scheduler
      *can show loss prevention there is something to look at.
           if ws-tot-flagged-cnt > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           goback.
      *reads the tolerance override, when the file is present: a
      *numeric non-zero percent replaces the 10 percent default.
       010-load-price-audit-params.
           move space to ws-param-eof-flag.
           open input price-audit-param-file.
           perform until ws-param-eof-flag = "y"
               read price-audit-param-file
                   at end
                       move "y" to ws-param-eof-flag
                   not at end
                       if pap-tolerance-pct is numeric and
                         pap-tolerance-pct not = "000"
                           move pap-tolerance-pct to ws-tolerance-pct
                       end-if
               end-read
           end-perform.
           close price-audit-param-file.
      *takes the business date from the processing calendar when
      *one is maintained, and from the wall clock otherwise.
       015-load-calendar.
           move function current-date to ws-run-date-raw.
           move ws-run-date-raw(1:8) to ws-run-date.
           move space to ws-calendar-eof-flag.
           open input calendar-file.
           perform until ws-calendar-eof-flag = "y"
               read calendar-file
                   at end
                       move "y" to ws-calendar-eof-flag
                   not at end
                       if cal-business-date is numeric
                           move cal-business-date to ws-run-date
                       end-if
               end-read
           end-perform.
           close calendar-file.
      *loads the SKU master into the table.  a SKU whose price
      *positions are blank (written before prices were carried)
      *loads as never priced.
       050-load-sku-master.
           move space to ws-sku-eof-flag.
           open input sku-master-file.
           perform until ws-sku-eof-flag = "y"
               read sku-master-file
                   at end
                       move "y" to ws-sku-eof-flag
                   not at end
                       if ws-sku-count < 2000
                           add 1 to ws-sku-count
                           move skm-sku-code
                                    to ws-sku-mst-code(ws-sku-count)
                           move skm-dept-number
                                    to ws-sku-mst-dept(ws-sku-count)
                           perform 055-load-sku-price
                       else
                           move "Y" to ws-sku-overflow-flag
                       end-if
               end-read
           end-perform.
           close sku-master-file.
      *
       055-load-sku-price.
           if skm-list-price is numeric and
             skm-price-eff-date is numeric and
             skm-prior-price is numeric
               move skm-list-price
                                to ws-sku-mst-price(ws-sku-count)
               move skm-price-eff-date
                                to ws-sku-mst-eff-date(ws-sku-count)
               move skm-prior-price
                                to ws-sku-mst-prior(ws-sku-count)
           else
               move 0 to ws-sku-mst-price(ws-sku-count)
               move 0 to ws-sku-mst-eff-date(ws-sku-count)
               move 0 to ws-sku-mst-prior(ws-sku-count)
           end-if.
      *judges one valid record.  only sales are priced: a single
      *'S' record, or an 'S' header whose amount is the invoice
      *total for its one SKU.  a tender detail carries no goods of
      *its own, and a single tendered by gift card carries the card
      *number where the SKU would be, so neither is judged.
       100-audit-record.
           if val-transac-code = 'S' and
             (valid-header-record or
              (valid-single-record and val-payment-type not = 'GC'))
               perform 110-price-sale
           end-if.
      *
           read valid-file
               at end
                   move "y" to ws-eof-flag
           end-read.
      *finds the sale's SKU and the price in force on the business
      *date.  a SKU no longer on the master, or with no price in
      *force, is counted as unpriced and not judged - there is
      *nothing to measure it against.
       110-price-sale.
           move space to ws-sku-found-flag.
           move 0 to ws-price-in-force.
           perform varying ws-sku-idx from 1 by 1
             until ws-sku-idx > ws-sku-count
               if val-sku-code = ws-sku-mst-code(ws-sku-idx)
                   move "Y" to ws-sku-found-flag
                   move ws-sku-mst-dept(ws-sku-idx) to ws-sale-dept
                   if ws-run-date >= ws-sku-mst-eff-date(ws-sku-idx)
                       move ws-sku-mst-price(ws-sku-idx)
                                      to ws-price-in-force
                   else
                       move ws-sku-mst-prior(ws-sku-idx)
                                      to ws-price-in-force
                   end-if
                   set ws-sku-idx to ws-sku-count
               end-if
           end-perform.
           if ws-sku-found-flag not = "Y" or ws-price-in-force = 0
               add 1 to ws-tot-unpriced-cnt
           else
               perform 120-judge-sale
           end-if.
      *measures the sale against its list price and flags it when
      *the discount runs past the tolerance percent.
       120-judge-sale.
           add 1 to ws-tot-checked-cnt.
           move space to ws-flagged-flag.
           compute ws-sale-variance =
             val-transac-amount - ws-price-in-force.
           if ws-sale-variance < 0
               compute ws-discount-amount = 0 - ws-sale-variance
               compute ws-discount-pct rounded =
                 ws-discount-amount * 100 / ws-price-in-force
               if ws-discount-pct > ws-tolerance-pct
                   move "Y" to ws-flagged-flag
                   add 1 to ws-tot-flagged-cnt
                   add ws-discount-amount to ws-tot-flagged-amt
                   perform 130-write-flagged-line
               end-if
           end-if.
           perform 150-add-to-store.
           if val-cashier-id = spaces
               add 1 to ws-unattributed-cnt
           else
               perform 160-add-to-cashier
           end-if.
           perform 170-add-to-dept.
      *
       130-write-flagged-line.
           move val-store-number   to fl-store-number.
           move val-invoice-number to fl-invoice-number.
           move val-sku-code       to fl-sku-code.
           move ws-sale-dept       to fl-dept-number.
           move val-cashier-id     to fl-cashier-id.
           move ws-price-in-force  to fl-list-price.
           move val-transac-amount to fl-sold-amount.
           move ws-discount-amount to fl-discount-amount.
           move ws-discount-pct    to fl-discount-pct.
           move spaces to report-line.
           write report-line from ws-flagged-line.
      *adds the sale into its store's totals, growing the store
      *list on first sight of a store.
       150-add-to-store.
           move space to ws-entry-found-flag.
           perform varying ws-str-idx from 1 by 1
             until ws-str-idx > ws-str-count
               if val-store-number = ws-str-store(ws-str-idx)
                   move "Y" to ws-entry-found-flag
                   perform 155-total-store
                   set ws-str-idx to ws-str-count
               end-if
           end-perform.
           if ws-entry-found-flag not = "Y" and ws-str-count < 99
               add 1 to ws-str-count
               set ws-str-idx to ws-str-count
               move val-store-number to ws-str-store(ws-str-idx)
               move 0 to ws-str-sales-cnt(ws-str-idx),
                 ws-str-list-amt(ws-str-idx),
                 ws-str-sold-amt(ws-str-idx),
                 ws-str-flag-cnt(ws-str-idx),
                 ws-str-flag-amt(ws-str-idx)
               perform 155-total-store
           end-if.
      *
       155-total-store.
           add 1 to ws-str-sales-cnt(ws-str-idx).
           add ws-price-in-force to ws-str-list-amt(ws-str-idx).
           add val-transac-amount to ws-str-sold-amt(ws-str-idx).
           if sale-is-flagged
               add 1 to ws-str-flag-cnt(ws-str-idx)
               add ws-discount-amount to ws-str-flag-amt(ws-str-idx)
           end-if.
      *adds a version-2 sale into its store/cashier pairing's
      *totals, growing the list on first sight of a pairing.
       160-add-to-cashier.
           move space to ws-entry-found-flag.
           perform varying ws-csh-idx from 1 by 1
             until ws-csh-idx > ws-csh-count
               if val-store-number = ws-csh-store(ws-csh-idx) and
                 val-cashier-id = ws-csh-id(ws-csh-idx)
                   move "Y" to ws-entry-found-flag
                   perform 165-total-cashier
                   set ws-csh-idx to ws-csh-count
               end-if
           end-perform.
           if ws-entry-found-flag not = "Y" and ws-csh-count < 2000
               add 1 to ws-csh-count
               set ws-csh-idx to ws-csh-count
               move val-store-number to ws-csh-store(ws-csh-idx)
               move val-cashier-id   to ws-csh-id(ws-csh-idx)
               move 0 to ws-csh-sales-cnt(ws-csh-idx),
                 ws-csh-list-amt(ws-csh-idx),
                 ws-csh-sold-amt(ws-csh-idx),
                 ws-csh-flag-cnt(ws-csh-idx),
                 ws-csh-flag-amt(ws-csh-idx)
               perform 165-total-cashier
           end-if.
      *
       165-total-cashier.
           add 1 to ws-csh-sales-cnt(ws-csh-idx).
           add ws-price-in-force to ws-csh-list-amt(ws-csh-idx).
           add val-transac-amount to ws-csh-sold-amt(ws-csh-idx).
           if sale-is-flagged
               add 1 to ws-csh-flag-cnt(ws-csh-idx)
               add ws-discount-amount to ws-csh-flag-amt(ws-csh-idx)
           end-if.
      *adds the sale into its SKU's department totals, growing the
      *list on first sight of a department.
       170-add-to-dept.
           move space to ws-entry-found-flag.
           perform varying ws-dpt-idx from 1 by 1
             until ws-dpt-idx > ws-dpt-count
               if ws-sale-dept = ws-dpt-number(ws-dpt-idx)
                   move "Y" to ws-entry-found-flag
                   perform 175-total-dept
                   set ws-dpt-idx to ws-dpt-count
               end-if
           end-perform.
           if ws-entry-found-flag not = "Y" and ws-dpt-count < 1000
               add 1 to ws-dpt-count
               set ws-dpt-idx to ws-dpt-count
               move ws-sale-dept to ws-dpt-number(ws-dpt-idx)
               move 0 to ws-dpt-sales-cnt(ws-dpt-idx),
                 ws-dpt-list-amt(ws-dpt-idx),
                 ws-dpt-sold-amt(ws-dpt-idx),
                 ws-dpt-flag-cnt(ws-dpt-idx),
                 ws-dpt-flag-amt(ws-dpt-idx)
               perform 175-total-dept
           end-if.
      *
       175-total-dept.
           add 1 to ws-dpt-sales-cnt(ws-dpt-idx).
           add ws-price-in-force to ws-dpt-list-amt(ws-dpt-idx).
           add val-transac-amount to ws-dpt-sold-amt(ws-dpt-idx).
           if sale-is-flagged
               add 1 to ws-dpt-flag-cnt(ws-dpt-idx)
               add ws-discount-amount to ws-dpt-flag-amt(ws-dpt-idx)
           end-if.
      *the variance by store, in the order the stores were first
      *met on valid.out.
       500-write-store-section.
           move spaces to report-line.
           write report-line before advancing 1 lines.
           move "Variance by store:" to sh-title.
           write report-line from ws-section-heading.
           perform varying ws-str-idx from 1 by 1
             until ws-str-idx > ws-str-count
               move "Store" to sl-label
               move ws-str-store(ws-str-idx)     to sl-key
               move ws-str-sales-cnt(ws-str-idx) to sl-sales-cnt
               move ws-str-list-amt(ws-str-idx)  to sl-list-amt
               move ws-str-sold-amt(ws-str-idx)  to sl-sold-amt
               compute sl-variance-amt =
                 ws-str-sold-amt(ws-str-idx) -
                 ws-str-list-amt(ws-str-idx)
               move ws-str-flag-cnt(ws-str-idx)  to sl-flag-cnt
               move ws-str-flag-amt(ws-str-idx)  to sl-flag-amt
               move spaces to report-line
               write report-line from ws-summary-line
           end-perform.
      *the variance by store and cashier - version-2 sales only.
       520-write-cashier-section.
           move spaces to report-line.
           write report-line before advancing 1 lines.
           move "Variance by cashier:" to sh-title.
           write report-line from ws-section-heading.
           perform varying ws-csh-idx from 1 by 1
             until ws-csh-idx > ws-csh-count
               move spaces to sl-key
               string "Store " ws-csh-store(ws-csh-idx)
                 delimited by size into sl-label
               end-string
               move ws-csh-id(ws-csh-idx)        to sl-key
               move ws-csh-sales-cnt(ws-csh-idx) to sl-sales-cnt
               move ws-csh-list-amt(ws-csh-idx)  to sl-list-amt
               move ws-csh-sold-amt(ws-csh-idx)  to sl-sold-amt
               compute sl-variance-amt =
                 ws-csh-sold-amt(ws-csh-idx) -
                 ws-csh-list-amt(ws-csh-idx)
               move ws-csh-flag-cnt(ws-csh-idx)  to sl-flag-cnt
               move ws-csh-flag-amt(ws-csh-idx)  to sl-flag-amt
               move spaces to report-line
               write report-line from ws-summary-line
           end-perform.
      *the variance by department, in the order the departments
      *were first met.
       540-write-dept-section.
           move spaces to report-line.
           write report-line before advancing 1 lines.
           move "Variance by department:" to sh-title.
           write report-line from ws-section-heading.
           perform varying ws-dpt-idx from 1 by 1
             until ws-dpt-idx > ws-dpt-count
               move "Dept" to sl-label
               move ws-dpt-number(ws-dpt-idx)    to sl-key
               move ws-dpt-sales-cnt(ws-dpt-idx) to sl-sales-cnt
               move ws-dpt-list-amt(ws-dpt-idx)  to sl-list-amt
               move ws-dpt-sold-amt(ws-dpt-idx)  to sl-sold-amt
               compute sl-variance-amt =
                 ws-dpt-sold-amt(ws-dpt-idx) -
                 ws-dpt-list-amt(ws-dpt-idx)
               move ws-dpt-flag-cnt(ws-dpt-idx)  to sl-flag-cnt
               move ws-dpt-flag-amt(ws-dpt-idx)  to sl-flag-amt
               move spaces to report-line
               write report-line from ws-summary-line
           end-perform.
      *the run totals: sales judged, sales flagged with the
      *discount they gave away, sales that could not be judged for
      *want of a price, and judged sales with no cashier id.
       600-write-totals.
           move spaces to report-line.
           write report-line before advancing 1 lines.
           move "Sales judged against list price:" to ct-label.
           move ws-tot-checked-cnt to ct-count.
           move spaces to report-line.
           write report-line from ws-count-total-line.
           move "Sales discounted past tolerance:" to gt-label.
           move ws-tot-flagged-cnt to gt-count.
           move ws-tot-flagged-amt to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
           move "Sales not judged - no list price:" to ct-label.
           move ws-tot-unpriced-cnt to ct-count.
           move spaces to report-line.
           write report-line from ws-count-total-line.
           move "Judged sales with no cashier id (v1):" to ct-label.
           move ws-unattributed-cnt to ct-count.
           move spaces to report-line.
           write report-line from ws-count-total-line.
      *
       end program FinalProject-PriceAudit.
