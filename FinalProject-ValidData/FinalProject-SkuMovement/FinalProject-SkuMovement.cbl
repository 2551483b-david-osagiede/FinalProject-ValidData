      *nothing anywhere so dead stock is visible.  A fixed-layout
      *extract file feeds their replenishment spreadsheet today and
      *their inventory system later; a printable summary rides
      *alongside it.  Given a business date, or a range of them, in
      *the report dates file it nets the validation run's kept
      *generations of valid.out for those dates instead.  Such a
      *range run writes its extract and summary under names
      *carrying the dates, never over the nightly ones.
      *
       environment division.
       configuration section.
      *the latest valid.out, or a kept generation of it when a
      *business date range is being reported.
       select valid-file
                assign to dynamic ws-valid-file-path
                organization is line sequential.
      *
           select optional sku-master-file
                organization is line sequential.
      *
           select movement-file
                assign to dynamic ws-movement-file-path
                organization is line sequential.
      *
           select movement-report-file
                assign to dynamic ws-movement-rpt-path
                organization is line sequential.
      *
      *the business date, or range of business dates, to report
      *from the kept output generations instead of the latest run:
      *a from date and a to date, yyyymmdd, the to date blank for
      *the from date alone.  a missing file, or one without a
      *numeric from date, reports the latest run as always.
           select optional report-dates-file
                assign to '../../../data/report-dates.dat'
                organization is line sequential.
      *
      *the validation run's catalog of kept output generations,
      *read in business date order to find those in the range.
           select optional generation-catalog-file
                assign to '../../../data/generation-catalog.dat'
                organization is indexed
                access mode is dynamic
                record key is gen-business-date
                file status is ws-catalog-status.
       data division.
       file section.
              fd valid-file
         05 val-cashier-id               pic x(5).
      *
       fd sku-master-file
           record contains 60 characters
           data record is sku-master-record.
      *
       01 sku-master-record.
         05 skm-sku-code                 pic x(15).
         05 skm-description              pic x(20).
         05 skm-dept-number              pic 9(3).
      *the list price, the date it took effect and the price it
      *replaced - maintained by the SKU maintenance program and read
      *by the price audit; blank on a SKU never priced.
         05 skm-list-price               pic 9(5)v99.
         05 skm-price-eff-date           pic 9(8).
         05 skm-prior-price              pic 9(5)v99.
      *
       fd movement-file
           record contains 51 characters
           data record is report-line.
      *
       01 report-line                    pic x(132).
      *
       fd report-dates-file
           record contains 16 characters
           data record is report-dates-record.
      *
       01 report-dates-record.
         05 rd-from-date                 pic x(8).
         05 rd-to-date                   pic x(8).
      *
       fd generation-catalog-file
           record contains 230 characters
           data record is generation-catalog-record.
      *same layout the validation program catalogs its generations
      *in; only a generation with all five outputs kept is read.
       01 generation-catalog-record.
         05 gen-business-date            pic 9(8).
         05 gen-files-kept               pic 9.
         05 gen-total-valid              pic 9(7).
         05 gen-total-invalid            pic 9(7).
         05 gen-total-exception          pic 9(7).
         05 gen-run-log-line             pic x(200).
      *
       working-storage section.
       01 ws-flags.
             value "5000-entry movement table; extract incomplete.".
         05 filler                       pic x(32)
             value spaces.
      *
      *the valid file read: valid.out, or a kept generation of it.
       01 ws-valid-file-path             pic x(60)
             value '../../../data/valid.out'.
      *
      *the outputs written: the nightly names, or names carrying
      *the business dates when a range is being reported, so a
      *range run never replaces the nightly files.
       01 ws-output-paths.
         05 ws-movement-file-path        pic x(60)
             value '../../../data/sku-movement.out'.
         05 ws-movement-rpt-path         pic x(60)
             value '../../../data/sku-movement-report.out'.
      *
      *the status of the generation catalog open - anything but
      *'00' means no generation has been kept yet.
       01 ws-catalog-status              pic xx
             value spaces.
      *
      *the business dates asked for, and how many generations in
      *that range were read.
       01 ws-report-dates-ctl.
         05 ws-dates-eof-flag            pic x
             value space.
         05 ws-catalog-eof-flag          pic x
             value space.
         05 ws-range-flag                pic x
             value space.
           88 report-range-active        value "Y".
         05 ws-range-from-date           pic 9(8)
             value 0.
         05 ws-range-to-date             pic 9(8)
             value 0.
         05 ws-generation-count          pic 9(5)
             value 0.
      *
       01 ws-range-line.
         05 filler                       pic x(30)
             value "Kept generations for business".
         05 filler                       pic x(7)
             value " dates ".
         05 rg-from-date                 pic 9(8).
         05 filler                       pic x(4)
             value " to ".
         05 rg-to-date                   pic 9(8).
         05 filler                       pic x(3)
             value " - ".
         05 rg-generation-count          pic ZZZZ9.
         05 filler                       pic x(12)
             value " generations".
         05 filler                       pic x(55)
             value spaces.
      *
       procedure division.
       000-main.
      *  section behind them.
           move function current-date to ws-run-date-raw.
           move ws-run-date-raw(1:8) to ws-run-date.
           perform 020-load-report-dates.
           if report-range-active
               perform 025-name-range-outputs
           end-if.
           perform 050-load-sku-master.
      *
           if report-range-active
               perform 060-read-generations
           else
               perform 070-read-valid-file
           end-if.
      *
           perform 600-write-outputs.
           goback.
      *reads the business dates to report, when the file is
      *present: a numeric from date turns on reporting from the kept
      *generations, through the to date when that is numeric and
      *not before it, otherwise for the from date alone.
       020-load-report-dates.
           move space to ws-dates-eof-flag.
           open input report-dates-file.
           perform until ws-dates-eof-flag = "y"
               read report-dates-file
                   at end
                       move "y" to ws-dates-eof-flag
                   not at end
                       if rd-from-date is numeric
                           move "Y" to ws-range-flag
                           move rd-from-date to ws-range-from-date
                           move rd-from-date to ws-range-to-date
                           if rd-to-date is numeric and
                             rd-to-date > rd-from-date
                               move rd-to-date to ws-range-to-date
                           end-if
                       end-if
               end-read
           end-perform.
           close report-dates-file.
      *names this run's outputs after the business dates reported,
      *so a range run leaves the nightly outputs where they are.
       025-name-range-outputs.
           display "RANGE RUN - business dates " ws-range-from-date
             " to " ws-range-to-date "; nightly outputs left as is".
           move spaces to ws-movement-file-path.
           string "../../../data/sku-movement-" delimited by size
             ws-range-from-date delimited by size
             "-" delimited by size
             ws-range-to-date delimited by size
             ".out" delimited by size
             into ws-movement-file-path
           end-string.
           move spaces to ws-movement-rpt-path.
           string "../../../data/sku-movement-report-" delimited by size
             ws-range-from-date delimited by size
             "-" delimited by size
             ws-range-to-date delimited by size
             ".out" delimited by size
             into ws-movement-rpt-path
           end-string.
      *loads the SKU master file into a table once at start-up; a
      *missing or empty master leaves every record unmatched and
      *the zero-movement section empty.
               end-read
           end-perform.
           close sku-master-file.
      *reads the catalog from the first business date in the range
      *and works each complete generation through to its last.
       060-read-generations.
           open input generation-catalog-file.
           if ws-catalog-status = "00"
               move ws-range-from-date to gen-business-date
               move space to ws-catalog-eof-flag
               start generation-catalog-file
                 key is not less than gen-business-date
                   invalid key
                       move "y" to ws-catalog-eof-flag
               end-start
               perform until ws-catalog-eof-flag = "y"
                   read generation-catalog-file next record
                       at end
                           move "y" to ws-catalog-eof-flag
                       not at end
                           if gen-business-date > ws-range-to-date
                               move "y" to ws-catalog-eof-flag
                           else
                               if gen-files-kept = 5
                                   add 1 to ws-generation-count
                                   perform 065-read-one-generation
                               end-if
                           end-if
                   end-read
               end-perform
           end-if.
           close generation-catalog-file.
      *
       065-read-one-generation.
           move spaces to ws-valid-file-path.
           string "../../../data/valid-" delimited by size
             gen-business-date delimited by size
             ".out" delimited by size
             into ws-valid-file-path
           end-string.
           perform 070-read-valid-file.
      *nets every record on the valid file being read.
       070-read-valid-file.
           move space to ws-eof-flag.
           open input valid-file.
           read valid-file
               at end
                   move "y" to ws-eof-flag
           end-read.
           perform 100-net-movement until ws-eof-flag = "y".
           close valid-file.
      *nets one valid record into its store/SKU entry.  a tender
      *detail is skipped - its invoice's goods were already counted
      *through the header it arrived under.  so is a gift card
      *record - a 'G', or a single tendered 'GC' - whose SKU
      *positions carry a card number, not goods.
       100-net-movement.
           if not valid-detail-record and
             val-transac-code not = 'G' and
             not (valid-single-record and val-payment-type = 'GC')
               perform 110-place-record
           end-if.
      *
           move ws-run-date to rh-run-date.
           write report-line from ws-report-heading
             before advancing 2 lines.
           if report-range-active
               move ws-range-from-date  to rg-from-date
               move ws-range-to-date    to rg-to-date
               move ws-generation-count to rg-generation-count
               move spaces to report-line
               write report-line from ws-range-line
                 before advancing 2 lines
           end-if.
           if sku-master-overflowed
               move spaces to report-line
               write report-line from ws-sku-overflow-msg
