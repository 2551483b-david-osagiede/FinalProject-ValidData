      *(net * rate / (1 + rate)), and writes a remittance extract
      *plus a printable report by jurisdiction for the filing
      *period.  The filing period comes from the processing
      *calendar's business date when one is maintained.  Given a
      *business date, or a range of them, in the report dates file
      *it reports from the validation run's kept generations of
      *valid.out instead, filing under the period of the last date.
      *Such a range run writes its extract and report under names
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
      *operator-maintained: one row per store naming the taxing
                organization is line sequential.
      *
           select tax-remit-file
                assign to dynamic ws-remit-file-path
                organization is line sequential.
      *
           select tax-report-file
                assign to dynamic ws-report-file-path
                organization is line sequential.
      *
      *the processing calendar shared with the validation and GL
           select optional calendar-file
                assign to '../../../data/processing-calendar.dat'
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
       01 calendar-record.
         05 cal-business-date            pic 9(8).
         05 cal-processed-flag           pic x.
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
         05 gt-tax-amount                pic Z,ZZZ,ZZZ,ZZ9.99-.
         05 filler                       pic x(64)
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
         05 ws-remit-file-path           pic x(60)
             value '../../../data/tax-remit.out'.
         05 ws-report-file-path          pic x(60)
             value '../../../data/tax-report.out'.
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
           move function current-date to ws-run-date-raw.
           move ws-run-date-raw(1:8) to ws-run-date.
           perform 015-load-calendar.
           perform 020-load-report-dates.
           if report-range-active
               perform 025-name-range-outputs
           end-if.
           if report-range-active
               move ws-range-to-date to ws-run-date
           end-if.
           move ws-run-date-x(1:6) to ws-filing-period.
           perform 050-load-tax-rates.
      *
           if report-range-active
               perform 060-read-generations
           else
               perform 070-read-valid-file
           end-if.
      *
           perform 300-compute-and-extract.
           perform 600-write-report.
               end-read
           end-perform.
           close calendar-file.
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
           move spaces to ws-remit-file-path.
           string "../../../data/tax-remit-" delimited by size
             ws-range-from-date delimited by size
             "-" delimited by size
             ws-range-to-date delimited by size
             ".out" delimited by size
             into ws-remit-file-path
           end-string.
           move spaces to ws-report-file-path.
           string "../../../data/tax-report-" delimited by size
             ws-range-from-date delimited by size
             "-" delimited by size
             ws-range-to-date delimited by size
             ".out" delimited by size
             into ws-report-file-path
           end-string.
      *loads the tax-rate file into a table once at start-up; a
      *missing or empty file sends every store's dollars to the
      *unrated section instead of computing a liability on a guess.
               end-read
           end-perform.
           close tax-rate-file.
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
           perform 100-net-taxable until ws-eof-flag = "y".
           close valid-file.
      *nets one valid record into its store's taxable total.  a
      *tender detail is skipped - its invoice's dollars were
      *already counted through the header it arrived under.  a
      *return reduces the liability and a void's amount is already
      *negative, so both net against the store's sales.  a gift
      *card sold ('G') is not a taxable sale - the tax falls due
      *when the card is redeemed against merchandise.
       100-net-taxable.
           if not valid-detail-record and val-transac-code not = 'G'
               perform 110-place-record
           end-if.
      *
           move ws-filing-period to rh-filing-period.
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
      *
           perform varying ws-jur-idx from 1 by 1
             until ws-jur-idx > ws-jur-count
