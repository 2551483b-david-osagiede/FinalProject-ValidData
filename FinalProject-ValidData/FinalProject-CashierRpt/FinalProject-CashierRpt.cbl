      *cashier whose rate runs more than twice their store's
      *average is flagged for review.  Version-1 records carry no
      *cashier id and are counted once at the bottom so the report
      *shows what it could not attribute.  Given a business date,
      *or a range of them, in the report dates file it totals the
      *validation run's kept generations of both files for those
      *dates instead.  Such a range run writes its report under a
      *name carrying the dates, never over the nightly one.
      *
       environment division.
       configuration section.
      *the latest valid.out, or a kept generation of it when a
      *business date range is being reported.
       select valid-file
                assign to dynamic ws-valid-file-path
                organization is line sequential.
      *
      *the run's exception report - each detail line carries the
      *from.  heading and blank lines are told apart from record
      *images by the amount digits a real record carries.
           select optional exception-file
                assign to dynamic ws-exception-file-path
                organization is line sequential.
      *
           select cashier-report-file
                assign to dynamic ws-cashier-rpt-path
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
             value "2000-entry table; cashier totals incomplete.".
         05 filler                       pic x(32)
             value spaces.
      *
      *the valid file and exception report read: the latest run's,
      *or a kept generation of each.
       01 ws-generation-paths.
         05 ws-valid-file-path           pic x(60)
             value '../../../data/valid.out'.
         05 ws-exception-file-path       pic x(60)
             value '../../../data/exception-report.out'.
      *
      *the outputs written: the nightly names, or names carrying
      *the business dates when a range is being reported, so a
      *range run never replaces the nightly files.
       01 ws-output-paths.
         05 ws-cashier-rpt-path          pic x(60)
             value '../../../data/cashier-activity.out'.
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
      *  store's average return-plus-void rate.
           move function current-date to ws-run-date-raw.
           move ws-run-date-raw(1:8) to ws-run-date.
           perform 020-load-report-dates.
           if report-range-active
               perform 025-name-range-outputs
           end-if.
      *
           if report-range-active
               perform 060-read-generations
           else
               perform 070-read-valid-file
               perform 150-total-exceptions
           end-if.
           perform 600-write-report.
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
           move spaces to ws-cashier-rpt-path.
           string "../../../data/cashier-activity-" delimited by size
             ws-range-from-date delimited by size
             "-" delimited by size
             ws-range-to-date delimited by size
             ".out" delimited by size
             into ws-cashier-rpt-path
           end-string.
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
      *totals one generation's valid records and exceptions.
       065-read-one-generation.
           move spaces to ws-valid-file-path.
           string "../../../data/valid-" delimited by size
             gen-business-date delimited by size
             ".out" delimited by size
             into ws-valid-file-path
           end-string.
           move spaces to ws-exception-file-path.
           string "../../../data/exception-report-" delimited by size
             gen-business-date delimited by size
             ".out" delimited by size
             into ws-exception-file-path
           end-string.
           perform 070-read-valid-file.
           perform 150-total-exceptions.
      *totals every record on the valid file being read.
       070-read-valid-file.
           move space to ws-eof-flag.
           open input valid-file.
           read valid-file
               at end
           end-read.
           perform 100-total-valid until ws-eof-flag = "y".
           close valid-file.
      *totals one valid record into its store/cashier buckets.  a
      *tender detail is skipped - its invoice was already counted
      *through the header it arrived under - and a version-1
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
           if cashier-table-overflowed
               move spaces to report-line
               write report-line from ws-cashier-overflow-msg
