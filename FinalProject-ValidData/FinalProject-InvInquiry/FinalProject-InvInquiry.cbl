      *the run's report and the persistent suspense file - and any
      *resubmission, in that order.  The trace goes to the report
      *file and to the console, so any operator can run it while a
      *store holds on the phone.  Keying a business date, or a
      *range of them, traces the valid, reject and exception records
      *through the validation run's kept generations for those dates
      *instead of the latest run's files, so an invoice from last
      *week can still be followed after later runs.
      *
       environment division.
       configuration section.
      *the posted-invoice history, keyed on the invoice number, so
      *the posting is one direct read instead of a pass over every
      *sale on file.
       select optional invoice-history-file
                assign to '../../../data/invoice-history.dat'
                organization is indexed
                access mode is random
                record key is hist-invoice-number
                file status is ws-history-status.
      *
           select optional valid-file
                assign to dynamic ws-valid-file-path
                organization is line sequential.
      *
           select optional invalid-file
                assign to dynamic ws-invalid-file-path
                organization is line sequential.
      *
           select optional exception-file
                assign to dynamic ws-exception-file-path
                organization is line sequential.
      *
           select optional suspense-file
           select inquiry-report-file
                assign to '../../../data/inquiry.out'
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
              fd invoice-history-file
                 record contains 26 characters
                 data record is invoice-history-record.
      *same layout the validation program posts.
       01 invoice-history-record.
         05 hist-invoice-number          pic x(9).
         05 hist-store-number            pic 99.
           data record is report-line.
      *
       01 report-line                    pic x(132).
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
             value space.
           88 store-filter-active        value "Y".
      *
      *the status of the invoice history open - anything but '00'
      *means there is no history to read yet.
       01 ws-history-status              pic xx
             value spaces.
      *
      *what the operator asked for: the invoice number, and the
      *store the filter narrows to when one was keyed.
       01 ws-inquiry-ctl.
             value 0.
         05 ws-trace-count               pic 9(5)
             value 0.
      *
      *the valid, reject and exception files traced: the latest
      *run's, or each kept generation's in turn.
       01 ws-generation-paths.
         05 ws-valid-file-path           pic x(60)
             value '../../../data/valid.out'.
         05 ws-invalid-file-path         pic x(60)
             value '../../../data/invalid.out'.
         05 ws-exception-file-path       pic x(60)
             value '../../../data/exception-report.out'.
      *
      *the status of the generation catalog open - anything but
      *'00' means no generation has been kept yet.
       01 ws-catalog-status              pic xx
             value spaces.
      *
      *the business dates keyed, and how many generations in that
      *range were traced.
       01 ws-report-dates-ctl.
         05 ws-from-date-reply           pic x(8)
             value spaces.
         05 ws-to-date-reply             pic x(8)
             value spaces.
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
       01 ws-report-heading.
         05 filler                       pic x(26)
         05 filler                       pic x(2)
             value spaces.
         05 rs-reasons                   pic x(54).
      *
       01 ws-generation-line.
         05 filler                       pic x(10)
             value "GENERATION".
         05 filler                       pic x(15)
             value " business date ".
         05 gl-business-date             pic 9(8).
         05 filler                       pic x(99)
             value spaces.
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
       01 ws-no-trace-line.
         05 filler                       pic x(132)
               move "Y" to ws-store-filter-flag
               move ws-inquiry-store-reply to ws-inquiry-store
           end-if.
           display "From business date (yyyymmdd, blank for the"
             " latest run):".
           accept ws-from-date-reply.
           if ws-from-date-reply is numeric
               move "Y" to ws-range-flag
               move ws-from-date-reply to ws-range-from-date
               move ws-from-date-reply to ws-range-to-date
               display "To business date (blank for the from date"
                 " alone):"
               accept ws-to-date-reply
               if ws-to-date-reply is numeric and
                 ws-to-date-reply > ws-from-date-reply
                   move ws-to-date-reply to ws-range-to-date
               end-if
           end-if.
      *
           open output inquiry-report-file.
           move spaces to report-line.
           display ws-report-heading(1:49).
      *
           perform 100-trace-history.
           if report-range-active
               perform 150-trace-generations
           else
               perform 200-trace-valid
               perform 300-trace-invalid
               perform 400-trace-exceptions
           end-if.
           perform 450-trace-suspense.
           perform 500-trace-resubmit.
      *
           if report-range-active
               move ws-range-from-date  to rg-from-date
               move ws-range-to-date    to rg-to-date
               move ws-generation-count to rg-generation-count
               move spaces to report-line
               write report-line from ws-range-line
                 before advancing 1 lines
               display ws-range-line(1:77)
           end-if.
           if ws-trace-count = 0
               move spaces to report-line
               write report-line from ws-no-trace-line
      *the posting the sale went through under, off the invoice
      *history - this is what a disputed return is proven against.
       100-trace-history.
           open input invoice-history-file.
           if ws-history-status = "00"
               move ws-inquiry-invoice to hist-invoice-number
               read invoice-history-file
                   key is hist-invoice-number
                   invalid key
                       continue
                   not invalid key
                       if not store-filter-active or
                         hist-store-number = ws-inquiry-store
                           add 1 to ws-trace-count
                           move hist-store-number
                                        to po-store-number
                           display ws-posted-line(1:62)
                       end-if
               end-read
           end-if.
           close invoice-history-file.
      *reads the catalog from the first business date keyed and
      *traces each complete generation through to the last.
       150-trace-generations.
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
                                   perform 160-trace-one-generation
                               end-if
                           end-if
                   end-read
               end-perform
           end-if.
           close generation-catalog-file.
      *traces one generation's valid, reject and exception files,
      *under a line naming its business date.
       160-trace-one-generation.
           move gen-business-date to gl-business-date.
           move spaces to report-line.
           write report-line from ws-generation-line.
           display ws-generation-line(1:33).
           move spaces to ws-valid-file-path.
           string "../../../data/valid-" delimited by size
             gen-business-date delimited by size
             ".out" delimited by size
             into ws-valid-file-path
           end-string.
           move spaces to ws-invalid-file-path.
           string "../../../data/invalid-" delimited by size
             gen-business-date delimited by size
             ".out" delimited by size
             into ws-invalid-file-path
           end-string.
           move spaces to ws-exception-file-path.
           string "../../../data/exception-report-" delimited by size
             gen-business-date delimited by size
             ".out" delimited by size
             into ws-exception-file-path
           end-string.
           perform 200-trace-valid.
           perform 300-trace-invalid.
           perform 400-trace-exceptions.
      *every record that reached valid.out under this invoice -
      *the sale or its header and tender details, and any return
      *or void that proved against it.
