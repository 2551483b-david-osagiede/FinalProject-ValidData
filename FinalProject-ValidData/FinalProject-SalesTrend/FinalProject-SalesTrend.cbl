       identification division.
       program-id. FinalProject-SalesTrend.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program prints the daily sales
      *trend by store from the daily sales history the validation
      *program posts each run. For every store trading on the
      *business date it shows the day's net sales - sales and
      *layaway payments, less returns, net of voids (gift cards
      *sold are a liability, not a sale, and are left out) - next to
      *the prior day, the same weekday a week ago, the average of
      *the same weekday over the trailing four weeks and the same
      *weekday a year ago (364 days back), with the change against
      *each. A trading store with no sales history for the business
      *date is flagged MISSING, and one whose net sales fall short
      *of its four-week average by more than the tolerance set in
      *the sales trend parameter file (30 percent unless the file
      *says otherwise) is flagged BELOW TOLERANCE - the store that
      *polled half a file or is ringing sales offline.
      *
       environment division.
       configuration section.
      *the daily sales history, read directly by business date,
      *store and transaction code.
       select optional daily-sales-file
                assign to '../../../data/daily-sales-history.dat'
                organization is indexed
                access mode is random
                record key is dly-sales-key
                file status is ws-daily-sales-status.
      *
      *the store master the validation run edits against; only a
      *store trading on the business date is judged.
           select optional store-master-file
                assign to '../../../data/store-master.dat'
                organization is line sequential.
      *
      *one record of run options: the shortfall against the
      *four-week average, as a whole percent, past which a store is
      *flagged.  a missing file leaves the 30 percent default.
           select optional trend-param-file
                assign to '../../../data/sales-trend-params.dat'
                organization is line sequential.
      *
      *the processing calendar shared with the validation run: the
      *trend is for the business date it names.  a missing
      *calendar leaves the wall-clock date in charge.
           select optional calendar-file
                assign to '../../../data/processing-calendar.dat'
                organization is line sequential.
      *
           select trend-report-file
                assign to '../../../data/sales-trend.out'
                organization is line sequential.
       data division.
       file section.
       fd daily-sales-file
           record contains 25 characters
           data record is daily-sales-record.
      *same layout the validation program posts.
       01 daily-sales-record.
         05 dly-sales-key.
           10 dly-business-date          pic 9(8).
           10 dly-store-number           pic 99.
           10 dly-transac-code           pic x.
         05 dly-record-count             pic 9(5).
         05 dly-amount                   pic s9(7)v99.
      *
       fd store-master-file
           record contains 21 characters
           data record is store-master-record.
      *same layout the validation program loads.
       01 store-master-record.
         05 sm-store-number              pic 99.
         05 sm-store-prefix              pic xx.
         05 sm-store-status              pic x.
         05 sm-open-date                 pic x(8).
         05 sm-close-date                pic x(8).
      *
       fd trend-param-file
           record contains 3 characters
           data record is trend-param-record.
      *
       01 trend-param-record.
         05 tp-tolerance-pct             pic x(3).
      *
       fd calendar-file
           record contains 9 characters
           data record is calendar-record.
      *same layout the validation and GL posting runs read.
       01 calendar-record.
         05 cal-business-date            pic 9(8).
         05 cal-processed-flag           pic x.
      *
       fd trend-report-file
           record contains 132 characters
           data record is report-line.
      *
       01 report-line                    pic x(132).
      *
       working-storage section.
       01 ws-flags.
         05 ws-eof-flag                  pic x
             value space.
         05 ws-param-eof-flag            pic x
             value space.
         05 ws-calendar-eof-flag         pic x
             value space.
         05 ws-store-trading-flag        pic x
             value space.
           88 store-is-trading           value "Y".
         05 ws-day-found-flag            pic x
             value space.
           88 day-has-sales              value "Y".
      *
      *the status of the last daily sales history operation -
      *anything but '00' on the open is a history no validation
      *run has created yet.
       01 ws-daily-sales-status          pic xx
             value spaces.
      *
      *the business date, the tolerance, and the date being looked
      *up, in both the yyyymmdd and day-number forms.
       01 ws-run-date-ctl.
         05 ws-run-date-raw              pic x(21).
         05 ws-run-date                  pic 9(8).
         05 ws-run-date-int              pic s9(9)
             value 0.
         05 ws-tolerance-pct             pic 9(3)
             value 30.
         05 ws-look-days-back            pic 9(3)
             value 0.
         05 ws-look-date-int             pic s9(9)
             value 0.
         05 ws-look-date                 pic 9(8)
             value 0.
         05 ws-week-back                 pic 9
             value 0.
      *
      *the net sales found for the store and date being looked up,
      *and the figures the store's line is built from.
       01 ws-trend-work.
         05 ws-look-net                  pic s9(9)v99
             value 0.
         05 ws-today-net                 pic s9(9)v99
             value 0.
         05 ws-prior-day-net             pic s9(9)v99
             value 0.
         05 ws-prior-day-found           pic x
             value space.
         05 ws-week-ago-net              pic s9(9)v99
             value 0.
         05 ws-week-ago-found            pic x
             value space.
         05 ws-last-year-net             pic s9(9)v99
             value 0.
         05 ws-last-year-found           pic x
             value space.
         05 ws-avg-total                 pic s9(11)v99
             value 0.
         05 ws-avg-days                  pic 9
             value 0.
         05 ws-avg-net                   pic s9(9)v99
             value 0.
         05 ws-floor-net                 pic s9(9)v99
             value 0.
         05 ws-change-pct                pic s9(5)v9
             value 0.
         05 ws-compare-net               pic s9(9)v99
             value 0.
         05 ws-compare-found             pic x
             value space.
         05 ws-pct-edit                  pic ZZZZ9.9-.
         05 ws-pct-text                  pic x(8).
      *
       01 calculate-lines.
         05 ws-tot-stores                pic 9(5)
             value 0.
         05 ws-tot-missing               pic 9(5)
             value 0.
         05 ws-tot-below                 pic 9(5)
             value 0.
         05 ws-tot-today-net             pic s9(11)v99
             value 0.
      *
       01 ws-report-heading.
         05 filler                       pic x(38)
             value "Daily Store Sales Trend - business    ".
         05 rh-run-date                  pic 9(8).
         05 filler                       pic x(20)
             value "  Flag shortfall:   ".
         05 rh-tolerance-pct             pic ZZ9.
         05 filler                       pic x(16)
             value " % of 4-wk avg  ".
         05 filler                       pic x(47)
             value spaces.
      *
       01 ws-column-heading.
         05 filler                       pic x(4)
             value "St  ".
         05 filler                       pic x(16)
             value "     Today net  ".
         05 filler                       pic x(24)
             value "     Prior day  chg %   ".
         05 filler                       pic x(24)
             value "      Week ago  chg %   ".
         05 filler                       pic x(24)
             value "    4-wk avg    chg %   ".
         05 filler                       pic x(24)
             value "     Last year  chg %   ".
         05 filler                       pic x(16)
             value "Flag".
      *
      *one line per trading store: the day's net sales, each
      *comparison with the change against it, and the flag.
       01 ws-trend-line.
         05 tl-store-number              pic 99.
         05 filler                       pic x(2)
             value spaces.
         05 tl-today-net                 pic ZZ,ZZZ,ZZ9.99-.
         05 filler                       pic x(2)
             value spaces.
         05 tl-prior-day-net             pic ZZ,ZZZ,ZZ9.99-.
         05 tl-prior-day-pct             pic x(8).
         05 filler                       pic x(2)
             value spaces.
         05 tl-week-ago-net              pic ZZ,ZZZ,ZZ9.99-.
         05 tl-week-ago-pct              pic x(8).
         05 filler                       pic x(2)
             value spaces.
         05 tl-avg-net                   pic ZZ,ZZZ,ZZ9.99-.
         05 tl-avg-pct                   pic x(8).
         05 filler                       pic x(2)
             value spaces.
         05 tl-last-year-net             pic ZZ,ZZZ,ZZ9.99-.
         05 tl-last-year-pct             pic x(8).
         05 filler                       pic x(2)
             value spaces.
         05 tl-flag                      pic x(16).
      *
       01 ws-grand-total-line.
         05 gt-label                     pic x(34).
         05 gt-count                     pic Z,ZZZ,ZZ9.
         05 filler                       pic x(4)
             value spaces.
         05 filler                       pic x(8)
             value "Amount: ".
         05 gt-amount                    pic ZZ,ZZZ,ZZZ,ZZ9.99-.
         05 filler                       pic x(59)
             value spaces.
      *
       01 ws-count-total-line.
         05 ct-label                     pic x(34).
         05 ct-count                     pic Z,ZZZ,ZZ9.
         05 filler                       pic x(89)
             value spaces.
      *
       01 ws-no-history-line.
         05 filler                       pic x(132)
             value "No daily sales history on file.".
      *
       procedure division.
       000-main.
      *  compares each trading store's net sales for the business
      *  date against its history and flags the missing and the
      *  short.
           perform 010-load-trend-params.
           perform 015-load-calendar.
           compute ws-run-date-int =
             function integer-of-date(ws-run-date).
      *
           open output trend-report-file.
           move spaces to report-line.
           move ws-run-date      to rh-run-date.
           move ws-tolerance-pct to rh-tolerance-pct.
           write report-line from ws-report-heading
             before advancing 2 lines.
      *
           open input daily-sales-file.
           if ws-daily-sales-status not = "00"
               move spaces to report-line
               write report-line from ws-no-history-line
               close trend-report-file
               goback
           end-if.
           move spaces to report-line.
           write report-line from ws-column-heading.
      *
           open input store-master-file.
           read store-master-file
               at end
                   move "y" to ws-eof-flag
           end-read.
           perform 100-judge-store until ws-eof-flag = "y".
           close store-master-file, daily-sales-file.
      *
           perform 600-write-totals.
           close trend-report-file.
      *a run that flagged a store ends with 4 so the scheduler can
      *show the office there is something to chase.
           if ws-tot-missing > 0 or ws-tot-below > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           goback.
      *reads the tolerance override, when the file is present: a
      *numeric non-zero percent replaces the 30 percent default.
       010-load-trend-params.
           move space to ws-param-eof-flag.
           open input trend-param-file.
           perform until ws-param-eof-flag = "y"
               read trend-param-file
                   at end
                       move "y" to ws-param-eof-flag
                   not at end
                       if tp-tolerance-pct is numeric and
                         tp-tolerance-pct not = "000"
                           move tp-tolerance-pct to ws-tolerance-pct
                       end-if
               end-read
           end-perform.
           close trend-param-file.
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
      *judges one store on the master, when it is trading on the
      *business date.
       100-judge-store.
           perform 110-check-trading.
           if store-is-trading
               perform 150-build-trend
           end-if.
      *
           read store-master-file
               at end
                   move "y" to ws-eof-flag
           end-read.
      *the same test the validation run applies: a store is not
      *trading before its open date, nor once retired (status 'C')
      *with no close date or a close date already passed.  legacy
      *entries with blank status and dates are open stores.
       110-check-trading.
           move "Y" to ws-store-trading-flag.
           if sm-open-date is numeric
               if ws-run-date < sm-open-date
                   move space to ws-store-trading-flag
               end-if
           end-if.
           if sm-store-status = "C"
               if sm-close-date is numeric
                   if ws-run-date > sm-close-date
                       move space to ws-store-trading-flag
                   end-if
               else
                   move space to ws-store-trading-flag
               end-if
           end-if.
      *looks up the day and each comparison day, works out the
      *four-week average over whichever of those weekdays have
      *history, and judges the day against it.
       150-build-trend.
           add 1 to ws-tot-stores.
           move spaces to ws-trend-line.
           move sm-store-number to tl-store-number.
      *
           move 0 to ws-look-days-back.
           perform 200-get-store-net.
           move ws-look-net to ws-today-net.
           move ws-day-found-flag to ws-compare-found.
           add ws-today-net to ws-tot-today-net.
           move ws-today-net to tl-today-net.
      *
           move 1 to ws-look-days-back.
           perform 200-get-store-net.
           move ws-look-net to ws-prior-day-net.
           move ws-day-found-flag to ws-prior-day-found.
      *
           move 7 to ws-look-days-back.
           perform 200-get-store-net.
           move ws-look-net to ws-week-ago-net.
           move ws-day-found-flag to ws-week-ago-found.
      *
           move 364 to ws-look-days-back.
           perform 200-get-store-net.
           move ws-look-net to ws-last-year-net.
           move ws-day-found-flag to ws-last-year-found.
      *
           move 0 to ws-avg-total.
           move 0 to ws-avg-days.
           perform 160-add-week-to-average
             varying ws-week-back from 1 by 1
             until ws-week-back > 4.
           if ws-avg-days > 0
               compute ws-avg-net rounded =
                 ws-avg-total / ws-avg-days
           else
               move 0 to ws-avg-net
           end-if.
      *
           move ws-prior-day-net to ws-compare-net.
           move ws-prior-day-found to ws-day-found-flag.
           perform 250-change-text.
           move ws-prior-day-net to tl-prior-day-net.
           move ws-pct-text to tl-prior-day-pct.
      *
           move ws-week-ago-net to ws-compare-net.
           move ws-week-ago-found to ws-day-found-flag.
           perform 250-change-text.
           move ws-week-ago-net to tl-week-ago-net.
           move ws-pct-text to tl-week-ago-pct.
      *
           move ws-avg-net to ws-compare-net.
           if ws-avg-days > 0
               move "Y" to ws-day-found-flag
           else
               move space to ws-day-found-flag
           end-if.
           perform 250-change-text.
           move ws-avg-net to tl-avg-net.
           move ws-pct-text to tl-avg-pct.
      *
           move ws-last-year-net to ws-compare-net.
           move ws-last-year-found to ws-day-found-flag.
           perform 250-change-text.
           move ws-last-year-net to tl-last-year-net.
           move ws-pct-text to tl-last-year-pct.
      *
           perform 300-judge-day.
           move spaces to report-line.
           write report-line from ws-trend-line.
      *
       160-add-week-to-average.
           compute ws-look-days-back = ws-week-back * 7.
           perform 200-get-store-net.
           if day-has-sales
               add ws-look-net to ws-avg-total
               add 1 to ws-avg-days
           end-if.
      *the store's net sales for the date ws-look-days-back days
      *before the business date: sales and layaway payments less
      *returns, plus voids (already negative).  the day counts as
      *having history when any code has a row.
       200-get-store-net.
           compute ws-look-date-int =
             ws-run-date-int - ws-look-days-back.
           compute ws-look-date =
             function date-of-integer(ws-look-date-int).
           move 0 to ws-look-net.
           move space to ws-day-found-flag.
           move ws-look-date    to dly-business-date.
           move sm-store-number to dly-store-number.
           move 'S' to dly-transac-code.
           perform 210-read-daily-row.
           move 'L' to dly-transac-code.
           perform 210-read-daily-row.
           move 'R' to dly-transac-code.
           perform 210-read-daily-row.
           move 'V' to dly-transac-code.
           perform 210-read-daily-row.
           move 'G' to dly-transac-code.
           perform 210-read-daily-row.
      *a gift card sold counts toward the day having history but
      *not toward its net sales.
       210-read-daily-row.
           read daily-sales-file
               key is dly-sales-key
               invalid key
                   continue
               not invalid key
                   move "Y" to ws-day-found-flag
                   evaluate dly-transac-code
                       when 'R'
                           subtract dly-amount from ws-look-net
                       when 'G'
                           continue
                       when other
                           add dly-amount to ws-look-net
                   end-evaluate
           end-read.
      *the change of the day's net against ws-compare-net as a
      *percent, or n/a when there is nothing to compare against.
       250-change-text.
           if ws-day-found-flag = "Y" and ws-compare-net not = 0
               compute ws-change-pct rounded =
                 (ws-today-net - ws-compare-net) * 100 /
                 ws-compare-net
               move ws-change-pct to ws-pct-edit
               move ws-pct-edit to ws-pct-text
           else
               move "     n/a" to ws-pct-text
           end-if.
      *no history for the day is MISSING; a day short of the
      *four-week average by more than the tolerance is BELOW
      *TOLERANCE.  a store with no average yet is not judged short.
       300-judge-day.
           if ws-compare-found not = "Y"
               move "MISSING" to tl-flag
               add 1 to ws-tot-missing
           else
               if ws-avg-days > 0 and ws-avg-net > 0
                   compute ws-floor-net rounded =
                     ws-avg-net * (100 - ws-tolerance-pct) / 100
                   if ws-today-net < ws-floor-net
                       move "BELOW TOLERANCE" to tl-flag
                       add 1 to ws-tot-below
                   end-if
               end-if
           end-if.
      *
       600-write-totals.
           move spaces to report-line.
           write report-line before advancing 1 lines.
           move "Trading stores - net sales:       " to gt-label.
           move ws-tot-stores to gt-count.
           move ws-tot-today-net to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
           move "Stores MISSING:                   " to ct-label.
           move ws-tot-missing to ct-count.
           move spaces to report-line.
           write report-line from ws-count-total-line.
           move "Stores BELOW TOLERANCE:           " to ct-label.
           move ws-tot-below to ct-count.
           move spaces to report-line.
           write report-line from ws-count-total-line.
      *
       end program FinalProject-SalesTrend.
