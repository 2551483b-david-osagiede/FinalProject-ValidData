       identification division.
       program-id. FinalProject-Layaway.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program is the aging step for the
      *layaway contract master the validation program opens, pays
      *down and closes from the 'L' records it accepts. It reads
      *every contract in store order, forfeits each open contract
      *that has run past the policy deadline (90 days from the day
      *it was opened unless the layaway parameter file says
      *otherwise), and prints an outstanding-balance report by
      *store: each open contract with its age, contract amount,
      *what has been paid and what the customer still owes, the
      *contracts forfeited by this run, and store and grand totals.
      *The paid column on open contracts is the deposit liability
      *accounting carries; the balance column is what the stores
      *are still owed.
      *
       environment division.
       configuration section.
      *same layaway master the validation program maintains - keyed
      *on store and invoice, so reading it in key order delivers the
      *contracts grouped by store for the report.
       select optional layaway-master-file
                assign to '../../../data/layaway-master.dat'
                organization is indexed
                access mode is dynamic
                record key is lay-contract-key
                file status is ws-layaway-status.
      *
      *one record of run options: the number of days an open
      *contract may run before it is forfeited.  a missing file
      *leaves the 90-day default, so a console run needs no
      *parameter file at all.
           select optional layaway-param-file
                assign to '../../../data/layaway-params.dat'
                organization is line sequential.
      *
      *the processing calendar shared with the validation run: a
      *contract's age is measured to the business date it names, so
      *a late run does not forfeit a day early.  a missing calendar
      *leaves the wall-clock date in charge.
           select optional calendar-file
                assign to '../../../data/processing-calendar.dat'
                organization is line sequential.
      *
           select layaway-report-file
                assign to '../../../data/layaway-report.out'
                organization is line sequential.
       data division.
       file section.
              fd layaway-master-file
                 record contains 93 characters
                 data record is layaway-master-record.
      *same layout the validation program opens and pays down.
       01 layaway-master-record.
         05 lay-contract-key.
           10 lay-store-number           pic 99.
           10 lay-invoice-number         pic x(9).
         05 lay-status                   pic x.
           88 layaway-open               value 'O'.
           88 layaway-picked-up          value 'P'.
           88 layaway-forfeited          value 'F'.
         05 lay-open-date                pic 9(8).
         05 lay-contract-amount          pic s9(7)v99.
         05 lay-paid-amount              pic s9(7)v99.
         05 lay-payment-count            pic 9(3).
         05 lay-last-payment-date        pic 9(8).
         05 lay-close-date               pic 9(8).
         05 lay-cashier-id               pic x(5).
         05 lay-sku-code                 pic x(15).
      *the date and time of the run that last posted to the
      *contract, so a rerun of a business date can tell its own
      *postings from an earlier run's.
         05 lay-posted-run               pic x(16).
      *
       fd layaway-param-file
           record contains 3 characters
           data record is layaway-param-record.
      *
       01 layaway-param-record.
         05 lp-forfeit-days              pic x(3).
      *
       fd calendar-file
           record contains 9 characters
           data record is calendar-record.
      *same layout the validation and GL posting runs read.
       01 calendar-record.
         05 cal-business-date            pic 9(8).
         05 cal-processed-flag           pic x.
      *
       fd layaway-report-file
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
         05 ws-forfeit-flag              pic x
             value space.
           88 contract-forfeited-now     value "Y".
      *
      *the status of the last layaway master operation - '35' on
      *the open is a master no validation run has created yet.
       01 ws-layaway-status              pic xx
             value spaces.
      *
      *the business date contracts are aged to, the forfeit window,
      *and the age of the contract being judged, in the day-number
      *form the age comparison needs.
       01 ws-run-date-ctl.
         05 ws-run-date-raw              pic x(21).
         05 ws-run-date                  pic 9(8).
         05 ws-run-date-int              pic s9(9)
             value 0.
         05 ws-forfeit-days              pic 9(3)
             value 90.
         05 ws-open-date-int             pic s9(9)
             value 0.
         05 ws-contract-age-days         pic s9(9)
             value 0.
         05 ws-due-date-int              pic s9(9)
             value 0.
         05 ws-due-date                  pic 9(8)
             value 0.
      *
      *the store whose contracts are being listed and its running
      *totals, printed and cleared when the store changes.
       01 ws-store-break-ctl.
         05 ws-current-store             pic 99
             value 0.
         05 ws-store-started-flag        pic x
             value space.
           88 store-in-progress          value "Y".
         05 ws-str-open-count            pic 9(5)
             value 0.
         05 ws-str-contract-amount       pic s9(9)v99
             value 0.
         05 ws-str-paid-amount           pic s9(9)v99
             value 0.
         05 ws-str-balance-amount        pic s9(9)v99
             value 0.
         05 ws-str-forfeit-count         pic 9(5)
             value 0.
         05 ws-str-forfeit-amount        pic s9(9)v99
             value 0.
      *
       01 calculate-lines.
         05 ws-balance-owed              pic s9(7)v99
             value 0.
         05 ws-tot-open-count            pic 9(7)
             value 0.
         05 ws-tot-contract-amount       pic s9(11)v99
             value 0.
         05 ws-tot-paid-amount           pic s9(11)v99
             value 0.
         05 ws-tot-balance-amount        pic s9(11)v99
             value 0.
         05 ws-tot-forfeit-count         pic 9(7)
             value 0.
         05 ws-tot-forfeit-amount        pic s9(11)v99
             value 0.
      *
       01 ws-report-heading.
         05 filler                       pic x(38)
             value "Layaway Outstanding Balances - date   ".
         05 rh-run-date                  pic 9(8).
         05 filler                       pic x(20)
             value "  Forfeit after:   ".
         05 rh-forfeit-days              pic ZZ9.
         05 filler                       pic x(5)
             value " days".
         05 filler                       pic x(58)
             value spaces.
      *
       01 ws-store-heading.
         05 filler                       pic x(8)
             value "Store:  ".
         05 sh-store-number              pic 99.
         05 filler                       pic x(122)
             value spaces.
      *
      *one line per open contract (and per contract this run
      *forfeited) under its store: when it opened, how old it is,
      *when it falls due, and the contract, paid and owed dollars.
       01 ws-contract-line.
         05 filler                       pic x(2)
             value spaces.
         05 filler                       pic x(4)
             value "Inv ".
         05 cl-invoice-number            pic x(9).
         05 filler                       pic x(9)
             value "  Opened ".
         05 cl-open-date                 pic 9(8).
         05 filler                       pic x(6)
             value "  Age ".
         05 cl-age-days                  pic ZZ,ZZ9.
         05 filler                       pic x(6)
             value "  Due ".
         05 cl-due-date                  pic 9(8).
         05 filler                       pic x(11)
             value "  Contract ".
         05 cl-contract-amount           pic Z,ZZZ,ZZ9.99-.
         05 filler                       pic x(7)
             value "  Paid ".
         05 cl-paid-amount               pic Z,ZZZ,ZZ9.99-.
         05 filler                       pic x(7)
             value "  Owed ".
         05 cl-balance-amount            pic Z,ZZZ,ZZ9.99-.
         05 filler                       pic x
             value space.
         05 cl-flag                      pic x(9).
      *
      *closes each store's listing: its open contracts and their
      *dollars, and what this run forfeited there.
       01 ws-store-total-line.
         05 filler                       pic x(2)
             value spaces.
         05 filler                       pic x(16)
             value "Open contracts: ".
         05 st-open-count                pic ZZ,ZZ9.
         05 filler                       pic x(11)
             value "  Contract ".
         05 st-contract-amount           pic ZZZ,ZZZ,ZZ9.99-.
         05 filler                       pic x(7)
             value "  Paid ".
         05 st-paid-amount               pic ZZZ,ZZZ,ZZ9.99-.
         05 filler                       pic x(7)
             value "  Owed ".
         05 st-balance-amount            pic ZZZ,ZZZ,ZZ9.99-.
         05 filler                       pic x(13)
             value "  Forfeited: ".
         05 st-forfeit-count             pic ZZ,ZZ9.
         05 filler                       pic x
             value space.
         05 st-forfeit-amount            pic ZZZ,ZZZ,ZZ9.99-.
         05 filler                       pic x(3)
             value spaces.
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
       01 ws-no-contracts-line.
         05 filler                       pic x(132)
             value "No layaway contracts on file.".
      *
       procedure division.
       000-main.
      *  ages every contract on the master, forfeits the open ones
      *  past the deadline and prints the outstanding balances by
      *  store.
           perform 010-load-layaway-params.
           perform 015-load-calendar.
           compute ws-run-date-int =
             function integer-of-date(ws-run-date).
      *
           open output layaway-report-file.
           move spaces to report-line.
           move ws-run-date     to rh-run-date.
           move ws-forfeit-days to rh-forfeit-days.
           write report-line from ws-report-heading
             before advancing 2 lines.
      *
           open i-o layaway-master-file.
           if ws-layaway-status not = "00"
               move spaces to report-line
               write report-line from ws-no-contracts-line
               close layaway-report-file
               goback
           end-if.
           move low-values to lay-contract-key.
           start layaway-master-file
               key is not less than lay-contract-key
               invalid key
                   move "y" to ws-eof-flag
           end-start.
           if ws-eof-flag not = "y"
               read layaway-master-file next record
                   at end
                       move "y" to ws-eof-flag
               end-read
           end-if.
           perform 100-age-contract until ws-eof-flag = "y".
           if store-in-progress
               perform 300-close-store
           end-if.
           close layaway-master-file.
      *
           perform 600-write-totals.
           close layaway-report-file.
      *a run that forfeited contracts ends with 4 so the scheduler
      *can show the office there is something to look at.
           if ws-tot-forfeit-count > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           goback.
      *reads the forfeit window override, when the file is present:
      *a numeric non-zero day count replaces the 90-day default.
       010-load-layaway-params.
           move space to ws-param-eof-flag.
           open input layaway-param-file.
           perform until ws-param-eof-flag = "y"
               read layaway-param-file
                   at end
                       move "y" to ws-param-eof-flag
                   not at end
                       if lp-forfeit-days is numeric and
                         lp-forfeit-days not = "000"
                           move lp-forfeit-days to ws-forfeit-days
                       end-if
               end-read
           end-perform.
           close layaway-param-file.
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
      *judges one contract.  only open contracts are listed - one
      *picked up or forfeited on an earlier run owes nothing - and
      *an open contract older than the forfeit window is forfeited
      *here and listed with the flag.  a contract whose open date
      *does not parse is left open rather than forfeited on a guess.
       100-age-contract.
           if layaway-open
               if lay-store-number not = ws-current-store or
                 not store-in-progress
                   if store-in-progress
                       perform 300-close-store
                   end-if
                   perform 200-start-store
               end-if
               move space to ws-forfeit-flag
               compute ws-open-date-int =
                 function integer-of-date(lay-open-date)
               if ws-open-date-int = 0
                   move 0 to ws-contract-age-days
                   move 0 to ws-due-date
               else
                   compute ws-contract-age-days =
                     ws-run-date-int - ws-open-date-int
                   compute ws-due-date-int =
                     ws-open-date-int + ws-forfeit-days
                   compute ws-due-date =
                     function date-of-integer(ws-due-date-int)
               end-if
               if ws-contract-age-days > ws-forfeit-days
                   perform 150-forfeit-contract
               end-if
               perform 250-print-contract
           end-if.
      *
           read layaway-master-file next record
               at end
                   move "y" to ws-eof-flag
           end-read.
      *closes the contract as forfeited under the business date.
      *the deposits paid on it stay with the store; they are
      *totalled so accounting can move them out of the liability.
       150-forfeit-contract.
           move "Y" to ws-forfeit-flag.
           move 'F' to lay-status.
           move ws-run-date to lay-close-date.
           rewrite layaway-master-record
               invalid key
                   continue
           end-rewrite.
           add 1 to ws-str-forfeit-count.
           add lay-paid-amount to ws-str-forfeit-amount.
      *
       200-start-store.
           move "Y" to ws-store-started-flag.
           move lay-store-number to ws-current-store.
           move 0 to ws-str-open-count, ws-str-contract-amount,
             ws-str-paid-amount, ws-str-balance-amount,
             ws-str-forfeit-count, ws-str-forfeit-amount.
           move spaces to report-line.
           write report-line before advancing 1 lines.
           move ws-current-store to sh-store-number.
           write report-line from ws-store-heading.
      *prints one contract and, when it is still open, rolls its
      *dollars into the store's outstanding totals.
       250-print-contract.
           compute ws-balance-owed =
             lay-contract-amount - lay-paid-amount.
           move spaces to ws-contract-line.
           move lay-invoice-number   to cl-invoice-number.
           move lay-open-date        to cl-open-date.
           move ws-contract-age-days to cl-age-days.
           move ws-due-date          to cl-due-date.
           move lay-contract-amount  to cl-contract-amount.
           move lay-paid-amount      to cl-paid-amount.
           move ws-balance-owed      to cl-balance-amount.
           if contract-forfeited-now
               move "FORFEITED" to cl-flag
           else
               move spaces to cl-flag
               add 1 to ws-str-open-count
               add lay-contract-amount to ws-str-contract-amount
               add lay-paid-amount     to ws-str-paid-amount
               add ws-balance-owed     to ws-str-balance-amount
           end-if.
           move spaces to report-line.
           write report-line from ws-contract-line.
      *prints the store's totals and rolls them into the grand
      *totals.
       300-close-store.
           move ws-str-open-count      to st-open-count.
           move ws-str-contract-amount to st-contract-amount.
           move ws-str-paid-amount     to st-paid-amount.
           move ws-str-balance-amount  to st-balance-amount.
           move ws-str-forfeit-count   to st-forfeit-count.
           move ws-str-forfeit-amount  to st-forfeit-amount.
           move spaces to report-line.
           write report-line from ws-store-total-line.
           add ws-str-open-count      to ws-tot-open-count.
           add ws-str-contract-amount to ws-tot-contract-amount.
           add ws-str-paid-amount     to ws-tot-paid-amount.
           add ws-str-balance-amount  to ws-tot-balance-amount.
           add ws-str-forfeit-count   to ws-tot-forfeit-count.
           add ws-str-forfeit-amount  to ws-tot-forfeit-amount.
      *the grand totals: open contracts with their contract value,
      *the deposits held against them (the liability), what the
      *customers still owe, and what this run forfeited.
       600-write-totals.
           move spaces to report-line.
           write report-line before advancing 1 lines.
           move "Open contracts - contract value:  " to gt-label.
           move ws-tot-open-count      to gt-count.
           move ws-tot-contract-amount to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
           move "Open contracts - deposits held:   " to gt-label.
           move ws-tot-paid-amount     to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
           move "Open contracts - balance owed:    " to gt-label.
           move ws-tot-balance-amount  to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
           move "Forfeited this run - deposits:    " to gt-label.
           move ws-tot-forfeit-count   to gt-count.
           move ws-tot-forfeit-amount  to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
      *
       end program FinalProject-Layaway.
