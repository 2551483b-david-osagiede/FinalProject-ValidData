       identification division.
       program-id. FinalProject-GiftCard.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program reports the dormant balances
      *on the gift card master the validation program posts issues,
      *redemptions and store-credit refunds to. It reads every card,
      *lists each one still carrying a balance that has seen no
      *activity within the dormancy window (1095 days unless the
      *gift card parameter file says otherwise) with its issuing
      *store, issue date, last activity and balance, and closes with
      *the dormant dollars by issuing store - the figures the office
      *files for escheatment - and the total liability outstanding
      *on every card. Nothing on the master is changed; a card stays
      *redeemable until the office acts on the report.
      *
       environment division.
       configuration section.
      *same gift card master the validation program maintains,
      *keyed on card number and read end to end.
       select optional gift-card-file
                assign to '../../../data/gift-card-master.dat'
                organization is indexed
                access mode is sequential
                record key is gc-card-number
                file status is ws-gift-card-status.
      *
      *one record of run options: the number of days a card may go
      *without activity before its balance is reported dormant.  a
      *missing file leaves the 1095-day default.
           select optional gift-card-param-file
                assign to '../../../data/giftcard-params.dat'
                organization is line sequential.
      *
      *the processing calendar shared with the validation run: a
      *card's dormancy is measured to the business date it names.
      *a missing calendar leaves the wall-clock date in charge.
           select optional calendar-file
                assign to '../../../data/processing-calendar.dat'
                organization is line sequential.
      *
           select gift-card-report-file
                assign to '../../../data/giftcard-dormant.out'
                organization is line sequential.
       data division.
       file section.
              fd gift-card-file
                 record contains 59 characters
                 data record is gift-card-record.
      *same layout the validation program posts to.  the origin
      *tells a card sold over the counter from a store credit
      *issued on a refund.
       01 gift-card-record.
         05 gc-card-number               pic x(15).
         05 gc-issue-store               pic 99.
         05 gc-issue-date                pic 9(8).
         05 gc-balance                   pic s9(7)v99.
         05 gc-last-activity-date        pic 9(8).
         05 gc-origin                    pic x.
           88 gift-card-sold             value 'G'.
           88 gift-card-store-credit     value 'R'.
         05 gc-posted-run                pic x(16).
      *
       fd gift-card-param-file
           record contains 4 characters
           data record is gift-card-param-record.
      *
       01 gift-card-param-record.
         05 gp-dormant-days              pic x(4).
      *
       fd calendar-file
           record contains 9 characters
           data record is calendar-record.
      *same layout the validation and GL posting runs read.
       01 calendar-record.
         05 cal-business-date            pic 9(8).
         05 cal-processed-flag           pic x.
      *
       fd gift-card-report-file
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
         05 ws-store-found-flag          pic x
             value space.
      *
      *the status of the last gift card master operation - anything
      *but '00' on the open is a master no validation run has
      *created yet.
       01 ws-gift-card-status            pic xx
             value spaces.
      *
      *the business date cards are measured to, the dormancy
      *window, and the idle days of the card being judged, in the
      *day-number form the comparison needs.
       01 ws-run-date-ctl.
         05 ws-run-date-raw              pic x(21).
         05 ws-run-date                  pic 9(8).
         05 ws-run-date-int              pic s9(9)
             value 0.
         05 ws-dormant-days              pic 9(4)
             value 1095.
         05 ws-activity-date-int         pic s9(9)
             value 0.
         05 ws-idle-days                 pic s9(9)
             value 0.
      *
      *dormant dollars by issuing store - the master is in card
      *order, so the store totals are built here and printed once
      *every card has been read.
       01 ws-store-tbl.
         05 ws-store-count               pic 9(3)
             value 0.
         05 ws-store-entry occurs 1 to 99 times
             depending on ws-store-count
             indexed by ws-store-idx.
           10 ws-str-store-number        pic 99.
           10 ws-str-dormant-count       pic 9(5)
               value 0.
           10 ws-str-dormant-amount      pic s9(9)v99
               value 0.
      *
       01 calculate-lines.
         05 ws-tot-card-count            pic 9(7)
             value 0.
         05 ws-tot-liability-amount      pic s9(11)v99
             value 0.
         05 ws-tot-dormant-count         pic 9(7)
             value 0.
         05 ws-tot-dormant-amount        pic s9(11)v99
             value 0.
      *
       01 ws-report-heading.
         05 filler                       pic x(38)
             value "Gift Card Dormant Balances - date     ".
         05 rh-run-date                  pic 9(8).
         05 filler                       pic x(20)
             value "  Dormant after:    ".
         05 rh-dormant-days              pic Z,ZZ9.
         05 filler                       pic x(5)
             value " days".
         05 filler                       pic x(56)
             value spaces.
      *
      *one line per dormant card: where and when it was issued,
      *whether it was sold or given as store credit, when it was
      *last used and how long it has sat, and its balance.
       01 ws-card-line.
         05 filler                       pic x(2)
             value spaces.
         05 filler                       pic x(5)
             value "Card ".
         05 cl-card-number               pic x(15).
         05 filler                       pic x(8)
             value "  Store ".
         05 cl-issue-store               pic 99.
         05 filler                       pic x(9)
             value "  Issued ".
         05 cl-issue-date                pic 9(8).
         05 filler                       pic x(2)
             value spaces.
         05 cl-origin                    pic x(12).
         05 filler                       pic x(13)
             value "  Last used  ".
         05 cl-activity-date             pic 9(8).
         05 filler                       pic x(7)
             value "  Idle ".
         05 cl-idle-days                 pic ZZ,ZZ9.
         05 filler                       pic x(10)
             value "  Balance ".
         05 cl-balance                   pic Z,ZZZ,ZZ9.99-.
         05 filler                       pic x(12)
             value spaces.
      *
       01 ws-store-heading.
         05 filler                       pic x(132)
             value "Dormant balances by issuing store:".
      *
       01 ws-store-total-line.
         05 filler                       pic x(2)
             value spaces.
         05 filler                       pic x(7)
             value "Store: ".
         05 st-store-number              pic 99.
         05 filler                       pic x(9)
             value "  Cards: ".
         05 st-dormant-count             pic ZZ,ZZ9.
         05 filler                       pic x(10)
             value "  Amount: ".
         05 st-dormant-amount            pic ZZZ,ZZZ,ZZ9.99-.
         05 filler                       pic x(81)
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
       01 ws-no-cards-line.
         05 filler                       pic x(132)
             value "No gift cards on file.".
      *
       procedure division.
       000-main.
      *  reads every card on the master, lists the dormant balances
      *  and totals them by issuing store against the liability
      *  outstanding on all cards.
           perform 010-load-gift-card-params.
           perform 015-load-calendar.
           compute ws-run-date-int =
             function integer-of-date(ws-run-date).
      *
           open output gift-card-report-file.
           move spaces to report-line.
           move ws-run-date     to rh-run-date.
           move ws-dormant-days to rh-dormant-days.
           write report-line from ws-report-heading
             before advancing 2 lines.
      *
           open input gift-card-file.
           if ws-gift-card-status not = "00"
               move spaces to report-line
               write report-line from ws-no-cards-line
               close gift-card-report-file
               goback
           end-if.
           read gift-card-file next record
               at end
                   move "y" to ws-eof-flag
           end-read.
           perform 100-judge-card until ws-eof-flag = "y".
           close gift-card-file.
      *
           perform 500-write-store-totals.
           perform 600-write-totals.
           close gift-card-report-file.
      *a run that found dormant balances ends with 4 so the
      *scheduler can show the office there is something to file.
           if ws-tot-dormant-count > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           goback.
      *reads the dormancy window override, when the file is
      *present: a numeric non-zero day count replaces the default.
       010-load-gift-card-params.
           move space to ws-param-eof-flag.
           open input gift-card-param-file.
           perform until ws-param-eof-flag = "y"
               read gift-card-param-file
                   at end
                       move "y" to ws-param-eof-flag
                   not at end
                       if gp-dormant-days is numeric and
                         gp-dormant-days not = "0000"
                           move gp-dormant-days to ws-dormant-days
                       end-if
               end-read
           end-perform.
           close gift-card-param-file.
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
      *judges one card.  every card still carrying a balance counts
      *toward the outstanding liability - the same rule the GL
      *posting proof totals the master by, so the two tie - and a
      *card owed a balance is dormant when its last activity is
      *older than the window.  a card whose activity date does not
      *parse is left off the dormant list rather than reported on
      *a guess.
       100-judge-card.
           if gc-balance not = 0
               add 1 to ws-tot-card-count
               add gc-balance to ws-tot-liability-amount
           end-if.
           if gc-balance > 0
               compute ws-activity-date-int =
                 function integer-of-date(gc-last-activity-date)
               if ws-activity-date-int > 0
                   compute ws-idle-days =
                     ws-run-date-int - ws-activity-date-int
                   if ws-idle-days > ws-dormant-days
                       perform 200-list-dormant-card
                   end-if
               end-if
           end-if.
      *
           read gift-card-file next record
               at end
                   move "y" to ws-eof-flag
           end-read.
      *prints one dormant card and rolls its balance into its
      *issuing store's totals, growing the store list on first
      *sight of a store.
       200-list-dormant-card.
           move spaces to ws-card-line.
           move gc-card-number         to cl-card-number.
           move gc-issue-store         to cl-issue-store.
           move gc-issue-date          to cl-issue-date.
           if gift-card-store-credit
               move "STORE CREDIT" to cl-origin
           else
               move "SOLD" to cl-origin
           end-if.
           move gc-last-activity-date  to cl-activity-date.
           move ws-idle-days           to cl-idle-days.
           move gc-balance             to cl-balance.
           move spaces to report-line.
           write report-line from ws-card-line.
           add 1 to ws-tot-dormant-count.
           add gc-balance to ws-tot-dormant-amount.
      *
           move space to ws-store-found-flag.
           perform varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count
               if gc-issue-store = ws-str-store-number(ws-store-idx)
                   move "Y" to ws-store-found-flag
                   perform 210-add-to-store
                   set ws-store-idx to ws-store-count
               end-if
           end-perform.
           if ws-store-found-flag not = "Y"
             and ws-store-count < 99
               add 1 to ws-store-count
               set ws-store-idx to ws-store-count
               move gc-issue-store to ws-str-store-number(ws-store-idx)
               move 0 to ws-str-dormant-count(ws-store-idx)
               move 0 to ws-str-dormant-amount(ws-store-idx)
               perform 210-add-to-store
           end-if.
      *
       210-add-to-store.
           add 1 to ws-str-dormant-count(ws-store-idx).
           add gc-balance to ws-str-dormant-amount(ws-store-idx).
      *the dormant dollars per issuing store, in the order the
      *stores were first met on the master.
       500-write-store-totals.
           move spaces to report-line.
           write report-line before advancing 1 lines.
           write report-line from ws-store-heading.
           perform varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count
               move ws-str-store-number(ws-store-idx)
                                         to st-store-number
               move ws-str-dormant-count(ws-store-idx)
                                         to st-dormant-count
               move ws-str-dormant-amount(ws-store-idx)
                                         to st-dormant-amount
               move spaces to report-line
               write report-line from ws-store-total-line
           end-perform.
      *the grand totals: the dormant balances to be filed, and the
      *liability outstanding on every card carrying a balance.
       600-write-totals.
           move spaces to report-line.
           write report-line before advancing 1 lines.
           move "Dormant cards - balances:         " to gt-label.
           move ws-tot-dormant-count   to gt-count.
           move ws-tot-dormant-amount  to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
           move "All cards - liability outstanding:" to gt-label.
           move ws-tot-card-count      to gt-count.
           move ws-tot-liability-amount to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
      *
       end program FinalProject-GiftCard.
