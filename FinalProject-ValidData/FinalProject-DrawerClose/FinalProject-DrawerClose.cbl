       identification division.
       program-id. FinalProject-DrawerClose.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program balances each cashier's
      *drawer at close of business. It reads the drawer count file
      *the store managers key (counted cash and opening float per
      *store, business date and cashier) and the run's valid
      *records, and works out each cashier's net cash from
      *valid.out: cash sales, layaway payments and gift card sales
      *add, cash refunds take out, and voids net off through their
      *negative amounts - tender details counting under the code of
      *the header they arrived under. The drawer should hold the
      *float plus that net cash; the difference from the count is
      *the drawer's over or short. The report lists every drawer by
      *store with its over/short and the cashier's running count of
      *short days, kept on the drawer short history file. Each over
      *or short also goes out as a balanced pair of journal lines
      *in the general ledger journal layout, through the accounts
      *the operator maps to the 'O'/'CA' row of the account mapping
      *file, for the GL posting run to carry onto its journal and
      *proof sheet. Version-1 records carry no cashier id; their
      *cash is shown once per store as unattributed.
      *
       environment division.
       configuration section.
       select valid-file
                assign to '../../../data/valid.out'
                organization is line sequential.
      *
      *one record per drawer counted, keyed on store, business date
      *and cashier, as the store manager keys it at close.
           select optional drawer-count-file
                assign to '../../../data/drawer-count.dat'
                organization is indexed
                access mode is sequential
                record key is dc-count-key
                file status is ws-drawer-count-status.
      *
      *one record per store/cashier that has ever come up short:
      *the running count of short days and the last day counted,
      *so a rerun of the same business date does not count the
      *same short day twice.
           select optional short-history-file
                assign to '../../../data/drawer-short-history.dat'
                organization is indexed
                access mode is dynamic
                record key is dsh-history-key
                file status is ws-short-history-status.
      *
      *the operator-maintained account mapping the GL posting run
      *reads; the 'O'/'CA' row names the cash over/short account
      *(debit) and the cash account (credit) a short posts to.
           select optional account-map-file
                assign to '../../../data/account-map.dat'
                organization is line sequential.
      *
      *the processing calendar shared with the validation run: the
      *counts are matched, and the journal dated, by the business
      *date it names.  a missing calendar leaves the wall-clock date
      *in charge.
           select optional calendar-file
                assign to '../../../data/processing-calendar.dat'
                organization is line sequential.
      *
           select drawer-report-file
                assign to '../../../data/drawer-close.out'
                organization is line sequential.
      *
           select drawer-journal-file
                assign to '../../../data/drawer-journal.out'
                organization is line sequential.
       data division.
       file section.
              fd valid-file
                 record contains 50 characters
                 data record is val-valid-line.
      *same layout the validation program writes to valid.out.
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
       fd drawer-count-file
           record contains 33 characters
           data record is drawer-count-record.
      *
       01 drawer-count-record.
         05 dc-count-key.
           10 dc-store-number            pic 99.
           10 dc-business-date           pic 9(8).
           10 dc-cashier-id              pic x(5).
         05 dc-counted-cash              pic 9(7)v99.
         05 dc-opening-float             pic 9(7)v99.
      *
       fd short-history-file
           record contains 29 characters
           data record is short-history-record.
      *
       01 short-history-record.
         05 dsh-history-key.
           10 dsh-store-number           pic 99.
           10 dsh-cashier-id             pic x(5).
         05 dsh-short-days               pic 9(5).
         05 dsh-last-short-date          pic 9(8).
         05 dsh-short-total              pic 9(7)v99.
      *
       fd account-map-file
           record contains 19 characters
           data record is account-map-record.
      *same layout the GL posting run loads.
       01 account-map-record.
         05 map-transac-code             pic x.
         05 map-payment-type             pic xx.
         05 map-debit-account            pic x(8).
         05 map-credit-account           pic x(8).
      *
       fd calendar-file
           record contains 9 characters
           data record is calendar-record.
      *same layout the validation and GL posting runs read.
       01 calendar-record.
         05 cal-business-date            pic 9(8).
         05 cal-processed-flag           pic x.
      *
       fd drawer-report-file
           record contains 132 characters
           data record is report-line.
      *
       01 report-line                    pic x(132).
      *
       fd drawer-journal-file
           record contains 34 characters
           data record is gl-journal-record.
      *same layout the GL posting run writes to gl-journal.out.  the
      *batch number goes out zero - the posting run stamps its own
      *batch on these lines when it carries them onto its journal.
       01 gl-journal-record.
         05 jnl-posting-date             pic 9(8).
         05 jnl-store-number             pic 99.
         05 jnl-account                  pic x(8).
         05 jnl-dr-cr                    pic xx.
         05 jnl-amount                   pic 9(7)v99.
         05 jnl-batch-number             pic 9(5).
      *
       working-storage section.
       01 ws-flags.
         05 ws-eof-flag                  pic x
             value space.
         05 ws-count-eof-flag            pic x
             value space.
         05 ws-map-eof-flag              pic x
             value space.
         05 ws-calendar-eof-flag         pic x
             value space.
         05 ws-drawer-found-flag         pic x
             value space.
         05 ws-map-found-flag            pic x
             value space.
           88 over-short-map-found       value "Y".
         05 ws-drawer-overflow-flag      pic x
             value space.
           88 drawer-table-overflowed    value "Y".
      *
       01 ws-boolean-cnst.
         05 ws-true-cnst                 pic x
             value "T".
         05 ws-false-cnst                pic x
             value "N".
      *
      *the status of the last drawer count and short history
      *operations - '35' on the history open is a file no close-out
      *has created yet.
       01 ws-file-status-ctl.
         05 ws-drawer-count-status       pic xx
             value spaces.
         05 ws-short-history-status      pic xx
             value spaces.
      *
       01 ws-run-date-ctl.
         05 ws-run-date-raw              pic x(21).
         05 ws-run-date                  pic 9(8).
      *
      *the accounts the 'O'/'CA' mapping row names: a short debits
      *the over/short account and credits cash; an over posts the
      *reverse.
       01 ws-over-short-accounts.
         05 ws-over-short-acct           pic x(8)
             value spaces.
         05 ws-cash-acct                 pic x(8)
             value spaces.
      *
      *the code a tender detail counts under - the code of the
      *header it arrived under - and the header's cashier, for a
      *detail that does not carry its own.
       01 ws-group-ctl.
         05 ws-group-code                pic x
             value space.
         05 ws-group-cashier             pic x(5)
             value spaces.
         05 ws-cash-code                 pic x.
         05 ws-cash-store                pic 99.
         05 ws-cash-cashier              pic x(5).
         05 ws-cash-amount               pic s9(7)v99.
         05 ws-drw-found-slot            pic 9(4)
             value 0.
      *
      *one entry per store/cashier drawer: the net cash valid.out
      *says went through it, and the count and float keyed for it.
      *a blank cashier id is the store's unattributed version-1
      *cash.
       01 ws-drawer-tbl.
         05 ws-drw-count                 pic 9(4)
             value 0.
         05 ws-drw-entry occurs 1 to 2000 times
             depending on ws-drw-count
             indexed by ws-drw-idx.
           10 ws-drw-store               pic 99.
           10 ws-drw-cashier             pic x(5).
           10 ws-drw-net-cash            pic s9(7)v99
               value 0.
           10 ws-drw-counted-flag        pic x
               value space.
             88 drawer-was-counted       value "Y".
           10 ws-drw-counted             pic 9(7)v99
               value 0.
           10 ws-drw-float               pic 9(7)v99
               value 0.
      *
      *the drawer being balanced: what it should hold, how far off
      *the count is, and the cashier's running short days.
       01 ws-balance-work.
         05 ws-expected-cash             pic s9(9)v99
             value 0.
         05 ws-over-short                pic s9(9)v99
             value 0.
         05 ws-short-days                pic 9(5)
             value 0.
         05 ws-report-store              pic 9(3)
             value 0.
         05 ws-store-listed-flag         pic x
             value space.
           88 store-was-listed           value "Y".
      *
       01 ws-store-totals.
         05 ws-str-expected              pic s9(9)v99
             value 0.
         05 ws-str-counted               pic s9(9)v99
             value 0.
         05 ws-str-over-short            pic s9(9)v99
             value 0.
      *
       01 calculate-lines.
         05 ws-tot-drawers               pic 9(5)
             value 0.
         05 ws-tot-short-cnt             pic 9(5)
             value 0.
         05 ws-tot-short-amt             pic s9(9)v99
             value 0.
         05 ws-tot-over-cnt              pic 9(5)
             value 0.
         05 ws-tot-over-amt              pic s9(9)v99
             value 0.
         05 ws-tot-uncounted-cnt         pic 9(5)
             value 0.
         05 ws-tot-journal-lines         pic 9(5)
             value 0.
      *
       01 ws-report-heading.
         05 filler                       pic x(38)
             value "Cashier Drawer Close-Out - business  ".
         05 rh-run-date                  pic 9(8).
         05 filler                       pic x(86)
             value spaces.
      *
       01 ws-store-heading.
         05 filler                       pic x(8)
             value "Store:  ".
         05 sh-store-number              pic 99.
         05 filler                       pic x(122)
             value spaces.
      *
      *one line per drawer: the float it opened with, the net cash
      *through it, what it should hold, what was counted, the over
      *or short and the cashier's short days to date.
       01 ws-drawer-line.
         05 filler                       pic x(2)
             value spaces.
         05 filler                       pic x(5)
             value "Cshr ".
         05 dl-cashier-id                pic x(5).
         05 filler                       pic x(8)
             value "  Float ".
         05 dl-float                     pic ZZZ,ZZ9.99.
         05 filler                       pic x(7)
             value "  Cash ".
         05 dl-net-cash                  pic ZZZ,ZZ9.99-.
         05 filler                       pic x(11)
             value "  Expected ".
         05 dl-expected                  pic ZZZ,ZZ9.99-.
         05 filler                       pic x(10)
             value "  Counted ".
         05 dl-counted                   pic ZZZ,ZZ9.99.
         05 filler                       pic x(11)
             value "  Ovr/Shrt ".
         05 dl-over-short                pic ZZZ,ZZ9.99-.
         05 filler                       pic x
             value space.
         05 dl-flag                      pic x(8).
         05 filler                       pic x(6)
             value " Days ".
         05 dl-short-days                pic ZZZZ9.
      *
       01 ws-store-total-line.
         05 filler                       pic x(2)
             value spaces.
         05 filler                       pic x(22)
             value "Store total - expected".
         05 sl-expected                  pic ZZZ,ZZZ,ZZ9.99-.
         05 filler                       pic x(10)
             value "  Counted ".
         05 sl-counted                   pic ZZZ,ZZZ,ZZ9.99-.
         05 filler                       pic x(13)
             value "  Over/Short ".
         05 sl-over-short                pic ZZZ,ZZZ,ZZ9.99-.
         05 filler                       pic x(40)
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
      *written once, up front, when the account mapping file has no
      *'O'/'CA' row - the report still balances every drawer, but
      *no journal lines go out until the accounts are mapped.
       01 ws-no-map-msg.
         05 filler                       pic x(45)
             value "WARNING - no 'O'/'CA' row on the account map;".
         05 filler                       pic x(55)
             value "over/short journal lines not written.".
         05 filler                       pic x(32)
             value spaces.
      *
       01 ws-drawer-overflow-msg.
         05 filler                       pic x(45)
             value "WARNING - more drawers than the 2000-entry".
         05 filler                       pic x(55)
             value "drawer table holds; extra drawers not balanced.".
         05 filler                       pic x(32)
             value spaces.
      *
       procedure division.
       000-main.
      *  totals each drawer's net cash from valid.out, matches the
      *  day's counts against it, and reports and journals every
      *  over and short.
           perform 015-load-calendar.
           perform 020-load-over-short-map.
      *
           open input valid-file.
           read valid-file
               at end
                   move "y" to ws-eof-flag
           end-read.
           perform 100-accumulate-cash until ws-eof-flag = "y".
           close valid-file.
           perform 200-load-drawer-counts.
      *
           perform 050-open-short-history.
           open output drawer-report-file, drawer-journal-file.
           move spaces to report-line.
           move ws-run-date to rh-run-date.
           write report-line from ws-report-heading
             before advancing 2 lines.
           if not over-short-map-found
               move spaces to report-line
               write report-line from ws-no-map-msg
                 before advancing 1 lines
           end-if.
           if drawer-table-overflowed
               move spaces to report-line
               write report-line from ws-drawer-overflow-msg
                 before advancing 1 lines
           end-if.
           perform 300-report-store
             varying ws-report-store from 0 by 1
             until ws-report-store > 99.
           perform 600-write-totals.
           close drawer-report-file, drawer-journal-file,
             short-history-file.
      *any drawer off, or active but never counted, ends the run
      *with 4 so the scheduler shows the office there is something
      *to chase.
           if ws-tot-short-cnt > 0 or ws-tot-over-cnt > 0 or
             ws-tot-uncounted-cnt > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           goback.
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
      *finds the 'O'/'CA' row on the account mapping file.
       020-load-over-short-map.
           move space to ws-map-eof-flag.
           open input account-map-file.
           perform until ws-map-eof-flag = "y"
               read account-map-file
                   at end
                       move "y" to ws-map-eof-flag
                   not at end
                       if map-transac-code = 'O' and
                         map-payment-type = 'CA'
                           move "Y" to ws-map-found-flag
                           move map-debit-account
                                            to ws-over-short-acct
                           move map-credit-account to ws-cash-acct
                       end-if
               end-read
           end-perform.
           close account-map-file.
      *opens the short history for update, creating it empty the
      *first time a close-out runs.
       050-open-short-history.
           open i-o short-history-file.
           if ws-short-history-status = "35"
               open output short-history-file
               close short-history-file
               open i-o short-history-file
           end-if.
      *totals one valid record's cash into its drawer.  a header
      *moves no cash itself - it sets the code and cashier its
      *details count under.  only the cash tender reaches the
      *drawer; a return pays cash out, and a void's amount is
      *already negative.
       100-accumulate-cash.
           if valid-header-record
               move val-transac-code to ws-group-code
               move val-cashier-id   to ws-group-cashier
           else
               if val-payment-type = 'CA'
                   if valid-detail-record
                       move ws-group-code to ws-cash-code
                       if val-cashier-id = spaces
                           move ws-group-cashier to ws-cash-cashier
                       else
                           move val-cashier-id to ws-cash-cashier
                       end-if
                   else
                       move val-transac-code to ws-cash-code
                       move val-cashier-id   to ws-cash-cashier
                   end-if
                   if ws-cash-code = 'R'
                       compute ws-cash-amount =
                         0 - val-transac-amount
                   else
                       move val-transac-amount to ws-cash-amount
                   end-if
                   move val-store-number to ws-cash-store
                   perform 110-find-drawer
                   if ws-drawer-found-flag = "Y"
                       add ws-cash-amount
                         to ws-drw-net-cash(ws-drw-idx)
                   end-if
               end-if
           end-if.
      *
           read valid-file
               at end
                   move "y" to ws-eof-flag
           end-read.
      *finds the drawer for ws-cash-store / ws-cash-cashier,
      *adding it on first sight; ws-drw-idx is left on the entry.
       110-find-drawer.
           move space to ws-drawer-found-flag.
           perform varying ws-drw-idx from 1 by 1
             until ws-drw-idx > ws-drw-count
               if ws-cash-store = ws-drw-store(ws-drw-idx) and
                 ws-cash-cashier = ws-drw-cashier(ws-drw-idx)
                   move "Y" to ws-drawer-found-flag
                   set ws-drw-found-slot to ws-drw-idx
                   set ws-drw-idx to ws-drw-count
               end-if
           end-perform.
           if ws-drawer-found-flag = "Y"
               set ws-drw-idx to ws-drw-found-slot
           else
               if ws-drw-count < 2000
                   add 1 to ws-drw-count
                   set ws-drw-idx to ws-drw-count
                   move ws-cash-store to ws-drw-store(ws-drw-idx)
                   move ws-cash-cashier to ws-drw-cashier(ws-drw-idx)
                   move 0 to ws-drw-net-cash(ws-drw-idx),
                     ws-drw-counted(ws-drw-idx),
                     ws-drw-float(ws-drw-idx)
                   move space to ws-drw-counted-flag(ws-drw-idx)
                   move "Y" to ws-drawer-found-flag
               else
                   move "Y" to ws-drawer-overflow-flag
               end-if
           end-if.
      *reads the drawer counts keyed for the business date and puts
      *each against its drawer - a drawer counted with no cash
      *through it still has its float to account for.
       200-load-drawer-counts.
           open input drawer-count-file.
           if ws-drawer-count-status = "00"
               perform until ws-count-eof-flag = "y"
                   read drawer-count-file next record
                       at end
                           move "y" to ws-count-eof-flag
                       not at end
                           if dc-business-date = ws-run-date
                               perform 210-apply-count
                           end-if
                   end-read
               end-perform
               close drawer-count-file
           end-if.
      *
       210-apply-count.
           move dc-store-number to ws-cash-store.
           move dc-cashier-id   to ws-cash-cashier.
           perform 110-find-drawer.
           if ws-drawer-found-flag = "Y"
               move "Y" to ws-drw-counted-flag(ws-drw-idx)
               move dc-counted-cash  to ws-drw-counted(ws-drw-idx)
               move dc-opening-float to ws-drw-float(ws-drw-idx)
           end-if.
      *lists every drawer of one store, in the order the drawers
      *were first met, and closes the store with its totals.  a
      *store with no drawers prints nothing.
       300-report-store.
           move space to ws-store-listed-flag.
           move 0 to ws-str-expected, ws-str-counted,
             ws-str-over-short.
           perform varying ws-drw-idx from 1 by 1
             until ws-drw-idx > ws-drw-count
               if ws-drw-store(ws-drw-idx) = ws-report-store
                   if not store-was-listed
                       move "Y" to ws-store-listed-flag
                       move spaces to report-line
                       write report-line before advancing 1 lines
                       move ws-report-store to sh-store-number
                       write report-line from ws-store-heading
                   end-if
                   perform 310-balance-drawer
               end-if
           end-perform.
           if store-was-listed
               move ws-str-expected   to sl-expected
               move ws-str-counted    to sl-counted
               move ws-str-over-short to sl-over-short
               move spaces to report-line
               write report-line from ws-store-total-line
           end-if.
      *balances one drawer.  unattributed version-1 cash has no
      *drawer to count and is listed for the record only; a
      *cashier's drawer with cash through it but no count is
      *flagged rather than treated as short the whole amount.
       310-balance-drawer.
           add 1 to ws-tot-drawers.
           compute ws-expected-cash =
             ws-drw-float(ws-drw-idx) + ws-drw-net-cash(ws-drw-idx).
           move 0 to ws-over-short.
           move 0 to ws-short-days.
           move spaces to ws-drawer-line.
           evaluate true
               when ws-drw-cashier(ws-drw-idx) = spaces
                   move "(v1)" to dl-cashier-id
                   move "NO ID" to dl-flag
               when not drawer-was-counted(ws-drw-idx)
                   move ws-drw-cashier(ws-drw-idx) to dl-cashier-id
                   move "NO COUNT" to dl-flag
                   add 1 to ws-tot-uncounted-cnt
               when other
                   move ws-drw-cashier(ws-drw-idx) to dl-cashier-id
                   compute ws-over-short =
                     ws-drw-counted(ws-drw-idx) - ws-expected-cash
                   add ws-expected-cash to ws-str-expected
                   add ws-drw-counted(ws-drw-idx) to ws-str-counted
                   add ws-over-short to ws-str-over-short
                   perform 320-judge-over-short
           end-evaluate.
           move ws-drw-float(ws-drw-idx)    to dl-float.
           move ws-drw-net-cash(ws-drw-idx) to dl-net-cash.
           move ws-expected-cash            to dl-expected.
           move ws-drw-counted(ws-drw-idx)  to dl-counted.
           move ws-over-short               to dl-over-short.
           move ws-short-days               to dl-short-days.
           move spaces to report-line.
           write report-line from ws-drawer-line.
      *an over or short is totalled and journaled; a short also
      *counts against the cashier's short-day history.
       320-judge-over-short.
           evaluate true
               when ws-over-short < 0
                   move "SHORT" to dl-flag
                   add 1 to ws-tot-short-cnt
                   add ws-over-short to ws-tot-short-amt
                   perform 330-post-short-history
                   perform 350-write-journal-pair
               when ws-over-short > 0
                   move "OVER" to dl-flag
                   add 1 to ws-tot-over-cnt
                   add ws-over-short to ws-tot-over-amt
                   perform 340-read-short-history
                   perform 350-write-journal-pair
               when other
                   perform 340-read-short-history
           end-evaluate.
      *adds the short day to the cashier's history.  a history
      *whose last short day is already this business date is a
      *rerun, and is left as it stands.
       330-post-short-history.
           move ws-drw-store(ws-drw-idx)   to dsh-store-number.
           move ws-drw-cashier(ws-drw-idx) to dsh-cashier-id.
           read short-history-file
               key is dsh-history-key
               invalid key
                   move ws-drw-store(ws-drw-idx) to dsh-store-number
                   move ws-drw-cashier(ws-drw-idx) to dsh-cashier-id
                   move 1 to dsh-short-days
                   move ws-run-date to dsh-last-short-date
                   compute dsh-short-total = 0 - ws-over-short
                   write short-history-record
                       invalid key
                           continue
                   end-write
               not invalid key
                   if dsh-last-short-date not = ws-run-date
                       add 1 to dsh-short-days
                       move ws-run-date to dsh-last-short-date
                       compute dsh-short-total =
                         dsh-short-total - ws-over-short
                       rewrite short-history-record
                           invalid key
                               continue
                       end-rewrite
                   end-if
           end-read.
           move dsh-short-days to ws-short-days.
      *picks up the short days to date for a drawer that balanced
      *or came up over, so the report shows the cashier's record.
       340-read-short-history.
           move ws-drw-store(ws-drw-idx)   to dsh-store-number.
           move ws-drw-cashier(ws-drw-idx) to dsh-cashier-id.
           read short-history-file
               key is dsh-history-key
               invalid key
                   move 0 to ws-short-days
               not invalid key
                   move dsh-short-days to ws-short-days
           end-read.
      *one debit and one credit line for the over or short, dated
      *the business date.  a short debits the over/short account
      *and credits cash; an over debits cash and credits the
      *over/short account.
       350-write-journal-pair.
           if over-short-map-found
               move ws-run-date              to jnl-posting-date
               move ws-drw-store(ws-drw-idx) to jnl-store-number
               move 0                        to jnl-batch-number
               if ws-over-short < 0
                   compute jnl-amount = 0 - ws-over-short
                   move ws-over-short-acct   to jnl-account
               else
                   move ws-over-short        to jnl-amount
                   move ws-cash-acct         to jnl-account
               end-if
               move "DR"                     to jnl-dr-cr
               write gl-journal-record
               if ws-over-short < 0
                   move ws-cash-acct         to jnl-account
               else
                   move ws-over-short-acct   to jnl-account
               end-if
               move "CR"                     to jnl-dr-cr
               write gl-journal-record
               add 2 to ws-tot-journal-lines
           end-if.
      *the run totals: drawers balanced, shorts and overs with their
      *dollars, drawers never counted and journal lines written.
       600-write-totals.
           move spaces to report-line.
           write report-line before advancing 1 lines.
           move "Drawers listed:                   " to gt-label.
           move ws-tot-drawers to gt-count.
           move 0 to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
           move "Drawers short:                    " to gt-label.
           move ws-tot-short-cnt to gt-count.
           move ws-tot-short-amt to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
           move "Drawers over:                     " to gt-label.
           move ws-tot-over-cnt to gt-count.
           move ws-tot-over-amt to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
           move "Drawers with cash but no count:   " to gt-label.
           move ws-tot-uncounted-cnt to gt-count.
           move 0 to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
           move "Journal lines written:            " to gt-label.
           move ws-tot-journal-lines to gt-count.
           move 0 to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
      *
       end program FinalProject-DrawerClose.
