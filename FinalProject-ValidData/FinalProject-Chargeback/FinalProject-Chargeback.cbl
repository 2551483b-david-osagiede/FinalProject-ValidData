       identification division.
       program-id. FinalProject-Chargeback.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program takes in the card
      *processor's dispute file and ties each chargeback back to the
      *sale it claws back. Every dispute is matched on invoice and
      *store against invoice-history.dat, and the sale's original
      *tender is looked up in valid.out, or for a sale from an
      *earlier business date in the validation run's kept
      *generation of valid.out for the date the sale was posted.
      *A dispute for more than the sale it claws back goes to
      *review and is never opened. A matched card dispute is
      *tracked on the chargeback master as open, won or lost as the
      *processor resolves it. A lost dispute is written off once:
      *it produces a balanced pair of reversal lines in the general
      *ledger journal layout, through the accounts the operator maps
      *to the 'C' row for the original tender (CR or DB) on the
      *account mapping file, under a posting batch of its own taken
      *from, and recorded on, the GL posting-control file. The
      *reversal batch is kept on the master, so the same dispute
      *arriving lost a second time is refused rather than written
      *off twice. Disputes that match no posted invoice, whose sale
      *was not paid by card, or that cannot be posted yet, go to a
      *review report for the office to chase.
      *
       environment division.
       configuration section.
      *one record per dispute or resolution, as the processor sends
      *them.  a blank resolution is a new dispute; 'W' and 'L' are
      *the processor's decision on one already sent.
       select optional dispute-file
                assign to '../../../data/chargeback-disputes.dat'
                organization is line sequential.
      *
      *the posted-invoice history the validation run keeps; a
      *dispute must match a posted sale on invoice and store.
           select optional invoice-history-file
                assign to '../../../data/invoice-history.dat'
                organization is indexed
                access mode is random
                record key is hist-invoice-number
                file status is ws-history-status.
      *
      *the valid records, searched for the tender the disputed sale
      *was paid with: the latest valid.out, loaded at start-up, and
      *then the kept generation for the date an older sale posted.
           select optional valid-file
                assign to dynamic ws-valid-file-path
                organization is line sequential.
      *
      *the validation run's catalog of kept output generations,
      *read by business date for the generation a sale posted in.
           select optional generation-catalog-file
                assign to '../../../data/generation-catalog.dat'
                organization is indexed
                access mode is dynamic
                record key is gen-business-date
                file status is ws-catalog-status.
      *
      *one record per dispute ever matched, keyed on invoice and
      *store, carrying its status and the batch it was written off
      *under.
           select optional chargeback-master-file
                assign to '../../../data/chargeback-master.dat'
                organization is indexed
                access mode is dynamic
                record key is cbm-chargeback-key
                file status is ws-chargeback-status.
      *
      *the operator-maintained account mapping the GL posting run
      *reads; the 'C'/'CR' and 'C'/'DB' rows name the accounts a
      *lost dispute's reversal moves between.
           select optional account-map-file
                assign to '../../../data/account-map.dat'
                organization is line sequential.
      *
      *the GL posting-control file: the reversal batch takes the
      *next batch number on it and is recorded there, so batch
      *numbers stay unique across the posting run and this one.
           select optional post-control-file
                assign to '../../../data/gl-post-control.dat'
                organization is line sequential.
      *
      *the processing calendar shared with the validation run: the
      *reversals are dated the business date it names.
           select optional calendar-file
                assign to '../../../data/processing-calendar.dat'
                organization is line sequential.
      *
           select chargeback-report-file
                assign to '../../../data/chargeback.out'
                organization is line sequential.
      *
           select chargeback-review-file
                assign to '../../../data/chargeback-review.out'
                organization is line sequential.
      *
      *appended to, never replaced: a second intake before the
      *journal is picked up must not lose the first one's reversal
      *lines, whose batch is already on the master and the
      *posting-control file.  each line carries its batch number.
           select optional chargeback-journal-file
                assign to '../../../data/chargeback-journal.out'
                organization is line sequential.
       data division.
       file section.
              fd dispute-file
                 record contains 31 characters
                 data record is dispute-record.
      *
       01 dispute-record.
         05 cd-invoice-number            pic x(9).
         05 cd-store-number              pic 99.
         05 cd-dispute-amount            pic 9(5)v99.
         05 cd-reason-code               pic x(4).
         05 cd-dispute-date              pic 9(8).
         05 cd-resolution                pic x.
           88 dispute-is-new             value space.
           88 dispute-won                value 'W'.
           88 dispute-lost               value 'L'.
      *
       fd invoice-history-file
           record contains 26 characters
           data record is invoice-history-record.
      *same layout the validation program posts.
       01 invoice-history-record.
         05 hist-invoice-number          pic x(9).
         05 hist-store-number            pic 99.
         05 hist-transac-amount          pic s9(5)v99.
         05 hist-posted-date             pic 9(8).
      *
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
         05 val-transac-date             pic x(8).
         05 val-cashier-id               pic x(5).
      *
       fd chargeback-master-file
           record contains 61 characters
           data record is chargeback-master-record.
      *
       01 chargeback-master-record.
         05 cbm-chargeback-key.
           10 cbm-invoice-number         pic x(9).
           10 cbm-store-number           pic 99.
         05 cbm-status                   pic x.
           88 chargeback-open            value 'O'.
           88 chargeback-won             value 'W'.
           88 chargeback-lost            value 'L'.
         05 cbm-dispute-amount           pic 9(5)v99.
         05 cbm-reason-code              pic x(4).
         05 cbm-dispute-date             pic 9(8).
      *the card tender the sale was paid with - blank until it has
      *been found on a valid.out.
         05 cbm-tender                   pic xx.
         05 cbm-sale-amount              pic s9(5)v99.
         05 cbm-posted-date              pic 9(8).
         05 cbm-resolved-date            pic 9(8).
      *zero until a lost dispute's reversal has been journaled.
         05 cbm-reversal-batch           pic 9(5).
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
       fd post-control-file
           record contains 205 characters
           data record is post-control-record.
      *same layout the GL posting run reads and appends to.
       01 post-control-record.
         05 pct-batch-number             pic 9(5).
         05 pct-run-identity             pic x(200).
      *
       fd calendar-file
           record contains 9 characters
           data record is calendar-record.
      *same layout the validation and GL posting runs read.
       01 calendar-record.
         05 cal-business-date            pic 9(8).
         05 cal-processed-flag           pic x.
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
       fd chargeback-report-file
           record contains 132 characters
           data record is report-line.
      *
       01 report-line                    pic x(132).
      *
       fd chargeback-review-file
           record contains 132 characters
           data record is review-line.
      *
       01 review-line                    pic x(132).
      *
       fd chargeback-journal-file
           record contains 34 characters
           data record is gl-journal-record.
      *same layout the GL posting run writes to gl-journal.out.
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
         05 ws-valid-eof-flag            pic x
             value space.
         05 ws-map-eof-flag              pic x
             value space.
         05 ws-pct-eof-flag              pic x
             value space.
         05 ws-calendar-eof-flag         pic x
             value space.
         05 ws-history-match-flag        pic x
             value space.
           88 history-matched            value "Y".
         05 ws-tender-found-flag         pic x
             value space.
         05 ws-tender-overflow-flag      pic x
             value space.
           88 tender-table-overflowed    value "Y".
      *
      *the status of the last invoice history and chargeback master
      *operations - '35' on the master open is a master no intake
      *run has created yet.
       01 ws-file-status-ctl.
         05 ws-history-status            pic xx
             value spaces.
         05 ws-chargeback-status         pic xx
             value spaces.
         05 ws-catalog-status            pic xx
             value spaces.
         05 ws-catalog-open-flag         pic x
             value space.
           88 catalog-available          value "Y".
      *set once at the open, since every history read overwrites
      *the status.
         05 ws-history-open-flag         pic x
             value space.
           88 history-available          value "Y".
      *
      *the valid file read: the latest run's, or the kept
      *generation for the business date a disputed sale posted.
       01 ws-valid-file-path             pic x(60)
             value '../../../data/valid.out'.
      *
       01 ws-run-date-ctl.
         05 ws-run-date-raw              pic x(21).
         05 ws-run-date                  pic 9(8).
      *
      *the reversal accounts from the 'C' rows of the account map,
      *one pair per card tender.
       01 ws-reversal-accounts.
         05 ws-cr-debit-acct             pic x(8)
             value spaces.
         05 ws-cr-credit-acct            pic x(8)
             value spaces.
         05 ws-db-debit-acct             pic x(8)
             value spaces.
         05 ws-db-credit-acct            pic x(8)
             value spaces.
         05 ws-rev-debit-acct            pic x(8).
         05 ws-rev-credit-acct           pic x(8).
      *
      *the reversal batch - one more than the highest batch on the
      *posting-control file - and the identity recorded with it.
       01 ws-batch-ctl.
         05 ws-batch-number              pic 9(5)
             value 1.
         05 ws-batch-identity.
           10 filler                     pic x(30)
               value "CHARGEBACK REVERSALS FOR DATE ".
           10 bi-run-date                pic 9(8).
           10 filler                     pic x(162)
               value spaces.
      *
      *the tender each sale on valid.out was paid with, by invoice
      *and store.  a sale split across tenders keeps its card
      *tender when it has one.
       01 ws-tender-tbl.
         05 ws-tnd-count                 pic 9(5)
             value 0.
         05 ws-tnd-entry occurs 1 to 20000 times
             depending on ws-tnd-count
             indexed by ws-tnd-idx.
           10 ws-tnd-invoice             pic x(9).
           10 ws-tnd-store               pic 99.
           10 ws-tnd-tender              pic xx.
      *
      *the held header's code, which its tender details count
      *under, and the tender found for the dispute being judged.
       01 ws-dispute-work.
         05 ws-group-code                pic x
             value space.
         05 ws-sale-code                 pic x.
         05 ws-find-invoice              pic x(9).
         05 ws-find-store                pic 99.
         05 ws-find-posted-date          pic 9(8).
         05 ws-found-tender              pic xx.
         05 ws-tnd-found-slot            pic 9(5)
             value 0.
         05 ws-action-text               pic x(40).
         05 ws-review-text               pic x(50).
      *
       01 calculate-lines.
         05 ws-tot-disputes              pic 9(5)
             value 0.
         05 ws-tot-opened                pic 9(5)
             value 0.
         05 ws-tot-won                   pic 9(5)
             value 0.
         05 ws-tot-lost                  pic 9(5)
             value 0.
         05 ws-tot-lost-amt              pic 9(9)v99
             value 0.
         05 ws-tot-review                pic 9(5)
             value 0.
         05 ws-tot-journal-lines         pic 9(5)
             value 0.
         05 ws-tot-debits                pic 9(9)v99
             value 0.
         05 ws-tot-credits               pic 9(9)v99
             value 0.
      *
       01 ws-report-heading.
         05 filler                       pic x(38)
             value "Card Chargeback Intake - business date".
         05 filler                       pic x
             value space.
         05 rh-run-date                  pic 9(8).
         05 filler                       pic x(85)
             value spaces.
      *
       01 ws-review-heading.
         05 filler                       pic x(38)
             value "Chargeback Review - business date     ".
         05 filler                       pic x
             value space.
         05 rv-run-date                  pic 9(8).
         05 filler                       pic x(85)
             value spaces.
      *
      *one line per dispute record: the dispute, the sale it
      *matched and what this run did with it.
       01 ws-dispute-line.
         05 filler                       pic x(6)
             value "Store ".
         05 dl-store-number              pic 99.
         05 filler                       pic x(6)
             value "  Inv ".
         05 dl-invoice-number            pic x(9).
         05 filler                       pic x(9)
             value "  Reason ".
         05 dl-reason-code               pic x(4).
         05 filler                       pic x(10)
             value "  Dispute ".
         05 dl-dispute-amount            pic ZZ,ZZ9.99.
         05 filler                       pic x(7)
             value "  Sale ".
         05 dl-sale-amount               pic ZZ,ZZ9.99-.
         05 filler                       pic x(2)
             value spaces.
         05 dl-tender                    pic xx.
         05 filler                       pic x(2)
             value spaces.
         05 dl-action                    pic x(40).
         05 filler                       pic x(14)
             value spaces.
      *
       01 ws-review-detail-line.
         05 filler                       pic x(6)
             value "Store ".
         05 rl-store-number              pic 99.
         05 filler                       pic x(6)
             value "  Inv ".
         05 rl-invoice-number            pic x(9).
         05 filler                       pic x(9)
             value "  Reason ".
         05 rl-reason-code               pic x(4).
         05 filler                       pic x(10)
             value "  Dispute ".
         05 rl-dispute-amount            pic ZZ,ZZ9.99.
         05 filler                       pic x(7)
             value "  Date ".
         05 rl-dispute-date              pic 9(8).
         05 filler                       pic x(2)
             value spaces.
         05 rl-review-text               pic x(50).
         05 filler                       pic x(10)
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
       01 ws-batch-line.
         05 filler                       pic x(17)
             value "Reversal batch:  ".
         05 bl-batch-number              pic ZZZZ9.
         05 filler                       pic x(11)
             value "  Debits:  ".
         05 bl-debits                    pic ZZZ,ZZZ,ZZ9.99.
         05 filler                       pic x(12)
             value "  Credits:  ".
         05 bl-credits                   pic ZZZ,ZZZ,ZZ9.99.
         05 filler                       pic x(2)
             value spaces.
         05 bl-status                    pic x(15).
         05 filler                       pic x(42)
             value spaces.
      *
       01 ws-tender-overflow-msg.
         05 filler                       pic x(45)
             value "WARNING - valid.out holds more sales than the".
         05 filler                       pic x(55)
             value " 20000-entry tender table; later sales not found.".
         05 filler                       pic x(32)
             value spaces.
      *
       procedure division.
       000-main.
      *  matches every dispute to its posted sale and tender, moves
      *  it through the chargeback master, journals the lost ones
      *  once under their own batch and sends the rest to review.
           perform 015-load-calendar.
           perform 020-load-reversal-map.
           perform 030-next-batch-number.
           perform 040-load-sale-tenders.
           perform 050-open-chargeback-master.
           open input invoice-history-file.
           if ws-history-status = "00"
               move "Y" to ws-history-open-flag
           end-if.
           open input generation-catalog-file.
           if ws-catalog-status = "00"
               move "Y" to ws-catalog-open-flag
           end-if.
      *
           open output chargeback-report-file,
             chargeback-review-file.
           open extend chargeback-journal-file.
           move ws-run-date to rh-run-date, rv-run-date.
           move spaces to report-line.
           write report-line from ws-report-heading
             before advancing 2 lines.
           move spaces to review-line.
           write review-line from ws-review-heading
             before advancing 2 lines.
           if tender-table-overflowed
               move spaces to report-line
               write report-line from ws-tender-overflow-msg
                 before advancing 1 lines
           end-if.
      *
           open input dispute-file.
           read dispute-file
               at end
                   move "y" to ws-eof-flag
           end-read.
           perform 100-process-dispute until ws-eof-flag = "y".
           close dispute-file.
      *
           close invoice-history-file, chargeback-master-file,
             generation-catalog-file.
           perform 600-write-totals.
           close chargeback-report-file, chargeback-review-file,
             chargeback-journal-file.
           perform 500-write-post-control.
      *a run that sent anything to review ends with 4 so the
      *scheduler shows the office there is something to chase.
           if ws-tot-review > 0
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
           move ws-run-date to bi-run-date.
      *picks the 'C' rows for the two card tenders off the account
      *mapping file.
       020-load-reversal-map.
           move space to ws-map-eof-flag.
           open input account-map-file.
           perform until ws-map-eof-flag = "y"
               read account-map-file
                   at end
                       move "y" to ws-map-eof-flag
                   not at end
                       if map-transac-code = 'C'
                           evaluate map-payment-type
                               when 'CR'
                                   move map-debit-account
                                            to ws-cr-debit-acct
                                   move map-credit-account
                                            to ws-cr-credit-acct
                               when 'DB'
                                   move map-debit-account
                                            to ws-db-debit-acct
                                   move map-credit-account
                                            to ws-db-credit-acct
                           end-evaluate
                       end-if
               end-read
           end-perform.
           close account-map-file.
      *the reversal batch is one more than the highest batch on the
      *posting-control file.
       030-next-batch-number.
           move space to ws-pct-eof-flag.
           open input post-control-file.
           perform until ws-pct-eof-flag = "y"
               read post-control-file
                   at end
                       move "y" to ws-pct-eof-flag
                   not at end
                       if pct-batch-number >= ws-batch-number
                           compute ws-batch-number =
                             pct-batch-number + 1
                       end-if
               end-read
           end-perform.
           close post-control-file.
      *loads the tender of every sale on valid.out.  a header
      *carries no tender itself - its details do, under its code.
      *only sales can be charged back, so returns and voids are
      *passed over.
       040-load-sale-tenders.
           move space to ws-valid-eof-flag.
           open input valid-file.
           perform until ws-valid-eof-flag = "y"
               read valid-file
                   at end
                       move "y" to ws-valid-eof-flag
                   not at end
                       perform 045-hold-sale-tender
               end-read
           end-perform.
           close valid-file.
      *
       045-hold-sale-tender.
           if valid-header-record
               move val-transac-code to ws-group-code
           else
               if valid-detail-record
                   move ws-group-code to ws-sale-code
               else
                   move val-transac-code to ws-sale-code
               end-if
               if ws-sale-code = 'S' or 'L' or 'G'
                   move val-invoice-number to ws-find-invoice
                   move val-store-number   to ws-find-store
                   perform 047-find-sale-tender
                   evaluate true
                       when ws-tender-found-flag = "Y"
                           if val-payment-type = 'CR' or 'DB'
                               move val-payment-type
                                 to ws-tnd-tender(ws-tnd-idx)
                           end-if
                       when ws-tnd-count < 20000
                           add 1 to ws-tnd-count
                           set ws-tnd-idx to ws-tnd-count
                           move val-invoice-number
                                    to ws-tnd-invoice(ws-tnd-idx)
                           move val-store-number
                                    to ws-tnd-store(ws-tnd-idx)
                           move val-payment-type
                                    to ws-tnd-tender(ws-tnd-idx)
                       when other
                           move "Y" to ws-tender-overflow-flag
                   end-evaluate
               end-if
           end-if.
      *the tenders of one invoice arrive together, so the entry
      *last added is tried before the table is searched.
       047-find-sale-tender.
           move space to ws-tender-found-flag.
           if ws-tnd-count > 0
               set ws-tnd-idx to ws-tnd-count
               if ws-find-invoice = ws-tnd-invoice(ws-tnd-idx) and
                 ws-find-store = ws-tnd-store(ws-tnd-idx)
                   move "Y" to ws-tender-found-flag
               end-if
           end-if.
           if ws-tender-found-flag not = "Y"
               perform 120-find-tender
           end-if.
      *opens the chargeback master for update, creating it empty
      *the first time an intake runs.
       050-open-chargeback-master.
           open i-o chargeback-master-file.
           if ws-chargeback-status = "35"
               open output chargeback-master-file
               close chargeback-master-file
               open i-o chargeback-master-file
           end-if.
      *judges one dispute record.  a dispute that matches no posted
      *sale goes to review untracked; a matched one is opened on
      *the master or moved along by the processor's resolution.
       100-process-dispute.
           add 1 to ws-tot-disputes.
           move spaces to ws-action-text.
           perform 110-match-history.
           if not history-matched
               move "no posted invoice matches this invoice/store"
                                      to ws-review-text
               perform 300-write-review
           else
               move cd-invoice-number to cbm-invoice-number
               move cd-store-number   to cbm-store-number
               read chargeback-master-file
                   key is cbm-chargeback-key
                   invalid key
                       perform 150-new-dispute
                   not invalid key
                       perform 160-update-dispute
               end-read
           end-if.
      *
           read dispute-file
               at end
                   move "y" to ws-eof-flag
           end-read.
      *a dispute matches when the invoice is on the history under
      *the same store.
       110-match-history.
           move space to ws-history-match-flag.
           if history-available
               move cd-invoice-number to hist-invoice-number
               read invoice-history-file
                   key is hist-invoice-number
                   invalid key
                       continue
                   not invalid key
                       if hist-store-number = cd-store-number
                           move "Y" to ws-history-match-flag
                       end-if
               end-read
           end-if.
      *finds the sale for ws-find-invoice / ws-find-store in the
      *tender table; ws-tnd-idx is left on the entry.
       120-find-tender.
           move space to ws-tender-found-flag.
           move spaces to ws-found-tender.
           perform varying ws-tnd-idx from 1 by 1
             until ws-tnd-idx > ws-tnd-count
               if ws-find-invoice = ws-tnd-invoice(ws-tnd-idx) and
                 ws-find-store = ws-tnd-store(ws-tnd-idx)
                   move "Y" to ws-tender-found-flag
                   move ws-tnd-tender(ws-tnd-idx) to ws-found-tender
                   set ws-tnd-found-slot to ws-tnd-idx
                   set ws-tnd-idx to ws-tnd-count
               end-if
           end-perform.
           if ws-tender-found-flag = "Y"
               set ws-tnd-idx to ws-tnd-found-slot
           end-if.
      *a sale not on the latest valid.out is looked for in the kept
      *generation of valid.out for the business date it posted,
      *when the catalog holds a complete one for that date.
       130-find-generation-tender.
           if catalog-available
               move ws-find-posted-date to gen-business-date
               read generation-catalog-file
                   key is gen-business-date
                   invalid key
                       continue
                   not invalid key
                       if gen-files-kept = 5
                           perform 135-scan-generation
                       end-if
               end-read
           end-if.
      *reads the generation end to end for the sale's tender.
       135-scan-generation.
           move spaces to ws-valid-file-path.
           string "../../../data/valid-" delimited by size
             gen-business-date delimited by size
             ".out" delimited by size
             into ws-valid-file-path
           end-string.
           move space to ws-valid-eof-flag.
           move space to ws-group-code.
           open input valid-file.
           perform until ws-valid-eof-flag = "y"
               read valid-file
                   at end
                       move "y" to ws-valid-eof-flag
                   not at end
                       perform 137-match-generation-sale
               end-read
           end-perform.
           close valid-file.
      *the same sale test the start-up load makes; a sale split
      *across tenders keeps its card tender when it has one.
       137-match-generation-sale.
           if valid-header-record
               move val-transac-code to ws-group-code
           else
               if valid-detail-record
                   move ws-group-code to ws-sale-code
               else
                   move val-transac-code to ws-sale-code
               end-if
               if (ws-sale-code = 'S' or 'L' or 'G') and
                 val-invoice-number = ws-find-invoice and
                 val-store-number = ws-find-store
                   move "Y" to ws-tender-found-flag
                   if not (ws-found-tender = 'CR' or 'DB')
                       move val-payment-type to ws-found-tender
                   end-if
               end-if
           end-if.
      *a first sight of a dispute.  one for more than the sale it
      *claws back is not the sale's to give and goes to review
      *unopened.  a sale found paid by something other than a card
      *cannot be charged back and goes to review; otherwise it is
      *opened on the master - with its tender blank when the sale
      *is on neither valid.out nor its kept generation - and then
      *resolved straight away if the processor sent it already
      *decided.
       150-new-dispute.
           move cd-invoice-number to ws-find-invoice.
           move cd-store-number   to ws-find-store.
           move hist-posted-date  to ws-find-posted-date.
           perform 120-find-tender.
           if ws-tender-found-flag not = "Y"
               perform 130-find-generation-tender
           end-if.
           evaluate true
               when cd-dispute-amount > hist-transac-amount
                   move "dispute amount exceeds the sale amount"
                                      to ws-review-text
                   perform 300-write-review
               when ws-tender-found-flag = "Y" and
                 not (ws-found-tender = 'CR' or 'DB')
                   move "original tender is not a card"
                                      to ws-review-text
                   perform 300-write-review
               when other
                   perform 155-open-dispute
           end-evaluate.
      *
       155-open-dispute.
           move cd-invoice-number   to cbm-invoice-number.
           move cd-store-number     to cbm-store-number.
           move 'O'                 to cbm-status.
           move cd-dispute-amount   to cbm-dispute-amount.
           move cd-reason-code      to cbm-reason-code.
           move cd-dispute-date     to cbm-dispute-date.
           move ws-found-tender     to cbm-tender.
           move hist-transac-amount to cbm-sale-amount.
           move hist-posted-date    to cbm-posted-date.
           move 0                   to cbm-resolved-date.
           move 0                   to cbm-reversal-batch.
           add 1 to ws-tot-opened.
           move "OPENED" to ws-action-text.
           perform 170-apply-resolution.
           write chargeback-master-record
               invalid key
                   continue
           end-write.
           perform 250-write-dispute-line.
      *a dispute already on the master.  its tender is looked for
      *again while still unknown, on valid.out and then in the kept
      *generation for the date its sale posted.  one already
      *written off is never written off again, and one already
      *decided is not reopened - either goes to review instead.
       160-update-dispute.
           if cbm-tender = spaces
               move cd-invoice-number to ws-find-invoice
               move cd-store-number   to ws-find-store
               move cbm-posted-date   to ws-find-posted-date
               perform 120-find-tender
               if ws-tender-found-flag not = "Y"
                   perform 130-find-generation-tender
               end-if
               if ws-found-tender = 'CR' or 'DB'
                   move ws-found-tender to cbm-tender
               end-if
           end-if.
           evaluate true
               when chargeback-lost and cbm-reversal-batch > 0
                   move spaces to ws-review-text
                   string "already written off under batch "
                     cbm-reversal-batch
                     delimited by size into ws-review-text
                   end-string
                   perform 300-write-review
               when chargeback-won
                   move "dispute already resolved as won"
                                      to ws-review-text
                   perform 300-write-review
               when other
                   if dispute-is-new
                       move "DISPUTE RESENT - STILL OPEN"
                                      to ws-action-text
                   end-if
                   perform 170-apply-resolution
                   rewrite chargeback-master-record
                       invalid key
                           continue
                   end-rewrite
                   perform 250-write-dispute-line
           end-evaluate.
      *applies the processor's decision.  a lost dispute is
      *written off when its card tender and the mapping row for it
      *are known; otherwise it stays lost with no batch, goes to
      *review, and is written off when the processor resends it.
       170-apply-resolution.
           evaluate true
               when dispute-won
                   move 'W' to cbm-status
                   move ws-run-date to cbm-resolved-date
                   add 1 to ws-tot-won
                   move "WON - no reversal" to ws-action-text
               when dispute-lost
                   move 'L' to cbm-status
                   move ws-run-date to cbm-resolved-date
                   perform 180-resolve-lost
           end-evaluate.
      *
       180-resolve-lost.
           evaluate cbm-tender
               when 'CR'
                   move ws-cr-debit-acct  to ws-rev-debit-acct
                   move ws-cr-credit-acct to ws-rev-credit-acct
               when 'DB'
                   move ws-db-debit-acct  to ws-rev-debit-acct
                   move ws-db-credit-acct to ws-rev-credit-acct
               when other
                   move spaces to ws-rev-debit-acct
                   move spaces to ws-rev-credit-acct
           end-evaluate.
           if ws-rev-debit-acct = spaces or
             ws-rev-credit-acct = spaces
               move "LOST - reversal held for review"
                                      to ws-action-text
               if cbm-tender = spaces
                   move "lost - tender not on valid.out or generation"
                                      to ws-review-text
               else
                   move "lost - no 'C' mapping row for the tender"
                                      to ws-review-text
               end-if
               perform 300-write-review
           else
               perform 200-write-reversal
               move ws-batch-number to cbm-reversal-batch
               add 1 to ws-tot-lost
               add cbm-dispute-amount to ws-tot-lost-amt
               move spaces to ws-action-text
               string "LOST - reversed under batch "
                 ws-batch-number
                 delimited by size into ws-action-text
               end-string
           end-if.
      *one debit and one credit line for the amount clawed back,
      *dated the business date, under the reversal batch.
       200-write-reversal.
           move ws-run-date         to jnl-posting-date.
           move cbm-store-number    to jnl-store-number.
           move ws-batch-number     to jnl-batch-number.
           move cbm-dispute-amount  to jnl-amount.
           move ws-rev-debit-acct   to jnl-account.
           move "DR"                to jnl-dr-cr.
           write gl-journal-record.
           add jnl-amount to ws-tot-debits.
           move ws-rev-credit-acct  to jnl-account.
           move "CR"                to jnl-dr-cr.
           write gl-journal-record.
           add jnl-amount to ws-tot-credits.
           add 2 to ws-tot-journal-lines.
      *
       250-write-dispute-line.
           move spaces to ws-dispute-line.
           move cd-store-number      to dl-store-number.
           move cd-invoice-number    to dl-invoice-number.
           move cd-reason-code       to dl-reason-code.
           move cd-dispute-amount    to dl-dispute-amount.
           move cbm-sale-amount      to dl-sale-amount.
           move cbm-tender           to dl-tender.
           move ws-action-text       to dl-action.
           move spaces to report-line.
           write report-line from ws-dispute-line.
      *
       300-write-review.
           add 1 to ws-tot-review.
           move spaces to ws-review-detail-line.
           move cd-store-number      to rl-store-number.
           move cd-invoice-number    to rl-invoice-number.
           move cd-reason-code       to rl-reason-code.
           move cd-dispute-amount    to rl-dispute-amount.
           move cd-dispute-date      to rl-dispute-date.
           move ws-review-text       to rl-review-text.
           move spaces to review-line.
           write review-line from ws-review-detail-line.
      *records the reversal batch on the posting-control file once
      *its lines are out, so the next batch number moves past it.
      *nothing is recorded when nothing was written off.
       500-write-post-control.
           if ws-tot-journal-lines > 0
               move ws-batch-number   to pct-batch-number
               move ws-batch-identity to pct-run-identity
               open extend post-control-file
               write post-control-record
               close post-control-file
           end-if.
      *the run totals and the reversal batch's own proof.
       600-write-totals.
           move spaces to report-line.
           write report-line before advancing 1 lines.
           move "Dispute records read:             " to gt-label.
           move ws-tot-disputes to gt-count.
           move 0 to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
           move "Disputes opened:                  " to gt-label.
           move ws-tot-opened to gt-count.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
           move "Disputes won:                     " to gt-label.
           move ws-tot-won to gt-count.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
           move "Disputes lost and written off:    " to gt-label.
           move ws-tot-lost to gt-count.
           move ws-tot-lost-amt to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
           move "Sent to review:                   " to gt-label.
           move ws-tot-review to gt-count.
           move 0 to gt-amount.
           move spaces to report-line.
           write report-line from ws-grand-total-line.
      *
           if ws-tot-journal-lines > 0
               move ws-batch-number to bl-batch-number
               move ws-tot-debits   to bl-debits
               move ws-tot-credits  to bl-credits
               if ws-tot-debits = ws-tot-credits
                   move "IN BALANCE" to bl-status
               else
                   move "OUT OF BALANCE" to bl-status
               end-if
               move spaces to report-line
               write report-line from ws-batch-line
           end-if.
      *
       end program FinalProject-Chargeback.
