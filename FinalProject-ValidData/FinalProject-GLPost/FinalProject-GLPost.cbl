      *credits before anyone posts the journal. Voids carry signed
      *negative amounts and post as reversals through whatever
      *accounts the operator maps the 'V' rows to - they are not
      *dropped.  gift cards post through the same mapping: a 'G'
      *row credits the gift card liability account when a card is
      *sold, and each code's 'GC' row debits it when a card is
      *redeemed or credits it on a store-credit refund.  the proof
      *sheet closes with the liability still outstanding on the
      *gift card master, for tying that account out.  the cash
      *over/short lines the drawer close-out writes for the same
      *business date are carried onto the journal under this
      *batch, so the proof covers them too.  a repost date named
      *in the posting parameter file posts that date's kept generation
      *of valid.out instead of the latest one, under that date and
      *tied to that generation's run-history line, so a missed or
      *damaged day can be journaled after later runs.
      *
       environment division.
       configuration section.
      *the latest valid.out, or the kept generation of it for the
      *business date being posted.
       select valid-file
                assign to dynamic ws-valid-file-path
                organization is line sequential.
      *
      *operator-maintained: one row per transaction code / payment
           select optional calendar-file
                assign to '../../../data/processing-calendar.dat'
                organization is line sequential.
      *
      *the drawer close-out's over/short journal lines, in the same
      *layout as gl-journal.out; only lines dated the posting date
      *are carried, so a stale file from an earlier day is ignored.
           select optional drawer-journal-file
                assign to '../../../data/drawer-journal.out'
                organization is line sequential.
      *
      *the gift card master the validation run posts issues,
      *redemptions and store credits to - read end to end only to
      *total the balances still owed to cardholders.
           select optional gift-card-file
                assign to '../../../data/gift-card-master.dat'
                organization is indexed
                access mode is sequential
                record key is gc-card-number
                file status is ws-gift-card-status.
      *
      *one record of posting options: a business date, yyyymmdd, to
      *repost from the kept output generations instead of the
      *latest run.  this step's own file, so nothing left over
      *from a report run can turn the nightly posting into a
      *repost.  a missing file, or one without a numeric date,
      *posts the latest run as always.
           select optional post-param-file
                assign to '../../../data/gl-post-params.dat'
                organization is line sequential.
      *
      *the validation run's catalog of kept output generations,
      *read by business date for the generation being posted.
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
       fd drawer-journal-file
           record contains 34 characters
           data record is drawer-journal-record.
      *
       01 drawer-journal-record.
         05 dj-posting-date              pic 9(8).
         05 dj-store-number              pic 99.
         05 dj-account                   pic x(8).
         05 dj-dr-cr                     pic xx.
         05 dj-amount                    pic 9(7)v99.
         05 dj-batch-number              pic 9(5).
      *
       fd gift-card-file
           record contains 59 characters
           data record is gift-card-record.
      *same layout the validation run maintains.
       01 gift-card-record.
         05 gc-card-number               pic x(15).
         05 gc-issue-store               pic 99.
         05 gc-issue-date                pic 9(8).
         05 gc-balance                   pic s9(7)v99.
         05 gc-last-activity-date        pic 9(8).
         05 gc-origin                    pic x.
         05 gc-posted-run                pic x(16).
      *
       fd post-param-file
           record contains 8 characters
           data record is post-param-record.
      *
       01 post-param-record.
         05 pp-repost-date               pic x(8).
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
           88 extract-already-posted     value "Y".
         05 ws-calendar-eof-flag         pic x
             value space.
         05 ws-gift-card-eof-flag        pic x
             value space.
         05 ws-drawer-eof-flag           pic x
             value space.
         05 ws-gift-card-status          pic xx
             value spaces.
      *
       01 ws-boolean-cnst.
         05 ws-true-cnst                 pic x
             value 0.
         05 ws-total-unmapped-recs       pic 9(7)
             value 0.
         05 ws-gift-card-liability       pic s9(11)v99
             value 0.
         05 ws-gift-card-count           pic 9(7)
             value 0.
         05 ws-drawer-line-count         pic 9(7)
             value 0.
      *
      *scratch fields for the posting date and the amount being
      *posted (the absolute value of the record's signed amount).
         05 pc-unmapped                  pic Z(6)9.
         05 filler                       pic x(80)
             value spaces.
      *
       01 ws-drawer-carried-line.
         05 filler                       pic x(35)
             value "Drawer over/short lines carried:  ".
         05 dc-line-count                pic Z(6)9.
         05 filler                       pic x(90)
             value spaces.
      *
       01 ws-gift-card-liability-line.
         05 filler                       pic x(32)
             value "Gift card liability outstanding:".
         05 gl-gc-liability              pic ZZ,ZZZ,ZZZ,ZZ9.99-.
         05 filler                       pic x(4)
             value spaces.
         05 filler                       pic x(7)
             value "Cards: ".
         05 gl-gc-count                  pic Z(6)9.
         05 filler                       pic x(64)
             value spaces.
      *
      *written once, up front, if the account mapping file has more
      *rows than ws-account-map-tbl can hold.
             value "50-row mapping table; extra rows not applied.".
         05 filler                       pic x(32)
             value spaces.
      *
      *the valid file read: the latest run's, or the kept
      *generation for the business date being posted.
       01 ws-valid-file-path             pic x(60)
             value '../../../data/valid.out'.
      *
      *the status of the generation catalog open - anything but
      *'00' means no generation has been kept yet.
       01 ws-catalog-status              pic xx
             value spaces.
      *
      *the business date asked for, and whether the catalog holds a
      *complete generation for it.
       01 ws-repost-ctl.
         05 ws-param-eof-flag            pic x
             value space.
         05 ws-repost-flag               pic x
             value space.
           88 repost-date-active         value "Y".
         05 ws-generation-flag           pic x
             value space.
           88 generation-available       value "Y".
         05 ws-repost-date               pic 9(8)
             value 0.
      *
       01 ws-generation-msg.
         05 filler                       pic x(40)
             value "Posted from the kept generation for busi".
         05 filler                       pic x(11)
             value "ness date: ".
         05 gm-business-date             pic 9(8).
         05 filler                       pic x(73)
             value spaces.
      *
       procedure division.
       000-main.
           move function current-date to ws-current-datetime.
           move ws-current-datetime(1:8) to ws-posting-date.
           perform 015-load-calendar.
           perform 017-load-post-params.
           if repost-date-active
               perform 025-load-generation-identity
               if not generation-available
                   display "POSTING REFUSED - no kept generation for"
                     " business date " ws-repost-date
                   move 12 to return-code
                   goback
               end-if
           else
               perform 020-load-run-identity
           end-if.
           perform 030-check-post-control.
           if extract-already-posted
               display "POSTING REFUSED - this valid.out was"
           move ws-batch-number to ph-batch-number.
           write proof-line from ws-proof-heading
             before advancing 2 lines.
           if repost-date-active
               move ws-repost-date to gm-business-date
               move spaces to proof-line
               write proof-line from ws-generation-msg
                 before advancing 1 lines
           end-if.
           if not run-identity-available
               move spaces to proof-line
               write proof-line from ws-no-identity-msg
                 before advancing 1 lines
           end-if.
           perform 300-write-journal.
           perform 350-carry-drawer-journal.
           perform 400-write-proof.
           close gl-journal-file, gl-proof-file.
           perform 500-write-post-control.
               end-read
           end-perform.
           close run-log-file.
      *reads the posting options, when the file is present: a
      *numeric repost date turns on posting from its kept
      *generation, under that date rather than the calendar's.
       017-load-post-params.
           move space to ws-param-eof-flag.
           open input post-param-file.
           perform until ws-param-eof-flag = "y"
               read post-param-file
                   at end
                       move "y" to ws-param-eof-flag
                   not at end
                       if pp-repost-date is numeric
                           move "Y" to ws-repost-flag
                           move pp-repost-date to ws-repost-date
                       end-if
               end-read
           end-perform.
           close post-param-file.
           if repost-date-active
               move ws-repost-date to ws-posting-date
           end-if.
      *looks up the kept generation for the business date being
      *posted.  only a generation with all five outputs kept is
      *posted; its valid.out is read from the dated copy and its
      *run-history line becomes this posting's identity, so the
      *duplicate check still refuses a date journaled before.
       025-load-generation-identity.
           open input generation-catalog-file.
           if ws-catalog-status = "00"
               move ws-repost-date to gen-business-date
               read generation-catalog-file
                   invalid key
                       move space to ws-generation-flag
                   not invalid key
                       if gen-files-kept = 5
                           move "Y" to ws-generation-flag
                       end-if
               end-read
           end-if.
           if generation-available
               move spaces to ws-valid-file-path
               string "../../../data/valid-" delimited by size
                 gen-business-date delimited by size
                 ".out" delimited by size
                 into ws-valid-file-path
               end-string
               if gen-run-log-line not = spaces
                   move "Y" to ws-identity-found-flag
                   move gen-run-log-line to ws-run-identity
               end-if
           end-if.
           close generation-catalog-file.
      *scans the posting-control file for the identity just loaded:
      *a match means this extract has already been journaled and
      *the run must refuse; otherwise the next batch number is one
           else
               add jnl-amount to ws-acct-credit-total(ws-acct-idx)
           end-if.
      *carries the drawer close-out's over/short lines for the
      *posting date onto the journal under this batch, totalling
      *them into the debits, credits and accounts the proof prints.
      *the close-out writes them in balanced pairs, so they leave
      *the proof in balance.
       350-carry-drawer-journal.
           move space to ws-drawer-eof-flag.
           open input drawer-journal-file.
           perform until ws-drawer-eof-flag = "y"
               read drawer-journal-file
                   at end
                       move "y" to ws-drawer-eof-flag
                   not at end
                       if dj-posting-date = ws-posting-date
                           perform 360-carry-drawer-line
                       end-if
               end-read
           end-perform.
           close drawer-journal-file.
      *
       360-carry-drawer-line.
           move dj-posting-date          to jnl-posting-date.
           move dj-store-number          to jnl-store-number.
           move dj-account               to jnl-account.
           move dj-dr-cr                 to jnl-dr-cr.
           move dj-amount                to jnl-amount.
           move ws-batch-number          to jnl-batch-number.
           write gl-journal-record.
           add 1 to ws-drawer-line-count.
           move dj-account to ws-acct-hold.
           move dj-dr-cr   to ws-drcr-hold.
           if dj-dr-cr = "DR"
               add jnl-amount to ws-total-debits
           else
               add jnl-amount to ws-total-credits
           end-if.
           perform 320-total-by-account.
      *prints the per-account totals, the unmapped section and the
      *debit/credit proof so the journal is proven balanced before
      *anyone posts it.
           move ws-total-unmapped-recs to pc-unmapped.
           move spaces to proof-line.
           write proof-line from ws-proof-counts-line.
           move ws-drawer-line-count to dc-line-count.
           move spaces to proof-line.
           write proof-line from ws-drawer-carried-line.
           perform 450-total-gift-card-liability.
      *totals every balance still owed on the gift card master -
      *sold cards and store credits alike - and prints it under the
      *proof, so the liability account the 'G' and 'GC' mapping
      *rows post to can be tied to the cards behind it.  a site
      *with no gift card master prints nothing.
       450-total-gift-card-liability.
           open input gift-card-file.
           if ws-gift-card-status = "00"
               move space to ws-gift-card-eof-flag
               perform until ws-gift-card-eof-flag = "y"
                   read gift-card-file next record
                       at end
                           move "y" to ws-gift-card-eof-flag
                       not at end
                           if gc-balance not = 0
                               add 1 to ws-gift-card-count
                               add gc-balance
                                 to ws-gift-card-liability
                           end-if
                   end-read
               end-perform
               close gift-card-file
               move ws-gift-card-liability to gl-gc-liability
               move ws-gift-card-count     to gl-gc-count
               move spaces to proof-line
               write proof-line from ws-gift-card-liability-line
           end-if.
      *appends the posting-control record tying the batch number
      *just journaled to the validation run it consumed, so the
      *next attempt against the same extract is refused.  nothing
