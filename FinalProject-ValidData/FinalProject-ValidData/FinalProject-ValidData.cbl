      *project. It will read records from a input file & then
      *display a error report + any invalid & valid records
      *in a seperate output files
      *each run's valid, invalid, error, exception and settlement
      *files are also kept as dated generations under the business
      *date, and catalogued with the run's history line and counts,
      *so a past day's rejects and exceptions can still be pulled
      *after the next run has overwritten the current files.
      *
       environment division.
       configuration section.
                assign to '../../../data/sku-master.dat'
                organization is line sequential.
      *the posted-invoice history - one record per valid sale this
      *system has accepted, keyed on the invoice number so a return
      *or void is proven against the sale it claims to reverse with
      *one direct read instead of a pass over every sale on file.
      *how far back it reaches is the retention program's policy,
      *not a table size in this one.
           select optional invoice-history-file
                assign to '../../../data/invoice-history.dat'
                organization is indexed
                access mode is dynamic
                record key is hist-invoice-number
                file status is ws-history-status.
      *
      *the layaway contract master - one record per layaway, keyed on
      *the store and the invoice number the contract was rung under,
      *carrying the contract amount, what has been paid on it and
      *whether it is open, picked up or forfeited.  each run opens,
      *pays down and closes contracts from its accepted 'L' records;
      *the layaway program ages and forfeits them.
           select optional layaway-master-file
                assign to '../../../data/layaway-master.dat'
                organization is indexed
                access mode is dynamic
                record key is lay-contract-key
                file status is ws-layaway-status.
      *
      *the gift card master - one record per gift card or store
      *credit, keyed on the card number, carrying the store that
      *issued it, when, and the balance still owed to the holder.
      *each run posts its gift card issues, redemptions and store-
      *credit refunds to it; redemptions are edited against it.
           select optional gift-card-file
                assign to '../../../data/gift-card-master.dat'
                organization is indexed
                access mode is dynamic
                record key is gc-card-number
                file status is ws-gift-card-status.
      *
      *the daily store sales history - one row per business date,
      *store and transaction code, kept for good (the period-to-date
      *master is emptied every month end).  each run posts its store
      *summary there for the sales trend report to compare against.
           select optional daily-sales-file
                assign to '../../../data/daily-sales-history.dat'
                organization is indexed
                access mode is dynamic
                record key is dly-sales-key
                file status is ws-daily-sales-status.
      *
      *returns and voids that are well-formed but match no posted
      *invoice land here for manager review instead of in valid.out.
           select optional run-log-file
                assign to '../../../data/run-history.log'
                organization is line sequential.
      *
      *the operator authority file: one row per operator, function,
      *action and store the operator may key.  a '*' action is any
      *action of the function and a '**' store is every store.  a
      *missing or empty file authorizes nobody.
           select optional operator-auth-file
                assign to '../../../data/operator-auth.dat'
                organization is line sequential.
      *
      *the catalog of dated output generations: one record per
      *business date kept, with the run-history line and counts of
      *the run that produced it.  the generations themselves are
      *the output files copied under names carrying the date.
           select generation-catalog-file
                assign to '../../../data/generation-catalog.dat'
                organization is indexed
                access mode is dynamic
                record key is gen-business-date
                file status is ws-catalog-status.
      *
      *an output file and its dated generation, named at run time,
      *for copying one to the other line by line.
           select generation-source-file
                assign to dynamic ws-gen-source
                organization is line sequential
                file status is ws-gen-source-status.
      *
           select generation-target-file
                assign to dynamic ws-gen-target
                organization is line sequential
                file status is ws-gen-target-status.
      *
      *the security violation log every maintenance, disposition
      *and override program appends its refusals to - here, a
      *reprocess override keyed by an operator not allowed one.
           select optional security-log-file
                assign to '../../../data/security-violation.log'
                organization is line sequential.
       data division.
       file section.
              fd input-file
      *carrying the owning department so sales can be broken down
      *by department without a separate downstream job.
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
      *one record per posted sale: the invoice number the sale went
      *through under, the store that made it, its amount and the
         05 hist-store-number            pic 99.
         05 hist-transac-amount          pic s9(5)v99.
         05 hist-posted-date             pic 9(8).
      *
      *one record per layaway contract: the contract amount is what
      *the merchandise sells for, the paid amount is the deposit plus
      *every payment since, and the status says whether the contract
      *is still open ('O'), was paid off and picked up ('P') or was
      *forfeited past the policy deadline ('F').
       fd layaway-master-file
           record contains 93 characters
           data record is layaway-master-record.
      *
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
      *one record per card: the balance is the liability still owed
      *to the holder, and the last activity date is what the
      *dormant-balance report ages it by.  the origin says whether
      *the card was sold ('G') or opened by a store-credit refund
      *('R').
       fd gift-card-file
           record contains 59 characters
           data record is gift-card-record.
      *
       01 gift-card-record.
         05 gc-card-number               pic x(15).
         05 gc-issue-store               pic 99.
         05 gc-issue-date                pic 9(8).
         05 gc-balance                   pic s9(7)v99.
         05 gc-last-activity-date        pic 9(8).
         05 gc-origin                    pic x.
      *the date and time of the run that last posted to the card,
      *so a rerun of a business date can tell its own postings
      *from an earlier run's.
         05 gc-posted-run                pic x(16).
      *

      *one store's count and signed dollars for one transaction
      *code on one business date, as the store summary totalled
      *them.
       fd daily-sales-file
           record contains 25 characters
           data record is daily-sales-record.
      *
       01 daily-sales-record.
         05 dly-sales-key.
           10 dly-business-date          pic 9(8).
           10 dly-store-number           pic 99.
           10 dly-transac-code           pic x.
         05 dly-record-count             pic 9(5).
         05 dly-amount                   pic s9(7)v99.
      *
       fd exception-file
           record contains 132 characters
         05 cal-processed-flag           pic x.
      *
       fd run-param-file
           record contains 76 characters
           data record is run-param-record.
      *the override column follows the original 64 bytes so the
      *parameter files the scheduler already writes don't move; a
      *'Y' lets a business date the calendar says is processed be
      *run again on purpose, but only for the operator id that
      *follows it when the operator authority file grants that
      *operator the override.
       01 run-param-record.
         05 rp-input-filename            pic x(60).
         05 rp-batch-mode                pic x.
         05 rp-date-window               pic x(3).
         05 rp-reprocess-override        pic x.
         05 rp-operator-id               pic x(8).
      *how many business dates of output generations to keep; a
      *numeric non-zero count replaces the default of 30.
         05 rp-generations-kept          pic x(3).
      *
       fd generation-catalog-file
           record contains 230 characters
           data record is generation-catalog-record.
      *the generation's files-kept count is how many of the five
      *outputs were copied; a reader takes only a complete one.
       01 generation-catalog-record.
         05 gen-business-date            pic 9(8).
         05 gen-files-kept               pic 9.
         05 gen-total-valid              pic 9(7).
         05 gen-total-invalid            pic 9(7).
         05 gen-total-exception          pic 9(7).
         05 gen-run-log-line             pic x(200).
      *
      *any of the five outputs, the error report's 532 bytes the
      *longest; each line is copied at the length it was read.
       fd generation-source-file
           record varying in size from 1 to 532 characters
             depending on ws-gen-rec-len
           data record is generation-source-record.
      *
       01 generation-source-record       pic x(532).
      *
       fd generation-target-file
           record varying in size from 1 to 532 characters
             depending on ws-gen-rec-len
           data record is generation-target-record.
      *
       01 generation-target-record       pic x(532).
      *
       fd operator-auth-file
           record contains 21 characters
           data record is operator-auth-record.
      *the operator id, the store the operator manages ('**' or
      *blank for none), the function - STOREMNT, SKUMNT, SUSPENSE,
      *RESUBMIT or OVERRIDE - the action code within it, and the
      *store it may be keyed against.
       01 operator-auth-record.
         05 oa-operator-id               pic x(8).
         05 oa-home-store                pic xx.
         05 oa-function                  pic x(8).
         05 oa-action                    pic x.
         05 oa-store                     pic xx.
      *
       fd security-log-file
           record contains 132 characters
           data record is security-log-line.
      *
       01 security-log-line              pic x(132).
      *
       fd manifest-file
           record contains 76 characters
             value space.
         05 ws-deposit-found-flag        pic x
             value space.
         05 ws-history-found-flag        pic x
             value space.
         05 ws-ptd-eof-flag              pic x
             value space.
         05 ws-ptd-found-flag            pic x
       01 ws-calendar-ctl.
         05 ws-cal-business-date         pic 9(8)
             value 0.
      *the number of business dates of output generations kept.
         05 ws-generations-kept          pic 9(3)
             value 30.
      *the operator the run parameters name for a reprocess
      *override, checked against the operator authority file.
         05 ws-override-operator         pic x(8)
             value spaces.
      *
      *the open status of the polling extract being started - '35'
      *is how a file a store never sent announces itself, so it can
         05 ws-replay-flag               pic x
             value space.
           88 replay-in-progress         value "Y".
      *this run's date and time, stamped on every layaway and gift
      *card row it posts to.  a row an earlier run already posted
      *for this business date, or a later one, is not posted again
      *when the date is rerun under the override or a manifest run
      *is rerun whole; a restart's replay flag covers its own case.
         05 ws-post-run-stamp            pic x(16).
         05 ws-held-header-image         pic x(50).
         05 ws-held-header-code          pic x.
         05 ws-held-header-amount        pic s9(5)v99.
      *and details have been disposed of through it.
         05 ws-flush-hold-image          pic x(50).
         05 ws-flush-hold-dept           pic 9(3).
      *set while an 'L' group whose tenders fall short of its header
      *is being accepted as a new layaway: the header amount is the
      *contract amount, carried onto the layaway master, and the
      *tenders are the deposit.
         05 ws-layaway-opening-flag      pic x
             value space.
           88 layaway-opening-group      value "Y".
         05 ws-layaway-contract-amount   pic s9(7)v99
             value 0.
      *
      *the status of the last invoice history operation - '35' on
      *the open is a history file that does not exist yet.
       01 ws-history-status              pic xx
             value spaces.
      *
      *the status of the last layaway master operation - '35' on
      *the open is a master that does not exist yet.
       01 ws-layaway-status              pic xx
             value spaces.
      *
      *the status of the last gift card master operation - '35' on
      *the open is a master that does not exist yet.
       01 ws-gift-card-status            pic xx
             value spaces.
      *
      *the status of the last daily sales history operation - '35'
      *on the open is a history that does not exist yet.
       01 ws-daily-sales-status          pic xx
             value spaces.
      *
      *a gift card record carries the card number in the SKU
      *positions: a 'G' (gift card sold or reloaded) record always,
      *and a single record tendered 'GC' - its merchandise SKU gives
      *way to the card it was paid with or refunded to.  a tender
      *detail's SKU positions are otherwise unused, so a 'GC' detail
      *carries its card there too.  the transaction code the card
      *moves under decides the direction: a sale or layaway
      *redeems, a return or a 'G' loads, a void reverses.
       01 ws-gift-card-ctl.
         05 ws-gift-card-flag            pic x
             value space.
           88 gift-card-number-record    value "Y".
         05 ws-gc-new-card-flag          pic x
             value space.
           88 gift-card-is-new           value "Y".
         05 ws-gc-txn-code               pic x
             value space.
         05 ws-gc-available              pic s9(7)v99
             value 0.
      *a held tender detail laid out for the redemption check, so
      *the 'GC' tenders already held against the same card in the
      *group being collected come off the balance first.
         05 ws-gc-held-image.
           10 filler                     pic x.
           10 ws-gc-held-amount          pic s9(5)v99.
           10 ws-gc-held-payment         pic xx.
           10 filler                     pic x(11).
           10 ws-gc-held-card            pic x(15).
           10 filler                     pic x(14).
      *
      *the run date in yyyymmdd form, captured once at start-up, so
      *history postings carry the date this system accepted the
             value 0.
      *
      *dollar/record-count breakdown by store number and transaction
      *code (S/R/L/V/G), built up as valid records are written and
      *printed on the error report by 650-store-code-summary.
       01 ws-store-summary-tbl.
         05 ws-sum-entry occurs 1 to 99 times
             depending on ws-store-count
             indexed by ws-sum-idx.
           10 ws-sum-store-num          pic 99.
           10 ws-sum-code-entry occurs 5 times
               indexed by ws-sum-code-idx.
             15 ws-sum-code             pic x.
             15 ws-sum-count            pic 9(5)
         05 mfl-filename                 pic x(60).
         05 filler                       pic x(433)
             value spaces.
      *
      *written when an accepted 'L' payment lands on a contract that
      *is no longer open - picked up or forfeited - so the money is
      *chased instead of quietly vanishing into a closed contract.
       01 ws-layaway-closed-line.
         05 filler                       pic x(40)
             value "LAYAWAY NOT OPEN - payment for store/inv".
         05 filler                       pic x(2)
             value ": ".
         05 lc-store-number              pic 99.
         05 filler                       pic x(1)
             value "/".
         05 lc-invoice-number            pic x(9).
         05 filler                       pic x(10)
             value "  status: ".
         05 lc-status                    pic x.
         05 filler                       pic x(11)
             value "  amount:  ".
         05 lc-amount                    pic ZZ,ZZ9.99-.
         05 filler                       pic x(446)
             value spaces.
      *
       01 ws-boolean-cnst.
         05 ws-true-cnst                 pic x
             value "50-file table capacity; extra files not processed.".
         05 filler                       pic x(201)
             value spaces.
      *
       01 ws-exception-heading.
         05 filler                       pic x(50)
         05 ws-total                     pic Z(6)9.
         05 filler                       pic x(224)
             value spaces.
      *
      *the status of the last generation catalog operation - '35' on
      *the open is a catalog no run has created yet.
       01 ws-catalog-status              pic xx
             value spaces.
      *
      *the output files kept as generations, by the name each is
      *written under; a generation is that name with the business
      *date after a hyphen.
       01 ws-gen-output-names.
         05 filler                       pic x(20)
             value "valid".
         05 filler                       pic x(20)
             value "invalid".
         05 filler                       pic x(20)
             value "error-report".
         05 filler                       pic x(20)
             value "exception-report".
         05 filler                       pic x(20)
             value "settlement".
       01 ws-gen-output-tbl redefines ws-gen-output-names.
         05 ws-gen-output-base           pic x(20) occurs 5 times.
      *
      *the generation being saved or dropped, the copy's source and
      *target paths, and the counts the pruning works from.
       01 ws-generation-ctl.
         05 ws-gen-date                  pic 9(8)
             value 0.
         05 ws-gen-sub                   pic 9
             value 0.
         05 ws-gen-files-kept            pic 9
             value 0.
         05 ws-gen-on-file               pic 9(5)
             value 0.
         05 ws-gen-excess                pic 9(5)
             value 0.
         05 ws-gen-found-flag            pic x
             value space.
         05 ws-gen-eof-flag              pic x
             value space.
         05 ws-gen-source                pic x(60).
         05 ws-gen-target                pic x(60).
         05 ws-gen-source-status         pic xx
             value spaces.
         05 ws-gen-target-status         pic xx
             value spaces.
         05 ws-gen-rec-len               pic 9(4)
             value 0.
         05 ws-gen-copy-flag             pic x
             value space.
           88 generation-copy-failed     value "N".
         05 ws-gen-drop-flag             pic x
             value space.
           88 generation-drop-failed     value "N".
      *
      *the operator authority file held in a table for the run.
       01 ws-operator-auth-tbl.
         05 ws-auth-count                pic 9(4)
             value 0.
         05 ws-auth-entry occurs 1 to 500 times
             depending on ws-auth-count
             indexed by ws-auth-idx.
           10 ws-auth-operator           pic x(8).
           10 ws-auth-home-store         pic xx.
           10 ws-auth-function           pic x(8).
           10 ws-auth-action             pic x.
           10 ws-auth-store              pic xx.
      *
      *the operator, function, action and store being checked, what
      *the check found, and the key and reason logged on a refusal.
       01 ws-auth-check.
         05 ws-auth-eof-flag             pic x
             value space.
         05 ws-auth-overflow-flag        pic x
             value space.
           88 auth-table-overflowed      value "Y".
         05 ws-auth-granted-flag         pic x
             value space.
           88 operator-authorized        value "Y".
         05 ws-chk-operator              pic x(8).
         05 ws-chk-function              pic x(8).
         05 ws-chk-action                pic x.
         05 ws-chk-store                 pic xx.
         05 ws-chk-home-store            pic xx.
         05 ws-chk-key                   pic x(15).
         05 ws-chk-reason                pic x(45).
         05 ws-sv-datetime               pic x(21).
         05 ws-sv-datetime-flds redefines ws-sv-datetime.
           10 ws-sv-yyyy                 pic 9(4).
           10 ws-sv-mm                   pic 9(2).
           10 ws-sv-dd                   pic 9(2).
           10 ws-sv-hh                   pic 9(2).
           10 ws-sv-mi                   pic 9(2).
           10 ws-sv-ss                   pic 9(2).
           10 filler                     pic x(7).
      *
      *one line of the security violation log: when, which program,
      *who, what they tried against which store and key, and why it
      *was refused.
       01 ws-security-log-line.
         05 sv-log-date                  pic x(10).
         05 filler                       pic x
             value space.
         05 sv-log-time                  pic x(8).
         05 filler                       pic x(2)
             value spaces.
         05 sv-program                   pic x(10).
         05 filler                       pic x(2)
             value spaces.
         05 sv-operator                  pic x(8).
         05 filler                       pic x(2)
             value spaces.
         05 sv-function                  pic x(8).
         05 filler                       pic x(2)
             value spaces.
         05 sv-action                    pic x.
         05 filler                       pic x(2)
             value spaces.
         05 sv-store                     pic xx.
         05 filler                       pic x(2)
             value spaces.
         05 sv-key                       pic x(15).
         05 filler                       pic x(2)
             value spaces.
         05 sv-reason                    pic x(45).
         05 filler                       pic x(10)
             value spaces.
      *
       procedure division.
       000-main.
           perform 010-load-run-params.
           perform 008-load-calendar.
           move function current-date to ws-run-date-raw.
           move ws-run-date-raw(1:16) to ws-post-run-stamp.
      *the business date comes from the processing calendar when
      *one is maintained - a Friday file run on Saturday morning
      *still posts as Friday - and from the wall clock otherwise,
      *a business date the calendar says is already processed is
      *refused outright unless the run parameters carry the
      *override - this is what stops a scheduler retry quietly
      *shifting a whole day of dollars into the wrong period.  an
      *override keyed by an operator the authority file does not
      *allow one is itself refused and logged.
           if calendar-date-available and business-date-processed
             and reprocess-override-active
               perform 014-load-operator-auth
               perform 016-check-override
           end-if.
           if calendar-date-available and business-date-processed
             and not reprocess-override-active
               display "RUN REFUSED - business date " ws-run-date
           perform 012-load-manifest.
           perform 050-load-store-master.
           perform 055-load-sku-master.
      *a manifest run is balanced per file and rerun whole, so the
      *record-number checkpoint (which only knows its place in one
      *file) and the single-file control record both stand down.
               perform 048-load-control-totals
           end-if.
      *
           perform 057-open-invoice-history.
           if ws-history-status not = "00" and
             ws-history-status not = "05"
               display "RUN REFUSED - invoice history open failed,"
                 " status " ws-history-status
                 "; run the retention step to convert it"
               move 12 to return-code
               goback
           end-if.
           perform 059-open-layaway-master.
           if ws-layaway-status not = "00" and
             ws-layaway-status not = "05"
               display "RUN REFUSED - layaway master open failed,"
                 " status " ws-layaway-status
               move 12 to return-code
               goback
           end-if.
           perform 061-open-gift-card-master.
           if ws-gift-card-status not = "00" and
             ws-gift-card-status not = "05"
               display "RUN REFUSED - gift card master open failed,"
                 " status " ws-gift-card-status
               move 12 to return-code
               goback
           end-if.
           open extend suspense-file.
           if restart-mode-active
               open extend valid-file, invalid-file, error-file,
               write error-line from ws-sku-overflow-msg
                 before advancing 1 lines
           end-if.
      *
           if manifest-mode-active
               perform 085-process-one-file
      *
           perform 600-total-amounts
           perform 720-update-ptd-master
           perform 730-post-daily-sales
           close invoice-history-file, layaway-master-file,
             gift-card-file, suspense-file,
             valid-file, invalid-file, error-file,
             valid-csv-file, invalid-csv-file, exception-file.
           if not manifest-mode-active
               perform 750-clear-checkpoint
           end-if.
           perform 760-write-run-log.
           perform 780-save-generation.
      *a run that balanced marks its business date processed on
      *the calendar, which is what the duplicate-date refusal and
      *the end-of-day advance both key off; an out-of-balance run
                           move rp-date-window
                                      to ws-date-window-days
                       end-if
                       if rp-generations-kept is numeric and
                         rp-generations-kept not = "000"
                           move rp-generations-kept
                                      to ws-generations-kept
                       end-if
                       if rp-reprocess-override = "Y"
                           move "Y" to ws-reprocess-override-flag
                           move rp-operator-id
                                      to ws-override-operator
                       end-if
               end-read
           end-perform.
           close run-param-file.
      *loads the operator authority file into a table once at
      *start-up, when an override needs checking; a missing or empty
      *file leaves the table empty and the override refused.
       014-load-operator-auth.
           move space to ws-auth-eof-flag.
           open input operator-auth-file.
           perform until ws-auth-eof-flag = "y"
               read operator-auth-file
                   at end
                       move "y" to ws-auth-eof-flag
                   not at end
                       if ws-auth-count < 500
                           add 1 to ws-auth-count
                           move oa-operator-id
                                    to ws-auth-operator(ws-auth-count)
                           move oa-home-store
                                  to ws-auth-home-store(ws-auth-count)
                           move oa-function
                                    to ws-auth-function(ws-auth-count)
                           move oa-action
                                    to ws-auth-action(ws-auth-count)
                           move oa-store
                                    to ws-auth-store(ws-auth-count)
                       else
                           move "Y" to ws-auth-overflow-flag
                       end-if
               end-read
           end-perform.
           close operator-auth-file.
      *the reprocess override stands only for an operator the
      *authority file grants it for every store; otherwise it is
      *dropped, logged, and the run refused as for any other
      *processed date.
       016-check-override.
           if auth-table-overflowed
               display "WARNING - operator authority file exceeds"
                 " the 500-row table; operators past it are refused."
           end-if.
           move ws-override-operator to ws-chk-operator.
           move "OVERRIDE"           to ws-chk-function.
           move "R"                  to ws-chk-action.
           move "**"                 to ws-chk-store.
           perform 800-check-authority.
           if not operator-authorized
               move space to ws-reprocess-override-flag
               move ws-run-date to ws-chk-key
               move "reprocess override not authorized"
                                     to ws-chk-reason
               perform 810-log-violation
               display "OVERRIDE REFUSED - operator "
                 ws-override-operator " not authorized to reprocess"
           end-if.
      *reads the processing calendar's business date and processed
      *flag, when the calendar is maintained; a missing or empty
      *calendar leaves the run stamping from the wall clock with
           open extend run-log-file.
           write run-log-line from ws-run-log-line.
           close run-log-file.
      *keeps this run's outputs as the business date's generation:
      *each output is copied under its dated name and the catalog
      *records the run-history line just written and the counts.
      *a rerun of the same business date replaces its generation.
      *generations past the number kept are then dropped, oldest
      *first.
       780-save-generation.
           move ws-run-date to ws-gen-date.
           move 0 to ws-gen-files-kept.
           perform 782-copy-one-output
             varying ws-gen-sub from 1 by 1
             until ws-gen-sub > 5.
      *
           open i-o generation-catalog-file.
           if ws-catalog-status = "35"
               open output generation-catalog-file
               close generation-catalog-file
               open i-o generation-catalog-file
           end-if.
           move ws-run-date to gen-business-date.
           move space to ws-gen-found-flag.
           read generation-catalog-file
               key is gen-business-date
               invalid key
                   continue
               not invalid key
                   move "Y" to ws-gen-found-flag
           end-read.
           move ws-run-date        to gen-business-date.
           move ws-gen-files-kept  to gen-files-kept.
           move ws-total-valid     to gen-total-valid.
           move ws-total-invalid   to gen-total-invalid.
           move ws-total-exception to gen-total-exception.
           move ws-run-log-line    to gen-run-log-line.
           if ws-gen-found-flag = "Y"
               rewrite generation-catalog-record
           else
               write generation-catalog-record
           end-if.
           perform 785-prune-generations.
           close generation-catalog-file.
      *copies one output file to its generation for ws-gen-date,
      *line by line.  only a copy that opened, read and wrote
      *cleanly counts toward the generation's files kept, so a
      *generation short of any output is never read as complete.
       782-copy-one-output.
           move spaces to ws-gen-source, ws-gen-target.
           string "../../../data/" delimited by size
             ws-gen-output-base(ws-gen-sub) delimited by space
             ".out" delimited by size
             into ws-gen-source
           end-string.
           perform 784-build-generation-name.
           move space to ws-gen-copy-flag.
           open input generation-source-file.
           if ws-gen-source-status not = "00"
               move "N" to ws-gen-copy-flag
           else
               open output generation-target-file
               if ws-gen-target-status not = "00"
                   move "N" to ws-gen-copy-flag
               else
                   move space to ws-gen-eof-flag
                   perform 783-copy-one-line
                     until ws-gen-eof-flag = "y"
                   close generation-target-file
               end-if
               close generation-source-file
           end-if.
           if generation-copy-failed
               display "GENERATION NOT KEPT - " ws-gen-source
           else
               add 1 to ws-gen-files-kept
           end-if.
      *
       783-copy-one-line.
           read generation-source-file
               at end
                   move "y" to ws-gen-eof-flag
               not at end
                   move generation-source-record
                     to generation-target-record
                   write generation-target-record
                   if ws-gen-target-status not = "00"
                       move "N" to ws-gen-copy-flag
                       move "y" to ws-gen-eof-flag
                   end-if
           end-read.
      *
       784-build-generation-name.
           move spaces to ws-gen-target.
           string "../../../data/" delimited by size
             ws-gen-output-base(ws-gen-sub) delimited by space
             "-" delimited by size
             ws-gen-date delimited by size
             ".out" delimited by size
             into ws-gen-target
           end-string.
      *counts the generations on the catalog and, past the number
      *kept, drops the oldest ones - the catalog is keyed by
      *business date, so they are the first read.
       785-prune-generations.
           move 0 to ws-gen-on-file.
           move 0 to gen-business-date.
           move space to ws-gen-eof-flag.
           start generation-catalog-file
             key is not less than gen-business-date
               invalid key
                   move "y" to ws-gen-eof-flag
           end-start.
           perform until ws-gen-eof-flag = "y"
               read generation-catalog-file next record
                   at end
                       move "y" to ws-gen-eof-flag
                   not at end
                       add 1 to ws-gen-on-file
               end-read
           end-perform.
      *
           if ws-gen-on-file > ws-generations-kept
               compute ws-gen-excess =
                 ws-gen-on-file - ws-generations-kept
               move 0 to gen-business-date
               move space to ws-gen-eof-flag
               start generation-catalog-file
                 key is not less than gen-business-date
                   invalid key
                       move "y" to ws-gen-eof-flag
               end-start
               perform until ws-gen-eof-flag = "y" or
                 ws-gen-excess = 0
                   read generation-catalog-file next record
                       at end
                           move "y" to ws-gen-eof-flag
                       not at end
                           perform 788-drop-generation
                   end-read
               end-perform
           end-if.
      *deletes one generation's files and its catalog record.  a
      *file already gone is no reason to keep the record, but one
      *that would not delete keeps it, so the next run tries again.
       788-drop-generation.
           move gen-business-date to ws-gen-date.
           move space to ws-gen-drop-flag.
           perform 789-delete-one-output
             varying ws-gen-sub from 1 by 1
             until ws-gen-sub > 5.
           if not generation-drop-failed
               delete generation-catalog-file record
           end-if.
           subtract 1 from ws-gen-excess.
      *there is no verb that removes a file, so the runtime's own
      *delete routine is called; a failed call is judged by whether
      *the file will still open.
       789-delete-one-output.
           perform 784-build-generation-name.
           call "CBL_DELETE_FILE" using ws-gen-target.
           if return-code not = 0
               move ws-gen-target to ws-gen-source
               open input generation-source-file
               if ws-gen-source-status = "00"
                   close generation-source-file
                   move "N" to ws-gen-drop-flag
                   display "GENERATION NOT DROPPED - " ws-gen-target
               end-if
           end-if.
           move 0 to return-code.
      *loads the store master file into a table once at start-up;
      *if the store master is missing or empty every transaction
      *fails the store number edit instead of being let through.
               end-read
           end-perform.
           close sku-master-file.
      *opens the posted-invoice history for keyed reads and for
      *this run's postings.  a history file that does not exist yet
      *is created empty first, which just means every return/void
      *this run reports as an exception until sales start posting.
      *any other failed open - a history still in its older line
      *sequential form - refuses the run in the mainline rather
      *than let every posting and every proof read fail quietly.
       057-open-invoice-history.
           open i-o invoice-history-file.
           if ws-history-status = "35"
               open output invoice-history-file
               close invoice-history-file
               open i-o invoice-history-file
           end-if.
      *opens the layaway contract master the same way: created
      *empty the first time, so the first 'L' record has somewhere
      *to open its contract.
       059-open-layaway-master.
           open i-o layaway-master-file.
           if ws-layaway-status = "35"
               open output layaway-master-file
               close layaway-master-file
               open i-o layaway-master-file
           end-if.
      *opens the gift card master the same way, so the first card
      *sold has somewhere to be posted.
       061-open-gift-card-master.
           open i-o gift-card-file.
           if ws-gift-card-status = "35"
               open output gift-card-file
               close gift-card-file
               open i-o gift-card-file
           end-if.
      *adds the department on the SKU master record just loaded to
      *the department summary table, once per distinct department.
       058-register-dept.
               move "R" to ws-sum-code(ws-sum-idx 2)
               move "L" to ws-sum-code(ws-sum-idx 3)
               move "V" to ws-sum-code(ws-sum-idx 4)
               move "G" to ws-sum-code(ws-sum-idx 5)
           end-perform.
      *sets up one settlement bucket and one deposit bucket per
      *store number per tender, keyed off the same store master
      *judges the header being collected once the record after its
      *last detail has arrived (or the file has ended): accepted
      *when at least one detail came in and the tender amounts sum
      *to the header amount, or when it is a new layaway whose
      *deposit falls short of the contract amount, rejected whole
      *otherwise.  the record
      *that triggered the flush is parked and put back afterwards
      *because the held records are disposed of through the input
      *record area.
                 ws-detail-sum = ws-held-header-amount
                   perform 175-accept-group
               else
                   perform 157-check-layaway-opening
                   if layaway-opening-group
                       perform 175-accept-group
                   else
                       perform 180-reject-group
                   end-if
               end-if
               move space to ws-layaway-opening-flag
               move ws-flush-hold-image to emp-record
               move ws-flush-hold-dept to ws-matched-dept
           end-if.
      *an 'L' header whose tenders come to less than it is a new
      *layaway - the header is the contract amount, the tenders the
      *deposit - provided no contract is already on file under the
      *store and invoice.  a short group against an existing
      *contract is still a split payment with dollars missing.  a
      *restarted run replaying the opening it already posted finds
      *its own contract, opened today for the same amount, and so
      *does a rerun of the business date finding the contract an
      *earlier run of the date opened.
       157-check-layaway-opening.
           move space to ws-layaway-opening-flag.
           if ws-held-header-code = 'L' and
             ws-held-detail-count > 0 and
             ws-detail-sum > 0 and
             ws-detail-sum < ws-held-header-amount
               move ws-held-header-store   to lay-store-number
               move ws-held-header-invoice to lay-invoice-number
               read layaway-master-file
                   key is lay-contract-key
                   invalid key
                       move "Y" to ws-layaway-opening-flag
                   not invalid key
                       if replay-in-progress and
                         lay-open-date = ws-run-date and
                         lay-contract-amount = ws-held-header-amount
                           move "Y" to ws-layaway-opening-flag
                       end-if
                       if lay-open-date = ws-run-date and
                         lay-contract-amount = ws-held-header-amount
                         and lay-posted-run not = ws-post-run-stamp
                           move "Y" to ws-layaway-opening-flag
                       end-if
               end-read
           end-if.
      *a tender detail joins the header being collected when its
      *invoice matches; a detail with no header to belong to is
      *rejected on its own.  a detail that fails its own edits is
           if emp-transac-code = 'S'
               perform 350-post-invoice-history
           end-if.
           if emp-transac-code = 'L'
               perform 360-post-layaway
           end-if.
           if emp-transac-code = 'G' or emp-payment-type = 'GC'
               move emp-transac-code to ws-gc-txn-code
               perform 366-post-gift-card
           end-if.
           perform 310-accumulate-store-summary.
           perform 315-accumulate-dept-summary.
           perform 317-accumulate-settlement.
      *writes the accepted header and its details to valid.out in
      *the order they arrived.  the header's amount is the invoice
      *total, so the invoice-level summaries count it once; the
      *tender dollars reach the settlement through the details.  a
      *new layaway's header goes out restated at its deposit, so
      *valid.out still carries headers equal to their tenders and
      *every 'L' dollar downstream is money actually taken - the
      *contract amount lives on the layaway master.
       175-accept-group.
           move ws-held-header-image to emp-record.
           move ws-held-header-dept  to ws-matched-dept.
           if layaway-opening-group
               move ws-held-header-amount
                                     to ws-layaway-contract-amount
               move ws-detail-sum to emp-transac-amount
           end-if.
           perform 176-accept-header-rec.
           perform varying ws-det-idx from 1 by 1
             until ws-det-idx > ws-held-detail-count
           if emp-transac-code = 'S'
               perform 350-post-invoice-history
           end-if.
           if emp-transac-code = 'L'
               perform 360-post-layaway
           end-if.
           if emp-transac-code = 'G'
               move emp-transac-code to ws-gc-txn-code
               perform 366-post-gift-card
           end-if.
           perform 310-accumulate-store-summary.
           perform 315-accumulate-dept-summary.
           if not replay-in-progress
           end-if.
      *
       177-accept-detail-rec.
           if emp-payment-type = 'GC'
               move ws-held-header-code to ws-gc-txn-code
               perform 366-post-gift-card
           end-if.
           perform 317-accumulate-settlement.
           if not replay-in-progress
               write val-valid-line from emp-record
           end-evaluate.
      *the invoice-level edits for a single record or a header.
       201-edit-transaction.
           move space to ws-gift-card-flag.
           if emp-transac-code = 'G' or
             (input-single-record and emp-payment-type = 'GC')
               move "Y" to ws-gift-card-flag
           end-if.
      *payment is 'CA', 'CR', 'DB' or 'GC' (gift card / store
      *credit); a header carries no tender of its own - the tenders
      *arrive on its detail records - so its payment type field
      *must be blank instead.  a gift card is never bought with
      *another gift card.
           if input-header-record
               if emp-payment-type not = spaces
                   move "header payment type not blank"
                   perform 210-record-error
               end-if
           else
               if not (emp-payment-type = 'CA' or 'CR' or 'DB'
                 or 'GC') then
      *
                   move "Payment Invalid" to ws-new-error-text
                   perform 210-record-error
               end-if
               if emp-transac-code = 'G' and emp-payment-type = 'GC'
                   move "gift card cannot buy gift card"
                                      to ws-new-error-text
                   perform 210-record-error
               end-if
           end-if.
      *transcation amount must be 'S', 'R', 'L', 'V' (void/reversal)
      *or 'G' (gift card sold or reloaded)
           if not (emp-transac-code = 'S' or 'R' or 'L' or 'V'
             or 'G') then
      *
               move "transaction code wrong"
                                      to ws-new-error-text
           end-if.
      *The SKU field is X(15), so it must be alphanumeric already.
      *The edit is to check to see that is not empty(spaces).
      *a gift card record carries its card number there instead,
      *edited on its own below.
           if emp-sku-code = spaces and
             not gift-card-number-record then
               move "sku code cant be empty-spaces"
                                      to ws-new-error-text
               perform 210-record-error
      *department is captured for the department breakdown.
           move space to ws-sku-found-flag.
           move 0 to ws-matched-dept.
           if emp-sku-code not = spaces and
             not gift-card-number-record
               perform varying ws-sku-idx from 1 by 1
                 until ws-sku-idx > ws-sku-count
                   if emp-sku-code = ws-sku-mst-code(ws-sku-idx)
                                      to ws-new-error-text
               perform 210-record-error
           end-if.
           if gift-card-number-record
               perform 203-edit-gift-card
           end-if.
           perform 208-edit-transac-date.
      *
      *the card number a gift card record carries in its SKU
      *positions must be there, and a card tendered on a single
      *record is checked against the gift card master.
       203-edit-gift-card.
           if emp-sku-code = spaces
               move "gift card number missing"
                                      to ws-new-error-text
               perform 210-record-error
           else
               if emp-payment-type = 'GC' and
                 emp-transac-amount is numeric
                   move emp-transac-code to ws-gc-txn-code
                   perform 257-check-gift-card
               end-if
           end-if.
      *
      *the edits that belong to one tender detail: its tender code
      *and amount, the amount's sign against the held header's
      *transaction code, and that it was keyed under the header's
      *whether the detail belongs to a header at all is judged by
      *160-handle-detail, which sees the held-group state.
       206-edit-tender-detail.
           if not (emp-payment-type = 'CA' or 'CR' or 'DB' or 'GC')
               move "Payment Invalid" to ws-new-error-text
               perform 210-record-error
           end-if.
                                      to ws-new-error-text
               perform 210-record-error
           end-if.
      *a gift card tender carries its card number in the SKU
      *positions, cannot pay for a gift card, and is checked
      *against the gift card master under the header's code.
           if emp-payment-type = 'GC'
               if emp-sku-code = spaces
                   move "gift card number missing"
                                      to ws-new-error-text
                   perform 210-record-error
               else
                   if header-pending and ws-held-header-code = 'G'
                       move "gift card cannot buy gift card"
                                      to ws-new-error-text
                       perform 210-record-error
                   else
                       if header-pending and
                         emp-transac-amount is numeric
                           move ws-held-header-code
                                      to ws-gc-txn-code
                           perform 257-check-gift-card
                       end-if
                   end-if
               end-if
           end-if.
           if emp-transac-amount is numeric and header-pending
               if ws-held-header-code = 'V' and
                 emp-transac-amount not < 0
           move "Y" to ws-history-found-flag.
           if emp-transac-code = 'R' or 'V'
               move space to ws-history-found-flag
               move emp-invoice-number to hist-invoice-number
               read invoice-history-file
                   key is hist-invoice-number
                   invalid key
                       move space to ws-history-found-flag
                   not invalid key
                       move "Y" to ws-history-found-flag
               end-read
           end-if.
      *proves a gift card tender against the gift card master.  a
      *redemption (a sale or layaway paid by card) needs the card
      *on file with enough balance left - after any 'GC' tenders on
      *the same card already held in the group being collected -
      *and a void reversing a redemption needs the card on file.
      *a return or a 'G' may open a card that does not exist yet.
       257-check-gift-card.
           if ws-gc-txn-code = 'S' or 'L' or 'V'
               move emp-sku-code to gc-card-number
               read gift-card-file
                   key is gc-card-number
                   invalid key
                       move "gift card not on file"
                                      to ws-new-error-text
                       perform 210-record-error
                   not invalid key
                       if ws-gc-txn-code not = 'V'
                           perform 258-check-gift-card-balance
                       end-if
               end-read
           end-if.
      *
      *a card an earlier run already posted this business date to
      *has had this redemption taken off its balance, so a rerun of
      *the date does not prove it a second time - nor does a
      *restarted run replaying a redemption its first attempt took.
       258-check-gift-card-balance.
           if not replay-in-progress and
             (gc-last-activity-date < ws-run-date or
              gc-posted-run = ws-post-run-stamp or
              restart-mode-active)
               perform 259-prove-gift-card-balance
           end-if.
      *
       259-prove-gift-card-balance.
           move gc-balance to ws-gc-available.
           if input-detail-record
               perform varying ws-det-idx from 1 by 1
                 until ws-det-idx > ws-held-detail-count
                   move ws-held-det-image(ws-det-idx)
                                      to ws-gc-held-image
                   if ws-gc-held-payment = 'GC' and
                     ws-gc-held-card = emp-sku-code
                       subtract ws-gc-held-amount
                         from ws-gc-available
                   end-if
               end-perform
           end-if.
           if emp-transac-amount > ws-gc-available
               move "gift card balance short"
                                      to ws-new-error-text
               perform 210-record-error
           end-if.
      *adds this record's amount/count into its store number and
      *transaction code bucket for the dollar summary report.
       310-accumulate-store-summary.
             until ws-sum-idx > ws-store-count
               if emp-store-number = ws-sum-store-num(ws-sum-idx)
                   perform varying ws-sum-code-idx from 1 by 1
                     until ws-sum-code-idx > 5
                       if emp-transac-code =
                         ws-sum-code(ws-sum-idx ws-sum-code-idx)
                           add 1 to
                             ws-sum-count(ws-sum-idx ws-sum-code-idx)
                           add emp-transac-amount to
                             ws-sum-amount(ws-sum-idx ws-sum-code-idx)
                           set ws-sum-code-idx to 5
                       end-if
                   end-perform
                   set ws-sum-idx to ws-store-count
               end-if
           end-perform.
      *
      *posts a valid sale to the invoice history file, where returns
      *and voids later in this run and in later runs read it back by
      *invoice number.  an invoice already on the history (a
      *restarted run re-reading its own postings) is left alone
      *rather than posted twice - the duplicate key is the proof.
       350-post-invoice-history.
           move emp-invoice-number to hist-invoice-number.
           move emp-store-number   to hist-store-number.
           move emp-transac-amount to hist-transac-amount.
           move ws-run-date        to hist-posted-date.
           write invoice-history-record
               invalid key
                   continue
           end-write.
      *opens, pays down or closes the layaway contract an accepted
      *'L' record belongs to: the first 'L' under a store and invoice
      *opens the contract, every later one is a payment, and the
      *payment that brings the paid amount up to the contract amount
      *closes it as picked up.  a restarted run replaying records
      *its first attempt already posted leaves the master alone, as
      *does a rerun of a business date an earlier run has already
      *posted the contract for.
       360-post-layaway.
           if not replay-in-progress
               move emp-store-number   to lay-store-number
               move emp-invoice-number to lay-invoice-number
               read layaway-master-file
                   key is lay-contract-key
                   invalid key
                       perform 362-open-layaway
                   not invalid key
                       if lay-last-payment-date not < ws-run-date and
                         lay-posted-run not = ws-post-run-stamp and
                         not restart-mode-active
                           continue
                       else
                           perform 364-pay-layaway
                       end-if
               end-read
           end-if.
      *a new contract: a layaway opening group brings its contract
      *amount from the header, while an 'L' record rung for the
      *full amount (a single, or a group whose tenders covered the
      *header) is a contract paid off the day it was opened.
       362-open-layaway.
           move emp-store-number   to lay-store-number.
           move emp-invoice-number to lay-invoice-number.
           if layaway-opening-group
               move ws-layaway-contract-amount to lay-contract-amount
           else
               move emp-transac-amount to lay-contract-amount
           end-if.
           move emp-transac-amount to lay-paid-amount.
           move 1                  to lay-payment-count.
           move ws-run-date        to lay-open-date.
           move ws-run-date        to lay-last-payment-date.
           move emp-cashier-id     to lay-cashier-id.
           move emp-sku-code       to lay-sku-code.
           move ws-post-run-stamp  to lay-posted-run.
           if lay-paid-amount < lay-contract-amount
               move 'O' to lay-status
               move 0   to lay-close-date
           else
               move 'P' to lay-status
               move ws-run-date to lay-close-date
           end-if.
           write layaway-master-record
               invalid key
                   continue
           end-write.
      *a payment on a contract already on file.  only an open
      *contract takes it; one picked up or forfeited is reported on
      *the error report for the office to chase.
       364-pay-layaway.
           if layaway-open
               add emp-transac-amount to lay-paid-amount
               add 1 to lay-payment-count
               move ws-run-date to lay-last-payment-date
               move ws-post-run-stamp to lay-posted-run
               if lay-paid-amount not < lay-contract-amount
                   move 'P' to lay-status
                   move ws-run-date to lay-close-date
               end-if
               rewrite layaway-master-record
                   invalid key
                       continue
               end-rewrite
           else
               move lay-store-number   to lc-store-number
               move lay-invoice-number to lc-invoice-number
               move lay-status         to lc-status
               move emp-transac-amount to lc-amount
               move spaces to error-line
               write error-line from ws-layaway-closed-line
                 before advancing 1 lines
           end-if.
      *posts an accepted gift card movement to the gift card master:
      *a 'G' or a store-credit return loads the card, opening it
      *under this store and business date when it is new; a sale or
      *layaway tendered by card redeems it; a void's negative amount
      *puts a redemption back.  a restarted run replaying records
      *its first attempt already posted leaves the master alone, as
      *does a rerun of a business date an earlier run has already
      *posted the card for.
       366-post-gift-card.
           if not replay-in-progress
               move space to ws-gc-new-card-flag
               move emp-sku-code to gc-card-number
               read gift-card-file
                   key is gc-card-number
                   invalid key
                       move "Y" to ws-gc-new-card-flag
                       move emp-sku-code     to gc-card-number
                       move emp-store-number to gc-issue-store
                       move ws-run-date      to gc-issue-date
                       move 0                to gc-balance
                       move ws-gc-txn-code   to gc-origin
                       move spaces           to gc-posted-run
               end-read
               if gift-card-is-new or
                 gc-last-activity-date < ws-run-date or
                 gc-posted-run = ws-post-run-stamp or
                 restart-mode-active
                   perform 367-move-gift-card-balance
               end-if
           end-if.
      *moves the card's balance by this record's amount and writes
      *the card back under this run's stamp.
       367-move-gift-card-balance.
           if ws-gc-txn-code = 'G' or 'R'
               add emp-transac-amount to gc-balance
           else
               subtract emp-transac-amount from gc-balance
           end-if.
           move ws-run-date       to gc-last-activity-date.
           move ws-post-run-stamp to gc-posted-run.
           if gift-card-is-new
               write gift-card-record
                   invalid key
                       continue
               end-write
           else
               rewrite gift-card-record
                   invalid key
                       continue
               end-rewrite
           end-if.
      *adds this record's amount/count into the settlement bucket
      *for its store number and payment type, so cash can be settled
      *against card and matched to the bank's deposits at end of run.
      *a gift card tender has no bucket - nothing is banked for it;
      *it moves the liability on the gift card master instead.
       317-accumulate-settlement.
           perform varying ws-set-idx from 1 by 1
             until ws-set-idx > ws-store-count
           perform varying ws-sum-idx from 1 by 1
             until ws-sum-idx > ws-store-count
               perform varying ws-sum-code-idx from 1 by 1
                 until ws-sum-code-idx > 5
                   move spaces           to ws-summary-line
                   move ws-sum-store-num(ws-sum-idx)
                                         to sl-store-number
           perform varying ws-sum-idx from 1 by 1
             until ws-sum-idx > ws-store-count
               perform varying ws-sum-code-idx from 1 by 1
                 until ws-sum-code-idx > 5
                   if ws-sum-count(ws-sum-idx ws-sum-code-idx) > 0
                       perform 725-apply-ptd-bucket
                   end-if
                   move ws-true-cnst to ws-ptd-overflow-flag
               end-if
           end-if.
      *posts the run's store summary to the daily sales history
      *under the business date: a store/code bucket with activity
      *is written, or replaces the row an earlier run of the same
      *date left, and a row left by an earlier run for a bucket
      *this run found empty is removed - so an override rerun
      *restates the day instead of adding to it.
       730-post-daily-sales.
           open i-o daily-sales-file.
           if ws-daily-sales-status = "35"
               open output daily-sales-file
               close daily-sales-file
               open i-o daily-sales-file
           end-if.
           perform varying ws-sum-idx from 1 by 1
             until ws-sum-idx > ws-store-count
               perform varying ws-sum-code-idx from 1 by 1
                 until ws-sum-code-idx > 5
                   perform 735-post-daily-bucket
               end-perform
           end-perform.
           close daily-sales-file.
      *
       735-post-daily-bucket.
           move ws-run-date to dly-business-date.
           move ws-sum-store-num(ws-sum-idx) to dly-store-number.
           move ws-sum-code(ws-sum-idx ws-sum-code-idx)
                                   to dly-transac-code.
           read daily-sales-file
               key is dly-sales-key
               invalid key
                   if ws-sum-count(ws-sum-idx ws-sum-code-idx) > 0
                       perform 737-fill-daily-row
                       write daily-sales-record
                           invalid key
                               continue
                       end-write
                   end-if
               not invalid key
                   if ws-sum-count(ws-sum-idx ws-sum-code-idx) > 0
                       perform 737-fill-daily-row
                       rewrite daily-sales-record
                           invalid key
                               continue
                       end-rewrite
                   else
                       delete daily-sales-file
                           invalid key
                               continue
                       end-delete
                   end-if
           end-read.
      *
       737-fill-daily-row.
           move ws-run-date to dly-business-date.
           move ws-sum-store-num(ws-sum-idx) to dly-store-number.
           move ws-sum-code(ws-sum-idx ws-sum-code-idx)
                                   to dly-transac-code.
           move ws-sum-count(ws-sum-idx ws-sum-code-idx)
                                   to dly-record-count.
           move ws-sum-amount(ws-sum-idx ws-sum-code-idx)
                                   to dly-amount.
      *writes the settlement extract - one record per store/tender
      *bucket with this run's valid-transaction count and signed
      *dollar total - for the office's settlement job.
           end-if.
           move spaces to error-line.
           write error-line from ws-recon-line.
      *looks ws-chk-operator up on the authority table: the
      *operator is authorized when a row grants ws-chk-function for
      *ws-chk-action (or '*') against ws-chk-store (or '**').  the
      *store the operator manages is picked up on the way past.  a
      *blank operator id is never authorized.
       800-check-authority.
           move space to ws-auth-granted-flag.
           move spaces to ws-chk-home-store.
           if ws-chk-operator not = spaces
               perform varying ws-auth-idx from 1 by 1
                 until ws-auth-idx > ws-auth-count
                   if ws-auth-operator(ws-auth-idx) = ws-chk-operator
                       if ws-chk-home-store = spaces and
                         ws-auth-home-store(ws-auth-idx) not = "**"
                           move ws-auth-home-store(ws-auth-idx)
                                      to ws-chk-home-store
                       end-if
                       if ws-auth-function(ws-auth-idx)
                                      = ws-chk-function and
                         (ws-auth-action(ws-auth-idx) = ws-chk-action
                           or ws-auth-action(ws-auth-idx) = "*") and
                         (ws-auth-store(ws-auth-idx) = ws-chk-store
                           or ws-auth-store(ws-auth-idx) = "**")
                           move "Y" to ws-auth-granted-flag
                       end-if
                   end-if
               end-perform
           end-if.
      *appends one refusal to the security violation log, stamped
      *with the wall-clock date and time it was refused at.
       810-log-violation.
           move function current-date to ws-sv-datetime.
           move spaces to ws-security-log-line.
           string ws-sv-yyyy "-" ws-sv-mm "-" ws-sv-dd
             delimited by size into sv-log-date
           end-string.
           string ws-sv-hh ":" ws-sv-mi ":" ws-sv-ss
             delimited by size into sv-log-time
           end-string.
           move "VALIDDATA"      to sv-program.
           move ws-chk-operator to sv-operator.
           move ws-chk-function to sv-function.
           move ws-chk-action   to sv-action.
           move ws-chk-store    to sv-store.
           move ws-chk-key      to sv-key.
           move ws-chk-reason   to sv-reason.
           open extend security-log-file.
           write security-log-line from ws-security-log-line.
           close security-log-file.
      *
       end program FinalProject-ValidData.
