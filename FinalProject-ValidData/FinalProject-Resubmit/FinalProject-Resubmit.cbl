      *pass to a resubmit file in the project6.dat layout ready for
      *the next run - along with a report of which rejects were
      *corrected, which are still failing, and which were never
      *addressed.  A correction is applied only when the operator
      *authority file allows the operator who keyed it to correct
      *the reject's store; refused corrections are listed on the
      *report and logged to the security violation log.
      *
       environment division.
       configuration section.
      *
      *operator-prepared corrections - invoice number of the reject,
      *the field to replace and the replacement value - keyed the
      *morning after the run that produced invalid.out, with the
      *operator id of whoever keyed it.
           select optional correction-file
                assign to '../../../data/corrections.dat'
                organization is line sequential.
           select optional sku-master-file
                assign to '../../../data/sku-master.dat'
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
      *the security violation log every maintenance, disposition
      *and override program appends its refusals to.
           select optional security-log-file
                assign to '../../../data/security-violation.log'
                organization is line sequential.
       data division.
       file section.
              fd invalid-file
         05 rp-date-window               pic x(3).
      *
       fd correction-file
           record contains 48 characters
           data record is correction-record.
      *
      *one correction per record: the invoice number of the reject
      *header and its tender details share an invoice number, so
      *the record type column narrows the correction to just the
      *header ('H') or just the details ('D'); blank applies it to
      *every reject with that invoice.  the operator id follows the
      *original 40 bytes; a correction without one is refused.
       01 correction-record.
         05 cor-invoice-number           pic x(9).
         05 cor-field-name               pic x(15).
         05 cor-new-value                pic x(15).
         05 cor-record-type              pic x.
         05 cor-operator-id              pic x(8).
      *
       fd resubmit-file
           record contains 50 characters
      *record for the SKU master file - same layout the validation
      *program reads, loaded so the SKU edit comes out the same.
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
       working-storage section.
      *the reject being worked on, in the raw input layout, so the
             value space.
         05 ws-corrected-flag            pic x
             value space.
      *a 'G' record, or a single tendered 'GC', carries a gift card
      *number in its SKU positions instead of a merchandise SKU.
         05 ws-gift-card-flag            pic x
             value space.
           88 gift-card-number-record    value "Y".
         05 ws-store-overflow-flag       pic x
             value space.
           88 store-master-overflowed    value "Y".
           10 ws-cor-field               pic x(15).
           10 ws-cor-value               pic x(15).
           10 ws-cor-rec-type            pic x.
           10 ws-cor-operator            pic x(8).
      *'T' once matched to a reject, 'R' once refused for an
      *operator not authorized to correct the reject's store.
           10 ws-cor-used-flag           pic x.
      *
       01 calculate-lines.
             value 0.
         05 ws-total-unmatched-cor       pic 9(7)
             value 0.
         05 ws-total-refused-cor         pic 9(7)
             value 0.
      *
       01 ws-heading.
         05 filler                       pic x(51)
         05 um-value                     pic x(15).
         05 filler                       pic x(66)
             value spaces.
      *
      *one report line per correction refused because its operator
      *may not correct the reject's store.
       01 ws-refused-line.
         05 filler                       pic x(23)
             value "CORRECTION REFUSED -   ".
         05 rf-invoice                   pic x(9).
         05 filler                       pic x(2)
             value spaces.
         05 rf-field                     pic x(15).
         05 filler                       pic x(2)
             value spaces.
         05 rf-value                     pic x(15).
         05 filler                       pic x(2)
             value spaces.
         05 filler                       pic x(10)
             value "Operator: ".
         05 rf-operator                  pic x(8).
         05 filler                       pic x(46)
             value spaces.
      *
       01 ws-report-totals.
         05 filler                       pic x(12)
         05 filler                       pic x(24)
             value "Unmatched corrections: ".
         05 rt-unmatched                 pic Z(6)9.
         05 filler                       pic x(11)
             value "  Refused: ".
         05 rt-refused                   pic Z(6)9.
         05 filler                       pic x(9)
             value spaces.
      *
      *written once, up front, if the corrections file has more rows
             value "1000-entry correction table; extras not applied.".
         05 filler                       pic x(32)
             value spaces.
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
      *written once, up front, when no operator could be authorized
      *- the authority file is missing or empty - or when it has
      *more rows than ws-operator-auth-tbl can hold.
       01 ws-auth-missing-msg.
         05 filler                       pic x(45)
             value "WARNING - operator authority file missing or".
         05 filler                       pic x(55)
             value "empty; every operator's transactions refused.".
         05 filler                       pic x(32)
             value spaces.
      *
       01 ws-auth-overflow-msg.
         05 filler                       pic x(45)
             value "WARNING - operator authority file exceeds the".
         05 filler                       pic x(55)
             value "500-row table; operators past it are refused.".
         05 filler                       pic x(32)
             value spaces.
      *
       procedure division.
       000-main.
           perform 050-load-store-master.
           perform 055-load-sku-master.
           perform 060-load-corrections.
           perform 045-load-operator-auth.
      *
           open input invalid-file.
           open output resubmit-file, resubmit-report-file.
               write report-line from ws-cor-overflow-msg
                 before advancing 1 lines
           end-if.
           if ws-auth-count = 0
               move spaces to report-line
               write report-line from ws-auth-missing-msg
                 before advancing 1 lines
           end-if.
           if auth-table-overflowed
               move spaces to report-line
               write report-line from ws-auth-overflow-msg
                 before advancing 1 lines
           end-if.
      *
           read invalid-file
               at end
           perform 100-process-reject until ws-eof-flag = "y".
      *
           perform 600-report-unmatched.
           perform 610-report-refused.
           perform 650-report-totals.
           close invalid-file, resubmit-file, resubmit-report-file.
           goback.
               end-read
           end-perform.
           close run-param-file.
      *loads the operator authority file into a table once at
      *start-up; a missing or empty file leaves the table empty and
      *every transaction that needs an authorized operator refused.
       045-load-operator-auth.
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
      *loads the store master file into a table once at start-up;
      *if the store master is missing or empty every corrected
      *record fails the store number edit, same as the validation
                                    to ws-cor-value(ws-cor-count)
                           move cor-record-type
                                    to ws-cor-rec-type(ws-cor-count)
                           move cor-operator-id
                                    to ws-cor-operator(ws-cor-count)
                           move space
                                    to ws-cor-used-flag(ws-cor-count)
                       else
      *to one detail pull its unchanged header through to the
      *resubmit file as well.  corrections are matched against the
      *original invoice number even when one of them replaces the
      *invoice number itself.  a correction whose operator may not
      *correct the reject's store is refused and plays no part.
       110-apply-corrections.
           perform varying ws-cor-idx from 1 by 1
             until ws-cor-idx > ws-cor-count
               if ws-cor-invoice(ws-cor-idx) = inv-invoice-number
                 and ws-cor-used-flag(ws-cor-idx) not = "R"
                   perform 115-check-correction
                   if operator-authorized
                       move ws-true-cnst to ws-corrected-flag
                       move ws-true-cnst
                                to ws-cor-used-flag(ws-cor-idx)
                       if ws-cor-rec-type(ws-cor-idx) = space or
                         ws-cor-rec-type(ws-cor-idx) = inv-record-type
                           perform 120-apply-one-correction
                       end-if
                   end-if
               end-if
           end-perform.
      *checks the correction's operator against the authority file
      *for the reject's store; a refusal is marked on the entry, so
      *it is logged once however many rejects share the invoice.
       115-check-correction.
           move ws-cor-operator(ws-cor-idx) to ws-chk-operator.
           move "RESUBMIT"         to ws-chk-function.
           move "C"                to ws-chk-action.
           move inv-store-number   to ws-chk-store.
           perform 800-check-authority.
           if not operator-authorized
               move "R" to ws-cor-used-flag(ws-cor-idx)
               move inv-invoice-number to ws-chk-key
               move "operator not authorized to correct this store"
                                   to ws-chk-reason
               perform 810-log-violation
           end-if.
      *replaces the named field on the working copy of the record,
      *patching the raw 50-byte image at the field's position so the
      *replacement bytes land exactly as if they had been keyed on
      *re-runs the same field edits the validation program applies
      *in its 200-process-input, so a record this program calls
      *corrected does not bounce again on the next run.  the
      *duplicate-invoice check and the gift card balance check are
      *not repeated here - the next validation run applies them
      *against that day's file and that day's card balances.
       200-edit-record.
           move ws-false-cnst     to ws-error-flag.
           move spaces            to ws-errors-tbl.
           end-evaluate.
      *the invoice-level edits for a single record or a header.
       201-edit-transaction.
           move space to ws-gift-card-flag.
           if emp-transac-code = 'G' or
             (input-single-record and emp-payment-type = 'GC')
               move "Y" to ws-gift-card-flag
           end-if.
      *payment is 'CA', 'CR', 'DB' or 'GC'; a header carries no
      *tender of its own, so its payment type field must be blank
      *instead.  a gift card is never bought with another gift card.
           if input-header-record
               if emp-payment-type not = spaces
                   move "header payment type not blank"
                   perform 210-record-error
               end-if
           else
               if not (emp-payment-type = 'CA' or 'CR' or 'DB'
                 or 'GC') then
                   move "Payment Invalid" to ws-new-error-text
                   perform 210-record-error
               end-if
               if emp-transac-code = 'G' and emp-payment-type = 'GC'
                   move "gift card cannot buy gift card"
                                      to ws-new-error-text
                   perform 210-record-error
               end-if
           end-if.
      *transaction code must be 'S', 'R', 'L', 'V' (void/reversal)
      *or 'G' (gift card sold or reloaded)
           if not (emp-transac-code = 'S' or 'R' or 'L' or 'V'
             or 'G') then
               move "transaction code wrong"
                                      to ws-new-error-text
               perform 210-record-error
           end-if.
      *The SKU field is X(15), so it must be alphanumeric already.
      *The edit is to check to see that is not empty(spaces).
           if emp-sku-code = spaces and
             not gift-card-number-record then
               move "sku code cant be empty-spaces"
                                      to ws-new-error-text
               perform 210-record-error
           end-if.
      *a non-blank SKU must also be on the SKU master file.  a gift
      *card record carries its card number there instead.
           move space to ws-sku-found-flag.
           if emp-sku-code not = spaces and
             not gift-card-number-record
               perform varying ws-sku-idx from 1 by 1
                 until ws-sku-idx > ws-sku-count
                   if emp-sku-code = ws-sku-mst-code(ws-sku-idx)
                                      to ws-new-error-text
               perform 210-record-error
           end-if.
           if gift-card-number-record and emp-sku-code = spaces
               move "gift card number missing"
                                      to ws-new-error-text
               perform 210-record-error
           end-if.
           perform 208-edit-transac-date.
      *the edits that belong to one tender detail on its own: its
      *tender code and amount.  whether the detail still belongs to
      *the resubmit file as a whole - these records pass through so
      *that run can prove them in context.
       206-edit-tender-detail.
           if not (emp-payment-type = 'CA' or 'CR' or 'DB' or 'GC')
               move "Payment Invalid" to ws-new-error-text
               perform 210-record-error
           end-if.
           if emp-payment-type = 'GC' and emp-sku-code = spaces
               move "gift card number missing"
                                      to ws-new-error-text
               perform 210-record-error
           end-if.
           if emp-transac-amount is not numeric
               move "Transaction must be numeric"
                                      to ws-new-error-text
           write report-line before advancing 1 lines.
           perform varying ws-cor-idx from 1 by 1
             until ws-cor-idx > ws-cor-count
               if ws-cor-used-flag(ws-cor-idx) = space
                   add 1 to ws-total-unmatched-cor
                   move ws-cor-invoice(ws-cor-idx) to um-invoice
                   move ws-cor-field(ws-cor-idx)   to um-field
                   write report-line from ws-unmatched-line
               end-if
           end-perform.
      *reports every correction refused for its operator, so the
      *fix can be rekeyed by someone authorized for the store.
       610-report-refused.
           perform varying ws-cor-idx from 1 by 1
             until ws-cor-idx > ws-cor-count
               if ws-cor-used-flag(ws-cor-idx) = "R"
                   add 1 to ws-total-refused-cor
                   move ws-cor-invoice(ws-cor-idx)  to rf-invoice
                   move ws-cor-field(ws-cor-idx)    to rf-field
                   move ws-cor-value(ws-cor-idx)    to rf-value
                   move ws-cor-operator(ws-cor-idx) to rf-operator
                   move spaces to report-line
                   write report-line from ws-refused-line
               end-if
           end-perform.
      *prints the disposition counts so the morning's worklist can
      *be balanced at a glance: every reject on invalid.out lands in
      *exactly one of the first three buckets.
           move ws-total-still-failing   to rt-still-failing.
           move ws-total-not-addressed   to rt-not-addressed.
           move ws-total-unmatched-cor   to rt-unmatched.
           move ws-total-refused-cor     to rt-refused.
           write report-line from ws-report-totals.
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
           move "RESUBMIT"      to sv-program.
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
       end program FinalProject-Resubmit.
