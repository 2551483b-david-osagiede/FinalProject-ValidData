      *who changed what - including the maintenance transactions it
      *refused and why.  A retired SKU comes off the master, which
      *is what makes the validation run reject new sales against it.
      *Each SKU also carries an effective-dated list price: a new
      *price keyed here takes effect on the date given with it
      *(today when none is given), and the price it replaces is kept
      *as the prior price so the price audit can still tell what was
      *in force before the change.  Every price change is written to
      *the audit report with its before and after prices.  The SKU
      *master serves every store, so a transaction is applied only
      *when the operator authority file allows its operator that
      *action for all stores; the rest are refused and logged to the
      *security violation log.
      *
       environment division.
       configuration section.
      *
      *one maintenance transaction per record: A adds a SKU, C
      *changes one, R retires one.  blank fields on a change mean
      *"leave as is".  the operator id is checked against the
      *operator authority file and carried onto the audit report so
      *the change trail names who keyed it.  the list
      *price and its effective date follow the operator id, so a
      *maintenance file keyed before prices existed still reads as
      *"no price change".
           select maint-file
                assign to '../../../data/sku-maint.dat'
                organization is line sequential.
           select audit-report-file
                assign to '../../../data/sku-audit.out'
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
              fd sku-master-file
                 record contains 60 characters
                 data record is sku-master-record.
      *same layout the validation program loads - one entry per
      *sellable SKU with the department that owns its sales.
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
       fd maint-file
           record contains 62 characters
           data record is maint-record.
      *
       01 maint-record.
         05 mnt-description              pic x(20).
         05 mnt-dept-number              pic x(3).
         05 mnt-operator-id              pic x(8).
      *dollars and cents with the decimal point implied (0001999 is
      *19.99); the date is yyyymmdd.
         05 mnt-list-price               pic x(7).
         05 mnt-list-price-num redefines mnt-list-price
                                         pic 9(5)v99.
         05 mnt-price-eff-date           pic x(8).
      *
       fd audit-report-file
           record contains 132 characters
           data record is audit-line.
      *
       01 audit-line                     pic x(132).
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
       01 ws-flags.
           10 ws-sku-mst-code            pic x(15).
           10 ws-sku-mst-desc            pic x(20).
           10 ws-sku-mst-dept            pic 9(3).
           10 ws-sku-mst-price           pic 9(5)v99.
           10 ws-sku-mst-eff-date        pic 9(8).
           10 ws-sku-mst-prior           pic 9(5)v99.
      *
      *the entry the lookup landed on, held while one transaction
      *is applied, and the before-image for the audit line.
             value 0.
         05 ws-old-description           pic x(20).
         05 ws-old-dept-number           pic 9(3).
         05 ws-old-list-price            pic 9(5)v99.
      *the slot a price is being set on, the date it takes effect,
      *and whether this transaction changed a price at all.
         05 ws-price-slot                pic 9(4)
             value 0.
         05 ws-new-eff-date              pic 9(8)
             value 0.
         05 ws-price-changed-flag        pic x
             value space.
           88 price-was-changed          value "Y".
      *
      *edited prices for the price-change audit line.
       01 ws-price-edits.
         05 ws-old-price-edit            pic ZZ,ZZ9.99.
         05 ws-new-price-edit            pic ZZ,ZZ9.99.
      *
       01 ws-run-date-ctl.
         05 ws-run-date-raw              pic x(21).
             value "2000-SKU table capacity; extra SKUs not loaded.".
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
           move function current-date to ws-run-date-raw.
           move ws-run-date-raw(1:8) to ws-run-date.
           perform 050-load-sku-master.
           perform 045-load-operator-auth.
      *
           open input maint-file.
           open output audit-report-file.
               write audit-line from ws-sku-overflow-msg
                 before advancing 1 lines
           end-if.
           if ws-auth-count = 0
               move spaces to audit-line
               write audit-line from ws-auth-missing-msg
                 before advancing 1 lines
           end-if.
           if auth-table-overflowed
               move spaces to audit-line
               write audit-line from ws-auth-overflow-msg
                 before advancing 1 lines
           end-if.
      *
           read maint-file
               at end
           perform 600-audit-totals.
           close audit-report-file.
           goback.
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
      *loads the current SKU master into the table.
       050-load-sku-master.
           move space to ws-master-eof-flag.
                                    to ws-sku-mst-desc(ws-sku-count)
                           move skm-dept-number
                                    to ws-sku-mst-dept(ws-sku-count)
                           perform 055-load-sku-price
                       else
                           move ws-true-cnst to ws-sku-overflow-flag
                       end-if
               end-read
           end-perform.
           close sku-master-file.
      *a master written before prices were carried has blanks in
      *the price positions - that SKU loads as never priced.
       055-load-sku-price.
           if skm-list-price is numeric and
             skm-price-eff-date is numeric and
             skm-prior-price is numeric
               move skm-list-price
                                to ws-sku-mst-price(ws-sku-count)
               move skm-price-eff-date
                                to ws-sku-mst-eff-date(ws-sku-count)
               move skm-prior-price
                                to ws-sku-mst-prior(ws-sku-count)
           else
               move 0 to ws-sku-mst-price(ws-sku-count)
               move 0 to ws-sku-mst-eff-date(ws-sku-count)
               move 0 to ws-sku-mst-prior(ws-sku-count)
           end-if.
      *applies one maintenance transaction and reads the next.
       100-apply-maintenance.
           move space to ws-price-changed-flag.
           perform 110-find-sku.
           perform 105-check-operator.
           if not operator-authorized
               perform 185-reject-unauthorized
           else
               evaluate mnt-action
                   when "A"
                       perform 120-add-sku
                   when "C"
                       perform 130-change-sku
                   when "R"
                       perform 140-retire-sku
                   when other
                       perform 150-reject-action
               end-evaluate
           end-if.
      *
           read maint-file
               at end
                   move "y" to ws-maint-eof-flag
           end-read.
      *a transaction is applied only for an operator the authority
      *file allows this action for every store, the SKU master being
      *shared by all of them.
       105-check-operator.
           move mnt-operator-id  to ws-chk-operator.
           move "SKUMNT"         to ws-chk-function.
           move mnt-action       to ws-chk-action.
           move "**"             to ws-chk-store.
           perform 800-check-authority.
      *looks the transaction's SKU code up in the table and
      *remembers which slot it landed on along with the before-image
      *for the audit line.
      *and a numeric department are required up front - a fat-
      *fingered department here is exactly what moves sales into
      *the wrong bucket on the department breakdown downstream.
      *a list price is optional on an add; when one is keyed it
      *must be numeric, and so must its effective date.
       120-add-sku.
           evaluate true
               when ws-sku-found-flag = "Y"
                   perform 175-reject-blank-sku
               when mnt-dept-number is not numeric
                   perform 190-reject-bad-dept
               when mnt-list-price not = spaces and
                 mnt-list-price-num is not numeric
                   perform 192-reject-bad-price
               when mnt-price-eff-date not = spaces and
                 (mnt-price-eff-date is not numeric or
                  mnt-list-price = spaces)
                   perform 194-reject-bad-eff-date
               when ws-sku-count >= 2000
                   perform 170-reject-full
               when other
                            to ws-sku-mst-desc(ws-sku-count)
                   move mnt-dept-number
                            to ws-sku-mst-dept(ws-sku-count)
                   move 0 to ws-sku-mst-price(ws-sku-count)
                   move 0 to ws-sku-mst-eff-date(ws-sku-count)
                   move 0 to ws-sku-mst-prior(ws-sku-count)
                   add 1 to ws-total-applied
                   perform 200-audit-change
                   if mnt-list-price not = spaces
                       move ws-sku-count to ws-price-slot
                       perform 135-set-list-price
                   end-if
           end-evaluate.
      *changes an existing SKU, replacing only the fields the
      *transaction supplies - blank means leave as is.  a non-blank
               when mnt-dept-number not = spaces and
                 mnt-dept-number is not numeric
                   perform 190-reject-bad-dept
               when mnt-list-price not = spaces and
                 mnt-list-price-num is not numeric
                   perform 192-reject-bad-price
               when mnt-price-eff-date not = spaces and
                 (mnt-price-eff-date is not numeric or
                  mnt-list-price = spaces)
                   perform 194-reject-bad-eff-date
               when other
                   if mnt-description not = spaces
                       move mnt-description
                   end-if
                   add 1 to ws-total-applied
                   perform 200-audit-change
                   if mnt-list-price not = spaces
                       move ws-found-slot to ws-price-slot
                       perform 135-set-list-price
                   end-if
           end-evaluate.
      *puts a new list price on the SKU, effective on the date keyed
      *with it or today.  the price in force until then becomes the
      *prior price - unless the SKU's current price is itself a
      *change not yet in force, in which case it is simply replaced
      *and the prior price already on file stays the one in force.
       135-set-list-price.
           if mnt-price-eff-date = spaces
               move ws-run-date to ws-new-eff-date
           else
               move mnt-price-eff-date to ws-new-eff-date
           end-if.
           move ws-sku-mst-price(ws-price-slot) to ws-old-list-price.
           if ws-sku-mst-eff-date(ws-price-slot) <= ws-run-date
               move ws-sku-mst-price(ws-price-slot)
                                to ws-sku-mst-prior(ws-price-slot)
           end-if.
           move mnt-list-price-num
                                to ws-sku-mst-price(ws-price-slot).
           move ws-new-eff-date
                                to ws-sku-mst-eff-date(ws-price-slot).
           move "Y" to ws-price-changed-flag.
           perform 205-audit-price-change.
      *retires an existing SKU: the audit line carries the image it
      *went out with, then the entry comes off the table so the
      *rewritten master no longer lists it and the validation run
                                  to ws-sku-mst-desc(ws-shift-idx)
               move ws-sku-mst-dept(ws-shift-idx + 1)
                                  to ws-sku-mst-dept(ws-shift-idx)
               move ws-sku-mst-price(ws-shift-idx + 1)
                                  to ws-sku-mst-price(ws-shift-idx)
               move ws-sku-mst-eff-date(ws-shift-idx + 1)
                                  to ws-sku-mst-eff-date(ws-shift-idx)
               move ws-sku-mst-prior(ws-shift-idx + 1)
                                  to ws-sku-mst-prior(ws-shift-idx)
           end-perform.
           subtract 1 from ws-sku-count.
      *
           move "SKU not on master" to al-detail.
           move spaces to audit-line.
           write audit-line from ws-audit-line.
      *refused on the audit report like any other reject, and
      *logged as a security violation.
       185-reject-unauthorized.
           add 1 to ws-total-rejected.
           perform 210-start-audit-line.
           move "REJECT" to al-action.
           move "operator not authorized for this action"
                                      to al-detail.
           move spaces to audit-line.
           write audit-line from ws-audit-line.
           move mnt-sku-code to ws-chk-key.
           move "operator not authorized for this action"
                                      to ws-chk-reason.
           perform 810-log-violation.
      *
       190-reject-bad-dept.
           add 1 to ws-total-rejected.
           move "department number not numeric" to al-detail.
           move spaces to audit-line.
           write audit-line from ws-audit-line.
      *
       192-reject-bad-price.
           add 1 to ws-total-rejected.
           perform 210-start-audit-line.
           move "REJECT" to al-action.
           move "list price not numeric" to al-detail.
           move spaces to audit-line.
           write audit-line from ws-audit-line.
      *a price effective date with no price to go with it is as
      *likely a mis-keyed line as an intended change, so it is
      *refused rather than guessed at.
       194-reject-bad-eff-date.
           add 1 to ws-total-rejected.
           perform 210-start-audit-line.
           move "REJECT" to al-action.
           move "price effective date not numeric or no price"
                                      to al-detail.
           move spaces to audit-line.
           write audit-line from ws-audit-line.
      *writes the audit line for an applied transaction with the
      *before and after images of the SKU entry.
       200-audit-change.
           end-evaluate.
           move spaces to audit-line.
           write audit-line from ws-audit-line.
      *writes a second audit line for a transaction that set a list
      *price, with the price it replaced and the date the new one
      *takes effect, so every price change names who keyed it.
       205-audit-price-change.
           perform 210-start-audit-line.
           move "PRICE" to al-action.
           move ws-old-list-price to ws-old-price-edit.
           move ws-sku-mst-price(ws-price-slot) to ws-new-price-edit.
           string "was " ws-old-price-edit
             "  now " ws-new-price-edit
             "  effective " ws-new-eff-date
             delimited by size into al-detail
           end-string.
           move spaces to audit-line.
           write audit-line from ws-audit-line.
      *
       210-start-audit-line.
           move spaces          to al-detail.
               move ws-sku-mst-code(ws-sku-idx) to skm-sku-code
               move ws-sku-mst-desc(ws-sku-idx) to skm-description
               move ws-sku-mst-dept(ws-sku-idx) to skm-dept-number
               move ws-sku-mst-price(ws-sku-idx) to skm-list-price
               move ws-sku-mst-eff-date(ws-sku-idx)
                                               to skm-price-eff-date
               move ws-sku-mst-prior(ws-sku-idx) to skm-prior-price
               write sku-master-record
           end-perform.
           close sku-master-file.
           move ws-total-applied  to at-applied.
           move ws-total-rejected to at-rejected.
           write audit-line from ws-audit-totals.
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
           move "SKUMAINT"      to sv-program.
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
       end program FinalProject-SkuMaint.
