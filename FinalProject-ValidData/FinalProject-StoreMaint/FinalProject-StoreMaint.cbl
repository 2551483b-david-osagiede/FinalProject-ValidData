      *them, rewrites the store master with each store's open/closed
      *status and effective open and close dates, and writes a
      *change-audit report of who changed what - including the
      *maintenance transactions it refused and why.  A transaction
      *is applied only when the operator authority file allows its
      *operator that action against that store; the rest are
      *refused and logged to the security violation log.
      *
       environment division.
       configuration section.
      *
      *one maintenance transaction per record: A adds a store, C
      *changes one, R retires one.  blank fields on a change mean
      *"leave as is".  the operator id is checked against the
      *operator authority file and carried onto the audit report so
      *the change trail names who keyed it.
           select maint-file
                assign to '../../../data/store-maint.dat'
                organization is line sequential.
           select audit-report-file
                assign to '../../../data/store-audit.out'
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
              fd store-master-file
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
             value "99-store table capacity; extra stores not loaded.".
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
           perform 050-load-store-master.
           perform 045-load-operator-auth.
      *
           open input maint-file.
           open output audit-report-file.
               write audit-line from ws-store-overflow-msg
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
      *loads the current store master into the table; records from
      *before the status and effective dates existed come back
      *space-filled and are carried as open stores with no dates.
      *applies one maintenance transaction and reads the next.
       100-apply-maintenance.
           perform 110-find-store.
           perform 105-check-operator.
           if not operator-authorized
               perform 185-reject-unauthorized
           else
               evaluate mnt-action
                   when "A"
                       perform 120-add-store
                   when "C"
                       perform 130-change-store
                   when "R"
                       perform 140-retire-store
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
      *file allows this action against this store.
       105-check-operator.
           move mnt-operator-id  to ws-chk-operator.
           move "STOREMNT"       to ws-chk-function.
           move mnt-action       to ws-chk-action.
           move mnt-store-number to ws-chk-store.
           perform 800-check-authority.
      *looks the transaction's store number up in the table and
      *remembers which slot it landed on along with the before-image
      *for the audit line.
           move "store not on master" to al-detail.
           move spaces to audit-line.
           write audit-line from ws-audit-line.
      *refused on the audit report like any other reject, and
      *logged as a security violation.
       185-reject-unauthorized.
           add 1 to ws-total-rejected.
           perform 210-start-audit-line.
           move "REJECT" to al-action.
           move "operator not authorized for this action/store"
                                      to al-detail.
           move spaces to audit-line.
           write audit-line from ws-audit-line.
           move mnt-store-number to ws-chk-key.
           move "operator not authorized for this action/store"
                                      to ws-chk-reason.
           perform 810-log-violation.
      *writes the audit line for an applied transaction with the
      *before and after images of the store entry.
       200-audit-change.
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
           move "STOREMAINT"      to sv-program.
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
       end program FinalProject-StoreMaint.
