      *file with what is still open, and prints the daily aging
      *report of open items more than three days old by store.  A
      *fabricated refund that survives one busy morning stays on
      *this file until someone answers for it.  A disposition is
      *applied only when the operator authority file allows its
      *operator that action against the item's store, and a release
      *is never approved by the manager of the item's own store or
      *by the cashier who rang the transaction; refusals leave the
      *item open and are logged to the security violation log.
      *
       environment division.
       configuration section.
      *one disposition per record, keyed by a store manager: the
      *invoice number of the suspended return/void, A to approve
      *its release or D to deny it, the manager's reason, and the
      *operator id, checked against the operator authority file and
      *carried onto the report for the trail.
           select optional disposition-file
                assign to '../../../data/suspense-disp.dat'
                organization is line sequential.
           select suspense-report-file
                assign to '../../../data/suspense-aging.out'
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
              fd suspense-file
           data record is report-line.
      *
       01 report-line                    pic x(132).
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
             value 0.
         05 ws-total-aged                pic 9(5)
             value 0.
         05 ws-total-refused             pic 9(5)
             value 0.
      *
       01 ws-report-heading.
         05 filler                       pic x(29)
         05 filler                       pic x(15)
             value "  Over 3 days: ".
         05 st-aged                      pic ZZ,ZZ9.
         05 filler                       pic x(11)
             value "  Refused: ".
         05 st-refused                   pic ZZ,ZZ9.
         05 filler                       pic x(20)
             value spaces.
      *
      *written once, up front, if the suspense file has more rows
             value "5000-entry table capacity; extra items not aged.".
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
           compute ws-run-date-int =
             function integer-of-date(ws-run-date).
           perform 050-load-suspense.
           perform 045-load-operator-auth.
      *
           open extend resubmit-file.
           open output suspense-report-file.
               write report-line from ws-sus-overflow-msg
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
           perform 100-apply-dispositions.
           close resubmit-file.
           perform 650-suspense-totals.
           close suspense-report-file.
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
      *loads the suspense file into a table once at start-up; a
      *missing or empty file just means there is nothing to
      *dispose of and an empty aging report.
               move spaces to report-line
               write report-line from ws-disp-line
           end-if.
      *a disposition is applied only for an operator the authority
      *file allows this action against the item's store.  a release
      *is further refused to the manager of the item's own store and
      *to the cashier who rang the transaction, so nobody approves
      *their own refund out of suspense.
       115-check-operator.
           move dsp-operator-id    to ws-chk-operator.
           move "SUSPENSE"         to ws-chk-function.
           move dsp-action         to ws-chk-action.
           move ws-sus-image(ws-sus-idx)(11:2) to ws-chk-store.
           move "operator not authorized for this action/store"
                                   to ws-chk-reason.
           perform 800-check-authority.
           if operator-authorized and dsp-action = "A"
               if ws-chk-home-store = ws-chk-store
                   move space to ws-auth-granted-flag
                   move "approver manages this item's store"
                                   to ws-chk-reason
               else
                   if dsp-operator-id = ws-sus-image(ws-sus-idx)(46:5)
                       move space to ws-auth-granted-flag
                       move "approver rang this transaction"
                                   to ws-chk-reason
                   end-if
               end-if
           end-if.
      *approve releases the raw image into resubmit.dat - the next
      *validation run re-proves it in full, against that day's
      *history - and deny writes the item off under the manager's
      *reason.  either way the item leaves the suspense file; an
      *action code that is neither is refused and the item stays.
       120-dispose-item.
           perform 115-check-operator.
           if not operator-authorized
               perform 130-refuse-disposition
           else
               evaluate dsp-action
                   when "A"
                       write rsb-record from ws-sus-image(ws-sus-idx)
                       move "R" to ws-sus-status(ws-sus-idx)
                       add 1 to ws-total-released
                       perform 140-start-disp-line
                       move "RELEASED" to dl-action
                       move "image sent to resubmit file" to dl-detail
                       move spaces to report-line
                       write report-line from ws-disp-line
                   when "D"
                       move "D" to ws-sus-status(ws-sus-idx)
                       add 1 to ws-total-denied
                       perform 140-start-disp-line
                       move "DENIED" to dl-action
                       move dsp-reason to dl-detail
                       move spaces to report-line
                       write report-line from ws-disp-line
                   when other
                       perform 140-start-disp-line
                       move "REJECT" to dl-action
                       move "action code not A or D" to dl-detail
                       move spaces to report-line
                       write report-line from ws-disp-line
               end-evaluate
           end-if.
      *the item stays open for an authorized manager to dispose of;
      *the refusal is reported and logged as a security violation.
       130-refuse-disposition.
           add 1 to ws-total-refused.
           perform 140-start-disp-line.
           move "REFUSED" to dl-action.
           move ws-chk-reason to dl-detail.
           move spaces to report-line.
           write report-line from ws-disp-line.
           move dsp-invoice-number to ws-chk-key.
           perform 810-log-violation.
      *
       140-start-disp-line.
           move spaces             to dl-detail.
           move ws-total-unmatched to st-unmatched.
           move ws-total-open      to st-open.
           move ws-total-aged      to st-aged.
           move ws-total-refused   to st-refused.
           write report-line from ws-suspense-totals.
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
           move "SUSPENSE"      to sv-program.
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
       end program FinalProject-Suspense.
