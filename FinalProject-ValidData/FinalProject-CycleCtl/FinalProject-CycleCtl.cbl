       identification division.
       program-id. FinalProject-CycleCtl.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program runs the nightly cycle in
      *place of the night operator starting each program by hand.
      *It reads the cycle step table - each step's program, the
      *steps it depends on and the highest return code it may end
      *with - and calls the steps in table order, recording each
      *one's start, end and return code on the cycle status file
      *under the processing calendar's business date.  A step whose
      *predecessor failed, or was itself held, is held and not run.
      *A rerun for the same business date skips every step already
      *completed and resumes at the step that failed.  The cycle
      *report prints, on one page, what ran, what was held and why.
      *The validation step reads its run parameters as always, so
      *they should carry batch mode for an unattended cycle.
      *
       environment division.
       configuration section.
      *one record per step, in the order the steps run: the step
      *number, the program to call, up to three step numbers that
      *must have completed first (00 for none), and the highest
      *return code the step may end with and still count as
      *completed.
       select optional step-table-file
                assign to '../../../data/cycle-steps.dat'
                organization is line sequential.
      *
      *one record per business date and step: what the step did on
      *its last attempt for that date.  a rerun reads it to skip
      *the completed steps.
           select cycle-status-file
                assign to '../../../data/cycle-status.dat'
                organization is indexed
                access mode is dynamic
                record key is cst-status-key
                file status is ws-cycle-status-status.
      *
      *the processing calendar shared with the validation run: the
      *cycle runs under the business date it names.  a missing
      *calendar leaves the wall-clock date in charge.
           select optional calendar-file
                assign to '../../../data/processing-calendar.dat'
                organization is line sequential.
      *
           select cycle-report-file
                assign to '../../../data/cycle-report.out'
                organization is line sequential.
       data division.
       file section.
       fd step-table-file
           record contains 40 characters
           data record is step-table-record.
      *
       01 step-table-record.
         05 cs-step-seq                  pic 99.
         05 cs-program                   pic x(30).
         05 cs-pred-1                    pic 99.
         05 cs-pred-2                    pic 99.
         05 cs-pred-3                    pic 99.
         05 cs-max-return-code           pic 99.
      *
       fd cycle-status-file
           record contains 113 characters
           data record is cycle-status-record.
      *status 'C' completed within its limit, 'F' failed - ended
      *above its limit or could not be called - 'H' held behind a
      *predecessor, 'S' started but never finished (the cycle itself
      *ended mid-step).  only 'C' is skipped on a rerun.
       01 cycle-status-record.
         05 cst-status-key.
           10 cst-business-date          pic 9(8).
           10 cst-step-seq               pic 99.
         05 cst-program                  pic x(30).
         05 cst-status                   pic x.
         05 cst-start-date               pic 9(8).
         05 cst-start-time               pic 9(6).
         05 cst-end-date                 pic 9(8).
         05 cst-end-time                 pic 9(6).
         05 cst-return-code              pic 9(4).
         05 cst-reason                   pic x(40).
      *
       fd calendar-file
           record contains 9 characters
           data record is calendar-record.
      *same layout the validation and GL posting runs read.
       01 calendar-record.
         05 cal-business-date            pic 9(8).
         05 cal-processed-flag           pic x.
      *
       fd cycle-report-file
           record contains 132 characters
           data record is report-line.
      *
       01 report-line                    pic x(132).
      *
       working-storage section.
       01 ws-flags.
         05 ws-step-eof-flag             pic x
             value space.
         05 ws-calendar-eof-flag         pic x
             value space.
         05 ws-step-overflow-flag        pic x
             value space.
           88 step-table-overflowed      value "Y".
         05 ws-status-found-flag         pic x
             value space.
           88 status-row-on-file         value "Y".
         05 ws-preds-ready-flag          pic x
             value space.
           88 predecessors-ready         value "Y".
         05 ws-pred-found-flag           pic x
             value space.
      *
      *the status of the last cycle status file operation - '35' on
      *the open is a file no cycle has created yet.
       01 ws-cycle-status-status         pic xx
             value spaces.
      *
      *the step table held for the run, with what each step did
      *this cycle so its dependents can be judged.
       01 ws-step-tbl.
         05 ws-step-count                pic 9(2)
             value 0.
         05 ws-step-entry occurs 1 to 30 times
             depending on ws-step-count
             indexed by ws-step-idx ws-pred-idx.
           10 ws-step-seq                pic 99.
           10 ws-step-program            pic x(30).
           10 ws-step-pred               pic 99 occurs 3 times.
           10 ws-step-max-rc             pic 99.
           10 ws-step-status             pic x.
      *
       01 ws-run-date-ctl.
         05 ws-run-date-raw              pic x(21).
         05 ws-run-date                  pic 9(8).
      *
      *the wall-clock date and time a step starts or ends at.
       01 ws-clock-ctl.
         05 ws-clock-raw                 pic x(21).
         05 ws-clock-flds redefines ws-clock-raw.
           10 ws-clock-date              pic 9(8).
           10 ws-clock-time              pic 9(6).
           10 filler                     pic x(7).
         05 ws-time-edit                 pic 9(6).
         05 ws-time-flds redefines ws-time-edit.
           10 ws-time-hh                 pic 99.
           10 ws-time-mi                 pic 99.
           10 ws-time-ss                 pic 99.
         05 ws-time-text                 pic x(8).
         05 ws-step-start-date           pic 9(8).
         05 ws-step-start-time           pic 9(6).
      *
      *the step being worked: the program called, its return code,
      *the predecessor being checked and the reason it was held.
       01 ws-step-work.
         05 ws-call-program              pic x(30).
         05 ws-step-rc                   pic s9(4)
             value 0.
         05 ws-pred-sub                  pic 9
             value 0.
         05 ws-pred-seq                  pic 99
             value 0.
         05 ws-pred-slot                 pic 9(2)
             value 0.
         05 ws-hold-reason               pic x(40).
         05 ws-seq-text                  pic 99.
         05 ws-result-text               pic x(17).
      *
       01 calculate-lines.
         05 ws-tot-ran                   pic 9(3)
             value 0.
         05 ws-tot-completed             pic 9(3)
             value 0.
         05 ws-tot-skipped               pic 9(3)
             value 0.
         05 ws-tot-failed                pic 9(3)
             value 0.
         05 ws-tot-held                  pic 9(3)
             value 0.
      *
       01 ws-report-heading.
         05 filler                       pic x(34)
             value "Nightly Cycle Report - business   ".
         05 rh-business-date             pic 9(8).
         05 filler                       pic x(14)
             value "  Run date:   ".
         05 rh-run-date                  pic 9(8).
         05 filler                       pic x(68)
             value spaces.
      *
       01 ws-column-heading.
         05 filler                       pic x(4)
             value "St  ".
         05 filler                       pic x(32)
             value "Program".
         05 filler                       pic x(19)
             value "Result".
         05 filler                       pic x(6)
             value "  RC  ".
         05 filler                       pic x(10)
             value "Started".
         05 filler                       pic x(10)
             value "Ended".
         05 filler                       pic x(51)
             value "Reason".
      *
      *one line per step: what it did on this cycle and, for a step
      *held or failed, why.
       01 ws-step-line.
         05 sl-step-seq                  pic 99.
         05 filler                       pic x(2)
             value spaces.
         05 sl-program                   pic x(30).
         05 filler                       pic x(2)
             value spaces.
         05 sl-result                    pic x(17).
         05 filler                       pic x(2)
             value spaces.
         05 sl-return-code               pic ZZZ9.
         05 filler                       pic x(2)
             value spaces.
         05 sl-start-time                pic x(8).
         05 filler                       pic x(2)
             value spaces.
         05 sl-end-time                  pic x(8).
         05 filler                       pic x(2)
             value spaces.
         05 sl-reason                    pic x(51).
      *
       01 ws-cycle-totals.
         05 filler                       pic x(7)
             value "Steps: ".
         05 ct-steps                     pic ZZ9.
         05 filler                       pic x(8)
             value "   Ran: ".
         05 ct-ran                       pic ZZ9.
         05 filler                       pic x(14)
             value "   Completed: ".
         05 ct-completed                 pic ZZ9.
         05 filler                       pic x(22)
             value "   Completed earlier: ".
         05 ct-skipped                   pic ZZ9.
         05 filler                       pic x(11)
             value "   Failed: ".
         05 ct-failed                    pic ZZ9.
         05 filler                       pic x(9)
             value "   Held: ".
         05 ct-held                      pic ZZ9.
         05 filler                       pic x(43)
             value spaces.
      *
       01 ws-no-steps-line.
         05 filler                       pic x(132)
             value "CYCLE NOT RUN - step table missing or empty.".
      *
       01 ws-step-overflow-msg.
         05 filler                       pic x(45)
             value "WARNING - cycle step table exceeds the".
         05 filler                       pic x(55)
             value "30-step capacity; steps past it were not run.".
         05 filler                       pic x(32)
             value spaces.
      *
       procedure division.
       000-main.
      *  runs the cycle's steps in table order under the business
      *  date, resuming after the last completed step on a rerun,
      *  and prints the cycle report.
           perform 015-load-calendar.
           perform 010-load-step-table.
      *
           open output cycle-report-file.
           move spaces to report-line.
           move ws-run-date to rh-business-date.
           move ws-run-date-raw(1:8) to rh-run-date.
           write report-line from ws-report-heading
             before advancing 2 lines.
           if ws-step-count = 0
               move spaces to report-line
               write report-line from ws-no-steps-line
               close cycle-report-file
               move 12 to return-code
               goback
           end-if.
           if step-table-overflowed
               move spaces to report-line
               write report-line from ws-step-overflow-msg
                 before advancing 1 lines
           end-if.
           move spaces to report-line.
           write report-line from ws-column-heading.
      *
           perform 020-open-cycle-status.
           perform 100-run-step
             varying ws-step-idx from 1 by 1
             until ws-step-idx > ws-step-count.
           close cycle-status-file.
      *
           perform 600-cycle-totals.
           close cycle-report-file.
      *a cycle that left anything failed or held, or whose step
      *table held more steps than were run, ends with 8 so the
      *morning shift knows to pick it up; a rerun resumes it.
           if ws-tot-failed > 0 or ws-tot-held > 0 or
             step-table-overflowed
               move 8 to return-code
           else
               move 0 to return-code
           end-if.
           goback.
      *loads the step table once at start-up.  a row without a
      *numeric step number or with no program is ignored, and a
      *limit that is not numeric allows only a clean 0.
       010-load-step-table.
           move space to ws-step-eof-flag.
           open input step-table-file.
           perform until ws-step-eof-flag = "y"
               read step-table-file
                   at end
                       move "y" to ws-step-eof-flag
                   not at end
                       if cs-step-seq is numeric and
                         cs-program not = spaces
                           perform 012-add-step
                       end-if
               end-read
           end-perform.
           close step-table-file.
      *
       012-add-step.
           if ws-step-count < 30
               add 1 to ws-step-count
               move cs-step-seq to ws-step-seq(ws-step-count)
               move cs-program  to ws-step-program(ws-step-count)
               move 0 to ws-step-pred(ws-step-count, 1)
               move 0 to ws-step-pred(ws-step-count, 2)
               move 0 to ws-step-pred(ws-step-count, 3)
               if cs-pred-1 is numeric
                   move cs-pred-1 to ws-step-pred(ws-step-count, 1)
               end-if
               if cs-pred-2 is numeric
                   move cs-pred-2 to ws-step-pred(ws-step-count, 2)
               end-if
               if cs-pred-3 is numeric
                   move cs-pred-3 to ws-step-pred(ws-step-count, 3)
               end-if
               if cs-max-return-code is numeric
                   move cs-max-return-code
                                    to ws-step-max-rc(ws-step-count)
               else
                   move 0 to ws-step-max-rc(ws-step-count)
               end-if
               move space to ws-step-status(ws-step-count)
           else
               move "Y" to ws-step-overflow-flag
           end-if.
      *takes the business date from the processing calendar when
      *one is maintained, and from the wall clock otherwise.  it is
      *read once, before the end-of-day step advances it, so every
      *step of the cycle is recorded under the same date.
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
      *opens the cycle status file for update, creating it the
      *first time a cycle is run.
       020-open-cycle-status.
           open i-o cycle-status-file.
           if ws-cycle-status-status = "35"
               open output cycle-status-file
               close cycle-status-file
               open i-o cycle-status-file
           end-if.
      *works one step: one already completed for this business
      *date is skipped, one whose predecessors are not all
      *completed is held, and any other is called.
       100-run-step.
           move ws-step-seq(ws-step-idx)     to cst-step-seq.
           move ws-run-date                  to cst-business-date.
           move space to ws-status-found-flag.
           read cycle-status-file
               key is cst-status-key
               invalid key
                   continue
               not invalid key
                   move "Y" to ws-status-found-flag
           end-read.
      *
           if status-row-on-file and cst-status = "C"
               move "C" to ws-step-status(ws-step-idx)
               add 1 to ws-tot-skipped
               move "COMPLETED EARLIER" to ws-result-text
               move spaces to ws-hold-reason
               perform 150-write-step-line
           else
               perform 110-check-predecessors
               if predecessors-ready
                   perform 120-call-step
               else
                   perform 130-hold-step
               end-if
           end-if.
      *a step is ready when every predecessor it names has
      *completed on this cycle; the first one that has not is the
      *reason it is held.
       110-check-predecessors.
           move "Y" to ws-preds-ready-flag.
           move spaces to ws-hold-reason.
           perform 115-check-one-pred
             varying ws-pred-sub from 1 by 1
             until ws-pred-sub > 3 or not predecessors-ready.
      *
       115-check-one-pred.
           move ws-step-pred(ws-step-idx, ws-pred-sub) to ws-pred-seq.
           if ws-pred-seq not = 0
               move space to ws-pred-found-flag
               move 0 to ws-pred-slot
               perform varying ws-pred-idx from 1 by 1
                 until ws-pred-idx > ws-step-count
                   if ws-step-seq(ws-pred-idx) = ws-pred-seq
                       move "Y" to ws-pred-found-flag
                       set ws-pred-slot to ws-pred-idx
                       set ws-pred-idx to ws-step-count
                   end-if
               end-perform
               evaluate true
                   when ws-pred-found-flag not = "Y"
                       move space to ws-preds-ready-flag
                       string "predecessor step " ws-pred-seq
                         " not in step table"
                         delimited by size into ws-hold-reason
                       end-string
                   when ws-step-status(ws-pred-slot) = "C"
                       continue
                   when ws-step-status(ws-pred-slot) = "F"
                       move space to ws-preds-ready-flag
                       string "predecessor step " ws-pred-seq
                         " failed"
                         delimited by size into ws-hold-reason
                       end-string
                   when ws-step-status(ws-pred-slot) = "H"
                       move space to ws-preds-ready-flag
                       string "predecessor step " ws-pred-seq
                         " held"
                         delimited by size into ws-hold-reason
                       end-string
                   when other
                       move space to ws-preds-ready-flag
                       string "predecessor step " ws-pred-seq
                         " has not run"
                         delimited by size into ws-hold-reason
                       end-string
               end-evaluate
           end-if.
      *records the step as started before calling it, so a cycle
      *that dies inside a step leaves it 'S' and the rerun calls it
      *again; then calls it and judges its return code against the
      *step's limit.  a program that cannot be called fails the
      *step.  the program is cancelled afterwards so a later cycle
      *in the same run unit starts it fresh.
       120-call-step.
           add 1 to ws-tot-ran.
           move function current-date to ws-clock-raw.
           move ws-step-program(ws-step-idx) to cst-program.
           move "S"            to cst-status.
           move ws-clock-date  to ws-step-start-date.
           move ws-clock-time  to ws-step-start-time.
           move ws-clock-date  to cst-start-date.
           move ws-clock-time  to cst-start-time.
           move 0              to cst-end-date.
           move 0              to cst-end-time.
           move 0              to cst-return-code.
           move spaces         to cst-reason.
           perform 200-put-status.
      *
           move ws-step-program(ws-step-idx) to ws-call-program.
           move spaces to ws-hold-reason.
           move 0 to return-code.
           call ws-call-program
               on exception
                   move 0 to ws-step-rc
                   move "F" to ws-step-status(ws-step-idx)
                   move "program could not be called"
                                      to ws-hold-reason
               not on exception
                   move return-code to ws-step-rc
                   if ws-step-rc > ws-step-max-rc(ws-step-idx)
                       move "F" to ws-step-status(ws-step-idx)
                       move ws-step-max-rc(ws-step-idx)
                                      to ws-seq-text
                       string "return code above limit of "
                         ws-seq-text
                         delimited by size into ws-hold-reason
                       end-string
                   else
                       move "C" to ws-step-status(ws-step-idx)
                   end-if
           end-call.
           cancel ws-call-program.
           move 0 to return-code.
      *
           move function current-date to ws-clock-raw.
           move ws-step-seq(ws-step-idx) to cst-step-seq.
           move ws-run-date   to cst-business-date.
           move ws-step-program(ws-step-idx) to cst-program.
           move ws-step-status(ws-step-idx) to cst-status.
           move ws-step-start-date to cst-start-date.
           move ws-step-start-time to cst-start-time.
           move ws-clock-date to cst-end-date.
           move ws-clock-time to cst-end-time.
           move ws-step-rc    to cst-return-code.
           move ws-hold-reason to cst-reason.
           perform 200-put-status.
      *
           if ws-step-status(ws-step-idx) = "C"
               add 1 to ws-tot-completed
               move "COMPLETED" to ws-result-text
           else
               add 1 to ws-tot-failed
               move "FAILED" to ws-result-text
           end-if.
           perform 150-write-step-line.
      *a held step is recorded with its reason and no times, and
      *its own dependents are held behind it in turn.
       130-hold-step.
           add 1 to ws-tot-held.
           move "H" to ws-step-status(ws-step-idx).
           move ws-step-program(ws-step-idx) to cst-program.
           move "H"            to cst-status.
           move 0              to cst-start-date.
           move 0              to cst-start-time.
           move 0              to cst-end-date.
           move 0              to cst-end-time.
           move 0              to cst-return-code.
           move ws-hold-reason to cst-reason.
           perform 200-put-status.
           move "HELD" to ws-result-text.
           perform 150-write-step-line.
      *prints the step's line from its cycle status record.
       150-write-step-line.
           move spaces to ws-step-line.
           move ws-step-seq(ws-step-idx)     to sl-step-seq.
           move ws-step-program(ws-step-idx) to sl-program.
           move ws-result-text to sl-result.
           if cst-status = "H"
               move spaces to sl-start-time
               move spaces to sl-end-time
           else
               move cst-return-code to sl-return-code
               move cst-start-time to ws-time-edit
               perform 160-format-time
               move ws-time-text to sl-start-time
               move cst-end-time to ws-time-edit
               perform 160-format-time
               move ws-time-text to sl-end-time
           end-if.
           move cst-reason to sl-reason.
           move spaces to report-line.
           write report-line from ws-step-line.
      *
       160-format-time.
           move spaces to ws-time-text.
           string ws-time-hh ":" ws-time-mi ":" ws-time-ss
             delimited by size into ws-time-text
           end-string.
      *writes the step's cycle status record, or rewrites it when
      *an earlier attempt for the same business date left one.
       200-put-status.
           if status-row-on-file
               rewrite cycle-status-record
           else
               write cycle-status-record
               move "Y" to ws-status-found-flag
           end-if.
      *
       600-cycle-totals.
           move spaces to report-line.
           write report-line before advancing 1 lines.
           move ws-step-count    to ct-steps.
           move ws-tot-ran       to ct-ran.
           move ws-tot-completed to ct-completed.
           move ws-tot-skipped   to ct-skipped.
           move ws-tot-failed    to ct-failed.
           move ws-tot-held      to ct-held.
           move spaces to report-line.
           write report-line from ws-cycle-totals.
      *
       end program FinalProject-CycleCtl.
