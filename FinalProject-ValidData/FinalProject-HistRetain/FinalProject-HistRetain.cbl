      *every run. It splits the history by posted date against a
      *retention window (90 days unless the retention parameter
      *file says otherwise, matching the return policy): invoices
      *older than the window go to a dated archive file and are
      *deleted from the active history, and a report shows the
      *counts and dollars archived versus retained so nothing-lost
      *can be proven. The history is an indexed file keyed on the
      *invoice number, so the validation program reads it directly
      *and the window is purely the return policy - there is no
      *table size to keep it under.  A history still in the line
      *sequential form the validation program used to append is
      *converted to the indexed file on the way through: it is
      *copied to invoice-history.seq, the indexed file is created
      *in its place and the copy is loaded into it.
      *
       environment division.
       configuration section.
       select optional invoice-history-file
                assign to '../../../data/invoice-history.dat'
                organization is indexed
                access mode is dynamic
                record key is hist-invoice-number
                file status is ws-history-status.
      *
      *the same invoice-history.dat read as the line sequential file
      *the validation program used to append, for converting it when
      *the indexed open finds a file in that older form.
           select optional old-history-file
                assign to '../../../data/invoice-history.dat'
                organization is line sequential
                file status is ws-old-history-status.
      *
      *the history as the validation program used to append it, one
      *line per posted sale - present only until it has been loaded
      *into the indexed file above, then emptied.  a missing file
      *loads nothing.
           select optional sequential-history-file
                assign to '../../../data/invoice-history.seq'
                organization is line sequential.
      *
      *the archive's name carries the run date, so each retention
           select archive-file
                assign to dynamic ws-archive-file-path
                organization is line sequential.
      *
           select retention-report-file
                assign to '../../../data/retention-report.out'
      *
       01 archive-record                 pic x(26).
      *
       fd old-history-file
           record contains 26 characters
           data record is old-history-record.
      *
       01 old-history-record             pic x(26).
      *the same bytes as a history record, to prove them one.
       01 old-history-fields redefines old-history-record.
         05 old-invoice-number           pic x(9).
         05 old-store-number             pic 99.
         05 old-transac-amount           pic s9(5)v99.
         05 old-posted-date              pic 9(8).
      *
       fd sequential-history-file
           record contains 26 characters
           data record is sequential-history-record.
      *
       01 sequential-history-record      pic x(26).
      *
       fd retention-report-file
           record contains 132 characters
         05 ws-param-eof-flag            pic x
             value space.
      *
      *the status of the last invoice history operation - '35' on
      *the open is a history file that does not exist yet.
       01 ws-history-status              pic xx
             value spaces.
      *
      *the status of the open of the history in its older line
      *sequential form, and how many records were converted.
       01 ws-old-history-status          pic xx
             value spaces.
       01 ws-converted-count             pic 9(7)
             value 0.
      *set by the proving pass: 'Y' only when the file held at
      *least one record and every one looked like history.
       01 ws-old-history-valid-flag      pic x
             value space.
         88 old-history-proven           value "Y".
      *
      *the run date, the retention window, and the posted date of
      *the record being judged, in the day-number form the age
      *comparison needs.
         05 ws-archive-file-path         pic x(60).
      *
       01 calculate-lines.
         05 ws-loaded-count              pic 9(7)
             value 0.
         05 ws-archived-count            pic 9(7)
             value 0.
         05 ws-archived-amount           pic s9(11)v99
         05 an-archive-path              pic x(60).
         05 filler                       pic x(58)
             value spaces.
      *
       01 ws-converted-line.
         05 filler                       pic x(36)
             value "Converted from line sequential:    ".
         05 cv-count                     pic Z,ZZZ,ZZ9.
         05 filler                       pic x(87)
             value spaces.
      *
       01 ws-loaded-line.
         05 filler                       pic x(36)
             value "Loaded from sequential history:    ".
         05 ld-count                     pic Z,ZZZ,ZZ9.
         05 filler                       pic x(87)
             value spaces.
      *
      *one line each for the archived, retained and total buckets,
      *so counts and dollars in equal counts and dollars out.
       procedure division.
       000-main.
      *  splits the history by posted date against the retention
      *  window, deletes what was archived from the active file and
      *  proves the split on the report.
           perform 010-load-retention-params.
           move function current-date to ws-run-date-raw.
           move ws-run-date-raw(1:8) to ws-run-date.
               into ws-archive-file-path
           end-string.
      *
           perform 020-open-invoice-history.
           if ws-history-status not = "00" and
             ws-history-status not = "05"
               display "RETENTION REFUSED - invoice history open"
                 " failed, status " ws-history-status
               move 12 to return-code
               goback
           end-if.
           perform 050-load-sequential-history.
           open extend archive-file.
           move low-values to hist-invoice-number.
           start invoice-history-file
               key is not less than hist-invoice-number
               invalid key
                   move "y" to ws-eof-flag
           end-start.
           if ws-eof-flag not = "y"
               read invoice-history-file next record
                   at end
                       move "y" to ws-eof-flag
               end-read
           end-if.
           perform 100-split-history until ws-eof-flag = "y".
           close invoice-history-file, archive-file.
      *
           perform 600-write-report.
           goback.
      *reads the retention window override, when the file is
               end-read
           end-perform.
           close retention-param-file.
      *opens the indexed history for the split; one that does not
      *exist yet is created empty so a sequential copy still has
      *somewhere to load into.  a '39' - the file's attributes do
      *not match an indexed file - may be a history still in its
      *line sequential form, and is offered to the conversion.
      *any other failed open (a file held by another run, a damaged
      *file) is left alone and refuses the run.
       020-open-invoice-history.
           open i-o invoice-history-file.
           if ws-history-status = "35"
               open output invoice-history-file
               close invoice-history-file
               open i-o invoice-history-file
           else
               if ws-history-status = "39"
                   perform 030-convert-sequential-history
                   if old-history-proven
                       open i-o invoice-history-file
                   end-if
               end-if
           end-if.
      *converts a line sequential invoice-history.dat, but only
      *once a first pass has proven every line of it a history
      *record - a numeric store, amount and posted date.  an
      *indexed file read as line sequential opens just as well,
      *and its bytes fail that proof, so a history in any other
      *form is never copied or replaced and the '39' refuses the
      *run.  a proven file is copied onto the end of
      *invoice-history.seq and only then is the indexed file
      *created in its place, empty, for 050 to load the copy into.
       030-convert-sequential-history.
           perform 032-prove-old-history.
           if old-history-proven
               open input old-history-file
               open extend sequential-history-file
               move space to ws-eof-flag
               perform until ws-eof-flag = "y"
                   read old-history-file
                       at end
                           move "y" to ws-eof-flag
                       not at end
                           add 1 to ws-converted-count
                           write sequential-history-record
                             from old-history-record
                   end-read
               end-perform
               close old-history-file, sequential-history-file
               move space to ws-eof-flag
               open output invoice-history-file
               close invoice-history-file
           end-if.
      *reads the old file end to end without writing anything; a
      *single line that is not a history record, or an empty file,
      *leaves the flag unset.
       032-prove-old-history.
           move space to ws-old-history-valid-flag.
           open input old-history-file.
           if ws-old-history-status = "00"
               move "Y" to ws-old-history-valid-flag
               move space to ws-eof-flag
               read old-history-file
                   at end
                       move space to ws-old-history-valid-flag
                       move "y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "y"
                   if old-store-number is not numeric or
                     old-transac-amount is not numeric or
                     old-posted-date is not numeric or
                     old-posted-date < 19000101
                       move space to ws-old-history-valid-flag
                       move "y" to ws-eof-flag
                   else
                       read old-history-file
                           at end
                               move "y" to ws-eof-flag
                       end-read
                   end-if
               end-perform
               close old-history-file
               move space to ws-eof-flag
           end-if.
      *loads a line sequential copy of the history, when one is
      *present, into the indexed file by invoice number.  an
      *invoice already on the indexed file is left as it is, so
      *running the load twice posts nothing twice.
       050-load-sequential-history.
           move space to ws-eof-flag.
           open input sequential-history-file.
           perform until ws-eof-flag = "y"
               read sequential-history-file
                   at end
                       move "y" to ws-eof-flag
                   not at end
                       move sequential-history-record
                                  to invoice-history-record
                       write invoice-history-record
                           invalid key
                               continue
                           not invalid key
                               add 1 to ws-loaded-count
                       end-write
               end-read
           end-perform.
           close sequential-history-file.
      *emptied once loaded, so a copy of records later archived out
      *of the indexed file cannot load them back in.
           open output sequential-history-file.
           close sequential-history-file.
           move space to ws-eof-flag.
      *judges one history record against the window and either
      *archives it and deletes it from the active file or leaves it
      *where it is, totalling each side so the report can prove
      *nothing was lost.  the archive copy is written before the
      *delete, so an abend mid-split never loses a record - at worst
      *a rerun archives it a second time.  a record whose
      *posted date does not parse is retained - held where the
      *return/void cross-check can still see it - rather than
      *archived on a guess.
               add 1 to ws-archived-count
               add hist-transac-amount to ws-archived-amount
               write archive-record from invoice-history-record
               delete invoice-history-file record
                   invalid key
                       continue
               end-delete
           else
               add 1 to ws-retained-count
               add hist-transac-amount to ws-retained-amount
           end-if.
      *
           read invoice-history-file next record
               at end
                   move "y" to ws-eof-flag
           end-read.
      *prints the split: counts and dollars archived, retained and
      *total, with the archive file's name, so the office can prove
      *archived plus retained equals what the history held.
           move ws-archive-file-path to an-archive-path.
           write report-line from ws-archive-name-line
             before advancing 2 lines.
           if ws-converted-count > 0
               move ws-converted-count to cv-count
               move spaces to report-line
               write report-line from ws-converted-line
                 before advancing 1 lines
           end-if.
           if ws-loaded-count > 0
               move ws-loaded-count to ld-count
               move spaces to report-line
               write report-line from ws-loaded-line
                 before advancing 2 lines
           end-if.
      *
           move "Archived: "        to bk-label.
           move ws-archived-count   to bk-count.
