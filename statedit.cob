*> date: 2026-08-22.
*> purpose: to validate a raw keyed data file against the statistics input record layout,
*>          splitting it into a clean file the stats programs can trust and a reject file
*>          (plus an error listing) data entry can fix and re-key from. every raw file is
*>          first checked against a permanent receipt register of the files received
*>          before it, and a resent or out-of-sequence file is held back from the clean
*>          file until an operator override releases it.

identification division.
program-id. statedit.
   select run-log-file assign to "RUNLOG.TXT"
      organization is line sequential
      file status is run-log-status.
   *> the permanent receipt register: one entry per raw file received,
   *> appended every job and never truncated, so each new file can be
   *> checked against every file before it.
   select receipt-file assign to "STATRECEIPT.TXT"
      organization is line sequential
      file status is receipt-status.
   *> the shared receipt exception report every held (or released)
   *> file appends its reasons to, for the morning review.
   select receipt-excp-file assign to "STATEDIT_EXCP.TXT"
      organization is line sequential
      file status is receipt-excp-status.
   *> the operator override deck: one card per held file that really
   *> is a legitimate resend and is to be released to the clean file.
   select override-file assign to "STATEDIT.OVR"
      organization is line sequential
      file status is override-status.
   *> an optional control card file the overnight scheduler drops next
   *> to the program; when it is present the run is fully unattended —
   *> every card is one job (the four file names) and no console
   fd run-log-file.
   01 run-log-line.
      02 filler            pic x(100).
   fd receipt-file.
   01 receipt-line.
      02 filler            pic x(100).
   fd receipt-excp-file.
   01 receipt-excp-line.
      02 filler            pic x(120).
   fd override-file.
   01 override-line.
      02 filler            pic x(100).
   fd control-file.
   01 control-line.
      02 filler            pic x(160).
   77 reason-code           pic 9(2).
   77 run-log-status        pic xx.
   77 current-date-time     pic x(21).
   77 today-date            pic x(8).
   77 ctl-status            pic xx.
   77 ctl-eof               pic 9 value 0.
   77 job-rc                pic 9(2) value 0.
   77 highest-rc            pic 9(2) value 0.
   *> receipt check state: what the pre-scan found in the raw file (the
   *> header's business date and source code, the count and hash total
   *> of the records that will reach the clean file), and what the
   *> register says about it.
   77 receipt-status        pic xx.
   77 receipt-excp-status   pic xx.
   77 override-status       pic xx.
   77 receipt-eof           pic 9 value 0.
   77 override-eof          pic 9 value 0.
   77 prescan-eof           pic 9 value 0.
   77 receipt-count         pic s9(4) value 0.
   *> the slot the next register entry goes in once the table holds
   *> 5000: it steps round the table, so each new entry replaces the
   *> oldest one still held.
   77 receipt-slot          pic s9(4) value 0.
   77 override-count        pic s9(4) value 0.
   77 r-i                   pic s9(4).
   77 o-i                   pic s9(4).
   77 scan-header-seen      pic 9.
   77 scan-business-date    pic x(8).
   77 scan-source-code      pic x(4).
   77 scan-count            pic 9(7).
   77 scan-hash             pic 9(13)v9(2).
   77 receipt-checked       pic 9.
   77 receipt-disposition   pic x(4).
   77 override-operator     pic x(8).
   77 rerun-found           pic 9.
   77 duplicate-i           pic s9(4).
   77 same-totals-i         pic s9(4).
   77 latest-i              pic s9(4).
   77 hold-count            pic s9(4).
   77 last-day-int          pic s9(8).
   77 this-day-int          pic s9(8).
   77 day-int               pic s9(8).
   77 dow-work              pic s9(4).
   77 missing-days          pic s9(6).
   *> one scheduler control card = one job. the trailing filler leaves
   *> room to grow the card without re-cutting every scheduler deck.
   01 control-card-record.
         88 edit-header-record  value "H".
         88 edit-trailer-record value "T".
      02 filler            pic x(79).
   01 edit-header-view redefines edit-input-record.
      02 filler            pic x(1).
      02 edit-hdr-file-date pic x(8).
      02 edit-hdr-source-code pic x(4).
      02 filler            pic x(67).
   01 edit-trailer-view redefines edit-input-record.
      02 filler            pic x(1).
      02 raw-trl-count     pic x(7).
      02 raw-trl-hash      pic x(15).
      02 raw-trl-hash-num  redefines raw-trl-hash pic 9(13)v9(2).
      02 filler            pic x(57).
   *> one receipt register entry = one raw file received: its name,
   *> the header's business date and source code (blank for a legacy
   *> file without a header), the record count and hash total of its
   *> data records, the date it was received, and what became of it —
   *> ACPT accepted, RERN an identical re-edit the same day of a file
   *> already accepted, HELD held back, RLSD held but released by override —
   *> with the first hold reason.
   01 receipt-record.
      02 rcp-file-name       pic x(40).
      02 filler              pic x(1) value space.
      02 rcp-business-date   pic x(8).
      02 filler              pic x(1) value space.
      02 rcp-source-code     pic x(4).
      02 filler              pic x(1) value space.
      02 rcp-count           pic 9(7).
      02 filler              pic x(1) value space.
      02 rcp-hash            pic 9(13)v9(2).
      02 filler              pic x(1) value space.
      02 rcp-received-date   pic x(8).
      02 filler              pic x(1) value space.
      02 rcp-disposition     pic x(4).
      02 filler              pic x(1) value space.
      02 rcp-hold-reason     pic 9(2).
   01 receipt-table.
      02 receipt-entry occurs 5000 times.
         03 rt-file          pic x(40).
         03 rt-business-date pic x(8).
         03 rt-source        pic x(4).
         03 rt-count         pic 9(7).
         03 rt-hash          pic 9(13)v9(2).
         03 rt-received      pic x(8).
         03 rt-disposition   pic x(4).
   *> one override card: the raw file to release, the business date
   *> its header carries (left blank only for a legacy file without a
   *> header), and the operator releasing it.
   01 override-card-record.
      02 ovr-input-file-name pic x(40).
      02 ovr-business-date   pic x(8).
      02 ovr-operator        pic x(8).
      02 filler              pic x(44).
   01 override-table.
      02 override-entry occurs 100 times.
         03 ot-file          pic x(40).
         03 ot-date          pic x(8).
         03 ot-operator      pic x(8).
   *> the hold reasons the receipt check found for the file: 11 =
   *> source and business date already received, 12 = count and hash
   *> total match an earlier file exactly, 13 = business date before
   *> the last one received for the source, 14 = business days skipped
   *> since the last one received for the source. each names the
   *> earlier file that tripped it.
   01 hold-table.
      02 hold-entry occurs 4 times.
         03 hr-code          pic 9(2).
         03 hr-text          pic x(40).
         03 hr-file          pic x(40).
         03 hr-date          pic x(8).
   01 run-log-record.
      02 log-timestamp        pic x(14).
      02 filler               pic x(1) value space.
   01 error-total-line-3.
      02 filler            pic x(9) value "REJECTED=".
      02 out-reject-count  pic -(6)9.
   01 error-held-line.
      02 filler            pic x(56) value
         "FILE HELD BY THE RECEIPT CHECK, SEE STATEDIT_EXCP.TXT".
   01 receipt-excp-job-line.
      02 filler            pic x(5) value "FILE=".
      02 out-rcp-file      pic x(40).
      02 filler            pic x(8) value " SOURCE=".
      02 out-rcp-source    pic x(4).
      02 filler            pic x(10) value " BUS DATE=".
      02 out-rcp-date      pic x(8).
      02 filler            pic x(10) value " RECEIVED=".
      02 out-rcp-received  pic x(8).
   01 receipt-excp-totals-line.
      02 filler            pic x(8) value "  COUNT=".
      02 out-rcp-count     pic z(6)9.
      02 filler            pic x(6) value " HASH=".
      02 out-rcp-hash      pic z(12)9.9(2).
   01 receipt-excp-reason-line.
      02 filler            pic x(7) value "  HOLD ".
      02 out-rcp-reason    pic 9(2).
      02 filler            pic x(2) value ": ".
      02 out-rcp-text      pic x(40).
      02 filler            pic x(1) value space.
      02 out-rcp-earlier-file pic x(40).
      02 filler            pic x(1) value space.
      02 out-rcp-earlier-date pic x(8).
   01 receipt-excp-held-line.
      02 filler            pic x(47) value
         "  DISPOSITION: HELD, NOT PASSED TO CLEAN FILE".
   01 receipt-excp-released-line.
      02 filler            pic x(46) value
         "  DISPOSITION: RELEASED BY OVERRIDE, OPERATOR ".
      02 out-rcp-operator  pic x(8).

procedure division.
   *> the operator override deck is tabled once, up front, and applies
   *> to every job on the run.
   perform load-override-table.

   *> a control card file present means the scheduler is driving this
   *> run: every card on it is one job and nothing is asked on the
   *> console. otherwise the operator is prompted for a single job as
   end-if.

*> runs a single edit front to back: resets the per-job state, opens
*> the job's files, checks the file against the receipt register,
*> checks every record, and records the job's return code (0 = every
*> record clean, 4 = one or more records rejected, 8 = the file was
*> held by the receipt check, 12 = a file would not open) without
*> stopping the run, so the jobs behind it on the control file still
*> get their turn.
run-one-job.
   perform initialize-job.
   open input input-file.
      move 12 to job-rc
   end-if.

   *> the whole raw file is pre-scanned and checked against the
   *> receipt register before a single record reaches the clean file,
   *> so a held file leaves the clean file empty rather than stale.
   if job-rc is = 0
      perform prescan-input-file
   end-if.
   if job-rc is = 0
      perform load-receipt-table
      perform check-receipt
      perform write-error-headings
      if receipt-disposition is equal to "HELD"
         write error-list-line from error-held-line
            after advancing 1 line
         display space
         display error-held-line
         move 8 to job-rc
      else
         perform edit-one-record until eof-toggle is = 1
         perform write-error-totals
         if reject-count is > 0
            move 4 to job-rc
         end-if
      end-if
      perform write-receipt-entry
   end-if.

   *> closes the files and writes the job's run-log line whether the
initialize-job.
   move 0 to eof-toggle, job-rc.
   move 0 to record-count, good-count, reject-count.
   move 0 to receipt-count, receipt-slot, receipt-checked.
   move spaces to receipt-disposition.

*> reads one raw record and routes it: a record that passes every edit
*> goes to the clean file untouched, anything else goes to the reject
      end-if
   end-if.

*> tables the operator override deck, if there is one; a missing deck
*> just means nothing is released this run.
load-override-table.
   open input override-file.
   if override-status is not = "00"
      move 1 to override-eof
   end-if.
   perform until override-eof is = 1
      read override-file into override-card-record
         at end
            move 1 to override-eof
            close override-file
      end-read
      if override-eof is not = 1
         and ovr-input-file-name is not equal to spaces
         and override-count is < 100
         add 1 to override-count
         move ovr-input-file-name to ot-file(override-count)
         move ovr-business-date to ot-date(override-count)
         move ovr-operator to ot-operator(override-count)
      end-if
   end-perform.

*> reads the raw file once end to end for the receipt check: the
*> header's business date and source code, and the count and hash
*> total of the data records that would reach the clean file (batch
*> markers, control records and rejects are left out, the same way
*> statmeasure's control totals leave them out). the file is then
*> re-opened for the edit pass proper.
prescan-input-file.
   move 0 to prescan-eof, scan-header-seen, scan-count, scan-hash.
   move spaces to scan-business-date, scan-source-code.
   perform until prescan-eof is = 1
      read input-file into edit-input-record
         at end move 1 to prescan-eof
      end-read
      if prescan-eof is not = 1
         perform scan-one-record
      end-if
   end-perform.
   close input-file.
   open input input-file.
   if input-status is not = "00"
      display space
      display "input-file error. status: " input-status
      display space
      move 12 to job-rc
      move 1 to eof-toggle
   end-if.

*> adds one pre-scanned record to the receipt figures.
scan-one-record.
   if edit-header-record
      if scan-header-seen is = 0
         move 1 to scan-header-seen
         move edit-hdr-file-date to scan-business-date
         move edit-hdr-source-code to scan-source-code
      end-if
   else
      if not edit-trailer-record
         perform edit-record-fields
         if reason-code is = 0 and raw-x is not equal to "99999999"
            add 1 to scan-count
            add raw-x-num to scan-hash
         end-if
      end-if
   end-if.

*> tables the receipt register. a register that will not open is the
*> first file ever received. the register only ever grows, so past
*> 5000 entries the newest 5000 are held: each further entry takes
*> the slot of the oldest. the checks look for the latest date per
*> source and any matching entry, so the order the slots end up in
*> does not matter.
load-receipt-table.
   open input receipt-file.
   if receipt-status is not = "00"
      move 1 to receipt-eof
   else
      move 0 to receipt-eof
   end-if.
   perform until receipt-eof is = 1
      read receipt-file into receipt-record
         at end
            move 1 to receipt-eof
            close receipt-file
      end-read
      if receipt-eof is not = 1
         and rcp-file-name is not equal to spaces
         if receipt-count is < 5000
            add 1 to receipt-count
         end-if
         add 1 to receipt-slot
         if receipt-slot is > 5000
            move 1 to receipt-slot
         end-if
         move rcp-file-name to rt-file(receipt-slot)
         move rcp-business-date to rt-business-date(receipt-slot)
         move rcp-source-code to rt-source(receipt-slot)
         move rcp-count to rt-count(receipt-slot)
         move rcp-hash to rt-hash(receipt-slot)
         move rcp-received-date to rt-received(receipt-slot)
         move rcp-disposition to rt-disposition(receipt-slot)
      end-if
   end-perform.

*> checks the pre-scanned file against every file the register says
*> was passed to a clean file (accepted, re-edited or released). an
*> identical re-edit of a file already accepted under the same name
*> the same day is no new receipt and passes; the same file sent
*> again on a later day is a resend like any other. each hold rule
*> that trips is noted, and a file with any hold reason is held
*> unless an override card releases it. a legacy file without a
*> header has no source or business date, so only the count/hash rule
*> applies to it.
check-receipt.
   move function current-date to current-date-time.
   move current-date-time (1:8) to today-date.
   move 1 to receipt-checked.
   move 0 to rerun-found, duplicate-i, same-totals-i, latest-i.
   move 0 to hold-count.
   perform check-one-receipt
      varying r-i from 1 by 1 until r-i is > receipt-count.
   if rerun-found is = 1
      move "RERN" to receipt-disposition
   else
      if duplicate-i is > 0
         add 1 to hold-count
         move 11 to hr-code(hold-count)
         move "SOURCE/BUSINESS DATE ALREADY RECEIVED AS"
            to hr-text(hold-count)
         move rt-file(duplicate-i) to hr-file(hold-count)
         move rt-received(duplicate-i) to hr-date(hold-count)
      end-if
      if same-totals-i is > 0
         add 1 to hold-count
         move 12 to hr-code(hold-count)
         move "COUNT AND HASH TOTAL MATCH EARLIER FILE"
            to hr-text(hold-count)
         move rt-file(same-totals-i) to hr-file(hold-count)
         move rt-received(same-totals-i) to hr-date(hold-count)
      end-if
      if latest-i is > 0 and scan-business-date is numeric
         perform check-date-sequence
      end-if
      if hold-count is = 0
         move "ACPT" to receipt-disposition
      else
         perform find-override
      end-if
   end-if.
   if hold-count is > 0
      perform write-receipt-exceptions
   end-if.

*> checks the file against register entry r-i.
check-one-receipt.
   if rt-disposition(r-i) is equal to "ACPT"
      or rt-disposition(r-i) is equal to "RERN"
      or rt-disposition(r-i) is equal to "RLSD"
      if rt-file(r-i) is equal to input-file-name
         and rt-business-date(r-i) is equal to scan-business-date
         and rt-source(r-i) is equal to scan-source-code
         and rt-count(r-i) is = scan-count
         and rt-hash(r-i) is = scan-hash
         and rt-received(r-i) is equal to today-date
         move 1 to rerun-found
      end-if
      if scan-header-seen is = 1
         and rt-source(r-i) is equal to scan-source-code
         if rt-business-date(r-i) is equal to scan-business-date
            and duplicate-i is = 0
            move r-i to duplicate-i
         end-if
         if rt-business-date(r-i) is numeric
            if latest-i is = 0
               move r-i to latest-i
            else
               if rt-business-date(r-i) is > rt-business-date(latest-i)
                  move r-i to latest-i
               end-if
            end-if
         end-if
      end-if
      if scan-count is > 0
         and rt-count(r-i) is = scan-count
         and rt-hash(r-i) is = scan-hash
         and same-totals-i is = 0
         move r-i to same-totals-i
      end-if
   end-if.

*> holds a business date that goes backwards for its source, or one
*> that skips weekdays after the last one received (weekends are not
*> feed days, the same rule stattrend's gap check uses).
check-date-sequence.
   if scan-business-date is < rt-business-date(latest-i)
      add 1 to hold-count
      move 13 to hr-code(hold-count)
      move "BUSINESS DATE BEFORE LAST RECEIVED" to hr-text(hold-count)
      move rt-file(latest-i) to hr-file(hold-count)
      move rt-business-date(latest-i) to hr-date(hold-count)
   end-if.
   if scan-business-date is > rt-business-date(latest-i)
      compute last-day-int = function integer-of-date
         (function numval(rt-business-date(latest-i)))
      compute this-day-int =
         function integer-of-date(function numval(scan-business-date))
      move 0 to missing-days
      if last-day-int is > 0 and this-day-int is > 0
         compute day-int = last-day-int + 1
         perform count-missing-day
            varying day-int from day-int by 1
            until day-int is not < this-day-int
      end-if
      if missing-days is > 0
         add 1 to hold-count
         move 14 to hr-code(hold-count)
         move "BUSINESS DAY(S) SKIPPED SINCE LAST" to hr-text(hold-count)
         move rt-file(latest-i) to hr-file(hold-count)
         move rt-business-date(latest-i) to hr-date(hold-count)
      end-if
   end-if.

*> counts day-int as missing when it is a weekday; day numbering puts
*> monday at 1 and sunday at 0.
count-missing-day.
   compute dow-work = function mod(day-int, 7).
   if dow-work is > 0 and dow-work is < 6
      add 1 to missing-days
   end-if.

*> releases a held file when an override card names it with the
*> business date the file carries, so a card left on the deck cannot
*> release the same file name sent again for a later day. only a
*> legacy file without a header is released by a card with no date.
find-override.
   move "HELD" to receipt-disposition.
   perform varying o-i from 1 by 1 until o-i is > override-count
      or receipt-disposition is equal to "RLSD"
      if ot-file(o-i) is equal to input-file-name
         and ot-date(o-i) is equal to scan-business-date
         and (ot-date(o-i) is not equal to spaces
            or scan-header-seen is = 0)
         move "RLSD" to receipt-disposition
         move ot-operator(o-i) to override-operator
      end-if
   end-perform.

*> appends the file's hold reasons and its disposition to the receipt
*> exception report.
write-receipt-exceptions.
   move function current-date to current-date-time.
   open extend receipt-excp-file.
   if receipt-excp-status is not = "00"
      open output receipt-excp-file
   end-if.
   move input-file-name to out-rcp-file.
   move scan-source-code to out-rcp-source.
   move scan-business-date to out-rcp-date.
   move current-date-time (1:8) to out-rcp-received.
   move scan-count to out-rcp-count.
   move scan-hash to out-rcp-hash.
   display space.
   display receipt-excp-job-line.
   write receipt-excp-line from receipt-excp-job-line
      after advancing 1 line.
   write receipt-excp-line from receipt-excp-totals-line
      after advancing 1 line.
   perform write-hold-reason
      varying r-i from 1 by 1 until r-i is > hold-count.
   if receipt-disposition is equal to "RLSD"
      move override-operator to out-rcp-operator
      display receipt-excp-released-line
      write receipt-excp-line from receipt-excp-released-line
         after advancing 1 line
   else
      display receipt-excp-held-line
      write receipt-excp-line from receipt-excp-held-line
         after advancing 1 line
   end-if.
   close receipt-excp-file.

*> writes hold reason r-i.
write-hold-reason.
   move hr-code(r-i) to out-rcp-reason.
   move hr-text(r-i) to out-rcp-text.
   move hr-file(r-i) to out-rcp-earlier-file.
   move hr-date(r-i) to out-rcp-earlier-date.
   display receipt-excp-reason-line.
   write receipt-excp-line from receipt-excp-reason-line
      after advancing 1 line.

*> appends the file's entry to the receipt register, held or not, so
*> the register shows every raw file that ever arrived.
write-receipt-entry.
   move function current-date to current-date-time.
   open extend receipt-file.
   if receipt-status is not = "00"
      open output receipt-file
   end-if.
   move input-file-name to rcp-file-name.
   move scan-business-date to rcp-business-date.
   move scan-source-code to rcp-source-code.
   move scan-count to rcp-count.
   move scan-hash to rcp-hash.
   move current-date-time (1:8) to rcp-received-date.
   move receipt-disposition to rcp-disposition.
   if hold-count is > 0
      move hr-code(1) to rcp-hold-reason
   else
      move 0 to rcp-hold-reason
   end-if.
   write receipt-line from receipt-record.
   close receipt-file.

*> writes the error listing's title and column headings.
write-error-headings.
   write error-list-line from error-title-line
