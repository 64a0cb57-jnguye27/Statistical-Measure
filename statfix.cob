*> program: statistical measures reject correction.
*> creator: jessica nguyen.
*> date: 2026-10-15.
*> purpose: to let data entry fix statedit's rejects on the screen instead of in a text
*>          editor: the reject file is paged through one record at a time with its
*>          reason code and its value, weight and category columns broken out, and
*>          the operator corrects, skips or deletes each one. a correction is re-edited
*>          with statedit's own checks before it is accepted, and the accepted ones
*>          are written column-perfect to the correction file statmerge reads. the
*>          corrected / skipped / deleted tally goes to the run log under the
*>          operator's id, so there is a record of who fixed what before the merge.

identification division.
program-id. statfix.

environment division.
   *> sets up the reject file being worked, the correction file built
   *> for statmerge, and the file the skipped rejects are kept on.
   input-output section.
   file-control.
   select reject-file assign to dynamic reject-file-name
      organization is line sequential
      file status is reject-status.
   select correction-file assign to dynamic correction-file-name
      organization is line sequential
      file status is correction-status.
   *> the rejects the operator skipped (or left when ending early) are
   *> kept here byte-for-byte, so they can be worked in a later session
   *> instead of being lost with the reject file.
   select skipped-file assign to dynamic skipped-file-name
      organization is line sequential
      file status is skipped-status.
   *> a shared log the statistics suite appends a line to at
   *> end-of-job, so a run can be reconciled after the fact.
   select run-log-file assign to "RUNLOG.TXT"
      organization is line sequential
      file status is run-log-status.

data division.
   *> declares and initializes the file variables and their structure.
   file section.
   fd reject-file.
   01 reject-line.
      02 filler            pic x(80).
   fd correction-file.
   01 correction-line.
      02 filler            pic x(80).
   fd skipped-file.
   01 skipped-line.
      02 filler            pic x(80).
   fd run-log-file.
   01 run-log-line.
      02 filler            pic x(100).

   *> declares and initializes other variables (and records) that'll be used.
   working-storage section.
   77 reject-file-name      pic x(100).
   77 correction-file-name  pic x(100).
   77 skipped-file-name     pic x(100).
   77 reject-status         pic xx.
   77 correction-status     pic xx.
   77 skipped-status        pic xx.
   77 reject-eof            pic 9 value 0.
   77 operator-id           pic x(4) value spaces.
   77 record-count          pic s9(6) value 0.
   77 corrected-count       pic s9(6) value 0.
   77 skipped-count         pic s9(6) value 0.
   77 deleted-count         pic s9(6) value 0.
   77 reason-code           pic 9(2).
   77 original-reason       pic 9(2).
   77 action-answer         pic x(1).
   77 action-done           pic 9.
   77 quit-session          pic 9 value 0.
   77 confirm-answer        pic x(1).
   77 value-answer          pic x(8).
   77 weight-answer         pic x(6).
   77 category-answer       pic x(2).
   77 original-record       pic x(80).
   77 run-rc                pic 9(2) value 0.
   77 run-log-status        pic xx.
   77 current-date-time     pic x(21).
   *> the reject record, carved up the same way statedit's
   *> edit-input-record is: the data value in columns 1-8, the optional
   *> frequency weight in columns 9-14, the optional category code in
   *> columns 15-16. the redefinitions let the bytes be class-tested as
   *> numbers without assuming they are clean.
   01 edit-input-record.
      02 raw-x             pic x(8).
      02 raw-weight        pic x(6).
      02 raw-category      pic x(2).
      02 filler            pic x(64).
   01 edit-record-views redefines edit-input-record.
      02 raw-x-num         pic 9(6)v9(2).
      02 raw-weight-num    pic 9(4)v9(2).
      02 filler            pic x(66).
   01 edit-control-view redefines edit-input-record.
      02 edit-record-type  pic x(1).
         88 edit-header-record  value "H".
         88 edit-trailer-record value "T".
      02 filler            pic x(79).
   01 edit-trailer-view redefines edit-input-record.
      02 filler            pic x(1).
      02 raw-trl-count     pic x(7).
      02 raw-trl-count-num redefines raw-trl-count pic 9(7).
      02 raw-trl-hash      pic x(15).
      02 raw-trl-hash-num  redefines raw-trl-hash pic 9(13)v9(2).
      02 filler            pic x(57).
   *> reason codes as statedit's listing and statmerge's re-edit know
   *> them: 01 = blank record, 02 = data value not numeric, 03 = weight
   *> keyed but not numeric, 04 = trailer whose count or hash total is
   *> not numeric, 05 = a control record where a correction belongs.
   01 reason-text-values.
      02 filler             pic x(20) value "PASSES THE EDITS".
      02 filler             pic x(20) value "BLANK RECORD".
      02 filler             pic x(20) value "VALUE NOT NUMERIC".
      02 filler             pic x(20) value "WEIGHT NOT NUMERIC".
      02 filler             pic x(20) value "BAD TRAILER".
      02 filler             pic x(20) value "CONTROL RECORD".
   01 reason-text-table redefines reason-text-values.
      02 reason-text        pic x(20) occurs 6 times.
   01 fix-title-line.
      02 filler             pic x(29) value " STATISTICS REJECT CORRECTION".
   01 fix-underline.
      02 filler             pic x(66) value all "-".
   01 fix-record-line.
      02 filler             pic x(7) value "RECORD ".
      02 out-fix-number     pic z(5)9.
      02 filler             pic x(10) value "   REASON ".
      02 out-fix-reason     pic 9(2).
      02 filler             pic x(1) value space.
      02 out-fix-reason-text pic x(20).
   01 fix-value-line.
      02 filler             pic x(22) value "VALUE    (COLS  1-8) [".
      02 out-fix-value      pic x(8).
      02 filler             pic x(1) value "]".
   01 fix-weight-line.
      02 filler             pic x(22) value "WEIGHT   (COLS  9-14)[".
      02 out-fix-weight     pic x(6).
      02 filler             pic x(1) value "]".
   01 fix-category-line.
      02 filler             pic x(22) value "CATEGORY (COLS 15-16)[".
      02 out-fix-category   pic x(2).
      02 filler             pic x(1) value "]".
   01 fix-full-line.
      02 filler             pic x(1) value "[".
      02 out-fix-full       pic x(80).
      02 filler             pic x(1) value "]".
   01 fix-still-bad-line.
      02 filler             pic x(32) value "CORRECTION STILL FAILS: REASON ".
      02 out-bad-reason     pic 9(2).
      02 filler             pic x(1) value space.
      02 out-bad-reason-text pic x(20).
   01 fix-total-line-1.
      02 filler             pic x(9) value "READ    =".
      02 out-read-count     pic -(5)9.
   01 fix-total-line-2.
      02 filler             pic x(9) value "CORRECTD=".
      02 out-corrected-count pic -(5)9.
   01 fix-total-line-3.
      02 filler             pic x(9) value "SKIPPED =".
      02 out-skipped-count  pic -(5)9.
   01 fix-total-line-4.
      02 filler             pic x(9) value "DELETED =".
      02 out-deleted-count  pic -(5)9.
   *> the run-log line carries the session's tally behind the usual
   *> fields: log-n is the records corrected, and the operator's id
   *> with the skipped and deleted counts ride on the end.
   01 run-log-record.
      02 log-timestamp        pic x(14).
      02 filler               pic x(1) value space.
      02 log-program          pic x(11).
      02 filler               pic x(1) value space.
      02 log-file-name        pic x(30).
      02 filler               pic x(1) value space.
      02 log-n                pic -(6)9.
      02 filler               pic x(1) value space.
      02 log-input-status     pic xx.
      02 filler               pic x(1) value space.
      02 log-output-status    pic xx.
      02 filler               pic x(5) value " OPR=".
      02 log-operator         pic x(4).
      02 filler               pic x(5) value " SKP=".
      02 log-skipped          pic 9(5).
      02 filler               pic x(5) value " DEL=".
      02 log-deleted          pic 9(5).

procedure division.
   *> obtains the file names and the operator's id from the user.
   display space.
   display "Enter the name of the reject file to correct: ".
   accept reject-file-name.
   display space.
   display "Enter the name of the correction file for statmerge: ".
   accept correction-file-name.
   display space.
   display "Enter the name of the file to keep skipped rejects on: ".
   accept skipped-file-name.
   perform ask-operator-id until operator-id is not equal to spaces.

   open input reject-file.
   open output correction-file.
   open output skipped-file.

   *> displays an error if any file cannot be opened for any reason,
   *> and leaves the session's trace in the run log before stopping.
   if reject-status is not = "00"
      display space
      display "reject-file error. status: " reject-status
      display space
      move 12 to run-rc
   end-if.
   if run-rc is = 0 and correction-status is not = "00"
      display space
      display "correction-file error. status: " correction-status
      display space
      move 12 to run-rc
   end-if.
   if run-rc is = 0 and skipped-status is not = "00"
      display space
      display "skipped-file error. status: " skipped-status
      display space
      move 12 to run-rc
   end-if.
   if run-rc is not = 0
      perform write-run-log
      move run-rc to return-code
      stop run
   end-if.

   display space.
   display fix-title-line.
   display fix-underline.

   *> one reject per pass, until the reject file runs out.
   perform review-one-reject until reject-eof is = 1.

   perform display-fix-totals.
   perform write-run-log.
   close correction-file, skipped-file.
   *> rejects left over on the skipped file mean the merge is not
   *> complete yet, which the return code tells the scheduler.
   if skipped-count is > 0
      move 4 to run-rc
   end-if.
   move run-rc to return-code.
   stop run.

*> asks for the operator's id, which the run log records the session
*> under; a blank answer is asked again.
ask-operator-id.
   display space.
   display "Operator id (up to 4 characters): ".
   accept operator-id.

*> reads the next reject and puts it in front of the operator. once
*> the operator has ended the session early, the rest of the rejects
*> go straight to the skipped file so none are lost.
review-one-reject.
   read reject-file into edit-input-record
      at end
         move 1 to reject-eof
         close reject-file
   end-read.
   if reject-eof is not = 1
      add 1 to record-count
      if quit-session is = 1
         perform skip-reject
      else
         perform edit-record-fields
         move reason-code to original-reason
         move edit-input-record to original-record
         perform show-reject-record
         move 0 to action-done
         perform ask-action until action-done is = 1
      end-if
   end-if.

*> shows the reject: its record number, the reason it was rejected
*> (re-derived with statedit's checks, since the reject file carries
*> the record only), and its value, weight and category columns.
show-reject-record.
   move record-count to out-fix-number.
   move reason-code to out-fix-reason.
   move reason-text(reason-code + 1) to out-fix-reason-text.
   move raw-x to out-fix-value.
   move raw-weight to out-fix-weight.
   move raw-category to out-fix-category.
   move edit-input-record to out-fix-full.
   display space.
   display fix-underline.
   display fix-record-line.
   display fix-value-line.
   display fix-weight-line.
   display fix-category-line.
   display fix-full-line.

*> takes the operator's action for the reject on the screen: C
*> corrects it, S skips it, D deletes it, Q skips it and every reject
*> behind it and ends the session. a trailer cannot be corrected —
*> statmerge writes a fresh one from the recomputed totals and turns
*> away any control record among the corrections.
ask-action.
   display space.
   display "Action (C=correct, S=skip, D=delete, Q=quit): ".
   accept action-answer.
   if action-answer is equal to "c"
      move "C" to action-answer
   end-if.
   if action-answer is equal to "s"
      move "S" to action-answer
   end-if.
   if action-answer is equal to "d"
      move "D" to action-answer
   end-if.
   if action-answer is equal to "q"
      move "Q" to action-answer
   end-if.
   if action-answer is equal to "C"
      if original-reason is = 4
         display "the trailer is rebuilt by statmerge: skip or delete it"
      else
         perform key-correction
      end-if
   else
      if action-answer is equal to "S"
         perform skip-reject
         move 1 to action-done
      else
         if action-answer is equal to "D"
            perform delete-reject
         else
            if action-answer is equal to "Q"
               perform skip-reject
               move 1 to quit-session
               move 1 to action-done
            else
               display "key C, S, D or Q"
            end-if
         end-if
      end-if
   end-if.

*> takes the corrected columns from the operator — each prompt keeps
*> the current columns on a blank answer and clears them on "*" — and
*> re-edits the corrected record with statedit's checks. a correction
*> that passes is written to the correction file exactly as keyed;
*> one that still fails is shown with its reason and the reject goes
*> back to its original columns for another try.
key-correction.
   display "Value, 8 digits with 2 implied decimals (blank keeps, * clears): ".
   accept value-answer.
   if value-answer is equal to "*"
      move spaces to raw-x
   else
      if value-answer is not equal to spaces
         move value-answer to raw-x
      end-if
   end-if.
   display "Weight, 6 digits with 2 implied decimals (blank keeps, * clears): ".
   accept weight-answer.
   if weight-answer is equal to "*"
      move spaces to raw-weight
   else
      if weight-answer is not equal to spaces
         move weight-answer to raw-weight
      end-if
   end-if.
   display "Category, 2 characters (blank keeps, * clears): ".
   accept category-answer.
   if category-answer is equal to "*"
      move spaces to raw-category
   else
      if category-answer is not equal to spaces
         move category-answer to raw-category
      end-if
   end-if.
   perform edit-record-fields.
   if reason-code is = 0
      *> the correction file is a data file statmerge reads back in,
      *> so it is written with no advancing clause at all.
      write correction-line from edit-input-record
      add 1 to corrected-count
      move 1 to action-done
      display "CORRECTED"
   else
      move reason-code to out-bad-reason
      move reason-text(reason-code + 1) to out-bad-reason-text
      display fix-still-bad-line
      move original-record to edit-input-record
   end-if.

*> keeps the reject on the skipped file untouched.
skip-reject.
   write skipped-line from edit-input-record.
   add 1 to skipped-count.

*> drops the reject once the operator confirms it.
delete-reject.
   display "Delete this record for good (Y/N): ".
   accept confirm-answer.
   if confirm-answer is equal to "Y" or confirm-answer is equal to "y"
      add 1 to deleted-count
      move 1 to action-done
      display "DELETED"
   end-if.

*> checks one record with statedit's rules, as statmerge re-edits a
*> correction, leaving reason-code 0 when it is clean: 01 = blank
*> record, 02 = data value in columns 1-8 not numeric, 03 = weight in
*> columns 9-14 keyed but not numeric, 04 = trailer whose count or
*> hash total is not numeric (statedit's reject reason), 05 = any
*> other control record, which has no place among the corrections.
edit-record-fields.
   move 0 to reason-code.
   if edit-input-record is equal to spaces
      move 1 to reason-code
   else
      if edit-trailer-record
         if raw-trl-count-num is not numeric
            or raw-trl-hash-num is not numeric
            move 4 to reason-code
         else
            move 5 to reason-code
         end-if
      else
         if edit-header-record
            move 5 to reason-code
         else
            if raw-x-num is not numeric
               move 2 to reason-code
            else
               if raw-weight is not equal to spaces
                  and raw-weight-num is not numeric
                  move 3 to reason-code
               end-if
            end-if
         end-if
      end-if
   end-if.

*> shows the session's read/corrected/skipped/deleted totals.
display-fix-totals.
   move record-count to out-read-count.
   move corrected-count to out-corrected-count.
   move skipped-count to out-skipped-count.
   move deleted-count to out-deleted-count.
   display space.
   display fix-underline.
   display fix-total-line-1.
   display fix-total-line-2.
   display fix-total-line-3.
   display fix-total-line-4.

*> appends one line to the shared run log recording the reject file
*> worked, the records corrected, the file status codes, and the
*> operator's id with the skipped and deleted counts.
write-run-log.
   move function current-date to current-date-time.
   open extend run-log-file.
   if run-log-status is not = "00"
      open output run-log-file
   end-if.
   move current-date-time (1:14) to log-timestamp.
   move "STATFIX" to log-program.
   move reject-file-name to log-file-name.
   move corrected-count to log-n.
   move reject-status to log-input-status.
   move correction-status to log-output-status.
   move operator-id to log-operator.
   move skipped-count to log-skipped.
   move deleted-count to log-deleted.
   write run-log-line from run-log-record
      after advancing 1 line.
   close run-log-file.
