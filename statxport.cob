*> program: statistical measures delimited extract.
*> creator: jessica nguyen.
*> date: 2026-09-02.
*> purpose: to turn the fixed-field summary export feeds, the history master, the
*>          comparison results and the pooled roll-up — implied decimal points, leading separate signs —
*>          into a delimited file with a column-heading line and real decimal
*>          points, selected by input file name and run-date range, so the
*>          analysts' spreadsheets import the figures instead of mangling them.

identification division.
program-id. statxport.
   file section.
   fd feed-file.
   01 feed-line.
      02 filler            pic x(300).
   fd extract-file.
   01 extract-line.
      02 filler            pic x(300).
   77 numeric-edit-work     pic -(7)9.9(4).
   77 date-field-work       pic x(8).
   77 integer-edit-work     pic -(6)9.
   77 wide-edit-work        pic -(13)9.9(2).
   77 text-field-work       pic x(30).
   77 run-log-status        pic xx.
   77 current-date-time     pic x(21).
   77 ctl-status            pic xx.
   77 highest-rc            pic 9(2) value 0.
   *> one scheduler control card = one job: the feed type (M = the
   *> statmeasure summary export, O = the statmold summary export,
   *> H = the history master, C = the statcomp comparison results,
   *> P = the statpool pooled roll-up), the feed and extract file
   *> names, the input file name selected (blank takes every file),
   *> and the run-date range (blank ends run wide).
   01 control-card-record.
      02 ctl-feed-type        pic x(1).
      02 ctl-feed-file-name   pic x(40).
      02 ctl-from-date        pic x(8).
      02 ctl-to-date          pic x(8).
      02 filler               pic x(73).
   *> the feed record raw, with one view per feed layout. all five
   *> open with the same run date / file name / batch / n columns, so
   *> the selection fields read through the measure view.
   01 feed-input-record       pic x(300).
   01 feed-measure-view redefines feed-input-record.
      02 fm-run-date        pic x(8).
      02 filler             pic x(1).
      02 fm-kurtosis        pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fm-business-date   pic x(8).
      02 filler             pic x(1).
      02 fm-source-code     pic x(4).
      02 filler             pic x(73).
   01 feed-mold-view redefines feed-input-record.
      02 filler             pic x(53).
      02 fo-mean            pic s9(7)v9(4) sign leading separate.
      02 fo-std-dev         pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fo-business-date   pic x(8).
      02 filler             pic x(212).
   01 feed-history-view redefines feed-input-record.
      02 filler             pic x(53).
      02 fh-mean            pic s9(7)v9(4) sign leading separate.
      02 fh-p90             pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fh-business-date   pic x(8).
      02 filler             pic x(186).
   *> the comparison result: the first file's name, the confidence
   *> level and the first sample's record count sit in the shared
   *> file name / batch / n columns.
   01 feed-compare-view redefines feed-input-record.
      02 filler             pic x(53).
      02 fc-first-mean      pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fc-first-std       pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fc-second-file     pic x(30).
      02 filler             pic x(1).
      02 fc-second-recs     pic 9(7).
      02 filler             pic x(1).
      02 fc-second-mean     pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fc-second-std      pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fc-category        pic x(2).
      02 filler             pic x(1).
      02 fc-t-stat          pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fc-t-df            pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fc-t-p             pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fc-t-flag          pic x(1).
      02 filler             pic x(1).
      02 fc-f-stat          pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fc-f-p             pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fc-f-flag          pic x(1).
      02 filler             pic x(1).
      02 fc-u-stat          pic s9(13)v9(2) sign leading separate.
      02 filler             pic x(1).
      02 fc-u-z             pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fc-u-p             pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fc-u-flag          pic x(1).
      02 filler             pic x(40).
   *> the pooled roll-up: the group name, the number of files pooled
   *> and the pooled n sit in the shared file name / batch / n columns.
   01 feed-pool-view redefines feed-input-record.
      02 filler             pic x(53).
      02 fp-mean            pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fp-std-dev         pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fp-within-std      pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fp-between-std     pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 fp-group-kind      pic x(1).
      02 filler             pic x(1).
      02 fp-business-date   pic x(8).
      02 filler             pic x(185).
   01 extract-work-line       pic x(300).
   01 measure-heading-line.
      02 filler             pic x(151) value
         "RUN_DATE,FILE_NAME,BATCH,N,MEAN,STD_DEV,G_MEAN,H_MEAN,RMS,MEDIAN,MODE,P90,OUTLIERS,TRIMMED_MEAN,TRIMMED_STD,SKEWNESS,KURTOSIS,BUSINESS_DATE,SOURCE_CODE".
   01 mold-heading-line.
      02 filler             pic x(53) value
         "RUN_DATE,FILE_NAME,BATCH,N,MEAN,STD_DEV,BUSINESS_DATE".
   01 history-heading-line.
      02 filler             pic x(64) value
         "RUN_DATE,FILE_NAME,BATCH,N,MEAN,STD_DEV,MEDIAN,P90,BUSINESS_DATE".
   01 compare-heading-line.
      02 filler             pic x(215) value
         "RUN_DATE,FILE_NAME,CONFIDENCE,N,MEAN,STD_DEV,SECOND_FILE,SECOND_N,SECOND_MEAN,SECOND_STD_DEV,CATEGORY,WELCH_T,WELCH_DF,WELCH_P,WELCH_SIG,F_STAT,F_P,F_SIG,MANN_WHITNEY_U,MANN_WHITNEY_Z,MANN_WHITNEY_P,MANN_WHITNEY_SIG".
   01 pool-heading-line.
      02 filler             pic x(90) value
         "RUN_DATE,GROUP_NAME,FILES,N,MEAN,STD_DEV,WITHIN_STD_DEV,BETWEEN_STD_DEV,KIND,BUSINESS_DATE".
   01 extract-total-line-1.
      02 filler             pic x(9) value "READ    =".
      02 out-read-count     pic -(5)9.
   else
      *> obtains the feed type, file names, and selection from the user.
      display space
      display "Feed type (M=measure summary, O=mold summary, H=history, C=comparison, P=pooled): "
      accept type-answer
      display space
      display "Enter the name of the feed file: "
   perform set-date-range.
   if feed-type is equal to space
      display space
      display "feed type must be M, O, H, C, or P"
      display space
      move 8 to job-rc
      *> even a misconfigured card leaves its trace in the shared
   move spaces to feed-status, extract-status.

*> validates the operator's (or the control card's) feed type answer,
*> leaving it blank when it is none of the five feeds.
set-feed-type.
   move space to feed-type.
   if type-answer is equal to "M" or type-answer is equal to "m"
   if type-answer is equal to "H" or type-answer is equal to "h"
      move "H" to feed-type
   end-if.
   if type-answer is equal to "C" or type-answer is equal to "c"
      move "C" to feed-type
   end-if.
   if type-answer is equal to "P" or type-answer is equal to "p"
      move "P" to feed-type
   end-if.

*> validates the keyed date range: an eight-digit answer is taken as
*> keyed, anything else opens that end of the range wide.
   if feed-type is equal to "H"
      write extract-line from history-heading-line
   end-if.
   if feed-type is equal to "C"
      write extract-line from compare-heading-line
   end-if.
   if feed-type is equal to "P"
      write extract-line from pool-heading-line
   end-if.

*> reads one feed record and, when it passes the file-name and date
*> selection, writes it as one delimited line with real decimal
      perform append-numeric-field
      move fm-business-date to date-field-work
      perform append-date-field
      move fm-source-code to text-field-work
      perform append-text-field
   end-if.
   if feed-type is equal to "O"
      move fo-mean to numeric-edit-work
      move fh-business-date to date-field-work
      perform append-date-field
   end-if.
   if feed-type is equal to "C"
      move fc-first-mean to numeric-edit-work
      perform append-numeric-field
      move fc-first-std to numeric-edit-work
      perform append-numeric-field
      move fc-second-file to text-field-work
      perform append-text-field
      move fc-second-recs to integer-edit-work
      perform append-integer-field
      move fc-second-mean to numeric-edit-work
      perform append-numeric-field
      move fc-second-std to numeric-edit-work
      perform append-numeric-field
      move fc-category to text-field-work
      perform append-text-field
      move fc-t-stat to numeric-edit-work
      perform append-numeric-field
      move fc-t-df to numeric-edit-work
      perform append-numeric-field
      move fc-t-p to numeric-edit-work
      perform append-numeric-field
      move fc-t-flag to text-field-work
      perform append-text-field
      move fc-f-stat to numeric-edit-work
      perform append-numeric-field
      move fc-f-p to numeric-edit-work
      perform append-numeric-field
      move fc-f-flag to text-field-work
      perform append-text-field
      move fc-u-stat to wide-edit-work
      perform append-wide-field
      move fc-u-z to numeric-edit-work
      perform append-numeric-field
      move fc-u-p to numeric-edit-work
      perform append-numeric-field
      move fc-u-flag to text-field-work
      perform append-text-field
   end-if.
   if feed-type is equal to "P"
      move fp-mean to numeric-edit-work
      perform append-numeric-field
      move fp-std-dev to numeric-edit-work
      perform append-numeric-field
      move fp-within-std to numeric-edit-work
      perform append-numeric-field
      move fp-between-std to numeric-edit-work
      perform append-numeric-field
      move fp-group-kind to text-field-work
      perform append-text-field
      move fp-business-date to date-field-work
      perform append-date-field
   end-if.

*> appends the record's input file name, trailing blanks dropped.
append-file-name.
      end-string
   end-if.

*> appends a text column (a second file name, a code or a flag),
*> trailing blanks dropped the same way.
append-text-field.
   move 30 to tail-length.
   perform until tail-length is < 1
      or text-field-work (tail-length:1) is not equal to space
      subtract 1 from tail-length
   end-perform.
   if tail-length is < 1
      string "," delimited by size
         into extract-work-line with pointer csv-ptr
      end-string
   else
      string "," delimited by size
         text-field-work (1:tail-length) delimited by size
         into extract-work-line with pointer csv-ptr
      end-string
   end-if.

*> appends one edited numeric field, leading blanks dropped so the
*> sign or first digit sits right behind the delimiter.
append-numeric-field.
      end-string
   end-if.

*> appends one wide edited numeric field (a figure too big for the
*> regular edit field, such as a rank statistic) the same way.
append-wide-field.
   move 0 to lead-count.
   inspect wide-edit-work tallying lead-count
      for leading space.
   compute tail-length = 17 - lead-count.
   string "," delimited by size
      wide-edit-work (lead-count + 1:tail-length) delimited by size
      into extract-work-line with pointer csv-ptr
   end-string.

*> appends one edited integer field the same way.
append-integer-field.
   move 0 to lead-count.
