*> program: statistical measures plan versus actual.
*> creator: jessica nguyen.
*> date: 2026-10-15.
*> purpose: to hold each input file's daily mean from the statistics history
*>          master up against the target mean and acceptable band finance sets
*>          for it by month, in a targets master keyed by input file name and
*>          effective month. every business date in the range is shown against
*>          its target with the variance in amount and in percent and flagged
*>          WITHIN, UNDER or OVER the band, with a month-to-date roll-up per file
*>          and a count of the days out of band. files with history but no target,
*>          and targets with no history, are listed on their own so gaps in the
*>          master show up.

identification division.
program-id. stattarget.

environment division.
   *> sets up the history master being compared and the plan versus
   *> actual report the results are written to.
   input-output section.
   file-control.
   select history-file assign to dynamic history-file-name
      organization is line sequential
      file status is history-status.
   select report-file assign to dynamic report-file-name
      organization is line sequential
      file status is report-status.
   *> the targets master finance keeps: one entry per input file and
   *> effective month, holding the target mean, the tolerance allowed
   *> below and above it, and the expected n when one is set. an entry
   *> stays in force from its effective month until the file's next
   *> entry takes over. the report only reads it.
   select target-file assign to "STATTARGET.TXT"
      organization is line sequential
      file status is target-status.
   *> a shared log the statistics suite appends a line to at
   *> end-of-job, so a run can be reconciled after the fact.
   select run-log-file assign to "RUNLOG.TXT"
      organization is line sequential
      file status is run-log-status.
   *> an optional control card file the overnight scheduler drops next
   *> to the program; when it is present the run is fully unattended —
   *> every card is one job and no console prompting happens at all.
   select control-file assign to "STATTARGET.CTL"
      organization is line sequential
      file status is ctl-status.

data division.
   *> declares and initializes the file variables and their structure.
   file section.
   fd history-file.
   01 history-line.
      02 filler            pic x(120).
   fd report-file.
   01 report-line.
      02 filler            pic x(100).
   fd target-file.
   01 target-line.
      02 filler            pic x(100).
   fd run-log-file.
   01 run-log-line.
      02 filler            pic x(100).
   fd control-file.
   01 control-line.
      02 filler            pic x(160).

   *> declares and initializes other variables (and records) that'll be used.
   working-storage section.
   77 history-file-name     pic x(100).
   77 report-file-name      pic x(100).
   77 history-status        pic xx.
   77 report-status         pic xx.
   77 target-status         pic xx.
   77 eof-toggle            pic 9 value 0.
   77 target-eof            pic 9 value 0.
   77 filter-file-name      pic x(30).
   77 from-date-answer      pic x(8).
   77 to-date-answer        pic x(8).
   77 from-date             pic x(8).
   77 to-date               pic x(8).
   77 from-month            pic x(6).
   77 to-month              pic x(6).
   77 work-date             pic x(8).
   77 read-count            pic s9(6) value 0.
   77 selected-count        pic s9(6) value 0.
   77 superseded-count      pic s9(6) value 0.
   77 entry-count           pic s9(6) value 0.
   77 entry-found           pic 9.
   77 table-full            pic 9 value 0.
   77 target-count          pic s9(4) value 0.
   77 target-full           pic 9 value 0.
   77 target-skipped        pic s9(4) value 0.
   77 target-found          pic 9.
   77 target-superseded     pic 9.
   77 best-month            pic x(6).
   77 no-target-count       pic s9(4) value 0.
   77 no-target-full        pic 9 value 0.
   77 unused-count          pic s9(4) value 0.
   77 e-i                   pic s9(6).
   77 fill-i                pic s9(6).
   77 t-i                   pic s9(4).
   77 t-j                   pic s9(4).
   77 m-t                   pic s9(4).
   77 current-file          pic x(30).
   77 current-month         pic x(6).
   77 day-date              pic x(8).
   77 highest-rc            pic 9(2) value 0.
   *> sort state for the history table: a shell sort with halving
   *> gaps on file name, business date and batch, the same shape
   *> stattrend sorts the master with.
   77 sort-i                pic s9(6).
   77 sort-j                pic s9(6).
   77 sort-k                pic s9(6).
   77 sort-gap              pic s9(6).
   77 sort-start            pic s9(6).
   77 sort-done             pic 9.
   *> the day, month-to-date and file figures. every product and
   *> quotient is worked out in its own item: folding them into one
   *> compute drops whole terms under this dialect's intermediate
   *> arithmetic, as statmeasure's passes found.
   77 day-n                 pic s9(9).
   77 day-sum               pic s9(16)v9(4).
   77 month-n               pic s9(9).
   77 month-sum             pic s9(16)v9(4).
   77 month-days            pic s9(4).
   77 month-out             pic s9(4).
   77 product-work          pic s9(16)v9(4).
   77 actual-mean           pic s9(7)v9(4).
   77 target-mean           pic s9(7)v9(4).
   77 band-low              pic s9(8)v9(4).
   77 band-high             pic s9(8)v9(4).
   77 variance-work         pic s9(8)v9(4).
   77 percent-work          pic s9(7)v9(2).
   77 expected-n            pic s9(9).
   77 day-flag              pic x(9).
   77 file-days             pic s9(4).
   77 file-within           pic s9(4).
   77 file-under            pic s9(4).
   77 file-over             pic s9(4).
   77 file-untargeted       pic s9(4).
   77 file-count            pic s9(4) value 0.
   77 total-days            pic s9(6) value 0.
   77 total-compared        pic s9(6) value 0.
   77 total-out             pic s9(6) value 0.
   77 total-untargeted      pic s9(6) value 0.
   77 run-log-status        pic xx.
   77 current-date-time     pic x(21).
   77 ctl-status            pic xx.
   77 ctl-eof               pic 9 value 0.
   77 job-rc                pic 9(2) value 0.
   *> one scheduler control card = one job: the history master, the
   *> report file, the input file name selected (blank takes every
   *> file), and the business-date range (blank ends run wide).
   01 control-card-record.
      02 ctl-history-file-name pic x(40).
      02 ctl-report-file-name  pic x(40).
      02 ctl-filter-file-name  pic x(30).
      02 ctl-from-date         pic x(8).
      02 ctl-to-date           pic x(8).
      02 filler                pic x(34).
   *> the history master record statmeasure appends one of per batch.
   01 history-input-record.
      02 his-run-date       pic x(8).
      02 filler             pic x(1).
      02 his-file-name      pic x(30).
      02 filler             pic x(1).
      02 his-batch-number   pic 9(4).
      02 filler             pic x(1).
      02 his-n              pic 9(7).
      02 filler             pic x(1).
      02 his-mean           pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 his-std-dev        pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 his-median         pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 his-p90            pic s9(7)v9(4) sign leading separate.
      *> the business date the file's "H" header carried, stamped by
      *> statmeasure; blank on records from before it was kept, whose
      *> run date stands in for it.
      02 filler             pic x(1).
      02 his-business-date  pic x(8).
   *> one targets master entry, fixed columns with implied decimals:
   *> the input file name, the effective month (YYYYMM), the target
   *> mean (leading separate sign), the tolerance below and above it
   *> that still counts as within the band, and the expected n (blank
   *> when finance sets no volume target).
   01 target-record.
      02 tgt-file-name      pic x(30).
      02 filler             pic x(1).
      02 tgt-eff-month      pic x(6).
      02 filler             pic x(1).
      02 tgt-mean           pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1).
      02 tgt-lower-tol      pic 9(7)v9(4).
      02 filler             pic x(1).
      02 tgt-upper-tol      pic 9(7)v9(4).
      02 filler             pic x(1).
      02 tgt-n-text         pic x(7).
      02 tgt-n redefines tgt-n-text pic 9(7).
      02 filler             pic x(18).
   *> the whole targets master is tabled, with a flag noting each
   *> entry that some day in the range was held up against.
   01 target-table.
      02 target-entry occurs 500 times.
         03 te-file         pic x(30).
         03 te-month        pic x(6).
         03 te-mean         pic s9(7)v9(4).
         03 te-lower        pic 9(7)v9(4).
         03 te-upper        pic 9(7)v9(4).
         03 te-n            pic 9(7).
         03 te-used         pic 9.
   *> the selected batches, keyed file / business date / batch so one
   *> sort lines them up for the file, month and day breaks.
   01 history-table.
      02 hist-entry occurs 10000 times.
         03 he-key.
            04 he-file      pic x(30).
            04 he-date      pic x(8).
            04 he-batch     pic 9(4).
         03 he-n            pic 9(7).
         03 he-mean         pic s9(7)v9(4).
   01 sort-hold-entry.
      02 sh-key.
         03 sh-file         pic x(30).
         03 sh-date         pic x(8).
         03 sh-batch        pic 9(4).
      02 sh-n               pic 9(7).
      02 sh-mean            pic s9(7)v9(4).
   *> the months a file had history in but no target in force,
   *> listed at the end of the report.
   01 no-target-table.
      02 no-target-entry occurs 500 times.
         03 nt-file         pic x(30).
         03 nt-month        pic x(6).
         03 nt-days         pic s9(4).
   01 output-title-line.
      02 filler             pic x(43) value
         "   STATISTICS PLAN VERSUS ACTUAL (TARGETS)".
   01 output-underline.
      02 filler             pic x(70) value all "-".
   01 output-range-line.
      02 filler             pic x(15) value "BUSINESS DATES ".
      02 out-range-from     pic x(8).
      02 filler             pic x(4) value " TO ".
      02 out-range-to       pic x(8).
   01 output-master-line.
      02 filler             pic x(23) value "TARGETS MASTER ENTRIES=".
      02 out-master-count   pic -(3)9.
      02 filler             pic x(11) value "  SKIPPED=".
      02 out-master-skipped pic -(3)9.
   01 output-file-header.
      02 filler             pic x(12) value "INPUT FILE: ".
      02 out-target-file    pic x(30).
   01 output-col-heads.
      02 filler             pic x(10) value "DATE".
      02 filler             pic x(7) value "      N".
      02 filler             pic x(2) value spaces.
      02 filler             pic x(7) value "TARGETN".
      02 filler             pic x(2) value spaces.
      02 filler             pic x(12) value " ACTUAL MEAN".
      02 filler             pic x(1) value space.
      02 filler             pic x(12) value " TARGET MEAN".
      02 filler             pic x(1) value space.
      02 filler             pic x(12) value "    VARIANCE".
      02 filler             pic x(1) value space.
      02 filler             pic x(10) value "VARIANCE %".
      02 filler             pic x(2) value spaces.
      02 filler             pic x(4) value "FLAG".
   01 output-day-line.
      02 out-day-date       pic x(8).
      02 filler             pic x(2) value spaces.
      02 out-day-n          pic z(6)9.
      02 filler             pic x(2) value spaces.
      02 out-day-target-n   pic z(6)9 blank when zero.
      02 filler             pic x(2) value spaces.
      02 out-day-actual     pic -(6)9.9(4).
      02 filler             pic x(1) value space.
      02 out-day-target     pic -(6)9.9(4).
      02 filler             pic x(1) value space.
      02 out-day-variance   pic -(6)9.9(4).
      02 filler             pic x(1) value space.
      02 out-day-percent    pic -(6)9.99.
      02 filler             pic x(2) value spaces.
      02 out-day-flag       pic x(9).
   *> the same columns with the target figures left blank, for a day
   *> with no target in force.
   01 output-day-blank-line redefines output-day-line.
      02 filler             pic x(41).
      02 out-blank-targets  pic x(36).
      02 filler             pic x(11).
   01 output-month-line.
      02 filler             pic x(4) value "MTD ".
      02 out-month-month    pic x(6).
      02 out-month-n        pic z(6)9.
      02 filler             pic x(2) value spaces.
      02 out-month-expected pic z(6)9 blank when zero.
      02 filler             pic x(2) value spaces.
      02 out-month-actual   pic -(6)9.9(4).
      02 filler             pic x(1) value space.
      02 out-month-target   pic -(6)9.9(4).
      02 filler             pic x(1) value space.
      02 out-month-variance pic -(6)9.9(4).
      02 filler             pic x(1) value space.
      02 out-month-percent  pic -(6)9.99.
      02 filler             pic x(2) value spaces.
      02 out-month-flag     pic x(9).
      02 filler             pic x(5) value " OUT=".
      02 out-month-out      pic zz9.
   01 output-month-blank-line redefines output-month-line.
      02 filler             pic x(41).
      02 out-month-blank    pic x(36).
      02 filler             pic x(19).
   01 output-file-total-line.
      02 filler             pic x(5) value "DAYS=".
      02 out-file-days      pic -(3)9.
      02 filler             pic x(9) value "  WITHIN=".
      02 out-file-within    pic -(3)9.
      02 filler             pic x(8) value "  UNDER=".
      02 out-file-under     pic -(3)9.
      02 filler             pic x(7) value "  OVER=".
      02 out-file-over      pic -(3)9.
      02 filler             pic x(12) value "  NO TARGET=".
      02 out-file-untargeted pic -(3)9.
      02 filler             pic x(14) value "  OUT OF BAND=".
      02 out-file-out       pic -(3)9.
   01 output-no-target-head.
      02 filler             pic x(32) value "FILES WITH HISTORY BUT NO TARGET".
   01 output-no-target-line.
      02 filler             pic x(3) value spaces.
      02 out-nt-file        pic x(30).
      02 filler             pic x(7) value " MONTH ".
      02 out-nt-month       pic x(6).
      02 filler             pic x(7) value "  DAYS=".
      02 out-nt-days        pic -(3)9.
   01 output-unused-head.
      02 filler             pic x(39) value "TARGETS WITH NO HISTORY IN THE RANGE".
   01 output-unused-line.
      02 filler             pic x(3) value spaces.
      02 out-un-file        pic x(30).
      02 filler             pic x(11) value " EFFECTIVE ".
      02 out-un-month       pic x(6).
      02 filler             pic x(9) value "  TARGET=".
      02 out-un-mean        pic -(6)9.9(4).
   01 output-none-line.
      02 filler             pic x(7) value "   NONE".
   01 output-total-line-1.
      02 filler             pic x(19) value "FILES             =".
      02 out-total-files    pic -(5)9.
   01 output-total-line-2.
      02 filler             pic x(19) value "DAYS              =".
      02 out-total-days     pic -(5)9.
   01 output-total-line-3.
      02 filler             pic x(19) value "DAYS OUT OF BAND  =".
      02 out-total-out      pic -(5)9.
   01 output-total-line-4.
      02 filler             pic x(19) value "DAYS NO TARGET    =".
      02 out-total-untargeted pic -(5)9.
   01 output-total-line-5.
      02 filler             pic x(19) value "BATCHES SUPERSEDED=".
      02 out-total-superseded pic -(5)9.
   01 output-no-master-line.
      02 filler             pic x(45) value
         "NO TARGETS MASTER ENTRIES, NOTHING COMPARED".
   01 output-table-full-line.
      02 filler             pic x(53) value
         "HISTORY TABLE FULL, ONLY FIRST 10000 BATCHES COMPARED".
   01 output-target-full-line.
      02 filler             pic x(52) value
         "TARGETS MASTER FULL (500), LATER ENTRIES NOT LOADED".
   01 output-no-target-full-line.
      02 filler             pic x(53) value
         "NO-TARGET LISTING FULL (500), LATER MONTHS NOT LISTED".
   01 output-empty-line.
      02 filler             pic x(40) value
         "NO USABLE HISTORY RECORDS IN THE RANGE".
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

procedure division.
   *> a control card file present means the scheduler is driving this
   *> run: every card on it is one job and nothing is asked on the
   *> console. otherwise the operator is prompted for a single job as
   *> always.
   open input control-file.
   if ctl-status is equal to "00"
      perform control-card-job until ctl-eof is = 1
      close control-file
   else
      *> obtains the file names and selection from the user.
      display space
      display "Enter the name of the history master file: "
      accept history-file-name
      display space
      display "Enter the name of the plan versus actual report file: "
      accept report-file-name
      display space
      display "Input file name to select (blank for all): "
      accept filter-file-name
      display space
      display "From business date (YYYYMMDD, blank for earliest): "
      accept from-date-answer
      display space
      display "To business date (YYYYMMDD, blank for latest): "
      accept to-date-answer
      perform run-one-job
   end-if.

   *> hands the scheduler the worst return code any job produced, so a
   *> day out of band can hold (or page on) the downstream steps.
   move highest-rc to return-code.
   stop run.

*> reads the next control card and runs it as one unattended job;
*> blank cards are skipped so a trailing empty line cannot start a
*> phantom job against empty file names.
control-card-job.
   read control-file into control-card-record
      at end move 1 to ctl-eof
   end-read.
   if ctl-eof is not = 1 and control-card-record is not equal to spaces
      move ctl-history-file-name to history-file-name
      move ctl-report-file-name to report-file-name
      move ctl-filter-file-name to filter-file-name
      move ctl-from-date to from-date-answer
      move ctl-to-date to to-date-answer
      perform run-one-job
   end-if.

*> runs a single comparison front to back: resets the per-job state,
*> tables the targets master and the selected history, and reports
*> every file's days against their targets, recording the job's
*> return code (0 = every day within its band, 4 = a day out of band,
*> 8 = no usable history or no targets to compare against, 12 = a
*> file would not open, 16 = a table overflowed) without stopping the
*> run, so the jobs behind it on the control file still get their
*> turn.
run-one-job.
   perform initialize-job.
   perform set-date-range.
   perform load-target-table.
   open input history-file.
   open output report-file.

   *> displays an error if any file cannot be opened for any reason.
   *> eof-toggle is set so end-of-job does not try to close the
   *> never-opened history file — that close would overwrite the open
   *> failure status the run-log line is about to record.
   if history-status is not = "00"
      display space
      display "history-file error. status: " history-status
      display space
      move 12 to job-rc
      move 1 to eof-toggle
   end-if.
   if job-rc is = 0 and report-status is not = "00"
      display space
      display "report-file error. status: " report-status
      display space
      move 12 to job-rc
   end-if.

   if job-rc is = 0
      perform select-one-batch until eof-toggle is = 1
      perform write-report-headings
      if entry-count is = 0
         display space
         display output-empty-line
         write report-line from output-empty-line
            after advancing 2 lines
         move 8 to job-rc
      else
         if target-count is = 0
            display space
            display output-no-master-line
            write report-line from output-no-master-line
               after advancing 2 lines
            move 8 to job-rc
         end-if
         perform sort-history-table
         move 1 to e-i
         perform report-one-file until e-i is > entry-count
         perform write-no-target-listing
         perform write-unused-listing
         if total-out is > 0 and job-rc is < 4
            move 4 to job-rc
         end-if
      end-if
      if target-full is = 1
         display space
         display output-target-full-line
         write report-line from output-target-full-line
            after advancing 2 lines
         move 16 to job-rc
      end-if
      if table-full is = 1
         display space
         display output-table-full-line
         write report-line from output-table-full-line
            after advancing 2 lines
         move 16 to job-rc
      end-if
      if no-target-full is = 1
         display space
         display output-no-target-full-line
         write report-line from output-no-target-full-line
            after advancing 2 lines
         move 16 to job-rc
      end-if
      perform write-report-totals
   end-if.

   *> the run-log line is written before the report file is closed,
   *> so a failed open's status reaches the log instead of being
   *> overwritten by the close.
   perform end-of-job.
   perform write-run-log.
   close report-file.
   if job-rc is > highest-rc
      move job-rc to highest-rc
   end-if.

*> resets everything one job leaves behind, so the next control card
*> starts from the same state a fresh program load would have.
initialize-job.
   move 0 to eof-toggle, job-rc, table-full, target-eof.
   move 0 to read-count, selected-count, superseded-count.
   move 0 to entry-count, target-count, target-full, target-skipped.
   move 0 to no-target-count, no-target-full, unused-count.
   move 0 to file-count, total-days, total-compared, total-out.
   move 0 to total-untargeted.

*> validates the keyed date range: an eight-digit answer is taken as
*> keyed, anything else opens that end of the range wide. the months
*> at either end decide which targets were in force over the range.
set-date-range.
   if from-date-answer is numeric
      move from-date-answer to from-date
   else
      move "00000000" to from-date
   end-if.
   if to-date-answer is numeric
      move to-date-answer to to-date
   else
      move "99999999" to to-date
   end-if.
   move from-date (1:6) to from-month.
   move to-date (1:6) to to-month.

*> tables the targets master; a master that is missing (no targets
*> set yet) just leaves the table empty. entries with a blank file
*> name are skipped; entries with an effective month, target mean or
*> tolerance that is not numeric are skipped and counted, so a bad
*> line in the master shows on the report instead of comparing
*> against garbage.
load-target-table.
   open input target-file.
   if target-status is not = "00"
      move 1 to target-eof
   end-if.
   perform load-target-entry until target-eof is = 1.

*> reads one targets master entry into the table.
load-target-entry.
   read target-file into target-record
      at end
         move 1 to target-eof
         close target-file
   end-read.
   if target-eof is not = 1
      and tgt-file-name is not equal to spaces
      if tgt-eff-month is not numeric
         or tgt-mean is not numeric
         or tgt-lower-tol is not numeric
         or tgt-upper-tol is not numeric
         add 1 to target-skipped
      else
         if target-count is < 500
            add 1 to target-count
            move tgt-file-name to te-file(target-count)
            move tgt-eff-month to te-month(target-count)
            move tgt-mean to te-mean(target-count)
            move tgt-lower-tol to te-lower(target-count)
            move tgt-upper-tol to te-upper(target-count)
            if tgt-n-text is numeric
               move tgt-n to te-n(target-count)
            else
               move 0 to te-n(target-count)
            end-if
            move 0 to te-used(target-count)
         else
            move 1 to target-full
         end-if
      end-if
   end-if.

*> reads one history record and tables it when it is for the file
*> selected and its business date is in the range. a batch exported
*> more than once for the same business date (a rerun) is superseded
*> by the later record, so it is counted once. records with a blank
*> file name or no n are skipped as unusable.
select-one-batch.
   read history-file into history-input-record
      at end perform end-of-job
   end-read.
   if eof-toggle is not = 1
      and his-file-name is not equal to spaces
      add 1 to read-count
      *> records from before the business date was kept compare on
      *> their run date.
      if his-business-date is numeric
         move his-business-date to work-date
      else
         move his-run-date to work-date
      end-if
      if (filter-file-name is equal to spaces
            or his-file-name is equal to filter-file-name)
         and work-date is not < from-date
         and work-date is not > to-date
         and his-n is numeric
         and his-n is > 0
         perform table-one-batch
      end-if
   end-if.

*> files the history record in the table, over the earlier record for
*> the same file, business date and batch when there is one.
table-one-batch.
   move 0 to entry-found.
   perform varying e-i from 1 by 1 until e-i is > entry-count
      or entry-found is = 1
      if he-file(e-i) is equal to his-file-name
         and he-date(e-i) is equal to work-date
         and he-batch(e-i) is = his-batch-number
         move 1 to entry-found
         add 1 to superseded-count
         move e-i to fill-i
         perform fill-history-entry
      end-if
   end-perform.
   if entry-found is = 0
      if entry-count is < 10000
         add 1 to entry-count, selected-count
         move entry-count to fill-i
         perform fill-history-entry
      else
         move 1 to table-full
      end-if
   end-if.

*> moves the history record's figures into table entry fill-i.
fill-history-entry.
   move his-file-name to he-file(fill-i).
   move work-date to he-date(fill-i).
   move his-batch-number to he-batch(fill-i).
   move his-n to he-n(fill-i).
   move his-mean to he-mean(fill-i).

*> sorts the history table on file name, business date and batch, a
*> shell sort with halving gaps shifting whole entries through the
*> hold area, the same shape stattrend sorts its history with.
sort-history-table.
   compute sort-gap = entry-count / 2.
   perform until sort-gap is < 1
      compute sort-start = sort-gap + 1
      perform varying sort-i from sort-start by 1
         until sort-i is > entry-count
         move hist-entry(sort-i) to sort-hold-entry
         move sort-i to sort-j
         move 0 to sort-done
         perform until sort-done is = 1
            if sort-j is > sort-gap
               compute sort-k = sort-j - sort-gap
               if he-key(sort-k) is > sh-key
                  move hist-entry(sort-k) to hist-entry(sort-j)
                  subtract sort-gap from sort-j
               else
                  move 1 to sort-done
               end-if
            else
               move 1 to sort-done
            end-if
         end-perform
         move sort-hold-entry to hist-entry(sort-j)
      end-perform
      compute sort-gap = sort-gap / 2
   end-perform.

*> reports one input file: a month at a time, then the file's day
*> counts and how many days fell out of band.
report-one-file.
   move he-file(e-i) to current-file.
   add 1 to file-count.
   move 0 to file-days, file-within, file-under, file-over.
   move 0 to file-untargeted.
   move current-file to out-target-file.
   display space.
   display output-file-header.
   write report-line from output-file-header
      after advancing 2 lines.
   write report-line from output-col-heads
      after advancing 1 line.
   perform report-one-month until e-i is > entry-count
      or he-file(e-i) is not equal to current-file.
   move file-days to out-file-days.
   move file-within to out-file-within.
   move file-under to out-file-under.
   move file-over to out-file-over.
   move file-untargeted to out-file-untargeted.
   compute out-file-out = file-under + file-over.
   display output-file-total-line.
   write report-line from output-file-total-line
      after advancing 2 lines.

*> reports one calendar month of the file: finds the target in force
*> for it, prints each business date against it, then the
*> month-to-date roll-up line. a month with no target in force is
*> noted for the no-target listing.
report-one-month.
   move he-date(e-i) (1:6) to current-month.
   move 0 to month-n, month-sum, month-days, month-out.
   perform find-month-target.
   perform report-one-day until e-i is > entry-count
      or he-file(e-i) is not equal to current-file
      or he-date(e-i) (1:6) is not equal to current-month.
   perform write-month-line.
   if target-found is = 0
      perform note-no-target
   end-if.

*> finds the target in force for the current file and month: the
*> file's entry with the latest effective month not after it. when
*> the master carries the same month twice the later entry wins.
find-month-target.
   move 0 to target-found, m-t.
   move spaces to best-month.
   perform varying t-i from 1 by 1 until t-i is > target-count
      if te-file(t-i) is equal to current-file
         and te-month(t-i) is not > current-month
         and (target-found is = 0
            or te-month(t-i) is not < best-month)
         move 1 to target-found
         move t-i to m-t
         move te-month(t-i) to best-month
      end-if
   end-perform.
   if target-found is = 1
      move 1 to te-used(m-t)
      move te-mean(m-t) to target-mean
      compute band-low = target-mean - te-lower(m-t)
      compute band-high = target-mean + te-upper(m-t)
   end-if.

*> reports one business date: the day's batches are pooled to one
*> n and an n-weighted mean, which is held up against the target.
report-one-day.
   move he-date(e-i) to day-date.
   move 0 to day-n, day-sum.
   perform add-day-batch until e-i is > entry-count
      or he-file(e-i) is not equal to current-file
      or he-date(e-i) is not equal to day-date.
   compute actual-mean rounded = day-sum / day-n.
   add day-n to month-n.
   add day-sum to month-sum.
   add 1 to month-days, file-days, total-days.
   move day-date to out-day-date.
   move day-n to out-day-n.
   if target-found is = 1
      perform compare-to-target
      move day-flag to out-day-flag
      move te-n(m-t) to out-day-target-n
      move actual-mean to out-day-actual
      move target-mean to out-day-target
      move variance-work to out-day-variance
      move percent-work to out-day-percent
      add 1 to total-compared
      if day-flag is equal to "WITHIN"
         add 1 to file-within
      else
         if day-flag is equal to "UNDER"
            add 1 to file-under, month-out, total-out
         else
            add 1 to file-over, month-out, total-out
         end-if
      end-if
   else
      move 0 to out-day-target-n
      move actual-mean to out-day-actual
      move spaces to out-blank-targets
      move "NO TARGET" to out-day-flag
      add 1 to file-untargeted, total-untargeted
   end-if.
   write report-line from output-day-line
      after advancing 1 line.

*> adds batch e-i to the day's n and n-weighted sum and steps on.
add-day-batch.
   add he-n(e-i) to day-n.
   compute product-work = he-n(e-i) * he-mean(e-i).
   add product-work to day-sum.
   add 1 to e-i.

*> works out actual-mean's variance from the target in amount and in
*> percent of the target (zero when the target mean is zero) and
*> flags it against the band.
compare-to-target.
   compute variance-work = actual-mean - target-mean.
   if target-mean is = 0
      move 0 to percent-work
   else
      compute product-work = variance-work * 100
      compute percent-work rounded = product-work / target-mean
   end-if.
   if actual-mean is < band-low
      move "UNDER" to day-flag
   else
      if actual-mean is > band-high
         move "OVER" to day-flag
      else
         move "WITHIN" to day-flag
      end-if
   end-if.

*> prints the month-to-date roll-up: the month's n (and the n
*> expected, the daily target n times the days reported, when one is
*> set), its n-weighted mean against the target, and how many of its
*> days were out of band.
write-month-line.
   compute actual-mean rounded = month-sum / month-n.
   move current-month to out-month-month.
   move month-n to out-month-n.
   move actual-mean to out-month-actual.
   if target-found is = 1
      perform compare-to-target
      compute expected-n = te-n(m-t) * month-days
      move expected-n to out-month-expected
      move target-mean to out-month-target
      move variance-work to out-month-variance
      move percent-work to out-month-percent
      move day-flag to out-month-flag
   else
      move 0 to out-month-expected
      move spaces to out-month-blank
      move "NO TARGET" to out-month-flag
   end-if.
   move month-out to out-month-out.
   write report-line from output-month-line
      after advancing 1 line.

*> notes the current file and month for the no-target listing.
note-no-target.
   if no-target-count is < 500
      add 1 to no-target-count
      move current-file to nt-file(no-target-count)
      move current-month to nt-month(no-target-count)
      move month-days to nt-days(no-target-count)
   else
      move 1 to no-target-full
   end-if.

*> lists the months a file had history in with no target in force.
write-no-target-listing.
   display space.
   display output-no-target-head.
   write report-line from output-no-target-head
      after advancing 3 lines.
   write report-line from output-underline
      after advancing 1 line.
   if no-target-count is = 0
      write report-line from output-none-line
         after advancing 1 line
   end-if.
   perform varying t-i from 1 by 1 until t-i is > no-target-count
      move nt-file(t-i) to out-nt-file
      move nt-month(t-i) to out-nt-month
      move nt-days(t-i) to out-nt-days
      display output-no-target-line
      write report-line from output-no-target-line
         after advancing 1 line
   end-perform.

*> lists the targets in force over the range that no day was held up
*> against. an entry counts as in force when its effective month is
*> not after the range's last month and no later entry for the file
*> had already taken over by the range's first month; an entry for a
*> file outside the selection is left out.
write-unused-listing.
   display space.
   display output-unused-head.
   write report-line from output-unused-head
      after advancing 3 lines.
   write report-line from output-underline
      after advancing 1 line.
   perform varying t-i from 1 by 1 until t-i is > target-count
      if te-used(t-i) is = 0
         and te-month(t-i) is not > to-month
         and (filter-file-name is equal to spaces
            or te-file(t-i) is equal to filter-file-name)
         perform check-target-superseded
         if target-superseded is = 0
            add 1 to unused-count
            move te-file(t-i) to out-un-file
            move te-month(t-i) to out-un-month
            move te-mean(t-i) to out-un-mean
            display output-unused-line
            write report-line from output-unused-line
               after advancing 1 line
         end-if
      end-if
   end-perform.
   if unused-count is = 0
      write report-line from output-none-line
         after advancing 1 line
   end-if.

*> notes whether a later entry for target t-i's file had already
*> taken over from it by the range's first month.
check-target-superseded.
   move 0 to target-superseded.
   perform varying t-j from 1 by 1 until t-j is > target-count
      or target-superseded is = 1
      if te-file(t-j) is equal to te-file(t-i)
         and te-month(t-j) is > te-month(t-i)
         and te-month(t-j) is not > from-month
         move 1 to target-superseded
      end-if
   end-perform.

*> writes the report's title block.
write-report-headings.
   display space.
   display output-title-line.
   write report-line from output-title-line
      after advancing 1 line.
   write report-line from output-underline
      after advancing 1 line.
   move from-date to out-range-from.
   move to-date to out-range-to.
   move target-count to out-master-count.
   move target-skipped to out-master-skipped.
   display output-range-line.
   display output-master-line.
   write report-line from output-range-line
      after advancing 1 line.
   write report-line from output-master-line
      after advancing 1 line.

*> writes the totals that close the report, and echoes them on the
*> console for an attended run.
write-report-totals.
   move file-count to out-total-files.
   move total-days to out-total-days.
   move total-out to out-total-out.
   move total-untargeted to out-total-untargeted.
   move superseded-count to out-total-superseded.
   write report-line from output-underline
      after advancing 2 lines.
   display space.
   display output-total-line-1.
   display output-total-line-2.
   display output-total-line-3.
   display output-total-line-4.
   display output-total-line-5.
   write report-line from output-total-line-1
      after advancing 1 line.
   write report-line from output-total-line-2
      after advancing 1 line.
   write report-line from output-total-line-3
      after advancing 1 line.
   write report-line from output-total-line-4
      after advancing 1 line.
   write report-line from output-total-line-5
      after advancing 1 line.

*> closes the history file. guarded by eof-toggle so the mainline's
*> own end-of-job call does not close the already-closed file twice.
end-of-job.
   if eof-toggle is not = 1
      move 1 to eof-toggle
      close history-file
   end-if.

*> appends one line to the shared run log recording this job's file
*> name, the days compared against a target, and file status codes
*> for reconciliation.
write-run-log.
   move function current-date to current-date-time.
   open extend run-log-file.
   if run-log-status is not = "00"
      open output run-log-file
   end-if.
   move current-date-time (1:14) to log-timestamp.
   move "STATTARGET" to log-program.
   move history-file-name to log-file-name.
   move total-compared to log-n.
   move history-status to log-input-status.
   move report-status to log-output-status.
   write run-log-line from run-log-record
      after advancing 1 line.
   close run-log-file.
