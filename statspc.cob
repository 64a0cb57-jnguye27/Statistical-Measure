*> program: statistical measures process control charts.
*> creator: jessica nguyen.
*> date: 2026-10-15.
*> purpose: to chart each input file's daily mean and std dev from the statistics
*>          history master against frozen control limits and apply the western
*>          electric run rules, so a slow shift that never trips stattrend's drift
*>          threshold is still caught. the limits live in a control-limits master
*>          that is only ever set (re-baselined) on purpose, from a baseline date
*>          range of the history.

identification division.
program-id. statspc.

environment division.
   *> sets up the history master being charted and the control chart
   *> report the results are written to.
   input-output section.
   file-control.
   select history-file assign to dynamic history-file-name
      organization is line sequential
      file status is history-status.
   select report-file assign to dynamic report-file-name
      organization is line sequential
      file status is report-status.
   *> the control-limits master: one entry per input file, holding the
   *> center line, sigma and upper/lower control limits for the mean
   *> and the std dev charts and the baseline range they came from. a
   *> chart run only reads it; a baseline run tables it and writes it
   *> back with the re-baselined files' entries replaced, so every
   *> other file's limits stay frozen as they were.
   select limits-file assign to "STATSPC_LIMITS.TXT"
      organization is line sequential
      file status is limits-status.
   *> a shared log the statistics suite appends a line to at
   *> end-of-job, so a run can be reconciled after the fact.
   select run-log-file assign to "RUNLOG.TXT"
      organization is line sequential
      file status is run-log-status.
   *> an optional control card file the overnight scheduler drops next
   *> to the program; when it is present the run is fully unattended —
   *> every card is one job (mode, file names, selection) and no
   *> console prompting happens at all.
   select control-file assign to "STATSPC.CTL"
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
   fd limits-file.
   01 limits-line.
      02 filler            pic x(200).
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
   77 limits-status         pic xx.
   77 eof-toggle            pic 9 value 0.
   77 limits-eof            pic 9 value 0.
   77 run-mode              pic x(1).
   77 mode-answer           pic x(1).
   77 filter-file-name      pic x(30).
   77 from-date-answer      pic x(8).
   77 to-date-answer        pic x(8).
   77 from-date             pic x(8).
   77 to-date               pic x(8).
   77 record-count          pic s9(6) value 0.
   77 table-full            pic 9 value 0.
   77 file-count            pic s9(4).
   77 file-found            pic 9.
   77 file-table-full       pic 9.
   77 limits-count          pic s9(4) value 0.
   77 limits-table-full     pic 9 value 0.
   77 limits-load-full      pic 9 value 0.
   77 limits-found          pic 9.
   77 f-i                   pic s9(4).
   77 f-j                   pic s9(4).
   77 l-i                   pic s9(4).
   77 e-i                   pic s9(6).
   77 c-i                   pic s9(4).
   77 h-i                   pic s9(4).
   77 h-j                   pic s9(4).
   77 current-file          pic x(30).
   77 baselined-count       pic s9(4) value 0.
   77 charted-count         pic s9(6) value 0.
   77 violation-count       pic s9(6) value 0.
   77 file-violations       pic s9(6).
   77 file-points           pic s9(6).
   77 unlimited-count       pic s9(4) value 0.
   *> sort state for the history table: a shell sort with halving
   *> gaps on business date, file name and batch, the same shape
   *> stattrend sorts the master with.
   77 sort-i                pic s9(6).
   77 sort-j                pic s9(6).
   77 sort-k                pic s9(6).
   77 sort-gap              pic s9(6).
   77 sort-start            pic s9(6).
   77 sort-done             pic 9.
   *> baseline figure work items. each difference and product is
   *> worked out in its own item before it is summed: folding them
   *> into one compute drops whole terms under this dialect's
   *> intermediate arithmetic, as statmeasure's passes found.
   77 base-points           pic s9(6).
   77 base-mean-sum         pic s9(13)v9(4).
   77 base-std-sum          pic s9(13)v9(4).
   77 base-mean-sqr         pic s9(18)v9(8).
   77 base-std-sqr          pic s9(18)v9(8).
   77 base-less-one         pic s9(6).
   77 dev-work              pic s9(8)v9(8).
   77 dev-sqr-work          pic s9(18)v9(8).
   77 sigma-work            pic s9(8)v9(8).
   77 limit-work            pic s9(8)v9(8).
   *> run-rule state for the point being charted.
   77 point-value           pic s9(7)v9(4).
   77 point-z               pic s9(4)v9(4).
   77 point-center          pic s9(7)v9(4).
   77 point-sigma           pic s9(7)v9(4).
   77 z-work                pic s9(8)v9(8).
   77 above-2-count         pic s9(4).
   77 below-2-count         pic s9(4).
   77 above-1-count         pic s9(4).
   77 below-1-count         pic s9(4).
   77 above-0-count         pic s9(4).
   77 below-0-count         pic s9(4).
   77 rule-broken           pic 9.
   77 run-log-status        pic xx.
   77 current-date-time     pic x(21).
   77 ctl-status            pic xx.
   77 ctl-eof               pic 9 value 0.
   77 job-rc                pic 9(2) value 0.
   77 highest-rc            pic 9(2) value 0.
   *> one scheduler control card = one job: the mode (B = set the
   *> control limits from a baseline range, C = chart against the
   *> frozen limits), the history master, the report file, the input
   *> file name selected (blank takes every file), and the date range
   *> (the baseline range in B mode, the charted range in C mode;
   *> blank ends run wide).
   01 control-card-record.
      02 ctl-mode              pic x(1).
      02 ctl-history-file-name pic x(40).
      02 ctl-report-file-name  pic x(40).
      02 ctl-filter-file-name  pic x(30).
      02 ctl-from-date         pic x(8).
      02 ctl-to-date           pic x(8).
      02 filler                pic x(33).
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
   *> one control-limits master entry, fixed columns with implied
   *> decimals and leading separate signs: the input file name, the
   *> baseline range and how many points it held, then center, sigma,
   *> upper and lower limit for the mean chart and for the std dev
   *> chart, and the date the limits were set.
   01 limits-record.
      02 lim-file-name      pic x(30).
      02 filler             pic x(1) value space.
      02 lim-base-from      pic x(8).
      02 filler             pic x(1) value space.
      02 lim-base-to        pic x(8).
      02 filler             pic x(1) value space.
      02 lim-points         pic 9(4).
      02 filler             pic x(1) value space.
      02 lim-mean-center    pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1) value space.
      02 lim-mean-sigma     pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1) value space.
      02 lim-mean-ucl       pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1) value space.
      02 lim-mean-lcl       pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1) value space.
      02 lim-std-center     pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1) value space.
      02 lim-std-sigma      pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1) value space.
      02 lim-std-ucl        pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1) value space.
      02 lim-std-lcl        pic s9(7)v9(4) sign leading separate.
      02 filler             pic x(1) value space.
      02 lim-set-date       pic x(8).
   *> the whole limits master is tabled: a chart run looks each file
   *> up in it, a baseline run replaces entries in it and writes it
   *> back. each entry keeps the full line so untouched files go back
   *> byte-for-byte as they were read.
   01 limits-table.
      02 limits-entry occurs 200 times.
         03 le-file         pic x(30).
         03 le-line         pic x(166).
   *> the whole master is tabled so each input file's entries can be
   *> walked in business-date order.
   01 history-table.
      02 hist-entry occurs 10000 times.
         03 he-date         pic x(8).
         03 he-file         pic x(30).
         03 he-batch        pic 9(4).
         03 he-mean         pic s9(7)v9(4).
         03 he-std          pic s9(7)v9(4).
   *> the distinct input file names met in the master, reported in the
   *> order they first appear.
   01 file-name-table.
      02 fn-entry           pic x(30) occurs 50 times.
   *> one table entry held aside while the sort shifts its chain, and
   *> the two composite keys (date + file + batch) being compared.
   01 sort-hold-entry.
      02 sh-date            pic x(8).
      02 sh-file            pic x(30).
      02 sh-batch           pic 9(4).
      02 sh-mean            pic s9(7)v9(4).
      02 sh-std             pic s9(7)v9(4).
   01 entry-key-work.
      02 ek-date            pic x(8).
      02 ek-file            pic x(30).
      02 ek-batch           pic 9(4).
   01 hold-key-work.
      02 hk-date            pic x(8).
      02 hk-file            pic x(30).
      02 hk-batch           pic 9(4).
   *> the run-rule memory for the two charts (1 = mean, 2 = std dev):
   *> the standardized distances from center of the last 8 points,
   *> the newest first.
   01 chart-state-table.
      02 chart-state occurs 2 times.
         03 cs-count        pic s9(4).
         03 cs-z            pic s9(4)v9(4) occurs 8 times.
   01 output-title-line.
      02 filler             pic x(35) value "   STATISTICS PROCESS CONTROL CHART".
   01 output-baseline-title-line.
      02 filler             pic x(36) value "   STATISTICS CONTROL LIMIT BASELINE".
   01 output-underline.
      02 filler             pic x(70) value all "-".
   01 output-range-line.
      02 out-range-label    pic x(15).
      02 out-range-from     pic x(8).
      02 filler             pic x(4) value " TO ".
      02 out-range-to       pic x(8).
   01 output-file-header.
      02 filler             pic x(12) value "INPUT FILE: ".
      02 out-spc-file       pic x(30).
   01 output-limit-line.
      02 out-limit-chart    pic x(8).
      02 filler             pic x(4) value "CL=".
      02 out-limit-center   pic -(6)9.9(4).
      02 filler             pic x(5) value " UCL=".
      02 out-limit-ucl      pic -(6)9.9(4).
      02 filler             pic x(5) value " LCL=".
      02 out-limit-lcl      pic -(6)9.9(4).
      02 filler             pic x(7) value " SIGMA=".
      02 out-limit-sigma    pic -(6)9.9(4).
   01 output-base-range-line.
      02 filler             pic x(16) value "BASELINE RANGE: ".
      02 out-base-from      pic x(8).
      02 filler             pic x(4) value " TO ".
      02 out-base-to        pic x(8).
      02 filler             pic x(2) value " (".
      02 out-base-points    pic zzz9.
      02 filler             pic x(15) value " POINTS)  SET: ".
      02 out-base-set       pic x(8).
   01 output-col-heads.
      02 filler             pic x(53) value
         "DATE    BATCH       MEAN  MEAN-Z      STD DEV   STD-Z".
   01 output-chart-line.
      02 out-chart-date     pic x(8).
      02 filler             pic x(1) value space.
      02 out-chart-batch    pic zzz9.
      02 filler             pic x(1) value space.
      02 out-chart-mean     pic -(6)9.9(2).
      02 filler             pic x(1) value space.
      02 out-chart-mean-z   pic -(3)9.9(2).
      02 filler             pic x(3) value spaces.
      02 out-chart-std      pic -(6)9.9(2).
      02 filler             pic x(1) value space.
      02 out-chart-std-z    pic -(3)9.9(2).
   01 output-violation-line.
      02 filler             pic x(4) value "*** ".
      02 out-viol-date      pic x(8).
      02 filler             pic x(7) value " BATCH ".
      02 out-viol-batch     pic zzz9.
      02 filler             pic x(1) value space.
      02 out-viol-chart     pic x(7).
      02 filler             pic x(6) value " RULE ".
      02 out-viol-rule      pic 9.
      02 filler             pic x(2) value ": ".
      02 out-viol-text      pic x(29).
      02 filler             pic x(4) value " ***".
   01 output-file-total-line.
      02 filler             pic x(7) value "POINTS=".
      02 out-file-points    pic -(5)9.
      02 filler             pic x(13) value "  VIOLATIONS=".
      02 out-file-violations pic -(5)9.
   01 output-no-points-line.
      02 filler             pic x(30) value "NO HISTORY POINTS IN THE RANGE".
   01 output-unlimited-head.
      02 filler             pic x(42) value "FILES WITH NO CONTROL LIMITS (NOT CHARTED)".
   01 output-unlimited-line.
      02 filler             pic x(3) value spaces.
      02 out-unlimited-file pic x(30).
   01 output-baselined-line.
      02 filler             pic x(11) value "BASELINED: ".
      02 out-baselined-file pic x(30).
   01 output-thin-line.
      02 filler             pic x(15) value "NOT BASELINED: ".
      02 out-thin-file      pic x(30).
      02 filler             pic x(35) value
         " FEWER THAN 5 POINTS IN THE RANGE".
   01 output-no-limits-line.
      02 filler             pic x(41) value "NO CONTROL LIMITS SET, NOTHING TO CHART".
   01 output-nothing-set-line.
      02 filler             pic x(53) value
         "NO FILE BASELINED, CONTROL LIMITS MASTER LEFT AS IS".
   01 output-table-full-line.
      02 filler             pic x(52) value
         "HISTORY TABLE FULL, ONLY FIRST 10000 RECORDS CHARTED".
   01 output-file-full-line.
      02 filler             pic x(51) value
         "MORE THAN 50 INPUT FILES IN MASTER, EXTRAS SKIPPED".
   01 output-limits-full-line.
      02 filler             pic x(57) value
         "CONTROL LIMITS MASTER FULL (200), NEW FILES NOT BASELINED".
   01 output-limits-over-line.
      02 filler             pic x(60) value
         "CONTROL LIMITS MASTER OVER 200 ENTRIES, MASTER NOT REWRITTEN".
   01 output-empty-line.
      02 filler             pic x(33) value "NO USABLE HISTORY RECORDS IN FILE".
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
      *> obtains the mode, file names, and selection from the user.
      display space
      display "Mode (B=set control limits from baseline, C=chart): "
      accept mode-answer
      display space
      display "Enter the name of the history master file: "
      accept history-file-name
      display space
      display "Enter the name of the control chart report file: "
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
   *> broken run rule can hold (or page on) the downstream steps.
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
      move ctl-mode to mode-answer
      move ctl-history-file-name to history-file-name
      move ctl-report-file-name to report-file-name
      move ctl-filter-file-name to filter-file-name
      move ctl-from-date to from-date-answer
      move ctl-to-date to to-date-answer
      perform run-one-job
   end-if.

*> runs a single baseline or chart job front to back: resets the
*> per-job state, tables the limits master and the history, and
*> either sets the selected files' limits or charts them, recording
*> the job's return code (0 = clean, 4 = a run rule was broken, 8 =
*> no usable history, nothing baselined or no limits to chart, 12 = a
*> file would not open) without stopping the run, so the jobs behind
*> it on the control file still get their turn.
run-one-job.
   perform initialize-job.
   perform set-run-mode.
   perform set-date-range.
   perform load-limits-table.
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
      perform load-history-record until eof-toggle is = 1
      perform write-report-headings
      if record-count is = 0
         display space
         display output-empty-line
         write report-line from output-empty-line
            after advancing 1 line
         move 8 to job-rc
      else
         if table-full is = 1
            display space
            display output-table-full-line
            write report-line from output-table-full-line
               after advancing 1 line
         end-if
         perform sort-history-table
         perform collect-file-names
         if file-table-full is = 1
            display space
            display output-file-full-line
            write report-line from output-file-full-line
               after advancing 1 line
         end-if
         if run-mode is equal to "B"
            perform baseline-limits
         else
            perform chart-limits
         end-if
      end-if
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
   move 0 to eof-toggle, job-rc, table-full.
   move 0 to record-count, file-count, file-table-full.
   move 0 to limits-count, limits-table-full, limits-eof.
   move 0 to limits-load-full.
   move 0 to baselined-count, charted-count, violation-count.
   move 0 to unlimited-count.

*> validates the operator's (or the control card's) mode answer: only
*> a B re-baselines, so a mistyped or blank mode can never disturb
*> the frozen limits — it charts.
set-run-mode.
   if mode-answer is equal to "B" or mode-answer is equal to "b"
      move "B" to run-mode
   else
      move "C" to run-mode
   end-if.

*> validates the keyed date range: an eight-digit answer is taken as
*> keyed, anything else opens that end of the range wide.
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

*> tables the control-limits master; a master that is missing (none
*> set yet) just leaves the table empty. entries whose file-name
*> field is blank are skipped.
load-limits-table.
   open input limits-file.
   if limits-status is not = "00"
      move 1 to limits-eof
   end-if.
   perform load-limits-entry until limits-eof is = 1.

*> reads one limits master entry into the table.
load-limits-entry.
   read limits-file into limits-record
      at end
         move 1 to limits-eof
         close limits-file
   end-read.
   if limits-eof is not = 1
      and lim-file-name is not equal to spaces
      if limits-count is < 200
         add 1 to limits-count
         move lim-file-name to le-file(limits-count)
         move limits-record to le-line(limits-count)
      else
         move 1 to limits-table-full, limits-load-full
      end-if
   end-if.

*> loads one history record into the table. records whose file-name
*> field is blank are skipped as unusable.
load-history-record.
   read history-file into history-input-record
      at end perform end-of-job
   end-read.
   if eof-toggle is not = 1
      and his-file-name is not equal to spaces
      if record-count is < 10000
         add 1 to record-count
         *> the charts run on business dates; records from before the
         *> business date was kept chart on their run date.
         if his-business-date is numeric
            move his-business-date to he-date(record-count)
         else
            move his-run-date to he-date(record-count)
         end-if
         move his-file-name to he-file(record-count)
         move his-batch-number to he-batch(record-count)
         move his-mean to he-mean(record-count)
         move his-std-dev to he-std(record-count)
      else
         move 1 to table-full
      end-if
   end-if.

*> sorts the history table on business date, then file name, then
*> batch number, so a day processed late (appended out of order)
*> still charts in its right place.
sort-history-table.
   compute sort-gap = record-count / 2.
   perform sort-one-gap until sort-gap is < 1.

*> gap-insertion-sorts the interleaved chains for the current gap.
sort-one-gap.
   compute sort-start = sort-gap + 1.
   perform sort-one-entry
      varying sort-i from sort-start by 1 until sort-i is > record-count.
   compute sort-gap = sort-gap / 2.

*> shifts entry sort-i down its chain to its place.
sort-one-entry.
   move hist-entry(sort-i) to sort-hold-entry.
   move sh-date to hk-date.
   move sh-file to hk-file.
   move sh-batch to hk-batch.
   move sort-i to sort-j.
   move 0 to sort-done.
   perform shift-one-entry until sort-done is = 1.
   move sort-hold-entry to hist-entry(sort-j).

*> moves the chain entry one gap above sort-j up when its key sorts
*> after the held entry's, and stops at the chain's head or the
*> right place.
shift-one-entry.
   if sort-j is > sort-gap
      compute sort-k = sort-j - sort-gap
      move he-date(sort-k) to ek-date
      move he-file(sort-k) to ek-file
      move he-batch(sort-k) to ek-batch
      if entry-key-work is > hold-key-work
         move hist-entry(sort-k) to hist-entry(sort-j)
         move sort-k to sort-j
      else
         move 1 to sort-done
      end-if
   else
      move 1 to sort-done
   end-if.

*> collects the distinct input file names in the order they first
*> appear; the name table holds 50 and anything past that is not
*> charted or baselined this run.
collect-file-names.
   perform note-file-name
      varying e-i from 1 by 1 until e-i is > record-count.

*> files entry e-i's input file name the first time it is met.
note-file-name.
   move 0 to file-found.
   perform match-file-name
      varying f-j from 1 by 1 until f-j is > file-count.
   if file-found is = 0
      if file-count is < 50
         add 1 to file-count
         move he-file(e-i) to fn-entry(file-count)
      else
         move 1 to file-table-full
      end-if
   end-if.

*> notes whether name-table slot f-j already holds entry e-i's file.
match-file-name.
   if fn-entry(f-j) is equal to he-file(e-i)
      move 1 to file-found
   end-if.

*> writes the report's title block and the date range in force.
write-report-headings.
   display space.
   if run-mode is equal to "B"
      display output-baseline-title-line
      write report-line from output-baseline-title-line
         after advancing 1 line
      move "BASELINE RANGE " to out-range-label
   else
      display output-title-line
      write report-line from output-title-line
         after advancing 1 line
      move "CHARTED RANGE  " to out-range-label
   end-if.
   write report-line from output-underline
      after advancing 1 line.
   move from-date to out-range-from.
   move to-date to out-range-to.
   display output-range-line.
   write report-line from output-range-line
      after advancing 1 line.

*> baseline mode: works out fresh limits for every selected file that
*> has enough points in the baseline range and, when at least one
*> file was baselined, writes the limits master back with those
*> entries replaced (or added) and every other entry as it was. a
*> master holding more entries than the table could not be written
*> back whole, so it is left untouched and the job ends 16.
baseline-limits.
   perform baseline-one-file
      varying f-i from 1 by 1 until f-i is > file-count.
   if limits-load-full is = 1
      display space
      display output-limits-over-line
      write report-line from output-limits-over-line
         after advancing 2 lines
      move 16 to job-rc
   else
      if limits-table-full is = 1
         display space
         display output-limits-full-line
         write report-line from output-limits-full-line
            after advancing 2 lines
         move 16 to job-rc
      end-if
      if baselined-count is > 0
         perform rewrite-limits-master
      else
         display space
         display output-nothing-set-line
         write report-line from output-nothing-set-line
            after advancing 2 lines
         if job-rc is < 8
            move 8 to job-rc
         end-if
      end-if
   end-if.

*> sets one input file's limits from its points in the baseline
*> range: the center line is the average of the daily values and
*> sigma their standard deviation, for the mean and for the std dev,
*> with the control limits 3 sigma either side. a std dev can never
*> fall below zero, so that chart's lower limit stops there. fewer
*> than 5 points is too thin a baseline to freeze, the same floor
*> stattrend holds its trailing window to.
baseline-one-file.
   move fn-entry(f-i) to current-file.
   if filter-file-name is equal to spaces
      or current-file is equal to filter-file-name
      move 0 to base-points, base-mean-sum, base-std-sum
      move 0 to base-mean-sqr, base-std-sqr
      perform add-baseline-point
         varying e-i from 1 by 1 until e-i is > record-count
      if base-points is < 5
         move current-file to out-thin-file
         display output-thin-line
         write report-line from output-thin-line
            after advancing 2 lines
      else
         perform find-limits-entry
         if limits-found is = 0 and limits-count is not < 200
            move 1 to limits-table-full
         else
            perform set-file-limits
         end-if
      end-if
   end-if.

*> adds entry e-i's mean and std dev to the baseline sums when it is
*> a point of the file being baselined inside the baseline range.
add-baseline-point.
   if he-file(e-i) is equal to current-file
      and he-date(e-i) is not < from-date
      and he-date(e-i) is not > to-date
      add 1 to base-points
      add he-mean(e-i) to base-mean-sum
      add he-std(e-i) to base-std-sum
   end-if.

*> adds entry e-i's squared deviations from the baseline centers.
add-baseline-deviation.
   if he-file(e-i) is equal to current-file
      and he-date(e-i) is not < from-date
      and he-date(e-i) is not > to-date
      compute dev-work = he-mean(e-i) - lim-mean-center
      compute dev-sqr-work = dev-work * dev-work
      add dev-sqr-work to base-mean-sqr
      compute dev-work = he-std(e-i) - lim-std-center
      compute dev-sqr-work = dev-work * dev-work
      add dev-sqr-work to base-std-sqr
   end-if.

*> looks the file being baselined up in the limits table, leaving
*> l-i on its entry (or on the next free slot when it has none).
find-limits-entry.
   move 0 to limits-found.
   move 1 to l-i.
   perform step-limits-entry
      until l-i is > limits-count or limits-found is = 1.

*> steps l-i past limits entry l-i unless it is the current file's.
step-limits-entry.
   if le-file(l-i) is equal to current-file
      move 1 to limits-found
   else
      add 1 to l-i
   end-if.

*> builds the file's new limits entry and files it in slot l-i.
set-file-limits.
   move spaces to limits-record.
   move current-file to lim-file-name.
   move from-date to lim-base-from.
   move to-date to lim-base-to.
   move base-points to lim-points.
   compute lim-mean-center rounded = base-mean-sum / base-points.
   compute lim-std-center rounded = base-std-sum / base-points.
   perform add-baseline-deviation
      varying e-i from 1 by 1 until e-i is > record-count.
   compute base-less-one = base-points - 1.
   compute sigma-work rounded = base-mean-sqr / base-less-one.
   compute sigma-work rounded = sigma-work ** 0.5.
   move sigma-work to lim-mean-sigma.
   compute limit-work = 3 * sigma-work.
   compute lim-mean-ucl = lim-mean-center + limit-work.
   compute lim-mean-lcl = lim-mean-center - limit-work.
   compute sigma-work rounded = base-std-sqr / base-less-one.
   compute sigma-work rounded = sigma-work ** 0.5.
   move sigma-work to lim-std-sigma.
   compute limit-work = 3 * sigma-work.
   compute lim-std-ucl = lim-std-center + limit-work.
   compute lim-std-lcl = lim-std-center - limit-work.
   if lim-std-lcl is < 0
      move 0 to lim-std-lcl
   end-if.
   move function current-date to current-date-time.
   move current-date-time (1:8) to lim-set-date.
   if limits-found is = 0
      add 1 to limits-count
      move limits-count to l-i
   end-if.
   move current-file to le-file(l-i).
   move limits-record to le-line(l-i).
   add 1 to baselined-count.
   move current-file to out-baselined-file.
   display output-baselined-line.
   write report-line from output-baselined-line
      after advancing 2 lines.
   perform write-limit-lines.

*> prints the limits entry in limits-record: its baseline range and
*> the center, limits and sigma of both charts.
write-limit-lines.
   move lim-base-from to out-base-from.
   move lim-base-to to out-base-to.
   move lim-points to out-base-points.
   move lim-set-date to out-base-set.
   write report-line from output-base-range-line
      after advancing 1 line.
   move "MEAN" to out-limit-chart.
   move lim-mean-center to out-limit-center.
   move lim-mean-ucl to out-limit-ucl.
   move lim-mean-lcl to out-limit-lcl.
   move lim-mean-sigma to out-limit-sigma.
   write report-line from output-limit-line
      after advancing 1 line.
   move "STD DEV" to out-limit-chart.
   move lim-std-center to out-limit-center.
   move lim-std-ucl to out-limit-ucl.
   move lim-std-lcl to out-limit-lcl.
   move lim-std-sigma to out-limit-sigma.
   write report-line from output-limit-line
      after advancing 1 line.

*> writes the limits master back from the table.
rewrite-limits-master.
   open output limits-file.
   perform write-limits-entry
      varying l-i from 1 by 1 until l-i is > limits-count.
   close limits-file.

*> writes limits table entry l-i.
write-limits-entry.
   write limits-line from le-line(l-i).

*> chart mode: charts every selected file that has frozen limits,
*> then lists the files that have history but no limits, so a file
*> that was never baselined cannot drop out of control unseen.
chart-limits.
   if limits-count is = 0
      display space
      display output-no-limits-line
      write report-line from output-no-limits-line
         after advancing 2 lines
      move 8 to job-rc
   else
      perform chart-one-file
         varying f-i from 1 by 1 until f-i is > file-count
      if unlimited-count is > 0
         write report-line from output-unlimited-head
            after advancing 2 lines
         write report-line from output-underline
            after advancing 1 line
         perform list-unlimited-file
            varying f-i from 1 by 1 until f-i is > file-count
      end-if
      if violation-count is > 0 and job-rc is < 4
         move 4 to job-rc
      end-if
   end-if.

*> charts one input file's points in the charted range against its
*> frozen limits, listing every broken run rule under the point that
*> broke it; a file with no limits is only counted for the listing.
chart-one-file.
   move fn-entry(f-i) to current-file.
   if filter-file-name is equal to spaces
      or current-file is equal to filter-file-name
      perform find-limits-entry
      if limits-found is = 0
         add 1 to unlimited-count
      else
         move le-line(l-i) to limits-record
         move current-file to out-spc-file
         write report-line from output-file-header
            after advancing 2 lines
         write report-line from output-underline
            after advancing 1 line
         perform write-limit-lines
         write report-line from output-col-heads
            after advancing 1 line
         move 0 to cs-count(1), cs-count(2)
         move 0 to file-points, file-violations
         perform chart-one-entry
            varying e-i from 1 by 1 until e-i is > record-count
         if file-points is = 0
            write report-line from output-no-points-line
               after advancing 1 line
         end-if
         move file-points to out-file-points
         move file-violations to out-file-violations
         display current-file " " output-file-total-line
         write report-line from output-file-total-line
            after advancing 1 line
      end-if
   end-if.

*> lists file f-i when it was selected but has no limits entry.
list-unlimited-file.
   move fn-entry(f-i) to current-file.
   if filter-file-name is equal to spaces
      or current-file is equal to filter-file-name
      perform find-limits-entry
      if limits-found is = 0
         move current-file to out-unlimited-file
         display "NO LIMITS: " current-file
         write report-line from output-unlimited-line
            after advancing 1 line
      end-if
   end-if.

*> charts entry e-i when it is a point of the file under report in
*> the charted range: both charts take the point's distance from
*> center in sigmas, then the run rules are applied to each.
chart-one-entry.
   if he-file(e-i) is equal to current-file
      and he-date(e-i) is not < from-date
      and he-date(e-i) is not > to-date
      add 1 to file-points, charted-count
      move he-date(e-i) to out-chart-date
      move he-batch(e-i) to out-chart-batch
      move he-mean(e-i) to out-chart-mean
      move he-std(e-i) to out-chart-std
      move 1 to c-i
      move he-mean(e-i) to point-value
      move lim-mean-center to point-center
      move lim-mean-sigma to point-sigma
      perform standardize-point
      move point-z to out-chart-mean-z
      move 2 to c-i
      move he-std(e-i) to point-value
      move lim-std-center to point-center
      move lim-std-sigma to point-sigma
      perform standardize-point
      move point-z to out-chart-std-z
      write report-line from output-chart-line
         after advancing 1 line
      move 1 to c-i
      perform apply-run-rules
      move 2 to c-i
      perform apply-run-rules
   end-if.

*> works out how many sigmas point-value sits from point-center and
*> pushes it onto chart c-i's run-rule memory. a flat baseline has
*> zero sigma, so against it any movement at all lies beyond every
*> zone, as stattrend treats its flat trailing window.
standardize-point.
   compute dev-work = point-value - point-center.
   if point-sigma is > 0
      compute z-work rounded = dev-work / point-sigma
      if z-work is > 999
         move 999 to z-work
      end-if
      if z-work is < -999
         move -999 to z-work
      end-if
   else
      if dev-work is > 0
         move 999 to z-work
      else
         if dev-work is < 0
            move -999 to z-work
         else
            move 0 to z-work
         end-if
      end-if
   end-if.
   move z-work to point-z.
   perform shift-chart-memory
      varying h-i from 8 by -1 until h-i is < 2.
   move point-z to cs-z(c-i, 1).
   if cs-count(c-i) is < 8
      add 1 to cs-count(c-i)
   end-if.

*> moves chart c-i's remembered point h-i - 1 down to slot h-i.
shift-chart-memory.
   compute h-j = h-i - 1.
   move cs-z(c-i, h-j) to cs-z(c-i, h-i).

*> applies the western electric run rules to chart c-i's newest
*> point: (1) one point beyond 3 sigma; (2) 2 of the last 3 beyond 2
*> sigma on the same side; (3) 4 of the last 5 beyond 1 sigma on the
*> same side; (4) 8 in a row on one side of center. the newest point
*> must itself be one of those that break rules 2 and 3, so the rule
*> fires on the point that completes the pattern.
apply-run-rules.
   move 0 to above-2-count, below-2-count.
   move 0 to above-1-count, below-1-count.
   move 0 to above-0-count, below-0-count.
   perform tally-chart-memory
      varying h-i from 1 by 1 until h-i is > cs-count(c-i).
   if cs-z(c-i, 1) is > 3 or cs-z(c-i, 1) is < -3
      move 1 to out-viol-rule
      move "1 POINT BEYOND 3 SIGMA" to out-viol-text
      perform write-violation-line
   end-if.
   move 0 to rule-broken.
   if cs-count(c-i) is not < 3
      if cs-z(c-i, 1) is > 2 and above-2-count is > 1
         move 1 to rule-broken
      end-if
      if cs-z(c-i, 1) is < -2 and below-2-count is > 1
         move 1 to rule-broken
      end-if
   end-if.
   if rule-broken is = 1
      move 2 to out-viol-rule
      move "2 OF 3 BEYOND 2 SIGMA" to out-viol-text
      perform write-violation-line
   end-if.
   move 0 to rule-broken.
   if cs-count(c-i) is not < 5
      if cs-z(c-i, 1) is > 1 and above-1-count is > 3
         move 1 to rule-broken
      end-if
      if cs-z(c-i, 1) is < -1 and below-1-count is > 3
         move 1 to rule-broken
      end-if
   end-if.
   if rule-broken is = 1
      move 3 to out-viol-rule
      move "4 OF 5 BEYOND 1 SIGMA" to out-viol-text
      perform write-violation-line
   end-if.
   if cs-count(c-i) is = 8
      and (above-0-count is = 8 or below-0-count is = 8)
      move 4 to out-viol-rule
      move "8 IN A ROW ONE SIDE OF CENTER" to out-viol-text
      perform write-violation-line
   end-if.

*> counts remembered point h-i of chart c-i into the zone tallies:
*> the last 3 for rule 2, the last 5 for rule 3, all 8 for rule 4.
tally-chart-memory.
   if h-i is < 4
      if cs-z(c-i, h-i) is > 2
         add 1 to above-2-count
      end-if
      if cs-z(c-i, h-i) is < -2
         add 1 to below-2-count
      end-if
   end-if.
   if h-i is < 6
      if cs-z(c-i, h-i) is > 1
         add 1 to above-1-count
      end-if
      if cs-z(c-i, h-i) is < -1
         add 1 to below-1-count
      end-if
   end-if.
   if cs-z(c-i, h-i) is > 0
      add 1 to above-0-count
   end-if.
   if cs-z(c-i, h-i) is < 0
      add 1 to below-0-count
   end-if.

*> lists one broken run rule under the point that broke it, with the
*> business date, batch and chart.
write-violation-line.
   move he-date(e-i) to out-viol-date.
   move he-batch(e-i) to out-viol-batch.
   if c-i is = 1
      move "MEAN" to out-viol-chart
   else
      move "STD DEV" to out-viol-chart
   end-if.
   add 1 to violation-count, file-violations.
   display current-file " " output-violation-line.
   write report-line from output-violation-line
      after advancing 1 line.

*> closes the history file. guarded by eof-toggle so the mainline's
*> own end-of-job call does not close the already-closed file twice.
end-of-job.
   if eof-toggle is not = 1
      move 1 to eof-toggle
      close history-file
   end-if.

*> appends one line to the shared run log recording this job's file
*> name, the points charted (files baselined in baseline mode), and
*> file status codes for reconciliation.
write-run-log.
   move function current-date to current-date-time.
   open extend run-log-file.
   if run-log-status is not = "00"
      open output run-log-file
   end-if.
   move current-date-time (1:14) to log-timestamp.
   move "STATSPC" to log-program.
   move history-file-name to log-file-name.
   if run-mode is equal to "B"
      move baselined-count to log-n
   else
      move charted-count to log-n
   end-if.
   move history-status to log-input-status.
   move report-status to log-output-status.
   write run-log-line from run-log-record
      after advancing 1 line.
   close run-log-file.
