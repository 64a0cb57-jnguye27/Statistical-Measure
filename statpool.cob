*> program: statistical measures enterprise pooled roll-up.
*> creator: jessica nguyen.
*> date: 2026-10-15.
*> purpose: to combine the per-file batch figures statmeasure exports to
*>          STATMEASURE_SUMMARY.TXT into one pooled n, mean and standard deviation per
*>          business date — for each upstream source (the header's source code) or
*>          each division (a grouping table of input file names), and for the whole
*>          company — without re-reading a single raw file. the pooled variance is the
*>          within-file variance plus the between-file variance of the file means
*>          about the pooled mean, so the pooled figures are exactly what one pass over
*>          all the files' records together would have given.

identification division.
program-id. statpool.

environment division.
   *> sets up the summary export being pooled, the optional grouping
   *> table, the printed roll-up report, and the pooled summary feed.
   input-output section.
   file-control.
   select export-file assign to "STATMEASURE_SUMMARY.TXT"
      organization is line sequential
      file status is export-status.
   select group-table-file assign to dynamic group-table-file-name
      organization is line sequential
      file status is group-table-status.
   select report-file assign to dynamic report-file-name
      organization is line sequential
      file status is report-status.
   *> a fixed-field pooled summary feed every job appends its records
   *> to, in the suite's export convention, so statxport can extract
   *> it like the other feeds.
   select pool-file assign to "STATPOOL_SUMMARY.TXT"
      organization is line sequential
      file status is pool-status.
   *> a shared log the statistics suite appends a line to at
   *> end-of-job, so a run can be reconciled after the fact.
   select run-log-file assign to "RUNLOG.TXT"
      organization is line sequential
      file status is run-log-status.
   *> an optional control card file the overnight scheduler drops next
   *> to the program; when it is present the run is fully unattended —
   *> every card is one job and no console prompting happens at all.
   select control-file assign to "STATPOOL.CTL"
      organization is line sequential
      file status is ctl-status.

data division.
   *> declares and initializes the file variables and their structure.
   file section.
   fd export-file.
   01 export-line.
      02 filler            pic x(250).
   fd group-table-file.
   01 group-table-line.
      02 filler            pic x(80).
   fd report-file.
   01 report-line.
      02 filler            pic x(100).
   fd pool-file.
   01 pool-line.
      02 filler            pic x(120).
   fd run-log-file.
   01 run-log-line.
      02 filler            pic x(100).
   fd control-file.
   01 control-line.
      02 filler            pic x(120).

   *> declares and initializes other variables (and records) that'll be used.
   working-storage section.
   77 group-table-file-name   pic x(100).
   77 report-file-name        pic x(100).
   77 export-status           pic xx.
   77 group-table-status      pic xx.
   77 report-status           pic xx.
   77 pool-status             pic xx.
   77 eof-toggle              pic 9 value 0.
   77 table-eof               pic 9 value 0.
   77 group-mode              pic x(1).
   77 mode-answer             pic x(1).
   77 from-date-answer        pic x(8).
   77 to-date-answer          pic x(8).
   77 from-date               pic x(8).
   77 to-date                 pic x(8).
   77 read-count              pic s9(6) value 0.
   77 selected-count          pic s9(6) value 0.
   77 superseded-count        pic s9(6) value 0.
   77 date-count              pic s9(6) value 0.
   77 group-count             pic s9(6) value 0.
   77 entry-count             pic s9(6) value 0.
   77 entry-found             pic 9.
   77 table-full              pic 9 value 0.
   77 division-count          pic s9(4) value 0.
   77 division-full           pic 9 value 0.
   77 division-found          pic 9.
   77 work-group              pic x(30).
   77 e-i                     pic s9(6).
   77 fill-i                  pic s9(6).
   77 d-i                     pic s9(4).
   77 date-start              pic s9(6).
   77 date-end                pic s9(6).
   77 group-start             pic s9(6).
   77 group-end               pic s9(6).
   77 range-start             pic s9(6).
   77 range-end               pic s9(6).
   77 r-i                     pic s9(6).
   77 r-prev                  pic s9(6).
   77 sort-i                  pic s9(6).
   77 sort-j                  pic s9(6).
   77 sort-k                  pic s9(6).
   77 sort-gap                pic s9(6).
   77 sort-start              pic s9(6).
   77 sort-done               pic 9.
   *> the pooling accumulators. this dialect's intermediate
   *> arithmetic loses digits on compound expressions, so every step
   *> is its own compute into a work item.
   77 range-n                 pic s9(9).
   77 range-files             pic s9(4).
   77 range-sum               pic s9(16)v9(4).
   77 range-mean              pic s9(8)v9(8).
   77 within-ss               pic s9(18)v9(6).
   77 between-ss              pic s9(18)v9(6).
   77 within-var              pic s9(14)v9(8).
   77 between-var             pic s9(14)v9(8).
   77 total-var               pic s9(14)v9(8).
   77 range-std               pic s9(8)v9(8).
   77 within-std              pic s9(8)v9(8).
   77 between-std             pic s9(8)v9(8).
   77 product-work            pic s9(18)v9(6).
   77 var-work                pic s9(14)v9(8).
   77 diff-work               pic s9(8)v9(8).
   77 share-work              pic s9(3)v9(2).
   77 company-n               pic s9(9).
   77 run-log-status          pic xx.
   77 current-date-time       pic x(21).
   77 ctl-status              pic xx.
   77 ctl-eof                 pic 9 value 0.
   77 job-rc                  pic 9(2) value 0.
   77 highest-rc              pic 9(2) value 0.
   *> one scheduler control card = one job: the grouping (S = the
   *> header source code, T = the division grouping table), the
   *> grouping table file (T only), the report file, and the
   *> business-date range (blank ends run wide).
   01 control-card-record.
      02 ctl-group-mode          pic x(1).
      02 ctl-group-table-name    pic x(40).
      02 ctl-report-file-name    pic x(40).
      02 ctl-from-date           pic x(8).
      02 ctl-to-date             pic x(8).
      02 filler                  pic x(23).
   *> statmeasure's summary export record, the pooled columns broken
   *> out: n, mean, std dev, business date and source code.
   01 export-input-record.
      02 exp-run-date        pic x(8).
      02 filler              pic x(1).
      02 exp-file-name       pic x(30).
      02 filler              pic x(1).
      02 exp-batch-number    pic 9(4).
      02 filler              pic x(1).
      02 exp-n               pic 9(7).
      02 filler              pic x(1).
      02 exp-mean            pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(1).
      02 exp-std-dev         pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(136).
      02 exp-business-date   pic x(8).
      02 filler              pic x(1).
      02 exp-source-code     pic x(4).
      02 filler              pic x(23).
   *> one grouping table entry: an input file name and the division
   *> its figures pool under.
   01 group-table-record.
      02 gtb-file-name       pic x(30).
      02 filler              pic x(1).
      02 gtb-division        pic x(30).
      02 filler              pic x(19).
   01 division-table.
      02 division-entry occurs 200 times.
         03 dv-file          pic x(30).
         03 dv-group         pic x(30).
   *> the selected batches, keyed business date / group / file / batch
   *> so one sort lines them up for the control breaks.
   01 pool-table.
      02 pool-entry occurs 3000 times.
         03 pe-key.
            04 pe-date       pic x(8).
            04 pe-group      pic x(30).
            04 pe-file       pic x(30).
            04 pe-batch      pic 9(4).
         03 pe-n             pic 9(7).
         03 pe-mean          pic s9(7)v9(4).
         03 pe-std           pic s9(7)v9(4).
   01 sort-hold-entry.
      02 sh-key.
         03 sh-date          pic x(8).
         03 sh-group         pic x(30).
         03 sh-file          pic x(30).
         03 sh-batch         pic 9(4).
      02 sh-n                pic 9(7).
      02 sh-mean             pic s9(7)v9(4).
      02 sh-std              pic s9(7)v9(4).
   *> the pooled summary record, one per group per business date plus
   *> the company total, in the suite's fixed-column leading-separate-
   *> sign convention. the group name, files pooled and pooled n sit
   *> where the other feeds carry file name, batch and n.
   01 pool-record.
      02 pol-run-date        pic x(8).
      02 filler              pic x(1) value space.
      02 pol-group-name      pic x(30).
      02 filler              pic x(1) value space.
      02 pol-file-count      pic 9(4).
      02 filler              pic x(1) value space.
      02 pol-n               pic 9(7).
      02 filler              pic x(1) value space.
      02 pol-mean            pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(1) value space.
      02 pol-std-dev         pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(1) value space.
      02 pol-within-std      pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(1) value space.
      02 pol-between-std     pic s9(7)v9(4) sign leading separate.
      *> S = a source code group, D = a division, T = company total.
      02 filler              pic x(1) value space.
      02 pol-group-kind      pic x(1).
      02 filler              pic x(1) value space.
      02 pol-business-date   pic x(8).
   01 output-title-line.
      02 filler              pic x(31) value "   ENTERPRISE POOLED STATISTICS".
   01 output-underline.
      02 filler              pic x(74) value all "-".
   01 output-grouping-line.
      02 filler              pic x(9) value "GROUPING=".
      02 out-grouping        pic x(20).
   01 output-range-line.
      02 filler              pic x(5) value "FROM=".
      02 out-from-date       pic x(8).
      02 filler              pic x(4) value " TO=".
      02 out-to-date         pic x(8).
   01 output-date-header.
      02 filler              pic x(15) value "BUSINESS DATE: ".
      02 out-business-date   pic x(8).
   01 output-group-header.
      02 filler              pic x(7) value "GROUP: ".
      02 out-group-name      pic x(30).
   01 output-col-heads.
      02 filler              pic x(74) value
         "FILE                           BTCH        N       MEAN    STD DEV  SHARE%".
   01 output-file-line.
      02 out-file-name       pic x(30).
      02 filler              pic x(1) value space.
      02 out-batch           pic zzz9.
      02 filler              pic x(1) value space.
      02 out-n               pic -(7)9.
      02 filler              pic x(1) value space.
      02 out-mean            pic -(6)9.9(2).
      02 filler              pic x(1) value space.
      02 out-std             pic -(6)9.9(2).
      02 filler              pic x(2) value spaces.
      02 out-share           pic zz9.99.
   01 output-pooled-line.
      02 out-pooled-label    pic x(14).
      02 filler              pic x(6) value "FILES=".
      02 out-pooled-files    pic zz9.
      02 filler              pic x(13) value spaces.
      02 out-pooled-n        pic -(7)9.
      02 filler              pic x(1) value space.
      02 out-pooled-mean     pic -(6)9.9(2).
      02 filler              pic x(1) value space.
      02 out-pooled-std      pic -(6)9.9(2).
      02 filler              pic x(2) value spaces.
      02 out-pooled-share    pic zz9.99.
   01 output-components-line.
      02 filler              pic x(19) value "   WITHIN STD DEV= ".
      02 out-within-std      pic -(6)9.9(2).
      02 filler              pic x(18) value "  BETWEEN STD DEV=".
      02 out-between-std     pic -(6)9.9(2).
   01 output-empty-line.
      02 filler              pic x(44) value
         "NO SUMMARY EXPORT RECORDS IN THE DATE RANGE".
   01 output-table-full-line.
      02 filler              pic x(54) value
         "POOL TABLE FULL, ONLY FIRST 3000 BATCHES POOLED".
   01 output-division-full-line.
      02 filler              pic x(54) value
         "GROUPING TABLE FULL, ONLY FIRST 200 ENTRIES USED".
   01 output-total-line-1.
      02 filler              pic x(9) value "READ    =".
      02 out-read-count      pic -(5)9.
   01 output-total-line-2.
      02 filler              pic x(9) value "SELECTED=".
      02 out-selected-count  pic -(5)9.
   01 output-total-line-3.
      02 filler              pic x(9) value "SUPERSED=".
      02 out-superseded-count pic -(5)9.
   01 output-total-line-4.
      02 filler              pic x(9) value "DATES   =".
      02 out-date-count      pic -(5)9.
   01 output-total-line-5.
      02 filler              pic x(9) value "GROUPS  =".
      02 out-group-count     pic -(5)9.
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
      *> obtains the grouping, file names and date range from the user.
      display space
      display "Group by (S=header source code, T=division grouping table): "
      accept mode-answer
      display space
      display "Enter the grouping table file (T only, blank otherwise): "
      accept group-table-file-name
      display space
      display "Enter the name of the pooled report file: "
      accept report-file-name
      display space
      display "From business date (YYYYMMDD, blank for earliest): "
      accept from-date-answer
      display space
      display "To business date (YYYYMMDD, blank for latest): "
      accept to-date-answer
      perform run-one-job
   end-if.

   *> hands the scheduler the worst return code any job produced.
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
      move ctl-group-mode to mode-answer
      move ctl-group-table-name to group-table-file-name
      move ctl-report-file-name to report-file-name
      move ctl-from-date to from-date-answer
      move ctl-to-date to to-date-answer
      perform run-one-job
   end-if.

*> runs a single roll-up front to back: resets the per-job state,
*> tables the grouping and the selected batches, sorts them, and
*> prints and writes the pooled figures per business date. the job's
*> return code is 0 = clean, 8 = no batches in the range, 12 = a
*> file would not open, 16 = a table overflowed — recorded without
*> stopping the run, so the jobs behind it on the control file still
*> get their turn.
run-one-job.
   perform initialize-job.
   perform set-job-options.
   open input export-file.
   open output report-file.
   open extend pool-file.
   if pool-status is not = "00"
      open output pool-file
   end-if.

   *> displays an error if any file cannot be opened for any reason.
   *> eof-toggle is set so end-of-job does not try to close the
   *> never-opened export — that close would overwrite the open
   *> failure status the run-log line is about to record.
   if export-status is not = "00"
      display space
      display "export-file error. status: " export-status
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
   if job-rc is = 0 and pool-status is not = "00"
      display space
      display "pool-file error. status: " pool-status
      display space
      move 12 to job-rc
   end-if.
   if job-rc is = 0 and group-mode is equal to "T"
      perform load-division-table
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
         perform sort-pool-table
         move 1 to e-i
         perform pool-one-date until e-i is > entry-count
      end-if
      if division-full is = 1
         display space
         display output-division-full-line
         write report-line from output-division-full-line
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
      perform write-report-totals
   end-if.

   *> the run-log line is written before the output files are closed,
   *> so a failed open's status reaches the log instead of being
   *> overwritten by the close.
   perform end-of-job.
   perform write-run-log.
   close report-file, pool-file.
   if job-rc is > highest-rc
      move job-rc to highest-rc
   end-if.

*> resets everything one job leaves behind, so the next control card
*> starts from the same state a fresh program load would have.
initialize-job.
   move 0 to eof-toggle, table-eof, job-rc.
   move 0 to read-count, selected-count, superseded-count.
   move 0 to date-count, group-count, entry-count, table-full.
   move 0 to division-count, division-full.

*> validates the grouping and the business-date range: T groups by
*> the division table, anything else by the header source code; an
*> eight-digit date is taken as keyed, anything else opens that end
*> of the range wide.
set-job-options.
   if mode-answer is equal to "T" or mode-answer is equal to "t"
      move "T" to group-mode
      move "DIVISION TABLE" to out-grouping
   else
      move "S" to group-mode
      move "HEADER SOURCE CODE" to out-grouping
   end-if.
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

*> tables the division grouping table. the table is what the T
*> grouping means, so one that will not open fails the job.
load-division-table.
   open input group-table-file.
   if group-table-status is not = "00"
      display space
      display "group-table-file error. status: " group-table-status
      display space
      move 12 to job-rc
      move 1 to table-eof
   end-if.
   perform until table-eof is = 1
      read group-table-file into group-table-record
         at end
            move 1 to table-eof
            close group-table-file
      end-read
      if table-eof is not = 1
         and gtb-file-name is not equal to spaces
         if division-count is < 200
            add 1 to division-count
            move gtb-file-name to dv-file(division-count)
            move gtb-division to dv-group(division-count)
         else
            move 1 to division-full
         end-if
      end-if
   end-perform.

*> reads one export record and tables it when its business date is
*> in the range. a batch exported more than once for the same
*> business date (a rerun) is superseded by the later record, so it
*> is pooled once. records with a blank file name or no n are
*> skipped as unusable.
select-one-batch.
   read export-file into export-input-record
      at end perform end-of-job
   end-read.
   if eof-toggle is not = 1
      and exp-file-name is not equal to spaces
      add 1 to read-count
      if exp-business-date is numeric
         and exp-business-date is not < from-date
         and exp-business-date is not > to-date
         and exp-n is numeric
         and exp-n is > 0
         perform set-batch-group
         perform table-one-batch
      end-if
   end-if.

*> works out the group the export record pools under: its header
*> source code, or its file's division from the grouping table. a
*> legacy file with no source code, or a file the table does not
*> list, pools under its own catch-all group so it is still counted.
set-batch-group.
   if group-mode is equal to "T"
      move "*UNASSIGNED*" to work-group
      move 0 to division-found
      perform varying d-i from 1 by 1 until d-i is > division-count
         or division-found is = 1
         if dv-file(d-i) is equal to exp-file-name
            move dv-group(d-i) to work-group
            move 1 to division-found
         end-if
      end-perform
   else
      if exp-source-code is equal to spaces
         move "*NO SOURCE*" to work-group
      else
         move exp-source-code to work-group
      end-if
   end-if.

*> files the export record in the pool table, over the earlier
*> record for the same business date, file and batch when there is one.
table-one-batch.
   move 0 to entry-found.
   perform varying e-i from 1 by 1 until e-i is > entry-count
      or entry-found is = 1
      if pe-date(e-i) is equal to exp-business-date
         and pe-file(e-i) is equal to exp-file-name
         and pe-batch(e-i) is = exp-batch-number
         move 1 to entry-found
         add 1 to superseded-count
         move e-i to fill-i
         perform fill-pool-entry
      end-if
   end-perform.
   if entry-found is = 0
      if entry-count is < 3000
         add 1 to entry-count, selected-count
         move entry-count to fill-i
         perform fill-pool-entry
      else
         move 1 to table-full
      end-if
   end-if.

*> moves the export record's figures into pool entry fill-i.
fill-pool-entry.
   move exp-business-date to pe-date(fill-i).
   move work-group to pe-group(fill-i).
   move exp-file-name to pe-file(fill-i).
   move exp-batch-number to pe-batch(fill-i).
   move exp-n to pe-n(fill-i).
   move exp-mean to pe-mean(fill-i).
   move exp-std-dev to pe-std(fill-i).

*> sorts the pool table on business date, group, file and batch, a
*> shell sort with halving gaps shifting whole entries through the
*> hold area, the same shape stattrend sorts its history with.
sort-pool-table.
   compute sort-gap = entry-count / 2.
   perform until sort-gap is < 1
      compute sort-start = sort-gap + 1
      perform varying sort-i from sort-start by 1
         until sort-i is > entry-count
         move pool-entry(sort-i) to sort-hold-entry
         move sort-i to sort-j
         move 0 to sort-done
         perform until sort-done is = 1
            if sort-j is > sort-gap
               compute sort-k = sort-j - sort-gap
               if pe-key(sort-k) is > sh-key
                  move pool-entry(sort-k) to pool-entry(sort-j)
                  subtract sort-gap from sort-j
               else
                  move 1 to sort-done
               end-if
            else
               move 1 to sort-done
            end-if
         end-perform
         move sort-hold-entry to pool-entry(sort-j)
      end-perform
      compute sort-gap = sort-gap / 2
   end-perform.

*> pools one business date: the company total across every group is
*> worked out first, so each group's share of the company can print
*> on its own pooled line; then each group's files and pooled line,
*> then the company total line.
pool-one-date.
   move e-i to date-start.
   perform until e-i is > entry-count
      or pe-date(e-i) is not equal to pe-date(date-start)
      add 1 to e-i
   end-perform.
   compute date-end = e-i - 1.
   add 1 to date-count.
   move date-start to range-start.
   move date-end to range-end.
   perform pool-range.
   move range-n to company-n.
   move pe-date(date-start) to out-business-date.
   display space.
   display output-date-header.
   write report-line from output-date-header
      after advancing 2 lines.
   write report-line from output-underline
      after advancing 1 line.
   move date-start to group-start.
   perform pool-one-group until group-start is > date-end.
   move date-start to range-start.
   move date-end to range-end.
   perform pool-range.
   move "COMPANY TOTAL" to out-pooled-label.
   move 100 to share-work.
   perform write-pooled-lines.
   move "*COMPANY*" to pol-group-name.
   move "T" to pol-group-kind.
   perform write-pool-record.

*> pools one group within the business date: its file lines with
*> each batch's share of the group, then the group's pooled figures.
pool-one-group.
   move group-start to r-i.
   perform until r-i is > date-end
      or pe-group(r-i) is not equal to pe-group(group-start)
      add 1 to r-i
   end-perform.
   compute group-end = r-i - 1.
   add 1 to group-count.
   move group-start to range-start.
   move group-end to range-end.
   perform pool-range.
   move pe-group(group-start) to out-group-name.
   display output-group-header.
   write report-line from output-group-header
      after advancing 2 lines.
   write report-line from output-col-heads
      after advancing 1 line.
   perform write-file-line
      varying r-i from group-start by 1 until r-i is > group-end.
   move "GROUP POOLED " to out-pooled-label.
   compute product-work = range-n * 100.
   compute share-work rounded = product-work / company-n.
   perform write-pooled-lines.
   move pe-group(group-start) to pol-group-name.
   if group-mode is equal to "T"
      move "D" to pol-group-kind
   else
      move "S" to pol-group-kind
   end-if.
   perform write-pool-record.
   compute group-start = group-end + 1.

*> pools entries range-start through range-end: n is summed, the
*> pooled mean is the n-weighted mean of the batch means, and the
*> pooled variance is the n-weighted mean of the batch variances
*> (within) plus the n-weighted spread of the batch means about the
*> pooled mean (between). statmeasure's std dev divides by the
*> weights, not n - 1, so the pooled figures do the same.
pool-range.
   move 0 to range-n, range-files, range-sum.
   move 0 to within-ss, between-ss.
   move 0 to r-prev.
   perform sum-one-entry
      varying r-i from range-start by 1 until r-i is > range-end.
   compute range-mean rounded = range-sum / range-n.
   perform spread-one-entry
      varying r-i from range-start by 1 until r-i is > range-end.
   compute within-var rounded = within-ss / range-n.
   compute between-var rounded = between-ss / range-n.
   compute total-var = within-var + between-var.
   compute range-std rounded = total-var ** 0.5.
   compute within-std rounded = within-var ** 0.5.
   compute between-std rounded = between-var ** 0.5.

*> adds entry r-i to the range's n and n-weighted sum, counting each
*> distinct file once (the sort keeps a file's batches together).
sum-one-entry.
   add pe-n(r-i) to range-n.
   compute product-work = pe-n(r-i) * pe-mean(r-i).
   add product-work to range-sum.
   if r-prev is = 0
      add 1 to range-files
   else
      if pe-file(r-i) is not equal to pe-file(r-prev)
         add 1 to range-files
      end-if
   end-if.
   move r-i to r-prev.

*> adds entry r-i's within-file and between-file sums of squares.
spread-one-entry.
   compute var-work = pe-std(r-i) * pe-std(r-i).
   compute product-work = pe-n(r-i) * var-work.
   add product-work to within-ss.
   compute diff-work = pe-mean(r-i) - range-mean.
   compute var-work = diff-work * diff-work.
   compute product-work = pe-n(r-i) * var-work.
   add product-work to between-ss.

*> prints batch r-i's line with its share of the group's n.
write-file-line.
   move pe-file(r-i) to out-file-name.
   move pe-batch(r-i) to out-batch.
   move pe-n(r-i) to out-n.
   move pe-mean(r-i) to out-mean.
   move pe-std(r-i) to out-std.
   compute product-work = pe-n(r-i) * 100.
   compute share-work rounded = product-work / range-n.
   move share-work to out-share.
   write report-line from output-file-line
      after advancing 1 line.

*> prints the pooled line and its within/between components for the
*> range last pooled.
write-pooled-lines.
   move range-files to out-pooled-files.
   move range-n to out-pooled-n.
   move range-mean to out-pooled-mean.
   move range-std to out-pooled-std.
   move share-work to out-pooled-share.
   move within-std to out-within-std.
   move between-std to out-between-std.
   display output-pooled-line.
   write report-line from output-pooled-line
      after advancing 1 line.
   write report-line from output-components-line
      after advancing 1 line.

*> appends the range last pooled to the pooled summary feed; the
*> caller has set the group name and kind.
write-pool-record.
   move function current-date to current-date-time.
   move current-date-time (1:8) to pol-run-date.
   move range-files to pol-file-count.
   move range-n to pol-n.
   move range-mean to pol-mean.
   move range-std to pol-std-dev.
   move within-std to pol-within-std.
   move between-std to pol-between-std.
   move pe-date(range-start) to pol-business-date.
   write pool-line from pool-record.

*> writes the report's title block.
write-report-headings.
   display space.
   display output-title-line.
   write report-line from output-title-line
      after advancing 1 line.
   write report-line from output-underline
      after advancing 1 line.
   move from-date to out-from-date.
   move to-date to out-to-date.
   display output-grouping-line.
   display output-range-line.
   write report-line from output-grouping-line
      after advancing 1 line.
   write report-line from output-range-line
      after advancing 1 line.

*> writes the read/selected/superseded/dates/groups totals that close
*> the report, and echoes them on the console for an attended run.
write-report-totals.
   move read-count to out-read-count.
   move selected-count to out-selected-count.
   move superseded-count to out-superseded-count.
   move date-count to out-date-count.
   move group-count to out-group-count.
   write report-line from output-underline
      after advancing 2 lines.
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
   display space.
   display output-total-line-1.
   display output-total-line-2.
   display output-total-line-3.
   display output-total-line-4.
   display output-total-line-5.

*> closes the summary export. guarded by eof-toggle so the mainline's
*> own end-of-job call does not close the already-closed file twice.
end-of-job.
   if eof-toggle is not = 1
      move 1 to eof-toggle
      close export-file
   end-if.

*> appends one line to the shared run log recording the export read,
*> the batches pooled, and file status codes for reconciliation.
write-run-log.
   move function current-date to current-date-time.
   open extend run-log-file.
   if run-log-status is not = "00"
      open output run-log-file
   end-if.
   move current-date-time (1:14) to log-timestamp.
   move "STATPOOL" to log-program.
   move "STATMEASURE_SUMMARY.TXT" to log-file-name.
   move selected-count to log-n.
   move export-status to log-input-status.
   move pool-status to log-output-status.
   write run-log-line from run-log-record
      after advancing 1 line.
   close run-log-file.
