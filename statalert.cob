*> program: statistical measures consolidated alert feed.
*> creator: jessica nguyen.
*> date: 2026-10-15.
*> purpose: to harvest every exception the night's jobs left behind — outliers and range
*>          violations in STATMEASURE_EXCP.TXT, drift flags and business-day gaps in the
*>          stattrend reports, mismatches in the statrecon reports, CHK=FAIL verdicts and
*>          bad file statuses in RUNLOG.TXT, failed and bypassed stages with their return
*>          codes in statrun's pipeline status file, and missed jobs in the statops morning
*>          report — into one standard alert record per problem for the help-desk
*>          ticketing interface. an alert master carries each alert from morning to
*>          morning with its age in days until a supervisor acknowledges it, so a problem
*>          already raised is never raised again as new, and one left open past the
*>          aging limit is escalated a severity level.

identification division.
program-id. statalert.

environment division.
   *> sets up yesterday's alert master, the fresh master and the
   *> ticketing feed written this run, the supervisors' acknowledgment
   *> file, and every source the alerts are harvested from.
   input-output section.
   file-control.
   select prior-master-file assign to dynamic prior-master-file-name
      organization is line sequential
      file status is prior-master-status.
   select new-master-file assign to dynamic new-master-file-name
      organization is line sequential
      file status is new-master-status.
   select feed-file assign to dynamic feed-file-name
      organization is line sequential
      file status is feed-status.
   select ack-file assign to dynamic ack-file-name
      organization is line sequential
      file status is ack-status.
   select ops-report-file assign to dynamic ops-report-file-name
      organization is line sequential
      file status is ops-status.
   *> the shared exception report statmeasure appends its flagged
   *> outliers and range violations to, and the summary export whose
   *> records tie each job's run date back to its business date.
   select exception-file assign to "STATMEASURE_EXCP.TXT"
      organization is line sequential
      file status is excp-status.
   select summary-export-file assign to "STATMEASURE_SUMMARY.TXT"
      organization is line sequential
      file status is export-status.
   *> the night's statrecon and stattrend decks, as statdeck cut them:
   *> each card names one report this program harvests.
   select recon-deck-file assign to "STATRECON.CTL"
      organization is line sequential
      file status is recon-deck-status.
   select trend-deck-file assign to "STATTREND.CTL"
      organization is line sequential
      file status is trend-deck-status.
   select recon-report-file assign to dynamic recon-report-file-name
      organization is line sequential
      file status is recon-status.
   select trend-report-file assign to dynamic trend-report-file-name
      organization is line sequential
      file status is trend-status.
   *> a shared log the statistics suite appends a line to at
   *> end-of-job, so a run can be reconciled after the fact. it is
   *> also harvested here for CHK=FAIL verdicts and bad statuses.
   select run-log-file assign to "RUNLOG.TXT"
      organization is line sequential
      file status is run-log-status.
   *> statrun's pipeline status file: every stage of the night with its
   *> program, state and return code, harvested for the stages that
   *> failed (a return code over the limit) or were bypassed.
   select pipeline-status-file assign to "STATRUN.STS"
      organization is line sequential
      file status is pipeline-status.
   *> an optional control card file the overnight scheduler drops next
   *> to the program; when it is present the run is fully unattended —
   *> every card is one job and no console prompting happens at all.
   select control-file assign to "STATALERT.CTL"
      organization is line sequential
      file status is ctl-status.

data division.
   *> declares and initializes the file variables and their structure.
   file section.
   fd prior-master-file.
   01 prior-master-line.
      02 filler            pic x(170).
   fd new-master-file.
   01 new-master-line.
      02 filler            pic x(170).
   fd feed-file.
   01 feed-line.
      02 filler            pic x(170).
   fd ack-file.
   01 ack-line.
      02 filler            pic x(80).
   fd ops-report-file.
   01 ops-report-line.
      02 filler            pic x(100).
   fd exception-file.
   01 exception-line.
      02 filler            pic x(100).
   fd summary-export-file.
   01 summary-export-line.
      02 filler            pic x(250).
   fd recon-deck-file.
   01 recon-deck-line.
      02 filler            pic x(160).
   fd trend-deck-file.
   01 trend-deck-line.
      02 filler            pic x(100).
   fd recon-report-file.
   01 recon-report-line.
      02 filler            pic x(100).
   fd trend-report-file.
   01 trend-report-line.
      02 filler            pic x(100).
   fd run-log-file.
   01 run-log-line.
      02 filler            pic x(100).
   fd pipeline-status-file.
   01 pipeline-status-line.
      02 filler            pic x(120).
   fd control-file.
   01 control-line.
      02 filler            pic x(220).

   *> declares and initializes other variables (and records) that'll be used.
   working-storage section.
   77 prior-master-file-name  pic x(100).
   77 new-master-file-name    pic x(100).
   77 feed-file-name          pic x(100).
   77 ack-file-name           pic x(100).
   77 ops-report-file-name    pic x(100).
   77 recon-report-file-name  pic x(100).
   77 trend-report-file-name  pic x(100).
   77 prior-master-status     pic xx.
   77 new-master-status       pic xx.
   77 feed-status             pic xx.
   77 ack-status              pic xx.
   77 ops-status              pic xx.
   77 excp-status             pic xx.
   77 export-status           pic xx.
   77 recon-deck-status       pic xx.
   77 trend-deck-status       pic xx.
   77 recon-status            pic xx.
   77 trend-status            pic xx.
   77 run-log-status          pic xx.
   77 pipeline-status         pic xx.
   77 log-read-status         pic xx.
   77 prior-eof               pic 9 value 0.
   77 source-eof              pic 9 value 0.
   77 deck-eof                pic 9 value 0.
   77 harvest-date            pic x(8).
   77 date-answer             pic x(8).
   77 aging-answer            pic x(3).
   77 lookback-answer         pic x(3).
   77 aging-limit             pic 9(3) value 3.
   77 lookback-days           pic 9(3) value 10.
   77 current-date-time       pic x(21).
   77 harvest-int             pic s9(8).
   77 window-start-int        pic s9(8).
   77 date-int                pic s9(8).
   77 age-work                pic s9(8).
   77 alert-count             pic s9(4) value 0.
   77 alert-table-full        pic 9 value 0.
   77 export-count            pic s9(4) value 0.
   77 next-seq                pic 9(4) value 0.
   77 a-i                     pic s9(4).
   77 x-i                     pic s9(4).
   77 alert-found             pic 9.
   77 export-found            pic 9.
   77 new-count               pic s9(4) value 0.
   77 carried-count           pic s9(4) value 0.
   77 escalated-count         pic s9(4) value 0.
   77 acked-count             pic s9(4) value 0.
   77 ack-unmatched-count     pic s9(4) value 0.
   77 purged-count            pic s9(4) value 0.
   77 fed-count               pic s9(4) value 0.
   77 ctl-status              pic xx.
   77 ctl-eof                 pic 9 value 0.
   77 job-rc                  pic 9(2) value 0.
   77 highest-rc              pic 9(2) value 0.
   *> the alert about to be raised, filled in by whichever harvest
   *> found it and handed to raise-alert.
   77 cand-business-date      pic x(8).
   77 cand-file-name          pic x(30).
   77 cand-program            pic x(11).
   77 cand-type               pic x(8).
   77 cand-severity           pic 9.
   77 cand-text               pic x(50).
   *> harvest working state.
   77 excp-current-file       pic x(30).
   77 excp-current-date       pic x(8).
   77 excp-block-wanted       pic 9 value 0.
   77 excp-batch-number       pic 9(4).
   77 trend-current-file      pic x(30).
   77 ops-status-date         pic x(8).
   77 recon-input-file        pic x(30).
   77 recon-mean-mismatch     pic 9.
   77 recon-std-mismatch      pic 9.
   77 gap-days-text           pic x(4).
   77 count-edit              pic z(4)9.
   77 stage-rc-text           pic 9(3).
   *> one scheduler control card = one job: yesterday's alert master
   *> (blank on the very first run), the fresh master, the ticketing
   *> feed, the acknowledgment file (blank if none), the morning's
   *> statops report, the harvest date (yyyymmdd, blank for today),
   *> the aging limit in days (blank for 3), and the lookback window
   *> in days (blank for 10) that bounds both the trend harvest and
   *> how long an acknowledged alert is remembered.
   01 control-card-record.
      02 ctl-prior-master-name   pic x(40).
      02 ctl-new-master-name     pic x(40).
      02 ctl-feed-file-name      pic x(40).
      02 ctl-ack-file-name       pic x(40).
      02 ctl-ops-report-name     pic x(40).
      02 ctl-harvest-date        pic x(8).
      02 ctl-aging-limit         pic x(3).
      02 ctl-lookback-days       pic x(3).
      02 filler                  pic x(6).
   *> the standard alert record, shared by the alert master and the
   *> ticketing feed. the id is the date the alert was first raised
   *> and a sequence number within that date, so it never changes
   *> while the alert is carried forward. status is NEW on the morning
   *> it is raised, OPEN while it is carried, ESC once it has aged past
   *> the limit, and ACK once a supervisor has handled it.
   01 alert-record.
      02 alt-id.
         03 alt-id-date      pic x(8).
         03 alt-id-seq       pic 9(4).
      02 filler              pic x(1) value space.
      02 alt-business-date   pic x(8).
      02 filler              pic x(1) value space.
      02 alt-file-name       pic x(30).
      02 filler              pic x(1) value space.
      02 alt-program         pic x(11).
      02 filler              pic x(1) value space.
      02 alt-type            pic x(8).
      02 filler              pic x(1) value space.
      02 alt-severity        pic 9.
      02 filler              pic x(1) value space.
      02 alt-status          pic x(4).
      02 filler              pic x(1) value space.
      02 alt-raised-date     pic x(8).
      02 filler              pic x(1) value space.
      02 alt-age             pic 9(4).
      02 filler              pic x(1) value space.
      02 alt-count           pic 9(5).
      02 filler              pic x(1) value space.
      02 alt-ack-date        pic x(8).
      02 filler              pic x(1) value space.
      02 alt-ack-by          pic x(8).
      02 filler              pic x(1) value space.
      02 alt-text            pic x(50).
   *> one acknowledgment = one alert id a supervisor has handled, with
   *> who handled it; anything after the name is free comment.
   01 ack-input-record.
      02 ack-alert-id        pic x(12).
      02 filler              pic x(1).
      02 ack-by              pic x(8).
      02 filler              pic x(59).
   *> the run-log line as statops reads it: the CHK= tail is parsed
   *> only when the tag is present.
   01 run-log-input-record.
      02 rlg-timestamp       pic x(14).
      02 filler              pic x(1).
      02 rlg-program         pic x(11).
      02 filler              pic x(1).
      02 rlg-file-name       pic x(30).
      02 filler              pic x(1).
      02 rlg-n-text          pic x(7).
      02 filler              pic x(1).
      02 rlg-input-status    pic xx.
      02 filler              pic x(1).
      02 rlg-output-status   pic xx.
      02 filler              pic x(1).
      02 rlg-chk-tag         pic x(4).
      02 rlg-chk-result      pic x(4).
      02 filler              pic x(20).
   *> one statrun pipeline status entry: the night, the input file
   *> (*NIGHT* for the trend stage), the stage, its state and return
   *> code, when it started and ended, and the program it runs.
   01 pipeline-input-record.
      02 pls-night-date      pic x(8).
      02 filler              pic x(1).
      02 pls-file-name       pic x(40).
      02 filler              pic x(1).
      02 pls-stage           pic x(8).
      02 filler              pic x(1).
      02 pls-state           pic x(8).
      02 filler              pic x(1).
      02 pls-rc              pic 9(3).
      02 filler              pic x(1).
      02 pls-started         pic x(14).
      02 filler              pic x(1).
      02 pls-ended           pic x(14).
      02 filler              pic x(1).
      02 pls-program         pic x(11).
      02 filler              pic x(7).
   *> statmeasure's summary export record, only the key columns this
   *> program needs broken out.
   01 summary-export-record.
      02 exp-run-date        pic x(8).
      02 filler              pic x(1).
      02 exp-file-name       pic x(30).
      02 filler              pic x(1).
      02 exp-batch-number    pic 9(4).
      02 filler              pic x(170).
      02 exp-business-date   pic x(8).
   *> statmeasure's exception report lines: a job line naming the file
   *> and run date, then one BATCH= line per flagged value, marked
   *> VALUE for an outlier or RANGE for a range violation.
   01 exception-input-record.
      02 exi-tag             pic x(6).
      02 exi-rest            pic x(94).
   01 exception-job-view redefines exception-input-record.
      02 filler              pic x(5).
      02 exj-file-name       pic x(30).
      02 filler              pic x(6).
      02 exj-run-date        pic x(8).
      02 filler              pic x(51).
   01 exception-detail-view redefines exception-input-record.
      02 filler              pic x(6).
      02 exd-batch           pic x(4).
      02 filler              pic x(11).
      02 exd-kind            pic x(7).
      02 filler              pic x(72).
   *> the statrecon and stattrend deck cards, laid out as statdeck
   *> cuts them.
   01 recon-card-record.
      02 rcc-mold-file-name    pic x(40).
      02 rcc-measure-file-name pic x(40).
      02 rcc-output-file-name  pic x(40).
      02 rcc-input-file-name   pic x(40).
   01 trend-card-record.
      02 trc-history-file-name pic x(40).
      02 trc-report-file-name  pic x(40).
      02 trc-threshold         pic x(3).
      02 filler                pic x(17).
   *> a stattrend report line: the file header, a day's trend line
   *> (the drift flag rides in column 60), or a business-day gap line.
   01 trend-input-record.
      02 tri-text            pic x(100).
   01 trend-header-view redefines trend-input-record.
      02 trh-tag             pic x(12).
      02 trh-file-name       pic x(30).
      02 filler              pic x(58).
   01 trend-day-view redefines trend-input-record.
      02 trd-date            pic x(8).
      02 filler              pic x(51).
      02 trd-flag            pic x(13).
      02 filler              pic x(28).
   01 trend-gap-view redefines trend-input-record.
      02 trg-open            pic x(4).
      02 trg-days            pic x(4).
      02 trg-tag             pic x(32).
      02 trg-date            pic x(8).
      02 filler              pic x(52).
   *> a statrecon result line: the 12-character label, then the verdict.
   01 recon-input-record.
      02 rci-label           pic x(12).
      02 rci-result          pic x(8).
      02 filler              pic x(80).
   *> a statops report line: the status date line, or a schedule check
   *> line whose verdict starts in column 44.
   01 ops-input-record.
      02 opi-program         pic x(11).
      02 filler              pic x(1).
      02 opi-file-name       pic x(30).
      02 filler              pic x(1).
      02 opi-verdict         pic x(14).
      02 filler              pic x(43).
   01 ops-date-view redefines ops-input-record.
      02 opd-tag             pic x(12).
      02 opd-date            pic x(8).
      02 filler              pic x(80).
   *> every alert known this run: yesterday's master plus whatever the
   *> harvest raises, written back out as the fresh master.
   01 alert-table.
      02 alert-entry occurs 1000 times.
         03 al-id.
            04 al-id-date    pic x(8).
            04 al-id-seq     pic 9(4).
         03 al-business-date pic x(8).
         03 al-file-name     pic x(30).
         03 al-program       pic x(11).
         03 al-type          pic x(8).
         03 al-severity      pic 9.
         03 al-status        pic x(4).
         03 al-raised-date   pic x(8).
         03 al-age           pic 9(4).
         03 al-count         pic 9(5).
         03 al-ack-date      pic x(8).
         03 al-ack-by        pic x(8).
         03 al-text          pic x(50).
         03 al-new-today     pic 9.
         03 al-purge         pic 9.
   *> the harvest date's summary export keys: file, batch, and the
   *> business date that file's header carried.
   01 export-table.
      02 export-entry occurs 500 times.
         03 xe-file          pic x(30).
         03 xe-batch         pic 9(4).
         03 xe-business-date pic x(8).
   01 output-title-line.
      02 filler              pic x(25) value "   CONSOLIDATED ALERTS".
   01 output-underline.
      02 filler              pic x(70) value all "-".
   01 output-date-line.
      02 filler              pic x(13) value "HARVEST DATE=".
      02 out-harvest-date    pic x(8).
   01 output-no-source-line.
      02 filler              pic x(22) value "SOURCE NOT AVAILABLE: ".
      02 out-source-name     pic x(40).
   01 output-total-line-1.
      02 filler              pic x(9) value "NEW     =".
      02 out-new-count       pic -(5)9.
   01 output-total-line-2.
      02 filler              pic x(9) value "CARRIED =".
      02 out-carried-count   pic -(5)9.
   01 output-total-line-3.
      02 filler              pic x(9) value "ESCALATD=".
      02 out-escalated-count pic -(5)9.
   01 output-total-line-4.
      02 filler              pic x(9) value "ACKED   =".
      02 out-acked-count     pic -(5)9.
   01 output-total-line-5.
      02 filler              pic x(9) value "ACK MISS=".
      02 out-unmatched-count pic -(5)9.
   01 output-total-line-6.
      02 filler              pic x(9) value "PURGED  =".
      02 out-purged-count    pic -(5)9.
   01 output-total-line-7.
      02 filler              pic x(9) value "FED     =".
      02 out-fed-count       pic -(5)9.
   01 output-table-full-line.
      02 filler              pic x(50) value
         "ALERT TABLE FULL, ONLY FIRST 1000 ALERTS KEPT".
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
      *> obtains the file names and the harvest settings from the user.
      display space
      display "Enter yesterday's alert master file (blank if none): "
      accept prior-master-file-name
      display space
      display "Enter the name of the new alert master file: "
      accept new-master-file-name
      display space
      display "Enter the name of the ticketing feed file: "
      accept feed-file-name
      display space
      display "Enter the acknowledgment file (blank if none): "
      accept ack-file-name
      display space
      display "Enter the morning status report file: "
      accept ops-report-file-name
      display space
      display "Harvest date (YYYYMMDD, blank for today): "
      accept date-answer
      display space
      display "Aging limit in days (blank for 3): "
      accept aging-answer
      display space
      display "Lookback window in days (blank for 10): "
      accept lookback-answer
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
      move ctl-prior-master-name to prior-master-file-name
      move ctl-new-master-name to new-master-file-name
      move ctl-feed-file-name to feed-file-name
      move ctl-ack-file-name to ack-file-name
      move ctl-ops-report-name to ops-report-file-name
      move ctl-harvest-date to date-answer
      move ctl-aging-limit to aging-answer
      move ctl-lookback-days to lookback-answer
      perform run-one-job
   end-if.

*> runs a single harvest front to back: resets the per-job state,
*> tables yesterday's alerts, applies the acknowledgments, harvests
*> every source, ages and escalates what is still open, and writes
*> the fresh master and the ticketing feed. the job's return code is
*> 0 when nothing is open, 4 when alerts are open, 8 when any has
*> been escalated, 12 when a file would not open, 16 when the alert
*> table overflowed — recorded without stopping the run, so the jobs
*> behind it on the control file still get their turn.
run-one-job.
   perform initialize-job.
   perform set-harvest-settings.
   open output new-master-file.
   open output feed-file.

   *> displays an error if any file cannot be opened for any reason.
   *> yesterday's master is only opened when one is named; a named
   *> master that will not open stops the job rather than starting
   *> every open alert's age over again.
   if new-master-status is not = "00"
      display space
      display "new-master-file error. status: " new-master-status
      display space
      move 12 to job-rc
   end-if.
   if job-rc is = 0 and feed-status is not = "00"
      display space
      display "feed-file error. status: " feed-status
      display space
      move 12 to job-rc
   end-if.
   if job-rc is = 0 and prior-master-file-name is not equal to spaces
      open input prior-master-file
      if prior-master-status is not = "00"
         display space
         display "prior-master-file error. status: " prior-master-status
         display space
         move 12 to job-rc
      else
         perform load-prior-master
      end-if
   end-if.

   if job-rc is = 0
      perform write-report-headings
      perform apply-acknowledgments
      perform load-export-table
      perform harvest-exceptions
      perform harvest-trend-reports
      perform harvest-recon-reports
      perform harvest-run-log
      perform harvest-pipeline-status
      perform harvest-ops-report
      perform age-alerts
      perform write-alert-files
      perform write-report-totals
      if new-count is > 0 or carried-count is > 0
         move 4 to job-rc
      end-if
      if escalated-count is > 0
         move 8 to job-rc
      end-if
      if alert-table-full is = 1
         display space
         display output-table-full-line
         move 16 to job-rc
      end-if
   end-if.

   *> the run-log line is written before the output files are closed,
   *> so a failed open's status reaches the log instead of being
   *> overwritten by the close.
   perform write-run-log.
   close new-master-file, feed-file.
   if job-rc is > highest-rc
      move job-rc to highest-rc
   end-if.

*> resets everything one job leaves behind, so the next control card
*> starts from the same state a fresh program load would have.
initialize-job.
   move 0 to job-rc, prior-eof, alert-count, alert-table-full.
   move 0 to export-count, next-seq.
   move 0 to new-count, carried-count, escalated-count.
   move 0 to acked-count, ack-unmatched-count, purged-count, fed-count.
   move spaces to prior-master-status, log-read-status.

*> validates the harvest date, aging limit and lookback window: an
*> eight-digit date is taken as keyed, anything else (including
*> blank) falls back to today; a non-numeric limit or window falls
*> back to the stock 3 and 10 days.
set-harvest-settings.
   if date-answer is numeric
      move date-answer to harvest-date
   else
      move function current-date to current-date-time
      move current-date-time (1:8) to harvest-date
   end-if.
   if aging-answer is numeric
      move aging-answer to aging-limit
   else
      move 3 to aging-limit
   end-if.
   if lookback-answer is numeric
      move lookback-answer to lookback-days
   else
      move 10 to lookback-days
   end-if.
   compute harvest-int =
      function integer-of-date(function numval(harvest-date)).
   compute window-start-int = harvest-int - lookback-days.

*> tables yesterday's alert master. the next sequence number for the
*> harvest date starts past any id already issued under it, so a
*> second run on the same morning cannot reuse an id.
load-prior-master.
   perform until prior-eof is = 1
      read prior-master-file into alert-record
         at end
            move 1 to prior-eof
            close prior-master-file
      end-read
      if prior-eof is not = 1
         and alert-record is not equal to spaces
         if alert-count is < 1000
            add 1 to alert-count
            move alt-id to al-id(alert-count)
            move alt-business-date to al-business-date(alert-count)
            move alt-file-name to al-file-name(alert-count)
            move alt-program to al-program(alert-count)
            move alt-type to al-type(alert-count)
            move alt-severity to al-severity(alert-count)
            move alt-status to al-status(alert-count)
            move alt-raised-date to al-raised-date(alert-count)
            move alt-age to al-age(alert-count)
            move alt-count to al-count(alert-count)
            move alt-ack-date to al-ack-date(alert-count)
            move alt-ack-by to al-ack-by(alert-count)
            move alt-text to al-text(alert-count)
            move 0 to al-new-today(alert-count)
            move 0 to al-purge(alert-count)
            if alt-id-date is equal to harvest-date
               and alt-id-seq is numeric
               and alt-id-seq is > next-seq
               move alt-id-seq to next-seq
            end-if
         else
            move 1 to alert-table-full
         end-if
      end-if
   end-perform.

*> marks every alert a supervisor acknowledged as handled. an id the
*> master does not hold (mis-keyed, or already purged) is counted so
*> the supervisor can be told. the file is optional.
apply-acknowledgments.
   if ack-file-name is equal to spaces
      move 1 to source-eof
   else
      move 0 to source-eof
      open input ack-file
      if ack-status is not = "00"
         move ack-file-name to out-source-name
         perform write-no-source-line
         move 1 to source-eof
      end-if
   end-if.
   perform until source-eof is = 1
      read ack-file into ack-input-record
         at end
            move 1 to source-eof
            close ack-file
      end-read
      if source-eof is not = 1
         and ack-alert-id is not equal to spaces
         perform apply-one-ack
      end-if
   end-perform.

*> acknowledges the alert whose id the ack record carries.
apply-one-ack.
   move 0 to alert-found.
   perform varying a-i from 1 by 1 until a-i is > alert-count
      or alert-found is = 1
      if al-id(a-i) is equal to ack-alert-id
         move 1 to alert-found
         if al-status(a-i) is not equal to "ACK"
            move "ACK" to al-status(a-i)
            move harvest-date to al-ack-date(a-i)
            move ack-by to al-ack-by(a-i)
            add 1 to acked-count
         end-if
      end-if
   end-perform.
   if alert-found is = 0
      add 1 to ack-unmatched-count
   end-if.

*> tables the harvest date's summary export keys, so an exception
*> or recon finding can be dated with the business date the file's
*> header carried instead of the night it happened to run.
load-export-table.
   open input summary-export-file.
   if export-status is not = "00"
      move "STATMEASURE_SUMMARY.TXT" to out-source-name
      perform write-no-source-line
      move 1 to source-eof
   else
      move 0 to source-eof
   end-if.
   perform until source-eof is = 1
      read summary-export-file into summary-export-record
         at end
            move 1 to source-eof
            close summary-export-file
      end-read
      if source-eof is not = 1
         and exp-run-date is equal to harvest-date
         and export-count is < 500
         add 1 to export-count
         move exp-file-name to xe-file(export-count)
         move exp-batch-number to xe-batch(export-count)
         move exp-business-date to xe-business-date(export-count)
      end-if
   end-perform.

*> harvests statmeasure's exception report: only the job blocks run
*> on the harvest date are read, and every flagged value of a file's
*> business date rolls into one OUTLIER or one RANGE alert with its
*> count, rather than one ticket per value.
harvest-exceptions.
   move 0 to excp-block-wanted.
   open input exception-file.
   if excp-status is not = "00"
      move "STATMEASURE_EXCP.TXT" to out-source-name
      perform write-no-source-line
      move 1 to source-eof
   else
      move 0 to source-eof
   end-if.
   perform until source-eof is = 1
      read exception-file into exception-input-record
         at end
            move 1 to source-eof
            close exception-file
      end-read
      if source-eof is not = 1
         perform harvest-one-exception
      end-if
   end-perform.

*> files one exception report line: a job line opens (or skips) a
*> block, a BATCH= line inside a wanted block raises its alert.
harvest-one-exception.
   if exi-tag (1:5) is equal to "FILE="
      move exj-file-name to excp-current-file
      move exj-run-date to excp-current-date
      if excp-current-date is equal to harvest-date
         move 1 to excp-block-wanted
      else
         move 0 to excp-block-wanted
      end-if
   else
      if exi-tag is equal to "BATCH=" and excp-block-wanted is = 1
         if exd-batch is numeric
            move exd-batch to excp-batch-number
         else
            compute excp-batch-number = function numval(exd-batch)
         end-if
         move excp-current-file to cand-file-name
         perform find-business-date
         move "STATMEASURE" to cand-program
         if exd-kind is equal to " RANGE="
            move "RANGE" to cand-type
            move 2 to cand-severity
            move "VALUE(S) OUTSIDE THE EXPECTED RANGE" to cand-text
         else
            move "OUTLIER" to cand-type
            move 2 to cand-severity
            move "VALUE(S) BEYOND THE OUTLIER SIGMA" to cand-text
         end-if
         perform raise-alert
      end-if
   end-if.

*> looks the candidate file's business date up in the harvest date's
*> export keys, by file and batch; a file with no export record falls
*> back to the harvest date itself.
find-business-date.
   move 0 to export-found.
   move harvest-date to cand-business-date.
   perform varying x-i from 1 by 1 until x-i is > export-count
      or export-found is = 1
      if xe-file(x-i) is equal to cand-file-name
         and xe-batch(x-i) is = excp-batch-number
         move xe-business-date(x-i) to cand-business-date
         move 1 to export-found
      end-if
   end-perform.

*> harvests every stattrend report the night's trend deck names.
harvest-trend-reports.
   open input trend-deck-file.
   if trend-deck-status is not = "00"
      move "STATTREND.CTL" to out-source-name
      perform write-no-source-line
      move 1 to deck-eof
   else
      move 0 to deck-eof
   end-if.
   perform until deck-eof is = 1
      read trend-deck-file into trend-card-record
         at end
            move 1 to deck-eof
            close trend-deck-file
      end-read
      if deck-eof is not = 1
         and trc-report-file-name is not equal to spaces
         move trc-report-file-name to trend-report-file-name
         perform harvest-one-trend-report
      end-if
   end-perform.

*> reads one trend report: the drift flags and business-day gaps it
*> shows for business dates inside the lookback window. the report
*> re-prints the whole history every night, so older flags are left
*> to the alerts already raised for them.
harvest-one-trend-report.
   move spaces to trend-current-file.
   open input trend-report-file.
   if trend-status is not = "00"
      move trend-report-file-name to out-source-name
      perform write-no-source-line
      move 1 to source-eof
   else
      move 0 to source-eof
   end-if.
   perform until source-eof is = 1
      read trend-report-file into trend-input-record
         at end
            move 1 to source-eof
            close trend-report-file
      end-read
      if source-eof is not = 1
         perform harvest-one-trend-line
      end-if
   end-perform.

*> files one trend report line.
harvest-one-trend-line.
   if trh-tag is equal to "INPUT FILE: "
      move trh-file-name to trend-current-file
   else
      if trd-flag is equal to "*** DRIFT ***"
         and trd-date is numeric
         move trd-date to cand-business-date
         move "DRIFT" to cand-type
         move 3 to cand-severity
         move "DAILY MEAN BEYOND THE DRIFT THRESHOLD" to cand-text
         perform raise-trend-alert
      end-if
      if trg-open is equal to "*** "
         and trg-tag is equal to " MISSING BUSINESS DAY(S) BEFORE "
         and trg-date is numeric
         move trg-date to cand-business-date
         move "GAP" to cand-type
         move 3 to cand-severity
         move trg-days to gap-days-text
         move spaces to cand-text
         string gap-days-text delimited by size
            " BUSINESS DAY(S) MISSING FROM THE FEED" delimited by size
            into cand-text
         end-string
         perform raise-trend-alert
      end-if
   end-if.

*> raises a trend alert if its business date falls inside the
*> lookback window.
raise-trend-alert.
   compute date-int =
      function integer-of-date(function numval(cand-business-date)).
   if date-int is not < window-start-int
      and date-int is not > harvest-int
      move trend-current-file to cand-file-name
      move "STATTREND" to cand-program
      perform raise-alert
   end-if.

*> harvests every statrecon report the night's recon deck names.
harvest-recon-reports.
   open input recon-deck-file.
   if recon-deck-status is not = "00"
      move "STATRECON.CTL" to out-source-name
      perform write-no-source-line
      move 1 to deck-eof
   else
      move 0 to deck-eof
   end-if.
   perform until deck-eof is = 1
      read recon-deck-file into recon-card-record
         at end
            move 1 to deck-eof
            close recon-deck-file
      end-read
      if deck-eof is not = 1
         and rcc-output-file-name is not equal to spaces
         move rcc-output-file-name to recon-report-file-name
         move rcc-input-file-name to recon-input-file
         perform harvest-one-recon-report
      end-if
   end-perform.

*> reads one recon report for its MEAN and STDEV verdicts. a recon
*> report carries no date, so it is only believed when statmeasure
*> exported a batch for the same file on the harvest date — a stale
*> report left over from an earlier night raises nothing.
harvest-one-recon-report.
   move 0 to recon-mean-mismatch, recon-std-mismatch.
   move 0 to export-found.
   perform varying x-i from 1 by 1 until x-i is > export-count
      or export-found is = 1
      if xe-file(x-i) is equal to recon-input-file
         move xe-business-date(x-i) to cand-business-date
         move 1 to export-found
      end-if
   end-perform.
   if export-found is = 0
      move 1 to source-eof
   else
      open input recon-report-file
      if recon-status is not = "00"
         move recon-report-file-name to out-source-name
         perform write-no-source-line
         move 1 to source-eof
      else
         move 0 to source-eof
      end-if
   end-if.
   perform until source-eof is = 1
      read recon-report-file into recon-input-record
         at end
            move 1 to source-eof
            close recon-report-file
      end-read
      if source-eof is not = 1 and rci-result is equal to "MISMATCH"
         if rci-label is equal to "MEAN RESULT="
            move 1 to recon-mean-mismatch
         end-if
         if rci-label is equal to "STDEV RSLT ="
            move 1 to recon-std-mismatch
         end-if
      end-if
   end-perform.
   if recon-mean-mismatch is = 1 or recon-std-mismatch is = 1
      move recon-input-file to cand-file-name
      move "STATRECON" to cand-program
      move "MISMATCH" to cand-type
      move 3 to cand-severity
      if recon-mean-mismatch is = 1 and recon-std-mismatch is = 1
         move "STATMOLD/STATMEASURE MEAN AND STD DEV DISAGREE"
            to cand-text
      else
         if recon-mean-mismatch is = 1
            move "STATMOLD/STATMEASURE MEAN DISAGREES" to cand-text
         else
            move "STATMOLD/STATMEASURE STD DEV DISAGREES" to cand-text
         end-if
      end-if
      perform raise-alert
   end-if.

*> harvests the run log's harvest-date lines: a CHK=FAIL verdict and
*> a non-00 file status each raise their own alert against the
*> program and file the line names. the log carries no business
*> date, so the harvest date stands in. the log's read-open status is
*> held aside for this job's own run-log line.
harvest-run-log.
   open input run-log-file.
   move run-log-status to log-read-status.
   if run-log-status is not = "00"
      move "RUNLOG.TXT" to out-source-name
      perform write-no-source-line
      move 1 to source-eof
   else
      move 0 to source-eof
   end-if.
   perform until source-eof is = 1
      move spaces to run-log-input-record
      read run-log-file into run-log-input-record
         at end
            move 1 to source-eof
            close run-log-file
      end-read
      if source-eof is not = 1
         and rlg-timestamp (1:8) is equal to harvest-date
         and rlg-program is not equal to spaces
         and rlg-program is not equal to "STATALERT"
         perform harvest-one-log-line
      end-if
   end-perform.

*> files one harvest-date run-log line.
harvest-one-log-line.
   move harvest-date to cand-business-date.
   move rlg-file-name to cand-file-name.
   move rlg-program to cand-program.
   if rlg-chk-tag is equal to "CHK=" and rlg-chk-result is equal to "FAIL"
      move "CHKFAIL" to cand-type
      move 4 to cand-severity
      move "CONTROL TOTALS DID NOT RECONCILE (CHK=FAIL)" to cand-text
      perform raise-alert
   end-if.
   if (rlg-input-status is not = "00" and rlg-input-status is not = spaces)
      or (rlg-output-status is not = "00"
         and rlg-output-status is not = spaces)
      move "BADSTAT" to cand-type
      move 4 to cand-severity
      move spaces to cand-text
      string "JOB ENDED WITH FILE STATUS " delimited by size
         rlg-input-status delimited by size
         "/" delimited by size
         rlg-output-status delimited by size
         into cand-text
      end-string
      perform raise-alert
   end-if.

*> harvests statrun's pipeline status file for the harvest date's
*> night (or a stage that ended on the harvest date): a FAILED stage
*> raises a BADRC alert with its program and return code — a held
*> file, a table overflow or any other bad return code that leaves
*> no CHK=FAIL or bad status in the run log — and a BYPASSED stage
*> raises its own alert, since its file was never processed. the
*> status file is rewritten as the night goes, so a stage a restart
*> completed is no longer reported. the harvest date stands in for
*> the business date, as for the run log.
harvest-pipeline-status.
   open input pipeline-status-file.
   if pipeline-status is not = "00"
      move "STATRUN.STS" to out-source-name
      perform write-no-source-line
      move 1 to source-eof
   else
      move 0 to source-eof
   end-if.
   perform until source-eof is = 1
      move spaces to pipeline-input-record
      read pipeline-status-file into pipeline-input-record
         at end
            move 1 to source-eof
            close pipeline-status-file
      end-read
      if source-eof is not = 1
         and (pls-night-date is equal to harvest-date
            or pls-ended (1:8) is equal to harvest-date)
         perform harvest-one-status
      end-if
   end-perform.

*> files one pipeline status entry of the night.
harvest-one-status.
   move harvest-date to cand-business-date.
   move pls-file-name to cand-file-name.
   move pls-program to cand-program.
   move spaces to cand-text.
   if pls-state is equal to "FAILED"
      move "BADRC" to cand-type
      move 4 to cand-severity
      if pls-rc is numeric
         move pls-rc to stage-rc-text
      else
         move 0 to stage-rc-text
      end-if
      string "STAGE " delimited by size
         pls-stage delimited by space
         " ENDED WITH RETURN CODE " delimited by size
         stage-rc-text delimited by size
         into cand-text
      end-string
      perform raise-alert
   end-if.
   if pls-state is equal to "BYPASSED"
      move "BYPASSED" to cand-type
      move 3 to cand-severity
      string "STAGE " delimited by size
         pls-stage delimited by space
         " BYPASSED, A STAGE BEFORE IT FAILED" delimited by size
         into cand-text
      end-string
      perform raise-alert
   end-if.

*> harvests the statops morning report for jobs the schedule expected
*> that never ran; the report's own status date dates them. failed
*> jobs are not taken from here, since the run log and the pipeline
*> status file already raised them as CHKFAIL, BADSTAT or BADRC.
harvest-ops-report.
   move harvest-date to ops-status-date.
   if ops-report-file-name is equal to spaces
      move 1 to source-eof
   else
      open input ops-report-file
      if ops-status is not = "00"
         move ops-report-file-name to out-source-name
         perform write-no-source-line
         move 1 to source-eof
      else
         move 0 to source-eof
      end-if
   end-if.
   perform until source-eof is = 1
      read ops-report-file into ops-input-record
         at end
            move 1 to source-eof
            close ops-report-file
      end-read
      if source-eof is not = 1
         if opd-tag is equal to "STATUS DATE="
            move opd-date to ops-status-date
         end-if
         if opi-verdict is equal to "*** MISSED ***"
            move ops-status-date to cand-business-date
            move opi-file-name to cand-file-name
            move opi-program to cand-program
            move "MISSED" to cand-type
            move 4 to cand-severity
            move "SCHEDULED JOB NEVER RAN" to cand-text
            perform raise-alert
         end-if
      end-if
   end-perform.

*> raises the candidate alert unless the same problem — same type,
*> program, file and business date — is already on the master, open
*> or acknowledged; that alert simply carries on. a counted alert
*> raised earlier in this same run takes one more on its count.
raise-alert.
   move 0 to alert-found.
   perform varying a-i from 1 by 1 until a-i is > alert-count
      or alert-found is = 1
      if al-type(a-i) is equal to cand-type
         and al-program(a-i) is equal to cand-program
         and al-file-name(a-i) is equal to cand-file-name
         and al-business-date(a-i) is equal to cand-business-date
         move 1 to alert-found
         if al-new-today(a-i) is = 1
            add 1 to al-count(a-i)
            perform build-counted-text
         end-if
      end-if
   end-perform.
   if alert-found is = 0
      if alert-count is < 1000
         add 1 to alert-count, next-seq, new-count
         compute a-i = alert-count
         move harvest-date to al-id-date(a-i)
         move next-seq to al-id-seq(a-i)
         move cand-business-date to al-business-date(a-i)
         move cand-file-name to al-file-name(a-i)
         move cand-program to al-program(a-i)
         move cand-type to al-type(a-i)
         move cand-severity to al-severity(a-i)
         move "NEW" to al-status(a-i)
         move harvest-date to al-raised-date(a-i)
         move 0 to al-age(a-i)
         move 1 to al-count(a-i)
         move spaces to al-ack-date(a-i), al-ack-by(a-i)
         move cand-text to al-text(a-i)
         move 1 to al-new-today(a-i)
         move 0 to al-purge(a-i)
         perform build-counted-text
      else
         move 1 to alert-table-full
      end-if
   end-if.

*> puts the count in front of an outlier or range alert's text.
build-counted-text.
   if al-type(a-i) is equal to "OUTLIER" or al-type(a-i) is equal to "RANGE"
      move al-count(a-i) to count-edit
      move spaces to al-text(a-i)
      string count-edit delimited by size
         " " delimited by size
         cand-text delimited by size
         into al-text(a-i)
      end-string
   end-if.

*> ages every alert still open by the days since it was first
*> raised; yesterday's NEW alerts become OPEN, and one open past the
*> aging limit is escalated a severity level, once. acknowledged
*> alerts are kept for the lookback window, so the harvest does not
*> raise them again, and then purged.
age-alerts.
   perform age-one-alert
      varying a-i from 1 by 1 until a-i is > alert-count.

*> ages or purges alert a-i.
age-one-alert.
   if al-status(a-i) is equal to "ACK"
      if al-business-date(a-i) is numeric
         compute date-int = function integer-of-date
            (function numval(al-business-date(a-i)))
         if date-int is < window-start-int
            and al-ack-date(a-i) is not equal to harvest-date
            move 1 to al-purge(a-i)
            add 1 to purged-count
         end-if
      end-if
   else
      if al-raised-date(a-i) is numeric
         compute date-int = function integer-of-date
            (function numval(al-raised-date(a-i)))
         compute age-work = harvest-int - date-int
         if age-work is < 0
            move 0 to age-work
         end-if
         move age-work to al-age(a-i)
      end-if
      if al-new-today(a-i) is = 0
         add 1 to carried-count
         if al-status(a-i) is equal to "NEW"
            move "OPEN" to al-status(a-i)
         end-if
      end-if
      if al-age(a-i) is > aging-limit
         and al-status(a-i) is not equal to "ESC"
         if al-severity(a-i) is < 5
            add 1 to al-severity(a-i)
         end-if
         move "ESC" to al-status(a-i)
      end-if
      if al-status(a-i) is equal to "ESC"
         add 1 to escalated-count
      end-if
   end-if.

*> writes the fresh alert master (every alert not purged) and the
*> ticketing feed (every open alert, plus those acknowledged this
*> morning so their tickets can be closed).
write-alert-files.
   perform write-one-alert
      varying a-i from 1 by 1 until a-i is > alert-count.

*> writes alert a-i to the master and, when it belongs there, the feed.
write-one-alert.
   if al-purge(a-i) is = 0
      move al-id(a-i) to alt-id
      move al-business-date(a-i) to alt-business-date
      move al-file-name(a-i) to alt-file-name
      move al-program(a-i) to alt-program
      move al-type(a-i) to alt-type
      move al-severity(a-i) to alt-severity
      move al-status(a-i) to alt-status
      move al-raised-date(a-i) to alt-raised-date
      move al-age(a-i) to alt-age
      move al-count(a-i) to alt-count
      move al-ack-date(a-i) to alt-ack-date
      move al-ack-by(a-i) to alt-ack-by
      move al-text(a-i) to alt-text
      write new-master-line from alert-record
      if al-status(a-i) is not equal to "ACK"
         or al-ack-date(a-i) is equal to harvest-date
         write feed-line from alert-record
         add 1 to fed-count
      end-if
   end-if.

*> heads the console listing for an attended run.
write-report-headings.
   display space.
   display output-title-line.
   display output-underline.
   move harvest-date to out-harvest-date.
   display output-date-line.

*> notes a source that could not be read; the harvest carries on
*> with the rest, since a source with nothing in it is no alert.
write-no-source-line.
   display output-no-source-line.

*> echoes the alert totals on the console.
write-report-totals.
   move new-count to out-new-count.
   move carried-count to out-carried-count.
   move escalated-count to out-escalated-count.
   move acked-count to out-acked-count.
   move ack-unmatched-count to out-unmatched-count.
   move purged-count to out-purged-count.
   move fed-count to out-fed-count.
   display space.
   display output-total-line-1.
   display output-total-line-2.
   display output-total-line-3.
   display output-total-line-4.
   display output-total-line-5.
   display output-total-line-6.
   display output-total-line-7.

*> appends one line to the shared run log recording this job's feed
*> file name, alerts fed, and file status codes for reconciliation.
write-run-log.
   move function current-date to current-date-time.
   open extend run-log-file.
   if run-log-status is not = "00"
      open output run-log-file
   end-if.
   move current-date-time (1:14) to log-timestamp.
   move "STATALERT" to log-program.
   move feed-file-name to log-file-name.
   move fed-count to log-n.
   move prior-master-status to log-input-status.
   move new-master-status to log-output-status.
   write run-log-line from run-log-record
      after advancing 1 line.
   close run-log-file.
