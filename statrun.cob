*> program: statistical measures nightly pipeline driver.
*> creator: jessica nguyen.
*> date: 2026-10-15.
*> purpose: to run the night's statedit, statmeasure, statmold and statrecon jobs for
*>          every input file on the schedule master, and the one stattrend job after
*>          them, in dependency order: a stage only runs when the stages it depends on
*>          finished within the return-code limit, and a failed file's downstream
*>          stages are bypassed instead of running against a stale file. a pipeline
*>          status file records every file's every stage as it goes, so a restart after
*>          a failure picks up at the first incomplete stage of each file instead of
*>          redoing the whole night.

identification division.
program-id. statrun.

environment division.
   *> sets up the schedule master being driven, the pipeline status
   *> file, the five control decks each stage's job reads (under the
   *> fixed names the programs look for), and the driver report.
   input-output section.
   file-control.
   select schedule-file assign to dynamic schedule-file-name
      organization is line sequential
      file status is schedule-status.
   *> the pipeline status file: one entry per input file per stage
   *> (and one for the night's trend stage), rewritten whole every
   *> time a stage changes state, so an abend mid-stage leaves that
   *> stage RUNNING on it for the restart to pick back up.
   select status-file assign to "STATRUN.STS"
      organization is line sequential
      file status is status-file-status.
   select edit-deck-file assign to "STATEDIT.CTL"
      organization is line sequential
      file status is edit-deck-status.
   select measure-deck-file assign to "STATMEASURE.CTL"
      organization is line sequential
      file status is measure-deck-status.
   select mold-deck-file assign to "STATMOLD.CTL"
      organization is line sequential
      file status is mold-deck-status.
   select recon-deck-file assign to "STATRECON.CTL"
      organization is line sequential
      file status is recon-deck-status.
   select trend-deck-file assign to "STATTREND.CTL"
      organization is line sequential
      file status is trend-deck-status.
   select report-file assign to dynamic report-file-name
      organization is line sequential
      file status is report-status.
   *> a shared log the statistics suite appends a line to at
   *> end-of-job, so a run can be reconciled after the fact.
   select run-log-file assign to "RUNLOG.TXT"
      organization is line sequential
      file status is run-log-status.
   *> an optional control card file the overnight scheduler drops next
   *> to the program; when it is present the run is fully unattended —
   *> every card is one night's run and no console prompting happens
   *> at all.
   select control-file assign to "STATRUN.CTL"
      organization is line sequential
      file status is ctl-status.

data division.
   *> declares and initializes the file variables and their structure.
   file section.
   fd schedule-file.
   01 schedule-line.
      02 filler            pic x(100).
   fd status-file.
   01 status-line.
      02 filler            pic x(120).
   fd edit-deck-file.
   01 edit-deck-line.
      02 filler            pic x(160).
   fd measure-deck-file.
   01 measure-deck-line.
      02 filler            pic x(100).
   fd mold-deck-file.
   01 mold-deck-line.
      02 filler            pic x(100).
   fd recon-deck-file.
   01 recon-deck-line.
      02 filler            pic x(160).
   fd trend-deck-file.
   01 trend-deck-line.
      02 filler            pic x(100).
   fd report-file.
   01 report-line.
      02 filler            pic x(100).
   fd run-log-file.
   01 run-log-line.
      02 filler            pic x(100).
   fd control-file.
   01 control-line.
      02 filler            pic x(160).

   *> declares and initializes other variables (and records) that'll be used.
   working-storage section.
   77 schedule-file-name     pic x(100).
   77 report-file-name       pic x(100).
   77 schedule-status        pic xx.
   77 status-file-status     pic xx.
   77 edit-deck-status       pic xx.
   77 measure-deck-status    pic xx.
   77 mold-deck-status       pic xx.
   77 recon-deck-status      pic xx.
   77 trend-deck-status      pic xx.
   77 report-status          pic xx.
   77 run-log-status         pic xx.
   77 sched-eof              pic 9 value 0.
   77 status-eof             pic 9 value 0.
   77 trend-report-name      pic x(40).
   77 trend-threshold        pic x(3).
   77 rc-limit-answer        pic x(2).
   77 rc-limit               pic 9(3) value 4.
   77 restart-answer         pic x(1).
   77 restart-mode           pic 9 value 0.
   77 command-prefix         pic x(30).
   77 program-command        pic x(11).
   77 command-text           pic x(80).
   77 night-date             pic x(8).
   77 current-date-time      pic x(21).
   77 derived-clean-name     pic x(40).
   77 derived-reject-name    pic x(40).
   77 derived-errlist-name   pic x(40).
   77 derived-measure-name   pic x(40).
   77 derived-mold-name      pic x(40).
   77 derived-recon-name     pic x(40).
   77 file-count             pic s9(4) value 0.
   77 file-table-full        pic 9 value 0.
   77 f-i                    pic s9(4).
   77 s-i                    pic s9(4).
   77 w-f                    pic s9(4).
   77 w-s                    pic s9(4).
   77 deps-complete          pic 9.
   77 stage-rc               pic 9(3).
   77 stage-failed           pic 9.
   77 rc-quotient            pic 9(3).
   77 rc-remainder           pic 9(3).
   77 stages-run-count       pic s9(4) value 0.
   77 complete-count         pic s9(4) value 0.
   77 failed-count           pic s9(4) value 0.
   77 bypassed-count         pic s9(4) value 0.
   77 skipped-count          pic s9(4) value 0.
   77 measure-ran-count      pic s9(4) value 0.
   77 measure-done-count     pic s9(4) value 0.
   77 ctl-status             pic xx.
   77 ctl-eof                pic 9 value 0.
   77 job-rc                 pic 9(2) value 0.
   77 highest-rc             pic 9(2) value 0.
   *> one scheduler control card = one night's run: the schedule
   *> master, the driver report, the night's trend report and drift
   *> threshold (as statdeck's card carries them), the return-code
   *> limit a stage must finish within for its dependents to run
   *> (blank for 4), the restart flag (Y picks up the status file
   *> where the last run left it, anything else starts the night
   *> fresh), and the directory prefix the programs are started from
   *> (blank when they are on the path).
   01 control-card-record.
      02 ctl-schedule-file-name pic x(40).
      02 ctl-report-file-name   pic x(40).
      02 ctl-trend-report-name  pic x(40).
      02 ctl-trend-threshold    pic x(3).
      02 ctl-rc-limit           pic x(2).
      02 ctl-restart-flag       pic x(1).
      02 ctl-command-prefix     pic x(30).
      02 filler                 pic x(4).
   *> one schedule master entry, as statdeck reads it.
   01 schedule-input-record.
      02 sched-raw-file      pic x(40).
      02 sched-name-stem     pic x(20).
      02 sched-bin-count     pic x(2).
      02 sched-run-mode      pic x(1).
      02 filler              pic x(37).
   *> one pipeline status entry: the night it belongs to, the input
   *> file (*NIGHT* for the trend stage), the stage and its state —
   *> PENDING, RUNNING, COMPLETE, FAILED or BYPASSED — with the job's
   *> return code, when it started and ended, and the program run.
   01 status-record.
      02 sts-night-date      pic x(8).
      02 filler              pic x(1) value space.
      02 sts-file-name       pic x(40).
      02 filler              pic x(1) value space.
      02 sts-stage           pic x(8).
      02 filler              pic x(1) value space.
      02 sts-state           pic x(8).
      02 filler              pic x(1) value space.
      02 sts-rc              pic 9(3).
      02 filler              pic x(1) value space.
      02 sts-started         pic x(14).
      02 filler              pic x(1) value space.
      02 sts-ended           pic x(14).
      02 filler              pic x(1) value space.
      02 sts-program         pic x(11).
   *> the four per-file stages in the order they run, the program each
   *> one starts, and the command name it is started under.
   01 stage-name-values.
      02 filler              pic x(8) value "EDIT".
      02 filler              pic x(8) value "MEASURE".
      02 filler              pic x(8) value "MOLD".
      02 filler              pic x(8) value "RECON".
   01 stage-name-table redefines stage-name-values.
      02 stage-name          pic x(8) occurs 4 times.
   01 stage-program-values.
      02 filler              pic x(11) value "STATEDIT".
      02 filler              pic x(11) value "STATMEASURE".
      02 filler              pic x(11) value "STATMOLD".
      02 filler              pic x(11) value "STATRECON".
   01 stage-program-table redefines stage-program-values.
      02 stage-program       pic x(11) occurs 4 times.
   01 stage-command-values.
      02 filler              pic x(11) value "statedit".
      02 filler              pic x(11) value "statmeasure".
      02 filler              pic x(11) value "statmold".
      02 filler              pic x(11) value "statrecon".
   01 stage-command-table redefines stage-command-values.
      02 stage-command       pic x(11) occurs 4 times.
   *> every input file on the schedule with its four stages' states,
   *> and the night's one trend stage.
   01 run-table.
      02 run-entry occurs 200 times.
         03 rt-raw-file      pic x(40).
         03 rt-name-stem     pic x(20).
         03 rt-bin-count     pic x(2).
         03 rt-run-mode      pic x(1).
         03 rt-stage occurs 4 times.
            04 rs-state      pic x(8).
            04 rs-rc         pic 9(3).
            04 rs-started    pic x(14).
            04 rs-ended      pic x(14).
   01 trend-stage.
      02 ts-state            pic x(8).
      02 ts-rc               pic 9(3).
      02 ts-started          pic x(14).
      02 ts-ended            pic x(14).
   *> the card images, laid out exactly as each program's
   *> control-card-record reads them and as statdeck cuts them.
   01 edit-card-record.
      02 edc-input-file-name      pic x(40).
      02 edc-clean-file-name      pic x(40).
      02 edc-reject-file-name     pic x(40).
      02 edc-error-list-file-name pic x(40).
   01 measure-card-record.
      02 msc-input-file-name  pic x(40).
      02 msc-output-file-name pic x(40).
      02 msc-resume-flag      pic x(1).
      02 msc-bin-count        pic x(2).
      02 msc-run-mode         pic x(1).
      02 filler               pic x(16) value spaces.
   01 mold-card-record.
      02 moc-input-file-name  pic x(40).
      02 moc-output-file-name pic x(40).
      02 moc-resume-flag      pic x(1).
      02 filler               pic x(19) value spaces.
   01 recon-card-record.
      02 rcc-mold-file-name    pic x(40).
      02 rcc-measure-file-name pic x(40).
      02 rcc-output-file-name  pic x(40).
      02 rcc-input-file-name   pic x(40).
   01 trend-card-record.
      02 trc-history-file-name pic x(40).
      02 trc-report-file-name  pic x(40).
      02 trc-threshold         pic x(3).
      02 filler                pic x(17) value spaces.
   01 output-title-line.
      02 filler             pic x(34) value "   STATISTICS NIGHTLY PIPELINE RUN".
   01 output-underline.
      02 filler             pic x(90) value all "-".
   01 output-night-line.
      02 filler             pic x(12) value "NIGHT DATE: ".
      02 out-night-date     pic x(8).
      02 filler             pic x(11) value "  RESTART: ".
      02 out-restart        pic x(3).
      02 filler             pic x(12) value "  RC LIMIT: ".
      02 out-rc-limit       pic zz9.
   01 output-col-heads.
      02 filler             pic x(87) value
         "INPUT FILE                     EDIT          MEASURE       MOLD          RECON".
   01 output-file-line.
      02 out-file-name      pic x(30).
      02 filler             pic x(1) value space.
      02 out-stage-cell occurs 4 times.
         03 out-stage-state pic x(8).
         03 filler          pic x(1).
         03 out-stage-rc    pic zz9.
         03 filler          pic x(2).
   01 output-trend-line.
      02 filler             pic x(31) value "NIGHT STATTREND".
      02 out-trend-state    pic x(8).
      02 filler             pic x(1) value space.
      02 out-trend-rc       pic zz9.
   01 output-stage-line.
      02 out-action         pic x(9).
      02 out-stage-program  pic x(11).
      02 filler             pic x(1) value space.
      02 out-stage-file     pic x(40).
      02 filler             pic x(4) value " RC=".
      02 out-action-rc      pic zz9.
   01 output-total-line-1.
      02 filler             pic x(24) value "STAGES RUN             =".
      02 out-run-count      pic -(5)9.
   01 output-total-line-2.
      02 filler             pic x(24) value "COMPLETE               =".
      02 out-complete-count pic -(5)9.
   01 output-total-line-3.
      02 filler             pic x(24) value "FAILED                 =".
      02 out-failed-count   pic -(5)9.
   01 output-total-line-4.
      02 filler             pic x(24) value "BYPASSED               =".
      02 out-bypassed-count pic -(5)9.
   01 output-total-line-5.
      02 filler             pic x(24) value "ALREADY COMPLETE (SKIP)=".
      02 out-skipped-count  pic -(5)9.
   01 output-no-entries-line.
      02 filler             pic x(36) value "NO USABLE ENTRIES IN SCHEDULE MASTER".
   01 output-no-status-line.
      02 filler             pic x(56) value
         "NO PIPELINE STATUS FILE TO RESTART FROM, NIGHT RUN FRESH".
   01 output-table-full-line.
      02 filler             pic x(56) value
         "MORE THAN 200 SCHEDULE ENTRIES, EXTRAS NOT RUN TONIGHT".
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
   *> run: every card on it is one night's run and nothing is asked on
   *> the console. otherwise the operator is prompted as always.
   open input control-file.
   if ctl-status is equal to "00"
      perform control-card-job until ctl-eof is = 1
      close control-file
   else
      *> obtains the schedule master and the night's settings from the user.
      display space
      display "Enter the name of the schedule master file: "
      accept schedule-file-name
      display space
      display "Enter the name of the driver report file: "
      accept report-file-name
      display space
      display "Enter the name of the trend report file: "
      accept trend-report-name
      display space
      display "Drift threshold for the stattrend card (N.N, blank for 2.0): "
      accept trend-threshold
      display space
      display "Return-code limit for a stage (blank for 4): "
      accept rc-limit-answer
      display space
      display "Restart from the pipeline status file? (Y/N): "
      accept restart-answer
      display space
      display "Program directory prefix (blank if on the path): "
      accept command-prefix
      perform run-one-job
   end-if.

   *> hands the scheduler the worst return code any night produced.
   move highest-rc to return-code.
   stop run.

*> reads the next control card and runs it as one unattended night;
*> blank cards are skipped so a trailing empty line cannot start a
*> phantom night against empty file names.
control-card-job.
   read control-file into control-card-record
      at end move 1 to ctl-eof
   end-read.
   if ctl-eof is not = 1 and control-card-record is not equal to spaces
      move ctl-schedule-file-name to schedule-file-name
      move ctl-report-file-name to report-file-name
      move ctl-trend-report-name to trend-report-name
      move ctl-trend-threshold to trend-threshold
      move ctl-rc-limit to rc-limit-answer
      move ctl-restart-flag to restart-answer
      move ctl-command-prefix to command-prefix
      perform run-one-job
   end-if.

*> runs a single night front to back: tables the schedule, takes the
*> stage states over from the status file on a restart, runs every
*> stage that is due in dependency order, leaves the five decks
*> holding the cards of the stages that completed, and records the
*> night's return code (0 = every stage complete, 8 = a stage failed
*> or was bypassed, or no usable schedule entries, 12 = a file would
*> not open, 16 = the schedule overflowed the table) without stopping
*> the run.
run-one-job.
   perform initialize-job.
   perform set-run-settings.
   open input schedule-file.
   open output report-file.

   *> displays an error if any file cannot be opened for any reason.
   *> sched-eof is set so end-of-job does not try to close the
   *> never-opened schedule.
   if schedule-status is not = "00"
      display space
      display "schedule-file error. status: " schedule-status
      display space
      move 12 to job-rc
      move 1 to sched-eof
   end-if.
   if job-rc is = 0 and report-status is not = "00"
      display space
      display "report-file error. status: " report-status
      display space
      move 12 to job-rc
   end-if.

   if job-rc is = 0
      perform load-schedule-entry until sched-eof is = 1
      if file-count is = 0
         display space
         display output-no-entries-line
         write report-line from output-no-entries-line
            after advancing 1 line
         move 8 to job-rc
      else
         if restart-mode is = 1
            perform load-status-file
         end-if
         perform write-report-headings
         perform write-status-file
         perform run-one-stage
            varying s-i from 1 by 1 until s-i is > 4
         perform run-trend-stage
         perform restore-decks
         perform write-report-body
         if failed-count is > 0 or bypassed-count is > 0
            move 8 to job-rc
         end-if
         if file-table-full is = 1
            display space
            display output-table-full-line
            write report-line from output-table-full-line
               after advancing 2 lines
            move 16 to job-rc
         end-if
      end-if
   end-if.

   *> the run-log line is written before the report is closed, so a
   *> failed open's status reaches the log instead of being
   *> overwritten by the close.
   perform end-of-job.
   perform write-run-log.
   close report-file.
   if job-rc is > highest-rc
      move job-rc to highest-rc
   end-if.

*> resets everything one night leaves behind, so the next control
*> card starts from the same state a fresh program load would have.
initialize-job.
   move 0 to sched-eof, job-rc, file-count, file-table-full.
   move 0 to stages-run-count, complete-count, failed-count.
   move 0 to bypassed-count, skipped-count.
   move 0 to measure-ran-count, measure-done-count.
   move "PENDING" to ts-state.
   move 0 to ts-rc.
   move spaces to ts-started, ts-ended.
   move function current-date to current-date-time.
   move current-date-time (1:8) to night-date.

*> validates the return-code limit (blank or non-numeric takes the
*> stock 4) and the restart flag (only a Y restarts).
set-run-settings.
   if rc-limit-answer is numeric
      move rc-limit-answer to rc-limit
   else
      move 4 to rc-limit
   end-if.
   if restart-answer is equal to "Y" or restart-answer is equal to "y"
      move 1 to restart-mode
   else
      move 0 to restart-mode
   end-if.

*> reads one schedule entry into the table with its four stages
*> pending. blank entries are skipped so a trailing empty line cannot
*> schedule a phantom pipeline.
load-schedule-entry.
   read schedule-file into schedule-input-record
      at end perform end-of-job
   end-read.
   if sched-eof is not = 1
      and schedule-input-record is not equal to spaces
      if file-count is < 200
         add 1 to file-count
         move sched-raw-file to rt-raw-file(file-count)
         move sched-name-stem to rt-name-stem(file-count)
         move sched-bin-count to rt-bin-count(file-count)
         move sched-run-mode to rt-run-mode(file-count)
         perform varying s-i from 1 by 1 until s-i is > 4
            move "PENDING" to rs-state(file-count, s-i)
            move 0 to rs-rc(file-count, s-i)
            move spaces to rs-started(file-count, s-i)
            move spaces to rs-ended(file-count, s-i)
         end-perform
      else
         move 1 to file-table-full
      end-if
   end-if.

*> a restart takes the night date and every completed stage over from
*> the status file; anything that failed, was bypassed, or was left
*> running by an abend goes back to pending and is tried again. files
*> added to the schedule since start fresh; files taken off it drop.
load-status-file.
   open input status-file.
   if status-file-status is not = "00"
      display space
      display output-no-status-line
      write report-line from output-no-status-line
         after advancing 1 line
      move 1 to status-eof
   else
      move 0 to status-eof
   end-if.
   perform until status-eof is = 1
      read status-file into status-record
         at end
            move 1 to status-eof
            close status-file
      end-read
      if status-eof is not = 1 and sts-file-name is not equal to spaces
         move sts-night-date to night-date
         perform take-over-status
      end-if
   end-perform.

*> carries one status entry over when its stage completed.
take-over-status.
   if sts-state is equal to "COMPLETE"
      if sts-file-name is equal to "*NIGHT*"
         move sts-state to ts-state
         move sts-rc to ts-rc
         move sts-started to ts-started
         move sts-ended to ts-ended
      else
         perform varying f-i from 1 by 1 until f-i is > file-count
            if rt-raw-file(f-i) is equal to sts-file-name
               perform varying s-i from 1 by 1 until s-i is > 4
                  if stage-name(s-i) is equal to sts-stage
                     move sts-state to rs-state(f-i, s-i)
                     move sts-rc to rs-rc(f-i, s-i)
                     move sts-started to rs-started(f-i, s-i)
                     move sts-ended to rs-ended(f-i, s-i)
                  end-if
               end-perform
            end-if
         end-perform
      end-if
   end-if.

*> runs stage s-i for every file on the schedule.
run-one-stage.
   perform run-file-stage
      varying f-i from 1 by 1 until f-i is > file-count.

*> runs file f-i's stage s-i when it is due: a completed stage is left
*> alone; otherwise its dependencies are checked — measure and mold
*> on the edit, recon on both measure and mold — and the stage runs
*> only when every one of them completed, and is bypassed when any
*> did not.
run-file-stage.
   if rs-state(f-i, s-i) is equal to "COMPLETE"
      add 1 to skipped-count
      if s-i is = 2
         add 1 to measure-done-count
      end-if
   else
      move 1 to deps-complete
      if s-i is = 2 or s-i is = 3
         if rs-state(f-i, 1) is not equal to "COMPLETE"
            move 0 to deps-complete
         end-if
      end-if
      if s-i is = 4
         if rs-state(f-i, 2) is not equal to "COMPLETE"
            or rs-state(f-i, 3) is not equal to "COMPLETE"
            move 0 to deps-complete
         end-if
      end-if
      if deps-complete is = 1
         perform run-file-job
      else
         move "BYPASSED" to rs-state(f-i, s-i)
         move 0 to rs-rc(f-i, s-i)
         move spaces to rs-started(f-i, s-i), rs-ended(f-i, s-i)
         add 1 to bypassed-count
         move "BYPASSED " to out-action
         move stage-program(s-i) to out-stage-program
         move rt-raw-file(f-i) to out-stage-file
         move 0 to out-action-rc
         display output-stage-line
         write report-line from output-stage-line
            after advancing 1 line
         perform write-status-file
      end-if
   end-if.

*> runs file f-i's stage s-i: cuts the stage's deck with the one card
*> for this file, marks the stage running on the status file, starts
*> the program and judges how it ended.
run-file-job.
   perform derive-file-names.
   perform cut-stage-deck.
   move "RUNNING" to rs-state(f-i, s-i).
   move function current-date to current-date-time.
   move current-date-time (1:14) to rs-started(f-i, s-i).
   move spaces to rs-ended(f-i, s-i).
   perform write-status-file.
   move stage-command(s-i) to program-command.
   perform start-program.
   move stage-rc to rs-rc(f-i, s-i).
   move function current-date to current-date-time.
   move current-date-time (1:14) to rs-ended(f-i, s-i).
   add 1 to stages-run-count.
   if stage-failed is = 1
      move "FAILED" to rs-state(f-i, s-i)
      add 1 to failed-count
      move "FAILED   " to out-action
   else
      move "COMPLETE" to rs-state(f-i, s-i)
      add 1 to complete-count
      move "COMPLETE " to out-action
      if s-i is = 2
         add 1 to measure-ran-count
         add 1 to measure-done-count
      end-if
   end-if.
   move stage-program(s-i) to out-stage-program.
   move rt-raw-file(f-i) to out-stage-file.
   move stage-rc to out-action-rc.
   display output-stage-line.
   write report-line from output-stage-line
      after advancing 1 line.
   perform write-status-file.

*> starts program-command (behind the directory prefix, if any) and
*> takes its return code; the system hands the exit status back
*> shifted up a byte. the stage failed when the code is over the
*> limit, and whatever the limit when it is not one of the suite's
*> own codes (a multiple of 4): an abend ends 1 and a command the
*> shell could not find ends 127. a program killed outright leaves
*> the low byte set and fails too.
start-program.
   move spaces to command-text.
   string command-prefix delimited by space
      program-command delimited by space
      into command-text
   end-string.
   display space.
   display "STARTING " command-text.
   call "SYSTEM" using command-text.
   divide return-code by 256 giving stage-rc remainder rc-remainder.
   move 0 to return-code.
   move 0 to stage-failed.
   if rc-remainder is not = 0 or stage-rc is > rc-limit
      move 1 to stage-failed
   else
      divide stage-rc by 4 giving rc-quotient remainder rc-remainder
      if rc-remainder is not = 0
         move 1 to stage-failed
      end-if
   end-if.

*> cuts stage s-i's deck with file f-i's one card.
cut-stage-deck.
   if s-i is = 1
      open output edit-deck-file
      perform build-edit-card
      write edit-deck-line from edit-card-record
      close edit-deck-file
   end-if.
   if s-i is = 2
      open output measure-deck-file
      perform build-measure-card
      write measure-deck-line from measure-card-record
      close measure-deck-file
   end-if.
   if s-i is = 3
      open output mold-deck-file
      perform build-mold-card
      write mold-deck-line from mold-card-record
      close mold-deck-file
   end-if.
   if s-i is = 4
      open output recon-deck-file
      perform build-recon-card
      write recon-deck-line from recon-card-record
      close recon-deck-file
   end-if.

*> runs the night's one stattrend job once the per-file stages are
*> done. the trend report reads the whole history master, so it runs
*> when any file's statistics reached the master tonight, and again
*> on a restart that measured more files; with no file measured at
*> all it is bypassed.
run-trend-stage.
   if ts-state is equal to "COMPLETE" and measure-ran-count is = 0
      add 1 to skipped-count
   else
      if measure-done-count is = 0
         move "BYPASSED" to ts-state
         move 0 to ts-rc
         add 1 to bypassed-count
         move "BYPASSED " to out-action
         move "STATTREND" to out-stage-program
         move "*NIGHT*" to out-stage-file
         move 0 to out-action-rc
         display output-stage-line
         write report-line from output-stage-line
            after advancing 1 line
         perform write-status-file
      else
         open output trend-deck-file
         perform build-trend-card
         write trend-deck-line from trend-card-record
         close trend-deck-file
         move "RUNNING" to ts-state
         move function current-date to current-date-time
         move current-date-time (1:14) to ts-started
         move spaces to ts-ended
         perform write-status-file
         move "stattrend" to program-command
         perform start-program
         move stage-rc to ts-rc
         move function current-date to current-date-time
         move current-date-time (1:14) to ts-ended
         add 1 to stages-run-count
         if stage-failed is = 1
            move "FAILED" to ts-state
            add 1 to failed-count
            move "FAILED   " to out-action
         else
            move "COMPLETE" to ts-state
            add 1 to complete-count
            move "COMPLETE " to out-action
         end-if
         move "STATTREND" to out-stage-program
         move "*NIGHT*" to out-stage-file
         move stage-rc to out-action-rc
         display output-stage-line
         write report-line from output-stage-line
            after advancing 1 line
         perform write-status-file
      end-if
   end-if.

*> leaves the five decks holding the night's cards for the stages that
*> completed, so the programs that read the decks afterwards (the
*> archive, the alert harvest, an operator rerun) never pick up a
*> file whose stage failed or was bypassed.
restore-decks.
   open output edit-deck-file.
   open output measure-deck-file.
   open output mold-deck-file.
   open output recon-deck-file.
   open output trend-deck-file.
   perform restore-file-cards
      varying f-i from 1 by 1 until f-i is > file-count.
   if ts-state is equal to "COMPLETE"
      perform build-trend-card
      write trend-deck-line from trend-card-record
   end-if.
   close edit-deck-file, measure-deck-file, mold-deck-file.
   close recon-deck-file, trend-deck-file.

*> writes file f-i's cards for its completed stages.
restore-file-cards.
   perform derive-file-names.
   if rs-state(f-i, 1) is equal to "COMPLETE"
      perform build-edit-card
      write edit-deck-line from edit-card-record
   end-if.
   if rs-state(f-i, 2) is equal to "COMPLETE"
      perform build-measure-card
      write measure-deck-line from measure-card-record
   end-if.
   if rs-state(f-i, 3) is equal to "COMPLETE"
      perform build-mold-card
      write mold-deck-line from mold-card-record
   end-if.
   if rs-state(f-i, 4) is equal to "COMPLETE"
      perform build-recon-card
      write recon-deck-line from recon-card-record
   end-if.

*> builds file f-i's derived file names from its stem, the way
*> statdeck names them: <stem>CLEAN.TXT through <stem>RECON.TXT.
derive-file-names.
   move spaces to derived-clean-name, derived-reject-name.
   move spaces to derived-errlist-name, derived-measure-name.
   move spaces to derived-mold-name, derived-recon-name.
   string rt-name-stem(f-i) delimited by space
      "CLEAN.TXT" delimited by size
      into derived-clean-name
   end-string.
   string rt-name-stem(f-i) delimited by space
      "REJECT.TXT" delimited by size
      into derived-reject-name
   end-string.
   string rt-name-stem(f-i) delimited by space
      "ERRLIST.TXT" delimited by size
      into derived-errlist-name
   end-string.
   string rt-name-stem(f-i) delimited by space
      "MEASRPT.TXT" delimited by size
      into derived-measure-name
   end-string.
   string rt-name-stem(f-i) delimited by space
      "MOLDRPT.TXT" delimited by size
      into derived-mold-name
   end-string.
   string rt-name-stem(f-i) delimited by space
      "RECON.TXT" delimited by size
      into derived-recon-name
   end-string.

*> builds file f-i's statedit card.
build-edit-card.
   move rt-raw-file(f-i) to edc-input-file-name.
   move derived-clean-name to edc-clean-file-name.
   move derived-reject-name to edc-reject-file-name.
   move derived-errlist-name to edc-error-list-file-name.

*> builds file f-i's statmeasure card.
build-measure-card.
   move derived-clean-name to msc-input-file-name.
   move derived-measure-name to msc-output-file-name.
   move "N" to msc-resume-flag.
   move rt-bin-count(f-i) to msc-bin-count.
   move rt-run-mode(f-i) to msc-run-mode.

*> builds file f-i's statmold card.
build-mold-card.
   move derived-clean-name to moc-input-file-name.
   move derived-mold-name to moc-output-file-name.
   move "N" to moc-resume-flag.

*> builds file f-i's statrecon card.
build-recon-card.
   move derived-mold-name to rcc-mold-file-name.
   move derived-measure-name to rcc-measure-file-name.
   move derived-recon-name to rcc-output-file-name.
   move derived-clean-name to rcc-input-file-name.

*> builds the night's stattrend card.
build-trend-card.
   move "STATHIST.TXT" to trc-history-file-name.
   move trend-report-name to trc-report-file-name.
   move trend-threshold to trc-threshold.

*> rewrites the whole pipeline status file from the table.
write-status-file.
   open output status-file.
   perform write-file-status
      varying w-f from 1 by 1 until w-f is > file-count.
   move night-date to sts-night-date.
   move "*NIGHT*" to sts-file-name.
   move "TREND" to sts-stage.
   move ts-state to sts-state.
   move ts-rc to sts-rc.
   move ts-started to sts-started.
   move ts-ended to sts-ended.
   move "STATTREND" to sts-program.
   write status-line from status-record.
   close status-file.

*> writes file w-f's four status entries. the status file is
*> rewritten from inside the stage loops, so it walks the table on
*> its own subscripts.
write-file-status.
   perform varying w-s from 1 by 1 until w-s is > 4
      move night-date to sts-night-date
      move rt-raw-file(w-f) to sts-file-name
      move stage-name(w-s) to sts-stage
      move rs-state(w-f, w-s) to sts-state
      move rs-rc(w-f, w-s) to sts-rc
      move rs-started(w-f, w-s) to sts-started
      move rs-ended(w-f, w-s) to sts-ended
      move stage-program(w-s) to sts-program
      write status-line from status-record
   end-perform.

*> writes the driver report's title and settings.
write-report-headings.
   move night-date to out-night-date.
   if restart-mode is = 1
      move "YES" to out-restart
   else
      move "NO" to out-restart
   end-if.
   move rc-limit to out-rc-limit.
   display space.
   display output-title-line.
   display output-night-line.
   write report-line from output-title-line
      after advancing 1 line.
   write report-line from output-underline
      after advancing 1 line.
   write report-line from output-night-line
      after advancing 1 line.
   write report-line from output-underline
      after advancing 1 line.

*> writes the night's pipeline grid — every file's four stages with
*> their state and return code, then the trend stage — and the totals.
write-report-body.
   write report-line from output-underline
      after advancing 2 lines.
   write report-line from output-col-heads
      after advancing 1 line.
   write report-line from output-underline
      after advancing 1 line.
   perform write-file-line
      varying f-i from 1 by 1 until f-i is > file-count.
   move ts-state to out-trend-state.
   move ts-rc to out-trend-rc.
   write report-line from output-trend-line
      after advancing 2 lines.
   move stages-run-count to out-run-count.
   move complete-count to out-complete-count.
   move failed-count to out-failed-count.
   move bypassed-count to out-bypassed-count.
   move skipped-count to out-skipped-count.
   display space.
   display output-total-line-1.
   display output-total-line-2.
   display output-total-line-3.
   display output-total-line-4.
   display output-total-line-5.
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

*> writes file f-i's line of the grid.
write-file-line.
   move spaces to output-file-line.
   move rt-raw-file(f-i) to out-file-name.
   perform varying s-i from 1 by 1 until s-i is > 4
      move rs-state(f-i, s-i) to out-stage-state(s-i)
      move rs-rc(f-i, s-i) to out-stage-rc(s-i)
   end-perform.
   write report-line from output-file-line
      after advancing 1 line.

*> closes the schedule master. guarded by sched-eof so a failed open
*> is not closed a second time — that close would overwrite the open
*> failure status the run-log line is about to record.
end-of-job.
   if sched-eof is not = 1
      move 1 to sched-eof
      close schedule-file
   end-if.

*> appends one line to the shared run log recording this night's
*> schedule file, the stages run, and file status codes for
*> reconciliation.
write-run-log.
   move function current-date to current-date-time.
   open extend run-log-file.
   if run-log-status is not = "00"
      open output run-log-file
   end-if.
   move current-date-time (1:14) to log-timestamp.
   move "STATRUN" to log-program.
   move schedule-file-name to log-file-name.
   move stages-run-count to log-n.
   move schedule-status to log-input-status.
   move report-status to log-output-status.
   write run-log-line from run-log-record
      after advancing 1 line.
   close run-log-file.
