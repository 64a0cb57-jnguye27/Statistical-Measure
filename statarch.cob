*> program: statistical measures input archive.
*> creator: jessica nguyen.
*> date: 2026-10-15.
*> purpose: to keep a dated generation archive of every clean file statmeasure and
*>          statmold processed, catalogued by input file, business date and generation
*>          with the record count and hash total each one held, and to reproduce a past
*>          run from it: a restore pulls one file and business date back out of the
*>          archive and cuts a rerun deck for statmeasure (started with a RERUN parm,
*>          it writes only its own report and rerun export, never the live summary
*>          export or the history master), and a verify then holds the reproduced
*>          figures up against the history record stored at the time.

identification division.
program-id. statarch.

environment division.
   *> sets up the night's statmeasure and statmold decks (each card
   *> names one clean file to archive), the clean file and archive
   *> generation being copied, the catalog, the restore work file and
   *> rerun deck, the rerun export and history master a verify reads,
   *> and the report the results are written to.
   input-output section.
   file-control.
   select measure-deck-file assign to "STATMEASURE.CTL"
      organization is line sequential
      file status is measure-deck-status.
   select mold-deck-file assign to "STATMOLD.CTL"
      organization is line sequential
      file status is mold-deck-status.
   select clean-file assign to dynamic clean-file-name
      organization is line sequential
      file status is clean-status.
   select archive-file assign to dynamic archive-file-name
      organization is line sequential
      file status is archive-status.
   *> the archive catalog: one entry per generation still held. an
   *> archive run tables it and writes it back with the new
   *> generations added and the rolled-off ones dropped.
   select catalog-file assign to "STATARCH_CAT.TXT"
      organization is line sequential
      file status is catalog-status.
   *> the restored copy of an archived file and the one-card deck
   *> statmeasure reads when it is started with the RERUN parm.
   select restore-file assign to "STATARCH_RESTORE.TXT"
      organization is line sequential
      file status is restore-status.
   select rerun-deck-file assign to "STATARCH_RERUN.CTL"
      organization is line sequential
      file status is rerun-deck-status.
   *> the batch summary records statmeasure wrote for the rerun, in
   *> the summary export's layout, and the permanent history master
   *> they are verified against.
   select rerun-export-file assign to "STATMEASURE_RERUN.TXT"
      organization is line sequential
      file status is rerun-export-status.
   select history-file assign to "STATHIST.TXT"
      organization is line sequential
      file status is history-status.
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
   *> every card is one job and no console prompting happens at all.
   select control-file assign to "STATARCH.CTL"
      organization is line sequential
      file status is ctl-status.

data division.
   *> declares and initializes the file variables and their structure.
   file section.
   fd measure-deck-file.
   01 measure-deck-line.
      02 filler            pic x(100).
   fd mold-deck-file.
   01 mold-deck-line.
      02 filler            pic x(100).
   fd clean-file.
   01 clean-line.
      02 filler            pic x(80).
   fd archive-file.
   01 archive-line.
      02 filler            pic x(80).
   fd catalog-file.
   01 catalog-line.
      02 filler            pic x(150).
   fd restore-file.
   01 restore-line.
      02 filler            pic x(80).
   fd rerun-deck-file.
   01 rerun-deck-line.
      02 filler            pic x(100).
   fd rerun-export-file.
   01 rerun-export-line.
      02 filler            pic x(250).
   fd history-file.
   01 history-line.
      02 filler            pic x(120).
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
   77 clean-file-name       pic x(100).
   77 archive-file-name     pic x(100).
   77 report-file-name      pic x(100).
   77 measure-deck-status   pic xx.
   77 mold-deck-status      pic xx.
   77 clean-status          pic xx.
   77 archive-status        pic xx.
   77 catalog-status        pic xx.
   77 restore-status        pic xx.
   77 rerun-deck-status     pic xx.
   77 rerun-export-status   pic xx.
   77 history-status        pic xx.
   77 report-status         pic xx.
   77 run-log-status        pic xx.
   77 deck-eof              pic 9 value 0.
   77 copy-eof              pic 9 value 0.
   77 catalog-eof           pic 9 value 0.
   77 history-eof           pic 9 value 0.
   77 rerun-eof             pic 9 value 0.
   77 run-mode              pic x(1).
   77 mode-answer           pic x(1).
   77 keep-answer           pic x(2).
   77 keep-generations      pic 9(2) value 7.
   77 select-file-name      pic x(40).
   77 select-date           pic x(8).
   77 gen-answer            pic x(4).
   77 rerun-report-name     pic x(40).
   77 deck-program          pic x(11).
   77 current-date-time     pic x(21).
   77 today-date            pic x(8).
   *> the tallies one pass over a clean file or archive generation
   *> takes: the header's business date and the count and hash total
   *> of its data records (markers and control records left out, the
   *> same way statmeasure's control totals leave them out).
   77 scan-header-seen      pic 9.
   77 scan-business-date    pic x(8).
   77 scan-count            pic 9(7).
   77 scan-hash             pic s9(13)v9(2).
   77 catalog-count         pic s9(4) value 0.
   77 catalog-table-full    pic 9 value 0.
   77 c-i                   pic s9(4).
   77 found-i               pic s9(4).
   77 new-gen               pic 9(4).
   77 roll-limit            pic s9(5).
   77 slot-work             pic 9(4).
   77 slot-number           pic 99.
   77 archived-count        pic s9(4) value 0.
   77 already-count         pic s9(4) value 0.
   77 rolled-count          pic s9(4) value 0.
   77 missing-count         pic s9(4) value 0.
   77 failed-count          pic s9(4) value 0.
   77 deck-found-count      pic s9(4) value 0.
   77 restored-count        pic s9(7) value 0.
   77 measure-bins          pic x(2).
   77 measure-mode          pic x(1).
   *> verify state: the history master's batches for the selected file
   *> and business date, and the tallies of the comparison.
   77 history-count         pic s9(4) value 0.
   77 h-i                   pic s9(4).
   77 verified-count        pic s9(4) value 0.
   77 differ-count          pic s9(4) value 0.
   77 unmatched-count       pic s9(4) value 0.
   77 batch-differs         pic 9.
   77 ctl-status            pic xx.
   77 ctl-eof               pic 9 value 0.
   77 job-rc                pic 9(2) value 0.
   77 highest-rc            pic 9(2) value 0.
   *> one scheduler control card = one job: the mode (A = archive the
   *> night's clean files, R = restore one for a rerun, V = verify a
   *> rerun against the history master), the report file, the
   *> generations kept per input file (blank for 7), and for R and V
   *> the input file name and business date, the generation wanted
   *> (blank for the latest) and the report statmeasure's rerun
   *> writes (blank for STATARCH_RERUN.RPT).
   01 control-card-record.
      02 ctl-mode              pic x(1).
      02 ctl-report-file-name  pic x(40).
      02 ctl-keep-generations  pic x(2).
      02 ctl-select-file-name  pic x(40).
      02 ctl-select-date       pic x(8).
      02 ctl-generation        pic x(4).
      02 ctl-rerun-report-name pic x(40).
      02 filler                pic x(25).
   *> the statmeasure and statmold deck card as statdeck cuts it: the
   *> clean file name leads every card; statmeasure's also carries the
   *> bin count and run mode a rerun has to repeat.
   01 deck-card-record.
      02 dck-input-file-name   pic x(40).
      02 dck-output-file-name  pic x(40).
      02 dck-resume-flag       pic x(1).
      02 dck-bin-count         pic x(2).
      02 dck-run-mode          pic x(1).
      02 filler                pic x(16).
   *> one clean file record, seen the way statmeasure reads it: a data
   *> value in the first eight columns, or an "H" header / "T" trailer.
   01 scan-record.
      02 scan-x                pic s9(6)v9(2).
         88 scan-batch-marker  value 999999.99.
      02 filler                pic x(72).
   01 scan-control-view redefines scan-record.
      02 scan-record-type      pic x(1).
         88 scan-header-record  value "H".
         88 scan-trailer-record value "T".
      02 scan-hdr-file-date    pic x(8).
      02 filler                pic x(71).
   *> one catalog entry: the input file, the business date its header
   *> carried (the archive date for a legacy file without one), the
   *> generation number, the archive file the generation is held in,
   *> its record count and hash total, the date it was archived and
   *> the program whose deck named it.
   01 catalog-record.
      02 cat-file-name         pic x(40).
      02 filler                pic x(1) value space.
      02 cat-business-date     pic x(8).
      02 filler                pic x(1) value space.
      02 cat-generation        pic 9(4).
      02 filler                pic x(1) value space.
      02 cat-archive-name      pic x(44).
      02 filler                pic x(1) value space.
      02 cat-count             pic 9(7).
      02 filler                pic x(1) value space.
      02 cat-hash              pic s9(13)v9(2) sign leading separate.
      02 filler                pic x(1) value space.
      02 cat-archived-date     pic x(8).
      02 filler                pic x(1) value space.
      02 cat-program           pic x(11).
   *> the whole catalog is tabled. each entry keeps the full line so
   *> untouched entries go back byte-for-byte as they were read; a
   *> rolled-off entry is blanked and left out of the rewrite.
   01 catalog-table.
      02 catalog-entry occurs 2000 times.
         03 ce-file            pic x(40).
         03 ce-date            pic x(8).
         03 ce-gen             pic 9(4).
         03 ce-archive         pic x(44).
         03 ce-line            pic x(145).
   *> the batch summary record statmeasure's rerun export carries, in
   *> the live summary export's layout.
   01 rerun-input-record.
      02 rrn-run-date          pic x(8).
      02 filler                pic x(1).
      02 rrn-file-name         pic x(30).
      02 filler                pic x(1).
      02 rrn-batch-number      pic 9(4).
      02 filler                pic x(1).
      02 rrn-n                 pic 9(7).
      02 filler                pic x(1).
      02 rrn-mean              pic s9(7)v9(4) sign leading separate.
      02 filler                pic x(1).
      02 rrn-std-dev           pic s9(7)v9(4) sign leading separate.
      02 filler                pic x(40).
      02 rrn-median            pic s9(7)v9(4) sign leading separate.
      02 filler                pic x(14).
      02 rrn-p90               pic s9(7)v9(4) sign leading separate.
      02 filler                pic x(94).
   *> the history master record statmeasure appends one of per batch.
   01 history-input-record.
      02 his-run-date          pic x(8).
      02 filler                pic x(1).
      02 his-file-name         pic x(30).
      02 filler                pic x(1).
      02 his-batch-number      pic 9(4).
      02 filler                pic x(1).
      02 his-n                 pic 9(7).
      02 filler                pic x(1).
      02 his-mean              pic s9(7)v9(4) sign leading separate.
      02 filler                pic x(1).
      02 his-std-dev           pic s9(7)v9(4) sign leading separate.
      02 filler                pic x(1).
      02 his-median            pic s9(7)v9(4) sign leading separate.
      02 filler                pic x(1).
      02 his-p90               pic s9(7)v9(4) sign leading separate.
      02 filler                pic x(1).
      02 his-business-date     pic x(8).
   *> the selected file's history for the selected business date, one
   *> entry per batch; a batch re-run later in the master replaces the
   *> earlier record, the same way the history is read everywhere else.
   01 history-table.
      02 hist-entry occurs 500 times.
         03 he-batch           pic 9(4).
         03 he-run-date        pic x(8).
         03 he-n               pic 9(7).
         03 he-mean            pic s9(7)v9(4).
         03 he-std             pic s9(7)v9(4).
         03 he-median          pic s9(7)v9(4).
         03 he-p90             pic s9(7)v9(4).
         03 he-matched         pic 9.
   *> the statmeasure rerun card cut for the restored file.
   01 rerun-card-record.
      02 rck-input-file-name   pic x(40) value "STATARCH_RESTORE.TXT".
      02 rck-output-file-name  pic x(40).
      02 rck-resume-flag       pic x(1) value "N".
      02 rck-bin-count         pic x(2).
      02 rck-run-mode          pic x(1).
      02 filler                pic x(16) value spaces.
   01 output-archive-title-line.
      02 filler             pic x(31) value "   STATISTICS INPUT ARCHIVE RUN".
   01 output-restore-title-line.
      02 filler             pic x(37) value "   STATISTICS ARCHIVE RESTORE (RERUN)".
   01 output-verify-title-line.
      02 filler             pic x(35) value "   STATISTICS RERUN VERIFICATION".
   01 output-underline.
      02 filler             pic x(70) value all "-".
   01 output-date-line.
      02 filler             pic x(10) value "RUN DATE: ".
      02 out-run-date       pic x(8).
      02 filler             pic x(17) value "   GENERATIONS: ".
      02 out-keep           pic z9.
   01 output-select-line.
      02 filler             pic x(12) value "INPUT FILE: ".
      02 out-select-file    pic x(40).
      02 filler             pic x(11) value " BUS DATE: ".
      02 out-select-date    pic x(8).
   01 output-archived-line.
      02 out-arc-action     pic x(11).
      02 out-arc-file       pic x(30).
      02 filler             pic x(1) value space.
      02 out-arc-date       pic x(8).
      02 filler             pic x(5) value " GEN ".
      02 out-arc-gen        pic zzz9.
      02 filler             pic x(1) value space.
      02 out-arc-name       pic x(40).
   01 output-archive-totals-line.
      02 filler             pic x(6) value "COUNT=".
      02 out-arc-count      pic z(6)9.
      02 filler             pic x(6) value " HASH=".
      02 out-arc-hash       pic -(12)9.9(2).
   01 output-not-found-line.
      02 filler             pic x(14) value "NOT ARCHIVED: ".
      02 out-nf-file        pic x(40).
      02 filler             pic x(9) value " STATUS: ".
      02 out-nf-status      pic xx.
      02 filler             pic x(1) value space.
      02 out-nf-text        pic x(20).
   01 output-no-deck-line.
      02 filler             pic x(20) value "NO CONTROL DECK:    ".
      02 out-no-deck        pic x(20).
   01 output-archive-total-1.
      02 filler             pic x(11) value "ARCHIVED  =".
      02 out-archived-count pic -(5)9.
   01 output-archive-total-2.
      02 filler             pic x(11) value "ALREADY   =".
      02 out-already-count  pic -(5)9.
   01 output-archive-total-3.
      02 filler             pic x(11) value "ROLLED OFF=".
      02 out-rolled-count   pic -(5)9.
   01 output-archive-total-4.
      02 filler             pic x(11) value "NOT FOUND =".
      02 out-missing-count  pic -(5)9.
   01 output-archive-total-5.
      02 filler             pic x(11) value "FAILED    =".
      02 out-failed-count   pic -(5)9.
   01 output-nothing-line.
      02 filler             pic x(49) value
         "NO STATMEASURE OR STATMOLD DECK, NOTHING ARCHIVED".
   01 output-catalog-full-line.
      02 filler             pic x(54) value
         "ARCHIVE CATALOG FULL (2000), LATER FILES NOT ARCHIVED".
   01 output-catalog-over-line.
      02 filler             pic x(52) value
         "ARCHIVE CATALOG OVER 2000 ENTRIES, NOTHING ARCHIVED".
   01 output-not-in-archive-line.
      02 filler             pic x(50) value
         "NO GENERATION OF THIS FILE AND DATE IN THE ARCHIVE".
   01 output-damaged-line.
      02 filler             pic x(60) value
         "RESTORED COPY DOES NOT MATCH ITS CATALOG COUNT AND HASH".
   01 output-restored-line.
      02 filler             pic x(9) value "RESTORED ".
      02 out-rst-name       pic x(44).
      02 filler             pic x(5) value " GEN ".
      02 out-rst-gen        pic zzz9.
   01 output-catalog-totals-line.
      02 filler             pic x(14) value "CATALOG COUNT=".
      02 out-cat-count      pic z(6)9.
      02 filler             pic x(6) value " HASH=".
      02 out-cat-hash       pic -(12)9.9(2).
   01 output-restore-totals-line.
      02 filler             pic x(14) value "RESTORE COUNT=".
      02 out-rst-count      pic z(6)9.
      02 filler             pic x(6) value " HASH=".
      02 out-rst-hash       pic -(12)9.9(2).
   01 output-deck-cut-line.
      02 filler             pic x(67) value
         "RERUN DECK STATARCH_RERUN.CTL CUT: RUN STATMEASURE WITH PARM RERUN,".
   01 output-deck-cut-line-2.
      02 filler             pic x(44) value
         "THEN STATARCH MODE V TO VERIFY. RERUN REPORT".
      02 filler             pic x(1) value space.
      02 out-rerun-report   pic x(40).
   01 output-verify-heads.
      02 filler             pic x(60) value
         "BATCH FIGURE          HISTORY      RERUN  RESULT  HIST RUN".
   01 output-verify-line.
      02 out-ver-batch      pic zzz9 blank when zero.
      02 filler             pic x(2) value spaces.
      02 out-ver-figure     pic x(8).
      02 filler             pic x(1) value space.
      02 out-ver-history    pic -(6)9.9(4).
      02 filler             pic x(1) value space.
      02 out-ver-rerun      pic -(6)9.9(4).
      02 filler             pic x(2) value spaces.
      02 out-ver-result     pic x(5).
      02 filler             pic x(2) value spaces.
      02 out-ver-run-date   pic x(8).
   01 output-no-history-line.
      02 out-nh-batch       pic zzz9.
      02 filler             pic x(50) value
         "  NO HISTORY RECORD FOR THIS BATCH AND DATE".
   01 output-not-reproduced-line.
      02 out-nr-batch       pic zzz9.
      02 filler             pic x(50) value
         "  IN HISTORY BUT NOT REPRODUCED BY THE RERUN".
   01 output-nothing-to-verify-line.
      02 filler             pic x(55) value
         "NO RERUN RECORDS IN STATMEASURE_RERUN.TXT, NOT VERIFIED".
   01 output-match-line.
      02 filler             pic x(50) value
         "REPRODUCED FIGURES MATCH THE HISTORY MASTER".
   01 output-differ-line.
      02 filler             pic x(51) value
         "*** REPRODUCED FIGURES DO NOT MATCH THE HISTORY ***".
   01 output-verify-totals-line.
      02 filler             pic x(9) value "BATCHES= ".
      02 out-verified-count pic -(4)9.
      02 filler             pic x(10) value "  DIFFER= ".
      02 out-differ-count   pic -(4)9.
      02 filler             pic x(13) value "  UNMATCHED= ".
      02 out-unmatched-count pic -(4)9.
   01 output-history-full-line.
      02 filler             pic x(50) value
         "MORE THAN 500 BATCHES FOR THE DATE, EXTRAS SKIPPED".
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
      display "Mode (A=archive, R=restore for rerun, V=verify rerun): "
      accept mode-answer
      display space
      display "Enter the name of the report file: "
      accept report-file-name
      display space
      display "Generations kept per file (blank for 7): "
      accept keep-answer
      display space
      display "Input file name (R and V only): "
      accept select-file-name
      display space
      display "Business date (YYYYMMDD, R and V only): "
      accept select-date
      display space
      display "Generation (R only, blank for latest): "
      accept gen-answer
      display space
      display "Rerun report file (R only, blank for STATARCH_RERUN.RPT): "
      accept rerun-report-name
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
      move ctl-mode to mode-answer
      move ctl-report-file-name to report-file-name
      move ctl-keep-generations to keep-answer
      move ctl-select-file-name to select-file-name
      move ctl-select-date to select-date
      move ctl-generation to gen-answer
      move ctl-rerun-report-name to rerun-report-name
      perform run-one-job
   end-if.

*> runs a single archive, restore or verify job front to back and
*> records the job's return code (0 = clean, 4 = a deck named a file
*> that was not there, 8 = nothing archived or restored, an archive
*> copy failed, or the rerun does not match the history, 12 = the
*> report would not open, 16 = the catalog overflowed) without
*> stopping the run, so the jobs behind it on the control file still
*> get their turn.
run-one-job.
   perform initialize-job.
   perform set-run-settings.
   open output report-file.
   if report-status is not = "00"
      display space
      display "report-file error. status: " report-status
      display space
      move 12 to job-rc
   end-if.

   if job-rc is = 0
      if run-mode is equal to "R"
         perform restore-for-rerun
      else
         if run-mode is equal to "V"
            perform verify-rerun
         else
            perform archive-night
         end-if
      end-if
   end-if.

   *> the run-log line is written before the report file is closed,
   *> so a failed open's status reaches the log instead of being
   *> overwritten by the close.
   perform write-run-log.
   close report-file.
   if job-rc is > highest-rc
      move job-rc to highest-rc
   end-if.

*> resets everything one job leaves behind, so the next control card
*> starts from the same state a fresh program load would have.
initialize-job.
   move 0 to job-rc, catalog-count, catalog-table-full.
   move 0 to archived-count, already-count, rolled-count.
   move 0 to missing-count, failed-count, deck-found-count.
   move 0 to restored-count, history-count.
   move 0 to verified-count, differ-count, unmatched-count.
   move spaces to clean-status, archive-status, history-status.
   move function current-date to current-date-time.
   move current-date-time (1:8) to today-date.

*> validates the mode and the generations kept: only an R restores
*> and only a V verifies; anything else archives, which never loses
*> a generation the catalog still lists. a blank or out-of-range
*> generation count takes the stock 7; a blank rerun report name
*> takes the stock one.
set-run-settings.
   if mode-answer is equal to "R" or mode-answer is equal to "r"
      move "R" to run-mode
   else
      if mode-answer is equal to "V" or mode-answer is equal to "v"
         move "V" to run-mode
      else
         move "A" to run-mode
      end-if
   end-if.
   if keep-answer is numeric and keep-answer is > "00"
      move keep-answer to keep-generations
   else
      move 7 to keep-generations
   end-if.
   if rerun-report-name is equal to spaces
      move "STATARCH_RERUN.RPT" to rerun-report-name
   end-if.

*> archive mode: every clean file on the night's statmeasure deck and
*> then on its statmold deck is copied into its next generation, the
*> generations past the number kept roll off the catalog, and the
*> catalog is written back. a catalog holding more entries than the
*> table could not be written back whole, so neither deck is touched;
*> once the table fills during the run, the files still to come are
*> left for the next night. either way the job ends 16.
archive-night.
   perform write-archive-headings.
   perform load-catalog-table.
   if catalog-table-full is = 1
      display space
      display output-catalog-over-line
      write report-line from output-catalog-over-line
         after advancing 2 lines
      move 16 to job-rc
   else
      perform archive-both-decks
   end-if.

*> archives the files named on the statmeasure deck and then on the
*> statmold deck, and writes the catalog back.
archive-both-decks.
   open input measure-deck-file.
   if measure-deck-status is not = "00"
      move "STATMEASURE.CTL" to out-no-deck
      write report-line from output-no-deck-line
         after advancing 1 line
   else
      add 1 to deck-found-count
      move 0 to deck-eof
      move "STATMEASURE" to deck-program
      perform archive-measure-card until deck-eof is = 1
   end-if.
   open input mold-deck-file.
   if mold-deck-status is not = "00"
      move "STATMOLD.CTL" to out-no-deck
      write report-line from output-no-deck-line
         after advancing 1 line
   else
      add 1 to deck-found-count
      move 0 to deck-eof
      move "STATMOLD" to deck-program
      perform archive-mold-card until deck-eof is = 1
   end-if.
   if deck-found-count is = 0
      display space
      display output-nothing-line
      write report-line from output-nothing-line
         after advancing 2 lines
      move 8 to job-rc
   else
      perform rewrite-catalog
      perform write-archive-totals
      if missing-count is > 0
         move 4 to job-rc
      end-if
      if failed-count is > 0
         move 8 to job-rc
      end-if
   end-if.
   if catalog-table-full is = 1
      display space
      display output-catalog-full-line
      write report-line from output-catalog-full-line
         after advancing 2 lines
      move 16 to job-rc
   end-if.

*> reads the next statmeasure deck card and archives its clean file.
archive-measure-card.
   read measure-deck-file into deck-card-record
      at end
         move 1 to deck-eof
         close measure-deck-file
   end-read.
   if deck-eof is not = 1 and dck-input-file-name is not equal to spaces
      and catalog-table-full is = 0
      perform archive-one-file
   end-if.

*> reads the next statmold deck card and archives its clean file.
archive-mold-card.
   read mold-deck-file into deck-card-record
      at end
         move 1 to deck-eof
         close mold-deck-file
   end-read.
   if deck-eof is not = 1 and dck-input-file-name is not equal to spaces
      and catalog-table-full is = 0
      perform archive-one-file
   end-if.

*> archives one clean file: a first pass takes its business date,
*> count and hash total; a file already catalogued with the same
*> business date, count and hash (named on both decks, or an archive
*> run repeated) is not archived twice. otherwise it is copied into
*> its next generation, whose archive file is the input name with a
*> ".Gnn" slot number the generations cycle through, so the oldest
*> generation's file is reused once the number kept is reached. a
*> full catalog table stops the archiving before the copy, so no
*> generation's file is overwritten without being catalogued.
archive-one-file.
   move dck-input-file-name to clean-file-name.
   perform scan-clean-file.
   if clean-status is not = "00"
      move clean-file-name to out-nf-file
      move clean-status to out-nf-status
      move "FILE NOT FOUND" to out-nf-text
      display output-not-found-line
      write report-line from output-not-found-line
         after advancing 1 line
      add 1 to missing-count
   else
      move 0 to found-i, new-gen
      perform check-catalog-entry
         varying c-i from 1 by 1 until c-i is > catalog-count
      if found-i is > 0
         move ce-line(found-i) to catalog-record
         move "ALREADY   " to out-arc-action
         perform write-archived-line
         add 1 to already-count
      else
         if catalog-count is not < 2000
            move 1 to catalog-table-full
         else
            perform archive-new-generation
         end-if
      end-if
   end-if.

*> checks catalog entry c-i against the clean file just scanned: an
*> entry of the same file with the same business date, count and hash
*> means it is already archived, and the file's highest generation
*> so far is noted.
check-catalog-entry.
   if ce-file(c-i) is equal to dck-input-file-name
      move ce-line(c-i) to catalog-record
      if cat-business-date is equal to scan-business-date
         and cat-count is = scan-count
         and cat-hash is = scan-hash
         move c-i to found-i
      end-if
      if cat-generation is > new-gen
         move cat-generation to new-gen
      end-if
   end-if.

*> copies the clean file into its next generation and catalogs it.
archive-new-generation.
   if new-gen is = 9999
      move 1 to new-gen
   else
      add 1 to new-gen
   end-if.
   subtract 1 from new-gen giving slot-work.
   compute slot-number = function mod(slot-work, keep-generations) + 1.
   move spaces to archive-file-name.
   string dck-input-file-name delimited by space
      ".G" delimited by size
      slot-number delimited by size
      into archive-file-name.
   perform copy-clean-to-archive.
   if archive-status is not = "00"
      move archive-file-name to out-nf-file
      move archive-status to out-nf-status
      move "ARCHIVE WRITE FAILED" to out-nf-text
      display output-not-found-line
      write report-line from output-not-found-line
         after advancing 1 line
      add 1 to failed-count
   else
      move dck-input-file-name to cat-file-name
      move scan-business-date to cat-business-date
      move new-gen to cat-generation
      move archive-file-name to cat-archive-name
      move scan-count to cat-count
      move scan-hash to cat-hash
      move today-date to cat-archived-date
      move deck-program to cat-program
      move "ARCHIVED  " to out-arc-action
      perform write-archived-line
      add 1 to archived-count
      perform roll-off-generations
      add 1 to catalog-count
      move cat-file-name to ce-file(catalog-count)
      move cat-business-date to ce-date(catalog-count)
      move cat-generation to ce-gen(catalog-count)
      move cat-archive-name to ce-archive(catalog-count)
      move catalog-record to ce-line(catalog-count)
   end-if.

*> drops the new generation's file's generations that fall past the
*> number kept, and any generation whose slot the new one has just
*> reused (the number kept was lowered since it was written).
roll-off-generations.
   compute roll-limit = new-gen - keep-generations.
   perform varying c-i from 1 by 1 until c-i is > catalog-count
      if ce-file(c-i) is equal to cat-file-name
         if ce-gen(c-i) is not > roll-limit
            or ce-archive(c-i) is equal to cat-archive-name
            move ce-line(c-i) to catalog-line
            move spaces to ce-file(c-i)
            move "ROLLED OFF" to out-arc-action
            move catalog-line (1:30) to out-arc-file
            move ce-date(c-i) to out-arc-date
            move ce-gen(c-i) to out-arc-gen
            move ce-archive(c-i) to out-arc-name
            write report-line from output-archived-line
               after advancing 1 line
            add 1 to rolled-count
         end-if
      end-if
   end-perform.

*> takes the business date, count and hash total of the clean file.
scan-clean-file.
   move 0 to scan-header-seen, scan-count, scan-hash, copy-eof.
   move spaces to scan-business-date.
   open input clean-file.
   if clean-status is not = "00"
      move 1 to copy-eof
   end-if.
   perform until copy-eof is = 1
      read clean-file into scan-record
         at end
            move 1 to copy-eof
            close clean-file
      end-read
      if copy-eof is not = 1
         perform tally-scan-record
      end-if
   end-perform.
   perform set-scan-business-date.

*> copies the clean file line for line into its archive generation.
copy-clean-to-archive.
   move 0 to copy-eof.
   open input clean-file.
   open output archive-file.
   if archive-status is not = "00"
      close clean-file
   else
      perform until copy-eof is = 1
         read clean-file
            at end
               move 1 to copy-eof
               close clean-file
         end-read
         if copy-eof is not = 1
            write archive-line from clean-line
         end-if
      end-perform
      close archive-file
   end-if.

*> adds one record to the scan tallies.
tally-scan-record.
   if scan-header-record
      if scan-header-seen is = 0
         move 1 to scan-header-seen
         move scan-hdr-file-date to scan-business-date
      end-if
   else
      if not scan-trailer-record and not scan-batch-marker
         and scan-record is not equal to spaces
         add 1 to scan-count
         if scan-x is numeric
            add scan-x to scan-hash
         end-if
      end-if
   end-if.

*> stamps the business date the way statmeasure does: the header's
*> file date when it carried one keyed as a date, the archive date
*> for a legacy file without a header.
set-scan-business-date.
   if scan-header-seen is = 0 or scan-business-date is not numeric
      move today-date to scan-business-date
   end-if.

*> writes one archive, already-archived or roll-off line.
write-archived-line.
   move cat-file-name to out-arc-file.
   move cat-business-date to out-arc-date.
   move cat-generation to out-arc-gen.
   move cat-archive-name to out-arc-name.
   move cat-count to out-arc-count.
   move cat-hash to out-arc-hash.
   display output-archived-line.
   write report-line from output-archived-line
      after advancing 1 line.
   write report-line from output-archive-totals-line
      after advancing 1 line.

*> tables the archive catalog; a catalog that is missing (nothing
*> archived yet) just leaves the table empty.
load-catalog-table.
   open input catalog-file.
   if catalog-status is not = "00"
      move 1 to catalog-eof
   else
      move 0 to catalog-eof
   end-if.
   perform load-catalog-entry until catalog-eof is = 1.

*> reads one catalog entry into the table.
load-catalog-entry.
   read catalog-file into catalog-record
      at end
         move 1 to catalog-eof
         close catalog-file
   end-read.
   if catalog-eof is not = 1
      and cat-file-name is not equal to spaces
      if catalog-count is < 2000
         add 1 to catalog-count
         move cat-file-name to ce-file(catalog-count)
         move cat-business-date to ce-date(catalog-count)
         move cat-generation to ce-gen(catalog-count)
         move cat-archive-name to ce-archive(catalog-count)
         move catalog-record to ce-line(catalog-count)
      else
         move 1 to catalog-table-full
      end-if
   end-if.

*> writes the catalog back, leaving out the rolled-off entries.
rewrite-catalog.
   open output catalog-file.
   perform varying c-i from 1 by 1 until c-i is > catalog-count
      if ce-file(c-i) is not equal to spaces
         write catalog-line from ce-line(c-i)
      end-if
   end-perform.
   close catalog-file.

*> restore mode: finds the catalogued generation of the selected file
*> and business date (the one asked for, else the latest), copies it
*> back out to the restore work file, checks the copy against the
*> catalog's count and hash, and cuts the statmeasure rerun deck with
*> the bin count and run mode the file's live card carries. the
*> rerun export is emptied so a verify sees this rerun's batches only.
restore-for-rerun.
   perform write-restore-headings.
   perform load-catalog-table.
   move 0 to found-i.
   perform check-restore-entry
      varying c-i from 1 by 1 until c-i is > catalog-count.
   if found-i is = 0
      display output-not-in-archive-line
      write report-line from output-not-in-archive-line
         after advancing 2 lines
      move 8 to job-rc
   else
      move ce-line(found-i) to catalog-record
      move cat-archive-name to archive-file-name
      perform copy-archive-to-restore
      if archive-status is not = "00" or restore-status is not = "00"
         move archive-file-name to out-nf-file
         move archive-status to out-nf-status
         move "ARCHIVE NOT READABLE" to out-nf-text
         display output-not-found-line
         write report-line from output-not-found-line
            after advancing 2 lines
         move 8 to job-rc
      else
         perform write-restored-lines
         if scan-count is not = cat-count or scan-hash is not = cat-hash
            display output-damaged-line
            write report-line from output-damaged-line
               after advancing 2 lines
            move 8 to job-rc
         else
            perform cut-rerun-deck
         end-if
      end-if
   end-if.

*> picks catalog entry c-i when it is the selected file and business
*> date and the generation asked for, or the latest one when none was.
check-restore-entry.
   if ce-file(c-i) is equal to select-file-name
      and ce-date(c-i) is equal to select-date
      if gen-answer is numeric
         if ce-gen(c-i) is = gen-answer
            move c-i to found-i
         end-if
      else
         if found-i is = 0
            move c-i to found-i
         else
            if ce-gen(c-i) is > ce-gen(found-i)
               move c-i to found-i
            end-if
         end-if
      end-if
   end-if.

*> prints the generation restored with the catalog's count and hash
*> against the restored copy's.
write-restored-lines.
   move cat-archive-name to out-rst-name.
   move cat-generation to out-rst-gen.
   move cat-count to out-cat-count.
   move cat-hash to out-cat-hash.
   move scan-count to out-rst-count.
   move scan-hash to out-rst-hash.
   display output-restored-line.
   write report-line from output-restored-line
      after advancing 2 lines.
   write report-line from output-catalog-totals-line
      after advancing 1 line.
   write report-line from output-restore-totals-line
      after advancing 1 line.

*> cuts the one-card statmeasure rerun deck against the restored
*> copy and empties the rerun export.
cut-rerun-deck.
   perform find-measure-card.
   move rerun-report-name to rck-output-file-name.
   move measure-bins to rck-bin-count.
   move measure-mode to rck-run-mode.
   open output rerun-deck-file.
   write rerun-deck-line from rerun-card-record.
   close rerun-deck-file.
   open output rerun-export-file.
   close rerun-export-file.
   move rerun-report-name to out-rerun-report.
   display output-deck-cut-line.
   display output-deck-cut-line-2.
   write report-line from output-deck-cut-line
      after advancing 2 lines.
   write report-line from output-deck-cut-line-2
      after advancing 1 line.

*> copies the archive generation line for line into the restore work
*> file, taking its count and hash total on the way.
copy-archive-to-restore.
   move 0 to scan-header-seen, scan-count, scan-hash, copy-eof.
   move spaces to scan-business-date, restore-status.
   open input archive-file.
   if archive-status is not = "00"
      move 1 to copy-eof
   else
      open output restore-file
      if restore-status is not = "00"
         close archive-file
         move 1 to copy-eof
      end-if
   end-if.
   perform until copy-eof is = 1
      read archive-file into scan-record
         at end
            move 1 to copy-eof
            close archive-file
      end-read
      if copy-eof is not = 1
         write restore-line from archive-line
         add 1 to restored-count
         perform tally-scan-record
      end-if
   end-perform.
   if archive-status is equal to "00" and restore-status is equal to "00"
      close restore-file
   end-if.

*> looks the selected file up on the live statmeasure deck for the
*> bin count and run mode its nightly job runs with; a file not on
*> the deck reruns with the stock settings.
find-measure-card.
   move spaces to measure-bins, measure-mode.
   open input measure-deck-file.
   if measure-deck-status is not = "00"
      move 1 to deck-eof
   else
      move 0 to deck-eof
   end-if.
   perform until deck-eof is = 1
      read measure-deck-file into deck-card-record
         at end
            move 1 to deck-eof
            close measure-deck-file
      end-read
      if deck-eof is not = 1
         and dck-input-file-name is equal to select-file-name
         move dck-bin-count to measure-bins
         move dck-run-mode to measure-mode
      end-if
   end-perform.

*> verify mode: tables the history master's batches for the selected
*> file and business date, then holds every batch of the rerun export
*> up against them figure by figure — n, mean, std dev, median and
*> 90th percentile, as stored. a batch the history never had, or one
*> the rerun did not reproduce, counts against the verdict too.
verify-rerun.
   perform write-verify-headings.
   perform load-history-table.
   open input rerun-export-file.
   if rerun-export-status is not = "00"
      move 1 to rerun-eof
   else
      move 0 to rerun-eof
   end-if.
   perform verify-one-batch until rerun-eof is = 1.
   if verified-count is = 0
      display output-nothing-to-verify-line
      write report-line from output-nothing-to-verify-line
         after advancing 2 lines
      move 8 to job-rc
   else
      perform write-verify-verdict
   end-if.

*> lists the history batches the rerun did not reproduce and prints
*> the verdict.
write-verify-verdict.
   perform varying h-i from 1 by 1 until h-i is > history-count
      if he-matched(h-i) is = 0
         move he-batch(h-i) to out-nr-batch
         display output-not-reproduced-line
         write report-line from output-not-reproduced-line
            after advancing 1 line
         add 1 to unmatched-count
      end-if
   end-perform.
   move verified-count to out-verified-count.
   move differ-count to out-differ-count.
   move unmatched-count to out-unmatched-count.
   write report-line from output-verify-totals-line
      after advancing 2 lines.
   if differ-count is = 0 and unmatched-count is = 0
      display output-match-line
      write report-line from output-match-line
         after advancing 2 lines
   else
      display output-differ-line
      write report-line from output-differ-line
         after advancing 2 lines
      move 8 to job-rc
   end-if.

*> tables the selected file's history records for the business date.
*> records from before the business date was kept carry their run
*> date in its place.
load-history-table.
   open input history-file.
   if history-status is not = "00"
      move 1 to history-eof
   else
      move 0 to history-eof
   end-if.
   perform until history-eof is = 1
      read history-file into history-input-record
         at end
            move 1 to history-eof
            close history-file
      end-read
      if history-eof is not = 1
         if his-business-date is equal to spaces
            move his-run-date to his-business-date
         end-if
         if his-file-name is equal to select-file-name
            and his-business-date is equal to select-date
            perform note-history-batch
         end-if
      end-if
   end-perform.

*> files one history record, replacing an earlier record of the same
*> batch.
note-history-batch.
   move 0 to found-i.
   perform varying h-i from 1 by 1 until h-i is > history-count
      if he-batch(h-i) is = his-batch-number
         move h-i to found-i
      end-if
   end-perform.
   if found-i is = 0
      if history-count is < 500
         add 1 to history-count
         move history-count to found-i
      else
         display output-history-full-line
         write report-line from output-history-full-line
            after advancing 1 line
      end-if
   end-if.
   if found-i is > 0
      move his-batch-number to he-batch(found-i)
      move his-run-date to he-run-date(found-i)
      move his-n to he-n(found-i)
      move his-mean to he-mean(found-i)
      move his-std-dev to he-std(found-i)
      move his-median to he-median(found-i)
      move his-p90 to he-p90(found-i)
      move 0 to he-matched(found-i)
   end-if.

*> compares one rerun batch against its history record.
verify-one-batch.
   read rerun-export-file into rerun-input-record
      at end
         move 1 to rerun-eof
         close rerun-export-file
   end-read.
   if rerun-eof is not = 1
      add 1 to verified-count
      move 0 to found-i
      perform varying h-i from 1 by 1 until h-i is > history-count
         if he-batch(h-i) is = rrn-batch-number
            move h-i to found-i
         end-if
      end-perform
      if found-i is = 0
         move rrn-batch-number to out-nh-batch
         display output-no-history-line
         write report-line from output-no-history-line
            after advancing 1 line
         add 1 to differ-count
      else
         perform compare-batch-figures
      end-if
   end-if.

*> compares the rerun batch's figures with history entry found-i.
compare-batch-figures.
   move 1 to he-matched(found-i).
   move 0 to batch-differs.
   move rrn-batch-number to out-ver-batch.
   move he-run-date(found-i) to out-ver-run-date.
   move "N" to out-ver-figure.
   move he-n(found-i) to out-ver-history.
   move rrn-n to out-ver-rerun.
   if he-n(found-i) is = rrn-n
      move "MATCH" to out-ver-result
   else
      move "DIFF" to out-ver-result
      move 1 to batch-differs
   end-if.
   perform write-verify-line.
   move "MEAN" to out-ver-figure.
   move he-mean(found-i) to out-ver-history.
   move rrn-mean to out-ver-rerun.
   if he-mean(found-i) is = rrn-mean
      move "MATCH" to out-ver-result
   else
      move "DIFF" to out-ver-result
      move 1 to batch-differs
   end-if.
   perform write-verify-line.
   move "STD DEV" to out-ver-figure.
   move he-std(found-i) to out-ver-history.
   move rrn-std-dev to out-ver-rerun.
   if he-std(found-i) is = rrn-std-dev
      move "MATCH" to out-ver-result
   else
      move "DIFF" to out-ver-result
      move 1 to batch-differs
   end-if.
   perform write-verify-line.
   move "MEDIAN" to out-ver-figure.
   move he-median(found-i) to out-ver-history.
   move rrn-median to out-ver-rerun.
   if he-median(found-i) is = rrn-median
      move "MATCH" to out-ver-result
   else
      move "DIFF" to out-ver-result
      move 1 to batch-differs
   end-if.
   perform write-verify-line.
   move "P90" to out-ver-figure.
   move he-p90(found-i) to out-ver-history.
   move rrn-p90 to out-ver-rerun.
   if he-p90(found-i) is = rrn-p90
      move "MATCH" to out-ver-result
   else
      move "DIFF" to out-ver-result
      move 1 to batch-differs
   end-if.
   perform write-verify-line.
   if batch-differs is = 1
      add 1 to differ-count
   end-if.

*> writes one figure's comparison; the batch and run date print on
*> the batch's first line only.
write-verify-line.
   display output-verify-line.
   write report-line from output-verify-line
      after advancing 1 line.
   move 0 to out-ver-batch.
   move spaces to out-ver-run-date.

*> writes the archive report's title and run date.
write-archive-headings.
   move today-date to out-run-date.
   move keep-generations to out-keep.
   display space.
   display output-archive-title-line.
   display output-date-line.
   write report-line from output-archive-title-line
      after advancing 1 line.
   write report-line from output-underline
      after advancing 1 line.
   write report-line from output-date-line
      after advancing 1 line.
   write report-line from output-underline
      after advancing 1 line.

*> writes the restore report's title and selection.
write-restore-headings.
   move today-date to out-run-date.
   move keep-generations to out-keep.
   move select-file-name to out-select-file.
   move select-date to out-select-date.
   display space.
   display output-restore-title-line.
   display output-select-line.
   write report-line from output-restore-title-line
      after advancing 1 line.
   write report-line from output-underline
      after advancing 1 line.
   write report-line from output-select-line
      after advancing 1 line.
   write report-line from output-underline
      after advancing 1 line.

*> writes the verify report's title, selection and column headings.
write-verify-headings.
   move select-file-name to out-select-file.
   move select-date to out-select-date.
   display space.
   display output-verify-title-line.
   display output-select-line.
   write report-line from output-verify-title-line
      after advancing 1 line.
   write report-line from output-underline
      after advancing 1 line.
   write report-line from output-select-line
      after advancing 1 line.
   write report-line from output-underline
      after advancing 1 line.
   write report-line from output-verify-heads
      after advancing 1 line.
   write report-line from output-underline
      after advancing 1 line.

*> writes the archive run's totals.
write-archive-totals.
   move archived-count to out-archived-count.
   move already-count to out-already-count.
   move rolled-count to out-rolled-count.
   move missing-count to out-missing-count.
   move failed-count to out-failed-count.
   display space.
   display output-archive-total-1.
   display output-archive-total-2.
   display output-archive-total-3.
   display output-archive-total-4.
   display output-archive-total-5.
   write report-line from output-underline
      after advancing 2 lines.
   write report-line from output-archive-total-1
      after advancing 1 line.
   write report-line from output-archive-total-2
      after advancing 1 line.
   write report-line from output-archive-total-3
      after advancing 1 line.
   write report-line from output-archive-total-4
      after advancing 1 line.
   write report-line from output-archive-total-5
      after advancing 1 line.

*> appends one line to the shared run log recording this job's file
*> name (the catalog for an archive run, the selected input file for
*> a restore or verify), the files archived, records restored or
*> batches verified, and file status codes for reconciliation.
write-run-log.
   move function current-date to current-date-time.
   open extend run-log-file.
   if run-log-status is not = "00"
      open output run-log-file
   end-if.
   move current-date-time (1:14) to log-timestamp.
   move "STATARCH" to log-program.
   if run-mode is equal to "R"
      move select-file-name to log-file-name
      move restored-count to log-n
      move archive-status to log-input-status
   else
      if run-mode is equal to "V"
         move select-file-name to log-file-name
         move verified-count to log-n
         move history-status to log-input-status
      else
         move "STATARCH_CAT.TXT" to log-file-name
         move archived-count to log-n
         move clean-status to log-input-status
      end-if
   end-if.
   move report-status to log-output-status.
   write run-log-line from run-log-record
      after advancing 1 line.
   close run-log-file.
