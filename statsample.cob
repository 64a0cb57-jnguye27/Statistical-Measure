*> program: statistical measures audit sample selection.
*> creator: jessica nguyen.
*> date: 2026-10-15.
*> purpose: to draw internal audit's monthly sample of records for manual
*>          verification against the source documents from a statedit clean file,
*>          skipping the "H"/"T" control records and the batch markers. the sample
*>          is simple random, systematic every-kth from a random start, or
*>          stratified by the records' category code, and every record statmeasure's
*>          outlier pass flagged for the file is always added. the random stream is
*>          a seeded multiplicative congruential generator, and every draw is
*>          entered on a sample register with its file, business date, mode, seed
*>          and size, so the same sample can be drawn again later and shown to be
*>          unbiased.

identification division.
program-id. statsample.

environment division.
   *> sets up the clean file being sampled, the sample file the picked
   *> records are written to, and the selection sheet for the auditors.
   input-output section.
   file-control.
   select input-file assign to dynamic input-file-name
      organization is line sequential
      file status is input-status.
   select sample-file assign to dynamic sample-file-name
      organization is line sequential
      file status is sample-status.
   select report-file assign to dynamic report-file-name
      organization is line sequential
      file status is report-status.
   *> statmeasure's shared exception report, read for the outliers
   *> and range violations it flagged in the file being sampled.
   select exception-file assign to "STATMEASURE_EXCP.TXT"
      organization is line sequential
      file status is excp-status.
   *> the permanent sample register every draw appends its entry to.
   select register-file assign to "STATSAMPLE_REG.TXT"
      organization is line sequential
      file status is register-status.
   *> a shared log the statistics suite appends a line to at
   *> end-of-job, so a run can be reconciled after the fact.
   select run-log-file assign to "RUNLOG.TXT"
      organization is line sequential
      file status is run-log-status.
   *> an optional control card file the overnight scheduler drops next
   *> to the program; when it is present the run is fully unattended —
   *> every card is one job and no console prompting happens at all.
   select control-file assign to "STATSAMPLE.CTL"
      organization is line sequential
      file status is ctl-status.

data division.
   *> declares and initializes the file variables and their structure.
   file section.
   fd input-file.
   01 input-line.
      02 filler            pic x(80).
   fd sample-file.
   01 sample-line.
      02 filler            pic x(80).
   fd report-file.
   01 report-line.
      02 filler            pic x(100).
   fd exception-file.
   01 exception-line.
      02 filler            pic x(100).
   fd register-file.
   01 register-line.
      02 filler            pic x(130).
   fd run-log-file.
   01 run-log-line.
      02 filler            pic x(100).
   fd control-file.
   01 control-line.
      02 filler            pic x(160).

   *> declares and initializes other variables (and records) that'll be used.
   working-storage section.
   77 input-file-name       pic x(100).
   77 sample-file-name      pic x(100).
   77 report-file-name      pic x(100).
   77 input-status          pic xx.
   77 sample-status         pic xx.
   77 report-status         pic xx.
   77 excp-status           pic xx.
   77 register-status       pic xx.
   77 eof-toggle            pic 9 value 0.
   77 excp-eof              pic 9 value 0.
   77 mode-answer           pic x(1).
   77 size-answer           pic x(5).
   77 seed-answer           pic x(10).
   77 excp-date-answer      pic x(8).
   77 sample-mode           pic x(1).
   77 requested-size        pic 9(5).
   77 options-ok            pic 9.
   77 header-seen           pic 9.
   77 business-date         pic x(8).
   77 source-code           pic x(4).
   77 line-number           pic 9(7).
   77 batch-number          pic 9(4).
   77 batch-rec             pic 9(6).
   77 population-count      pic s9(6) value 0.
   77 population-full       pic 9 value 0.
   77 sampled-count         pic s9(6) value 0.
   77 outlier-added         pic s9(6) value 0.
   77 selected-count        pic s9(6) value 0.
   77 needed-count          pic s9(6).
   77 remaining-count       pic s9(6).
   77 still-needed          pic s9(6).
   77 interval-k            pic s9(6).
   77 start-position        pic s9(6).
   77 p-i                   pic s9(6).
   77 s-i                   pic s9(4).
   77 x-i                   pic s9(4).
   77 stratum-count         pic s9(4) value 0.
   77 stratum-full          pic 9 value 0.
   77 stratum-found         pic 9.
   *> the exception report state: the section being read belongs to
   *> the file sampled (and the run date asked for), and the date of
   *> the section whose entries are held.
   77 excp-current-file     pic x(30).
   77 excp-current-date     pic x(8).
   77 excp-block-wanted     pic 9.
   77 excp-used-date        pic x(8).
   77 excp-count            pic s9(4) value 0.
   77 excp-full             pic 9 value 0.
   77 excp-unmatched        pic s9(4) value 0.
   77 excp-found            pic 9.
   77 work-batch            pic 9(4).
   77 work-rec              pic 9(6).
   *> the random stream: the park-miller minimal standard generator,
   *> seed = seed * 16807 mod (2 ** 31 - 1), each product and quotient
   *> in its own item so the 46-bit product is never truncated.
   77 start-seed            pic 9(10).
   77 random-seed           pic 9(10).
   77 random-product        pic 9(18).
   77 random-quotient       pic 9(18).
   77 random-fraction       pic 9v9(9).
   77 random-test           pic 9(9)v9(9).
   77 expansion-work        pic 9(7)v9(4).
   77 current-time          pic 9(8).
   77 sheet-seq             pic s9(6).
   77 run-log-status        pic xx.
   77 current-date-time     pic x(21).
   77 ctl-status            pic xx.
   77 ctl-eof               pic 9 value 0.
   77 job-rc                pic 9(2) value 0.
   77 highest-rc            pic 9(2) value 0.
   *> one scheduler control card = one job: the clean file sampled,
   *> the sample file and selection sheet written, the mode (R =
   *> simple random, S = systematic every-kth, T = stratified by
   *> category), the size (the records drawn for R and S, the records
   *> per category for T), the seed (blank draws a fresh one from the
   *> clock; a register entry's seed draws its sample again), and the
   *> run date of the statmeasure exception section to take the
   *> outliers from (blank takes the latest for the file).
   01 control-card-record.
      02 ctl-input-file-name   pic x(40).
      02 ctl-sample-file-name  pic x(40).
      02 ctl-report-file-name  pic x(40).
      02 ctl-mode              pic x(1).
      02 ctl-size              pic x(5).
      02 ctl-seed              pic x(10).
      02 ctl-excp-date         pic x(8).
      02 filler                pic x(16).
   *> the clean file's data record, as statmeasure reads it.
   01 input-value-record.
      02 in-x                pic s9(6)v9(2).
         88 batch-break-marker value 999999.99.
      02 in-weight           pic s9(4)v9(2).
      02 in-category         pic x(2).
      02 filler              pic x(64).
   *> the "H" header and "T" trailer control records statedit carries
   *> through to the clean file.
   01 input-header-view redefines input-value-record.
      02 record-type-byte    pic x(1).
         88 header-record    value "H".
         88 trailer-record   value "T".
      02 hdr-file-date       pic x(8).
      02 hdr-source-code     pic x(4).
      02 filler              pic x(67).
   *> statmeasure's exception report lines: a job line naming the file
   *> and run date, then one BATCH= line per flagged value with its
   *> record position in the batch, marked VALUE for an outlier or
   *> RANGE for a range violation.
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
      02 filler              pic x(5).
      02 exd-rec             pic x(6).
      02 exd-kind            pic x(7).
      02 filler              pic x(72).
   *> every data record of the clean file: its line number in the file
   *> (so the auditor can find it), its batch and position in the batch
   *> (as statmeasure numbers them), its fields, and how it came to be
   *> selected.
   01 population-table.
      02 pop-entry occurs 50000 times.
         03 pe-line          pic 9(7).
         03 pe-batch         pic 9(4).
         03 pe-rec           pic 9(6).
         03 pe-value         pic s9(6)v9(2).
         03 pe-weight        pic s9(4)v9(2).
         03 pe-category      pic x(2).
         03 pe-select        pic x(6).
         03 pe-flag          pic x(7).
         03 pe-expansion     pic 9(7)v9(4).
   *> the categories met in the file, in the order first met, with how
   *> many records each holds, has been passed and has had drawn.
   01 stratum-table.
      02 stratum-entry occurs 100 times.
         03 st-category      pic x(2).
         03 st-count         pic s9(6).
         03 st-seen          pic s9(6).
         03 st-drawn         pic s9(6).
         03 st-target        pic s9(6).
   *> the flagged records of the exception section taken.
   01 exception-table.
      02 exception-entry occurs 2000 times.
         03 xe-batch         pic 9(4).
         03 xe-rec           pic 9(6).
         03 xe-kind          pic x(7).
   *> one sample file record: the record's line number, batch and
   *> position in the batch, value, weight and category (fixed columns,
   *> leading separate signs), how it was selected, any outlier flag,
   *> and the number of file records it stands for.
   01 sample-record.
      02 smp-record-no       pic 9(7).
      02 filler              pic x(1) value space.
      02 smp-batch           pic 9(4).
      02 filler              pic x(1) value space.
      02 smp-rec             pic 9(6).
      02 filler              pic x(1) value space.
      02 smp-value           pic s9(6)v9(2) sign leading separate.
      02 filler              pic x(1) value space.
      02 smp-weight          pic s9(4)v9(2) sign leading separate.
      02 filler              pic x(1) value space.
      02 smp-category        pic x(2).
      02 filler              pic x(1) value space.
      02 smp-select          pic x(6).
      02 filler              pic x(1) value space.
      02 smp-flag            pic x(7).
      02 filler              pic x(1) value space.
      02 smp-expansion       pic 9(7)v9(4).
   *> one sample register entry: the date drawn, the clean file, its
   *> business date and source, the mode, the starting seed, the size
   *> asked for, the records in the file, the records drawn by the mode,
   *> the outliers added on top, the total selected, and the run date
   *> of the exception section the outliers came from.
   01 register-record.
      02 reg-drawn-date      pic x(8).
      02 filler              pic x(1) value space.
      02 reg-file-name       pic x(40).
      02 filler              pic x(1) value space.
      02 reg-business-date   pic x(8).
      02 filler              pic x(1) value space.
      02 reg-source-code     pic x(4).
      02 filler              pic x(1) value space.
      02 reg-mode            pic x(1).
      02 filler              pic x(1) value space.
      02 reg-seed            pic 9(10).
      02 filler              pic x(1) value space.
      02 reg-requested       pic 9(5).
      02 filler              pic x(1) value space.
      02 reg-population      pic 9(7).
      02 filler              pic x(1) value space.
      02 reg-sampled         pic 9(7).
      02 filler              pic x(1) value space.
      02 reg-outliers        pic 9(5).
      02 filler              pic x(1) value space.
      02 reg-selected        pic 9(7).
      02 filler              pic x(1) value space.
      02 reg-excp-date       pic x(8).
   01 output-title-line.
      02 filler             pic x(42) value
         "   STATISTICS AUDIT SAMPLE SELECTION SHEET".
   01 output-underline.
      02 filler             pic x(70) value all "-".
   01 output-file-line.
      02 filler             pic x(16) value "CLEAN FILE:     ".
      02 out-file-name      pic x(40).
   01 output-date-line.
      02 filler             pic x(16) value "BUSINESS DATE:  ".
      02 out-business-date  pic x(8).
      02 filler             pic x(10) value "  SOURCE: ".
      02 out-source-code    pic x(4).
   01 output-mode-line.
      02 filler             pic x(16) value "SAMPLE MODE:    ".
      02 out-mode           pic x(1).
      02 filler             pic x(1) value space.
      02 out-mode-text      pic x(34).
   01 output-seed-line.
      02 filler             pic x(16) value "SEED:           ".
      02 out-seed           pic 9(10).
      02 filler             pic x(18) value "  SIZE REQUESTED: ".
      02 out-requested      pic zzzz9.
   01 output-interval-line.
      02 filler             pic x(16) value "INTERVAL K:     ".
      02 out-interval       pic zzzzz9.
      02 filler             pic x(18) value "  RANDOM START:   ".
      02 out-start          pic zzzzz9.
   01 output-count-line.
      02 filler             pic x(16) value "POPULATION:     ".
      02 out-population     pic zzzzz9.
      02 filler             pic x(11) value "  SAMPLED: ".
      02 out-sampled        pic zzzzz9.
      02 filler             pic x(18) value "  OUTLIERS ADDED: ".
      02 out-outliers       pic zzzzz9.
      02 filler             pic x(12) value "  SELECTED: ".
      02 out-selected       pic zzzzz9.
   01 output-excp-line.
      02 filler             pic x(16) value "OUTLIERS FROM:  ".
      02 filler             pic x(30) value "STATMEASURE_EXCP.TXT RUN DATE ".
      02 out-excp-date      pic x(8).
   01 output-no-excp-line.
      02 filler             pic x(55) value
         "NO STATMEASURE EXCEPTION SECTION FOUND FOR THIS FILE".
   01 output-stratum-head.
      02 filler             pic x(34) value "CATEGORY  POPULATION  SAMPLED".
   01 output-stratum-line.
      02 filler             pic x(3) value spaces.
      02 out-st-category    pic x(2).
      02 filler             pic x(5) value spaces.
      02 out-st-count       pic z(9)9.
      02 filler             pic x(1) value space.
      02 out-st-drawn       pic z(7)9.
   01 output-col-heads.
      02 filler             pic x(13) value "  SEQ  RECORD".
      02 filler             pic x(6) value " BATCH".
      02 filler             pic x(7) value "    REC".
      02 filler             pic x(11) value "      VALUE".
      02 filler             pic x(8) value "  WEIGHT".
      02 filler             pic x(4) value " CAT".
      02 filler             pic x(7) value " SELECT".
      02 filler             pic x(8) value " FLAG".
      02 filler             pic x(13) value "    EXPANSION".
      02 filler             pic x(10) value "  VERIFIED".
   01 output-sheet-line.
      02 out-seq            pic zzzz9.
      02 filler             pic x(1) value space.
      02 out-record-no      pic z(6)9.
      02 filler             pic x(1) value space.
      02 out-batch          pic zzzz9.
      02 filler             pic x(1) value space.
      02 out-rec            pic z(5)9.
      02 filler             pic x(1) value space.
      02 out-value          pic -(6)9.99.
      02 filler             pic x(1) value space.
      02 out-weight         pic -(3)9.99.
      02 filler             pic x(1) value space.
      02 out-category       pic x(2).
      02 filler             pic x(2) value spaces.
      02 out-select         pic x(6).
      02 filler             pic x(1) value space.
      02 out-flag           pic x(7).
      02 filler             pic x(1) value space.
      02 out-expansion      pic z(6)9.9(4).
      02 filler             pic x(2) value spaces.
      02 filler             pic x(8) value "________".
   01 output-unmatched-line.
      02 filler             pic x(41) value
         "FLAGGED RECORD NOT IN THE FILE:   BATCH=".
      02 out-um-batch       pic zzz9.
      02 filler             pic x(5) value " REC=".
      02 out-um-rec         pic z(5)9.
      02 filler             pic x(1) value space.
      02 out-um-kind        pic x(7).
   01 output-signoff-line.
      02 filler             pic x(50) value
         "AUDITOR: ____________________  DATE: __________".
   01 output-mode-error-line.
      02 filler             pic x(48) value
         "SAMPLE MODE MUST BE R, S OR T, NOTHING DRAWN".
   01 output-size-error-line.
      02 filler             pic x(51) value
         "SAMPLE SIZE MUST BE A NUMBER ABOVE 0, NOTHING DRAWN".
   01 output-empty-line.
      02 filler             pic x(40) value
         "NO DATA RECORDS IN THE CLEAN FILE".
   01 output-population-full-line.
      02 filler             pic x(60) value
         "CLEAN FILE OVER 50000 DATA RECORDS, ONLY FIRST 50000 SAMPLED".
   01 output-stratum-full-line.
      02 filler             pic x(56) value
         "MORE THAN 100 CATEGORIES IN FILE, EXTRAS NOT SAMPLED".
   01 output-excp-full-line.
      02 filler             pic x(56) value
         "MORE THAN 2000 FLAGGED RECORDS, EXTRAS NOT ADDED".
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
      *> obtains the file names and the sample wanted from the user.
      display space
      display "Enter the name of the clean file to sample: "
      accept input-file-name
      display space
      display "Enter the name of the sample file: "
      accept sample-file-name
      display space
      display "Enter the name of the selection sheet file: "
      accept report-file-name
      display space
      display "Mode (R=simple random, S=systematic, T=stratified): "
      accept mode-answer
      display space
      display "Sample size (records per category for T): "
      accept size-answer
      display space
      display "Seed (blank for a fresh seed): "
      accept seed-answer
      display space
      display "Exception run date (YYYYMMDD, blank for latest): "
      accept excp-date-answer
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
      move ctl-input-file-name to input-file-name
      move ctl-sample-file-name to sample-file-name
      move ctl-report-file-name to report-file-name
      move ctl-mode to mode-answer
      move ctl-size to size-answer
      move ctl-seed to seed-answer
      move ctl-excp-date to excp-date-answer
      perform run-one-job
   end-if.

*> runs a single sample draw front to back: tables the clean file's
*> data records, draws the sample by the mode asked for, adds the
*> flagged records, and writes the sample file, the selection sheet
*> and the register entry, recording the job's return code (0 =
*> drawn, 4 = drawn but the outliers could not all be matched to the
*> file, 8 = no data records or a bad mode or size, nothing drawn, 12
*> = a file would not open, 16 = a table overflowed) without stopping
*> the run, so the jobs behind it on the control file still get their
*> turn.
run-one-job.
   perform initialize-job.
   perform set-job-options.
   open input input-file.
   open output sample-file.
   open output report-file.

   *> displays an error if any file cannot be opened for any reason.
   *> eof-toggle is set so end-of-job does not try to close the
   *> never-opened input file — that close would overwrite the open
   *> failure status the run-log line is about to record.
   if input-status is not = "00"
      display space
      display "input-file error. status: " input-status
      display space
      move 12 to job-rc
      move 1 to eof-toggle
   end-if.
   if job-rc is = 0 and sample-status is not = "00"
      display space
      display "sample-file error. status: " sample-status
      display space
      move 12 to job-rc
   end-if.
   if job-rc is = 0 and report-status is not = "00"
      display space
      display "report-file error. status: " report-status
      display space
      move 12 to job-rc
   end-if.

   if job-rc is = 0
      perform load-population-record until eof-toggle is = 1
      perform set-starting-seed
      perform write-sheet-headings
      if population-count is = 0
         display space
         display output-empty-line
         write report-line from output-empty-line
            after advancing 2 lines
         move 8 to job-rc
      else
         if options-ok is = 0
            perform write-option-error
            move 8 to job-rc
         else
            if sample-mode is equal to "R"
               perform draw-random-sample
            else
               if sample-mode is equal to "S"
                  perform draw-systematic-sample
               else
                  perform draw-stratified-sample
               end-if
            end-if
            perform load-exception-table
            perform add-flagged-records
            perform write-sample-records
            perform write-register-entry
         end-if
      end-if
      if population-full is = 1
         display space
         display output-population-full-line
         write report-line from output-population-full-line
            after advancing 2 lines
         move 16 to job-rc
      end-if
      if stratum-full is = 1
         display space
         display output-stratum-full-line
         write report-line from output-stratum-full-line
            after advancing 2 lines
         move 16 to job-rc
      end-if
      if excp-full is = 1
         display space
         display output-excp-full-line
         write report-line from output-excp-full-line
            after advancing 2 lines
         move 16 to job-rc
      end-if
   end-if.

   *> the run-log line is written before the output files are closed,
   *> so a failed open's status reaches the log instead of being
   *> overwritten by the close.
   perform end-of-job.
   perform write-run-log.
   close sample-file.
   close report-file.
   if job-rc is > highest-rc
      move job-rc to highest-rc
   end-if.

*> resets everything one job leaves behind, so the next control card
*> starts from the same state a fresh program load would have.
initialize-job.
   move 0 to eof-toggle, job-rc, excp-eof, header-seen.
   move 0 to population-count, population-full.
   move 0 to sampled-count, outlier-added, selected-count.
   move 0 to stratum-count, stratum-full.
   move 0 to excp-count, excp-full, excp-unmatched.
   move 0 to line-number, batch-rec, interval-k, start-position.
   move 1 to batch-number.
   move spaces to business-date, source-code, excp-used-date.

*> validates the mode and size: only R, S and T are modes, and the
*> size must be a number above zero. a size may be keyed short of
*> five digits, so it is taken by value; anything not a number is
*> taken as zero and refused.
set-job-options.
   move 1 to options-ok.
   if mode-answer is equal to "R" or mode-answer is equal to "r"
      move "R" to sample-mode
   else
      if mode-answer is equal to "S" or mode-answer is equal to "s"
         move "S" to sample-mode
      else
         if mode-answer is equal to "T" or mode-answer is equal to "t"
            move "T" to sample-mode
         else
            move mode-answer to sample-mode
            move 0 to options-ok
         end-if
      end-if
   end-if.
   compute requested-size = function numval(size-answer).
   if requested-size is = 0
      move 0 to options-ok
   end-if.

*> takes the seed keyed (or carried on the card from a register
*> entry) when there is one, so an earlier sample is drawn again
*> exactly; otherwise a fresh one comes from the time of day. the
*> generator only cycles on seeds 1 to 2 ** 31 - 2.
set-starting-seed.
   compute start-seed = function numval(seed-answer).
   if start-seed is = 0
      move function current-date to current-date-time
      move current-date-time (9:8) to current-time
      compute start-seed = current-time + 1
   end-if.
   if start-seed is > 2147483646
      divide 2147483647 into start-seed
         giving random-quotient remainder random-seed
      move random-seed to start-seed
      if start-seed is = 0
         move 1 to start-seed
      end-if
   end-if.
   move start-seed to random-seed.

*> reads one clean file record: the header's business date and source
*> are kept, the trailer is passed over, a batch marker starts the
*> next batch, and a data record is tabled with its line number and
*> its position in the batch. a marker with no records before it
*> starts no batch, the same way statmeasure hands back the number
*> of an empty batch.
load-population-record.
   read input-file into input-value-record
      at end perform end-of-job
   end-read.
   if eof-toggle is not = 1
      add 1 to line-number
      if header-record
         if header-seen is = 0
            move hdr-file-date to business-date
            move hdr-source-code to source-code
            move 1 to header-seen
         end-if
      else
         if not trailer-record
            if batch-break-marker
               if batch-rec is > 0
                  add 1 to batch-number
                  move 0 to batch-rec
               end-if
            else
               add 1 to batch-rec
               perform table-population-record
            end-if
         end-if
      end-if
   end-if.

*> files one data record in the population table; a blank or zero
*> weight counts once, as statmeasure takes it.
table-population-record.
   if population-count is < 50000
      add 1 to population-count
      move line-number to pe-line(population-count)
      move batch-number to pe-batch(population-count)
      move batch-rec to pe-rec(population-count)
      move in-x to pe-value(population-count)
      if in-weight is numeric and in-weight is > 0
         move in-weight to pe-weight(population-count)
      else
         move 1 to pe-weight(population-count)
      end-if
      move in-category to pe-category(population-count)
      move spaces to pe-select(population-count)
      move spaces to pe-flag(population-count)
      move 0 to pe-expansion(population-count)
   else
      move 1 to population-full
   end-if.

*> steps the random stream once and leaves the new draw as a fraction
*> strictly between 0 and 1.
next-random.
   compute random-product = random-seed * 16807.
   divide 2147483647 into random-product
      giving random-quotient remainder random-seed.
   compute random-fraction = random-seed / 2147483647.

*> simple random: selection sampling in one pass over the file. each
*> record is taken with chance (still needed) / (still to pass), which
*> draws exactly the size asked for (the whole file when it asks for
*> more) with every set of that many records equally likely.
draw-random-sample.
   move requested-size to needed-count.
   if needed-count is > population-count
      move population-count to needed-count
   end-if.
   compute expansion-work rounded = population-count / needed-count.
   perform varying p-i from 1 by 1 until p-i is > population-count
      compute remaining-count = population-count - p-i + 1
      perform next-random
      compute random-test = remaining-count * random-fraction
      compute still-needed = needed-count - sampled-count
      if random-test is < still-needed
         move "RANDOM" to pe-select(p-i)
         move expansion-work to pe-expansion(p-i)
         add 1 to sampled-count
      end-if
   end-perform.

*> systematic: the interval k is the file's records over the size
*> asked for (at least 1); the start is drawn at random from the first
*> k records, and every kth record from there is taken.
draw-systematic-sample.
   compute interval-k = population-count / requested-size.
   if interval-k is < 1
      move 1 to interval-k
   end-if.
   perform next-random.
   compute random-test = interval-k * random-fraction.
   compute start-position = random-test + 1.
   move interval-k to expansion-work.
   perform varying p-i from start-position by interval-k
      until p-i is > population-count
      move "SYSTEM" to pe-select(p-i)
      move expansion-work to pe-expansion(p-i)
      add 1 to sampled-count
   end-perform.

*> stratified: the records are counted by category first, then one
*> selection-sampling pass draws the size asked for (or the whole
*> category when it holds fewer) from each category on its own.
draw-stratified-sample.
   perform varying p-i from 1 by 1 until p-i is > population-count
      perform find-stratum
      if stratum-found is = 0
         if stratum-count is < 100
            add 1 to stratum-count
            move stratum-count to s-i
            move pe-category(p-i) to st-category(s-i)
            move 0 to st-count(s-i), st-seen(s-i), st-drawn(s-i)
            move 1 to stratum-found
         else
            move 1 to stratum-full
         end-if
      end-if
      if stratum-found is = 1
         add 1 to st-count(s-i)
      end-if
   end-perform.
   perform varying s-i from 1 by 1 until s-i is > stratum-count
      if st-count(s-i) is < requested-size
         move st-count(s-i) to st-target(s-i)
      else
         move requested-size to st-target(s-i)
      end-if
   end-perform.
   perform varying p-i from 1 by 1 until p-i is > population-count
      perform find-stratum
      if stratum-found is = 1
         perform draw-stratum-record
      end-if
   end-perform.

*> takes record p-i with chance (still needed) / (still to pass)
*> within its own category s-i.
draw-stratum-record.
   compute remaining-count = st-count(s-i) - st-seen(s-i).
   add 1 to st-seen(s-i).
   perform next-random.
   compute random-test = remaining-count * random-fraction.
   compute needed-count = st-target(s-i) - st-drawn(s-i).
   if random-test is < needed-count
      move "STRATA" to pe-select(p-i)
      compute expansion-work rounded = st-count(s-i) / st-target(s-i)
      move expansion-work to pe-expansion(p-i)
      add 1 to st-drawn(s-i), sampled-count
   end-if.

*> leaves s-i on record p-i's category in the stratum table.
find-stratum.
   move 0 to stratum-found.
   perform varying s-i from 1 by 1 until s-i is > stratum-count
      or stratum-found is = 1
      if st-category(s-i) is equal to pe-category(p-i)
         move 1 to stratum-found
      end-if
   end-perform.
   if stratum-found is = 1
      subtract 1 from s-i
   end-if.

*> tables the flagged records of the file's statmeasure exception
*> section: the section for the run date asked for, else the latest
*> one. a later section for the same date (a rerun) replaces an
*> earlier one. a missing report just leaves nothing to add.
load-exception-table.
   move 0 to excp-block-wanted.
   open input exception-file.
   if excp-status is not = "00"
      move 1 to excp-eof
   end-if.
   perform load-exception-line until excp-eof is = 1.

*> files one exception report line: a job line opens (or skips) a
*> section, a BATCH= line inside a wanted section is tabled.
load-exception-line.
   read exception-file into exception-input-record
      at end
         move 1 to excp-eof
         close exception-file
   end-read.
   if excp-eof is not = 1
      if exi-tag (1:5) is equal to "FILE="
         move exj-file-name to excp-current-file
         move exj-run-date to excp-current-date
         move 0 to excp-block-wanted
         if excp-current-file is equal to input-file-name (1:30)
            and (excp-date-answer is equal to spaces
               or excp-current-date is equal to excp-date-answer)
            move 1 to excp-block-wanted
            move 0 to excp-count, excp-full
            move excp-current-date to excp-used-date
         end-if
      else
         if exi-tag is equal to "BATCH=" and excp-block-wanted is = 1
            perform table-exception-entry
         end-if
      end-if
   end-if.

*> files one flagged record's batch, position and kind.
table-exception-entry.
   if excp-count is < 2000
      add 1 to excp-count
      compute xe-batch(excp-count) = function numval(exd-batch)
      compute xe-rec(excp-count) = function numval(exd-rec)
      if exd-kind is equal to " RANGE="
         move "RANGE" to xe-kind(excp-count)
      else
         move "OUTLIER" to xe-kind(excp-count)
      end-if
   else
      move 1 to excp-full
   end-if.

*> marks every flagged record in the population: one the mode did not
*> already draw is added on top and stands for itself alone. a flagged
*> record the file does not hold (the file changed since statmeasure
*> read it) is listed on the sheet instead.
add-flagged-records.
   perform varying x-i from 1 by 1 until x-i is > excp-count
      move xe-batch(x-i) to work-batch
      move xe-rec(x-i) to work-rec
      move 0 to excp-found
      perform varying p-i from 1 by 1 until p-i is > population-count
         or excp-found is = 1
         if pe-batch(p-i) is = work-batch and pe-rec(p-i) is = work-rec
            move 1 to excp-found
         end-if
      end-perform
      if excp-found is = 1
         subtract 1 from p-i
         if pe-flag(p-i) is equal to spaces
            move xe-kind(x-i) to pe-flag(p-i)
         end-if
         if pe-select(p-i) is equal to spaces
            and pe-expansion(p-i) is = 0
            move 1 to pe-expansion(p-i)
            add 1 to outlier-added
         end-if
      else
         add 1 to excp-unmatched
         move work-batch to out-um-batch
         move work-rec to out-um-rec
         move xe-kind(x-i) to out-um-kind
         display output-unmatched-line
         write report-line from output-unmatched-line
            after advancing 1 line
      end-if
   end-perform.
   if excp-unmatched is > 0 and job-rc is < 4
      move 4 to job-rc
   end-if.

*> writes every selected record, in file order, to the sample file and
*> the selection sheet, then the sheet's counts and sign-off.
write-sample-records.
   compute selected-count = sampled-count + outlier-added.
   if sample-mode is equal to "S"
      move interval-k to out-interval
      move start-position to out-start
      write report-line from output-interval-line
         after advancing 1 line
   end-if.
   if sample-mode is equal to "T"
      write report-line from output-stratum-head
         after advancing 2 lines
      perform varying s-i from 1 by 1 until s-i is > stratum-count
         move st-category(s-i) to out-st-category
         move st-count(s-i) to out-st-count
         move st-drawn(s-i) to out-st-drawn
         write report-line from output-stratum-line
            after advancing 1 line
      end-perform
   end-if.
   if excp-used-date is equal to spaces
      display output-no-excp-line
      write report-line from output-no-excp-line
         after advancing 2 lines
      if job-rc is < 4
         move 4 to job-rc
      end-if
   else
      move excp-used-date to out-excp-date
      write report-line from output-excp-line
         after advancing 2 lines
   end-if.
   move population-count to out-population.
   move sampled-count to out-sampled.
   move outlier-added to out-outliers.
   move selected-count to out-selected.
   display output-count-line.
   write report-line from output-count-line
      after advancing 1 line.
   write report-line from output-col-heads
      after advancing 2 lines.
   write report-line from output-underline
      after advancing 1 line.
   move 0 to sheet-seq.
   perform varying p-i from 1 by 1 until p-i is > population-count
      if pe-expansion(p-i) is > 0
         perform write-selected-record
      end-if
   end-perform.
   write report-line from output-underline
      after advancing 1 line.
   write report-line from output-signoff-line
      after advancing 3 lines.

*> writes selected record p-i to the sample file and the sheet.
write-selected-record.
   add 1 to sheet-seq.
   move pe-line(p-i) to smp-record-no.
   move pe-batch(p-i) to smp-batch.
   move pe-rec(p-i) to smp-rec.
   move pe-value(p-i) to smp-value.
   move pe-weight(p-i) to smp-weight.
   move pe-category(p-i) to smp-category.
   move pe-select(p-i) to smp-select.
   move pe-flag(p-i) to smp-flag.
   move pe-expansion(p-i) to smp-expansion.
   write sample-line from sample-record.
   move sheet-seq to out-seq.
   move pe-line(p-i) to out-record-no.
   move pe-batch(p-i) to out-batch.
   move pe-rec(p-i) to out-rec.
   move pe-value(p-i) to out-value.
   move pe-weight(p-i) to out-weight.
   move pe-category(p-i) to out-category.
   move pe-select(p-i) to out-select.
   move pe-flag(p-i) to out-flag.
   move pe-expansion(p-i) to out-expansion.
   write report-line from output-sheet-line
      after advancing 1 line.

*> writes the sheet's title block: the file, its business date (the
*> run date for a legacy file with no header), and the mode and seed.
write-sheet-headings.
   move function current-date to current-date-time.
   if header-seen is = 0 or business-date is not numeric
      move current-date-time (1:8) to business-date
   end-if.
   display space.
   display output-title-line.
   write report-line from output-title-line
      after advancing 1 line.
   write report-line from output-underline
      after advancing 1 line.
   move input-file-name to out-file-name.
   move business-date to out-business-date.
   move source-code to out-source-code.
   move sample-mode to out-mode.
   move spaces to out-mode-text.
   if sample-mode is equal to "R"
      move "SIMPLE RANDOM" to out-mode-text
   end-if.
   if sample-mode is equal to "S"
      move "SYSTEMATIC EVERY KTH, RANDOM START" to out-mode-text
   end-if.
   if sample-mode is equal to "T"
      move "STRATIFIED BY CATEGORY" to out-mode-text
   end-if.
   move start-seed to out-seed.
   move requested-size to out-requested.
   display output-file-line.
   display output-date-line.
   display output-mode-line.
   display output-seed-line.
   write report-line from output-file-line
      after advancing 1 line.
   write report-line from output-date-line
      after advancing 1 line.
   write report-line from output-mode-line
      after advancing 1 line.
   write report-line from output-seed-line
      after advancing 1 line.

*> explains on the sheet why nothing was drawn.
write-option-error.
   display space.
   if sample-mode is not equal to "R" and sample-mode is not equal to "S"
      and sample-mode is not equal to "T"
      display output-mode-error-line
      write report-line from output-mode-error-line
         after advancing 2 lines
   else
      display output-size-error-line
      write report-line from output-size-error-line
         after advancing 2 lines
   end-if.

*> appends the draw to the permanent sample register, so it can be
*> drawn again from the same file, mode, size and seed.
write-register-entry.
   open extend register-file.
   if register-status is not = "00"
      open output register-file
   end-if.
   move current-date-time (1:8) to reg-drawn-date.
   move input-file-name to reg-file-name.
   move business-date to reg-business-date.
   move source-code to reg-source-code.
   move sample-mode to reg-mode.
   move start-seed to reg-seed.
   move requested-size to reg-requested.
   move population-count to reg-population.
   move sampled-count to reg-sampled.
   move outlier-added to reg-outliers.
   move selected-count to reg-selected.
   move excp-used-date to reg-excp-date.
   write register-line from register-record.
   close register-file.

*> closes the input file. guarded by eof-toggle so the mainline's
*> own end-of-job call does not close the already-closed file twice.
end-of-job.
   if eof-toggle is not = 1
      move 1 to eof-toggle
      close input-file
   end-if.

*> appends one line to the shared run log recording this job's file
*> name, the records selected, and file status codes for
*> reconciliation.
write-run-log.
   move function current-date to current-date-time.
   open extend run-log-file.
   if run-log-status is not = "00"
      open output run-log-file
   end-if.
   move current-date-time (1:14) to log-timestamp.
   move "STATSAMPLE" to log-program.
   move input-file-name to log-file-name.
   move selected-count to log-n.
   move input-status to log-input-status.
   move sample-status to log-output-status.
   write run-log-line from run-log-record
      after advancing 1 line.
   close run-log-file.
