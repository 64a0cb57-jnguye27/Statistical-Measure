*> program: statistical measures two-sample comparison.
*> creator: jessica nguyen.
*> date: 2026-10-15.
*> purpose: to answer "is this file really different from that one" with numbers instead
*>          of two reports held side by side: two statedit clean files are read as two
*>          samples (optionally one category code only), and the report prints both
*>          samples' n, mean and std dev with welch's t-test on the means, an f-test on
*>          the variances and a rank-based mann-whitney test, each with its statistic,
*>          p-value band and a SIGNIFICANT / NOT SIGNIFICANT verdict at the chosen
*>          confidence level. one fixed-field result record per comparison is appended
*>          to a feed statxport can extract.

identification division.
program-id. statcomp.

environment division.
   *> sets up the two clean files being compared and the comparison
   *> report the results are written to.
   input-output section.
   file-control.
   select first-file assign to dynamic first-file-name
      organization is line sequential
      file status is first-status.
   select second-file assign to dynamic second-file-name
      organization is line sequential
      file status is second-status.
   select report-file assign to dynamic report-file-name
      organization is line sequential
      file status is report-status.
   *> a fixed-field result feed every comparison appends one record
   *> to, carrying the figures and verdicts as plain unedited numerics
   *> so the comparisons can be extracted later instead of scraped
   *> from the print report.
   select result-file assign to "STATCOMP_RESULT.TXT"
      organization is line sequential
      file status is result-status.
   *> a shared log the statistics suite appends a line to at
   *> end-of-job, so a run can be reconciled after the fact.
   select run-log-file assign to "RUNLOG.TXT"
      organization is line sequential
      file status is run-log-status.
   *> an optional control card file the overnight scheduler drops next
   *> to the program; when it is present the run is fully unattended —
   *> every card is one comparison (file names, category, confidence
   *> level) and no console prompting happens at all.
   select control-file assign to "STATCOMP.CTL"
      organization is line sequential
      file status is ctl-status.

data division.
   *> declares and initializes the file variables and their structure.
   file section.
   *> both clean files are declared at the full 80-column keyed width,
   *> as the stats programs declare them, so the trailer line is never
   *> chopped into a phantom extra record.
   fd first-file.
   01 first-line.
      02 filler            pic x(80).
   fd second-file.
   01 second-line.
      02 filler            pic x(80).
   fd report-file.
   01 report-line.
      02 filler            pic x(100).
   fd result-file.
   01 result-line.
      02 filler            pic x(300).
   fd run-log-file.
   01 run-log-line.
      02 filler            pic x(100).
   fd control-file.
   01 control-line.
      02 filler            pic x(160).

   *> declares and initializes other variables (and records) that'll be used.
   working-storage section.
   77 first-file-name       pic x(100).
   77 second-file-name      pic x(100).
   77 report-file-name      pic x(100).
   77 first-status          pic xx.
   77 second-status         pic xx.
   77 report-status         pic xx.
   77 result-status         pic xx.
   77 first-eof             pic 9 value 0.
   77 second-eof            pic 9 value 0.
   77 category-answer       pic x(2).
   77 category-select       pic x(2).
   77 category-active       pic 9 value 0.
   77 confidence-answer     pic x(2).
   77 confidence-level      pic 9(2).
   77 alpha-percent         pic 9(3).
   77 alpha-level           pic 9v9(4).
   77 s-i                   pic s9(4).
   77 r-i                   pic s9(6).
   77 k-i                   pic s9(6).
   77 k-j                   pic s9(6).
   77 rank-count            pic s9(6).
   77 significant-count     pic s9(4).
   77 chk-result            pic x(4).
   *> sort state for the combined rank table: a shell sort with
   *> halving gaps, the same shape statmeasure sorts its batches with.
   77 sort-i                pic s9(6).
   77 sort-j                pic s9(6).
   77 sort-k                pic s9(6).
   77 sort-gap              pic s9(6).
   77 sort-start            pic s9(6).
   77 sort-done             pic 9.
   *> arithmetic work items. every product, difference and divisor
   *> is worked out in its own item before it is used: folding them
   *> into one compute truncates whole terms (or zeroes them) under
   *> this dialect's intermediate arithmetic, as statmeasure's shape
   *> and frequency passes found.
   77 dev-work              pic s9(8)v9(8).
   77 product-work          pic s9(16)v9(4).
   77 weight-less-one       pic s9(10)v9(2).
   77 calc-work-1           pic s9(14)v9(10).
   77 calc-work-2           pic s9(14)v9(10).
   77 dev-sqr-work          pic s9(18)v9(8).
   *> welch's t-test state.
   77 se-first              pic s9(14)v9(10).
   77 se-second             pic s9(14)v9(10).
   77 se-sqr                pic s9(14)v9(10).
   77 df-denominator        pic s9(16)v9(10).
   77 mean-gap              pic s9(8)v9(8).
   77 t-stat                pic s9(8)v9(6).
   77 t-abs                 pic s9(8)v9(6).
   77 t-df                  pic s9(9)v9(4).
   77 t-p                   pic 9v9(6).
   *> f-test state: the larger variance always goes on top, so the
   *> statistic reads as how many times the one spread is the other.
   77 f-numerator           pic s9(14)v9(8).
   77 f-denominator         pic s9(14)v9(8).
   77 f-df-1                pic s9(10)v9(2).
   77 f-df-2                pic s9(10)v9(2).
   77 f-stat                pic s9(8)v9(6).
   77 f-cube                pic s9(6)v9(10).
   77 paulson-a             pic s9(2)v9(12).
   77 paulson-b             pic s9(2)v9(12).
   77 paulson-top           pic s9(8)v9(10).
   77 paulson-bottom        pic s9(8)v9(10).
   77 f-p                   pic 9v9(6).
   *> mann-whitney state: ranks are weighted the way the frequency
   *> weights are everywhere else in the suite, so a record of weight
   *> 3 ranks as three tied observations.
   77 rank-offset           pic s9(12)v9(4).
   77 group-weight          pic s9(12)v9(4).
   77 group-first-weight    pic s9(12)v9(4).
   77 mid-rank              pic s9(12)v9(4).
   77 rank-sum-first        pic s9(18)v9(4).
   77 tie-sum               pic s9(24)v9(4).
   77 tie-work              pic s9(24)v9(4).
   77 total-weight          pic s9(12)v9(4).
   77 u-stat                pic s9(18)v9(4).
   77 u-mean                pic s9(18)v9(4).
   77 u-variance            pic s9(24)v9(4).
   77 u-z                   pic s9(6)v9(6).
   77 u-p                   pic 9v9(6).
   *> normal-tail work: the upper-tail area beyond nz-value, by the
   *> abramowitz and stegun polynomial (26.2.17), good to 7.5e-8.
   77 nz-value              pic s9(6)v9(8).
   77 nz-abs                pic s9(6)v9(8).
   77 nz-t                  pic s9(2)v9(12).
   77 nz-exp                pic s9(6)v9(12).
   77 nz-density            pic s9(2)v9(14).
   77 nz-poly               pic s9(2)v9(14).
   77 nz-tail               pic 9v9(12).
   *> the p value being banded and judged by set-test-verdict.
   77 test-p                pic 9v9(6).
   77 test-band             pic x(9).
   77 test-verdict          pic x(15).
   77 test-flag             pic x(1).
   77 run-log-status        pic xx.
   77 current-date-time     pic x(21).
   77 ctl-status            pic xx.
   77 ctl-eof               pic 9 value 0.
   77 job-rc                pic 9(2) value 0.
   77 highest-rc            pic 9(2) value 0.
   *> one scheduler control card = one comparison: the two clean
   *> files, the report file, the category code selected (blank takes
   *> every record), and the confidence level in percent (90, 95 or
   *> 99; blank for 95).
   01 control-card-record.
      02 ctl-first-file-name   pic x(40).
      02 ctl-second-file-name  pic x(40).
      02 ctl-report-file-name  pic x(40).
      02 ctl-category          pic x(2).
      02 ctl-confidence        pic x(2).
      02 filler                pic x(36).
   *> the clean-file record, carved up exactly as statmeasure's
   *> input-value-record is.
   01 input-value-record.
      02 in-x                pic s9(6)v9(2).
         88 batch-break-marker value 999999.99.
      *> an optional frequency weight packed right after the data value;
      *> a blank or zero weight means the record is unweighted (=1).
      02 in-weight           pic s9(4)v9(2).
      *> an optional cost-center category code right after the weight.
      02 in-category         pic x(2).
      02 filler              pic x(64).
   *> control records from the upstream departments ride in the same
   *> file, flagged by a letter in column 1: an "H" header carrying
   *> the file date and source code, and a "T" trailer carrying the
   *> record count and in-x hash total the file left upstream with.
   01 input-header-view redefines input-value-record.
      02 record-type-byte    pic x(1).
         88 header-record    value "H".
         88 trailer-record   value "T".
      02 hdr-file-date       pic x(8).
      02 hdr-source-code     pic x(4).
      02 filler              pic x(67).
   01 input-trailer-view redefines input-value-record.
      02 filler              pic x(1).
      02 trl-expected-count  pic 9(7).
      02 trl-hash-total      pic 9(13)v9(2).
      02 filler              pic x(57).
   *> one row per sample (1 = the first file, 2 = the second): its
   *> control-total state and the figures the tests are built from.
   *> the n is the frequency-weighted count, as statmeasure's mean
   *> divides by the weight total, and the variance is the sample
   *> (n - 1) variance the significance tests call for.
   01 sample-summary-table.
      02 sample-summary occurs 2 times.
         03 ss-records          pic s9(6).
         03 ss-overflow         pic 9.
         03 ss-weight-sum       pic s9(10)v9(2).
         03 ss-weighted-sum     pic s9(16)v9(4).
         03 ss-mean             pic s9(8)v9(8).
         03 ss-sqr-sum          pic s9(18)v9(8).
         03 ss-variance         pic s9(14)v9(8).
         03 ss-std-dev          pic s9(8)v9(8).
         03 ss-header-seen      pic 9.
         03 ss-trailer-seen     pic 9.
         03 ss-header-date      pic x(8).
         03 ss-header-source    pic x(4).
         03 ss-expected-count   pic s9(8).
         03 ss-expected-hash    pic s9(13)v9(2).
         03 ss-chk-count        pic s9(8).
         03 ss-chk-hash         pic s9(13)v9(2).
         03 ss-chk-result       pic x(4).
   01 sample-value-area.
      02 sample-values occurs 2 times.
         03 sv-x             pic s9(6)v9(2) occurs 50000 times.
   01 sample-weight-area.
      02 sample-weights occurs 2 times.
         03 sv-wt            pic s9(4)v9(2) occurs 50000 times.
   *> both samples pooled into one table and sorted on value, so the
   *> mann-whitney pass can hand out ranks (ties sharing their mid
   *> rank) in one walk.
   01 rank-area.
      02 rank-entry occurs 100000 times.
         03 rk-x             pic s9(6)v9(2).
         03 rk-wt            pic s9(4)v9(2).
         03 rk-sample        pic 9.
   01 rank-hold-entry.
      02 rh-x                pic s9(6)v9(2).
      02 rh-wt               pic s9(4)v9(2).
      02 rh-sample           pic 9.
   01 output-title-line.
      02 filler              pic x(33) value "   STATISTICS TWO-SAMPLE COMPARE".
   01 output-underline.
      02 filler              pic x(80) value all "-".
   01 output-setting-line.
      02 filler              pic x(11) value "CONFIDENCE=".
      02 out-confidence      pic z9.
      02 filler              pic x(12) value "%  CATEGORY=".
      02 out-category        pic x(3).
   01 output-sample-heads.
      02 filler              pic x(80) value
         "SAMPLE FILE                              RECS            N       MEAN    STD DEV".
   01 output-sample-line.
      02 out-sample-tag      pic x(6).
      02 filler              pic x(1) value space.
      02 out-sample-file     pic x(30).
      02 filler              pic x(1) value space.
      02 out-sample-recs     pic -(6)9.
      02 filler              pic x(1) value space.
      02 out-sample-n        pic -(8)9.9(2).
      02 filler              pic x(1) value space.
      02 out-sample-mean     pic -(6)9.9(2).
      02 filler              pic x(1) value space.
      02 out-sample-std      pic -(6)9.9(2).
   01 output-chk-line.
      02 out-chk-tag         pic x(6).
      02 filler              pic x(7) value " CHECK=".
      02 out-chk-result      pic x(4).
      02 filler              pic x(11) value " FILE DATE=".
      02 out-chk-date        pic x(8).
      02 filler              pic x(8) value " SOURCE=".
      02 out-chk-source      pic x(4).
      02 filler              pic x(5) value " EXP=".
      02 out-chk-exp         pic -(7)9.
      02 filler              pic x(5) value " ACT=".
      02 out-chk-act         pic -(7)9.
   01 output-test-heads.
      02 filler              pic x(78) value
         "TEST               STATISTIC      DF / Z  P-VALUE  BAND       VERDICT".
   01 output-test-line.
      02 out-test-name       pic x(14).
      02 filler              pic x(1) value space.
      02 out-test-stat       pic -(7)9.9(4).
      02 filler              pic x(1) value space.
      02 out-test-df         pic -(5)9.9(2).
      02 filler              pic x(1) value space.
      02 out-test-p          pic 9.9(6).
      02 filler              pic x(2) value spaces.
      02 out-test-band       pic x(9).
      02 filler              pic x(2) value spaces.
      02 out-test-verdict    pic x(15).
   01 output-note-line.
      02 filler              pic x(78) value
         "P-VALUES BY NORMAL APPROXIMATION. F DF IS THE SMALLER-VARIANCE SAMPLE'S N-1".
   01 output-too-few-line.
      02 filler              pic x(56) value
         "A SAMPLE HAS FEWER THAN 2 RECORDS, NO TESTS ARE POSSIBLE".
   01 output-capacity-line.
      02 filler              pic x(55) value
         "SAMPLE LIMIT 50000 EXCEEDED, EXTRA RECORDS NOT COMPARED".
   *> the fixed-field comparison result record. every figure is a
   *> plain unedited numeric with a leading separate sign and an
   *> implied decimal point, as the summary export carries them; the
   *> run date, first file name, confidence level and first sample's
   *> record count sit in the same columns as the export's run date,
   *> file name, batch and n, so statxport selects on them unchanged.
   *> each verdict flag is S (significant) or N (not significant).
   01 comparison-result-record.
      02 cmp-run-date        pic x(8).
      02 filler              pic x(1) value space.
      02 cmp-first-file      pic x(30).
      02 filler              pic x(1) value space.
      02 cmp-confidence      pic 9(4).
      02 filler              pic x(1) value space.
      02 cmp-first-recs      pic 9(7).
      02 filler              pic x(1) value space.
      02 cmp-first-mean      pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(1) value space.
      02 cmp-first-std       pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(1) value space.
      02 cmp-second-file     pic x(30).
      02 filler              pic x(1) value space.
      02 cmp-second-recs     pic 9(7).
      02 filler              pic x(1) value space.
      02 cmp-second-mean     pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(1) value space.
      02 cmp-second-std      pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(1) value space.
      02 cmp-category        pic x(2).
      02 filler              pic x(1) value space.
      02 cmp-t-stat          pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(1) value space.
      02 cmp-t-df            pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(1) value space.
      02 cmp-t-p             pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(1) value space.
      02 cmp-t-flag          pic x(1).
      02 filler              pic x(1) value space.
      02 cmp-f-stat          pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(1) value space.
      02 cmp-f-p             pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(1) value space.
      02 cmp-f-flag          pic x(1).
      02 filler              pic x(1) value space.
      02 cmp-u-stat          pic s9(13)v9(2) sign leading separate.
      02 filler              pic x(1) value space.
      02 cmp-u-z             pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(1) value space.
      02 cmp-u-p             pic s9(7)v9(4) sign leading separate.
      02 filler              pic x(1) value space.
      02 cmp-u-flag          pic x(1).
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
      02 filler               pic x(1) value space.
      02 filler               pic x(4) value "CHK=".
      02 log-chk-result       pic x(4).

procedure division.
   *> a control card file present means the scheduler is driving this
   *> run: every card on it is one comparison and nothing is asked on
   *> the console. otherwise the operator is prompted for a single
   *> comparison as always.
   open input control-file.
   if ctl-status is equal to "00"
      perform control-card-job until ctl-eof is = 1
      close control-file
   else
      *> obtains the two clean files, the report file, and the options from the user.
      display space
      display "Enter the name of the first clean file: "
      accept first-file-name
      display space
      display "Enter the name of the second clean file: "
      accept second-file-name
      display space
      display "Enter the name of the comparison report file: "
      accept report-file-name
      display space
      display "Category code to compare (blank for all records): "
      accept category-answer
      display space
      display "Confidence level (90, 95, 99, blank for 95): "
      accept confidence-answer
      perform run-one-job
   end-if.

   *> hands the scheduler the worst return code any comparison
   *> produced, so a significant difference can hold (or page on) the
   *> downstream steps.
   move highest-rc to return-code.
   stop run.

*> reads the next control card and runs it as one unattended
*> comparison; blank cards are skipped so a trailing empty line
*> cannot start a phantom job against empty file names.
control-card-job.
   read control-file into control-card-record
      at end move 1 to ctl-eof
   end-read.
   if ctl-eof is not = 1 and control-card-record is not equal to spaces
      move ctl-first-file-name to first-file-name
      move ctl-second-file-name to second-file-name
      move ctl-report-file-name to report-file-name
      move ctl-category to category-answer
      move ctl-confidence to confidence-answer
      perform run-one-job
   end-if.

*> runs a single comparison front to back: resets the per-job state,
*> loads both samples, checks their control totals, runs the three
*> tests, and records the job's return code (0 = no test found a
*> significant difference, 4 = at least one did, 8 = a sample failed
*> its control totals or is too small to test, 12 = a file would not
*> open, 16 = a sample outgrew its table) without stopping the run, so
*> the jobs behind it on the control file still get their turn.
run-one-job.
   perform initialize-job.
   perform set-category.
   perform set-confidence.
   open input first-file.
   open input second-file.
   open output report-file.

   *> displays an error if any file cannot be opened for any reason.
   *> the eof toggles are set so end-of-job does not try to close a
   *> never-opened file — that close would overwrite the open failure
   *> status the run-log line is about to record.
   if first-status is not = "00"
      display space
      display "first-file error. status: " first-status
      display space
      move 12 to job-rc
      move 1 to first-eof
   end-if.
   if second-status is not = "00"
      display space
      display "second-file error. status: " second-status
      display space
      move 12 to job-rc
      move 1 to second-eof
   end-if.
   if job-rc is = 0 and report-status is not = "00"
      display space
      display "report-file error. status: " report-status
      display space
      move 12 to job-rc
   end-if.

   if job-rc is = 0
      move 1 to s-i
      perform load-first-record until first-eof is = 1
      move 2 to s-i
      perform load-second-record until second-eof is = 1
      perform verify-sample-totals
         varying s-i from 1 by 1 until s-i is > 2
      perform write-report-headings
      perform write-sample-section
      if ss-weight-sum(1) is not > 1 or ss-weight-sum(2) is not > 1
         display space
         display output-too-few-line
         write report-line from output-too-few-line
            after advancing 2 lines
         if job-rc is < 8
            move 8 to job-rc
         end-if
      else
         perform test-welch-t
         perform test-f-variance
         perform test-mann-whitney
         perform write-test-section
         if significant-count is > 0 and job-rc is < 4
            move 4 to job-rc
         end-if
         *> a comparison drawn from files that failed their control
         *> totals, or from a sample cut short by the table limit, is
         *> printed for the record but kept out of the result feed,
         *> where nothing would mark it as suspect.
         if chk-result is not equal to "FAIL"
            and ss-overflow(1) is = 0 and ss-overflow(2) is = 0
            perform write-result-record
         end-if
      end-if
      if ss-overflow(1) is = 1 or ss-overflow(2) is = 1
         display space
         display output-capacity-line
         write report-line from output-capacity-line
            after advancing 2 lines
         move 16 to job-rc
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
   move 0 to first-eof, second-eof, job-rc.
   move 0 to significant-count, rank-count.
   move "NONE" to chk-result.
   perform reset-one-sample
      varying s-i from 1 by 1 until s-i is > 2.

*> clears sample s-i's row of the summary table.
reset-one-sample.
   move 0 to ss-records(s-i), ss-overflow(s-i).
   move 0 to ss-weight-sum(s-i), ss-weighted-sum(s-i).
   move 0 to ss-mean(s-i), ss-sqr-sum(s-i).
   move 0 to ss-variance(s-i), ss-std-dev(s-i).
   move 0 to ss-header-seen(s-i), ss-trailer-seen(s-i).
   move spaces to ss-header-date(s-i), ss-header-source(s-i).
   move 0 to ss-expected-count(s-i), ss-expected-hash(s-i).
   move 0 to ss-chk-count(s-i), ss-chk-hash(s-i).
   move "NONE" to ss-chk-result(s-i).

*> validates the operator's (or the control card's) category answer:
*> a code selects just that category's records, blank takes them all.
set-category.
   move category-answer to category-select.
   if category-select is equal to spaces
      move 0 to category-active
   else
      move 1 to category-active
   end-if.

*> validates the confidence level: 90, 95 or 99 percent are taken as
*> keyed, anything else (including blank) falls back to 95.
set-confidence.
   if confidence-answer is equal to "90"
      or confidence-answer is equal to "95"
      or confidence-answer is equal to "99"
      move confidence-answer to confidence-level
   else
      move 95 to confidence-level
   end-if.
   compute alpha-percent = 100 - confidence-level.
   compute alpha-level = alpha-percent / 100.

*> reads one first-file record and routes it into sample 1.
load-first-record.
   read first-file into input-value-record
      at end perform end-of-first-file
   end-read.
   if first-eof is not = 1
      perform classify-sample-record
   end-if.

*> reads one second-file record and routes it into sample 2.
load-second-record.
   read second-file into input-value-record
      at end perform end-of-second-file
   end-read.
   if second-eof is not = 1
      perform classify-sample-record
   end-if.

*> peels the upstream control records off sample s-i's file (the
*> header's date and source for the report, the trailer's totals for
*> the check) and counts and hashes every data record that is not a
*> batch-break marker, whatever its category — the trailer covers the
*> whole file. the data records of the selected category (or all of
*> them) are then tabled as the sample.
classify-sample-record.
   if header-record
      move hdr-file-date to ss-header-date(s-i)
      move hdr-source-code to ss-header-source(s-i)
      move 1 to ss-header-seen(s-i)
   else
      if trailer-record
         move trl-expected-count to ss-expected-count(s-i)
         move trl-hash-total to ss-expected-hash(s-i)
         move 1 to ss-trailer-seen(s-i)
      else
         if not batch-break-marker
            add 1 to ss-chk-count(s-i)
            add in-x to ss-chk-hash(s-i)
            if category-active is = 0
               or in-category is equal to category-select
               perform table-sample-record
            end-if
         end-if
      end-if
   end-if.

*> tables one data record into sample s-i with its frequency weight
*> (a blank or zero weight counts once, as in statmeasure) and rolls
*> it into the sample's weighted sums. a sample past the table's
*> 50000 records is flagged rather than silently sliced.
table-sample-record.
   if ss-records(s-i) is < 50000
      add 1 to ss-records(s-i)
      move ss-records(s-i) to r-i
      move in-x to sv-x(s-i, r-i)
      if in-weight is numeric and in-weight is > 0
         move in-weight to sv-wt(s-i, r-i)
      else
         move 1 to sv-wt(s-i, r-i)
      end-if
      add sv-wt(s-i, r-i) to ss-weight-sum(s-i)
      compute product-work = sv-x(s-i, r-i) * sv-wt(s-i, r-i)
      add product-work to ss-weighted-sum(s-i)
   else
      move 1 to ss-overflow(s-i)
   end-if.

*> checks sample s-i's trailer totals against what the read loop saw,
*> the way statmeasure's verify-control-totals does: a header without
*> a trailer fails, a file with neither is a legacy file left
*> unchecked. the job's verdict is FAIL if either sample failed.
verify-sample-totals.
   if ss-header-seen(s-i) is = 1 or ss-trailer-seen(s-i) is = 1
      if ss-trailer-seen(s-i) is = 1
         and ss-expected-count(s-i) is = ss-chk-count(s-i)
         and ss-expected-hash(s-i) is = ss-chk-hash(s-i)
         move "PASS" to ss-chk-result(s-i)
         if chk-result is equal to "NONE"
            move "PASS" to chk-result
         end-if
      else
         move "FAIL" to ss-chk-result(s-i)
         move "FAIL" to chk-result
         if job-rc is < 8
            move 8 to job-rc
         end-if
      end-if
   end-if.
   perform compute-sample-figures.

*> works out sample s-i's weighted mean and sample standard deviation.
compute-sample-figures.
   if ss-weight-sum(s-i) is > 0
      compute ss-mean(s-i) rounded =
         ss-weighted-sum(s-i) / ss-weight-sum(s-i)
   end-if.
   move 0 to ss-sqr-sum(s-i).
   perform add-squared-deviation
      varying r-i from 1 by 1 until r-i is > ss-records(s-i).
   if ss-weight-sum(s-i) is > 1
      compute weight-less-one = ss-weight-sum(s-i) - 1
      compute ss-variance(s-i) rounded =
         ss-sqr-sum(s-i) / weight-less-one
      compute ss-std-dev(s-i) rounded = ss-variance(s-i) ** 0.5
   end-if.

*> adds record r-i's weighted squared deviation to sample s-i's sum.
add-squared-deviation.
   compute dev-work = sv-x(s-i, r-i) - ss-mean(s-i).
   compute dev-sqr-work = dev-work * dev-work.
   compute dev-sqr-work = sv-wt(s-i, r-i) * dev-sqr-work.
   add dev-sqr-work to ss-sqr-sum(s-i).

*> welch's t-test on the two means, which does not assume the two
*> files share a variance: t is the mean gap over its standard error,
*> and the welch-satterthwaite degrees of freedom turn it into a p
*> value through the normal approximation to student's t.
*> identical spreads of zero leave no standard error at all: equal
*> means are then no difference, unequal ones as sure as it gets.
test-welch-t.
   compute se-first rounded = ss-variance(1) / ss-weight-sum(1).
   compute se-second rounded = ss-variance(2) / ss-weight-sum(2).
   compute se-sqr = se-first + se-second.
   compute mean-gap = ss-mean(1) - ss-mean(2).
   if se-sqr is > 0
      compute calc-work-1 rounded = se-sqr ** 0.5
      compute t-stat rounded = mean-gap / calc-work-1
      compute calc-work-1 = se-first * se-first
      compute weight-less-one = ss-weight-sum(1) - 1
      compute df-denominator rounded = calc-work-1 / weight-less-one
      compute calc-work-1 = se-second * se-second
      compute weight-less-one = ss-weight-sum(2) - 1
      compute calc-work-1 rounded = calc-work-1 / weight-less-one
      add calc-work-1 to df-denominator
      if df-denominator is > 0
         compute calc-work-1 = se-sqr * se-sqr
         compute t-df rounded = calc-work-1 / df-denominator
      else
         compute t-df = ss-weight-sum(1) + ss-weight-sum(2)
         subtract 2 from t-df
      end-if
      move t-stat to t-abs
      if t-abs is < 0
         compute t-abs = t-abs * -1
      end-if
      *> student's t to a normal score: z = t(1 - 1/4df) divided by
      *> the square root of (1 + t squared / 2df).
      compute calc-work-1 = 4 * t-df
      compute calc-work-1 rounded = 1 / calc-work-1
      compute calc-work-1 = 1 - calc-work-1
      compute calc-work-1 = t-abs * calc-work-1
      compute calc-work-2 = 2 * t-df
      compute product-work = t-abs * t-abs
      compute calc-work-2 rounded = product-work / calc-work-2
      add 1 to calc-work-2
      compute calc-work-2 rounded = calc-work-2 ** 0.5
      compute nz-value rounded = calc-work-1 / calc-work-2
      perform normal-upper-tail
      compute t-p rounded = 2 * nz-tail
   else
      compute t-df = ss-weight-sum(1) + ss-weight-sum(2)
      subtract 2 from t-df
      if mean-gap is = 0
         move 0 to t-stat
         move 1 to t-p
      else
         if mean-gap is > 0
            move 9999999.9999 to t-stat
         else
            move -9999999.9999 to t-stat
         end-if
         move 0 to t-p
      end-if
   end-if.

*> the f-test on the two variances, larger over smaller, with the p
*> value from paulson's normal approximation to the f distribution
*> and doubled for the two-sided question "do the spreads differ".
test-f-variance.
   if ss-variance(1) is not < ss-variance(2)
      move ss-variance(1) to f-numerator
      move ss-variance(2) to f-denominator
      compute f-df-1 = ss-weight-sum(1) - 1
      compute f-df-2 = ss-weight-sum(2) - 1
   else
      move ss-variance(2) to f-numerator
      move ss-variance(1) to f-denominator
      compute f-df-1 = ss-weight-sum(2) - 1
      compute f-df-2 = ss-weight-sum(1) - 1
   end-if.
   if f-denominator is > 0
      compute f-stat rounded = f-numerator / f-denominator
      compute calc-work-1 = 9 * f-df-1
      compute paulson-a rounded = 2 / calc-work-1
      compute calc-work-1 = 9 * f-df-2
      compute paulson-b rounded = 2 / calc-work-1
      compute f-cube rounded = f-stat ** 0.333333333333
      *> paulson: z = ((1 - b) f^1/3 - (1 - a)) over the square root
      *> of (b f^2/3 + a), with a = 2/9df1 and b = 2/9df2.
      compute calc-work-1 = 1 - paulson-b
      compute paulson-top rounded = calc-work-1 * f-cube
      compute calc-work-1 = 1 - paulson-a
      subtract calc-work-1 from paulson-top
      compute calc-work-2 rounded = f-cube * f-cube
      compute calc-work-2 rounded = paulson-b * calc-work-2
      add paulson-a to calc-work-2
      compute paulson-bottom rounded = calc-work-2 ** 0.5
      compute nz-value rounded = paulson-top / paulson-bottom
      perform normal-upper-tail
      compute f-p rounded = 2 * nz-tail
      if f-p is > 1
         move 1 to f-p
      end-if
   else
      if f-numerator is = 0
         move 1 to f-stat
         move 1 to f-p
      else
         move 9999999.9999 to f-stat
         move 0 to f-p
      end-if
   end-if.

*> the mann-whitney rank test: both samples are pooled and sorted,
*> every tie group shares its mid rank, and the first sample's rank
*> sum gives u. the p value comes from the normal approximation with
*> the tie correction, which is sound at the sizes a day's file runs
*> to.
test-mann-whitney.
   perform pool-sample-ranks
      varying s-i from 1 by 1 until s-i is > 2.
   perform sort-rank-table.
   move 0 to rank-offset, rank-sum-first, tie-sum.
   move 1 to k-i.
   perform rank-one-tie-group until k-i is > rank-count.
   compute total-weight = ss-weight-sum(1) + ss-weight-sum(2).
   *> u = r1 - n1(n1 + 1)/2, with mean n1 n2 / 2 and variance
   *> n1 n2 / 12 times ((n + 1) - tie sum / n(n - 1)).
   compute weight-less-one = ss-weight-sum(1) + 1.
   compute u-mean = ss-weight-sum(1) * weight-less-one.
   compute u-mean = u-mean / 2.
   compute u-stat = rank-sum-first - u-mean.
   compute u-mean = ss-weight-sum(1) * ss-weight-sum(2).
   compute u-variance rounded = u-mean / 12.
   compute u-mean = u-mean / 2.
   compute weight-less-one = total-weight - 1.
   compute tie-work = total-weight * weight-less-one.
   if tie-work is > 0
      compute tie-work rounded = tie-sum / tie-work
   end-if.
   compute calc-work-1 = total-weight + 1.
   compute calc-work-1 = calc-work-1 - tie-work.
   compute u-variance rounded = u-variance * calc-work-1.
   if u-variance is > 0
      compute calc-work-1 = u-stat - u-mean
      compute calc-work-2 rounded = u-variance ** 0.5
      compute u-z rounded = calc-work-1 / calc-work-2
      move u-z to nz-value
      if nz-value is < 0
         compute nz-value = nz-value * -1
      end-if
      perform normal-upper-tail
      compute u-p rounded = 2 * nz-tail
      if u-p is > 1
         move 1 to u-p
      end-if
   else
      move 0 to u-z
      move 1 to u-p
   end-if.

*> copies sample s-i's records into the pooled rank table.
pool-sample-ranks.
   perform pool-one-record
      varying r-i from 1 by 1 until r-i is > ss-records(s-i).

*> copies record r-i of sample s-i into the pooled rank table.
pool-one-record.
   add 1 to rank-count.
   move sv-x(s-i, r-i) to rk-x(rank-count).
   move sv-wt(s-i, r-i) to rk-wt(rank-count).
   move s-i to rk-sample(rank-count).

*> sorts the pooled rank table on value: a shell sort with halving
*> gaps, shifting whole entries through the hold area.
sort-rank-table.
   compute sort-gap = rank-count / 2.
   perform sort-one-gap until sort-gap is < 1.

*> gap-insertion-sorts the interleaved chains for the current gap.
sort-one-gap.
   compute sort-start = sort-gap + 1.
   perform sort-one-entry
      varying sort-i from sort-start by 1 until sort-i is > rank-count.
   compute sort-gap = sort-gap / 2.

*> shifts entry sort-i down its chain to its place.
sort-one-entry.
   move rank-entry(sort-i) to rank-hold-entry.
   move sort-i to sort-j.
   move 0 to sort-done.
   perform shift-one-entry until sort-done is = 1.
   move rank-hold-entry to rank-entry(sort-j).

*> moves the chain entry one gap above sort-j up when it sorts after
*> the held entry, and stops at the chain's head or the right place.
shift-one-entry.
   if sort-j is > sort-gap
      compute sort-k = sort-j - sort-gap
      if rk-x(sort-k) is > rh-x
         move rank-entry(sort-k) to rank-entry(sort-j)
         move sort-k to sort-j
      else
         move 1 to sort-done
      end-if
   else
      move 1 to sort-done
   end-if.

*> ranks the tie group starting at entry k-i: the group's combined
*> weight takes the ranks after the running offset, every member gets
*> the group's mid rank, and the first sample's share of the group
*> adds its weighted mid rank to the rank sum. the group's weight
*> feeds the tie correction.
rank-one-tie-group.
   move 0 to group-weight, group-first-weight.
   move k-i to k-j.
   perform add-tie-member
      until k-j is > rank-count or rk-x(k-j) is not = rk-x(k-i).
   compute mid-rank = group-weight + 1.
   compute mid-rank = mid-rank / 2.
   add rank-offset to mid-rank.
   compute tie-work = group-first-weight * mid-rank.
   add tie-work to rank-sum-first.
   compute tie-work = group-weight * group-weight.
   compute tie-work = tie-work * group-weight.
   subtract group-weight from tie-work.
   add tie-work to tie-sum.
   add group-weight to rank-offset.
   move k-j to k-i.

*> adds entry k-j to the tie group being ranked.
add-tie-member.
   add rk-wt(k-j) to group-weight.
   if rk-sample(k-j) is = 1
      add rk-wt(k-j) to group-first-weight
   end-if.
   add 1 to k-j.

*> the upper-tail area of the standard normal curve beyond nz-value,
*> left in nz-tail. a negative value is reflected, so the tail beyond
*> it is one minus the tail beyond its mirror image; past 5 standard
*> deviations the tail (under 3e-7) is taken as zero, which keeps the
*> exponential in the density inside nz-exp and changes no band or
*> verdict the report carries.
normal-upper-tail.
   move nz-value to nz-abs.
   if nz-abs is < 0
      compute nz-abs = nz-abs * -1
   end-if.
   if nz-abs is > 5
      move 0 to nz-tail
   else
      compute calc-work-1 = 0.2316419 * nz-abs
      add 1 to calc-work-1
      compute nz-t rounded = 1 / calc-work-1
      compute calc-work-1 = nz-abs * nz-abs
      compute calc-work-1 = calc-work-1 / 2
      compute nz-exp rounded = 2.718281828459 ** calc-work-1
      compute nz-density rounded = 0.398942280401 / nz-exp
      compute nz-poly rounded = 1.330274429 * nz-t
      subtract 1.821255978 from nz-poly
      compute nz-poly rounded = nz-poly * nz-t
      add 1.781477937 to nz-poly
      compute nz-poly rounded = nz-poly * nz-t
      subtract 0.356563782 from nz-poly
      compute nz-poly rounded = nz-poly * nz-t
      add 0.319381530 to nz-poly
      compute nz-poly rounded = nz-poly * nz-t
      compute nz-tail rounded = nz-density * nz-poly
   end-if.
   if nz-value is < 0
      compute nz-tail = 1 - nz-tail
   end-if.

*> bands test-p for the report and judges it against the confidence
*> level: below the alpha the run asked for is SIGNIFICANT.
set-test-verdict.
   if test-p is < 0.001
      move "P < 0.001" to test-band
   else
      if test-p is < 0.01
         move "P < 0.01" to test-band
      else
         if test-p is < 0.05
            move "P < 0.05" to test-band
         else
            if test-p is < 0.10
               move "P < 0.10" to test-band
            else
               move "P >= 0.10" to test-band
            end-if
         end-if
      end-if
   end-if.
   if test-p is < alpha-level
      move "SIGNIFICANT" to test-verdict
      move "S" to test-flag
      add 1 to significant-count
   else
      move "NOT SIGNIFICANT" to test-verdict
      move "N" to test-flag
   end-if.

*> writes the report's title block and the run's settings.
write-report-headings.
   display space.
   display output-title-line.
   write report-line from output-title-line
      after advancing 1 line.
   write report-line from output-underline
      after advancing 1 line.
   move confidence-level to out-confidence.
   if category-active is = 1
      move category-select to out-category
   else
      move "ALL" to out-category
   end-if.
   display output-setting-line.
   write report-line from output-setting-line
      after advancing 1 line.

*> writes both samples' figures and control-total verdicts.
write-sample-section.
   write report-line from output-sample-heads
      after advancing 2 lines.
   write report-line from output-underline
      after advancing 1 line.
   move "FIRST" to out-sample-tag.
   move first-file-name to out-sample-file.
   move 1 to s-i.
   perform write-sample-line.
   move "SECOND" to out-sample-tag.
   move second-file-name to out-sample-file.
   move 2 to s-i.
   perform write-sample-line.
   move "FIRST" to out-chk-tag.
   move 1 to s-i.
   perform write-chk-line.
   move "SECOND" to out-chk-tag.
   move 2 to s-i.
   perform write-chk-line.

*> writes sample s-i's figures line.
write-sample-line.
   move ss-records(s-i) to out-sample-recs.
   move ss-weight-sum(s-i) to out-sample-n.
   move ss-mean(s-i) to out-sample-mean.
   move ss-std-dev(s-i) to out-sample-std.
   display output-sample-line.
   write report-line from output-sample-line
      after advancing 1 line.

*> writes sample s-i's control-total verdict line.
write-chk-line.
   move ss-chk-result(s-i) to out-chk-result.
   move ss-header-date(s-i) to out-chk-date.
   move ss-header-source(s-i) to out-chk-source.
   move ss-expected-count(s-i) to out-chk-exp.
   move ss-chk-count(s-i) to out-chk-act.
   write report-line from output-chk-line
      after advancing 1 line.

*> writes the three tests' lines: statistic, degrees of freedom (the
*> z score for the rank test), p value, band and verdict.
write-test-section.
   write report-line from output-test-heads
      after advancing 2 lines.
   write report-line from output-underline
      after advancing 1 line.
   move "WELCH T" to out-test-name.
   move t-stat to out-test-stat.
   move t-df to out-test-df.
   move t-p to test-p, out-test-p.
   perform set-test-verdict.
   move test-flag to cmp-t-flag.
   perform write-test-line.
   move "F VARIANCE" to out-test-name.
   move f-stat to out-test-stat.
   move f-df-2 to out-test-df.
   move f-p to test-p, out-test-p.
   perform set-test-verdict.
   move test-flag to cmp-f-flag.
   perform write-test-line.
   move "MANN-WHITNEY U" to out-test-name.
   move u-stat to out-test-stat.
   move u-z to out-test-df.
   move u-p to test-p, out-test-p.
   perform set-test-verdict.
   move test-flag to cmp-u-flag.
   perform write-test-line.
   write report-line from output-underline
      after advancing 1 line.
   write report-line from output-note-line
      after advancing 1 line.

*> writes one test's line, echoing it on the console.
write-test-line.
   move test-band to out-test-band.
   move test-verdict to out-test-verdict.
   display output-test-line.
   write report-line from output-test-line
      after advancing 1 line.

*> appends this comparison's fixed-field result record to the feed.
write-result-record.
   open extend result-file.
   if result-status is not = "00"
      open output result-file
   end-if.
   move function current-date to current-date-time.
   move current-date-time (1:8) to cmp-run-date.
   move first-file-name to cmp-first-file.
   move confidence-level to cmp-confidence.
   move ss-records(1) to cmp-first-recs.
   move ss-mean(1) to cmp-first-mean.
   move ss-std-dev(1) to cmp-first-std.
   move second-file-name to cmp-second-file.
   move ss-records(2) to cmp-second-recs.
   move ss-mean(2) to cmp-second-mean.
   move ss-std-dev(2) to cmp-second-std.
   move category-select to cmp-category.
   move t-stat to cmp-t-stat.
   move t-df to cmp-t-df.
   move t-p to cmp-t-p.
   move f-stat to cmp-f-stat.
   move f-p to cmp-f-p.
   move u-stat to cmp-u-stat.
   move u-z to cmp-u-z.
   move u-p to cmp-u-p.
   write result-line from comparison-result-record.
   close result-file.

*> closes whichever clean files are still open. the closes live in
*> the toggle-guarded paragraphs so a failed open is not closed a
*> second time.
end-of-job.
   perform end-of-first-file.
   perform end-of-second-file.

*> closes the first clean file. guarded by first-eof so the
*> mainline's own end-of-job call does not close it twice.
end-of-first-file.
   if first-eof is not = 1
      move 1 to first-eof
      close first-file
   end-if.

*> closes the second clean file. guarded by second-eof the same way.
end-of-second-file.
   if second-eof is not = 1
      move 1 to second-eof
      close second-file
   end-if.

*> appends one line to the shared run log recording this job's first
*> file name, the records compared, the file status codes, and the
*> control-total verdict for reconciliation.
write-run-log.
   move function current-date to current-date-time.
   open extend run-log-file.
   if run-log-status is not = "00"
      open output run-log-file
   end-if.
   move current-date-time (1:14) to log-timestamp.
   move "STATCOMP" to log-program.
   move first-file-name to log-file-name.
   compute log-n = ss-records(1) + ss-records(2).
   move first-status to log-input-status.
   move report-status to log-output-status.
   move chk-result to log-chk-result.
   write run-log-line from run-log-record
      after advancing 1 line.
   close run-log-file.
