   *> to the program; when it is present the run is fully unattended —
   *> every card is one job (file names, resume answer, options) and no
   *> console prompting happens at all.
   *> a reproduce-a-past-run (started with a RERUN parm) reads the
   *> one-card deck statarch cut for it instead.
   select control-file assign to dynamic control-file-name
      organization is line sequential
      file status is ctl-status.
   *> the reproduce-a-past-run export: in a rerun the batch summary
   *> records land here, and only here, so statarch can hold them up
   *> against the history master without the live export, the history
   *> master or the exception report ever seeing a second copy.
   select rerun-export-file assign to "STATMEASURE_RERUN.TXT"
      organization is line sequential
      file status is rerun-export-status.
   *> the per-file processing-rules master the suite shares, keyed by
   *> input file name with a *DEFAULT* entry: this program takes its
   *> outlier sigma, histogram bin count, and expected value range
   fd control-file.
   01 control-line.
      02 filler              pic x(100).
   fd rerun-export-file.
   01 rerun-export-line.
      02 filler              pic x(250).
   fd rules-file.
   01 rules-line.
      02 filler              pic x(100).
   77 chk-result                pic x(4).
   77 ctl-status                pic xx.
   77 ctl-eof                   pic 9 value 0.
   77 control-file-name         pic x(40) value "STATMEASURE.CTL".
   *> rerun state: set from the RERUN parm the program is started with.
   *> a rerun touches no live file — no export, history, exception
   *> report or checkpoint — and logs itself as STATRERUN so the
   *> operations check never mistakes it for the night's own job.
   77 parm-text                 pic x(20).
   77 rerun-mode                pic 9 value 0.
   77 rerun-export-status       pic xx.
   77 job-rc                    pic 9(2) value 0.
   77 highest-rc                pic 9(2) value 0.
   *> processing-rules state: the rules master is tabled once at
      *> processed Tuesday after a failure still lands under Monday.
      02 filler              pic x(1) value space.
      02 exp-business-date   pic x(8).
      *> the source department code the "H" header carried (blank for
      *> a legacy file), so the enterprise roll-up can group on it.
      02 filler              pic x(1) value space.
      02 exp-source-code     pic x(4).
   *> one history master record per batch: the headline figures the
   *> stattrend drift report tracks day over day. same fixed-column,
   *> leading-separate-sign convention as the summary export.
   *> job looks its own file's entry up at start.
   perform load-rules-table.

   *> a RERUN parm makes this a reproduce-a-past-run, driven by the
   *> deck statarch cut next to the file it restored from the archive.
   accept parm-text from command-line.
   if parm-text is equal to "RERUN" or parm-text is equal to "rerun"
      move 1 to rerun-mode
      move "STATARCH_RERUN.CTL" to control-file-name
   end-if.

   *> a control card file present means the scheduler is driving this
   *> run: every card on it is one job and nothing is asked on the
   *> console. otherwise the operator is prompted for a single job as
   end-if.

   if job-rc is = 0
      if rerun-mode is = 1
         perform open-rerun-export-file
         move "N" to resume-answer
      else
         perform open-exception-file
         perform open-summary-export-file
         perform open-history-file
      end-if

      if resume-answer is equal to "Y" or resume-answer is equal to "y"
         perform resume-from-checkpoint
   display space.
   perform end-of-job.
   perform write-run-log.
   if rerun-mode is = 1
      close rerun-export-file
   else
      if job-rc is < 12
         perform clear-checkpoint
      end-if
      close exception-file
      close summary-export-file
      close history-file
   end-if.
   close output-file.
   if job-rc is > highest-rc
      move job-rc to highest-rc
   end-if.
         *> periodically saves progress so a mid-run abend does not
         *> force a full re-key and re-sum of this batch.
         if function mod(n, checkpoint-interval) is = 0
            and rerun-mode is = 0
            perform write-checkpoint
         end-if

         move batch-number to excp-batch
         move i to excp-rec
         move x(i) to excp-value
         if rerun-mode is = 0
            write exception-line from exception-detail-line
               after advancing 1 line
         end-if
      else
         compute trimmed-sum = trimmed-sum + (x(i) * wt(i))
         add wt(i) to trimmed-weights
            move batch-number to excp-rng-batch
            move i to excp-rng-rec
            move x(i) to excp-rng-value
            if rerun-mode is = 0
               write exception-line from exception-range-line
                  after advancing 1 line
            end-if
         end-if
      end-perform
      move range-violation-count to out-range-count
   move skewness-value to exp-skewness.
   move kurtosis-value to exp-kurtosis.
   perform set-business-date.
   if rerun-mode is = 1
      write rerun-export-line from summary-export-record
   else
      write summary-export-line from summary-export-record
      perform write-history-record
   end-if.

*> opens the rerun export in append: statarch empties it when it cuts
*> the rerun deck, so it holds just this reproduction's batches.
open-rerun-export-file.
   open extend rerun-export-file.
   if rerun-export-status is not = "00"
      open output rerun-export-file
   end-if.

*> stamps the batch's business date: the file date the "H" header
*> carried when there was one (and it was keyed as a date), the run
*> date again for a legacy file without a header. the header's source
*> code rides along, blank when there was no header.
set-business-date.
   if header-seen is = 1 and file-header-date is numeric
      move file-header-date to exp-business-date
   else
      move current-date-time (1:8) to exp-business-date
   end-if.
   if header-seen is = 1
      move file-header-source to exp-source-code
   else
      move spaces to exp-source-code
   end-if.

*> opens the permanent statistics history master in append; it is
*> never truncated — the whole point is that the numbers survive.
      open output run-log-file
   end-if.
   move current-date-time (1:14) to log-timestamp.
   if rerun-mode is = 1
      move "STATRERUN" to log-program
   else
      move "STATMEASURE" to log-program
   end-if.
   move file-name to log-file-name.
   move grand-n to log-n.
   move input-status to log-input-status.
