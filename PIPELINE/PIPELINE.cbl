      * cannot interleave with a live one; a lock left active by an
      * abend is released only by the deliberate one-shot operator
      * override in run-lock-override.dat, never on age alone.
      *
      * Periodic jobs -- the month-end and housekeeping programs that
      * used to depend on someone remembering them -- are listed on
      * job-schedule.dat with a frequency: D daily, W a given weekday
      * (MON..SUN), F the first or L the last business day of the
      * month, or S a specific date (yyyymmdd).  After the nightly
      * chain completes, every job scheduled on any date since it
      * last completed, up to and including the processing date, runs
      * in file order.  Each completion is kept on pipeline-state.dat
      * as a "J" row carrying the date it last ran; those rows survive
      * the end-of-run state clear, so a job that fails, or is never
      * reached because the chain halted, is still due the next night
      * and runs then.  A failed job halts the run like any stage and
      * a restart picks up at it.  Supplemental runs do not run
      * periodic jobs.
      *
      * The dry-run flag in pipeline-control.dat (the second byte,
      * one-shot like the others) runs the whole chain against
      * working copies instead of the live files.  It is refused
      * while a live run holds the lock.  DRYSETUP copies every file
      * listed on dry-run-files.dat into the ../DRYRUN tree, trial
      * files standing in where a row names one; the chain is then
      * run from the PIPELINE directory inside that tree, so every
      * stage reads and rewrites only the copies -- the run control,
      * close-status.dat, the bank and GL feeds and the store
      * bundles are all written there and nothing live is sent.
      * Periodic jobs are not run.  Back in the live directory,
      * DRYCOMP marks the dry reports DRY RUN and writes
      * dry-run-compare.out, each master and control total live
      * against dry.  The stage programs are loaded through the
      * library path, which must therefore name them absolutely.
      **************************************************************************
       environment division.
       input-output section.
               organization is line sequential
               file status is ws-lko-status.

           select job-schedule-file
               assign to "../job-schedule.dat"
               organization is line sequential
               file status is ws-js-status.

       data division.
       file section.


       fd pipeline-state-file
           data record is ps-record
           record contains 23 characters.

      * ps-row-type is blank for a nightly stage completed on
      * ps-run-date and "J" for the date a periodic job last completed
       01 ps-record.
         05 ps-run-date                pic 9(8).
         05 ps-stage-name              pic x(14).
         05 ps-row-type                pic x.

       fd pipeline-control-file
           data record is plc-record
           record contains 2 characters.

       01 plc-record.
         05 plc-force-full             pic x.
         05 plc-dry-run                pic x.

       fd supplemental-request-file
           data record is sup-record
       01 lko-record.
         05 lko-override               pic x.

       fd job-schedule-file
           data record is js-record
           record contains 53 characters.

       01 js-record.
         05 js-job-name                pic x(14).
         05 js-program                 pic x(30).
         05 js-frequency               pic x.
         05 js-parm                    pic x(8).

       working-storage section.

       01 ws-invalid-threshold         pic 9(3) value 0.

       01 ws-force-full                pic x value "N".
       01 ws-resume-mode               pic x value "N".
       01 ws-num-stages                pic 99 value 39.
       01 ws-stage-sub                 pic 99 value 0.
       01 ws-stage-table.
         05 ws-stage-entry             occurs 39 times.
           10 ws-stg-name              pic x(14).
           10 ws-stg-program           pic x(30).
           10 ws-stg-done              pic x.

      * periodic jobs from job-schedule.dat
       01 ws-js-status                 pic xx value spaces.
       01 ws-js-eof                    pic x value "N".
       01 ws-num-jobs                  pic 99 value 0.
       01 ws-job-sub                   pic 99 value 0.
       01 ws-job-table.
         05 ws-job-entry               occurs 20 times.
           10 ws-job-name              pic x(14).
           10 ws-job-program           pic x(30).
           10 ws-job-freq              pic x.
           10 ws-job-parm              pic x(8).
           10 ws-job-last-done         pic 9(8).
           10 ws-job-due-date          pic 9(8).
       01 ws-job-weekday               pic 9 value 0.
       01 ws-job-scheduled             pic x value "N".
       01 ws-today-int                 pic 9(7) value 0.
       01 ws-window-int                pic 9(7) value 0.
       01 ws-scan-int                  pic 9(7) value 0.
       01 ws-walk-int                  pic 9(7) value 0.
       01 ws-scan-date                 pic 9(8) value 0.
       01 ws-scan-date-x redefines ws-scan-date.
         05 filler                     pic 9(4).
         05 ws-scan-mm                 pic 99.
         05 filler                     pic 99.
       01 ws-check-date                pic 9(8) value 0.
       01 ws-check-date-x redefines ws-check-date.
         05 filler                     pic 9(4).
         05 ws-check-mm                pic 99.
         05 filler                     pic 99.
       01 ws-check-bd                  pic x value "Y".
       01 ws-check-dow                 pic 9 value 0.

      * dry run -- the chain runs inside the ../DRYRUN working tree
       01 ws-dry-run                   pic x value "N".
       01 ws-dry-dir                   pic x(40) value spaces.
       01 ws-dry-rc                    pic s9(4) value 0.

       procedure division.

       000-main.
           perform 090-check-dry-run-request.
           if ws-dry-run = "Y"
               perform 092-enter-dry-run
               if abort-pipeline
                   move 16 to return-code
                   goback
               end-if
           end-if.

           perform 100-load-control-params.
           perform 105-init-stage-table.
           perform 106-load-job-schedule.
           perform 108-check-supplemental-request.
           perform 110-check-business-day.

           if abort-pipeline
               move 16 to return-code
               if ws-dry-run = "Y"
                   perform 095-leave-dry-run
               end-if
               goback
           end-if.

           perform 115-load-pipeline-state.
           perform 120-stamp-run.
           if ws-supp-seq = 0 and ws-dry-run not = "Y"
               perform 130-seed-new-jobs
           end-if.

           perform varying ws-stage-sub from 1 by 1
             until ws-stage-sub > ws-num-stages
               perform 250-run-one-stage
           end-perform.

           if not abort-pipeline and ws-supp-seq = 0
             and ws-dry-run not = "Y"
               perform 400-run-periodic-jobs
           end-if.

           if abort-pipeline
               move 16 to return-code
           else
               move 0 to return-code
           end-if.

           if ws-dry-run = "Y"
               perform 095-leave-dry-run
           end-if.

           goback.

       090-check-dry-run-request.
      * the flag is consumed as soon as it is seen, the force-full
      * byte written back as it was, so tomorrow night is a real run
           open input pipeline-control-file.
           if ws-plc-status <> "00"
               exit paragraph
           end-if.
           read pipeline-control-file
               at end
                   move space to plc-dry-run
           end-read.
           close pipeline-control-file.

           if plc-dry-run = "Y"
               move "Y" to ws-dry-run
               move "N" to plc-dry-run
               open output pipeline-control-file
               write plc-record
               close pipeline-control-file
               display "PIPELINE: DRY RUN REQUESTED - THE CHAIN RUNS "
                 "AGAINST WORKING COPIES, NO LIVE FILE IS CHANGED"
           end-if.

       092-enter-dry-run.
      * copying the files while a live run is rewriting them would
      * compare against a half-posted night
           perform 121-read-lock-record.
           if ws-lk-held = "Y" and ws-lk-status-sv = "A"
               display "PIPELINE: LIVE RUN SEQUENCE " ws-lk-seq-sv
                 " HOLDS THE LOCK - DRY RUN REFUSED"
               move "Y" to ws-abort-flag
               exit paragraph
           end-if.

           call "DRYSETUP".
           if return-code not = 0
               display "PIPELINE: DRY RUN TREE COULD NOT BE BUILT - "
                 "DRY RUN REFUSED"
               move "Y" to ws-abort-flag
               exit paragraph
           end-if.

           move "../DRYRUN/PARENT/ROOT/PIPELINE" to ws-dry-dir.
           call "CBL_CHANGE_DIR" using ws-dry-dir.
           if return-code not = 0
               display "PIPELINE: CANT ENTER " ws-dry-dir
                 " - DRY RUN REFUSED"
               move "Y" to ws-abort-flag
               exit paragraph
           end-if.
           move 0 to return-code.

       095-leave-dry-run.
      * the comparison runs whether or not the dry chain finished --
      * how far it got is part of what the operator needs to see
           move return-code to ws-dry-rc.
           move "../../../../PIPELINE" to ws-dry-dir.
           call "CBL_CHANGE_DIR" using ws-dry-dir.
           if return-code not = 0
               display "PIPELINE: CANT RETURN TO THE LIVE DIRECTORY - "
                 "DRY RUN COMPARISON NOT PRODUCED"
               move 16 to return-code
               exit paragraph
           end-if.
           call "DRYCOMP".
           if ws-dry-rc = 0
               display "PIPELINE: DRY RUN COMPLETE"
           else
               display "PIPELINE: DRY RUN HALTED - SEE "
                 "DRY-RUN-COMPARE.OUT FOR HOW FAR IT GOT"
           end-if.
           move ws-dry-rc to return-code.

       100-load-control-params.
           open input control-params-file.
           if ws-cp-status <> "00"
           move "LOYALTY" to ws-stg-program(9).
           move "CASHREP" to ws-stg-name(10).
           move "CASHREP" to ws-stg-program(10).
           move "DRAWERREC" to ws-stg-name(11).
           move "DRAWERREC" to ws-stg-program(11).
           move "REFUNDCHK" to ws-stg-name(12).
           move "REFUNDCHK" to ws-stg-program(12).
           move "CHECKRECON" to ws-stg-name(13).
           move "CHECKRECON" to ws-stg-program(13).
           move "CHARGEBACK" to ws-stg-name(14).
           move "CHARGEBACK" to ws-stg-program(14).
           move "INVGAP" to ws-stg-name(15).
           move "INVGAP" to ws-stg-program(15).
           move "STOREQUAL" to ws-stg-name(16).
           move "STOREQUAL" to ws-stg-program(16).
           move "SKUSALES" to ws-stg-name(17).
           move "SKUSALES" to ws-stg-program(17).
           move "REPLENISH" to ws-stg-name(18).
           move "REPLENISH" to ws-stg-program(18).
           move "PRICENOTE" to ws-stg-name(19).
           move "PRICENOTE" to ws-stg-program(19).
           move "LAYAWAY" to ws-stg-name(20).
           move "LAYAWAY" to ws-stg-program(20).
           move "WINDDOWN" to ws-stg-name(21).
           move "WINDDOWN" to ws-stg-program(21).
           move "SETTLE" to ws-stg-name(22).
           move "SETTLE" to ws-stg-program(22).
           move "GLJOURNAL" to ws-stg-name(23).
           move "GLJOURNAL" to ws-stg-program(23).
           move "GIFTCARD" to ws-stg-name(24).
           move "GIFTCARD" to ws-stg-program(24).
           move "TREND" to ws-stg-name(25).
           move "TREND" to ws-stg-program(25).
           move "RETANALYTICS" to ws-stg-name(26).
           move "RETANALYTICS" to ws-stg-program(26).
           move "DATEROLLUP" to ws-stg-name(27).
           move "DATEROLLUP" to ws-stg-program(27).
           move "MTDROLLUP" to ws-stg-name(28).
           move "MTDROLLUP" to ws-stg-program(28).
           move "PROMOEFF" to ws-stg-name(29).
           move "PROMOEFF" to ws-stg-program(29).
           move "EXEMPTREG" to ws-stg-name(30).
           move "EXEMPTREG" to ws-stg-program(30).
           move "ARCHIVE" to ws-stg-name(31).
           move "ARCHIVE" to ws-stg-program(31).
           move "DISTRIB" to ws-stg-name(32).
           move "DISTRIB" to ws-stg-program(32).
           move "FLASH" to ws-stg-name(33).
           move "FLASH" to ws-stg-program(33).
           move "PLANACTUAL" to ws-stg-name(34).
           move "PLANACTUAL" to ws-stg-program(34).
           move "WHEXTRACT" to ws-stg-name(35).
           move "WHEXTRACT" to ws-stg-program(35).
           move "INTEGRITY" to ws-stg-name(36).
           move "INTEGRITY" to ws-stg-program(36).
           move "CASEMGR" to ws-stg-name(37).
           move "CASEMGR" to ws-stg-program(37).
           move "BALANCER" to ws-stg-name(38).
           move "BALANCER" to ws-stg-program(38).
           move "RPTLIB" to ws-stg-name(39).
           move "RPTLIB" to ws-stg-program(39).

           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-stages
               move "N" to ws-stg-done(ws-sub)
           end-perform.

       106-load-job-schedule.
      * a schedule row that cannot be understood is reported and
      * left out rather than stopping the nightly chain
           open input job-schedule-file.
           if ws-js-status <> "00"
               display "PIPELINE: NO JOB SCHEDULE, STATUS="
                 ws-js-status " - NO PERIODIC JOBS"
               exit paragraph
           end-if.

           read job-schedule-file
               at end
                   move "Y" to ws-js-eof
           end-read.
           perform until ws-js-eof = "Y"
               evaluate true
                   when js-job-name = spaces or js-program = spaces
                       display "PIPELINE: JOB SCHEDULE ROW WITHOUT "
                         "NAME OR PROGRAM - IGNORED"
                   when js-frequency not = "D"
                     and js-frequency not = "W"
                     and js-frequency not = "F"
                     and js-frequency not = "L"
                     and js-frequency not = "S"
                       display "PIPELINE: JOB " js-job-name
                         " HAS INVALID FREQUENCY " js-frequency
                         " - IGNORED"
                   when js-frequency = "W"
                     and js-parm not = "MON" and js-parm not = "TUE"
                     and js-parm not = "WED" and js-parm not = "THU"
                     and js-parm not = "FRI" and js-parm not = "SAT"
                     and js-parm not = "SUN"
                       display "PIPELINE: JOB " js-job-name
                         " HAS INVALID WEEKDAY " js-parm " - IGNORED"
                   when js-frequency = "S"
                     and (js-parm not numeric or js-parm = "00000000")
                       display "PIPELINE: JOB " js-job-name
                         " HAS INVALID DATE " js-parm " - IGNORED"
                   when ws-num-jobs >= 20
                       display "PIPELINE: MORE THAN 20 PERIODIC JOBS - "
                         js-job-name " IGNORED"
                   when other
                       add 1 to ws-num-jobs
                       move js-job-name to ws-job-name(ws-num-jobs)
                       move js-program to ws-job-program(ws-num-jobs)
                       move js-frequency to ws-job-freq(ws-num-jobs)
                       move js-parm to ws-job-parm(ws-num-jobs)
                       move 0 to ws-job-last-done(ws-num-jobs)
                       move 0 to ws-job-due-date(ws-num-jobs)
               end-evaluate
               read job-schedule-file
                   at end
                       move "Y" to ws-js-eof
               end-read
           end-perform.
           close job-schedule-file.

       108-check-supplemental-request.
      * a late store feed is run as a supplemental batch under its
      * own prior business date -- the whole chain then processes
           end-if.

       115-load-pipeline-state.
           perform 117-load-job-history.

           open input pipeline-control-file.
           if ws-plc-status = "00"
               read pipeline-control-file
                   end-read
                   perform until ws-ps-eof = "Y"
                       if ps-run-date = ws-processing-date
                         and ps-row-type not = "J"
                           perform varying ws-sub from 1 by 1
                             until ws-sub > ws-num-stages
                               if ps-stage-name = ws-stg-name(ws-sub)
                 " FROM THE FIRST INCOMPLETE STAGE"
           end-if.

       117-load-job-history.
      * the "J" rows are read before any force-full clear so the
      * clear can write them straight back
           move "N" to ws-ps-eof.
           open input pipeline-state-file.
           if ws-ps-status <> "00"
               exit paragraph
           end-if.
           read pipeline-state-file
               at end
                   move "Y" to ws-ps-eof
           end-read.
           perform until ws-ps-eof = "Y"
               if ps-row-type = "J"
                   perform varying ws-job-sub from 1 by 1
                     until ws-job-sub > ws-num-jobs
                       if ps-stage-name = ws-job-name(ws-job-sub)
                         and ps-run-date > ws-job-last-done(ws-job-sub)
                           move ps-run-date
                             to ws-job-last-done(ws-job-sub)
                       end-if
                   end-perform
               end-if
               read pipeline-state-file
                   at end
                       move "Y" to ws-ps-eof
               end-read
           end-perform.
           close pipeline-state-file.
           move "N" to ws-ps-eof.

       120-stamp-run.
      * most files in this system are rewritten in place, so two
      * live pipelines interleaving is corruption, not concurrency --
           write lk-record.
           close run-lock-file.

       130-seed-new-jobs.
      * a job new to the schedule is tracked from the day before
      * tonight, so even its first due night carries forward if the
      * run never gets to it
           perform varying ws-job-sub from 1 by 1
             until ws-job-sub > ws-num-jobs
               if ws-job-last-done(ws-job-sub) = 0
                   compute ws-job-last-done(ws-job-sub) =
                     function date-of-integer(
                     function integer-of-date(ws-processing-date) - 1)
                   display "PIPELINE: PERIODIC JOB "
                     ws-job-name(ws-job-sub) " SCHEDULED FROM "
                     ws-processing-date
                   open extend pipeline-state-file
                   if ws-ps-status = "35"
                       open output pipeline-state-file
                   end-if
                   move ws-job-last-done(ws-job-sub) to ps-run-date
                   move ws-job-name(ws-job-sub) to ps-stage-name
                   move "J" to ps-row-type
                   write ps-record
                   close pipeline-state-file
               end-if
           end-perform.

       150-record-stage-done.
           move "Y" to ws-stg-done(ws-stage-sub).
           open extend pipeline-state-file.
           end-if.
           move ws-processing-date to ps-run-date.
           move ws-stg-name(ws-stage-sub) to ps-stage-name.
           move space to ps-row-type.
           write ps-record.
           close pipeline-state-file.

       155-record-job-done.
           move ws-processing-date to ws-job-last-done(ws-job-sub).
           open extend pipeline-state-file.
           if ws-ps-status = "35"
               open output pipeline-state-file
           end-if.
           move ws-processing-date to ps-run-date.
           move ws-job-name(ws-job-sub) to ps-stage-name.
           move "J" to ps-row-type.
           write ps-record.
           close pipeline-state-file.

       160-clear-pipeline-state.
      * the stage rows go; each periodic job's last completion stays
           open output pipeline-state-file.
           perform varying ws-job-sub from 1 by 1
             until ws-job-sub > ws-num-jobs
               if ws-job-last-done(ws-job-sub) > 0
                   move ws-job-last-done(ws-job-sub) to ps-run-date
                   move ws-job-name(ws-job-sub) to ps-stage-name
                   move "J" to ps-row-type
                   write ps-record
               end-if
           end-perform.
           close pipeline-state-file.

       250-run-one-stage.
               end-if
           end-if.

       400-run-periodic-jobs.
           compute ws-today-int =
             function integer-of-date(ws-processing-date).
           perform varying ws-job-sub from 1 by 1
             until ws-job-sub > ws-num-jobs
               or abort-pipeline
               perform 410-check-job-due
               if ws-job-due-date(ws-job-sub) > 0
                   perform 440-run-one-job
               end-if
           end-perform.

       410-check-job-due.
      * the latest scheduled date after the job last completed, up to
      * tonight, looking back no more than 40 days
           move 0 to ws-job-due-date(ws-job-sub).
           if ws-job-last-done(ws-job-sub) >= ws-processing-date
               exit paragraph
           end-if.

           if ws-job-freq(ws-job-sub) = "S"
               if ws-job-parm(ws-job-sub) <= ws-processing-date
                 and ws-job-parm(ws-job-sub)
                   > ws-job-last-done(ws-job-sub)
                   move ws-job-parm(ws-job-sub)
                     to ws-job-due-date(ws-job-sub)
               end-if
               exit paragraph
           end-if.

           compute ws-window-int = function integer-of-date(
             ws-job-last-done(ws-job-sub)) + 1.
           if ws-window-int < ws-today-int - 40
               compute ws-window-int = ws-today-int - 40
           end-if.

           evaluate ws-job-parm(ws-job-sub)
               when "MON"
                   move 1 to ws-job-weekday
               when "TUE"
                   move 2 to ws-job-weekday
               when "WED"
                   move 3 to ws-job-weekday
               when "THU"
                   move 4 to ws-job-weekday
               when "FRI"
                   move 5 to ws-job-weekday
               when "SAT"
                   move 6 to ws-job-weekday
               when "SUN"
                   move 0 to ws-job-weekday
           end-evaluate.

           perform varying ws-scan-int from ws-today-int by -1
             until ws-scan-int < ws-window-int
               or ws-job-due-date(ws-job-sub) > 0
               perform 420-test-scheduled-day
               if ws-job-scheduled = "Y"
                   move ws-scan-date to ws-job-due-date(ws-job-sub)
               end-if
           end-perform.

       420-test-scheduled-day.
      * is the job scheduled on the day ws-scan-int?
           move "N" to ws-job-scheduled.
           compute ws-scan-date = function date-of-integer(ws-scan-int).
           evaluate ws-job-freq(ws-job-sub)
               when "D"
                   move "Y" to ws-job-scheduled
               when "W"
                   if function mod(ws-scan-int, 7) = ws-job-weekday
                       move "Y" to ws-job-scheduled
                   end-if
               when "F"
      * a business day with no business day before it this month
                   move ws-scan-date to ws-check-date
                   perform 430-test-business-day
                   if ws-check-bd = "Y"
                       move "Y" to ws-job-scheduled
                       compute ws-walk-int = ws-scan-int - 1
                       compute ws-check-date =
                         function date-of-integer(ws-walk-int)
                       perform until ws-check-mm not = ws-scan-mm
                         or ws-job-scheduled = "N"
                           perform 430-test-business-day
                           if ws-check-bd = "Y"
                               move "N" to ws-job-scheduled
                           end-if
                           subtract 1 from ws-walk-int
                           compute ws-check-date =
                             function date-of-integer(ws-walk-int)
                       end-perform
                   end-if
               when "L"
      * a business day with no business day after it this month
                   move ws-scan-date to ws-check-date
                   perform 430-test-business-day
                   if ws-check-bd = "Y"
                       move "Y" to ws-job-scheduled
                       compute ws-walk-int = ws-scan-int + 1
                       compute ws-check-date =
                         function date-of-integer(ws-walk-int)
                       perform until ws-check-mm not = ws-scan-mm
                         or ws-job-scheduled = "N"
                           perform 430-test-business-day
                           if ws-check-bd = "Y"
                               move "N" to ws-job-scheduled
                           end-if
                           add 1 to ws-walk-int
                           compute ws-check-date =
                             function date-of-integer(ws-walk-int)
                       end-perform
                   end-if
           end-evaluate.

       430-test-business-day.
      * weekends and calendar holidays, as 110-check-business-day
           move "Y" to ws-check-bd.
           compute ws-check-dow = function mod(
             function integer-of-date(ws-check-date), 7).
           if ws-check-dow = 6 or ws-check-dow = 0
               move "N" to ws-check-bd
           end-if.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-holidays
               if ws-check-date = ws-holiday-date(ws-sub)
                   move "N" to ws-check-bd
               end-if
           end-perform.

       440-run-one-job.
           perform 128-verify-lock-still-ours.
           if abort-pipeline
               exit paragraph
           end-if.
           if ws-job-due-date(ws-job-sub) < ws-processing-date
               display "PIPELINE: starting periodic job "
                 ws-job-name(ws-job-sub) " (carried forward from "
                 ws-job-due-date(ws-job-sub) ")"
           else
               display "PIPELINE: starting periodic job "
                 ws-job-name(ws-job-sub)
           end-if.
           call ws-job-program(ws-job-sub).
           move ws-job-name(ws-job-sub) to ws-stage-name.
           perform 300-check-stage-result.
           if not abort-pipeline
               perform 155-record-job-done
           end-if.

       end program PIPELINE.
      **************************************************************************
