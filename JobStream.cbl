       $set ilusing "System".
       $set ilusing "System.IO".
       $set ilusing "System.Diagnostics".

      * the nightly job-stream driver - runs the batch steps in order
      * (catalog maintenance, the playlist render, TelemetryReport,
      * OperationsSummary) instead of a hand-kept script that knows
      * nothing of the exit codes they already set.  the steps come from
      * a step-definition file, one step per line in run order:
      *
      *   NAME,PROGRAM,MAXRC,ONFAIL[,ARGUMENTS]
      *
      *   NAME       step label for the log (up to 12 characters)
      *   PROGRAM    the executable to start, relative to the run directory
      *   MAXRC      highest return code the step may end with and still
      *              count as good (CatalogMaintenance 4 = rejects,
      *              Planets.Render 8 = strict validation, 6 = replay FAIL,
      *              SceneCompare 2 = differences, TelemetryReport and
      *              OperationsSummary 4 = flagged runs)
      *   ONFAIL     ABORT    - a step over its MAXRC ends the stream; the
      *                         steps after it are skipped and the driver
      *                         exits with the failing step's return code
      *              CONTINUE - the failure is logged and the stream goes
      *                         on; the driver exits with the highest
      *                         failing return code at the end
      *   ARGUMENTS  everything after the fourth comma, passed verbatim
      *
      * every step's start and end time, return code and verdict are
      * appended to planets_jobstream.log.  an aborted stream records the
      * failing step in planets_jobstream.rst; rerunning with RESTART (or
      * an explicit step number) starts there, so a failure late in the
      * stream never re-applies step 1's catalog transactions.  a stream
      * that completes deletes the restart file.
      *
      * exit codes: 0 all steps good, the failing step's own code when a
      * step is over its MAXRC, 8 unusable step file or restart point,
      * 16 a step program that could not be started.
      *
      * usage: JobStream [step-file [restart-step | RESTART]]
      *        (default planets_jobstream.def)
       class-id Planets.JobStream public.

       method-id Main public static.
       environment division.
       input-output section.
       file-control.
           select def-file assign to def-path
               organization is line sequential
               file status is def-status.
           select log-file assign to log-path
               organization is line sequential
               file status is log-status.
           select rst-file assign to rst-path
               organization is line sequential
               file status is rst-status.
       data division.
       file section.
       fd  def-file
           record contains 200 characters.
       01  def-record          pic x(200).
       fd  log-file
           record contains 200 characters.
       01  log-record          pic x(200).
       fd  rst-file
           record contains 80 characters.
       01  rst-record          pic x(80).
       working-storage section.
      * the stream as read from the step-definition file, in run order
           01 step-table.
               05 step-entry occurs 20 times.
                   10 stp-name       pic x(12).
                   10 stp-program    pic x(60).
                   10 stp-max-rc     type Int32.
                   10 stp-on-fail    pic x(08).
                   10 stp-args       pic x(120).
                   10 stp-rc         type Int32.
                   10 stp-result     pic x(08).
           77 step-count       type Int32 value 0.
           77 def-path         pic x(60) value "planets_jobstream.def".
           77 log-path         pic x(60) value "planets_jobstream.log".
           77 rst-path         pic x(60) value "planets_jobstream.rst".
           77 def-status       pic x(02).
           77 log-status       pic x(02).
           77 rst-status       pic x(02).
           77 def-eof-switch   pic x(01).
               88 def-at-eof             value "Y".
           77 def-ok-switch    pic x(01) value "Y".
               88 def-is-valid           value "Y".
           77 abort-switch     pic x(01) value "N".
               88 stream-aborted         value "Y".
           77 def-rec-num      type Int32 value 0.
           77 def-ptr          type Int32.
           77 def-tok-01       pic x(60).
           77 def-tok-02       pic x(60).
           77 def-tok-03       pic x(20).
           77 def-tok-04       pic x(20).
           77 def-rest         pic x(200).
           77 def-reason       pic x(60).
           77 restart-step     type Int32 value 1.
           77 restart-text     pic x(20).
           77 rst-tok-01       pic x(20).
           77 rst-tok-02       pic x(20).
           77 step-ix          type Int32.
           77 step-rc          type Int32.
           77 job-rc           type Int32 value 0.
           77 failed-step      type Int32 value 0.
           77 step-clock       type Stopwatch.
           77 job-clock        type Stopwatch.
           77 step-start-info  type ProcessStartInfo.
           77 step-process     type Process.
           77 name-text        type String.
           77 path-text        type String.
           77 prog-text        type String.
           77 args-text        type String.
           77 log-stamp        type String.
           77 log-text         type String.
           77 log-line         pic x(200).
           77 chk-tok          pic x(20).
           77 chk-tok-ok       pic x(01).
           77 chk-ix           type Int32.
           77 chk-char         pic x(01).
           77 chk-digits       type Int32.
           77 chk-bad          type Int32.
           77 arg-work         pic x(60).
       linkage section.
           01 run-args         type String occurs any.
       procedure division using by value run-args.
           if run-args::Length > 0
               move run-args(1) to arg-work
               move arg-work to def-path
           end-if.
           if run-args::Length > 1
               move run-args(2) to restart-text
           end-if.

           invoke type Stopwatch::StartNew() returning job-clock.
           move def-path to path-text.
           invoke path-text::Trim() returning path-text.

           move "N" to def-eof-switch.
           open input def-file.
           if def-status = "00"
               perform read-step-definition until def-at-eof
               close def-file
           else
               move "N" to def-ok-switch
               move "step file not found or unreadable" to def-reason
           end-if.

           if def-is-valid and step-count = 0
               move "N" to def-ok-switch
               move "step file holds no steps" to def-reason
           end-if.

           if def-is-valid and restart-text not = spaces
               perform resolve-restart-step
           end-if.

           if not def-is-valid
               invoke type String::Format("job stream {0} not run - {1}",
                       path-text, def-reason)
                   returning log-text
               perform write-job-log
               move 8 to type Environment::ExitCode
               goback
           end-if.

           if restart-step > 1
               compute failed-step = restart-step - 1
               invoke type String::Format(
                       "job stream {0} restarted at step {1:00} - steps 01-{2:00} not rerun",
                       path-text, restart-step, failed-step)
                   returning log-text
               move 0 to failed-step
           else
               invoke type String::Format(
                       "job stream {0} started - {1} step(s)",
                       path-text, step-count)
                   returning log-text
           end-if.
           perform write-job-log.

           perform run-one-step
               varying step-ix from restart-step by 1
               until step-ix > step-count.

      *> an aborted stream leaves its restart point behind; a completed
      *> one clears any left over from an earlier failure
           if stream-aborted
               perform write-restart-point
           else
               if type File::Exists(rst-path)
                   invoke type File::Delete(rst-path)
               end-if
           end-if.

           if stream-aborted
               move stp-name(failed-step) to name-text
               invoke name-text::Trim() returning name-text
               invoke type String::Format(
                       "job stream ABORTED at step {0:00} {1} rc {2} - restart with: JobStream {3} RESTART",
                       failed-step, name-text, job-rc, path-text)
                   returning log-text
           else
               invoke type String::Format(
                       "job stream ended rc {0} elapsed {1:F0}s",
                       job-rc, job-clock::Elapsed::TotalSeconds)
                   returning log-text
           end-if.
           perform write-job-log.

           move job-rc to type Environment::ExitCode.

           goback.

      *> NAME,PROGRAM,MAXRC,ONFAIL then the argument string verbatim -
      *> arguments may hold commas of their own, so they are split off
      *> with a pointer the way CatalogMaintenance keeps its record tail
       read-step-definition.
           read def-file
               at end move "Y" to def-eof-switch
           end-read.

           if not def-at-eof and def-record not = spaces
               add 1 to def-rec-num
               move spaces to def-tok-01 def-tok-02 def-tok-03
                              def-tok-04 def-rest
               move 1 to def-ptr
               unstring def-record delimited by ","
                   into def-tok-01 def-tok-02 def-tok-03 def-tok-04
                   with pointer def-ptr
               if def-ptr <= 200
                   move def-record(def-ptr:) to def-rest
               end-if
               perform validate-step-definition
           end-if.

       validate-step-definition.
           if def-tok-04 = spaces
               move "ABORT" to def-tok-04
           end-if.

           move def-tok-03 to chk-tok.
           perform check-rc-token.

           evaluate true
               when step-count >= 20
                   move "more than 20 steps" to def-reason
                   move "N" to def-ok-switch
               when def-tok-01 = spaces or def-tok-02 = spaces
                   invoke type String::Format(
                           "record {0} NAME or PROGRAM missing",
                           def-rec-num)
                       returning log-text
                   move log-text to def-reason
                   move "N" to def-ok-switch
               when chk-tok-ok not = "Y"
                   invoke type String::Format(
                           "record {0} MAXRC not numeric", def-rec-num)
                       returning log-text
                   move log-text to def-reason
                   move "N" to def-ok-switch
               when def-tok-04 not = "ABORT"
                       and def-tok-04 not = "CONTINUE"
                   invoke type String::Format(
                           "record {0} ONFAIL not ABORT/CONTINUE",
                           def-rec-num)
                       returning log-text
                   move log-text to def-reason
                   move "N" to def-ok-switch
               when other
                   add 1 to step-count
                   move def-tok-01 to stp-name(step-count)
                   move def-tok-02 to stp-program(step-count)
                   move function numval(def-tok-03)
                       to stp-max-rc(step-count)
                   move def-tok-04 to stp-on-fail(step-count)
                   move def-rest to stp-args(step-count)
                   move 0 to stp-rc(step-count)
                   move "NOT RUN" to stp-result(step-count)
           end-evaluate.

      *> RESTART picks up the step the last aborted stream recorded; a
      *> number names the step outright.  either way it must be a step
      *> the file actually defines.
       resolve-restart-step.
           if restart-text = "RESTART"
               move spaces to rst-tok-01 rst-tok-02
               open input rst-file
               if rst-status = "00"
                   read rst-file
                       at end move spaces to rst-record
                   end-read
                   unstring rst-record delimited by ","
                       into rst-tok-01 rst-tok-02
                   close rst-file
               end-if
               if rst-tok-01 not = "RESTART"
                   move "no restart point recorded" to def-reason
                   move "N" to def-ok-switch
               else
                   move rst-tok-02 to restart-text
               end-if
           end-if.

           if def-is-valid
               move restart-text to chk-tok
               perform check-rc-token
               if chk-tok-ok = "Y"
                   move function numval(restart-text) to restart-step
               end-if
               if chk-tok-ok not = "Y"
                       or restart-step < 1 or restart-step > step-count
                   move spaces to def-reason
                   string "restart step " delimited by size
                          restart-text delimited by space
                          " is not a step in the file" delimited by size
                     into def-reason
                   move "N" to def-ok-switch
               end-if
           end-if.

      *> one step: start the program, wait for it, judge its return code
      *> against the step's MAXRC.  a stream that has already aborted
      *> only logs the steps it is skipping.
       run-one-step.
           move stp-name(step-ix) to name-text.
           invoke name-text::Trim() returning name-text.

           if stream-aborted
               move "SKIPPED" to stp-result(step-ix)
               invoke type String::Format(
                       "step {0:00} {1} skipped - stream aborted",
                       step-ix, name-text)
                   returning log-text
               perform write-job-log
           else
               move stp-program(step-ix) to prog-text
               invoke prog-text::Trim() returning prog-text
               move stp-args(step-ix) to args-text
               invoke args-text::Trim() returning args-text

               invoke type String::Format("step {0:00} {1} start: {2} {3}",
                       step-ix, name-text, prog-text, args-text)
                   returning log-text
               perform write-job-log

               invoke type Stopwatch::StartNew() returning step-clock
               if type File::Exists(prog-text)
                   invoke type ProcessStartInfo::new(prog-text, args-text)
                       returning step-start-info
                   set step-start-info::UseShellExecute to false
                   invoke type Process::Start(step-start-info)
                       returning step-process
                   invoke step-process::WaitForExit()
                   move step-process::ExitCode to step-rc
                   invoke step-process::Close()
               else
                   move 16 to step-rc
                   invoke type String::Format(
                           "step {0:00} {1} program {2} not found",
                           step-ix, name-text, prog-text)
                       returning log-text
                   perform write-job-log
               end-if
               invoke step-clock::Stop()
               move step-rc to stp-rc(step-ix)

               if step-rc <= stp-max-rc(step-ix)
                   move "OK" to stp-result(step-ix)
               else
                   move "FAILED" to stp-result(step-ix)
                   if step-rc > job-rc
                       move step-rc to job-rc
                   end-if
                   if stp-on-fail(step-ix) = "ABORT"
                       move "Y" to abort-switch
                       move step-ix to failed-step
                       move step-rc to job-rc
                   end-if
               end-if

               invoke type String::Format(
                       "step {0:00} {1} end: rc {2} (max {3}) {4} elapsed {5:F0}s",
                       step-ix, name-text, step-rc,
                       stp-max-rc(step-ix), stp-result(step-ix),
                       step-clock::Elapsed::TotalSeconds)
                   returning log-text
               perform write-job-log
           end-if.

       write-restart-point.
           open output rst-file.
           if rst-status = "00"
               invoke type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                   returning log-stamp
               invoke type String::Format("RESTART,{0},{1}",
                       failed-step, log-stamp)
                   returning log-text
               move log-text to rst-record
               write rst-record
               close rst-file
           end-if.

      *> MAXRC and restart step numbers are whole numbers - digits only
       check-rc-token.
           move 0 to chk-digits chk-bad.
           perform scan-rc-char
               varying chk-ix from 1 by 1 until chk-ix > 20.
           if chk-digits > 0 and chk-bad = 0
               move "Y" to chk-tok-ok
           else
               move "N" to chk-tok-ok
           end-if.

       scan-rc-char.
           move chk-tok(chk-ix:1) to chk-char.
           evaluate true
               when chk-char = space
                   continue
               when chk-char >= "0" and chk-char <= "9"
                   add 1 to chk-digits
               when other
                   add 1 to chk-bad
           end-evaluate.

      *> the job log is opened, written and closed per line so a driver
      *> killed mid-stream still leaves every step it started on record
       write-job-log.
           invoke type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               returning log-stamp.
           invoke type String::Format("[{0}] {1}", log-stamp, log-text)
               returning log-text.
           move log-text to log-line.

           if type File::Exists(log-path)
               open extend log-file
           else
               open output log-file
           end-if.

           if log-status = "00"
               move log-line to log-record
               write log-record
               close log-file
           end-if.

       end method.

       end class.
