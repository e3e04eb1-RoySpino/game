      * playlist finishes.  exit code 4 when anything is flagged so the
      * scheduler can fail the job.
      *
      * the baseline length comes from the PROTECT,TELEMETRY,runs record
      * of the retention policy (see Housekeeping): with one, only the
      * newest runs per scene mode count - the latest and runs - 1 prior
      * - which are exactly the run files Housekeeping never touches.
      * with no policy file or no usable PROTECT record every run counts.
      *
      * usage: TelemetryReport [fps-threshold [policy-file]]
      *        (default threshold 30, policy planets_retention.pol)
       class-id Planets.TelemetryReport public.

       method-id Main public static.
           select trend-file assign to trend-path
               organization is line sequential
               file status is trend-status.
           select optional pol-file assign to pol-path
               organization is line sequential
               file status is pol-status.
       data division.
       file section.
       fd  tel-file
       fd  trend-file
           record contains 132 characters.
       01  trend-record        pic x(132).
       fd  pol-file
           record contains 200 characters.
       01  pol-record          pic x(200).
       working-storage section.
      * one slot per scene mode 0-99, subscripted by mode + 1
           01 trend-table.
           77 hdr-string       type String.
           77 tel-path         pic x(128).
           77 trend-path       pic x(60) value "planets_trend.rpt".
           77 pol-path         pic x(60) value "planets_retention.pol".
           77 pol-status       pic x(02).
           77 pol-eof-switch   pic x(01).
               88 pol-at-eof             value "Y".
           77 pol-tok-01       pic x(20).
           77 pol-tok-02       pic x(20).
           77 pol-tok-03       pic x(20).
           77 baseline-runs    type Int32 value 0.
           77 tel-status       pic x(02).
           77 trend-status     pic x(02).
           77 tel-eof-switch   pic x(01).
               move run-args(1) to arg-work
               move function numval(arg-work) to fps-threshold
           end-if.
           if run-args::Length > 1
               move run-args(2) to pol-path
           end-if.

           move "N" to pol-eof-switch.
           open input pol-file.
           if pol-status = "00"
               perform read-policy-record until pol-at-eof
               close pol-file
           end-if.

           perform clear-trend-slot
               varying scene-ix from 1 by 1 until scene-ix > 100.
               goback
           end-if.

      *> run files are timestamped, so name order is run order - read
      *> newest first, so the first run folded for a scene is its latest
           invoke type Array::Sort(tel-files as type Array).

           perform process-one-file
               varying file-ix from tel-files::Length by -1
               until file-ix < 1.

           if baseline-runs = 0
               invoke type String::Format(
                       "fps trend across {0} run(s), threshold {1:F1}",
                       tel-files::Length, fps-threshold)
                   returning hdr-string
           else
               invoke type String::Format(
                       "fps trend across {0} run(s), threshold {1:F1}, newest {2} run(s) per scene",
                       tel-files::Length, fps-threshold, baseline-runs)
                   returning hdr-string
           end-if.
           move hdr-string to trend-line.
           perform write-trend-line.


           goback.

      *> only the PROTECT record matters here - a count under 2 is one
      *> Housekeeping refuses, so it is ignored and every run counts
       read-policy-record.
           read pol-file
               at end move "Y" to pol-eof-switch
           end-read.

           if not pol-at-eof and pol-record(1:1) not = "*"
               move spaces to pol-tok-01 pol-tok-02 pol-tok-03
               unstring pol-record delimited by ","
                   into pol-tok-01 pol-tok-02 pol-tok-03
               if pol-tok-01 = "PROTECT" and pol-tok-02 = "TELEMETRY"
                       and pol-tok-03 not = spaces
                       and function numval(pol-tok-03) >= 2
                   move function numval(pol-tok-03) to baseline-runs
               end-if
           end-if.

       clear-trend-slot.
           move 0 to tr-run-count(scene-ix).
           move 0.0 to tr-avg-total(scene-ix).

       fold-file-averages.
           if fs-sample-count(scene-ix) > 0
                   and (baseline-runs = 0
                        or tr-run-count(scene-ix) < baseline-runs)
               compute run-avg = fs-fps-sum(scene-ix)
                       / fs-sample-count(scene-ix)
               if tr-run-count(scene-ix) = 0
                   move run-avg to tr-last-avg(scene-ix)
               end-if
               add 1 to tr-run-count(scene-ix)
               compute tr-avg-total(scene-ix) =
                       tr-avg-total(scene-ix) + run-avg
           end-if.

       report-one-scene.
