       $set ilusing "System".
       $set ilusing "System.IO".

      * orbit conformance report - checks a run's ephemeris export
      * (planets_ephemeris_<stamp>.csv, see WriteEphemerisSamples in
      * Planets.Render) against the scene the run drew, so an orbit-math
      * or sim-rate regression shows up as a number instead of something
      * nobody notices by eye.  for every body that orbits a parent the
      * report gives the declared orbit radius and period beside the ones
      * measured from the exported world positions, with the drift of
      * each as a percentage of the declared value:
      *
      *   radius   the mean distance from the parent in the XZ plane
      *   period   the angle swept about the parent over the samples,
      *            turned into seconds per revolution - in the scene's own
      *            units, so real seconds at 60 fps without an epoch record
      *            and simulation seconds with one
      *
      * the run's telemetry file (same stamp) says which scene mode each
      * sample belongs to, so a playlist run's ephemeris is checked only
      * over the entry that drew this scene, and its fps readings turn the
      * wall-clock time between samples back into nominal 60 fps frames -
      * orbits advance per frame, so a slow machine is not an orbit fault
      * (TelemetryReport reports the fps).  without the telemetry file
      * every sample is used at the nominal rate.  the orbit must not
      * sweep half a turn between the once-a-second samples for its
      * period to be measured; faster ones are noted, not flagged.
      * everything is measured at speed factor 1, as the batch runs.
      *
      * a body whose radius or period drifts more than the tolerance, or
      * whose exported name disagrees with the scene, is flagged; the
      * report goes to planets_orbit_conformance.rpt.
      *
      * exit codes: 0 all bodies conform, 4 any body flagged, 8 unusable
      * arguments, missing files or no samples for the scene mode.
      *
      * usage: OrbitConformance ephemeris-file [scene-mode [tolerance-pct]]
      *        (defaults: scene mode 0, tolerance 2%)
       class-id Planets.OrbitConformance public.

       method-id Main public static.
       environment division.
       input-output section.
       file-control.
           select scene-file assign to scene-path
               organization is line sequential
               file status is scene-status.
           select eph-file assign to eph-path
               organization is line sequential
               file status is eph-status.
           select tel-file assign to tel-path
               organization is line sequential
               file status is tel-status.
           select conf-file assign to conf-path
               organization is line sequential
               file status is conf-status.
       data division.
       file section.
       fd  scene-file
           record contains 200 characters.
       01  scene-record        pic x(200).
       fd  eph-file
           record contains 160 characters.
       01  eph-record          pic x(160).
       fd  tel-file
           record contains 120 characters.
       01  tel-record          pic x(120).
       fd  conf-file
           record contains 200 characters.
       01  conf-record         pic x(200).
       working-storage section.
      * the scene's declared orbits and the measurements against them,
      * one slot per body in file order (the ephemeris body_num)
           01 orbit-table.
               05 orbit-body occurs 50 times.
                   10 ob-name        pic x(20).
                   10 ob-parent      type Int32.
                   10 ob-radius      type Double.
                   10 ob-period      type Double.
                   10 ob-cur-elapsed type Double.
                   10 ob-cur-x       type Double.
                   10 ob-cur-z       type Double.
                   10 ob-prev-switch pic x(01).
                   10 ob-prev-seg    type Int32.
                   10 ob-prev-elapsed type Double.
                   10 ob-prev-angle  type Double.
                   10 ob-dist-sum    type Double.
                   10 ob-dist-count  type Int32.
                   10 ob-travel      type Double.
                   10 ob-nominal-time type Double.
                   10 ob-max-step    type Double.
                   10 ob-name-miss   type Int32.
      * the telemetry samples: elapsed, fps and scene mode per second -
      * two hours' worth, plus the slot the look-ahead in
      * match-telemetry-sample may touch past the last one
           01 tel-table.
               05 tel-sample occurs 7201 times.
                   10 ts-elapsed     type Double.
                   10 ts-fps         type Double.
                   10 ts-mode        type Int32.
           77 body-count       type Int32 value 0.
           77 tel-count        type Int32 value 0.
           77 tel-ix           type Int32 value 0.
           77 scene-path       pic x(60) value "planets.scene".
           77 eph-path         pic x(128).
           77 tel-path         pic x(128).
           77 conf-path        pic x(60) value "planets_orbit_conformance.rpt".
           77 scene-status     pic x(02).
           77 eph-status       pic x(02).
           77 tel-status       pic x(02).
           77 conf-status      pic x(02).
           77 scene-eof-switch pic x(01).
               88 scene-at-eof           value "Y".
           77 eph-eof-switch   pic x(01).
               88 eph-at-eof             value "Y".
           77 tel-eof-switch   pic x(01).
               88 tel-at-eof             value "Y".
           77 epoch-switch     pic x(01) value "N".
               88 epoch-active           value "Y".
           77 sim-rate         type Double value 86400.0.
           77 scene-mode       type Int32 value 0.
           77 scene-mode-disp  pic 9(02).
           77 tolerance-pct    type Double value 2.0.
           77 seg-id           type Int32 value 0.
           77 last-mode        type Int32 value -1.
           77 sample-count     type Int32 value 0.
           77 flag-count       type Int32 value 0.
           77 checked-count    type Int32 value 0.
           77 body-ix          type Int32.
           77 row-num          type Int32.
           77 row-parent       type Int32.
           77 row-elapsed      type Double.
           77 row-x            type Double.
           77 row-z            type Double.
           77 row-fps          type Double.
           77 row-mode         type Int32.
           77 row-name         pic x(20).
           77 row-dx           type Double.
           77 row-dz           type Double.
           77 row-angle        type Double.
           77 row-delta        type Double.
           77 row-dt           type Double.
           77 meas-radius      type Double.
           77 meas-period      type Double.
           77 decl-period      type Double.
           77 radius-drift     type Double.
           77 period-drift     type Double.
           77 flag-text        pic x(40).
           77 flag-work        pic x(40).
           77 period-text      type String.
           77 name-text        type String.
           77 conf-line        type String.
           77 epoch-year       type Int32.
           77 epoch-month      type Int32.
           77 epoch-day        type Int32.
           77 sc-type          pic x(01).
           77 sc-tok-01        pic x(20).
           77 sc-tok-02        pic x(20).
           77 sc-tok-03        pic x(20).
           77 sc-tok-04        pic x(20).
           77 sc-tok-05        pic x(20).
           77 sc-tok-06        pic x(20).
           77 sc-tok-07        pic x(20).
           77 sc-tok-08        pic x(20).
           77 sc-tok-09        pic x(20).
           77 sc-tok-10        pic x(20).
           77 sc-tok-11        pic x(20).
           77 sc-tok-12        pic x(20).
           77 sc-tok-13        pic x(20).
           77 sc-tok-14        pic x(20).
           77 sc-tok-15        pic x(20).
           77 sc-tok-16        pic x(20).
           77 sc-tok-17        pic x(20).
           77 sc-tok-18        pic x(20).
           77 sc-tok-19        pic x(20).
           77 sc-tok-20        pic x(20).
           77 sc-tok-21        pic x(20).
           77 eph-tok-01       pic x(20).
           77 eph-tok-02       pic x(20).
           77 eph-tok-03       pic x(20).
           77 eph-tok-04       pic x(20).
           77 eph-tok-05       pic x(20).
           77 eph-tok-06       pic x(20).
           77 tel-tok-01       pic x(20).
           77 tel-tok-02       pic x(20).
           77 tel-tok-03       pic x(20).
           77 tel-tok-04       pic x(20).
           77 tel-tok-05       pic x(20).
           77 path-text        type String.
           77 arg-work         pic x(128).
       linkage section.
           01 run-args         type String occurs any.
       procedure division using by value run-args.
           open output conf-file.

           if run-args::Length = 0
               move "usage: OrbitConformance ephemeris-file [scene-mode [tolerance-pct]]"
                   to conf-line
               perform write-conf-line
               close conf-file
               move 8 to type Environment::ExitCode
               goback
           end-if.

           move run-args(1) to arg-work.
           move arg-work to eph-path.
      *> one or two digits and nothing else - numval would turn a typo
      *> into mode 0 and check the run against the wrong scene
           if run-args::Length > 1
               move run-args(2) to arg-work
               if (arg-work(1:1) is numeric and arg-work(2:127) = spaces)
                       or (arg-work(1:2) is numeric
                           and arg-work(3:126) = spaces)
                   move function numval(arg-work) to scene-mode
               else
                   move "scene mode must be 0-99" to conf-line
                   perform write-conf-line
                   close conf-file
                   move 8 to type Environment::ExitCode
                   goback
               end-if
           end-if.
           if run-args::Length > 2
               move run-args(3) to arg-work
               move function numval(arg-work) to tolerance-pct
           end-if.

      *> the scene file name follows ResolveScenePath in Planets.Render
           if scene-mode > 0
               move scene-mode to scene-mode-disp
               move spaces to scene-path
               string "planets" delimited by size
                      scene-mode-disp delimited by size
                      ".scene" delimited by size
                 into scene-path
           end-if.

      *> the telemetry file shares the ephemeris file's run stamp
           move eph-path to path-text.
           invoke path-text::Trim() returning path-text.
           invoke path-text::Replace("planets_ephemeris_",
                   "planets_telemetry_")
               returning path-text.
           move path-text to tel-path.

           move "N" to scene-eof-switch.
           open input scene-file.
           if scene-status not = "00"
               invoke type String::Format("scene file {0} not found",
                       scene-path)
                   returning conf-line
               perform write-conf-line
               close conf-file
               move 8 to type Environment::ExitCode
               goback
           end-if.
           perform read-scene-record until scene-at-eof.
           close scene-file.

           move "N" to tel-eof-switch.
           open input tel-file.
           if tel-status = "00"
               perform read-telemetry-record until tel-at-eof
               close tel-file
           end-if.

           move "N" to eph-eof-switch.
           open input eph-file.
           if eph-status not = "00"
               invoke type String::Format(
                       "ephemeris file {0} not found", eph-path)
                   returning conf-line
               perform write-conf-line
               close conf-file
               move 8 to type Environment::ExitCode
               goback
           end-if.
           perform read-ephemeris-record until eph-at-eof.
           close eph-file.

           invoke type String::Format(
                   "orbit conformance - {0} against {1} (scene mode {2}), tolerance {3:F1}%",
                   eph-path, scene-path, scene-mode, tolerance-pct)
               returning conf-line.
           perform write-conf-line.
           if tel-count > 0
               invoke type String::Format(
                       "{0} telemetry sample(s) from {1} - periods normalised to 60 fps frames",
                       tel-count, tel-path)
                   returning conf-line
           else
               invoke type String::Format(
                       "no telemetry file {0} - every sample used, periods at wall-clock rate",
                       tel-path)
                   returning conf-line
           end-if.
           perform write-conf-line.
           if epoch-active
               invoke type String::Format(
                       "epoch scene - periods in simulation seconds at sim rate {0:F2}",
                       sim-rate)
                   returning conf-line
           else
               move "no epoch - periods in real seconds at 60 fps"
                   to conf-line
           end-if.
           perform write-conf-line.

           if sample-count = 0
               invoke type String::Format(
                       "no ephemeris samples for scene mode {0}",
                       scene-mode)
                   returning conf-line
               perform write-conf-line
               close conf-file
               move 8 to type Environment::ExitCode
               goback
           end-if.

           invoke type String::Format(
                   "{0,-4} {1,-20} {2,12} {3,12} {4,8}  {5,14} {6,14} {7,8}  {8}",
                   "body", "name", "radius decl", "measured", "drift%",
                   "period decl", "measured", "drift%", "flag")
               returning conf-line.
           perform write-conf-line.

           perform report-one-body
               varying body-ix from 1 by 1 until body-ix > body-count.

           if flag-count = 0
               invoke type String::Format(
                       "{0} orbiting body(ies) checked over {1} sample(s) - all within tolerance",
                       checked-count, sample-count)
                   returning conf-line
           else
               invoke type String::Format(
                       "{0} of {1} orbiting body(ies) flagged over {2} sample(s)",
                       flag-count, checked-count, sample-count)
                   returning conf-line
               move 4 to type Environment::ExitCode
           end-if.
           perform write-conf-line.

           close conf-file.

           goback.

      *> the same record types and optional-field defaults as LoadScene:
      *> lights are skipped, the first valid epoch wins, a K record
      *> carries its placement in tokens 5-8 and everything else is a
      *> long-form body with its orbit in tokens 12-15 and NAME in 21
       read-scene-record.
           read scene-file
               at end move "Y" to scene-eof-switch
           end-read.

           if not scene-at-eof and scene-record not = spaces
               move spaces to sc-type
               move spaces to sc-tok-01 sc-tok-02 sc-tok-03 sc-tok-04
                              sc-tok-05 sc-tok-06 sc-tok-07 sc-tok-08
                              sc-tok-09 sc-tok-10 sc-tok-11 sc-tok-12
                              sc-tok-13 sc-tok-14 sc-tok-15 sc-tok-16
                              sc-tok-17 sc-tok-18 sc-tok-19 sc-tok-20
                              sc-tok-21
               unstring scene-record delimited by ","
                   into sc-type
                        sc-tok-01 sc-tok-02 sc-tok-03 sc-tok-04
                        sc-tok-05 sc-tok-06 sc-tok-07 sc-tok-08
                        sc-tok-09 sc-tok-10 sc-tok-11 sc-tok-12
                        sc-tok-13 sc-tok-14 sc-tok-15 sc-tok-16
                        sc-tok-17 sc-tok-18 sc-tok-19 sc-tok-20
                        sc-tok-21
               evaluate sc-type
                   when "L"
                       continue
                   when "T"
                       continue
                   when "E"
                       perform load-epoch-record
                   when "K"
                       if body-count < 50
                           add 1 to body-count
                           perform clear-orbit-body
                           move sc-tok-01 to ob-name(body-count)
                           move function numval(sc-tok-05)
                               to ob-parent(body-count)
                           move function numval(sc-tok-06)
                               to ob-radius(body-count)
                           move function numval(sc-tok-07)
                               to ob-period(body-count)
                       end-if
                   when other
                       if body-count < 50
                           add 1 to body-count
                           perform clear-orbit-body
                           move sc-tok-21 to ob-name(body-count)
                           move function numval(sc-tok-12)
                               to ob-parent(body-count)
                           move function numval(sc-tok-13)
                               to ob-radius(body-count)
                           move function numval(sc-tok-14)
                               to ob-period(body-count)
                       end-if
               end-evaluate
           end-if.

       load-epoch-record.
           if not epoch-active
               move function numval(sc-tok-01(1:4)) to epoch-year
               move function numval(sc-tok-01(6:2)) to epoch-month
               move function numval(sc-tok-01(9:2)) to epoch-day
               if epoch-year >= 1 and epoch-year <= 9999
                       and epoch-month >= 1 and epoch-month <= 12
                       and epoch-day >= 1
                       and epoch-day <= type DateTime::DaysInMonth(
                               epoch-year, epoch-month)
                   move "Y" to epoch-switch
                   if sc-tok-02 not = spaces
                       move function numval(sc-tok-02) to sim-rate
                       if sim-rate <= 0.0
                           move 86400.0 to sim-rate
                       end-if
                   end-if
               end-if
           end-if.

       clear-orbit-body.
           move spaces to ob-name(body-count).
           move 0 to ob-parent(body-count).
           move 0.0 to ob-radius(body-count).
           move 0.0 to ob-period(body-count).
           move -1.0 to ob-cur-elapsed(body-count).
           move 0.0 to ob-cur-x(body-count).
           move 0.0 to ob-cur-z(body-count).
           move "N" to ob-prev-switch(body-count).
           move 0 to ob-prev-seg(body-count).
           move 0.0 to ob-prev-elapsed(body-count).
           move 0.0 to ob-prev-angle(body-count).
           move 0.0 to ob-dist-sum(body-count).
           move 0 to ob-dist-count(body-count).
           move 0.0 to ob-travel(body-count).
           move 0.0 to ob-nominal-time(body-count).
           move 0.0 to ob-max-step(body-count).
           move 0 to ob-name-miss(body-count).

      *> sample rows start with a digit - the header row does not
       read-telemetry-record.
           read tel-file
               at end move "Y" to tel-eof-switch
           end-read.

           if not tel-at-eof
                   and tel-record(1:1) >= "0" and tel-record(1:1) <= "9"
                   and tel-count < 7200
               move spaces to tel-tok-01 tel-tok-02 tel-tok-03
                              tel-tok-04 tel-tok-05
               unstring tel-record delimited by ","
                   into tel-tok-01 tel-tok-02 tel-tok-03
                        tel-tok-04 tel-tok-05
               add 1 to tel-count
               move function numval(tel-tok-01) to ts-elapsed(tel-count)
               move function numval(tel-tok-02) to ts-fps(tel-count)
               move function numval(tel-tok-05) to ts-mode(tel-count)
           end-if.

      *> one ephemeris row = one body at one sample.  the telemetry row
      *> written in the same second gives the sample's scene mode and
      *> fps; rows for other scene modes are passed over, and a change
      *> of scene starts a new segment so no angle is ever measured
      *> across a scene load.
       read-ephemeris-record.
           read eph-file
               at end move "Y" to eph-eof-switch
           end-read.

           if not eph-at-eof
                   and eph-record(1:1) >= "0" and eph-record(1:1) <= "9"
               move spaces to eph-tok-01 eph-tok-02 eph-tok-03
                              eph-tok-04 eph-tok-05 eph-tok-06
               unstring eph-record delimited by ","
                   into eph-tok-01 eph-tok-02 eph-tok-03
                        eph-tok-04 eph-tok-05 eph-tok-06
               move function numval(eph-tok-01) to row-elapsed
               move function numval(eph-tok-03) to row-num
               move eph-tok-02 to row-name
               move function numval(eph-tok-04) to row-x
               move function numval(eph-tok-06) to row-z
               perform match-telemetry-sample
               if row-mode = scene-mode
                       and row-num >= 1 and row-num <= body-count
                   if row-num = 1
                       add 1 to sample-count
                   end-if
                   perform measure-one-row
               end-if
           end-if.

       match-telemetry-sample.
           if tel-count = 0
               move scene-mode to row-mode
               move 60.0 to row-fps
           else
               perform advance-telemetry-sample
                   until tel-ix >= tel-count
                       or ts-elapsed(tel-ix + 1) > row-elapsed + 0.15
               if tel-ix = 0
                   move -1 to row-mode
                   move 60.0 to row-fps
               else
                   move ts-mode(tel-ix) to row-mode
                   move ts-fps(tel-ix) to row-fps
               end-if
           end-if.
           if row-mode not = last-mode
               add 1 to seg-id
               move row-mode to last-mode
           end-if.

       advance-telemetry-sample.
           add 1 to tel-ix.

      *> the body's position relative to its parent's position in the
      *> same sample gives this sample's radius and angle; the angle
      *> swept since the body's previous sample in the same segment,
      *> taken the short way round, accumulates against the nominal
      *> (60 fps) time that elapsed
       measure-one-row.
           move row-elapsed to ob-cur-elapsed(row-num).
           move row-x to ob-cur-x(row-num).
           move row-z to ob-cur-z(row-num).

           if row-name not = ob-name(row-num)
               add 1 to ob-name-miss(row-num)
           end-if.

           move ob-parent(row-num) to row-parent.
           if row-parent >= 1 and row-parent < row-num
                   and ob-cur-elapsed(row-parent) = row-elapsed
               compute row-dx = row-x - ob-cur-x(row-parent)
               compute row-dz = row-z - ob-cur-z(row-parent)
               compute ob-dist-sum(row-num) = ob-dist-sum(row-num)
                       + type Math::Sqrt(row-dx * row-dx
                                         + row-dz * row-dz)
               add 1 to ob-dist-count(row-num)
               compute row-angle = type Math::Atan2(row-dz, row-dx)
                       * 180.0 / 3.14159265358979
               if ob-prev-switch(row-num) = "Y"
                       and ob-prev-seg(row-num) = seg-id
                   compute row-delta = row-angle - ob-prev-angle(row-num)
                   if row-delta > 180.0
                       compute row-delta = row-delta - 360.0
                   end-if
                   if row-delta <= -180.0
                       compute row-delta = row-delta + 360.0
                   end-if
                   compute row-dt = (row-elapsed - ob-prev-elapsed(row-num))
                           * row-fps / 60.0
                   compute ob-travel(row-num) =
                           ob-travel(row-num) + row-delta
                   compute ob-nominal-time(row-num) =
                           ob-nominal-time(row-num) + row-dt
                   if row-delta < 0.0
                       compute row-delta = 0.0 - row-delta
                   end-if
                   if row-delta > ob-max-step(row-num)
                       move row-delta to ob-max-step(row-num)
                   end-if
               end-if
               move "Y" to ob-prev-switch(row-num)
               move seg-id to ob-prev-seg(row-num)
               move row-elapsed to ob-prev-elapsed(row-num)
               move row-angle to ob-prev-angle(row-num)
           end-if.

       report-one-body.
           move ob-name(body-ix) to name-text.
           invoke name-text::Trim() returning name-text.
           if ob-parent(body-ix) < 1
               invoke type String::Format(
                       "{0,-4} {1,-20} fixed - no orbit to check",
                       body-ix, name-text)
                   returning conf-line
               perform write-conf-line
           else
               add 1 to checked-count
               perform measure-one-body
           end-if.

       measure-one-body.
           move spaces to flag-text.
           move 0.0 to meas-radius meas-period radius-drift period-drift.

           if ob-dist-count(body-ix) = 0
               move "NO SAMPLES" to flag-text
           else
               compute meas-radius =
                       ob-dist-sum(body-ix) / ob-dist-count(body-ix)
               if ob-radius(body-ix) not = 0.0
                   compute radius-drift = (meas-radius - ob-radius(body-ix))
                           * 100.0 / ob-radius(body-ix)
               else
                   if meas-radius > 0.001
                       move 100.0 to radius-drift
                   end-if
               end-if
               if radius-drift > tolerance-pct
                       or radius-drift < 0.0 - tolerance-pct
                   move "RADIUS" to flag-text
               end-if
           end-if.

      *> the declared period in nominal real seconds - an epoch scene's
      *> period is simulation time, which the sim rate compresses
           move ob-period(body-ix) to decl-period.
           if epoch-active
               compute decl-period = ob-period(body-ix) / sim-rate
           end-if.

           move "not checked" to period-text.
           if ob-period(body-ix) not = 0.0 and ob-dist-count(body-ix) > 0
                   and ob-radius(body-ix) not = 0.0
               if ob-max-step(body-ix) > 150.0
                       or (decl-period < 2.5 and decl-period > -2.5)
                   move "too fast for 1s samples" to period-text
               else
                   if ob-travel(body-ix) = 0.0
                       move 0.0 to meas-period
                       move 100.0 to period-drift
                   else
                       compute meas-period = 360.0
                               * ob-nominal-time(body-ix)
                               / ob-travel(body-ix)
                       compute period-drift =
                               (meas-period - decl-period)
                               * 100.0 / decl-period
                   end-if
                   if epoch-active
                       compute meas-period = meas-period * sim-rate
                   end-if
                   invoke type String::Format("{0,14:F2} {1,8:F2}",
                           meas-period, period-drift)
                       returning period-text
                   if period-drift > tolerance-pct
                           or period-drift < 0.0 - tolerance-pct
                       if flag-text = spaces
                           move "PERIOD" to flag-text
                       else
                           move "RADIUS PERIOD" to flag-text
                       end-if
                   end-if
               end-if
           end-if.

           if ob-name-miss(body-ix) > 0
               if flag-text = spaces
                   move "NAME MISMATCH" to flag-text
               else
                   move spaces to flag-work
                   string flag-text delimited by "  "
                          " NAME MISMATCH" delimited by size
                     into flag-work
                   move flag-work to flag-text
               end-if
           end-if.
           if flag-text not = spaces
               add 1 to flag-count
           end-if.

           invoke type String::Format(
                   "{0,-4} {1,-20} {2,12:F4} {3,12:F4} {4,8:F2}  {5,14:F2} {6}  {7}",
                   body-ix, name-text, ob-radius(body-ix), meas-radius,
                   radius-drift, ob-period(body-ix), period-text,
                   flag-text)
               returning conf-line.
           perform write-conf-line.

       write-conf-line.
           if conf-status = "00"
               move conf-line to conf-record
               write conf-record
           end-if.

       end method.

       end class.
