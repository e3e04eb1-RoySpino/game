       $set ilusing "System".
       $set ilusing "System.IO".

      * orbit almanac - a dated calendar of line-ups, worked out without
      * opening a window.  the scene is loaded with the record logic
      * LoadScene uses (long-form bodies, "K" catalog references expanded
      * from planets.catalog with unknown names loading as the hidden
      * placeholder, the first valid "E" epoch record) and the epoch
      * clock is stepped across the requested dates: at each step every
      * orbit angle is phase + 360 * sim-seconds / period, exactly as
      * render-one-body derives it, and every body is placed the way
      * position-one-body places it.  the sim rate only maps real time
      * onto the clock, so it does not move anything on a given date.
      *
      * for two bodies that orbit the same parent, seen from that parent:
      *
      *   ALIGNMENT   both on the same side within the tolerance - parent
      *               and both bodies on one line, the nearer body between
      *               (seen from the inner planet, the outer one is at
      *               opposition to the sun)
      *   OPPOSITION  on opposite sides within the tolerance - the parent
      *               between them
      *
      * each event is dated at the step where the two came closest to
      * the exact line-up, so the dates are good to the step size.  the
      * almanac then gives, for every pair of drawn bodies whose distance
      * apart changes over the range, the date of their minimum
      * separation.  placeholders are positioned (children may ride on
      * them) but are never reported, as the renderer never draws them.
      * the report goes to planets_almanac.rpt.
      *
      * exit codes: 0 almanac written, 8 unusable arguments, no scene
      * file, or a scene without an epoch record (there is no calendar).
      *
      * usage: OrbitAlmanac scene-mode from-date to-date [step-days [tolerance-deg]]
      *        (dates YYYY-MM-DD; defaults: step 1 day, tolerance 2 degrees)
       class-id Planets.OrbitAlmanac public.

       method-id Main public static.
       environment division.
       input-output section.
       file-control.
           select scene-file assign to scene-path
               organization is line sequential
               file status is scene-status.
           select cat-file assign to cat-path
               organization is line sequential
               file status is cat-status.
           select alm-file assign to alm-path
               organization is line sequential
               file status is alm-status.
       data division.
       file section.
       fd  scene-file
           record contains 200 characters.
       01  scene-record        pic x(200).
       fd  cat-file
           record contains 200 characters.
       01  cat-record          pic x(200).
       fd  alm-file
           record contains 200 characters.
       01  alm-record          pic x(200).
       working-storage section.
      * the scene's bodies in file order (the PARENT numbering), with
      * the orbit fields and this step's world position
           01 almanac-body-table.
               05 almanac-body occurs 50 times.
                   10 ab-name        pic x(20).
                   10 ab-type        pic x(01).
                   10 ab-pos-x       type Double.
                   10 ab-pos-y       type Double.
                   10 ab-pos-z       type Double.
                   10 ab-parent      type Int32.
                   10 ab-radius      type Double.
                   10 ab-period      type Double.
                   10 ab-phase       type Double.
                   10 ab-angle       type Double.
                   10 ab-world-x     type Double.
                   10 ab-world-y     type Double.
                   10 ab-world-z     type Double.
      * catalog names and types - all the expansion needs, since a K
      * record's orbit and placement come from the scene
           01 catalog-table.
               05 catalog-entry occurs 50 times.
                   10 cat-name       pic x(20).
                   10 cat-type       pic x(01).
      * per pair (lower body number first): the line-up in progress and
      * the separation extremes over the range
           01 pair-table.
               05 pair-row occurs 50 times.
                   10 pair-col occurs 50 times.
                       15 pr-event   pic x(01).
                       15 pr-best    type Double.
                       15 pr-best-step type Int32.
                       15 pr-min-dist type Double.
                       15 pr-min-step type Int32.
                       15 pr-max-dist type Double.
      * closed events, printed in date order once the range is done
           01 event-table.
               05 event-entry occurs 2000 times.
                   10 ev-kind        pic x(01).
                   10 ev-body-a      type Int32.
                   10 ev-body-b      type Int32.
                   10 ev-step        type Int32.
                   10 ev-off         type Double.
                   10 ev-printed     pic x(01).
           77 body-count       type Int32 value 0.
           77 catalog-count    type Int32 value 0.
           77 event-count      type Int32 value 0.
           77 event-lost       type Int32 value 0.
           77 scene-path       pic x(60) value "planets.scene".
           77 cat-path         pic x(60) value "planets.catalog".
           77 alm-path         pic x(60) value "planets_almanac.rpt".
           77 scene-status     pic x(02).
           77 cat-status       pic x(02).
           77 alm-status       pic x(02).
           77 scene-eof-switch pic x(01).
               88 scene-at-eof           value "Y".
           77 cat-eof-switch   pic x(01).
               88 cat-at-eof             value "Y".
           77 epoch-switch     pic x(01) value "N".
               88 epoch-active           value "Y".
           77 epoch-date       type DateTime.
           77 sim-rate         type Double value 86400.0.
           77 epoch-year       type Int32.
           77 epoch-month      type Int32.
           77 epoch-day        type Int32.
           77 scene-mode       type Int32 value 0.
           77 scene-mode-disp  pic 9(02).
           77 from-date        type DateTime.
           77 to-date          type DateTime.
           77 step-date        type DateTime.
           77 step-span        type TimeSpan.
           77 date-ok-switch   pic x(01).
               88 date-ok                value "Y".
           77 date-text        pic x(20).
           77 date-year        type Int32.
           77 date-month       type Int32.
           77 date-day         type Int32.
           77 date-format      type String.
           77 step-days        type Double value 1.0.
           77 tolerance-deg    type Double value 2.0.
           77 range-days       type Double.
           77 step-count       type Int32.
           77 step-ix          type Int32.
           77 step-offset      type Double.
           77 sim-seconds      type Double.
           77 body-ix          type Int32.
           77 pair-a           type Int32.
           77 pair-b           type Int32.
           77 parent-ix        type Int32.
           77 cat-ix           type Int32.
           77 cat-slot         type Int32.
           77 orbit-radians    type Double.
           77 angle-diff       type Double.
           77 align-off        type Double.
           77 oppose-off       type Double.
           77 sep-dx           type Double.
           77 sep-dy           type Double.
           77 sep-dz           type Double.
           77 sep-dist         type Double.
           77 next-event       type Int32.
           77 event-ix         type Int32.
           77 event-scan-ix    type Int32.
           77 event-month      pic x(07).
           77 last-month       pic x(07).
           77 align-count      type Int32 value 0.
           77 oppose-count     type Int32 value 0.
           77 pair-count       type Int32 value 0.
           77 fixed-pair-count type Int32 value 0.
           77 kind-text        type String.
           77 name-a-text      type String.
           77 name-b-text      type String.
           77 parent-text      type String.
           77 when-text        type String.
           77 scene-text       type String.
           77 alm-line         type String.
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
           77 cat-tok-01       pic x(20).
           77 arg-work         pic x(20).
       linkage section.
           01 run-args         type String occurs any.
       procedure division using by value run-args.
           open output alm-file.

           if run-args::Length < 3
               move "usage: OrbitAlmanac scene-mode from-date to-date [step-days [tolerance-deg]]"
                   to alm-line
               perform write-alm-line
               close alm-file
               move 8 to type Environment::ExitCode
               goback
           end-if.

      *> one or two digits and nothing else - numval would turn a typo
      *> into mode 0 and an almanac for the wrong scene
           move run-args(1) to arg-work.
           if (arg-work(1:1) is numeric and arg-work(2:19) = spaces)
                   or (arg-work(1:2) is numeric
                       and arg-work(3:18) = spaces)
               move function numval(arg-work) to scene-mode
           else
               move "usage: OrbitAlmanac scene-mode from-date to-date [step-days [tolerance-deg]]"
                   to alm-line
               perform write-alm-line
               close alm-file
               move 8 to type Environment::ExitCode
               goback
           end-if.
           move run-args(2) to date-text.
           perform parse-date-text.
           if date-ok
               move step-date to from-date
               move run-args(3) to date-text
               perform parse-date-text
               move step-date to to-date
           end-if.
           if run-args::Length > 3
               move run-args(4) to arg-work
               move function numval(arg-work) to step-days
           end-if.
           if run-args::Length > 4
               move run-args(5) to arg-work
               move function numval(arg-work) to tolerance-deg
           end-if.

           if not date-ok
               move "from-date and to-date must be YYYY-MM-DD dates"
                   to alm-line
               perform write-alm-line
               close alm-file
               move 8 to type Environment::ExitCode
               goback
           end-if.

      *> the step count is capped so a fine step over a long range
      *> cannot run all night
           invoke to-date::Subtract(from-date) returning step-span.
           move step-span::TotalDays to range-days.
           if step-days > 0.0
               compute step-count = range-days / step-days
           end-if.
           if scene-mode < 0 or scene-mode > 99 or step-days <= 0.0
                   or tolerance-deg <= 0.0 or tolerance-deg >= 90.0
                   or range-days < 0.0 or step-count > 100000
               move "scene mode 0-99, to-date not before from-date, step over 0 (at most 100000 steps) and tolerance 0-90 degrees required"
                   to alm-line
               perform write-alm-line
               close alm-file
               move 8 to type Environment::ExitCode
               goback
           end-if.
           add 1 to step-count.

      *> the scene file name follows ResolveScenePath in Planets.Render
           if scene-mode > 0
               move scene-mode to scene-mode-disp
               move spaces to scene-path
               string "planets" delimited by size
                      scene-mode-disp delimited by size
                      ".scene" delimited by size
                 into scene-path
           end-if.
           move scene-path to scene-text.
           invoke scene-text::Trim() returning scene-text.

           move "N" to cat-eof-switch.
           open input cat-file.
           if cat-status = "00"
               perform read-catalog-record until cat-at-eof
               close cat-file
           end-if.

           move "N" to scene-eof-switch.
           open input scene-file.
           if scene-status not = "00"
               invoke type String::Format("scene file {0} not found",
                       scene-text)
                   returning alm-line
               perform write-alm-line
               close alm-file
               move 8 to type Environment::ExitCode
               goback
           end-if.
           perform read-scene-record until scene-at-eof.
           close scene-file.

           if not epoch-active
               invoke type String::Format(
                       "scene file {0} has no epoch record - no calendar to step",
                       scene-text)
                   returning alm-line
               perform write-alm-line
               close alm-file
               move 8 to type Environment::ExitCode
               goback
           end-if.

      *> sub-day steps print the time of day as well
           if step-days < 1.0
               move "{0:yyyy-MM-dd HH:mm}" to date-format
           else
               move "{0:yyyy-MM-dd}" to date-format
           end-if.

           invoke type String::Format(
                   "orbit almanac - {0}, {1} bodies, epoch {2:yyyy-MM-dd} (sim rate {3:F2})",
                   scene-text, body-count, epoch-date, sim-rate)
               returning alm-line.
           perform write-alm-line.
           invoke type String::Format(
                   "{0:yyyy-MM-dd} to {1:yyyy-MM-dd}, step {2:F2} day(s) ({3} steps), tolerance {4:F2} degrees",
                   from-date, to-date, step-days, step-count,
                   tolerance-deg)
               returning alm-line.
           perform write-alm-line.

           perform clear-pair-row
               varying pair-a from 1 by 1 until pair-a > body-count.

           perform run-one-step
               varying step-ix from 0 by 1 until step-ix >= step-count.

      *> a line-up still in progress on the last date closes there
           perform close-open-row
               varying pair-a from 1 by 1 until pair-a > body-count.

           move " " to alm-line.
           perform write-alm-line.
           move "alignments and oppositions (seen from the common parent):"
               to alm-line.
           perform write-alm-line.
           move spaces to last-month.
           perform print-next-event
               varying event-ix from 1 by 1 until event-ix > event-count.
           if event-count = 0
               move "  none in the range" to alm-line
               perform write-alm-line
           end-if.
           if event-lost > 0
               invoke type String::Format(
                       "  {0} further event(s) not listed - table full, narrow the range",
                       event-lost)
                   returning alm-line
               perform write-alm-line
           end-if.

           move " " to alm-line.
           perform write-alm-line.
           move "minimum separation by pair:" to alm-line.
           perform write-alm-line.
           invoke type String::Format("  {0,-20} {1,-20} {2,12} {3,-16} {4,12}",
                   "body", "body", "minimum", "on", "maximum")
               returning alm-line.
           perform write-alm-line.
           perform report-separation-row
               varying pair-a from 1 by 1 until pair-a > body-count.

           move " " to alm-line.
           perform write-alm-line.
           invoke type String::Format(
                   "{0} alignment(s), {1} opposition(s), {2} pair(s) with a minimum separation, {3} pair(s) at a constant distance",
                   align-count, oppose-count, pair-count,
                   fixed-pair-count)
               returning alm-line.
           perform write-alm-line.

           close alm-file.

           goback.

      *> YYYY-MM-DD, parsed positionally as load-epoch-record parses the
      *> epoch date; a bad date leaves date-ok off
       parse-date-text.
           move "N" to date-ok-switch.
           if date-text(5:1) = "-" and date-text(8:1) = "-"
                   and date-text(1:4) is numeric
                   and date-text(6:2) is numeric
                   and date-text(9:2) is numeric
                   and date-text(11:10) = spaces
               move function numval(date-text(1:4)) to date-year
               move function numval(date-text(6:2)) to date-month
               move function numval(date-text(9:2)) to date-day
               if date-year >= 1 and date-year <= 9999
                       and date-month >= 1 and date-month <= 12
                       and date-day >= 1
                       and date-day <= type DateTime::DaysInMonth(
                               date-year, date-month)
                   invoke type DateTime::new(date-year, date-month,
                           date-day)
                       returning step-date
                   move "Y" to date-ok-switch
               end-if
           end-if.

       read-catalog-record.
           read cat-file
               at end move "Y" to cat-eof-switch
           end-read.

           if not cat-at-eof and cat-record not = spaces
                   and catalog-count < 50
               add 1 to catalog-count
               move spaces to cat-name(catalog-count) cat-tok-01
               unstring cat-record delimited by ","
                   into cat-name(catalog-count) cat-tok-01
               move cat-tok-01 to cat-type(catalog-count)
           end-if.

      *> the same record types and optional-field defaults as LoadScene:
      *> lights and tour keyframes are skipped, the first valid epoch
      *> wins, a K record carries its placement and orbit in tokens 2-8
      *> and everything else is a long-form body
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
                           perform load-catalog-body
                       end-if
                   when other
                       if body-count < 50
                           add 1 to body-count
                           perform load-long-body
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
                   invoke type DateTime::new(epoch-year, epoch-month,
                           epoch-day)
                       returning epoch-date
                   move "Y" to epoch-switch
                   if sc-tok-02 not = spaces
                       move function numval(sc-tok-02) to sim-rate
                       if sim-rate <= 0.0
                           move 86400.0 to sim-rate
                       end-if
                   end-if
               end-if
           end-if.

      *> an unknown name becomes the blank-type placeholder LoadScene
      *> builds - hidden, but still a parent its children can ride on
       load-catalog-body.
           move 0 to cat-slot.
           perform find-catalog-name
               varying cat-ix from 1 by 1
               until cat-ix > catalog-count or cat-slot > 0.
           move sc-tok-01 to ab-name(body-count).
           if cat-slot = 0
               move space to ab-type(body-count)
           else
               move cat-type(cat-slot) to ab-type(body-count)
           end-if.
           move function numval(sc-tok-02) to ab-pos-x(body-count).
           move function numval(sc-tok-03) to ab-pos-y(body-count).
           move function numval(sc-tok-04) to ab-pos-z(body-count).
           move function numval(sc-tok-05) to ab-parent(body-count).
           move function numval(sc-tok-06) to ab-radius(body-count).
           move function numval(sc-tok-07) to ab-period(body-count).
           move function numval(sc-tok-08) to ab-phase(body-count).
           perform start-body-position.

       find-catalog-name.
           if cat-name(cat-ix) = sc-tok-01
               move cat-ix to cat-slot
           end-if.

       load-long-body.
           move sc-tok-21 to ab-name(body-count).
           move sc-type to ab-type(body-count).
           move function numval(sc-tok-01) to ab-pos-x(body-count).
           move function numval(sc-tok-02) to ab-pos-y(body-count).
           move function numval(sc-tok-03) to ab-pos-z(body-count).
           move function numval(sc-tok-12) to ab-parent(body-count).
           move function numval(sc-tok-13) to ab-radius(body-count).
           move function numval(sc-tok-14) to ab-period(body-count).
           move function numval(sc-tok-15) to ab-phase(body-count).
           perform start-body-position.

       start-body-position.
           move ab-phase(body-count) to ab-angle(body-count).
           move ab-pos-x(body-count) to ab-world-x(body-count).
           move ab-pos-y(body-count) to ab-world-y(body-count).
           move ab-pos-z(body-count) to ab-world-z(body-count).

       clear-pair-row.
           perform clear-pair-cell
               varying pair-b from 1 by 1 until pair-b > body-count.

       clear-pair-cell.
           move "N" to pr-event(pair-a, pair-b).
           move 0.0 to pr-best(pair-a, pair-b).
           move 0 to pr-best-step(pair-a, pair-b).
           move -1.0 to pr-min-dist(pair-a, pair-b).
           move 0 to pr-min-step(pair-a, pair-b).
           move 0.0 to pr-max-dist(pair-a, pair-b).

      *> one date: the clock reading for it, every orbit angle and world
      *> position, then every pair
       run-one-step.
           compute step-offset = step-ix * step-days.
           invoke from-date::AddDays(step-offset) returning step-date.
           invoke step-date::Subtract(epoch-date) returning step-span.
           move step-span::TotalSeconds to sim-seconds.

           perform position-one-body
               varying body-ix from 1 by 1 until body-ix > body-count.

           perform check-pair-row
               varying pair-a from 1 by 1 until pair-a >= body-count.

      *> the renderer's formulas: the angle is a pure function of the
      *> clock, the parent must be a real body other than this one, and
      *> a parent later in the file lends its previous position
       position-one-body.
           if ab-period(body-ix) not = 0.0
               compute ab-angle(body-ix) = ab-phase(body-ix)
                       + (360.0 * sim-seconds / ab-period(body-ix))
           end-if.
           if ab-parent(body-ix) >= 1
                   and ab-parent(body-ix) <= body-count
                   and ab-parent(body-ix) not = body-ix
               move ab-parent(body-ix) to parent-ix
               compute orbit-radians = ab-angle(body-ix)
                       * 3.14159265358979 / 180.0
               compute ab-world-x(body-ix) = ab-world-x(parent-ix)
                       + (ab-radius(body-ix)
                          * type Math::Cos(orbit-radians))
               compute ab-world-y(body-ix) = ab-world-y(parent-ix)
                       + ab-pos-y(body-ix)
               compute ab-world-z(body-ix) = ab-world-z(parent-ix)
                       + (ab-radius(body-ix)
                          * type Math::Sin(orbit-radians))
           end-if.

       check-pair-row.
           compute pair-b = pair-a + 1.
           perform check-one-pair
               varying pair-b from pair-b by 1 until pair-b > body-count.

       check-one-pair.
           if ab-type(pair-a) not = space and ab-type(pair-b) not = space
               perform track-separation
               if ab-parent(pair-a) = ab-parent(pair-b)
                       and ab-parent(pair-a) >= 1
                       and ab-parent(pair-a) <= body-count
                       and ab-parent(pair-a) not = pair-a
                       and ab-parent(pair-b) not = pair-b
                       and ab-radius(pair-a) not = 0.0
                       and ab-radius(pair-b) not = 0.0
                   perform track-line-up
               end-if
           end-if.

       track-separation.
           compute sep-dx = ab-world-x(pair-a) - ab-world-x(pair-b).
           compute sep-dy = ab-world-y(pair-a) - ab-world-y(pair-b).
           compute sep-dz = ab-world-z(pair-a) - ab-world-z(pair-b).
           compute sep-dist = type Math::Sqrt(sep-dx * sep-dx
                   + sep-dy * sep-dy + sep-dz * sep-dz).
           if pr-min-dist(pair-a, pair-b) < 0.0
                   or sep-dist < pr-min-dist(pair-a, pair-b)
               move sep-dist to pr-min-dist(pair-a, pair-b)
               move step-ix to pr-min-step(pair-a, pair-b)
           end-if.
           if sep-dist > pr-max-dist(pair-a, pair-b)
               move sep-dist to pr-max-dist(pair-a, pair-b)
           end-if.

      *> the angle between the two orbit angles, folded into 0-180; a
      *> line-up lasts as long as consecutive steps stay inside the
      *> tolerance and is dated at its closest step
       track-line-up.
           compute angle-diff = type Math::IEEERemainder(
                   ab-angle(pair-a) - ab-angle(pair-b), 360.0).
           if angle-diff < 0.0
               compute angle-diff = 0.0 - angle-diff
           end-if.
           move angle-diff to align-off.
           compute oppose-off = 180.0 - angle-diff.

           evaluate true
               when align-off <= tolerance-deg
                   if pr-event(pair-a, pair-b) = "O"
                       perform close-pair-event
                   end-if
                   if pr-event(pair-a, pair-b) not = "A"
                       move "A" to pr-event(pair-a, pair-b)
                       move align-off to pr-best(pair-a, pair-b)
                       move step-ix to pr-best-step(pair-a, pair-b)
                   end-if
                   if align-off < pr-best(pair-a, pair-b)
                       move align-off to pr-best(pair-a, pair-b)
                       move step-ix to pr-best-step(pair-a, pair-b)
                   end-if
               when oppose-off <= tolerance-deg
                   if pr-event(pair-a, pair-b) = "A"
                       perform close-pair-event
                   end-if
                   if pr-event(pair-a, pair-b) not = "O"
                       move "O" to pr-event(pair-a, pair-b)
                       move oppose-off to pr-best(pair-a, pair-b)
                       move step-ix to pr-best-step(pair-a, pair-b)
                   end-if
                   if oppose-off < pr-best(pair-a, pair-b)
                       move oppose-off to pr-best(pair-a, pair-b)
                       move step-ix to pr-best-step(pair-a, pair-b)
                   end-if
               when other
                   if pr-event(pair-a, pair-b) not = "N"
                       perform close-pair-event
                   end-if
           end-evaluate.

       close-pair-event.
           if event-count < 2000
               add 1 to event-count
               move pr-event(pair-a, pair-b) to ev-kind(event-count)
               move pair-a to ev-body-a(event-count)
               move pair-b to ev-body-b(event-count)
               move pr-best-step(pair-a, pair-b) to ev-step(event-count)
               move pr-best(pair-a, pair-b) to ev-off(event-count)
               move "N" to ev-printed(event-count)
           else
               add 1 to event-lost
           end-if.
           move "N" to pr-event(pair-a, pair-b).

       close-open-row.
           perform close-open-cell
               varying pair-b from 1 by 1 until pair-b > body-count.

       close-open-cell.
           if pr-event(pair-a, pair-b) not = "N"
               perform close-pair-event
           end-if.

      *> events close in the order they end, not the order they peak -
      *> each pass prints the earliest one still unprinted, with a month
      *> heading whenever the month changes
       print-next-event.
           move 0 to next-event.
           perform find-earliest-event
               varying event-scan-ix from 1 by 1
               until event-scan-ix > event-count.
           move "Y" to ev-printed(next-event).
           move ev-step(next-event) to step-ix.
           compute step-offset = step-ix * step-days.
           invoke from-date::AddDays(step-offset) returning step-date.

           invoke step-date::ToString("yyyy-MM") returning when-text.
           move when-text to event-month.
           if event-month not = last-month
               move event-month to last-month
               invoke type String::Format("  {0:MMMM yyyy}", step-date)
                   returning alm-line
               perform write-alm-line
           end-if.

           invoke type String::Format(date-format, step-date)
               returning when-text.
           move ev-body-a(next-event) to body-ix.
           perform build-body-name.
           move name-b-text to name-a-text.
           move ev-body-b(next-event) to body-ix.
           perform build-body-name.
           move ab-parent(body-ix) to body-ix.
           perform build-body-name.
           move name-b-text to parent-text.
           move ev-body-b(next-event) to body-ix.
           perform build-body-name.

           if ev-kind(next-event) = "A"
               add 1 to align-count
               move "ALIGNMENT " to kind-text
               invoke type String::Format(
                       "    {0,-16} {1} {2} - {3} about {4}, {5:F2} deg apart",
                       when-text, kind-text, name-a-text, name-b-text,
                       parent-text, ev-off(next-event))
                   returning alm-line
           else
               add 1 to oppose-count
               move "OPPOSITION" to kind-text
               invoke type String::Format(
                       "    {0,-16} {1} {2} - {3} about {4}, {5:F2} deg short of opposite",
                       when-text, kind-text, name-a-text, name-b-text,
                       parent-text, ev-off(next-event))
                   returning alm-line
           end-if.
           perform write-alm-line.

       find-earliest-event.
           if ev-printed(event-scan-ix) = "N"
               if next-event = 0
                   move event-scan-ix to next-event
               else
                   if ev-step(event-scan-ix) < ev-step(next-event)
                       move event-scan-ix to next-event
                   end-if
               end-if
           end-if.

      *> a named body reports by name, an unnamed one by its record
      *> position - the numbering PARENT fields use
       build-body-name.
           if ab-name(body-ix) not = spaces
               move ab-name(body-ix) to name-b-text
               invoke name-b-text::Trim() returning name-b-text
           else
               invoke type String::Format("body {0}", body-ix)
                   returning name-b-text
           end-if.

       report-separation-row.
           compute pair-b = pair-a + 1.
           perform report-separation-cell
               varying pair-b from pair-b by 1 until pair-b > body-count.

      *> a pair whose distance never changes (both fixed, or a body and
      *> its own parent) has no minimum worth a date - counted only
       report-separation-cell.
           if pr-min-dist(pair-a, pair-b) >= 0.0
               if pr-max-dist(pair-a, pair-b)
                       - pr-min-dist(pair-a, pair-b) < 0.0001
                   add 1 to fixed-pair-count
               else
                   add 1 to pair-count
                   move pr-min-step(pair-a, pair-b) to step-ix
                   compute step-offset = step-ix * step-days
                   invoke from-date::AddDays(step-offset)
                       returning step-date
                   invoke type String::Format(date-format, step-date)
                       returning when-text
                   move pair-a to body-ix
                   perform build-body-name
                   move name-b-text to name-a-text
                   move pair-b to body-ix
                   perform build-body-name
                   invoke type String::Format(
                           "  {0,-20} {1,-20} {2,12:F4} {3,-16} {4,12:F4}",
                           name-a-text, name-b-text,
                           pr-min-dist(pair-a, pair-b), when-text,
                           pr-max-dist(pair-a, pair-b))
                       returning alm-line
                   perform write-alm-line
               end-if
           end-if.

       write-alm-line.
           if alm-status = "00"
               move alm-line to alm-record
               write alm-record
           end-if.

       end method.

       end class.
