                   10 view-yaw       type Double.
                   10 view-pitch     type Double.

      * scripted camera tour - "T" scene records are timed keyframes
      * (seconds from the start of the tour), each a pan/zoom/yaw/pitch
      * camera or a named viewpoint, optionally following a body.  T
      * starts/stops the tour, a playlist entry can start it as its scene
      * loads, and any hand on the camera stops it.  see LoadScene and
      * UpdateCameraTour: the camera glides between keyframes on the
      * tour's own frame count (a nominal 1/60 s each, like the sim
      * clock) so a replayed tour lands frame for frame, and holds the
      * last keyframe once the tour has run out.  cam-track is the
      * followed point - apply-camera-transform centres the view on it.
           77 tour-count       type Int32 value 0.
           77 tour-switch      pic x(01) value "N".
               88 tour-running           value "Y".
           77 tour-held-switch pic x(01) value "N".
               88 tour-held              value "Y".
           77 tour-frame       type Int64 value 0.
           77 cam-track-x      type Double value 0.0.
           77 cam-track-y      type Double value 0.0.
           77 cam-track-z      type Double value 0.0.
           01 tour-table.
               05 tour-key occurs 20 times.
                   10 tk-seconds     type Double.
                   10 tk-pan-x       type Double.
                   10 tk-pan-y       type Double.
                   10 tk-zoom        type Double.
                   10 tk-yaw         type Double.
                   10 tk-pitch       type Double.
                   10 tk-track       type Int32.
                   10 tk-view        pic x(20).
                   10 tk-view-used   pic x(01).

      * frame timing / diagnostics overlay - see UpdateFps, UpdateDiagnosticsOverlay
           77 frame-count      type Int64  value 0.
           77 session-clock    type Stopwatch.
                   10 rp-dbl-3       type Double.
                   10 rp-dbl-4       type Double.
                   10 rp-dbl-5       type Double.
                   10 rp-dbl-6       type Double.

      * scene playlist - when planets.playlist is present the run becomes a
      * scheduled batch: one entry per scene (mode, seconds, screenshot
      * flag, tour flag) and CheckAutoExit advances to the next entry
      * instead of exiting until the list is done.  see LoadPlaylist/
      * AdvancePlaylist.
           77 playlist-path    pic x(60) value "planets.playlist".
           77 playlist-switch  pic x(01) value "N".
               88 playlist-active       value "Y".
                   10 pl-scene-mode  type Int32.
                   10 pl-seconds     type Double.
                   10 pl-shot        pic x(01).
                   10 pl-tour        pic x(01).

      * mid-playlist checkpoint - every thirty seconds of a playlist
      * run WriteBatchCheckpoint snapshots the batch position (entry,
               move "N" to resume-switch
           end-if.

      *> a playlist entry flagged for its tour starts it with the scene
      *> (a resumed entry starts it again from the first keyframe)
           if playlist-active
               if pl-tour(playlist-ix) = "Y"
                   invoke self::StartCameraTour()
               end-if
           end-if.

           if run-seconds > 0 and not playlist-active
               move "Y" to batch-switch
               move run-seconds to batch-duration
      *> inspector - I toggles, N next body, F next field, +/- nudge the
      *> selected field while the inspector is on, K saves the scene.
      *> O cycles the orbit/trail display (off, circles, circles+trails).
      *> T starts or stops the scene's scripted camera tour.
       method-id OnKeyDown override protected.
       local-storage section.
           77 key-event        pic x(12).
                   move "CAMHOME" to key-event
               when e::Key = type OpenTK.Input.Key::O
                   move "ORBITVIEW" to key-event
               when e::Key = type OpenTK.Input.Key::T
                   move "TOUR" to key-event
               when e::Key = type OpenTK.Input.Key::PageUp
                   move "TIMEFASTER" to key-event
               when e::Key = type OpenTK.Input.Key::PageDown
               end-evaluate
           end-if.

      *> any hand on the camera ends a running tour - the operator's
      *> move applies on top of wherever the tour had got to
           if tour-running
               evaluate evt
                   when "ORBITLEFT"
                   when "ORBITRIGHT"
                   when "ORBITUP"
                   when "ORBITDOWN"
                   when "PANLEFT"
                   when "PANRIGHT"
                   when "PANUP"
                   when "PANDOWN"
                   when "ZOOMIN"
                   when "ZOOMOUT"
                   when "CAMHOME"
                   when "VIEW1"
                   when "VIEW2"
                   when "VIEW3"
                   when "VIEW4"
                       invoke self::StopCameraTour()
               end-evaluate
           end-if.

           evaluate evt
               when "EXIT"
                   invoke self::WriteSessionLog("key Escape - exit requested")
                   move 0.0 to cam-zoom
                   move 0.0 to cam-orbit-yaw
                   move 0.0 to cam-orbit-pitch
                   move 0.0 to cam-track-x
                   move 0.0 to cam-track-y
                   move 0.0 to cam-track-z
                   invoke self::WriteSessionLog("key Home - camera reset")

               when "VIEW1"
                       returning key-msg
                   invoke self::WriteSessionLog(key-msg)

      *> T toggles the tour; a tour that has run out and is holding its
      *> last keyframe still counts as running until stopped
               when "TOUR"
                   if tour-running
                       invoke self::StopCameraTour()
                   else
                       if tour-count = 0
                           invoke self::WriteSessionLog(
                               "key T - no tour in this scene")
                       else
                           invoke self::StartCameraTour()
                       end-if
                   end-if

               when "INSPECT"
                   if inspect-active
                       move "N" to inspect-switch
           77 replay-evt       pic x(12).
           77 replay-msg       type String.
           77 nudge-body-ix    type Int32.
           77 replay-key-ix    type Int32.
           77 ov-ix            type Int32.
           77 ov-seg-ix        type Int32.
           77 ov-parent-ix     type Int32.
               perform apply-replay-event until replay-frame-done
           end-if.

      *> a running tour sets this frame's camera before anything uses it
           if tour-running
               invoke self::UpdateCameraTour()
           end-if.

           invoke type GL::Clear(type ClearBufferMask::ColorBufferBit B-Or type ClearBufferMask::DepthBufferBit).

           invoke type GL::MatrixMode(type MatrixMode::Modelview).
                       when "VIEW2"
                       when "VIEW3"
                       when "VIEW4"
                           if tour-running
                               invoke self::StopCameraTour()
                           end-if
                           move rp-dbl-1(replay-ix) to cam-pan-x
                           move rp-dbl-2(replay-ix) to cam-pan-y
                           move rp-dbl-3(replay-ix) to cam-zoom
                           move rp-dbl-4(replay-ix) to cam-orbit-yaw
                           move rp-dbl-5(replay-ix) to cam-orbit-pitch
                           move 0.0 to cam-track-x
                           move 0.0 to cam-track-y
                           move 0.0 to cam-track-z
      *> a viewpoint keyframe's camera as the recorded tour resolved it -
      *> arg 1 is the keyframe, the other five the camera values
                       when "TOURVIEW"
                           move rp-arg-1(replay-ix) to replay-key-ix
                           if replay-key-ix >= 1
                                   and replay-key-ix <= tour-count
                               move rp-dbl-2(replay-ix)
                                   to tk-pan-x(replay-key-ix)
                               move rp-dbl-3(replay-ix)
                                   to tk-pan-y(replay-key-ix)
                               move rp-dbl-4(replay-ix)
                                   to tk-zoom(replay-key-ix)
                               move rp-dbl-5(replay-ix)
                                   to tk-yaw(replay-key-ix)
                               move rp-dbl-6(replay-ix)
                                   to tk-pitch(replay-key-ix)
                           end-if
                       when other
                           invoke self::HandleInputEvent(replay-evt)
                   end-evaluate
      * rebuilds the operator camera on top of a fresh identity: pan and
      * zoom first, then pitch and yaw so orbiting swings the whole scene
      * around the view centre.  all zeros (the startup state and the Home
      * key) is exactly the original fixed view.  a tour that follows a
      * body moves the scene last so the followed point sits where the
      * scene origin would, and the pan, zoom and orbit work around it.
       apply-camera-transform.
           invoke type GL::Translate(cam-pan-x, cam-pan-y, cam-zoom).
           invoke type GL::Rotate(cam-orbit-pitch, 1.0, 0.0, 0.0).
           invoke type GL::Rotate(cam-orbit-yaw, 0.0, 1.0, 0.0).
           if cam-track-x not = 0.0 or cam-track-y not = 0.0
                   or cam-track-z not = 0.0
               invoke type GL::Translate(0.0 - cam-track-x,
                       0.0 - cam-track-y, 0.0 - cam-track-z)
           end-if.

      * loads the fixed-function material for this body: ambient and
      * diffuse are the body colour weighted by the scene-record material
               move view-zoom(view-slot)  to cam-zoom
               move view-yaw(view-slot)   to cam-orbit-yaw
               move view-pitch(view-slot) to cam-orbit-pitch
               move 0.0 to cam-track-x
               move 0.0 to cam-track-y
               move 0.0 to cam-track-z
               invoke type String::Format(
                       "viewpoint {0} recalled - {1}",
                       view-slot, view-name(view-slot))
           goback.
       end method.

      *> starts the loaded scene's tour from its first keyframe - the T
      *> key, or a playlist entry whose tour flag is set.  keyframes that
      *> name a viewpoint are journaled with the camera they resolved to,
      *> the way a viewpoint recall is, so a replay flies the recorded
      *> tour even if planets_views.dat has been re-saved since.
       method-id StartCameraTour private.
       local-storage section.
           77 tour-msg         type String.
           77 tour-evt         type String.
           77 st-ix            type Int32.
       procedure division.
           if tour-count = 0
               invoke self::WriteSessionLog(
                   "no tour in this scene - tour not started")
               goback
           end-if.

           move "Y" to tour-switch.
           move "N" to tour-held-switch.
           move 0 to tour-frame.

           if not replay-mode
               perform journal-tour-view
                   varying st-ix from 1 by 1 until st-ix > tour-count
           end-if.

           invoke type String::Format(
                   "camera tour started - {0} keyframe(s) over {1:F1}s",
                   tour-count, tk-seconds(tour-count))
               returning tour-msg.
           invoke self::WriteSessionLog(tour-msg).

           goback.

       journal-tour-view.
           if tk-view-used(st-ix) = "Y"
               invoke type String::Format(
                       "TOURVIEW,{0},{1:F4},{2:F4},{3:F4},{4:F4},{5:F4}",
                       st-ix, tk-pan-x(st-ix), tk-pan-y(st-ix),
                       tk-zoom(st-ix), tk-yaw(st-ix), tk-pitch(st-ix))
                   returning tour-evt
               invoke self::WriteJournal(tour-evt)
           end-if.

       end method.

      *> ends a running tour where it stands - the camera, and any body
      *> the tour was following, stay put until the operator moves them.
       method-id StopCameraTour private.
       local-storage section.
           77 tour-msg         type String.
           77 tour-time        type Double.
       procedure division.
           move "N" to tour-switch.
           move "N" to tour-held-switch.
           compute tour-time = tour-frame / 60.0.
           invoke type String::Format(
                   "camera tour stopped at {0:F1}s", tour-time)
               returning tour-msg.
           invoke self::WriteSessionLog(tour-msg).
           goback.
       end method.

      *> sets this frame's camera from the tour: before the first keyframe
      *> its values, past the last one the last one's (held), otherwise
      *> an eased glide between the keyframes either side of the tour
      *> time - smoothstep, so every leg starts and ends at rest.  a
      *> followed body is read at the world position the previous frame
      *> resolved (this frame's has not been computed yet), and a leg
      *> between two different targets glides between them the same way.
      *> the tour clock only runs while the simulation is not paused.
       method-id UpdateCameraTour private.
       local-storage section.
           77 tour-time        type Double.
           77 tour-msg         type String.
           77 seg-ix           type Int32.
           77 seg-from         type Int32.
           77 seg-to           type Int32.
           77 seg-frac         type Double.
           77 seg-ease         type Double.
           77 from-x           type Double.
           77 from-y           type Double.
           77 from-z           type Double.
           77 to-x             type Double.
           77 to-y             type Double.
           77 to-z             type Double.
           77 track-body       type Int32.
           77 track-x          type Double.
           77 track-y          type Double.
           77 track-z          type Double.
       procedure division.
           compute tour-time = tour-frame / 60.0.

           evaluate true
               when tour-time <= tk-seconds(1)
                   move 1 to seg-from
                   move 1 to seg-to
                   move 0.0 to seg-ease
               when tour-time >= tk-seconds(tour-count)
                   move tour-count to seg-from
                   move tour-count to seg-to
                   move 0.0 to seg-ease
                   if not tour-held
                       move "Y" to tour-held-switch
                       invoke type String::Format(
                               "camera tour complete at {0:F1}s - holding the last keyframe",
                               tour-time)
                           returning tour-msg
                       invoke self::WriteSessionLog(tour-msg)
                   end-if
               when other
                   move 1 to seg-from
                   perform find-tour-leg
                       varying seg-ix from 2 by 1
                       until seg-ix > tour-count
                   compute seg-to = seg-from + 1
                   compute seg-frac = (tour-time - tk-seconds(seg-from))
                           / (tk-seconds(seg-to) - tk-seconds(seg-from))
                   compute seg-ease = seg-frac * seg-frac
                           * (3.0 - (2.0 * seg-frac))
           end-evaluate.

           compute cam-pan-x = tk-pan-x(seg-from)
                   + ((tk-pan-x(seg-to) - tk-pan-x(seg-from)) * seg-ease).
           compute cam-pan-y = tk-pan-y(seg-from)
                   + ((tk-pan-y(seg-to) - tk-pan-y(seg-from)) * seg-ease).
           compute cam-zoom = tk-zoom(seg-from)
                   + ((tk-zoom(seg-to) - tk-zoom(seg-from)) * seg-ease).
           compute cam-orbit-yaw = tk-yaw(seg-from)
                   + ((tk-yaw(seg-to) - tk-yaw(seg-from)) * seg-ease).
           compute cam-orbit-pitch = tk-pitch(seg-from)
                   + ((tk-pitch(seg-to) - tk-pitch(seg-from)) * seg-ease).

           move tk-track(seg-from) to track-body.
           perform fetch-track-point.
           move track-x to from-x.
           move track-y to from-y.
           move track-z to from-z.
           move tk-track(seg-to) to track-body.
           perform fetch-track-point.
           move track-x to to-x.
           move track-y to to-y.
           move track-z to to-z.
           compute cam-track-x = from-x + ((to-x - from-x) * seg-ease).
           compute cam-track-y = from-y + ((to-y - from-y) * seg-ease).
           compute cam-track-z = from-z + ((to-z - from-z) * seg-ease).

           if not is-paused
               add 1 to tour-frame
           end-if.

           goback.

      *> the leg's start is the last keyframe at or before the tour time
       find-tour-leg.
           if tk-seconds(seg-ix) <= tour-time
               move seg-ix to seg-from
           end-if.

      *> no body (or one the scene does not have) follows nothing - the
      *> scene origin, which leaves the camera exactly as written
       fetch-track-point.
           if track-body >= 1 and track-body <= body-count
               move body-world-x(track-body) to track-x
               move body-world-y(track-body) to track-y
               move body-world-z(track-body) to track-z
           else
               move 0.0 to track-x
               move 0.0 to track-y
               move 0.0 to track-z
           end-if.

       end method.

      *> reads the optional scene schedule from planets.playlist - one comma
      *> separated record per scene to run: SCENEMODE,SECONDS,SHOT[,TOUR]
      *> with SHOT "Y" or "N" (default "Y", like the single-scene batch)
      *> and TOUR "Y" to run the scene's camera tour from the moment the
      *> entry loads (default "N", the camera left as it is).  up to 20
      *> entries; a missing file simply leaves the playlist empty and the
      *> constructor arguments drive the run as they always have.
       method-id LoadPlaylist private.
           77 pl-tok-01            pic x(20).
           77 pl-tok-02            pic x(20).
           77 pl-tok-03            pic x(20).
           77 pl-tok-04            pic x(20).
           77 pl-load-msg          type String.
       linkage section.
           77 pl-error-total       type Int32.

           if not playlist-at-eof and playlist-record not = spaces
               add 1 to pl-rec-num
               move spaces to pl-tok-01 pl-tok-02 pl-tok-03 pl-tok-04
               unstring playlist-record delimited by ","
                   into pl-tok-01 pl-tok-02 pl-tok-03 pl-tok-04
               invoke self::IsNumericToken(pl-tok-01)
                   returning pl-tok-ok-1
               invoke self::IsNumericToken(pl-tok-02)
                   else
                       move "Y" to pl-shot(playlist-count)
                   end-if
                   if pl-tok-04 = "Y"
                       move "Y" to pl-tour(playlist-count)
                   else
                       move "N" to pl-tour(playlist-count)
                   end-if
               else
                   add 1 to pl-bad-count
                   invoke type String::Format(
           77 rp-tok-arg-3     pic x(20).
           77 rp-tok-arg-4     pic x(20).
           77 rp-tok-arg-5     pic x(20).
           77 rp-tok-arg-6     pic x(20).
           77 rp-dropped       type Int32.
           77 rp-load-msg      type String.
       procedure division.
               add 1 to replay-count
               move spaces to rp-tok-frame rp-tok-arg-1 rp-tok-arg-2
                              rp-tok-arg-3 rp-tok-arg-4 rp-tok-arg-5
                              rp-tok-arg-6
               move spaces to rp-event(replay-count)
               unstring replay-record delimited by ","
                   into rp-tok-frame
                        rp-tok-arg-3
                        rp-tok-arg-4
                        rp-tok-arg-5
                        rp-tok-arg-6
               move function numval(rp-tok-frame)
                   to rp-frame(replay-count)
      *> the first two argument tokens are kept in both integer form
      *> (RESIZE width/height, NUDGE body/field) and double form (STATE
      *> angles, VIEW camera values) - whichever the event needs at apply
      *> time; tokens three to six are double-only (nudge result, the
      *> rest of a recalled camera, a tour keyframe's camera)
               if rp-tok-arg-1 = spaces
                   move 0.0 to rp-dbl-1(replay-count)
               else
                   move function numval(rp-tok-arg-5)
                       to rp-dbl-5(replay-count)
               end-if
               if rp-tok-arg-6 = spaces
                   move 0.0 to rp-dbl-6(replay-count)
               else
                   move function numval(rp-tok-arg-6)
                       to rp-dbl-6(replay-count)
               end-if
           end-if.

       end method.

      *> writes the end-of-run baseline next to the journal: total frame
      *> count, the final camera (and the point a camera tour left it
      *> following), and every body's final rotation and orbit
      *> angles.  copied along with planets_journal.log to
      *> planets_replay.log territory, it is what VerifyReplayBaseline
      *> checks a replayed run against.  same fail-safe open as the
      *> other writers - a full disk costs the baseline, not the
               move bl-line to baseline-record
               write baseline-record

               invoke type String::Format("TRACK,{0:F6},{1:F6},{2:F6}",
                       cam-track-x, cam-track-y, cam-track-z)
                   returning bl-line
               move bl-line to baseline-record
               write baseline-record

               perform write-baseline-body
                   varying bl-ix from 1 by 1 until bl-ix > body-count

                       move function numval(bl-tok-05) to vf-val-base
                       move cam-orbit-pitch to vf-val-replay
                       perform verify-one-field
                   when "TRACK"
                       move "TRACKX" to vf-field-name
                       move function numval(bl-tok-01) to vf-val-base
                       move cam-track-x to vf-val-replay
                       perform verify-one-field
                       move "TRACKY" to vf-field-name
                       move function numval(bl-tok-02) to vf-val-base
                       move cam-track-y to vf-val-replay
                       perform verify-one-field
                       move "TRACKZ" to vf-field-name
                       move function numval(bl-tok-03) to vf-val-base
                       move cam-track-z to vf-val-replay
                       perform verify-one-field
                   when "BODY"
                       perform verify-one-body
               end-evaluate
      *> whose name is not in the catalog loads as a hidden placeholder
      *> that draws nothing but keeps its body slot, so the file-order
      *> PARENT numbers in later records stay right; the validation report
      *> and the reconciliation report both name it.
      *>
      *> a record whose TYPE is "T" is a camera tour keyframe:
      *> T,SECONDS,PANX,PANY,ZOOM,YAW,PITCH[,TRACK[,VIEW]] - SECONDS from
      *> the start of the tour, in increasing order, up to 20 keyframes.
      *> TRACK is the body number (file order, as PARENT counts) the
      *> camera follows at that keyframe, 0 or blank for none.  VIEW names
      *> a planets_views.dat viewpoint whose camera replaces the five
      *> camera tokens (which may then be left empty); a name the
      *> viewpoint file does not hold falls back to the tokens.  keyframes
      *> do not take body slots.  see UpdateCameraTour.
      *>
      *> Falls back to the original pyramid/cube layout when no scene file
      *> is present.
       method-id LoadScene private.
       environment division.
       input-output section.
           77 scene-tok-22      pic x(40).
           77 scene-rec-type    pic x(01).
           77 scene-cat-slot    type Int32.
           77 scene-view-ix     type Int32.
           77 scene-tour-time   type Double.
           77 epoch-year        type Int32.
           77 epoch-month       type Int32.
           77 epoch-day         type Int32.
           move "N" to epoch-switch.
           move 0.0 to sim-seconds.
           move 86400.0 to sim-rate.
      *> the tour belongs to the scene too - a new scene stops any tour
      *> and drops the followed point along with the old body numbers
           move zero to tour-count.
           move "N" to tour-switch.
           move "N" to tour-held-switch.
           move 0 to tour-frame.
           move 0.0 to cam-track-x.
           move 0.0 to cam-track-y.
           move 0.0 to cam-track-z.
      *> reset the eof latch - this loader reruns on every playlist
      *> advance, and a stale "Y" would skip the whole file and drop the
      *> run onto the two-body fallback
                       perform load-light-record
                   when "E"
                       perform load-epoch-record
                   when "T"
                       perform load-tour-record
                   when "K"
                       if body-count < 50
                           perform load-catalog-body
           move body-pos-y(body-count) to body-world-y(body-count).
           move body-pos-z(body-count) to body-world-z(body-count).

      *> the camera tokens load unguarded like a light's - a missing one
      *> reads as zero.  a keyframe that does not come after the one
      *> before it is dropped (the glide between them would divide by a
      *> zero or negative leg), and the validator names it.
       load-tour-record.
           move function numval(scene-tok-01) to scene-tour-time.
           if tour-count < 20
               if tour-count = 0
                       or scene-tour-time > tk-seconds(tour-count)
                   add 1 to tour-count
                   move scene-tour-time to tk-seconds(tour-count)
                   move function numval(scene-tok-02)
                       to tk-pan-x(tour-count)
                   move function numval(scene-tok-03)
                       to tk-pan-y(tour-count)
                   move function numval(scene-tok-04)
                       to tk-zoom(tour-count)
                   move function numval(scene-tok-05)
                       to tk-yaw(tour-count)
                   move function numval(scene-tok-06)
                       to tk-pitch(tour-count)
                   if scene-tok-07 = spaces
                       move 0 to tk-track(tour-count)
                   else
                       move function numval(scene-tok-07)
                           to tk-track(tour-count)
                   end-if
                   move scene-tok-08 to tk-view(tour-count)
                   move "N" to tk-view-used(tour-count)
                   if tk-view(tour-count) not = spaces
                       perform resolve-tour-view
                           varying scene-view-ix from 1 by 1
                           until scene-view-ix > 4
                   end-if
               end-if
           end-if.

      *> the first used slot carrying the keyframe's name supplies the
      *> camera - the viewpoints load before any scene does
       resolve-tour-view.
           if tk-view-used(tour-count) not = "Y"
                   and view-used(scene-view-ix) = "Y"
                   and view-name(scene-view-ix) = tk-view(tour-count)
               move view-pan-x(scene-view-ix) to tk-pan-x(tour-count)
               move view-pan-y(scene-view-ix) to tk-pan-y(tour-count)
               move view-zoom(scene-view-ix) to tk-zoom(tour-count)
               move view-yaw(scene-view-ix) to tk-yaw(tour-count)
               move view-pitch(scene-view-ix) to tk-pitch(tour-count)
               move "Y" to tk-view-used(tour-count)
           end-if.

      *> light position and colour load unguarded like the body fields do -
      *> a missing token reads as zero; only the optional intensity token
      *> gets an explicit default.

      *> writes the live scene table back out to the active scene file in
      *> the full record layout LoadScene reads (the epoch record first
      *> when one is active, then lights, then tour keyframes, then bodies,
      *> every optional field written explicitly), so a scene tuned with
      *> the inspector round-trips without hand-editing - and without the
      *> miscounted-comma corruption that made scene authoring a developer
               end-if
               perform write-scene-light
                   varying out-ix from 1 by 1 until out-ix > light-count
               perform write-scene-tour-key
                   varying out-ix from 1 by 1 until out-ix > tour-count
               perform write-scene-body
                   varying out-ix from 1 by 1 until out-ix > body-count
               close out-scene-file
           move out-line to out-scene-record.
           write out-scene-record.

      *> a viewpoint keyframe keeps its VIEW name and writes the camera
      *> it resolved to as well, so it still has a camera to fall back on
      *> if the viewpoint is later renamed or cleared
       write-scene-tour-key.
           invoke type String::Format(
                   "T,{0:F2},{1:F4},{2:F4},{3:F4},{4:F4},{5:F4},{6}",
                   tk-seconds(out-ix), tk-pan-x(out-ix), tk-pan-y(out-ix),
                   tk-zoom(out-ix), tk-yaw(out-ix), tk-pitch(out-ix),
                   tk-track(out-ix))
               returning out-line.
           if tk-view(out-ix) not = spaces
               move tk-view(out-ix) to out-name
               invoke out-name::Trim() returning out-name
               invoke type String::Format("{0},{1}", out-line, out-name)
                   returning out-line
           end-if.
           move out-line to out-scene-record.
           write out-scene-record.

       write-scene-light.
           invoke type String::Format(
                   "L,{0:F4},{1:F4},{2:F4},{3:F4},{4:F4},{5:F4},{6:F4}",
      *> ever touches it: every bad record is named in planets_validation.rpt
      *> with its field and reason (missing token, non-numeric value, unknown
      *> type, body/light limit exceeded, parent not an earlier body, detail
      *> out of range, tour keyframes out of order or following a body or
      *> viewpoint that does not exist), a missing file and a file with no
      *> body records are errors too - both silently drew the fallback
      *> scene before.  returns the error count so new can refuse to start
      *> under strict mode.  the report truncates on the run's first
      *> validation and appends after that, each section headed by its
      *> scene file, so a playlist batch leaves one consolidated report
      *> covering every scene it touched.
       method-id ValidateSceneFile private.
       environment division.
       input-output section.
           77 val-body-num         type Int32 value 0.
           77 val-light-num        type Int32 value 0.
           77 val-epoch-num        type Int32 value 0.
           77 val-tour-num         type Int32 value 0.
           77 val-tour-last        type Double.
           77 val-track-ix         type Int32.
      * keyframe TRACK references, checked against the body count once
      * the whole file is read - bodies may follow the keyframes
           01 val-track-table.
               05 val-track-ref occurs 20 times.
                   10 val-track-rec  type Int32.
                   10 val-track-body type Int32.
           77 val-date-ix          type Int32.
           77 val-date-bad         type Int32.
           77 val-rec-disp         pic 9(03).
           77 error-total          type Int32.
       procedure division returning error-total.
           move zero to val-error-count val-rec-num
                        val-body-num val-light-num val-epoch-num
                        val-tour-num.
           move "N" to val-eof-switch.

           if val-rpt-started
                   move "no body records - fallback scene" to val-reason
                   perform write-field-error
               end-if
               perform validate-track-reference
                   varying val-track-ix from 1 by 1
                   until val-track-ix > val-tour-num
                       or val-track-ix > 20
           else
               move zero to val-rec-disp
               move "SCENE" to val-cur-field
                           perform write-field-error
                       end-if
                       perform validate-epoch-tokens
                   when "T"
                       add 1 to val-tour-num
                       if val-tour-num > 20
                           move "COUNT" to val-cur-field
                           move spaces to val-cur-tok
                           move "tour limit of 20 keyframes exceeded"
                               to val-reason
                           perform write-field-error
                       end-if
                       perform validate-tour-tokens
                   when other
                       move "TYPE" to val-cur-field
                       move val-rec-type to val-cur-tok
           move "INTENSITY" to val-cur-field.
           perform optional-numeric-token.

      *> a keyframe naming a viewpoint takes its camera from it, so the
      *> camera tokens are only required when VIEW is empty - and a named
      *> viewpoint must exist, or the tour silently flies somewhere else
       validate-tour-tokens.
           if val-tour-num <= 20
               move 0 to val-track-body(val-tour-num)
           end-if.
           move val-tok-01 to val-cur-tok.
           move "SECONDS" to val-cur-field.
           perform require-numeric-token.
           if val-tok-ok = "Y"
               move function numval(val-tok-01) to val-dbl-work
               if val-dbl-work < 0.0
                   move "must not be negative" to val-reason
                   perform write-field-error
               else
                   if val-tour-num > 1 and val-dbl-work <= val-tour-last
                       move "not later than the previous keyframe"
                           to val-reason
                       perform write-field-error
                   end-if
               end-if
               move val-dbl-work to val-tour-last
           end-if.

           move val-tok-02 to val-cur-tok.
           move "PANX" to val-cur-field.
           perform check-tour-camera-token.
           move val-tok-03 to val-cur-tok.
           move "PANY" to val-cur-field.
           perform check-tour-camera-token.
           move val-tok-04 to val-cur-tok.
           move "ZOOM" to val-cur-field.
           perform check-tour-camera-token.
           move val-tok-05 to val-cur-tok.
           move "YAW" to val-cur-field.
           perform check-tour-camera-token.
           move val-tok-06 to val-cur-tok.
           move "PITCH" to val-cur-field.
           perform check-tour-camera-token.

           move val-tok-07 to val-cur-tok.
           move "TRACK" to val-cur-field.
           perform optional-numeric-token.
           if val-tok-07 not = spaces and val-tok-ok = "Y"
               move function numval(val-tok-07) to val-int-work
               if val-int-work < 0 or val-int-work > 50
                   move "outside 0-50" to val-reason
                   perform write-field-error
               else
                   if val-int-work > 0 and val-tour-num <= 20
                       move val-rec-num to val-track-rec(val-tour-num)
                       move val-int-work to val-track-body(val-tour-num)
                   end-if
               end-if
           end-if.

           if val-tok-08 not = spaces
               move 0 to val-int-work
               perform find-tour-viewpoint
                   varying val-track-ix from 1 by 1
                   until val-track-ix > 4
               if val-int-work = 0
                   move "VIEW" to val-cur-field
                   move val-tok-08 to val-cur-tok
                   move "viewpoint not in planets_views.dat"
                       to val-reason
                   perform write-field-error
               end-if
           end-if.

       check-tour-camera-token.
           if val-tok-08 = spaces
               perform require-numeric-token
           else
               perform optional-numeric-token
           end-if.

       find-tour-viewpoint.
           if view-used(val-track-ix) = "Y"
                   and view-name(val-track-ix) = val-tok-08
               move val-track-ix to val-int-work
           end-if.

      *> a followed body must be one the scene actually has
       validate-track-reference.
           if val-track-body(val-track-ix) > val-body-num
               move "TRACK" to val-cur-field
               move val-track-body(val-track-ix) to val-rec-disp
               move val-rec-disp to val-cur-tok
               move val-track-rec(val-track-ix) to val-rec-disp
               move "no such body in the scene" to val-reason
               perform write-field-error
           end-if.

       require-numeric-token.
           if val-cur-tok = spaces
               move "missing" to val-reason

      *> grabs the current framebuffer and writes it out as a timestamped
      *> bitmap under screenshot-dir - triggered from OnKeyDown (F12) or
      *> automatically at the end of a batch run, see CheckAutoExit.  the
      *> name carries the playlist entry (00 outside a playlist) and the
      *> scene mode ahead of the stamp - planets_e03_m02_<stamp>.bmp - so
      *> GoldenImageCheck can pair each night's capture with the approved
      *> golden image for the same entry and scene.
       method-id CaptureScreenshot private.
       local-storage section.
           77 shot-bmp         type Bitmap.
           end-if.

           invoke type DateTime::Now::ToString("yyyyMMdd-HHmmss") returning shot-stamp.
           invoke type String::Format("planets_e{0:00}_m{1:00}_{2}.bmp",
                   playlist-ix, active-scene-mode, shot-stamp)
               returning shot-name.
           invoke type Path::Combine(screenshot-dir, shot-name) returning shot-name.

           invoke type Bitmap::new(self::Width, self::Height) returning shot-bmp.
               returning adv-msg.
           invoke self::WriteSessionLog(adv-msg).

           if pl-tour(playlist-ix) = "Y"
               invoke self::StartCameraTour()
           end-if.

           goback.
       end method.

