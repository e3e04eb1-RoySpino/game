       $set ilusing "System".
       $set ilusing "System.IO".
       $set ilusing "System.Diagnostics".

      * scene promotion - the one sanctioned way a scene file reaches
      * production (planets.scene, or planets<NN>.scene for scene mode NN,
      * the names ResolveScenePath in Planets.Render loads).
      *
      *   PROMOTE   installs a candidate scene file as a mode's production
      *             scene.  the candidate must pass the same field checks
      *             ValidateSceneFile applies (against the current
      *             planets.catalog), must actually differ from production
      *             (SceneCompare is run on the pair and its differences
      *             are the "what changed" of the log entry), and needs an
      *             approver id and a reason.
      *   ROLLBACK  puts an archived generation back as production - the
      *             same checks and the same archiving, with the
      *             generation file as the candidate.
      *
      * before anything is installed the outgoing production file is
      * archived as the next numbered generation of that scene under
      * scene_archive (planets03.scene.G0004), so every promotion - a
      * rollback included - can itself be undone.  every attempt, refused
      * or done, is appended to planets_promotion.log: when, who, which
      * files, why, the validation errors or the field differences, and
      * the generation archived.
      *
      * exit codes: 0 promoted or rolled back, 4 refused (validation
      * errors, nothing changed, no approver or reason, no such
      * generation), 8 unusable arguments, missing candidate or
      * SceneCompare unavailable.
      *
      * usage: ScenePromotion PROMOTE candidate-file scene-mode approver reason...
      *        ScenePromotion ROLLBACK scene-mode generation approver reason...
       class-id Planets.ScenePromotion public.

       method-id Main public static.
       environment division.
       input-output section.
       file-control.
           select cat-file assign to cat-path
               organization is line sequential
               file status is cat-status.
           select val-scene-file assign to cand-path
               organization is line sequential
               file status is val-scene-status.
           select diff-file assign to diff-path
               organization is line sequential
               file status is diff-status.
           select log-file assign to log-path
               organization is line sequential
               file status is log-status.
           select optional views-file assign to views-path
               organization is line sequential
               file status is views-status.
       data division.
       file section.
       fd  cat-file
           record contains 200 characters.
       01  cat-record          pic x(200).
       fd  val-scene-file
           record contains 200 characters.
       01  val-scene-record    pic x(200).
       fd  diff-file
           record contains 200 characters.
       01  diff-record         pic x(200).
       fd  log-file
           record contains 200 characters.
       01  log-record          pic x(200).
       fd  views-file
           record contains 120 characters.
       01  views-record        pic x(120).
       working-storage section.
      * the catalog names and textures the K-record checks need
           01 catalog-table.
               05 catalog-entry occurs 50 times.
                   10 cat-name       pic x(20).
                   10 cat-texture    pic x(40).
      * the viewpoint names a tour keyframe may refer to, slot for slot
      * as LoadViewpoints numbers them
           01 viewpoint-table.
               05 viewpoint-slot occurs 4 times.
                   10 view-name      pic x(20).
                   10 view-used      pic x(01).
           01 gen-files        type String occurs any.
           77 catalog-count    type Int32 value 0.
           77 cat-path         pic x(60) value "planets.catalog".
           77 diff-path        pic x(60) value "planets_scenediff.rpt".
           77 log-path         pic x(60) value "planets_promotion.log".
           77 views-path       pic x(60) value "planets_views.dat".
           77 archive-dir      pic x(60) value "scene_archive".
           77 compare-program  pic x(60) value "SceneCompare.exe".
           77 cand-path        pic x(128).
           77 prod-path        pic x(60).
           77 gen-path         pic x(128).
           77 cat-status       pic x(02).
           77 val-scene-status pic x(02).
           77 diff-status      pic x(02).
           77 log-status       pic x(02).
           77 views-status     pic x(02).
           77 views-eof-switch pic x(01).
               88 views-at-eof           value "Y".
           77 view-slot        type Int32.
           77 cat-eof-switch   pic x(01).
               88 cat-at-eof             value "Y".
           77 diff-eof-switch  pic x(01).
               88 diff-at-eof            value "Y".
           77 log-started-switch pic x(01) value "N".
               88 log-started            value "Y".
           77 action-text      pic x(10).
           77 approver-id      pic x(20).
           77 scene-mode       type Int32 value 0.
           77 scene-mode-disp  pic 9(02).
           77 gen-number       type Int32 value 0.
           77 gen-work         type Int32.
           77 gen-next         type Int32 value 0.
           77 gen-ix           type Int32.
           77 arg-ix           type Int32.
           77 arg-first-reason type Int32.
           77 compare-rc       type Int32.
           77 refuse-rc        type Int32 value 0.
           77 refuse-reason    pic x(80).
           77 reason-text      type String.
           77 gen-text         type String.
           77 prod-text        type String.
           77 cand-text        type String.
           77 args-text        type String.
           77 log-stamp        type String.
           77 log-text         type String.
           77 prod-written     type DateTime.
           77 compare-info     type ProcessStartInfo.
           77 compare-process  type Process.
           77 arg-work         pic x(128).
           77 mode-work        pic x(20).
           77 gen-arg          pic x(20).
      * scene validation - the record and field rules ValidateSceneFile
      * in Planets.Render applies, reported as its "record NNN field F:"
      * lines into the promotion log
           77 val-eof-switch   pic x(01) value "N".
               88 val-at-eof             value "Y".
           77 val-error-count  type Int32 value 0.
           77 val-rec-num      type Int32 value 0.
           77 val-body-num     type Int32 value 0.
           77 val-light-num    type Int32 value 0.
           77 val-epoch-num    type Int32 value 0.
           77 val-tour-num     type Int32 value 0.
           77 val-tour-last    type Double value 0.0.
           77 val-track-ix     type Int32.
      * TRACK bodies are checked once the body count is known
           01 val-track-table.
               05 val-track-entry occurs 20 times.
                   10 val-track-rec  type Int32.
                   10 val-track-body type Int32.
           77 val-date-ix      type Int32.
           77 val-date-bad     type Int32.
           77 val-rec-disp     pic 9(03).
           77 val-line         pic x(200).
           77 val-rec-type     pic x(01).
           77 val-cur-tok      pic x(20).
           77 val-cur-field    pic x(10).
           77 val-reason       pic x(40).
           77 val-tok-ok       pic x(01).
           77 val-int-work     type Int32.
           77 val-dbl-work     type Double.
           77 val-cat-slot     type Int32.
           77 val-cat-ix       type Int32.
           77 val-tok-01       pic x(20).
           77 val-tok-02       pic x(20).
           77 val-tok-03       pic x(20).
           77 val-tok-04       pic x(20).
           77 val-tok-05       pic x(20).
           77 val-tok-06       pic x(20).
           77 val-tok-07       pic x(20).
           77 val-tok-08       pic x(20).
           77 val-tok-09       pic x(20).
           77 val-tok-10       pic x(20).
           77 val-tok-11       pic x(20).
           77 val-tok-12       pic x(20).
           77 val-tok-13       pic x(20).
           77 val-tok-14       pic x(20).
           77 val-tok-15       pic x(20).
           77 val-tok-16       pic x(20).
           77 val-tok-17       pic x(20).
           77 val-tok-18       pic x(20).
           77 val-tok-19       pic x(20).
           77 val-tok-20       pic x(20).
           77 val-tok-21       pic x(20).
           77 val-tok-22       pic x(40).
           77 val-texture-work type String.
           77 chk-ix           type Int32.
           77 chk-char         pic x(01).
           77 chk-digits       type Int32.
           77 chk-points       type Int32.
           77 chk-signs        type Int32.
           77 chk-bad          type Int32.
       linkage section.
           01 run-args         type String occurs any.
       procedure division using by value run-args.
           move spaces to action-text approver-id cand-path.
           move "" to reason-text.
           if run-args::Length > 0
               move run-args(1) to action-text
           end-if.

           evaluate action-text
               when "PROMOTE"
                   if run-args::Length > 2
                       move run-args(2) to arg-work
                       move arg-work to cand-path
                       move run-args(3) to mode-work
                   end-if
                   move 5 to arg-first-reason
               when "ROLLBACK"
                   if run-args::Length > 2
                       move run-args(2) to mode-work
                       move run-args(3) to gen-arg
                   end-if
                   move 5 to arg-first-reason
               when other
                   move "usage: ScenePromotion PROMOTE candidate-file scene-mode approver reason... | ROLLBACK scene-mode generation approver reason..."
                       to log-text
                   perform write-promotion-log
                   move 8 to type Environment::ExitCode
                   goback
           end-evaluate.

           if run-args::Length > 3
               move run-args(4) to approver-id
           end-if.
           perform append-reason-word
               varying arg-ix from arg-first-reason by 1
               until arg-ix > run-args::Length.
           invoke reason-text::Trim() returning reason-text.

      *> one or two digits and nothing else - numval would turn a typo
      *> into mode 0 and aim the run at planets.scene
           if (mode-work(1:1) is numeric and mode-work(2:19) = spaces)
                   or (mode-work(1:2) is numeric
                       and mode-work(3:18) = spaces)
               move function numval(mode-work) to scene-mode
           else
               move "scene mode missing or not 0-99" to refuse-reason
               move 8 to refuse-rc
           end-if.

      *> a generation is the .Gnnnn number - one to four digits
           if action-text = "ROLLBACK" and refuse-rc = 0
               if (gen-arg(1:1) is numeric and gen-arg(2:19) = spaces)
                       or (gen-arg(1:2) is numeric
                           and gen-arg(3:18) = spaces)
                       or (gen-arg(1:3) is numeric
                           and gen-arg(4:17) = spaces)
                       or (gen-arg(1:4) is numeric
                           and gen-arg(5:16) = spaces)
                   move function numval(gen-arg) to gen-number
               else
                   move "generation missing or not a number"
                       to refuse-reason
                   move 8 to refuse-rc
               end-if
           end-if.

      *> the production name follows ResolveScenePath in Planets.Render
           if scene-mode > 0
               move scene-mode to scene-mode-disp
               move spaces to prod-path
               string "planets" delimited by size
                      scene-mode-disp delimited by size
                      ".scene" delimited by size
                 into prod-path
           else
               move "planets.scene" to prod-path
           end-if.
           move prod-path to prod-text.
           invoke prod-text::Trim() returning prod-text.

           if action-text = "ROLLBACK" and refuse-rc = 0
               move gen-number to gen-work
               perform build-generation-path
               move gen-path to cand-path
               if gen-number < 1 or not type File::Exists(gen-text)
                   move "no such archived generation" to refuse-reason
                   move 4 to refuse-rc
               end-if
           end-if.
           move cand-path to cand-text.
           invoke cand-text::Trim() returning cand-text.

           invoke type String::Format("{0} {1} from {2} by {3}: {4}",
                   action-text, prod-text, cand-text, approver-id,
                   reason-text)
               returning log-text.
           perform write-promotion-log.

           if refuse-rc = 0
               if approver-id = spaces
                   move "approver id required" to refuse-reason
                   move 4 to refuse-rc
               else
                   if reason-text::Length = 0
                       move "reason required" to refuse-reason
                       move 4 to refuse-rc
                   end-if
               end-if
           end-if.

           if refuse-rc = 0 and not type File::Exists(cand-text)
               move "candidate file not found" to refuse-reason
               move 8 to refuse-rc
           end-if.

      *> the candidate is checked against the catalog production runs
      *> with, exactly as the renderer's validator would check it
           if refuse-rc = 0
               move "N" to cat-eof-switch
               open input cat-file
               if cat-status = "00"
                   perform read-catalog-record until cat-at-eof
                   close cat-file
               end-if
               perform load-viewpoint-names
               perform validate-candidate
               if val-error-count > 0
                   move spaces to refuse-reason
                   move val-error-count to val-rec-disp
                   string val-rec-disp delimited by size
                          " validation error(s)" delimited by size
                     into refuse-reason
                   move 4 to refuse-rc
               end-if
           end-if.

           if refuse-rc = 0
               if type File::Exists(prod-text)
                   perform compare-with-production
               else
                   move "  new scene - no production file to compare"
                       to log-text
                   perform write-promotion-log
               end-if
           end-if.

           if refuse-rc = 0
               perform install-candidate
           end-if.

           if refuse-rc > 0
               invoke type String::Format("  REFUSED - {0}",
                       refuse-reason)
                   returning log-text
               perform write-promotion-log
               move refuse-rc to type Environment::ExitCode
           end-if.

           goback.

       append-reason-word.
           invoke type String::Concat(reason-text, " ", run-args(arg-ix))
               returning reason-text.

      *> scene_archive/<production name>.G<nnnn> for generation gen-work
       build-generation-path.
           invoke type String::Format("{0}.G{1:0000}", prod-text, gen-work)
               returning gen-text.
           invoke type Path::Combine(archive-dir, gen-text)
               returning gen-text.
           move gen-text to gen-path.

       read-catalog-record.
           read cat-file
               at end move "Y" to cat-eof-switch
           end-read.

           if not cat-at-eof and cat-record not = spaces
                   and catalog-count < 50
               add 1 to catalog-count
               move spaces to cat-name(catalog-count)
               move spaces to val-tok-01 val-tok-02 val-tok-03 val-tok-04
                              val-tok-05 val-tok-06 val-tok-07 val-tok-08
                              val-tok-09 val-tok-10 val-tok-11 val-tok-12
                              val-tok-13 val-tok-14 val-tok-22
               unstring cat-record delimited by ","
                   into cat-name(catalog-count)
                        val-tok-01 val-tok-02 val-tok-03 val-tok-04
                        val-tok-05 val-tok-06 val-tok-07 val-tok-08
                        val-tok-09 val-tok-10 val-tok-11 val-tok-12
                        val-tok-13 val-tok-14 val-tok-22
               move val-tok-22 to cat-texture(catalog-count)
           end-if.

      *> SceneCompare on production -> candidate: 2 means there is a
      *> change to promote and its report is the change; 0 means the
      *> candidate is what production already is
       compare-with-production.
           if not type File::Exists(compare-program)
               move "SceneCompare program not found" to refuse-reason
               move 8 to refuse-rc
           else
               invoke type String::Format("{0} {1}", prod-text, cand-text)
                   returning args-text
               move compare-program to log-text
               invoke log-text::Trim() returning log-text
               invoke type ProcessStartInfo::new(log-text, args-text)
                   returning compare-info
               set compare-info::UseShellExecute to false
               invoke type Process::Start(compare-info)
                   returning compare-process
               invoke compare-process::WaitForExit()
               move compare-process::ExitCode to compare-rc
               invoke compare-process::Close()

               evaluate compare-rc
                   when 0
                       move "candidate identical to production - nothing to promote"
                           to refuse-reason
                       move 4 to refuse-rc
                   when 2
                       move "  changed:" to log-text
                       perform write-promotion-log
                       move "N" to diff-eof-switch
                       open input diff-file
                       if diff-status = "00"
                           perform copy-diff-line until diff-at-eof
                           close diff-file
                       end-if
                   when other
                       move spaces to refuse-reason
                       string "SceneCompare could not compare the files"
                                  delimited by size
                              " - see " delimited by size
                              diff-path delimited by space
                         into refuse-reason
                       move 8 to refuse-rc
               end-evaluate
           end-if.

       copy-diff-line.
           read diff-file
               at end move "Y" to diff-eof-switch
           end-read.
           if not diff-at-eof and diff-record not = spaces
               move diff-record to log-text
               invoke log-text::TrimEnd() returning log-text
               invoke type String::Format("    {0}", log-text)
                   returning log-text
               perform write-promotion-log
           end-if.

      *> the outgoing production file becomes the next generation
      *> (highest on file + 1) before the candidate is copied over it
       install-candidate.
           if not type Directory::Exists(archive-dir)
               invoke type Directory::CreateDirectory(archive-dir)
           end-if.

           if type File::Exists(prod-text)
               invoke type String::Format("{0}.G*", prod-text)
                   returning gen-text
               invoke type Directory::GetFiles(archive-dir, gen-text)
                   returning gen-files
               move 0 to gen-next
               perform find-highest-generation
                   varying gen-ix from 1 by 1
                   until gen-ix > gen-files::Length
               compute gen-work = gen-next + 1
               perform build-generation-path
               invoke type File::GetLastWriteTime(prod-text)
                   returning prod-written
               invoke type File::Copy(prod-text, gen-text)
               invoke type String::Format(
                       "  archived {0} (last written {1:yyyy-MM-dd HH:mm}) as generation {2:0000} - {3}",
                       prod-text, prod-written, gen-work, gen-text)
                   returning log-text
               perform write-promotion-log
           end-if.

           invoke type File::Copy(cand-text, prod-text, true).
           invoke type String::Format("  {0} installed as {1}",
                   cand-text, prod-text)
               returning log-text.
           perform write-promotion-log.

       find-highest-generation.
           invoke type Path::GetExtension(gen-files(gen-ix))
               returning gen-text.
           move gen-text to arg-work.
           move 0 to gen-number.
           if arg-work(1:2) = ".G" and arg-work(3:4) is numeric
               move function numval(arg-work(3:4)) to gen-number
           end-if.
           if gen-number > gen-next
               move gen-number to gen-next
           end-if.

      *> the slots as LoadViewpoints fills them - a blank line is an
      *> empty slot
       load-viewpoint-names.
           move 0 to view-slot.
           move "N" to views-eof-switch.
           open input views-file.
           if views-status = "00"
               perform read-view-record
                   until views-at-eof or view-slot >= 4
               close views-file
           end-if.

       read-view-record.
           read views-file
               at end move "Y" to views-eof-switch
           end-read.

           if not views-at-eof
               add 1 to view-slot
               move spaces to view-name(view-slot)
               move "N" to view-used(view-slot)
               if views-record not = spaces
                   unstring views-record delimited by ","
                       into view-name(view-slot)
                   move "Y" to view-used(view-slot)
               end-if
           end-if.

      *> the record and field rules of ValidateSceneFile, error lines in
      *> its format, written to the promotion log
       validate-candidate.
           move zero to val-error-count val-rec-num
                        val-body-num val-light-num val-epoch-num
                        val-tour-num.
           move "N" to val-eof-switch.

           open input val-scene-file.
           if val-scene-status = "00"
               perform validate-one-record until val-at-eof
               close val-scene-file
               if val-body-num = 0
                   move zero to val-rec-disp
                   move "SCENE" to val-cur-field
                   move spaces to val-cur-tok
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
               move spaces to val-cur-tok
               move "file not found or unreadable" to val-reason
               perform write-field-error
           end-if.

           invoke type String::Format("  validation: {0} error(s)",
                   val-error-count)
               returning log-text.
           perform write-promotion-log.

       validate-one-record.
           read val-scene-file
               at end move "Y" to val-eof-switch
           end-read.

           if not val-at-eof and val-scene-record not = spaces
               add 1 to val-rec-num
               move val-rec-num to val-rec-disp
               move spaces to val-rec-type
               move spaces to val-tok-01 val-tok-02 val-tok-03 val-tok-04
                              val-tok-05 val-tok-06 val-tok-07 val-tok-08
                              val-tok-09 val-tok-10 val-tok-11 val-tok-12
                              val-tok-13 val-tok-14 val-tok-15 val-tok-16
                              val-tok-17 val-tok-18 val-tok-19 val-tok-20
                              val-tok-21 val-tok-22
               unstring val-scene-record delimited by ","
                   into val-rec-type
                        val-tok-01 val-tok-02 val-tok-03 val-tok-04
                        val-tok-05 val-tok-06 val-tok-07 val-tok-08
                        val-tok-09 val-tok-10 val-tok-11 val-tok-12
                        val-tok-13 val-tok-14 val-tok-15 val-tok-16
                        val-tok-17 val-tok-18 val-tok-19 val-tok-20
                        val-tok-21 val-tok-22
               evaluate val-rec-type
                   when "P"
                   when "C"
                   when "S"
                       add 1 to val-body-num
                       if val-body-num > 50
                           move "COUNT" to val-cur-field
                           move spaces to val-cur-tok
                           move "body limit of 50 exceeded" to val-reason
                           perform write-field-error
                       end-if
                       perform validate-body-tokens
                   when "K"
                       add 1 to val-body-num
                       if val-body-num > 50
                           move "COUNT" to val-cur-field
                           move spaces to val-cur-tok
                           move "body limit of 50 exceeded" to val-reason
                           perform write-field-error
                       end-if
                       perform validate-catalog-tokens
                   when "L"
                       add 1 to val-light-num
                       if val-light-num > 8
                           move "COUNT" to val-cur-field
                           move spaces to val-cur-tok
                           move "light limit of 8 exceeded" to val-reason
                           perform write-field-error
                       end-if
                       perform validate-light-tokens
                   when "E"
                       add 1 to val-epoch-num
                       if val-epoch-num > 1
                           move "COUNT" to val-cur-field
                           move spaces to val-cur-tok
                           move "duplicate epoch record" to val-reason
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
                       move "unknown record type" to val-reason
                       perform write-field-error
               end-evaluate
           end-if.

       validate-body-tokens.
           move val-tok-01 to val-cur-tok.
           move "POSX" to val-cur-field.
           perform require-numeric-token.
           move val-tok-02 to val-cur-tok.
           move "POSY" to val-cur-field.
           perform require-numeric-token.
           move val-tok-03 to val-cur-tok.
           move "POSZ" to val-cur-field.
           perform require-numeric-token.
           move val-tok-04 to val-cur-tok.
           move "SCALE" to val-cur-field.
           perform require-numeric-token.
           move val-tok-05 to val-cur-tok.
           move "R" to val-cur-field.
           perform require-numeric-token.
           move val-tok-06 to val-cur-tok.
           move "G" to val-cur-field.
           perform require-numeric-token.
           move val-tok-07 to val-cur-tok.
           move "B" to val-cur-field.
           perform require-numeric-token.
           move val-tok-08 to val-cur-tok.
           move "SPEED" to val-cur-field.
           perform require-numeric-token.
           move val-tok-09 to val-cur-tok.
           move "AXISX" to val-cur-field.
           perform require-numeric-token.
           move val-tok-10 to val-cur-tok.
           move "AXISY" to val-cur-field.
           perform require-numeric-token.
           move val-tok-11 to val-cur-tok.
           move "AXISZ" to val-cur-field.
           perform require-numeric-token.

           move val-tok-12 to val-cur-tok.
           move "PARENT" to val-cur-field.
           perform optional-numeric-token.
           if val-tok-12 not = spaces and val-tok-ok = "Y"
               move function numval(val-tok-12) to val-int-work
               if val-int-work < 0 or val-int-work >= val-body-num
                   move "must reference an earlier body" to val-reason
                   perform write-field-error
               end-if
           end-if.

           move val-tok-13 to val-cur-tok.
           move "ORBITR" to val-cur-field.
           perform optional-numeric-token.
           move val-tok-14 to val-cur-tok.
           move "ORBITP" to val-cur-field.
           perform optional-numeric-token.
           move val-tok-15 to val-cur-tok.
           move "ORBITPH" to val-cur-field.
           perform optional-numeric-token.

           move val-tok-16 to val-cur-tok.
           move "DETAIL" to val-cur-field.
           perform optional-numeric-token.
           if val-tok-16 not = spaces and val-tok-ok = "Y"
               move function numval(val-tok-16) to val-int-work
               if val-int-work < 3 or val-int-work > 64
                   move "outside 3-64" to val-reason
                   perform write-field-error
               end-if
           end-if.

           move val-tok-17 to val-cur-tok.
           move "AMB" to val-cur-field.
           perform optional-numeric-token.
           move val-tok-18 to val-cur-tok.
           move "DIF" to val-cur-field.
           perform optional-numeric-token.
           move val-tok-19 to val-cur-tok.
           move "SPEC" to val-cur-field.
           perform optional-numeric-token.
           move val-tok-20 to val-cur-tok.
           move "SHINE" to val-cur-field.
           perform optional-numeric-token.
           if val-tok-20 not = spaces and val-tok-ok = "Y"
               move function numval(val-tok-20) to val-dbl-work
               if val-dbl-work < 0.0 or val-dbl-work > 128.0
                   move "outside 0-128" to val-reason
                   perform write-field-error
               end-if
           end-if.

           if val-tok-22 not = spaces
               move val-tok-22 to val-texture-work
               invoke val-texture-work::Trim()
                   returning val-texture-work
               if not type File::Exists(val-texture-work)
                   move "TEXTURE" to val-cur-field
                   move val-tok-22(1:20) to val-cur-tok
                   move "texture file not found" to val-reason
                   perform write-field-error
               end-if
           end-if.

       validate-catalog-tokens.
           move "NAME" to val-cur-field.
           if val-tok-01 = spaces
               move spaces to val-cur-tok
               move "missing" to val-reason
               perform write-field-error
           else
               move 0 to val-cat-slot
               perform scan-catalog-entry
                   varying val-cat-ix from 1 by 1
                   until val-cat-ix > catalog-count or val-cat-slot > 0
               if val-cat-slot = 0
                   move val-tok-01 to val-cur-tok
                   move "not in catalog" to val-reason
                   perform write-field-error
               else
                   if cat-texture(val-cat-slot) not = spaces
                       move cat-texture(val-cat-slot)
                           to val-texture-work
                       invoke val-texture-work::Trim()
                           returning val-texture-work
                       if not type File::Exists(val-texture-work)
                           move "TEXTURE" to val-cur-field
                           move cat-texture(val-cat-slot)(1:20)
                               to val-cur-tok
                           move "catalog texture file not found"
                               to val-reason
                           perform write-field-error
                       end-if
                   end-if
               end-if
           end-if.
           move val-tok-02 to val-cur-tok.
           move "POSX" to val-cur-field.
           perform require-numeric-token.
           move val-tok-03 to val-cur-tok.
           move "POSY" to val-cur-field.
           perform require-numeric-token.
           move val-tok-04 to val-cur-tok.
           move "POSZ" to val-cur-field.
           perform require-numeric-token.
           move val-tok-05 to val-cur-tok.
           move "PARENT" to val-cur-field.
           perform optional-numeric-token.
           if val-tok-05 not = spaces and val-tok-ok = "Y"
               move function numval(val-tok-05) to val-int-work
               if val-int-work < 0 or val-int-work >= val-body-num
                   move "must reference an earlier body" to val-reason
                   perform write-field-error
               end-if
           end-if.
           move val-tok-06 to val-cur-tok.
           move "ORBITR" to val-cur-field.
           perform optional-numeric-token.
           move val-tok-07 to val-cur-tok.
           move "ORBITP" to val-cur-field.
           perform optional-numeric-token.
           move val-tok-08 to val-cur-tok.
           move "ORBITPH" to val-cur-field.
           perform optional-numeric-token.

       scan-catalog-entry.
           if cat-name(val-cat-ix) = val-tok-01
               move val-cat-ix to val-cat-slot
           end-if.

       validate-epoch-tokens.
           move "DATE" to val-cur-field.
           move val-tok-01 to val-cur-tok.
           move zero to val-date-bad.
           perform check-epoch-date-char
               varying val-date-ix from 1 by 1 until val-date-ix > 10.
           if val-tok-01(11:10) not = spaces
               add 1 to val-date-bad
           end-if.
           if val-date-bad = 0
               move function numval(val-tok-01(6:2)) to val-int-work
               if val-int-work < 1 or val-int-work > 12
                   add 1 to val-date-bad
               end-if
               move function numval(val-tok-01(9:2)) to val-int-work
               if val-int-work < 1 or val-int-work > 31
                   add 1 to val-date-bad
               end-if
           end-if.
           if val-date-bad > 0
               move "not a YYYY-MM-DD date" to val-reason
               perform write-field-error
           end-if.

           move val-tok-02 to val-cur-tok.
           move "RATE" to val-cur-field.
           perform optional-numeric-token.
           if val-tok-02 not = spaces and val-tok-ok = "Y"
               move function numval(val-tok-02) to val-dbl-work
               if val-dbl-work <= 0.0
                   move "must be positive" to val-reason
                   perform write-field-error
               end-if
           end-if.

       check-epoch-date-char.
           evaluate true
               when val-date-ix = 5 or val-date-ix = 8
                   if val-tok-01(val-date-ix:1) not = "-"
                       add 1 to val-date-bad
                   end-if
               when other
                   if val-tok-01(val-date-ix:1) < "0"
                           or val-tok-01(val-date-ix:1) > "9"
                       add 1 to val-date-bad
                   end-if
           end-evaluate.

       validate-light-tokens.
           move val-tok-01 to val-cur-tok.
           move "POSX" to val-cur-field.
           perform require-numeric-token.
           move val-tok-02 to val-cur-tok.
           move "POSY" to val-cur-field.
           perform require-numeric-token.
           move val-tok-03 to val-cur-tok.
           move "POSZ" to val-cur-field.
           perform require-numeric-token.
           move val-tok-04 to val-cur-tok.
           move "R" to val-cur-field.
           perform require-numeric-token.
           move val-tok-05 to val-cur-tok.
           move "G" to val-cur-field.
           perform require-numeric-token.
           move val-tok-06 to val-cur-tok.
           move "B" to val-cur-field.
           perform require-numeric-token.
           move val-tok-07 to val-cur-tok.
           move "INTENSITY" to val-cur-field.
           perform optional-numeric-token.

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
           if val-track-ix <= view-slot
                   and view-used(val-track-ix) = "Y"
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
               perform write-field-error
               move "N" to val-tok-ok
           else
               perform check-numeric-token
               if val-tok-ok not = "Y"
                   move "not numeric" to val-reason
                   perform write-field-error
               end-if
           end-if.

       optional-numeric-token.
           move "Y" to val-tok-ok.
           if val-cur-tok not = spaces
               perform check-numeric-token
               if val-tok-ok not = "Y"
                   move "not numeric" to val-reason
                   perform write-field-error
               end-if
           end-if.

      *> same character-level test as IsNumericToken: optional leading
      *> sign, digits, at most one decimal point, at least one digit
       check-numeric-token.
           move 0 to chk-digits chk-points chk-signs chk-bad.
           perform scan-token-char
               varying chk-ix from 1 by 1 until chk-ix > 20.
           if chk-digits > 0 and chk-points <= 1
                   and chk-signs <= 1 and chk-bad = 0
               move "Y" to val-tok-ok
           else
               move "N" to val-tok-ok
           end-if.

       scan-token-char.
           move val-cur-tok(chk-ix:1) to chk-char.
           evaluate true
               when chk-char = space
                   continue
               when chk-char >= "0" and chk-char <= "9"
                   add 1 to chk-digits
               when chk-char = "."
                   add 1 to chk-points
               when chk-char = "+" or chk-char = "-"
                   add 1 to chk-signs
                   if chk-digits > 0 or chk-points > 0
                       add 1 to chk-bad
                   end-if
               when other
                   add 1 to chk-bad
           end-evaluate.

       write-field-error.
           add 1 to val-error-count.
           move spaces to val-line.
           if val-cur-tok = spaces
               string "    record " delimited by size
                      val-rec-disp delimited by size
                      " field " delimited by size
                      val-cur-field delimited by space
                      ": " delimited by size
                      val-reason delimited by "  "
                 into val-line
           else
               string "    record " delimited by size
                      val-rec-disp delimited by size
                      " field " delimited by size
                      val-cur-field delimited by space
                      ": " delimited by size
                      val-reason delimited by "  "
                      " value=" delimited by size
                      val-cur-tok delimited by "  "
                 into val-line
           end-if.
           move val-line to log-text.
           invoke log-text::TrimEnd() returning log-text.
           perform write-promotion-log.

      *> the log is permanent history: appended, never truncated.  the
      *> first line of a run carries the timestamp, the detail lines
      *> under it are indented.
       write-promotion-log.
           if not log-started
               invoke type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                   returning log-stamp
               invoke type String::Format("[{0}] {1}", log-stamp, log-text)
                   returning log-text
               move "Y" to log-started-switch
           end-if.

           if type File::Exists(log-path)
               open extend log-file
           else
               open output log-file
           end-if.

           if log-status = "00"
               move log-text to log-record
               write log-record
               close log-file
           end-if.

       end method.

       end class.
