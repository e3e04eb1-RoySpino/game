       $set ilusing "System".
       $set ilusing "System.IO".

      * scene hierarchy listing - a scene file as a printed report, for
      * promotion sign-offs and for anyone who does not read scene
      * records.  each scene is read with the record logic LoadScene
      * uses (long-form bodies with their optional-field defaults, "K"
      * catalog references expanded from planets.catalog, unknown names
      * loading as the hidden placeholder, the first valid "E" epoch
      * record, up to 8 "L" lights and 50 bodies) and listed on its own
      * pages of planets_scene_listing.rpt:
      *
      *   - the epoch and sim rate (or the frame clock when there is no
      *     epoch), the lights and the camera tour keyframe count
      *   - the bodies as a parent/child tree, each child indented under
      *     the body it orbits, with body number (the PARENT numbering),
      *     type, scale, colour, orbit radius, period and phase,
      *     material (ambient diffuse specular shine) and texture.  a
      *     value marked "*" came from the planets.catalog entry, not
      *     the scene record - the orbit always comes from the scene
      *   - a placeholder (a K name not in the catalog) keeps its place
      *     in the tree and says so; a body whose PARENT is not an
      *     earlier body number is listed as a root marked BROKEN PARENT
      *   - totals by body type and the deepest level of the tree
      *
      * with ALL, every scene the renderer can load is listed
      * (planets.scene and planets01.scene - planets99.scene, as
      * CatalogWhereUsed picks them) and a closing page totals the run.
      *
      * exit codes: 0 listing written, 4 a listed scene has a placeholder
      * or a broken parent, 8 unusable argument or no scene file.
      *
      * usage: SceneListing [scene-mode | ALL]   (default ALL)
       class-id Planets.SceneListing public.

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
           select list-file assign to list-path
               organization is line sequential
               file status is list-status.
       data division.
       file section.
       fd  scene-file
           record contains 200 characters.
       01  scene-record        pic x(200).
       fd  cat-file
           record contains 200 characters.
       01  cat-record          pic x(200).
       fd  list-file
           record contains 200 characters.
       01  list-record         pic x(200).
       working-storage section.
      * the scene's bodies in file order (the PARENT numbering), with
      * the values the renderer would draw them with
           01 listing-body-table.
               05 listing-body occurs 50 times.
                   10 lb-name        pic x(20).
                   10 lb-type        pic x(01).
                   10 lb-from-cat    pic x(01).
                   10 lb-scale       type Double.
                   10 lb-color-r     type Double.
                   10 lb-color-g     type Double.
                   10 lb-color-b     type Double.
                   10 lb-parent      type Int32.
                   10 lb-radius      type Double.
                   10 lb-period      type Double.
                   10 lb-phase       type Double.
                   10 lb-ambient     type Double.
                   10 lb-diffuse     type Double.
                   10 lb-specular    type Double.
                   10 lb-shininess   type Double.
                   10 lb-texture     pic x(40).
                   10 lb-broken      pic x(01).
                   10 lb-level       type Int32.
           01 listing-light-table.
               05 listing-light occurs 8 times.
                   10 ll-pos-x       type Double.
                   10 ll-pos-y       type Double.
                   10 ll-pos-z       type Double.
                   10 ll-col-r       type Double.
                   10 ll-col-g       type Double.
                   10 ll-col-b       type Double.
                   10 ll-level       type Double.
           01 catalog-table.
               05 catalog-entry occurs 50 times.
                   10 cat-name       pic x(20).
                   10 cat-type       pic x(01).
                   10 cat-scale      type Double.
                   10 cat-color-r    type Double.
                   10 cat-color-g    type Double.
                   10 cat-color-b    type Double.
                   10 cat-ambient    type Double.
                   10 cat-diffuse    type Double.
                   10 cat-specular   type Double.
                   10 cat-shininess  type Double.
                   10 cat-texture    pic x(40).
      * bodies waiting to be listed - the tree is walked depth first,
      * a body's children pushed so the earliest comes off first
           01 tree-stack-table.
               05 tree-stack     type Int32 occurs 50 times.
           01 scene-files      type String occurs any.
           77 body-count       type Int32 value 0.
           77 body-lost        type Int32 value 0.
           77 light-count      type Int32 value 0.
           77 light-lost       type Int32 value 0.
           77 tour-count       type Int32 value 0.
           77 tour-last        type Double value 0.0.
           77 catalog-count    type Int32 value 0.
           77 stack-top        type Int32 value 0.
           77 scene-path       pic x(60) value "planets.scene".
           77 cat-path         pic x(60) value "planets.catalog".
           77 list-path        pic x(60) value "planets_scene_listing.rpt".
           77 scene-status     pic x(02).
           77 cat-status       pic x(02).
           77 list-status      pic x(02).
           77 scene-eof-switch pic x(01).
               88 scene-at-eof           value "Y".
           77 cat-eof-switch   pic x(01).
               88 cat-at-eof             value "Y".
           77 epoch-switch     pic x(01).
               88 epoch-active           value "Y".
           77 all-switch       pic x(01) value "N".
               88 list-all               value "Y".
           77 table-switch     pic x(01) value "N".
               88 in-body-table          value "Y".
           77 epoch-date       type DateTime.
           77 sim-rate         type Double.
           77 epoch-year       type Int32.
           77 epoch-month      type Int32.
           77 epoch-day        type Int32.
           77 scene-mode       type Int32 value 0.
           77 scene-mode-disp  pic 9(02).
           77 scene-name       pic x(40).
           77 run-now          type DateTime.
           77 page-num         type Int32 value 0.
           77 page-lines       type Int32 value 0.
           77 page-size        type Int32 value 60.
           77 file-ix          type Int32.
           77 body-ix          type Int32.
           77 child-ix         type Int32.
           77 parent-ix        type Int32.
           77 light-ix         type Int32.
           77 cat-ix           type Int32.
           77 cat-slot         type Int32.
           77 deepest-level    type Int32.
           77 deepest-ix       type Int32.
           77 name-width       type Int32.
           77 sphere-count     type Int32.
           77 cube-count       type Int32.
           77 pyramid-count    type Int32.
           77 holder-count     type Int32.
           77 other-count      type Int32.
           77 from-cat-count   type Int32.
           77 root-count       type Int32.
           77 broken-count     type Int32.
           77 listed-scenes    type Int32 value 0.
           77 total-bodies     type Int32 value 0.
           77 total-holders    type Int32 value 0.
           77 total-broken     type Int32 value 0.
           77 total-deepest    type Int32 value 0.
           77 period-days      type Double.
           77 cat-mark         type String.
           77 name-text        type String.
           77 type-text        type String.
           77 scale-text       type String.
           77 colour-text      type String.
           77 period-text      type String.
           77 material-text    type String.
           77 texture-text     type String.
           77 note-text        type String.
           77 scene-text       type String.
           77 list-line        type String.
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
           77 sc-tok-22        pic x(40).
           77 cat-tok-01       pic x(20).
           77 cat-tok-02       pic x(20).
           77 cat-tok-03       pic x(20).
           77 cat-tok-04       pic x(20).
           77 cat-tok-05       pic x(20).
           77 cat-tok-06       pic x(20).
           77 cat-tok-07       pic x(20).
           77 cat-tok-08       pic x(20).
           77 cat-tok-09       pic x(20).
           77 cat-tok-10       pic x(20).
           77 cat-tok-11       pic x(20).
           77 cat-tok-12       pic x(20).
           77 cat-tok-13       pic x(20).
           77 cat-tok-14       pic x(20).
           77 cat-tok-15       pic x(40).
           77 arg-work         pic x(20).
       linkage section.
           01 run-args         type String occurs any.
       procedure division using by value run-args.
           open output list-file.
           move type DateTime::Now to run-now.
           move "SceneListing" to scene-text.

           move "Y" to all-switch.
           if run-args::Length > 0
               move run-args(1) to arg-work
               if arg-work not = "ALL"
                   move "N" to all-switch
                   if not ((arg-work(1:1) is numeric
                               and arg-work(2:19) = spaces)
                           or (arg-work(1:2) is numeric
                               and arg-work(3:18) = spaces))
                       move 99 to page-lines
                       move "usage: SceneListing [scene-mode | ALL]"
                           to list-line
                       perform write-list-line
                       close list-file
                       move 8 to type Environment::ExitCode
                       goback
                   end-if
                   move function numval(arg-work) to scene-mode
               end-if
           end-if.
           if scene-mode < 0 or scene-mode > 99
               move 99 to page-lines
               move "scene mode must be 0-99 or ALL" to list-line
               perform write-list-line
               close list-file
               move 8 to type Environment::ExitCode
               goback
           end-if.

           move "N" to cat-eof-switch.
           open input cat-file.
           if cat-status = "00"
               perform read-catalog-record until cat-at-eof
               close cat-file
           end-if.

           if list-all
               invoke type Directory::GetFiles(".", "planets*.scene")
                   returning scene-files
               invoke type Array::Sort(scene-files as type Array)
               perform list-one-scene-file
                   varying file-ix from 1 by 1
                   until file-ix > scene-files::Length
           else
      *> the scene file name follows ResolveScenePath in Planets.Render
               if scene-mode > 0
                   move scene-mode to scene-mode-disp
                   move spaces to scene-path
                   string "planets" delimited by size
                          scene-mode-disp delimited by size
                          ".scene" delimited by size
                     into scene-path
               end-if
               perform list-one-scene
           end-if.

           if listed-scenes = 0
               move 99 to page-lines
               move "SceneListing" to scene-text
               move 0 to page-num
               if list-all
                   move "no scene files found" to list-line
               else
                   move scene-path to note-text
                   invoke note-text::Trim() returning note-text
                   invoke type String::Format("scene file {0} not found",
                           note-text)
                       returning list-line
               end-if
               perform write-list-line
               close list-file
               move 8 to type Environment::ExitCode
               goback
           end-if.

           if list-all
               move 0 to page-num
               move 99 to page-lines
               move "all scenes" to scene-text
               invoke type String::Format(
                       "{0} scene file(s) listed, {1} bodies, {2} placeholder(s), {3} broken parent(s), deepest level {4}",
                       listed-scenes, total-bodies, total-holders,
                       total-broken, total-deepest)
                   returning list-line
               perform write-list-line
           end-if.

           close list-file.

           if total-holders > 0 or total-broken > 0
               move 4 to type Environment::ExitCode
           end-if.

           goback.

       read-catalog-record.
           read cat-file
               at end move "Y" to cat-eof-switch
           end-read.

           if not cat-at-eof and cat-record not = spaces
                   and catalog-count < 50
               add 1 to catalog-count
               move spaces to cat-name(catalog-count)
               move spaces to cat-tok-01 cat-tok-02 cat-tok-03 cat-tok-04
                              cat-tok-05 cat-tok-06 cat-tok-07 cat-tok-08
                              cat-tok-09 cat-tok-10 cat-tok-11 cat-tok-12
                              cat-tok-13 cat-tok-14 cat-tok-15
               unstring cat-record delimited by ","
                   into cat-name(catalog-count)
                        cat-tok-01 cat-tok-02 cat-tok-03 cat-tok-04
                        cat-tok-05 cat-tok-06 cat-tok-07 cat-tok-08
                        cat-tok-09 cat-tok-10 cat-tok-11 cat-tok-12
                        cat-tok-13 cat-tok-14 cat-tok-15
               move cat-tok-01 to cat-type(catalog-count)
               move function numval(cat-tok-02) to cat-scale(catalog-count)
               move function numval(cat-tok-03) to cat-color-r(catalog-count)
               move function numval(cat-tok-04) to cat-color-g(catalog-count)
               move function numval(cat-tok-05) to cat-color-b(catalog-count)
               move cat-tok-15 to cat-texture(catalog-count)
               if cat-tok-11 = spaces
                   move 0.2 to cat-ambient(catalog-count)
               else
                   move function numval(cat-tok-11)
                       to cat-ambient(catalog-count)
               end-if
               if cat-tok-12 = spaces
                   move 0.8 to cat-diffuse(catalog-count)
               else
                   move function numval(cat-tok-12)
                       to cat-diffuse(catalog-count)
               end-if
               if cat-tok-13 = spaces
                   move 0.0 to cat-specular(catalog-count)
               else
                   move function numval(cat-tok-13)
                       to cat-specular(catalog-count)
               end-if
               if cat-tok-14 = spaces
                   move 16.0 to cat-shininess(catalog-count)
               else
                   move function numval(cat-tok-14)
                       to cat-shininess(catalog-count)
               end-if
               if cat-shininess(catalog-count) < 0.0
                   move 0.0 to cat-shininess(catalog-count)
               end-if
               if cat-shininess(catalog-count) > 128.0
                   move 128.0 to cat-shininess(catalog-count)
               end-if
           end-if.

      *> only the names ResolveScenePath can produce count as scenes -
      *> candidate and archived copies lying in the directory do not
       list-one-scene-file.
           invoke type Path::GetFileName(scene-files(file-ix))
               returning scene-text.
           move scene-text to scene-name.
           if scene-name = "planets.scene"
                   or (scene-name(1:7) = "planets"
                       and scene-name(8:2) is numeric
                       and scene-name(8:2) not = "00"
                       and scene-name(10:6) = ".scene"
                       and scene-name(16:25) = spaces)
               move scene-name to scene-path
               perform list-one-scene
           end-if.

      *> one scene, starting on a fresh page numbered from 1
       list-one-scene.
           move scene-path to scene-text.
           invoke scene-text::Trim() returning scene-text.
           move 0 to body-count body-lost light-count light-lost
                     tour-count.
           move 0.0 to tour-last.
           move "N" to epoch-switch.
           move 86400.0 to sim-rate.

           move "N" to scene-eof-switch.
           open input scene-file.
           if scene-status = "00"
               perform read-scene-record until scene-at-eof
               close scene-file
               add 1 to listed-scenes
               move 0 to page-num
               move 99 to page-lines
               move "N" to table-switch
               perform list-scene-header
               perform list-scene-bodies
               perform list-scene-totals
           end-if.

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
                              sc-tok-21 sc-tok-22
               unstring scene-record delimited by ","
                   into sc-type
                        sc-tok-01 sc-tok-02 sc-tok-03 sc-tok-04
                        sc-tok-05 sc-tok-06 sc-tok-07 sc-tok-08
                        sc-tok-09 sc-tok-10 sc-tok-11 sc-tok-12
                        sc-tok-13 sc-tok-14 sc-tok-15 sc-tok-16
                        sc-tok-17 sc-tok-18 sc-tok-19 sc-tok-20
                        sc-tok-21 sc-tok-22
               evaluate sc-type
                   when "L"
                       perform load-light-record
                   when "E"
                       perform load-epoch-record
                   when "T"
                       perform load-tour-record
                   when "K"
                       if body-count < 50
                           add 1 to body-count
                           perform load-catalog-body
                       else
                           add 1 to body-lost
                       end-if
                   when other
                       if body-count < 50
                           add 1 to body-count
                           perform load-long-body
                       else
                           add 1 to body-lost
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

       load-light-record.
           if light-count < 8
               add 1 to light-count
               move function numval(sc-tok-01) to ll-pos-x(light-count)
               move function numval(sc-tok-02) to ll-pos-y(light-count)
               move function numval(sc-tok-03) to ll-pos-z(light-count)
               move function numval(sc-tok-04) to ll-col-r(light-count)
               move function numval(sc-tok-05) to ll-col-g(light-count)
               move function numval(sc-tok-06) to ll-col-b(light-count)
               if sc-tok-07 = spaces
                   move 1.0 to ll-level(light-count)
               else
                   move function numval(sc-tok-07) to ll-level(light-count)
               end-if
           else
               add 1 to light-lost
           end-if.

      *> counted the way load-tour-record keeps them - a keyframe not
      *> later than the one before is dropped
       load-tour-record.
           if tour-count < 20
               if tour-count = 0
                       or function numval(sc-tok-01) > tour-last
                   add 1 to tour-count
                   move function numval(sc-tok-01) to tour-last
               end-if
           end-if.

      *> an unknown name becomes the blank-type placeholder LoadScene
      *> builds - hidden, but still a parent its children can ride on
       load-catalog-body.
           move 0 to cat-slot.
           perform find-catalog-name
               varying cat-ix from 1 by 1
               until cat-ix > catalog-count or cat-slot > 0.
           move sc-tok-01 to lb-name(body-count).
           if cat-slot = 0
               move space to lb-type(body-count)
               move "N" to lb-from-cat(body-count)
               move 0.0 to lb-scale(body-count)
               move 0.0 to lb-color-r(body-count)
               move 0.0 to lb-color-g(body-count)
               move 0.0 to lb-color-b(body-count)
               move 0.2 to lb-ambient(body-count)
               move 0.8 to lb-diffuse(body-count)
               move 0.0 to lb-specular(body-count)
               move 16.0 to lb-shininess(body-count)
               move spaces to lb-texture(body-count)
           else
               move cat-type(cat-slot) to lb-type(body-count)
               move "Y" to lb-from-cat(body-count)
               move cat-scale(cat-slot) to lb-scale(body-count)
               move cat-color-r(cat-slot) to lb-color-r(body-count)
               move cat-color-g(cat-slot) to lb-color-g(body-count)
               move cat-color-b(cat-slot) to lb-color-b(body-count)
               move cat-ambient(cat-slot) to lb-ambient(body-count)
               move cat-diffuse(cat-slot) to lb-diffuse(body-count)
               move cat-specular(cat-slot) to lb-specular(body-count)
               move cat-shininess(cat-slot) to lb-shininess(body-count)
               move cat-texture(cat-slot) to lb-texture(body-count)
           end-if.
           move function numval(sc-tok-05) to lb-parent(body-count).
           move function numval(sc-tok-06) to lb-radius(body-count).
           move function numval(sc-tok-07) to lb-period(body-count).
           move function numval(sc-tok-08) to lb-phase(body-count).

       find-catalog-name.
           if cat-name(cat-ix) = sc-tok-01
               move cat-ix to cat-slot
           end-if.

       load-long-body.
           move sc-tok-21 to lb-name(body-count).
           move sc-type to lb-type(body-count).
           move "N" to lb-from-cat(body-count).
           move function numval(sc-tok-04) to lb-scale(body-count).
           move function numval(sc-tok-05) to lb-color-r(body-count).
           move function numval(sc-tok-06) to lb-color-g(body-count).
           move function numval(sc-tok-07) to lb-color-b(body-count).
           move function numval(sc-tok-12) to lb-parent(body-count).
           move function numval(sc-tok-13) to lb-radius(body-count).
           move function numval(sc-tok-14) to lb-period(body-count).
           move function numval(sc-tok-15) to lb-phase(body-count).
           if sc-tok-17 = spaces
               move 0.2 to lb-ambient(body-count)
           else
               move function numval(sc-tok-17) to lb-ambient(body-count)
           end-if.
           if sc-tok-18 = spaces
               move 0.8 to lb-diffuse(body-count)
           else
               move function numval(sc-tok-18) to lb-diffuse(body-count)
           end-if.
           if sc-tok-19 = spaces
               move 0.0 to lb-specular(body-count)
           else
               move function numval(sc-tok-19) to lb-specular(body-count)
           end-if.
           if sc-tok-20 = spaces
               move 16.0 to lb-shininess(body-count)
           else
               move function numval(sc-tok-20) to lb-shininess(body-count)
           end-if.
           if lb-shininess(body-count) < 0.0
               move 0.0 to lb-shininess(body-count)
           end-if.
           if lb-shininess(body-count) > 128.0
               move 128.0 to lb-shininess(body-count)
           end-if.
           move sc-tok-22 to lb-texture(body-count).

       list-scene-header.
           if epoch-active
               invoke type String::Format(
                       "epoch {0:yyyy-MM-dd}, sim rate {1:N2} sim seconds per second - orbital periods in days",
                       epoch-date, sim-rate)
                   returning list-line
           else
               move "no epoch record - orbits run on the frame clock, orbital periods in seconds at 60 fps"
                   to list-line
           end-if.
           perform write-list-line.

           move " " to list-line.
           perform write-list-line.
           if light-count = 0
               move "lights: none - lighting off, bodies drawn flat-coloured"
                   to list-line
               perform write-list-line
           else
               invoke type String::Format("lights: {0}", light-count)
                   returning list-line
               perform write-list-line
               perform list-one-light
                   varying light-ix from 1 by 1
                   until light-ix > light-count
           end-if.
           if light-lost > 0
               invoke type String::Format(
                       "  {0} further light record(s) ignored - at most 8 load",
                       light-lost)
                   returning list-line
               perform write-list-line
           end-if.

           if tour-count = 0
               move "camera tour: none" to list-line
           else
               invoke type String::Format(
                       "camera tour: {0} keyframe(s) over {1:F2} seconds",
                       tour-count, tour-last)
                   returning list-line
           end-if.
           perform write-list-line.

       list-one-light.
           invoke type String::Format(
                   "  {0}  at ({1:F2}, {2:F2}, {3:F2})  colour {4:F2} {5:F2} {6:F2}  intensity {7:F2}",
                   light-ix, ll-pos-x(light-ix), ll-pos-y(light-ix),
                   ll-pos-z(light-ix), ll-col-r(light-ix),
                   ll-col-g(light-ix), ll-col-b(light-ix),
                   ll-level(light-ix))
               returning list-line.
           perform write-list-line.

      *> a parent must be an earlier body - the renderer places parents
      *> before their children - so anything else is broken and its
      *> body is listed as a root.  levels follow in one forward pass.
       list-scene-bodies.
           move 0 to sphere-count cube-count pyramid-count holder-count
                     other-count from-cat-count root-count broken-count
                     deepest-level deepest-ix stack-top.
           perform mark-body-level
               varying body-ix from 1 by 1 until body-ix > body-count.

           move " " to list-line.
           perform write-list-line.
           if body-count = 0
               move "bodies: none - the renderer draws its built-in two-body layout"
                   to list-line
               perform write-list-line
           else
               move "bodies (* = value from planets.catalog):" to list-line
               perform write-list-line
               move "Y" to table-switch
               if page-lines >= page-size - 2
                   perform write-page-heading
               else
                   perform write-column-heading
               end-if
               perform push-root-body
                   varying body-ix from body-count by -1
                   until body-ix < 1
               perform list-next-body until stack-top = 0
               move "N" to table-switch
           end-if.
           if body-lost > 0
               invoke type String::Format(
                       "  {0} further body record(s) ignored - at most 50 load",
                       body-lost)
                   returning list-line
               perform write-list-line
           end-if.

       mark-body-level.
           move "N" to lb-broken(body-ix).
           if lb-parent(body-ix) = 0
               move 1 to lb-level(body-ix)
           else
               if lb-parent(body-ix) < 1 or lb-parent(body-ix) >= body-ix
                   move "Y" to lb-broken(body-ix)
                   move 1 to lb-level(body-ix)
               else
                   move lb-parent(body-ix) to parent-ix
                   compute lb-level(body-ix) = lb-level(parent-ix) + 1
               end-if
           end-if.
           if lb-level(body-ix) > deepest-level
               move lb-level(body-ix) to deepest-level
               move body-ix to deepest-ix
           end-if.

       push-root-body.
           if lb-level(body-ix) = 1
               add 1 to stack-top
               move body-ix to tree-stack(stack-top)
           end-if.

       list-next-body.
           move tree-stack(stack-top) to body-ix.
           subtract 1 from stack-top.
           perform list-one-body.
           perform push-child-body
               varying child-ix from body-count by -1
               until child-ix <= body-ix.

       push-child-body.
           if lb-parent(child-ix) = body-ix and lb-broken(child-ix) = "N"
               add 1 to stack-top
               move child-ix to tree-stack(stack-top)
           end-if.

      *> two spaces of indent per level; the name column widens with it
       list-one-body.
           move lb-name(body-ix) to name-text.
           invoke name-text::Trim() returning name-text.
           if name-text::Length = 0
               move "(unnamed)" to name-text
           end-if.
           compute name-width = name-text::Length
                   + (lb-level(body-ix) - 1) * 2.
           invoke name-text::PadLeft(name-width) returning name-text.
           if lb-level(body-ix) = 1
               add 1 to root-count
           end-if.

           if lb-from-cat(body-ix) = "Y"
               move "*" to cat-mark
               add 1 to from-cat-count
           else
               move " " to cat-mark
           end-if.

           evaluate lb-type(body-ix)
               when "S"
                   add 1 to sphere-count
                   move "sphere" to type-text
               when "C"
                   add 1 to cube-count
                   move "cube" to type-text
               when "P"
                   add 1 to pyramid-count
                   move "pyramid" to type-text
               when space
                   add 1 to holder-count
                   move "placeholder" to type-text
               when other
                   add 1 to other-count
                   invoke type String::Format("type {0}", lb-type(body-ix))
                       returning type-text
           end-evaluate.
           invoke type String::Concat(type-text, cat-mark)
               returning type-text.

           if lb-period(body-ix) = 0.0
               move "-" to period-text
           else
               if epoch-active
                   compute period-days = lb-period(body-ix) / 86400.0
                   invoke type String::Format("{0:F2}d", period-days)
                       returning period-text
               else
                   invoke type String::Format("{0:F2}s", lb-period(body-ix))
                       returning period-text
               end-if
           end-if.

           if lb-type(body-ix) = space
               move " " to scale-text colour-text material-text
               move " " to texture-text
               move "- not in planets.catalog, drawn as nothing"
                   to note-text
           else
               invoke type String::Format("{0:F2}{1}", lb-scale(body-ix),
                       cat-mark)
                   returning scale-text
               invoke type String::Format("{0:F2} {1:F2} {2:F2}{3}",
                       lb-color-r(body-ix), lb-color-g(body-ix),
                       lb-color-b(body-ix), cat-mark)
                   returning colour-text
               invoke type String::Format(
                       "{0:F2} {1:F2} {2:F2} {3,3:F0}{4}",
                       lb-ambient(body-ix), lb-diffuse(body-ix),
                       lb-specular(body-ix), lb-shininess(body-ix),
                       cat-mark)
                   returning material-text
               move lb-texture(body-ix) to texture-text
               invoke texture-text::Trim() returning texture-text
               if texture-text::Length = 0
                   move "-" to texture-text
               else
                   invoke type String::Concat(texture-text, cat-mark)
                       returning texture-text
               end-if
           end-if.
           if lb-broken(body-ix) = "Y"
               add 1 to broken-count
               invoke type String::Format(
                       "BROKEN PARENT {0} - not an earlier body",
                       lb-parent(body-ix))
                   returning note-text
           end-if.

           invoke type String::Format(
                   "{0,3} {1,-26} {2,-12} {3,7} {4,-16} {5,9:F2} {6,11} {7,7:F1} {8,-20} {9}",
                   body-ix, name-text, type-text, scale-text, colour-text,
                   lb-radius(body-ix), period-text, lb-phase(body-ix),
                   material-text, texture-text)
               returning list-line.
           if lb-type(body-ix) = space or lb-broken(body-ix) = "Y"
               invoke type String::Concat(list-line, "  ", note-text)
                   returning list-line
           end-if.
           perform write-list-line.

       list-scene-totals.
           move " " to list-line.
           perform write-list-line.
           move "totals by body type:" to list-line.
           perform write-list-line.
           invoke type String::Format("  {0,-12} {1,4}", "sphere",
                   sphere-count)
               returning list-line.
           perform write-list-line.
           invoke type String::Format("  {0,-12} {1,4}", "cube",
                   cube-count)
               returning list-line.
           perform write-list-line.
           invoke type String::Format("  {0,-12} {1,4}", "pyramid",
                   pyramid-count)
               returning list-line.
           perform write-list-line.
           invoke type String::Format("  {0,-12} {1,4}", "placeholder",
                   holder-count)
               returning list-line.
           perform write-list-line.
           if other-count > 0
               invoke type String::Format("  {0,-12} {1,4}",
                       "other type", other-count)
                   returning list-line
               perform write-list-line
           end-if.
           invoke type String::Format(
                   "{0} bodies ({1} from planets.catalog), {2} root(s), {3} broken parent(s)",
                   body-count, from-cat-count, root-count, broken-count)
               returning list-line.
           perform write-list-line.
           if deepest-ix > 0
               move lb-name(deepest-ix) to name-text
               invoke name-text::Trim() returning name-text
               invoke type String::Format(
                       "deepest level {0} (body {1} {2})",
                       deepest-level, deepest-ix, name-text)
                   returning list-line
               perform write-list-line
           end-if.

           add body-count to total-bodies.
           add holder-count to total-holders.
           add broken-count to total-broken.
           if deepest-level > total-deepest
               move deepest-level to total-deepest
           end-if.

      *> a full page starts a new one under the scene's heading, with the
      *> body columns repeated while the body table is running
       write-list-line.
           if page-lines >= page-size
               perform write-page-heading
           end-if.
           if list-status = "00"
               move list-line to list-record
               write list-record
           end-if.
           add 1 to page-lines.

       write-page-heading.
           add 1 to page-num.
           move 0 to page-lines.
           invoke type String::Format(
                   "scene listing - {0,-40} {1:yyyy-MM-dd HH:mm}   page {2}",
                   scene-text, run-now, page-num)
               returning note-text.
           if list-status = "00"
               move note-text to list-record
               write list-record after advancing page
               move spaces to list-record
               write list-record
           end-if.
           add 2 to page-lines.
           if in-body-table
               perform write-column-heading
           end-if.

       write-column-heading.
           invoke type String::Format(
                   "{0,3} {1,-26} {2,-12} {3,7} {4,-16} {5,9} {6,11} {7,7} {8,-20} {9}",
                   "no", "body", "type", "scale", "colour", "orbit r",
                   "period", "phase", "amb dif spec shine", "texture")
               returning note-text.
           if list-status = "00"
               move note-text to list-record
               write list-record
           end-if.
           add 1 to page-lines.

       end method.

       end class.
