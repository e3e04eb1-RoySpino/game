      * with the same record logic LoadScene uses: long-form body
      * records, "K" catalog references (expanded from planets.catalog,
      * unresolved names becoming the same hidden placeholder the
      * renderer loads), "L" light records, the "E" epoch record and
      * "T" camera tour keyframes, with the same optional
      * token defaults and clamps.  bodies are matched by file position,
      * which is how the renderer itself numbers them (PARENT references
      * are file-order), and reported by name where the record carries
           77 epoch-date-b     pic x(10).
           77 epoch-rate-a     type Double value 0.0.
           77 epoch-rate-b     type Double value 0.0.
      * camera tour keyframes, one table per side - SECONDS, the five
      * camera tokens and TRACK as numbers, the viewpoint name as text
           01 tour-a-table.
               05 ta-key occurs 20 times.
                   10 ta-fld occurs 7 times
                                     type Double.
                   10 ta-view        pic x(20).
           01 tour-b-table.
               05 tb-key occurs 20 times.
                   10 tb-fld occurs 7 times
                                     type Double.
                   10 tb-view        pic x(20).
           77 tour-count-a     type Int32 value 0.
           77 tour-count-b     type Int32 value 0.
      * parse work area - one record lands here, then copy-work-body
      * moves it into whichever side is loading
           01 work-body.
           01 work-light.
               05 wl-fld occurs 7 times
                                   type Double.
           01 work-tour.
               05 wt-fld occurs 7 times
                                   type Double.
               05 wt-view          pic x(20).
      * master catalog for expanding "K" references, same layout subset
      * LoadCatalog keeps
           01 compare-cat-table.
           77 cmp-body-ix      type Int32.
           77 cmp-fld-ix       type Int32.
           77 cmp-light-ix     type Int32.
           77 cmp-key-ix       type Int32.
           77 cmp-common       type Int32.
           77 cmp-val-a        type Double.
           77 cmp-val-b        type Double.
           perform compare-bodies.
           perform compare-lights.
           perform compare-epochs.
           perform compare-tours.

           move spaces to diff-line.
           invoke type String::Format(
                       perform parse-epoch-record
                   when "K"
                       perform parse-catalog-body
                   when "T"
                       perform parse-tour-record
                   when other
                       perform parse-long-body
               end-evaluate
           end-if.
           perform copy-work-light.

      *> camera tokens default to zero like the renderer's; a keyframe
      *> not later than the one before it is dropped the way LoadScene
      *> drops it.  the viewpoint name compares as written - which slot
      *> it resolves to depends on planets_views.dat, not the scene.
       parse-tour-record.
           move function numval(scene-tok-01) to wt-fld(1).
           move function numval(scene-tok-02) to wt-fld(2).
           move function numval(scene-tok-03) to wt-fld(3).
           move function numval(scene-tok-04) to wt-fld(4).
           move function numval(scene-tok-05) to wt-fld(5).
           move function numval(scene-tok-06) to wt-fld(6).
           if scene-tok-07 = spaces
               move 0 to wt-fld(7)
           else
               move function numval(scene-tok-07) to wt-fld(7)
           end-if.
           move scene-tok-08 to wt-view.
           perform copy-work-tour.

       copy-work-body.
           if load-side = "A"
               if body-count-a < 50
       copy-light-field-b.
           move wl-fld(cmp-fld-ix) to lb-fld(light-count-b, cmp-fld-ix).

       copy-work-tour.
           if load-side = "A"
               if tour-count-a < 20
                   if tour-count-a = 0
                           or wt-fld(1) > ta-fld(tour-count-a, 1)
                       add 1 to tour-count-a
                       move wt-view to ta-view(tour-count-a)
                       perform copy-tour-field-a
                           varying cmp-fld-ix from 1 by 1
                           until cmp-fld-ix > 7
                   end-if
               end-if
           else
               if tour-count-b < 20
                   if tour-count-b = 0
                           or wt-fld(1) > tb-fld(tour-count-b, 1)
                       add 1 to tour-count-b
                       move wt-view to tb-view(tour-count-b)
                       perform copy-tour-field-b
                           varying cmp-fld-ix from 1 by 1
                           until cmp-fld-ix > 7
                   end-if
               end-if
           end-if.

       copy-tour-field-a.
           move wt-fld(cmp-fld-ix) to ta-fld(tour-count-a, cmp-fld-ix).

       copy-tour-field-b.
           move wt-fld(cmp-fld-ix) to tb-fld(tour-count-b, cmp-fld-ix).

      *> bodies present in both files compare field by field; a count
      *> mismatch reports the surplus records as added/removed rather
      *> than producing a wall of spurious field diffs.
               end-if
           end-if.

      *> keyframes compare by position like bodies, surplus ones
      *> reported as added/removed
       compare-tours.
           if tour-count-a < tour-count-b
               move tour-count-a to cmp-common
           else
               move tour-count-b to cmp-common
           end-if.

           perform compare-one-tour-key
               varying cmp-key-ix from 1 by 1
               until cmp-key-ix > cmp-common.

           compute cmp-start = cmp-common + 1.
           perform report-removed-tour-key
               varying cmp-key-ix from cmp-start by 1
               until cmp-key-ix > tour-count-a.
           perform report-added-tour-key
               varying cmp-key-ix from cmp-start by 1
               until cmp-key-ix > tour-count-b.

       compare-one-tour-key.
           perform compare-one-tour-field
               varying cmp-fld-ix from 1 by 1
               until cmp-fld-ix > 7.

           if ta-view(cmp-key-ix) not = tb-view(cmp-key-ix)
               add 1 to diff-count
               move ta-view(cmp-key-ix) to fmt-a
               invoke fmt-a::Trim() returning fmt-a
               move tb-view(cmp-key-ix) to fmt-b
               invoke fmt-b::Trim() returning fmt-b
               invoke type String::Format(
                       "tour keyframe {0}: VIEW {1} -> {2}",
                       cmp-key-ix, fmt-a, fmt-b)
                   returning diff-line
               perform write-diff-line
           end-if.

       compare-one-tour-field.
           move ta-fld(cmp-key-ix, cmp-fld-ix) to cmp-val-a.
           move tb-fld(cmp-key-ix, cmp-fld-ix) to cmp-val-b.
           compute cmp-diff = cmp-val-a - cmp-val-b.
           if cmp-diff < 0.0
               compute cmp-diff = 0.0 - cmp-diff
           end-if.
           if cmp-diff > 0.0001
               add 1 to diff-count
               perform name-one-tour-field
               invoke type String::Format(
                       "tour keyframe {0}: {1} {2:F4} -> {3:F4}",
                       cmp-key-ix, fmt-name,
                       cmp-val-a, cmp-val-b)
                   returning diff-line
               perform write-diff-line
           end-if.

       name-one-tour-field.
           evaluate cmp-fld-ix
               when 1 move "SECONDS" to cmp-field-name
               when 2 move "PANX"    to cmp-field-name
               when 3 move "PANY"    to cmp-field-name
               when 4 move "ZOOM"    to cmp-field-name
               when 5 move "YAW"     to cmp-field-name
               when 6 move "PITCH"   to cmp-field-name
               when 7 move "TRACK"   to cmp-field-name
           end-evaluate.
           move cmp-field-name to fmt-name.
           invoke fmt-name::Trim() returning fmt-name.

       report-removed-tour-key.
           add 1 to diff-count.
           invoke type String::Format(
                   "tour keyframe {0}: removed ({1:F2}s)",
                   cmp-key-ix, ta-fld(cmp-key-ix, 1))
               returning diff-line.
           perform write-diff-line.

       report-added-tour-key.
           add 1 to diff-count.
           invoke type String::Format(
                   "tour keyframe {0}: added ({1:F2}s)",
                   cmp-key-ix, tb-fld(cmp-key-ix, 1))
               returning diff-line.
           perform write-diff-line.

       write-diff-line.
           if diff-status = "00"
               move diff-line to diff-record
