       $set ilusing "System".
       $set ilusing "System.IO".

      * catalog where-used cross-reference.  every scene file the
      * renderer can load (planets.scene and planets01.scene through
      * planets99.scene - see ResolveScenePath in Planets.Render) is read
      * for its "K" catalog references, and planets_whereused.rpt lists:
      *
      *   - every planets.catalog entry with each scene file and record
      *     number that places it, so "which scenes change if Mars
      *     changes" reads straight off the report
      *   - catalog entries no scene references (orphans)
      *   - K references to names the catalog does not hold - each one
      *     loads as a hidden placeholder body
      *
      * record numbers count non-blank records the way the validation
      * report does.  CatalogMaintenance builds the same cross-reference
      * to refuse deleting a referenced entry and to list the scenes a
      * CHANGE affects.
      *
      * exit codes: 0 every K reference resolves, 4 any K reference to a
      * name not in the catalog, or more K references than the
      * cross-reference holds.
      *
      * usage: CatalogWhereUsed
       class-id Planets.CatalogWhereUsed public.

       method-id Main public static.
       environment division.
       input-output section.
       file-control.
           select cat-file assign to cat-path
               organization is line sequential
               file status is cat-status.
           select scene-file assign to scene-path
               organization is line sequential
               file status is scene-status.
           select xref-file assign to xref-path
               organization is line sequential
               file status is xref-status.
       data division.
       file section.
       fd  cat-file
           record contains 200 characters.
       01  cat-record          pic x(200).
       fd  scene-file
           record contains 200 characters.
       01  scene-record        pic x(200).
       fd  xref-file
           record contains 200 characters.
       01  xref-record         pic x(200).
       working-storage section.
           01 catalog-table.
               05 catalog-entry occurs 50 times.
                   10 cat-name       pic x(20).
                   10 cat-type       pic x(01).
                   10 cat-ref-count  type Int32.
      * one entry per K record across every scene file, in file order -
      * 100 scene slots of 50 bodies each; any beyond are counted in
      * xref-lost and the report says it is incomplete
           01 xref-table.
               05 xref-entry occurs 5000 times.
                   10 xr-name        pic x(20).
                   10 xr-file        pic x(40).
                   10 xr-rec         type Int32.
                   10 xr-cat-ix      type Int32.
           01 scene-files      type String occurs any.
           77 catalog-count    type Int32 value 0.
           77 xref-count       type Int32 value 0.
           77 xref-lost        type Int32 value 0.
           77 scene-count      type Int32 value 0.
           77 cat-path         pic x(60) value "planets.catalog".
           77 scene-path       pic x(60).
           77 xref-path        pic x(60) value "planets_whereused.rpt".
           77 cat-status       pic x(02).
           77 scene-status     pic x(02).
           77 xref-status      pic x(02).
           77 cat-eof-switch   pic x(01).
               88 cat-at-eof             value "Y".
           77 scene-eof-switch pic x(01).
               88 scene-at-eof           value "Y".
           77 scene-name       pic x(40).
           77 scene-rec-num    type Int32.
           77 file-ix          type Int32.
           77 cat-ix           type Int32.
           77 xref-ix          type Int32.
           77 found-ix         type Int32.
           77 orphan-count     type Int32 value 0.
           77 unknown-count    type Int32 value 0.
           77 sc-type          pic x(01).
           77 sc-tok-01        pic x(20).
           77 cat-tok-01       pic x(20).
           77 name-text        type String.
           77 file-text        type String.
           77 xref-line        type String.
       linkage section.
           01 run-args         type String occurs any.
       procedure division using by value run-args.
           move "N" to cat-eof-switch.
           open input cat-file.
           if cat-status = "00"
               perform read-catalog-record until cat-at-eof
               close cat-file
           end-if.

           invoke type Directory::GetFiles(".", "planets*.scene")
               returning scene-files.
           invoke type Array::Sort(scene-files as type Array).
           perform scan-one-scene-file
               varying file-ix from 1 by 1
               until file-ix > scene-files::Length.

           open output xref-file.

           invoke type String::Format(
                   "catalog where-used - {0} catalog entries, {1} scene file(s), {2} K reference(s)",
                   catalog-count, scene-count, xref-count)
               returning xref-line.
           perform write-xref-line.
           if xref-lost > 0
               invoke type String::Format(
                       "cross-reference incomplete - {0} further K reference(s) not listed; orphans below may be referenced",
                       xref-lost)
                   returning xref-line
               perform write-xref-line
           end-if.

           perform report-one-entry
               varying cat-ix from 1 by 1 until cat-ix > catalog-count.

           move " " to xref-line.
           perform write-xref-line.
           move "K references to names not in the catalog:" to xref-line.
           perform write-xref-line.
           perform report-unknown-reference
               varying xref-ix from 1 by 1 until xref-ix > xref-count.
           if unknown-count = 0
               move "  none" to xref-line
               perform write-xref-line
           end-if.

           move " " to xref-line.
           perform write-xref-line.
           invoke type String::Format(
                   "orphan catalog entries: {0}, unknown-name references: {1}",
                   orphan-count, unknown-count)
               returning xref-line.
           perform write-xref-line.

           close xref-file.

           if unknown-count > 0 or xref-lost > 0
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
               move spaces to cat-name(catalog-count) cat-tok-01
               unstring cat-record delimited by ","
                   into cat-name(catalog-count) cat-tok-01
               move cat-tok-01 to cat-type(catalog-count)
               move 0 to cat-ref-count(catalog-count)
           end-if.

      *> only the names ResolveScenePath can produce count as scenes -
      *> candidate and archived copies lying in the directory do not
       scan-one-scene-file.
           invoke type Path::GetFileName(scene-files(file-ix))
               returning file-text.
           move file-text to scene-name.
           if scene-name = "planets.scene"
                   or (scene-name(1:7) = "planets"
                       and scene-name(8:2) is numeric
                       and scene-name(8:2) not = "00"
                       and scene-name(10:6) = ".scene"
                       and scene-name(16:25) = spaces)
               add 1 to scene-count
               move scene-name to scene-path
               move 0 to scene-rec-num
               move "N" to scene-eof-switch
               open input scene-file
               if scene-status = "00"
                   perform read-scene-record until scene-at-eof
                   close scene-file
               end-if
           end-if.

       read-scene-record.
           read scene-file
               at end move "Y" to scene-eof-switch
           end-read.

           if not scene-at-eof and scene-record not = spaces
               add 1 to scene-rec-num
               move spaces to sc-type sc-tok-01
               unstring scene-record delimited by ","
                   into sc-type sc-tok-01
               if sc-type = "K"
                   if xref-count < 5000
                       add 1 to xref-count
                       move sc-tok-01 to xr-name(xref-count)
                       move scene-name to xr-file(xref-count)
                       move scene-rec-num to xr-rec(xref-count)
                       perform find-catalog-entry
                       move found-ix to xr-cat-ix(xref-count)
                       if found-ix > 0
                           add 1 to cat-ref-count(found-ix)
                       end-if
                   else
                       add 1 to xref-lost
                   end-if
               end-if
           end-if.

       find-catalog-entry.
           move 0 to found-ix.
           perform scan-catalog-entry
               varying cat-ix from 1 by 1
               until cat-ix > catalog-count or found-ix > 0.

       scan-catalog-entry.
           if cat-name(cat-ix) = xr-name(xref-count)
               move cat-ix to found-ix
           end-if.

       report-one-entry.
           move cat-name(cat-ix) to name-text.
           invoke name-text::Trim() returning name-text.
           if cat-ref-count(cat-ix) = 0
               add 1 to orphan-count
               invoke type String::Format(
                       "{0,-20} ({1})  not referenced - ORPHAN",
                       name-text, cat-type(cat-ix))
                   returning xref-line
               perform write-xref-line
           else
               invoke type String::Format(
                       "{0,-20} ({1})  {2} reference(s)",
                       name-text, cat-type(cat-ix), cat-ref-count(cat-ix))
                   returning xref-line
               perform write-xref-line
               perform report-entry-reference
                   varying xref-ix from 1 by 1 until xref-ix > xref-count
           end-if.

       report-entry-reference.
           if xr-cat-ix(xref-ix) = cat-ix
               move xr-file(xref-ix) to file-text
               invoke file-text::Trim() returning file-text
               invoke type String::Format("    {0} record {1:000}",
                       file-text, xr-rec(xref-ix))
                   returning xref-line
               perform write-xref-line
           end-if.

       report-unknown-reference.
           if xr-cat-ix(xref-ix) = 0
               add 1 to unknown-count
               move xr-file(xref-ix) to file-text
               invoke file-text::Trim() returning file-text
               move xr-name(xref-ix) to name-text
               invoke name-text::Trim() returning name-text
               invoke type String::Format(
                       "  {0} record {1:000}: {2} - loads as a placeholder",
                       file-text, xr-rec(xref-ix), name-text)
                   returning xref-line
               perform write-xref-line
           end-if.

       write-xref-line.
           if xref-status = "00"
               move xref-line to xref-record
               write xref-record
           end-if.

       end method.

       end class.
