      * so the nightly job stops before the renderer picks up a half
      * applied catalog.
      *
      * the scene files are scanned for their "K" references first (the
      * same cross-reference CatalogWhereUsed reports), so the catalog
      * cannot be pulled out from under a scene: a DELETE of a name any
      * scene still references is rejected with the scene files and
      * record numbers that use it (every DELETE is, when the scenes
      * hold more K records than the cross-reference can take), and an
      * applied CHANGE (or an ADD that resolves references that were
      * loading as placeholders) lists every scene record it affects in
      * the audit report.
      *
      * usage: CatalogMaintenance [transaction-file]
      *        (default planets_catalog.trn)
       class-id Planets.CatalogMaintenance public.
           select audit-file assign to audit-path
               organization is line sequential
               file status is audit-status.
           select scene-file assign to scene-path
               organization is line sequential
               file status is scene-status.
       data division.
       file section.
       fd  cat-file
       fd  audit-file
           record contains 200 characters.
       01  audit-record        pic x(200).
       fd  scene-file
           record contains 200 characters.
       01  scene-record        pic x(200).
       working-storage section.
      * the working copy of the catalog - transactions apply here and the
      * file is only rewritten from it when every transaction was clean
                   10 mnt-name       pic x(20).
                   10 mnt-line       pic x(200).
           77 maint-count      type Int32 value 0.
      * every K record in every loadable scene file - name, file and
      * record number (non-blank records, as the validation report counts);
      * 100 scene slots of 50 bodies each.  a reference past the table
      * is counted in xref-lost, and while any is lost no DELETE can be
      * proved safe.
           01 xref-table.
               05 xref-entry occurs 5000 times.
                   10 xr-name        pic x(20).
                   10 xr-file        pic x(40).
                   10 xr-rec         type Int32.
           01 scene-files      type String occurs any.
           77 xref-count       type Int32 value 0.
           77 xref-lost        type Int32 value 0.
           77 xref-disp        pic zzzz9.
           77 xref-ix          type Int32.
           77 ref-count        type Int32 value 0.
           77 ref-prefix       pic x(14).
           77 scene-path       pic x(60).
           77 scene-status     pic x(02).
           77 scene-eof-switch pic x(01).
               88 scene-at-eof           value "Y".
           77 scene-name       pic x(40).
           77 scene-rec-num    type Int32.
           77 file-ix          type Int32.
           77 file-text        type String.
           77 sc-type          pic x(01).
           77 sc-tok-01        pic x(20).
           77 rec-disp         pic 9(03).
           77 cat-path         pic x(60) value "planets.catalog".
           77 txn-path         pic x(60) value "planets_catalog.trn".
           77 audit-path       pic x(60) value "planets_catalog_audit.rpt".
             into audit-line.
           perform write-audit-line.

           invoke type Directory::GetFiles(".", "planets*.scene")
               returning scene-files.
           invoke type Array::Sort(scene-files as type Array).
           perform scan-one-scene-file
               varying file-ix from 1 by 1
               until file-ix > scene-files::Length.

           move spaces to audit-line.
           move xref-count to xref-disp.
           string "scene cross-reference - " delimited by size
                  xref-disp delimited by size
                  " K reference(s)" delimited by size
             into audit-line.
           perform write-audit-line.
           if xref-lost > 0
               move spaces to audit-line
               move xref-lost to xref-disp
               string "scene cross-reference incomplete - " delimited by size
                      xref-disp delimited by size
                      " K reference(s) beyond the table, every DELETE rejected"
                          delimited by size
                 into audit-line
               perform write-audit-line
           end-if.

           move "N" to txn-eof-switch.
           open input txn-file.
           if txn-status = "00"
                          txn-reason delimited by "  "
                     into audit-line
                   perform write-audit-line
                   if txn-action = "DELETE" and ref-count > 0
                       move "  referenced: " to ref-prefix
                       perform write-reference-lines
                   end-if
               end-if
           end-if.

       validate-transaction.
           perform find-maint-entry.
           perform count-name-references.

           evaluate txn-action
               when "ADD"
                   if found-ix = 0
                       move "name not in catalog" to txn-reason
                       move "N" to txn-ok-switch
                   else
      *> a deleted entry would turn every K record placing it into a
      *> hidden placeholder - the scenes have to let go of it first
                       if xref-lost > 0
                           move "scene cross-reference incomplete"
                               to txn-reason
                           move "N" to txn-ok-switch
                       end-if
                       if ref-count > 0
                           move ref-count to xref-disp
                           move spaces to txn-reason
                           string "name referenced by " delimited by size
                                  xref-disp delimited by size
                                  " scene record(s)" delimited by size
                             into txn-reason
                           move "N" to txn-ok-switch
                       end-if
                   end-if
               when other
                   move "unknown action" to txn-reason
                   move txn-name to mnt-name(maint-count)
                   move txn-rest to mnt-line(maint-count)
                   perform write-audit-after-line
                   if ref-count > 0
                       move "  resolves:   " to ref-prefix
                       perform write-reference-lines
                   end-if
               when "CHANGE"
                   move spaces to audit-line
                   string "  before: " delimited by size
                   move txn-rest to mnt-line(found-ix)
                   move found-ix to maint-ix
                   perform write-audit-after-line-at
                   if ref-count > 0
                       move "  affects:    " to ref-prefix
                       perform write-reference-lines
                   else
                       move "  affects:    no scene references this name"
                           to audit-line
                       perform write-audit-line
                   end-if
               when "DELETE"
                   move spaces to audit-line
                   string "  before: " delimited by size
           move mnt-name(maint-ix + 1) to mnt-name(maint-ix).
           move mnt-line(maint-ix + 1) to mnt-line(maint-ix).

      *> only the names ResolveScenePath in Planets.Render can produce
      *> are scenes - planets.scene and planets01.scene-planets99.scene
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
                   else
                       add 1 to xref-lost
                   end-if
               end-if
           end-if.

       count-name-references.
           move 0 to ref-count.
           perform count-one-reference
               varying xref-ix from 1 by 1 until xref-ix > xref-count.

       count-one-reference.
           if xr-name(xref-ix) = txn-name
               add 1 to ref-count
           end-if.

       write-reference-lines.
           perform write-one-reference
               varying xref-ix from 1 by 1 until xref-ix > xref-count.

       write-one-reference.
           if xr-name(xref-ix) = txn-name
               move xr-rec(xref-ix) to rec-disp
               move spaces to audit-line
               string ref-prefix delimited by size
                      xr-file(xref-ix) delimited by space
                      " record " delimited by size
                      rec-disp delimited by size
                 into audit-line
               perform write-audit-line
           end-if.

       find-maint-entry.
           move 0 to found-ix.
           perform scan-maint-entry
