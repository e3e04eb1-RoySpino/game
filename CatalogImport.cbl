       $set ilusing "System".
       $set ilusing "System.IO".

      * catalog import - turns a planetary data sheet into a transaction
      * file for CatalogMaintenance, so the real numbers live in one
      * place and the catalog is maintained (and audited) the usual way
      * instead of from guessed values.  the data sheet is comma
      * separated, one body per line, a line whose NAME is NAME being the
      * column heading:
      *
      *   NAME,RADIUS,PERIOD,SEMIMAJOR,TILT,ROTATION
      *
      * (mean radius, orbital period, semi-major axis, axial tilt in
      * degrees and rotation period, in whatever units the rules expect -
      * the shipped sheet uses km, days, km, degrees and hours).  the
      * rules file turns each column into a scene value:
      *
      *   SCALE,METHOD,FACTOR,OFFSET[,MIN,MAX]    from RADIUS
      *   SPEED,METHOD,FACTOR,OFFSET[,MIN,MAX]    from ROTATION
      *   TILT,METHOD,FACTOR,OFFSET[,MIN,MAX]     from TILT
      *   ORBITR,METHOD,FACTOR,OFFSET[,MIN,MAX]   from SEMIMAJOR
      *   ORBITP,METHOD,FACTOR,OFFSET[,MIN,MAX]   from PERIOD
      *   DEFAULT,TYPE,P|C|S
      *   DEFAULT,COLOUR,R,G,B
      *
      * METHOD is LINEAR (value * FACTOR + OFFSET), LOG (log10(value) *
      * FACTOR + OFFSET - for squeezing radii into a drawable range) or
      * INVERSE (FACTOR / value + OFFSET - a rotation period into
      * degrees per frame, a negative period spinning retrograde).  a
      * blank MIN or MAX is no limit; lines starting "*" are comments.
      * SCALE, SPEED and TILT are required; the tilt becomes the spin
      * axis (sin tilt, cos tilt, 0).
      *
      * a body already in planets.catalog comes out as a CHANGE that
      * keeps its TYPE, colour and material/texture tail and replaces
      * SCALE, SPEED and the axis; a new one comes out as an ADD with the
      * DEFAULT type and colour (S and 0.8,0.8,0.8 when the rules give
      * none) and the catalog's material defaults.  orbit radius and
      * period are scene fields, not catalog fields - K records carry
      * them - so the ORBITR/ORBITP values are listed in the report for
      * whoever places the body, never written to the transactions.
      *
      * rows with a missing, non-numeric or out-of-range value, a name
      * the catalog cannot hold, a name repeated in the sheet or an ADD
      * past the 50-entry catalog limit are left out of the transaction
      * file and listed in planets_import_exceptions.rpt.
      *
      * exit codes: 0 every row imported, 4 any row excepted, 8 data
      * sheet or rules file missing or the rules unusable.
      *
      * usage: CatalogImport [data-sheet [rules-file [transaction-file]]]
      *        (defaults planets_data.csv, planets_import.rules,
      *        planets_catalog.trn)
       class-id Planets.CatalogImport public.

       method-id Main public static.
       environment division.
       input-output section.
       file-control.
           select cat-file assign to cat-path
               organization is line sequential
               file status is cat-status.
           select rules-file assign to rules-path
               organization is line sequential
               file status is rules-status.
           select sheet-file assign to sheet-path
               organization is line sequential
               file status is sheet-status.
           select txn-file assign to txn-path
               organization is line sequential
               file status is txn-status.
           select exc-file assign to exc-path
               organization is line sequential
               file status is exc-status.
       data division.
       file section.
       fd  cat-file
           record contains 200 characters.
       01  cat-record          pic x(200).
       fd  rules-file
           record contains 200 characters.
       01  rules-record        pic x(200).
       fd  sheet-file
           record contains 200 characters.
       01  sheet-record        pic x(200).
       fd  txn-file
           record contains 200 characters.
       01  txn-record          pic x(200).
       fd  exc-file
           record contains 200 characters.
       01  exc-record          pic x(200).
       working-storage section.
      * the catalog as it stands - names decide ADD or CHANGE, lines
      * supply what a CHANGE keeps
           01 catalog-table.
               05 catalog-entry occurs 50 times.
                   10 cat-name       pic x(20).
                   10 cat-line       pic x(200).
           77 catalog-count    type Int32 value 0.
      * one conversion rule per scene value, by ordinal: 1 SCALE
      * 2 SPEED 3 TILT 4 ORBITR 5 ORBITP (the first three required)
           01 rule-table.
               05 rule-entry occurs 5 times.
                   10 rl-field       pic x(08).
                   10 rl-source      pic x(10).
                   10 rl-used        pic x(01).
                   10 rl-method      pic x(08).
                   10 rl-factor      type Double.
                   10 rl-offset      type Double.
                   10 rl-min-used    pic x(01).
                   10 rl-min         type Double.
                   10 rl-max-used    pic x(01).
                   10 rl-max         type Double.
      * this row's converted values, same ordinals
           01 row-value-table.
               05 row-value occurs 5 times.
                   10 rv-have        pic x(01).
                   10 rv-value       type Double.
      * names already taken by earlier rows of the sheet
           01 sheet-name-table.
               05 sheet-name-entry occurs 200 times.
                   10 sn-name        pic x(20).
                   10 sn-row         type Int32.
      * the orbit values reported for K records
           01 orbit-note-table.
               05 orbit-note occurs 200 times.
                   10 on-name        pic x(20).
                   10 on-radius-have pic x(01).
                   10 on-radius      type Double.
                   10 on-period-have pic x(01).
                   10 on-period      type Double.
           77 sheet-name-count type Int32 value 0.
           77 orbit-note-count type Int32 value 0.
           77 cat-path         pic x(60) value "planets.catalog".
           77 rules-path       pic x(60) value "planets_import.rules".
           77 sheet-path       pic x(60) value "planets_data.csv".
           77 txn-path         pic x(60) value "planets_catalog.trn".
           77 exc-path         pic x(60)
                               value "planets_import_exceptions.rpt".
           77 cat-status       pic x(02).
           77 rules-status     pic x(02).
           77 sheet-status     pic x(02).
           77 txn-status       pic x(02).
           77 exc-status       pic x(02).
           77 cat-eof-switch   pic x(01).
               88 cat-at-eof             value "Y".
           77 rules-eof-switch pic x(01).
               88 rules-at-eof           value "Y".
           77 sheet-eof-switch pic x(01).
               88 sheet-at-eof           value "Y".
           77 row-bad-switch   pic x(01).
               88 row-is-bad             value "Y".
           77 default-type     pic x(01) value "S".
           77 default-r        type Double value 0.8.
           77 default-g        type Double value 0.8.
           77 default-b        type Double value 0.8.
           77 rule-error-count type Int32 value 0.
           77 rules-line-num   type Int32 value 0.
           77 row-num          type Int32 value 0.
           77 data-row-count   type Int32 value 0.
           77 add-count        type Int32 value 0.
           77 change-count     type Int32 value 0.
           77 reject-count     type Int32 value 0.
           77 exception-count  type Int32 value 0.
           77 rule-ix          type Int32.
           77 cat-ix           type Int32.
           77 found-ix         type Int32.
           77 sheet-ix         type Int32.
           77 dup-row          type Int32.
           77 note-ix          type Int32.
           77 cat-ptr          type Int32.
           77 src-value        type Double.
           77 conv-value       type Double.
           77 tilt-radians     type Double.
           77 axis-x           type Double.
           77 axis-y           type Double.
           77 axis-z           type Double.
           77 src-tok          pic x(20).
           77 rl-tok-01        pic x(20).
           77 rl-tok-02        pic x(20).
           77 rl-tok-03        pic x(20).
           77 rl-tok-04        pic x(20).
           77 rl-tok-05        pic x(20).
           77 rl-tok-06        pic x(20).
           77 sh-name          pic x(40).
           77 sh-tok-01        pic x(20).
           77 sh-tok-02        pic x(20).
           77 sh-tok-03        pic x(20).
           77 sh-tok-04        pic x(20).
           77 sh-tok-05        pic x(20).
           77 ct-name          pic x(20).
           77 ct-type          pic x(20).
           77 ct-scale         pic x(20).
           77 ct-r             pic x(20).
           77 ct-g             pic x(20).
           77 ct-b             pic x(20).
           77 ct-speed         pic x(20).
           77 ct-axis-x        pic x(20).
           77 ct-axis-y        pic x(20).
           77 ct-axis-z        pic x(20).
           77 ct-tail          pic x(200).
      * character-level numeric check, the one CatalogMaintenance
      * applies to the transactions this program writes
           77 chk-tok          pic x(20).
           77 chk-tok-ok       pic x(01).
           77 chk-ix           type Int32.
           77 chk-char         pic x(01).
           77 chk-digits       type Int32.
           77 chk-points       type Int32.
           77 chk-signs        type Int32.
           77 chk-bad          type Int32.
           77 colour-ok-switch pic x(01).
               88 colour-ok              value "Y".
           77 sheet-text       type String.
           77 rules-text       type String.
           77 txn-text         type String.
           77 name-text        type String.
           77 field-text       type String.
           77 type-text        type String.
           77 colour-text      type String.
           77 tail-text        type String.
           77 exc-reason       type String.
           77 exc-line         type String.
           77 txn-line         type String.
           77 arg-work         pic x(60).
       linkage section.
           01 run-args         type String occurs any.
       procedure division using by value run-args.
           if run-args::Length > 0
               move run-args(1) to arg-work
               move arg-work to sheet-path
           end-if.
           if run-args::Length > 1
               move run-args(2) to arg-work
               move arg-work to rules-path
           end-if.
           if run-args::Length > 2
               move run-args(3) to arg-work
               move arg-work to txn-path
           end-if.

           open output exc-file.

           move sheet-path to sheet-text.
           invoke sheet-text::Trim() returning sheet-text.
           move rules-path to rules-text.
           invoke rules-text::Trim() returning rules-text.
           move txn-path to txn-text.
           invoke txn-text::Trim() returning txn-text.
           invoke type String::Format(
                   "catalog import - data sheet {0}, rules {1}, transactions to {2}",
                   sheet-text, rules-text, txn-text)
               returning exc-line.
           perform write-exc-line.

           perform clear-one-rule
               varying rule-ix from 1 by 1 until rule-ix > 5.
           move "SCALE"     to rl-field(1).
           move "RADIUS"    to rl-source(1).
           move "SPEED"     to rl-field(2).
           move "ROTATION"  to rl-source(2).
           move "TILT"      to rl-field(3).
           move "TILT"      to rl-source(3).
           move "ORBITR"    to rl-field(4).
           move "SEMIMAJOR" to rl-source(4).
           move "ORBITP"    to rl-field(5).
           move "PERIOD"    to rl-source(5).

           move "N" to rules-eof-switch.
           open input rules-file.
           if rules-status not = "00"
               move "rules file not found or unreadable - nothing imported"
                   to exc-line
               perform write-exc-line
               close exc-file
               move 8 to type Environment::ExitCode
               goback
           end-if.
           perform read-rules-record until rules-at-eof.
           close rules-file.

           perform check-required-rule
               varying rule-ix from 1 by 1 until rule-ix > 3.
           if rule-error-count > 0
               invoke type String::Format(
                       "{0} rules error(s) - nothing imported",
                       rule-error-count)
                   returning exc-line
               perform write-exc-line
               close exc-file
               move 8 to type Environment::ExitCode
               goback
           end-if.

           move "N" to sheet-eof-switch.
           open input sheet-file.
           if sheet-status not = "00"
               move "data sheet not found or unreadable - nothing imported"
                   to exc-line
               perform write-exc-line
               close exc-file
               move 8 to type Environment::ExitCode
               goback
           end-if.

           move "N" to cat-eof-switch.
           open input cat-file.
           if cat-status = "00"
               perform read-catalog-record until cat-at-eof
               close cat-file
           end-if.

           open output txn-file.

           move " " to exc-line.
           perform write-exc-line.
           move "exceptions (rows left out of the transaction file):"
               to exc-line.
           perform write-exc-line.

           perform process-sheet-record until sheet-at-eof.
           close sheet-file.
           close txn-file.

           if reject-count = 0
               move "  none" to exc-line
               perform write-exc-line
           end-if.

           move " " to exc-line.
           perform write-exc-line.
           move "orbit values for K records (scene fields - not written to the catalog):"
               to exc-line.
           perform write-exc-line.
           perform report-orbit-note
               varying note-ix from 1 by 1
               until note-ix > orbit-note-count.
           if orbit-note-count = 0
               move "  none" to exc-line
               perform write-exc-line
           end-if.

           move " " to exc-line.
           perform write-exc-line.
           invoke type String::Format(
                   "{0} data row(s): {1} ADD, {2} CHANGE, {3} row(s) excepted ({4} exception(s))",
                   data-row-count, add-count, change-count,
                   reject-count, exception-count)
               returning exc-line.
           perform write-exc-line.

           close exc-file.

           if reject-count > 0
               move 4 to type Environment::ExitCode
           end-if.

           goback.

       clear-one-rule.
           move "N" to rl-used(rule-ix).
           move spaces to rl-method(rule-ix).
           move 0.0 to rl-factor(rule-ix) rl-offset(rule-ix).
           move "N" to rl-min-used(rule-ix) rl-max-used(rule-ix).
           move 0.0 to rl-min(rule-ix) rl-max(rule-ix).

      *> a bad rule is named with its line number; any one of them stops
      *> the run before a single transaction is written
       read-rules-record.
           read rules-file
               at end move "Y" to rules-eof-switch
           end-read.

           if not rules-at-eof
               add 1 to rules-line-num
               if rules-record not = spaces and rules-record(1:1) not = "*"
                   move spaces to rl-tok-01 rl-tok-02 rl-tok-03
                                  rl-tok-04 rl-tok-05 rl-tok-06
                   unstring rules-record delimited by ","
                       into rl-tok-01 rl-tok-02 rl-tok-03
                            rl-tok-04 rl-tok-05 rl-tok-06
                   if rl-tok-01 = "DEFAULT"
                       perform load-default-rule
                   else
                       move 0 to found-ix
                       perform find-rule-field
                           varying rule-ix from 1 by 1
                           until rule-ix > 5 or found-ix > 0
                       if found-ix = 0
                           move "unknown field" to exc-reason
                           perform write-rules-error
                       else
                           perform load-field-rule
                       end-if
                   end-if
               end-if
           end-if.

       find-rule-field.
           if rl-field(rule-ix) = rl-tok-01
               move rule-ix to found-ix
           end-if.

       load-field-rule.
           if rl-tok-02 not = "LINEAR" and rl-tok-02 not = "LOG"
                   and rl-tok-02 not = "INVERSE"
               move "METHOD not LINEAR, LOG or INVERSE" to exc-reason
               perform write-rules-error
           else
               move "Y" to rl-used(found-ix)
               move rl-tok-02 to rl-method(found-ix)
               move rl-tok-03 to chk-tok
               perform check-numeric-token
               if chk-tok = spaces or chk-tok-ok not = "Y"
                   move "FACTOR missing or not numeric" to exc-reason
                   perform write-rules-error
               else
                   move function numval(rl-tok-03) to rl-factor(found-ix)
               end-if
               move rl-tok-04 to chk-tok
               perform check-numeric-token
               if chk-tok-ok not = "Y"
                   move "OFFSET not numeric" to exc-reason
                   perform write-rules-error
               else
                   move function numval(rl-tok-04) to rl-offset(found-ix)
               end-if
               move rl-tok-05 to chk-tok
               perform check-numeric-token
               if chk-tok-ok not = "Y"
                   move "MIN not numeric" to exc-reason
                   perform write-rules-error
               else
                   if rl-tok-05 not = spaces
                       move "Y" to rl-min-used(found-ix)
                       move function numval(rl-tok-05) to rl-min(found-ix)
                   end-if
               end-if
               move rl-tok-06 to chk-tok
               perform check-numeric-token
               if chk-tok-ok not = "Y"
                   move "MAX not numeric" to exc-reason
                   perform write-rules-error
               else
                   if rl-tok-06 not = spaces
                       move "Y" to rl-max-used(found-ix)
                       move function numval(rl-tok-06) to rl-max(found-ix)
                   end-if
               end-if
           end-if.

       load-default-rule.
           evaluate rl-tok-02
               when "TYPE"
                   if rl-tok-03 = "P" or rl-tok-03 = "C" or rl-tok-03 = "S"
                       move rl-tok-03 to default-type
                   else
                       move "DEFAULT TYPE not one of P/C/S" to exc-reason
                       perform write-rules-error
                   end-if
               when "COLOUR"
                   move "Y" to colour-ok-switch
                   move rl-tok-03 to chk-tok
                   perform check-numeric-token
                   if chk-tok = spaces or chk-tok-ok not = "Y"
                       move "N" to colour-ok-switch
                   end-if
                   move rl-tok-04 to chk-tok
                   perform check-numeric-token
                   if chk-tok = spaces or chk-tok-ok not = "Y"
                       move "N" to colour-ok-switch
                   end-if
                   move rl-tok-05 to chk-tok
                   perform check-numeric-token
                   if chk-tok = spaces or chk-tok-ok not = "Y"
                       move "N" to colour-ok-switch
                   end-if
                   if colour-ok
                       move function numval(rl-tok-03) to default-r
                       move function numval(rl-tok-04) to default-g
                       move function numval(rl-tok-05) to default-b
                   else
                       move "DEFAULT COLOUR needs numeric R,G,B"
                           to exc-reason
                       perform write-rules-error
                   end-if
               when other
                   move "DEFAULT not TYPE or COLOUR" to exc-reason
                   perform write-rules-error
           end-evaluate.

       check-required-rule.
           if rl-used(rule-ix) not = "Y"
               move rl-field(rule-ix) to field-text
               invoke field-text::Trim() returning field-text
               add 1 to rule-error-count
               invoke type String::Format("  rules: no {0} rule",
                       field-text)
                   returning exc-line
               perform write-exc-line
           end-if.

       write-rules-error.
           add 1 to rule-error-count.
           invoke type String::Format("  rules line {0:000}: {1}",
                   rules-line-num, exc-reason)
               returning exc-line.
           perform write-exc-line.

       read-catalog-record.
           read cat-file
               at end move "Y" to cat-eof-switch
           end-read.

           if not cat-at-eof and cat-record not = spaces
                   and catalog-count < 50
               add 1 to catalog-count
               move cat-record to cat-line(catalog-count)
               move spaces to cat-name(catalog-count)
               unstring cat-record delimited by ","
                   into cat-name(catalog-count)
           end-if.

      *> one sheet row: every value converted and range-checked, every
      *> problem reported, and a transaction only for a clean row
       process-sheet-record.
           read sheet-file
               at end move "Y" to sheet-eof-switch
           end-read.

           if not sheet-at-eof
               add 1 to row-num
               move spaces to sh-name sh-tok-01 sh-tok-02 sh-tok-03
                              sh-tok-04 sh-tok-05
               unstring sheet-record delimited by ","
                   into sh-name sh-tok-01 sh-tok-02 sh-tok-03
                        sh-tok-04 sh-tok-05
               if sheet-record not = spaces
                       and sheet-record(1:1) not = "*"
                       and sh-name not = "NAME"
                   add 1 to data-row-count
                   perform import-one-row
               end-if
           end-if.

       import-one-row.
           move "N" to row-bad-switch.
           move sh-name to name-text.
           invoke name-text::Trim() returning name-text.

           if sh-name = spaces
               move "NAME missing" to exc-reason
               perform write-row-exception
           else
               if sh-name(21:20) not = spaces
                   move "NAME longer than 20 characters" to exc-reason
                   perform write-row-exception
               else
                   move 0 to dup-row
                   perform find-sheet-name
                       varying sheet-ix from 1 by 1
                       until sheet-ix > sheet-name-count or dup-row > 0
                   if dup-row > 0
                       invoke type String::Format(
                               "NAME repeats row {0:000}", dup-row)
                           returning exc-reason
                       perform write-row-exception
                   else
                       if sheet-name-count < 200
                           add 1 to sheet-name-count
                           move sh-name to sn-name(sheet-name-count)
                           move row-num to sn-row(sheet-name-count)
                       end-if
                   end-if
               end-if
           end-if.

           perform convert-one-value
               varying rule-ix from 1 by 1 until rule-ix > 5.

           move 0 to found-ix.
           perform find-catalog-name
               varying cat-ix from 1 by 1
               until cat-ix > catalog-count or found-ix > 0.
           if found-ix = 0 and not row-is-bad
                   and catalog-count + add-count >= 50
               move "catalog limit of 50 entries - cannot ADD"
                   to exc-reason
               perform write-row-exception
           end-if.

           if row-is-bad
               add 1 to reject-count
           else
               perform build-axis
               if found-ix = 0
                   perform write-add-transaction
               else
                   perform write-change-transaction
               end-if
               perform note-orbit-values
           end-if.

       find-sheet-name.
           if sn-name(sheet-ix) = sh-name(1:20)
               move sn-row(sheet-ix) to dup-row
           end-if.

       find-catalog-name.
           if cat-name(cat-ix) = sh-name(1:20)
               move cat-ix to found-ix
           end-if.

      *> the source column for this value through its rule; a missing
      *> SCALE/SPEED/TILT source is an exception, a missing orbit source
      *> just leaves that orbit value out
       convert-one-value.
           move "N" to rv-have(rule-ix).
           move 0.0 to rv-value(rule-ix).
           evaluate rule-ix
               when 1 move sh-tok-01 to src-tok
               when 2 move sh-tok-05 to src-tok
               when 3 move sh-tok-04 to src-tok
               when 4 move sh-tok-03 to src-tok
               when 5 move sh-tok-02 to src-tok
           end-evaluate.
           move rl-source(rule-ix) to field-text.
           invoke field-text::Trim() returning field-text.

           if rl-used(rule-ix) = "Y"
               if src-tok = spaces
                   if rule-ix <= 3
                       invoke type String::Format("{0} missing",
                               field-text)
                           returning exc-reason
                       perform write-row-exception
                   end-if
               else
                   move src-tok to chk-tok
                   perform check-numeric-token
                   if chk-tok-ok not = "Y"
                       invoke type String::Format("{0} not numeric",
                               field-text)
                           returning exc-reason
                       perform write-row-exception
                   else
                       move function numval(src-tok) to src-value
                       perform apply-one-rule
                   end-if
               end-if
           end-if.

       apply-one-rule.
           evaluate rl-method(rule-ix)
               when "LOG"
                   if src-value <= 0.0
                       invoke type String::Format(
                               "{0} {1:F4} not positive - LOG rule",
                               field-text, src-value)
                           returning exc-reason
                       perform write-row-exception
                   else
                       compute conv-value =
                               type Math::Log10(src-value)
                               * rl-factor(rule-ix) + rl-offset(rule-ix)
                       move "Y" to rv-have(rule-ix)
                   end-if
               when "INVERSE"
                   if src-value = 0.0
                       invoke type String::Format(
                               "{0} zero - INVERSE rule", field-text)
                           returning exc-reason
                       perform write-row-exception
                   else
                       compute conv-value =
                               rl-factor(rule-ix) / src-value
                               + rl-offset(rule-ix)
                       move "Y" to rv-have(rule-ix)
                   end-if
               when other
                   compute conv-value =
                           src-value * rl-factor(rule-ix)
                           + rl-offset(rule-ix)
                   move "Y" to rv-have(rule-ix)
           end-evaluate.

           if rv-have(rule-ix) = "Y"
               move conv-value to rv-value(rule-ix)
               move rl-field(rule-ix) to field-text
               invoke field-text::Trim() returning field-text
               if rl-min-used(rule-ix) = "Y"
                       and conv-value < rl-min(rule-ix)
                   invoke type String::Format(
                           "{0} {1:F4} below minimum {2:F4}",
                           field-text, conv-value, rl-min(rule-ix))
                       returning exc-reason
                   perform write-row-exception
               end-if
               if rl-max-used(rule-ix) = "Y"
                       and conv-value > rl-max(rule-ix)
                   invoke type String::Format(
                           "{0} {1:F4} above maximum {2:F4}",
                           field-text, conv-value, rl-max(rule-ix))
                       returning exc-reason
                   perform write-row-exception
               end-if
           end-if.

       write-row-exception.
           move "Y" to row-bad-switch.
           add 1 to exception-count.
           invoke type String::Format("  row {0:000} {1}: {2}",
                   row-num, name-text, exc-reason)
               returning exc-line.
           perform write-exc-line.

      *> the tilt (degrees from upright) as the spin axis the renderer
      *> rotates about - upright is (0, 1, 0)
       build-axis.
           compute tilt-radians = rv-value(3) * 3.14159265358979 / 180.0.
           compute axis-x = type Math::Sin(tilt-radians).
           compute axis-y = type Math::Cos(tilt-radians).
           move 0.0 to axis-z.

      *> the ADD/CHANGE layout is the catalog record behind the action:
      *> NAME,TYPE,SCALE,R,G,B,SPEED,AXISX,AXISY,AXISZ[,material tail]
       write-add-transaction.
           add 1 to add-count.
           move default-type to type-text.
           invoke type String::Format("{0:F4},{1:F4},{2:F4}",
                   default-r, default-g, default-b)
               returning colour-text.
           invoke type String::Format(
                   "ADD,{0},{1},{2:F4},{3},{4:F4},{5:F4},{6:F4},{7:F4}",
                   name-text, type-text, rv-value(1), colour-text,
                   rv-value(2), axis-x, axis-y, axis-z)
               returning txn-line.
           perform write-txn-line.

      *> the entry's own TYPE, colour and everything after AXISZ (the
      *> material values and texture) go back exactly as they were
       write-change-transaction.
           add 1 to change-count.
           move spaces to ct-name ct-type ct-scale ct-r ct-g ct-b
                          ct-speed ct-axis-x ct-axis-y ct-axis-z ct-tail.
           move 1 to cat-ptr.
           unstring cat-line(found-ix) delimited by ","
               into ct-name ct-type ct-scale ct-r ct-g ct-b
                    ct-speed ct-axis-x ct-axis-y ct-axis-z
               with pointer cat-ptr.
           if cat-ptr <= 200
               move cat-line(found-ix)(cat-ptr:) to ct-tail
           end-if.

           move ct-type to type-text.
           invoke type-text::Trim() returning type-text.
           move spaces to arg-work.
           string ct-r delimited by space
                  "," delimited by size
                  ct-g delimited by space
                  "," delimited by size
                  ct-b delimited by space
             into arg-work.
           move arg-work to colour-text.
           invoke colour-text::Trim() returning colour-text.
           move ct-tail to tail-text.
           invoke tail-text::Trim() returning tail-text.

           invoke type String::Format(
                   "CHANGE,{0},{1},{2:F4},{3},{4:F4},{5:F4},{6:F4},{7:F4}",
                   name-text, type-text, rv-value(1), colour-text,
                   rv-value(2), axis-x, axis-y, axis-z)
               returning txn-line.
           if tail-text::Length > 0
               invoke type String::Concat(txn-line, ",", tail-text)
                   returning txn-line
           end-if.
           perform write-txn-line.

       note-orbit-values.
           if (rv-have(4) = "Y" or rv-have(5) = "Y")
                   and orbit-note-count < 200
               add 1 to orbit-note-count
               move sh-name to on-name(orbit-note-count)
               move rv-have(4) to on-radius-have(orbit-note-count)
               move rv-value(4) to on-radius(orbit-note-count)
               move rv-have(5) to on-period-have(orbit-note-count)
               move rv-value(5) to on-period(orbit-note-count)
           end-if.

       report-orbit-note.
           move on-name(note-ix) to name-text.
           invoke name-text::Trim() returning name-text.
           evaluate true
               when on-radius-have(note-ix) = "Y"
                       and on-period-have(note-ix) = "Y"
                   invoke type String::Format(
                           "  {0,-20} ORBITR {1:F4}  ORBITP {2:F4}",
                           name-text, on-radius(note-ix),
                           on-period(note-ix))
                       returning exc-line
               when on-radius-have(note-ix) = "Y"
                   invoke type String::Format(
                           "  {0,-20} ORBITR {1:F4}",
                           name-text, on-radius(note-ix))
                       returning exc-line
               when other
                   invoke type String::Format(
                           "  {0,-20} ORBITP {1:F4}",
                           name-text, on-period(note-ix))
                       returning exc-line
           end-evaluate.
           perform write-exc-line.

      *> same character-level test as CatalogMaintenance: optional
      *> leading sign, digits, at most one decimal point, at least one
      *> digit.  a blank token passes - callers decide if it may be blank.
       check-numeric-token.
           if chk-tok = spaces
               move "Y" to chk-tok-ok
           else
               move 0 to chk-digits chk-points chk-signs chk-bad
               perform scan-token-char
                   varying chk-ix from 1 by 1 until chk-ix > 20
               if chk-digits > 0 and chk-points <= 1
                       and chk-signs <= 1 and chk-bad = 0
                   move "Y" to chk-tok-ok
               else
                   move "N" to chk-tok-ok
               end-if
           end-if.

       scan-token-char.
           move chk-tok(chk-ix:1) to chk-char.
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

       write-txn-line.
           if txn-status = "00"
               move txn-line to txn-record
               write txn-record
           end-if.

       write-exc-line.
           if exc-status = "00"
               move exc-line to exc-record
               write exc-record
           end-if.

       end method.

       end class.
