       $set ilusing "System".
       $set ilusing "System.IO".
       $set ilusing "System.IO.Compression".

      * run-artifact housekeeping - keeps the work directory from
      * filling with a file per run (planets_telemetry_<stamp>.csv,
      * planets_ephemeris_<stamp>.csv, the playlist screenshots) and
      * logs and reports that only ever grow.  what is kept is decided by
      * a retention policy file, one record per line, "*" for comments:
      *
      *   ARCHIVE,directory                 archive root (default archive)
      *   PROTECT,TELEMETRY,runs            see below
      *   ROLL,file,max-kb                  roll a log to a dated generation
      *   FAMILY,name,directory,pattern,KEEPDAYS|KEEPGENS,keep,purge-days[,GZIP]
      *
      * ROLL renames a log or appended report larger than max-kb (0 =
      * every run) to file.<yyyyMMdd-HHmmss> beside it; the renderer and
      * the reports start a fresh one on their next write.  rolled
      * generations are then ordinary files for a FAMILY to keep - and
      * OperationsSummary only reads the live log, so max-kb should hold
      * at least the week it summarises.
      *
      * a FAMILY is every file in its directory matching its pattern
      * (that directory only, not below it).  KEEPDAYS keeps files
      * written within the last keep days, KEEPGENS the newest keep files
      * by write time.  the rest move to <archive>/<yyyyMMdd> of the day
      * of the run - gzipped to name.gz with GZIP - or, with purge-days
      * 0, are deleted outright.  archived files of the family in dated
      * folders more than purge-days old are purged, and a dated folder
      * left empty is removed.  rolls run first, then the families in
      * policy order; families should not overlap.
      *
      * never touched, whatever the policy says: planets.checkpoint (a
      * playlist run that died needs it to resume), this run's own
      * report, and the telemetry files TelemetryReport's trend baseline
      * rests on - for every scene mode, the newest PROTECT runs that
      * sampled it.  TelemetryReport reads the same PROTECT record and
      * averages only those runs, so the policy file is the one place
      * the baseline length is set (run both against the same policy
      * file).  with no PROTECT record TelemetryReport averages every
      * run and no telemetry file is touched at all.  ROLL may not name
      * the checkpoint, this report or a telemetry run file.
      * every file kept, protected, archived, deleted, purged or rolled
      * is listed in planets_housekeeping.rpt with its size, and the
      * totals give the space reclaimed (files deleted or purged, plus
      * what compression saved).
      *
      * exit codes: 0 housekeeping done, 8 policy file missing or
      * unusable (nothing is moved or deleted).
      *
      * usage: Housekeeping [policy-file]
      *        (default planets_retention.pol)
       class-id Planets.Housekeeping public.

       method-id Main public static.
       environment division.
       input-output section.
       file-control.
           select pol-file assign to pol-path
               organization is line sequential
               file status is pol-status.
           select tel-file assign to tel-path
               organization is line sequential
               file status is tel-status.
           select hk-file assign to hk-path
               organization is line sequential
               file status is hk-status.
       data division.
       file section.
       fd  pol-file
           record contains 200 characters.
       01  pol-record          pic x(200).
       fd  tel-file
           record contains 120 characters.
       01  tel-record          pic x(120).
       fd  hk-file
           record contains 200 characters.
       01  hk-record           pic x(200).
       working-storage section.
      * the policy as read - families and rolls in file order
           01 family-table.
               05 family-entry occurs 20 times.
                   10 fm-name        pic x(12).
                   10 fm-dir         pic x(60).
                   10 fm-pattern     pic x(60).
                   10 fm-keep-mode   pic x(08).
                   10 fm-keep        type Int32.
                   10 fm-purge-days  type Int32.
                   10 fm-compress    pic x(01).
           01 roll-table.
               05 roll-entry occurs 20 times.
                   10 rl-file        pic x(60).
                   10 rl-max-kb      type Int32.
           77 family-count     type Int32 value 0.
           77 roll-count       type Int32 value 0.
      * the current family's files with write time and size; ff-rank is
      * how many of the family are newer (0 = the newest)
           01 family-file-table.
               05 family-file occurs 5000 times.
                   10 ff-path        pic x(260).
                   10 ff-ticks       type Int64.
                   10 ff-bytes       type Int64.
                   10 ff-rank        type Int32.
           77 ff-count         type Int32 value 0.
           77 ff-lost          type Int32 value 0.
      * telemetry files the trend baseline needs, as full paths, and the
      * per-mode count of newer runs already protected
           01 protect-table.
               05 protect-entry occurs 2000 times.
                   10 pt-path        pic x(260).
           01 tel-mode-table.
               05 tel-mode occurs 100 times.
                   10 tm-runs        type Int32.
                   10 tm-in-file     pic x(01).
           77 protect-count    type Int32 value 0.
           77 protect-lost     type Int32 value 0.
           77 protect-runs     type Int32 value -1.
           01 scan-files       type String occurs any.
           01 scan-dirs        type String occurs any.
           77 pol-path         pic x(60) value "planets_retention.pol".
           77 hk-path          pic x(60) value "planets_housekeeping.rpt".
           77 tel-path         pic x(260).
           77 archive-root     pic x(60) value "archive".
           77 checkpoint-name  pic x(60) value "planets.checkpoint".
           77 pol-status       pic x(02).
           77 tel-status       pic x(02).
           77 hk-status        pic x(02).
           77 pol-eof-switch   pic x(01).
               88 pol-at-eof             value "Y".
           77 tel-eof-switch   pic x(01).
               88 tel-at-eof             value "Y".
           77 protected-switch pic x(01).
               88 file-protected         value "Y".
           77 pol-line-num     type Int32 value 0.
           77 pol-error-count  type Int32 value 0.
           77 family-ix        type Int32.
           77 roll-ix          type Int32.
           77 file-ix          type Int32.
           77 rank-ix          type Int32.
           77 dir-ix           type Int32.
           77 mode-ix          type Int32.
           77 tel-mode-num     type Int32.
           77 run-now          type DateTime.
           77 keep-after-ticks type Int64.
           77 purge-offset     type Double.
           77 purge-before     type DateTime.
           77 dir-date         type DateTime.
           77 dir-year         type Int32.
           77 dir-month        type Int32.
           77 dir-day          type Int32.
           77 file-bytes       type Int64.
           77 gz-bytes         type Int64.
           77 kept-count       type Int32 value 0.
           77 protect-hit-count type Int32 value 0.
           77 archived-count   type Int32 value 0.
           77 deleted-count    type Int32 value 0.
           77 purged-count     type Int32 value 0.
           77 rolled-count     type Int32 value 0.
           77 archived-bytes   type Int64 value 0.
           77 reclaimed-bytes  type Int64 value 0.
           77 file-info        type FileInfo.
           77 in-stream        type FileStream.
           77 out-stream       type FileStream.
           77 gz-stream        type GZipStream.
           77 today-dir        type String.
           77 target-path      type String.
           77 source-path      type String.
           77 name-text        type String.
           77 dir-text         type String.
           77 pattern-text     type String.
           77 stamp-text       type String.
           77 keep-text        type String.
           77 reason-text      type String.
           77 hk-line          type String.
           77 dir-name         pic x(60).
           77 file-name-work   pic x(60).
           77 full-path-work   pic x(260).
           77 pol-tok-01       pic x(60).
           77 pol-tok-02       pic x(60).
           77 pol-tok-03       pic x(60).
           77 pol-tok-04       pic x(60).
           77 pol-tok-05       pic x(60).
           77 pol-tok-06       pic x(60).
           77 pol-tok-07       pic x(60).
           77 pol-tok-08       pic x(60).
           77 tel-tok-01       pic x(20).
           77 tel-tok-02       pic x(20).
           77 tel-tok-03       pic x(20).
           77 tel-tok-04       pic x(20).
           77 tel-tok-05       pic x(20).
           77 arg-work         pic x(60).
       linkage section.
           01 run-args         type String occurs any.
       procedure division using by value run-args.
           if run-args::Length > 0
               move run-args(1) to arg-work
               move arg-work to pol-path
           end-if.

           open output hk-file.

           move type DateTime::Now to run-now.
           invoke type String::Format(
                   "housekeeping - policy {0}, run {1:yyyy-MM-dd HH:mm}",
                   pol-path, run-now)
               returning hk-line.
           perform write-hk-line.

           move "N" to pol-eof-switch.
           open input pol-file.
           if pol-status not = "00"
               move "policy file not found or unreadable - nothing touched"
                   to hk-line
               perform write-hk-line
               close hk-file
               move 8 to type Environment::ExitCode
               goback
           end-if.
           perform read-policy-record until pol-at-eof.
           close pol-file.

           if pol-error-count > 0
               invoke type String::Format(
                       "{0} policy error(s) - nothing touched",
                       pol-error-count)
                   returning hk-line
               perform write-hk-line
               close hk-file
               move 8 to type Environment::ExitCode
               goback
           end-if.

           invoke run-now::ToString("yyyyMMdd") returning stamp-text.
           move archive-root to dir-text.
           invoke dir-text::Trim() returning dir-text.
           invoke type Path::Combine(dir-text, stamp-text)
               returning today-dir.

           perform protect-telemetry-baseline.

           perform roll-one-file
               varying roll-ix from 1 by 1 until roll-ix > roll-count.

           perform tidy-one-family
               varying family-ix from 1 by 1
               until family-ix > family-count.

           move " " to hk-line.
           perform write-hk-line.
           invoke type String::Format(
                   "kept {0}, protected {1}, archived {2}, deleted {3}, purged {4}, rolled {5}",
                   kept-count, protect-hit-count, archived-count,
                   deleted-count, purged-count, rolled-count)
               returning hk-line.
           perform write-hk-line.
           invoke type String::Format(
                   "{0:N0} bytes moved to {1}, {2:N0} bytes reclaimed",
                   archived-bytes, dir-text, reclaimed-bytes)
               returning hk-line.
           perform write-hk-line.

           close hk-file.

           goback.

      *> every record is checked before anything is touched - a policy
      *> with one bad line does nothing at all
       read-policy-record.
           read pol-file
               at end move "Y" to pol-eof-switch
           end-read.

           if not pol-at-eof
               add 1 to pol-line-num
               if pol-record not = spaces and pol-record(1:1) not = "*"
                   move spaces to pol-tok-01 pol-tok-02 pol-tok-03
                                  pol-tok-04 pol-tok-05 pol-tok-06
                                  pol-tok-07 pol-tok-08
                   unstring pol-record delimited by ","
                       into pol-tok-01 pol-tok-02 pol-tok-03 pol-tok-04
                            pol-tok-05 pol-tok-06 pol-tok-07 pol-tok-08
                   evaluate pol-tok-01
                       when "ARCHIVE"
                           if pol-tok-02 = spaces
                               move "ARCHIVE directory missing"
                                   to hk-line
                               perform write-policy-error
                           else
                               move pol-tok-02 to archive-root
                           end-if
                       when "PROTECT"
                           if pol-tok-02 not = "TELEMETRY"
                                   or pol-tok-03 = spaces
                                   or function numval(pol-tok-03) < 2
                               move "PROTECT,TELEMETRY needs a run count of 2 or more"
                                   to hk-line
                               perform write-policy-error
                           else
                               move function numval(pol-tok-03)
                                   to protect-runs
                           end-if
                       when "ROLL"
                           perform load-roll-record
                       when "FAMILY"
                           perform load-family-record
                       when other
                           move "unknown record type" to hk-line
                           perform write-policy-error
                   end-evaluate
               end-if
           end-if.

       load-roll-record.
           move pol-tok-02 to file-name-work.
           invoke type Path::GetFileName(file-name-work)
               returning name-text.
           move name-text to file-name-work.
           evaluate true
               when pol-tok-02 = spaces
                   move "ROLL file missing" to hk-line
                   perform write-policy-error
               when file-name-work = checkpoint-name
                   move "ROLL of planets.checkpoint not allowed"
                       to hk-line
                   perform write-policy-error
               when file-name-work = hk-path
                   move "ROLL of this run's own report not allowed"
                       to hk-line
                   perform write-policy-error
               when file-name-work(1:18) = "planets_telemetry_"
                   move "ROLL of a telemetry run file not allowed"
                       to hk-line
                   perform write-policy-error
               when roll-count >= 20
                   move "more than 20 ROLL records" to hk-line
                   perform write-policy-error
               when other
                   add 1 to roll-count
                   move pol-tok-02 to rl-file(roll-count)
                   move function numval(pol-tok-03)
                       to rl-max-kb(roll-count)
           end-evaluate.

       load-family-record.
           evaluate true
               when pol-tok-02 = spaces or pol-tok-03 = spaces
                       or pol-tok-04 = spaces
                   move "FAMILY needs a name, directory and pattern"
                       to hk-line
                   perform write-policy-error
               when pol-tok-05 not = "KEEPDAYS"
                       and pol-tok-05 not = "KEEPGENS"
                   move "FAMILY keep rule not KEEPDAYS or KEEPGENS"
                       to hk-line
                   perform write-policy-error
               when pol-tok-06 = spaces
                       or function numval(pol-tok-06) < 0
                   move "FAMILY keep count missing or negative"
                       to hk-line
                   perform write-policy-error
               when pol-tok-07 = spaces
                       or function numval(pol-tok-07) < 0
                   move "FAMILY purge days missing or negative"
                       to hk-line
                   perform write-policy-error
               when pol-tok-08 not = spaces and pol-tok-08 not = "GZIP"
                   move "FAMILY compression flag not GZIP" to hk-line
                   perform write-policy-error
               when family-count >= 20
                   move "more than 20 FAMILY records" to hk-line
                   perform write-policy-error
               when other
                   add 1 to family-count
                   move pol-tok-02 to fm-name(family-count)
                   move pol-tok-03 to fm-dir(family-count)
                   move pol-tok-04 to fm-pattern(family-count)
                   move pol-tok-05 to fm-keep-mode(family-count)
                   move function numval(pol-tok-06)
                       to fm-keep(family-count)
                   move function numval(pol-tok-07)
                       to fm-purge-days(family-count)
                   if pol-tok-08 = "GZIP"
                       move "Y" to fm-compress(family-count)
                   else
                       move "N" to fm-compress(family-count)
                   end-if
           end-evaluate.

       write-policy-error.
           add 1 to pol-error-count.
           invoke type String::Format("  policy line {0:000}: {1}",
                   pol-line-num, hk-line)
               returning hk-line.
           perform write-hk-line.

      *> telemetry run files are stamped, so name order is run order (as
      *> TelemetryReport reads them).  walking newest first, a run is
      *> protected while any scene mode it sampled has fewer than the
      *> PROTECT count of newer runs protected for it.
       protect-telemetry-baseline.
           perform clear-tel-mode
               varying mode-ix from 1 by 1 until mode-ix > 100.
           invoke type Directory::GetFiles(".", "planets_telemetry_*.csv")
               returning scan-files.
           invoke type Array::Sort(scan-files as type Array).

           if protect-runs < 0
               move "no PROTECT record - every telemetry file protected"
                   to hk-line
           else
               invoke type String::Format(
                       "telemetry baseline - newest {0} run(s) per scene mode protected",
                       protect-runs)
                   returning hk-line
           end-if.
           perform write-hk-line.

           perform protect-one-telemetry-file
               varying file-ix from scan-files::Length by -1
               until file-ix < 1.

       clear-tel-mode.
           move 0 to tm-runs(mode-ix).
           move "N" to tm-in-file(mode-ix).

       protect-one-telemetry-file.
           perform clear-tel-in-file
               varying mode-ix from 1 by 1 until mode-ix > 100.
           move scan-files(file-ix) to tel-path.
           move "N" to tel-eof-switch.
           open input tel-file.
           if tel-status = "00"
               perform read-telemetry-record until tel-at-eof
               close tel-file
           end-if.

           move "N" to protected-switch.
           if protect-runs < 0
               move "Y" to protected-switch
           end-if.
           perform count-telemetry-mode
               varying mode-ix from 1 by 1 until mode-ix > 100.

           if file-protected
               if protect-count < 2000
                   add 1 to protect-count
                   invoke type Path::GetFullPath(scan-files(file-ix))
                       returning source-path
                   move source-path to pt-path(protect-count)
               else
                   add 1 to protect-lost
               end-if
           end-if.

       clear-tel-in-file.
           move "N" to tm-in-file(mode-ix).

      *> sample rows start with a digit - the header row does not
       read-telemetry-record.
           read tel-file
               at end move "Y" to tel-eof-switch
           end-read.

           if not tel-at-eof
                   and tel-record(1:1) >= "0" and tel-record(1:1) <= "9"
               move spaces to tel-tok-01 tel-tok-02 tel-tok-03
                              tel-tok-04 tel-tok-05
               unstring tel-record delimited by ","
                   into tel-tok-01 tel-tok-02 tel-tok-03
                        tel-tok-04 tel-tok-05
               move function numval(tel-tok-05) to tel-mode-num
               if tel-mode-num >= 0 and tel-mode-num <= 99
                   move "Y" to tm-in-file(tel-mode-num + 1)
               end-if
           end-if.

       count-telemetry-mode.
           if tm-in-file(mode-ix) = "Y"
               if tm-runs(mode-ix) < protect-runs
                   move "Y" to protected-switch
               end-if
               add 1 to tm-runs(mode-ix)
           end-if.

      *> the live name is left free for the next write, which creates it
       roll-one-file.
           move rl-file(roll-ix) to source-path.
           invoke source-path::Trim() returning source-path.
           if type File::Exists(source-path)
               invoke type FileInfo::new(source-path) returning file-info
               move file-info::Length to file-bytes
               if file-bytes > 0
                       and file-bytes > rl-max-kb(roll-ix) * 1024
                   invoke run-now::ToString("yyyyMMdd-HHmmss")
                       returning stamp-text
                   invoke type String::Format("{0}.{1}", source-path,
                           stamp-text)
                       returning target-path
                   if type File::Exists(target-path)
                       invoke type String::Format(
                               "  KEPT      {0} ({1:N0} bytes) - {2} already exists",
                               source-path, file-bytes, target-path)
                           returning hk-line
                   else
                       invoke type File::Move(source-path, target-path)
                       add 1 to rolled-count
                       invoke type String::Format(
                               "  ROLLED    {0} ({1:N0} bytes) -> {2}",
                               source-path, file-bytes, target-path)
                           returning hk-line
                   end-if
                   perform write-hk-line
               end-if
           end-if.

      *> one family: list it, rank it newest first, keep, archive or
      *> delete each file, then purge the family's old archive folders
       tidy-one-family.
           move fm-dir(family-ix) to dir-text.
           invoke dir-text::Trim() returning dir-text.
           move fm-pattern(family-ix) to pattern-text.
           invoke pattern-text::Trim() returning pattern-text.
           move fm-name(family-ix) to name-text.
           invoke name-text::Trim() returning name-text.

           if fm-keep-mode(family-ix) = "KEEPDAYS"
               invoke type String::Format("{0} day(s)", fm-keep(family-ix))
                   returning keep-text
           else
               invoke type String::Format("newest {0}", fm-keep(family-ix))
                   returning keep-text
           end-if.
           move " " to hk-line.
           perform write-hk-line.
           if fm-purge-days(family-ix) = 0
               invoke type String::Format(
                       "family {0}: {1} in {2} - keep {3}, delete the rest",
                       name-text, pattern-text, dir-text, keep-text)
                   returning hk-line
           else
               invoke type String::Format(
                       "family {0}: {1} in {2} - keep {3}, archive the rest for {4} day(s)",
                       name-text, pattern-text, dir-text, keep-text,
                       fm-purge-days(family-ix))
                   returning hk-line
               if fm-compress(family-ix) = "Y"
                   invoke type String::Concat(hk-line, " compressed")
                       returning hk-line
               end-if
           end-if.
           perform write-hk-line.

           compute keep-after-ticks = run-now::Ticks
                   - (fm-keep(family-ix) * 864000000000).
           move 0 to ff-count ff-lost.
           if type Directory::Exists(dir-text)
               invoke type Directory::GetFiles(dir-text, pattern-text)
                   returning scan-files
               perform list-family-file
                   varying file-ix from 1 by 1
                   until file-ix > scan-files::Length
               perform rank-family-file
                   varying file-ix from 1 by 1 until file-ix > ff-count
               perform settle-family-file
                   varying file-ix from 1 by 1 until file-ix > ff-count
           end-if.
           if ff-lost > 0
               invoke type String::Format(
                       "  {0} further file(s) not examined - over 5000 in the family",
                       ff-lost)
                   returning hk-line
               perform write-hk-line
           end-if.

           if fm-purge-days(family-ix) > 0
               move archive-root to dir-text
               invoke dir-text::Trim() returning dir-text
               if type Directory::Exists(dir-text)
                   compute purge-offset = 0 - fm-purge-days(family-ix)
                   invoke run-now::Date::AddDays(purge-offset)
                       returning purge-before
                   invoke type Directory::GetDirectories(dir-text)
                       returning scan-dirs
                   invoke type Array::Sort(scan-dirs as type Array)
                   perform purge-one-archive-dir
                       varying dir-ix from 1 by 1
                       until dir-ix > scan-dirs::Length
               end-if
           end-if.

       list-family-file.
           if ff-count < 5000
               add 1 to ff-count
               move scan-files(file-ix) to ff-path(ff-count)
               invoke type FileInfo::new(scan-files(file-ix))
                   returning file-info
               move file-info::LastWriteTime::Ticks to ff-ticks(ff-count)
               move file-info::Length to ff-bytes(ff-count)
               move 0 to ff-rank(ff-count)
           else
               add 1 to ff-lost
           end-if.

      *> newer write time ranks ahead; equal times fall back to the name
      *> so a stamp-named family ranks in stamp order
       rank-family-file.
           perform compare-family-rank
               varying rank-ix from 1 by 1 until rank-ix > ff-count.

       compare-family-rank.
           if ff-ticks(rank-ix) > ff-ticks(file-ix)
                   or (ff-ticks(rank-ix) = ff-ticks(file-ix)
                       and ff-path(rank-ix) > ff-path(file-ix))
               add 1 to ff-rank(file-ix)
           end-if.

       settle-family-file.
           move ff-path(file-ix) to source-path.
           invoke source-path::Trim() returning source-path.
           move ff-bytes(file-ix) to file-bytes.
           perform check-file-protected.

           evaluate true
               when file-protected
                   add 1 to protect-hit-count
                   invoke type String::Format(
                           "  PROTECTED {0} ({1:N0} bytes) - {2}",
                           source-path, file-bytes, reason-text)
                       returning hk-line
                   perform write-hk-line
               when fm-keep-mode(family-ix) = "KEEPDAYS"
                       and ff-ticks(file-ix) >= keep-after-ticks
                   perform report-kept-file
               when fm-keep-mode(family-ix) = "KEEPGENS"
                       and ff-rank(file-ix) < fm-keep(family-ix)
                   perform report-kept-file
               when fm-purge-days(family-ix) = 0
                   invoke type File::Delete(source-path)
                   add 1 to deleted-count
                   add file-bytes to reclaimed-bytes
                   invoke type String::Format(
                           "  DELETED   {0} ({1:N0} bytes)",
                           source-path, file-bytes)
                       returning hk-line
                   perform write-hk-line
               when other
                   perform archive-family-file
           end-evaluate.

       check-file-protected.
           move "N" to protected-switch.
           invoke type Path::GetFileName(source-path) returning name-text.
           move name-text to file-name-work.
           invoke type Path::GetFullPath(source-path) returning target-path.
           move target-path to full-path-work.
           evaluate true
               when file-name-work = checkpoint-name
                   move "Y" to protected-switch
                   move "playlist checkpoint" to reason-text
               when file-name-work = hk-path
                   move "Y" to protected-switch
                   move "this report" to reason-text
               when other
                   perform find-protected-path
                       varying rank-ix from 1 by 1
                       until rank-ix > protect-count or file-protected
      *> with the table overflowed which runs fall outside the baseline
      *> is not known, so no telemetry file is touched
                   if protect-lost > 0
                           and file-name-work(1:18) = "planets_telemetry_"
                       move "Y" to protected-switch
                   end-if
                   if file-protected
                       move "telemetry baseline" to reason-text
                   end-if
           end-evaluate.

       find-protected-path.
           if pt-path(rank-ix) = full-path-work
               move "Y" to protected-switch
           end-if.

       report-kept-file.
           add 1 to kept-count.
           invoke type String::Format("  KEPT      {0} ({1:N0} bytes)",
                   source-path, file-bytes)
               returning hk-line.
           perform write-hk-line.

      *> into the day's archive folder, compressed or as is; a name
      *> already archived today is left live rather than overwritten
       archive-family-file.
           if not type Directory::Exists(today-dir)
               invoke type Directory::CreateDirectory(today-dir)
           end-if.
           invoke type Path::GetFileName(source-path) returning name-text.
           if fm-compress(family-ix) = "Y"
               invoke type String::Concat(name-text, ".gz")
                   returning name-text
           end-if.
           invoke type Path::Combine(today-dir, name-text)
               returning target-path.

           if type File::Exists(target-path)
               add 1 to kept-count
               invoke type String::Format(
                       "  KEPT      {0} ({1:N0} bytes) - {2} already exists",
                       source-path, file-bytes, target-path)
                   returning hk-line
           else
               add 1 to archived-count
               add file-bytes to archived-bytes
               if fm-compress(family-ix) = "Y"
                   invoke type File::OpenRead(source-path)
                       returning in-stream
                   invoke type File::Create(target-path)
                       returning out-stream
                   invoke type GZipStream::new(out-stream,
                           type CompressionMode::Compress)
                       returning gz-stream
                   invoke in-stream::CopyTo(gz-stream)
                   invoke gz-stream::Dispose()
                   invoke out-stream::Dispose()
                   invoke in-stream::Dispose()
                   invoke type File::Delete(source-path)
                   invoke type FileInfo::new(target-path)
                       returning file-info
                   move file-info::Length to gz-bytes
                   if gz-bytes < file-bytes
                       compute reclaimed-bytes = reclaimed-bytes
                               + file-bytes - gz-bytes
                   end-if
                   invoke type String::Format(
                           "  ARCHIVED  {0} ({1:N0} bytes) -> {2} ({3:N0} bytes)",
                           source-path, file-bytes, target-path, gz-bytes)
                       returning hk-line
               else
                   invoke type File::Move(source-path, target-path)
                   invoke type String::Format(
                           "  ARCHIVED  {0} ({1:N0} bytes) -> {2}",
                           source-path, file-bytes, target-path)
                       returning hk-line
               end-if
           end-if.
           perform write-hk-line.

      *> only folders named as a date (yyyyMMdd) are archive days; the
      *> family's files in one older than purge-days go, compressed
      *> copies included
       purge-one-archive-dir.
           invoke type Path::GetFileName(scan-dirs(dir-ix))
               returning name-text.
           move name-text to dir-name.
           if dir-name(1:8) is numeric and dir-name(9:52) = spaces
               move function numval(dir-name(1:4)) to dir-year
               move function numval(dir-name(5:2)) to dir-month
               move function numval(dir-name(7:2)) to dir-day
               if dir-year >= 1 and dir-month >= 1 and dir-month <= 12
                       and dir-day >= 1
                       and dir-day <= type DateTime::DaysInMonth(
                               dir-year, dir-month)
                   invoke type DateTime::new(dir-year, dir-month, dir-day)
                       returning dir-date
                   if dir-date < purge-before
                       invoke type Directory::GetFiles(scan-dirs(dir-ix),
                               pattern-text)
                           returning scan-files
                       perform purge-one-file
                           varying file-ix from 1 by 1
                           until file-ix > scan-files::Length
                       invoke type String::Concat(pattern-text, ".gz")
                           returning target-path
                       invoke type Directory::GetFiles(scan-dirs(dir-ix),
                               target-path)
                           returning scan-files
                       perform purge-one-file
                           varying file-ix from 1 by 1
                           until file-ix > scan-files::Length
                       invoke type Directory::GetFileSystemEntries(
                               scan-dirs(dir-ix))
                           returning scan-files
                       if scan-files::Length = 0
                           invoke type Directory::Delete(scan-dirs(dir-ix))
                       end-if
                   end-if
               end-if
           end-if.

       purge-one-file.
           move scan-files(file-ix) to source-path.
           if type File::Exists(source-path)
               invoke type FileInfo::new(source-path) returning file-info
               move file-info::Length to file-bytes
               invoke type File::Delete(source-path)
               add 1 to purged-count
               add file-bytes to reclaimed-bytes
               invoke type String::Format(
                       "  PURGED    {0} ({1:N0} bytes)",
                       source-path, file-bytes)
                   returning hk-line
               perform write-hk-line
           end-if.

       write-hk-line.
           if hk-status = "00"
               move hk-line to hk-record
               write hk-record
           end-if.

       end method.

       end class.
