       $set ilusing "System".
       $set ilusing "System.IO".
       $set ilusing "System.Drawing".

      * golden-image regression check for the batch screenshots.  each
      * approved reference frame lives in screenshots/golden under the
      * capture name without its stamp - planets_e03_m02.bmp is playlist
      * entry 3 showing scene mode 2 (see CaptureScreenshot in
      * Planets.Render; approve a frame by copying a capture there and
      * dropping the _<stamp> part).  for every golden image the latest
      * matching capture (planets_e03_m02_<stamp>.bmp) is compared pixel
      * by pixel: a pixel differs when any of its red, green or blue
      * values is further from the golden value than the tolerance.
      * the share of differing pixels is reported per entry in
      * planets_imagecheck.rpt, and a difference image goes to
      * screenshots/diff (differing pixels red over a dimmed copy of the
      * golden frame) so whoever reads the report can see where.  an
      * entry over the threshold, a golden image with no capture from
      * this run and a capture of a different size all fail the entry.
      * a capture belongs to this run when its stamp is not earlier than
      * the since stamp (yyyyMMdd or yyyyMMdd-HHmmss, default today's
      * date) - an older capture left in the directory is never compared,
      * so a playlist that stopped producing a frame fails its entry.  a
      * stream that can cross midnight passes the date it started.
      *
      * exit codes: 0 every entry within threshold, 4 any entry failed,
      * 8 no golden images to check against or an unusable since stamp.
      *
      * usage: GoldenImageCheck [tolerance [threshold-pct [since]]]
      *        (defaults: tolerance 16 per colour channel, threshold 0.5%,
      *        since today)
       class-id Planets.GoldenImageCheck public.

       method-id Main public static.
       environment division.
       input-output section.
       file-control.
           select check-file assign to check-path
               organization is line sequential
               file status is check-status.
       data division.
       file section.
       fd  check-file
           record contains 200 characters.
       01  check-record        pic x(200).
       working-storage section.
           01 golden-files     type String occurs any.
           01 shot-files       type String occurs any.
           77 shot-dir         pic x(60) value "screenshots".
           77 golden-dir       type String.
           77 diff-dir         type String.
           77 check-path       pic x(60) value "planets_imagecheck.rpt".
           77 check-status     pic x(02).
           77 pixel-tolerance  type Int32 value 16.
           77 threshold-pct    type Double value 0.5.
           77 golden-ix        type Int32.
           77 entry-key        type String.
           77 since-stamp      pic x(15).
           77 shot-stamp       pic x(15).
           77 stamp-text       type String.
           77 stamp-offset     type Int32.
           77 shot-pattern     type String.
           77 golden-name      type String.
           77 shot-name        type String.
           77 diff-name        type String.
           77 entry-verdict    type String.
           77 gold-bmp         type Bitmap.
           77 shot-bmp         type Bitmap.
           77 diff-bmp         type Bitmap.
           77 gold-px          type Color.
           77 shot-px          type Color.
           77 diff-px          type Color.
           77 mark-px          type Color.
           77 img-width        type Int32.
           77 img-height       type Int32.
           77 px-x             type Int32.
           77 px-y             type Int32.
           77 chan-diff        type Int32.
           77 chan-max         type Int32.
           77 grey-level       type Int32.
           77 diff-count       type Int64.
           77 pixel-count      type Int64.
           77 diff-pct         type Double.
           77 entry-count      type Int32 value 0.
           77 fail-count       type Int32 value 0.
           77 check-line       type String.
           77 arg-work         pic x(20).
       linkage section.
           01 run-args         type String occurs any.
       procedure division using by value run-args.
           if run-args::Length > 0
               move run-args(1) to arg-work
               move function numval(arg-work) to pixel-tolerance
           end-if.
           if run-args::Length > 1
               move run-args(2) to arg-work
               move function numval(arg-work) to threshold-pct
           end-if.
           if run-args::Length > 2
               move run-args(3) to arg-work
               move arg-work to since-stamp
               if arg-work(16:5) not = spaces
                   move spaces to since-stamp
               end-if
           else
               invoke type DateTime::Now::ToString("yyyyMMdd")
                   returning stamp-text
               move stamp-text to since-stamp
           end-if.

           invoke type Path::Combine(shot-dir, "golden") returning golden-dir.
           invoke type Path::Combine(shot-dir, "diff") returning diff-dir.

           open output check-file.

           if since-stamp(1:8) is not numeric
                   or (since-stamp(9:7) not = spaces
                       and (since-stamp(9:1) not = "-"
                            or since-stamp(10:6) is not numeric))
               move "since stamp must be yyyyMMdd or yyyyMMdd-HHmmss"
                   to check-line
               perform write-check-line
               close check-file
               move 8 to type Environment::ExitCode
               goback
           end-if.

           if not type Directory::Exists(golden-dir)
               invoke type String::Format(
                       "no golden image directory {0} - nothing to check",
                       golden-dir)
                   returning check-line
               perform write-check-line
               close check-file
               move 8 to type Environment::ExitCode
               goback
           end-if.

           invoke type Directory::GetFiles(golden-dir, "planets_e*_m*.bmp")
               returning golden-files.
           if golden-files::Length = 0
               invoke type String::Format(
                       "no golden images in {0} - nothing to check",
                       golden-dir)
                   returning check-line
               perform write-check-line
               close check-file
               move 8 to type Environment::ExitCode
               goback
           end-if.

           if not type Directory::Exists(diff-dir)
               invoke type Directory::CreateDirectory(diff-dir)
           end-if.

      *> golden names sort by entry, so the report reads in playlist order
           invoke type Array::Sort(golden-files as type Array).

           invoke type String::Format(
                   "golden image check - {0} golden image(s), tolerance {1} per channel, threshold {2:F2}%, captures since {3}",
                   golden-files::Length, pixel-tolerance, threshold-pct,
                   since-stamp)
               returning check-line.
           perform write-check-line.

           invoke type Color::FromArgb(255, 0, 0) returning mark-px.

           perform check-one-entry
               varying golden-ix from 1 by 1
               until golden-ix > golden-files::Length.

           if fail-count = 0
               invoke type String::Format(
                       "all {0} entry(ies) within threshold", entry-count)
                   returning check-line
           else
               invoke type String::Format(
                       "{0} of {1} entry(ies) FAILED", fail-count,
                       entry-count)
                   returning check-line
               move 4 to type Environment::ExitCode
           end-if.
           perform write-check-line.

           close check-file.

           goback.

      *> one golden image: find the night's capture for the same entry
      *> and scene mode - stamps sort in time order, so the last match
      *> is the latest run's, and it must be stamped no earlier than
      *> the since stamp - then compare the two frame for frame
       check-one-entry.
           add 1 to entry-count.
           invoke type Path::GetFileNameWithoutExtension(
                   golden-files(golden-ix))
               returning entry-key.
           invoke type String::Format("{0}_*.bmp", entry-key)
               returning shot-pattern.
           invoke type Directory::GetFiles(shot-dir, shot-pattern)
               returning shot-files.

           if shot-files::Length = 0
               add 1 to fail-count
               invoke type String::Format(
                       "{0}: FAIL - no capture found in {1}",
                       entry-key, shot-dir)
                   returning check-line
               perform write-check-line
           else
               invoke type Array::Sort(shot-files as type Array)
               move shot-files(shot-files::Length) to shot-name
               perform check-capture-stamp
           end-if.

       check-capture-stamp.
           invoke type Path::GetFileNameWithoutExtension(shot-name)
               returning stamp-text.
           compute stamp-offset = entry-key::Length + 1.
           invoke stamp-text::Substring(stamp-offset) returning stamp-text.
           move stamp-text to shot-stamp.
           if shot-stamp < since-stamp
               add 1 to fail-count
               invoke type Path::GetFileName(shot-name)
                   returning shot-name
               invoke type String::Format(
                       "{0}: FAIL - no capture from this run (latest {1})",
                       entry-key, shot-name)
                   returning check-line
               perform write-check-line
           else
               invoke type Bitmap::new(golden-files(golden-ix))
                   returning gold-bmp
               invoke type Bitmap::new(shot-name) returning shot-bmp
               invoke type Path::GetFileName(shot-name)
                   returning shot-name
               if gold-bmp::Width not = shot-bmp::Width
                       or gold-bmp::Height not = shot-bmp::Height
                   add 1 to fail-count
                   invoke type String::Format(
                           "{0}: FAIL - {1} is {2}x{3}, golden is {4}x{5}",
                           entry-key, shot-name, shot-bmp::Width,
                           shot-bmp::Height, gold-bmp::Width,
                           gold-bmp::Height)
                       returning check-line
                   perform write-check-line
               else
                   perform compare-images
               end-if
               invoke gold-bmp::Dispose()
               invoke shot-bmp::Dispose()
           end-if.

       compare-images.
           move gold-bmp::Width to img-width.
           move gold-bmp::Height to img-height.
           move 0 to diff-count.
           invoke type Bitmap::new(img-width, img-height) returning diff-bmp.

           perform compare-one-row
               varying px-y from 0 by 1 until px-y >= img-height.

           compute pixel-count = img-width * img-height.
           compute diff-pct = diff-count * 100.0 / pixel-count.

           invoke type String::Format("{0}_diff.bmp", entry-key)
               returning diff-name.
           invoke type Path::Combine(diff-dir, diff-name) returning diff-name.
           invoke diff-bmp::Save(diff-name,
                   type System.Drawing.Imaging.ImageFormat::Bmp).
           invoke diff-bmp::Dispose().

           if diff-pct > threshold-pct
               add 1 to fail-count
               move "FAIL" to entry-verdict
           else
               move "ok" to entry-verdict
           end-if.

           invoke type String::Format(
                   "{0}: {1:F2}% differ ({2} of {3} pixels) {4} - capture {5}, diff {6}",
                   entry-key, diff-pct, diff-count, pixel-count,
                   entry-verdict, shot-name, diff-name)
               returning check-line.
           perform write-check-line.

       compare-one-row.
           perform compare-one-pixel
               varying px-x from 0 by 1 until px-x >= img-width.

      *> the largest single-channel difference decides the pixel; pixels
      *> that match keep a dimmed grey of the golden frame in the diff
      *> image so the red marks stay readable against the scene
       compare-one-pixel.
           invoke gold-bmp::GetPixel(px-x, px-y) returning gold-px.
           invoke shot-bmp::GetPixel(px-x, px-y) returning shot-px.

           compute chan-max = gold-px::R - shot-px::R.
           if chan-max < 0
               compute chan-max = 0 - chan-max
           end-if.
           compute chan-diff = gold-px::G - shot-px::G.
           if chan-diff < 0
               compute chan-diff = 0 - chan-diff
           end-if.
           if chan-diff > chan-max
               move chan-diff to chan-max
           end-if.
           compute chan-diff = gold-px::B - shot-px::B.
           if chan-diff < 0
               compute chan-diff = 0 - chan-diff
           end-if.
           if chan-diff > chan-max
               move chan-diff to chan-max
           end-if.

           if chan-max > pixel-tolerance
               add 1 to diff-count
               invoke diff-bmp::SetPixel(px-x, px-y, mark-px)
           else
               compute grey-level =
                       (gold-px::R + gold-px::G + gold-px::B) / 9
               invoke type Color::FromArgb(grey-level, grey-level,
                       grey-level)
                   returning diff-px
               invoke diff-bmp::SetPixel(px-x, px-y, diff-px)
           end-if.

       write-check-line.
           if check-status = "00"
               move check-line to check-record
               write check-record
           end-if.

       end method.

       end class.
