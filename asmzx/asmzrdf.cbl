      ******************************************************************
      *Release-to-release change report
      *
      *asmzarc snapshots every module under an rNNNN prefix and
      *records each file in release.arc; asmzret can restore one
      *release. This program answers what changed between two of
      *them without restoring either: it walks release.arc for both
      *release numbers and reads the archived files in place, with
      *the same per-shape reads asmzret uses.
      *
      *The two release numbers come from ASMZRDF_OLD and ASMZRDF_NEW
      *in the environment (digits, 1-4 of them, as ASMZARC_RELEASE).
      *For every module either release carries, program.rdf says
      *whether it was added, dropped, changed or unchanged, judged on
      *its source, binary and symbol files. A changed module gets:
      *
      *  - the source lines removed and added, each with its line
      *    number (the old file's for a removal, the new file's for
      *    an addition) -- the 80 columns the assembler reads;
      *  - how many binary bytes differ, and the change in image size;
      *  - the labels whose addresses moved, and the labels added or
      *    removed.
      *
      *The source comparison walks both files together and, at a
      *mismatch, looks up to 50 lines ahead on either side for the
      *nearest point where two consecutive lines agree again; what
      *lies between is reported removed and added. A change bigger
      *than that window is reported line for line.
      *
      *When a release was snapshotted more than once, its last
      *capture of each file is the one compared. An archived file
      *whose record count no longer matches its release.arc record
      *is an error (asmzret would refuse to restore it) and is left
      *out of the comparison; the error count is surfaced through
      *return-code.
       identification division.
       program-id. asmzrdf.
       environment division.
       input-output section.
       file-control.
      *Cumulative archive manifest
           select fs-arcman assign to "release.arc"
           organization is line sequential.
      *Archived files, opened in place under their rNNNN names
           select optional fs-txt-in assign to dynamic ws-txt-in-name
           organization is line sequential.
           select optional fs-bin-old assign to dynamic ws-bin-old-name
           organization is sequential.
           select optional fs-bin-new assign to dynamic ws-bin-new-name
           organization is sequential.
           select optional fs-idx-in assign to dynamic ws-idx-in-name
           organization is indexed
           access is sequential
           record key is xi-symbol-name.
      *Change report
           select optional fs-report assign to "program.rdf"
           organization is line sequential.
       data division.
       file section.
       fd  fs-arcman.
       copy "asarcm.cpy" replacing ==:pref:== BY ==fa==.
       fd  fs-txt-in.
       01  fs-txt-in-rec pic x(150).
      *Read unsigned -- a signed byte would hand every value past
      *128 back as the absolute value of its negative representation
       fd  fs-bin-old.
       01  fs-bin-old-char usage binary-char unsigned.
       fd  fs-bin-new.
       01  fs-bin-new-char usage binary-char unsigned.
       fd  fs-idx-in.
       copy "assymb.cpy" replacing ==:pref:== BY ==xi==.
       fd  fs-report.
       01  fs-report-line pic x(100).
       working-storage section.
       copy "asarcm.cpy" replacing ==:pref:== BY ==ws==.
      *File names the dynamic selects above resolve through
       01  ws-txt-in-name pic x(25).
       01  ws-bin-old-name pic x(25).
       01  ws-bin-new-name pic x(25).
       01  ws-idx-in-name pic x(25).
      *The two release numbers, parsed from the environment. Side 1
      *of every table below is the old release, side 2 the new.
       01  ws-release-env pic x(8) value spaces.
       01  ws-release pic 9(4) value 0.
       01  ws-release-set pic x value 'N'.
           88 ws-release-is-set value 'Y'.
       01  ws-rel-tab.
           05 ws-rel-ent occurs 2 times.
               10 ws-rel-number pic 9(4).
               10 ws-rel-date pic 9(8).
               10 ws-rel-files pic 9(4).
       01  i pic 9(4) comp.
       01  ws-digit pic 9(1).
       01  ws-side pic 9(1).
      *Every module either release carries -- 40 entries, room for
      *20 modules on each side with none in common
       01  ws-mod-count pic 9(4) value 0.
       01  ws-mod-i pic 9(4) comp.
       01  ws-mod-tab.
           05 ws-mod-ent occurs 40 times.
               10 ws-mod-name pic x(12).
               10 ws-mod-side occurs 2 times.
                   15 ws-mod-present pic x.
                   15 ws-mod-src-name pic x(25).
                   15 ws-mod-src-recs pic 9(8).
                   15 ws-mod-bin-name pic x(25).
                   15 ws-mod-bin-recs pic 9(8).
                   15 ws-mod-sym-name pic x(25).
                   15 ws-mod-sym-recs pic 9(8).
               10 ws-mod-status pic x(9).
               10 ws-mod-src-verdict pic x(8).
               10 ws-mod-bin-verdict pic x(8).
               10 ws-mod-sym-verdict pic x(8).
       01  ws-mod-full pic x value 'N'.
           88 ws-mod-is-full value 'Y'.
      *Source lines of the module at hand, both sides -- 2000 lines
      *apiece, the same headroom as the instruction map
       01  ws-txt-tab.
           05 ws-txt-side occurs 2 times.
               10 ws-txt-count pic 9(4).
               10 ws-txt-full pic x.
               10 ws-txt-line pic x(80) occurs 2000 times.
      *Symbols of the module at hand, both sides -- 500 apiece, same
      *headroom convention as asmzx's ws-symtab-tab
       01  ws-sy-tab.
           05 ws-sy-side occurs 2 times.
               10 ws-sy-count pic 9(4).
               10 ws-sy-ent occurs 500 times.
                   15 ws-sy-name pic x(12).
                   15 ws-sy-addr pic 9(8).
       01  ws-sy-i pic 9(4) comp.
       01  ws-sy-j pic 9(4) comp.
      *Source comparison scratch
       01  ws-old-i pic 9(4) comp.
       01  ws-new-i pic 9(4) comp.
       01  ws-skip-old pic 9(4) comp.
       01  ws-skip-new pic 9(4) comp.
       01  ws-span pic 9(4) comp.
       01  ws-sync-old pic 9(4) comp.
       01  ws-sync-new pic 9(4) comp.
       01  ws-resync pic x.
           88 ws-resync-found value 'Y'.
       01  ws-line-i pic 9(4) comp.
       01  ws-line-no pic 9(8).
       01  ws-removed-count pic 9(4).
       01  ws-added-count pic 9(4).
      *Binary comparison scratch
       01  ws-bin-eof-old pic x.
       01  ws-bin-eof-new pic x.
       01  ws-bin-size-old pic 9(8).
       01  ws-bin-size-new pic 9(8).
       01  ws-bin-differ pic 9(8).
       01  ws-size-diff pic 9(8).
       01  ws-size-sign pic x.
      *Symbol comparison counts
       01  ws-moved-count pic 9(4).
       01  ws-sym-added pic 9(4).
       01  ws-sym-removed pic 9(4).
      *Per-file read scratch
       01  ws-copy-count pic 9(8).
       01  ws-file-ok pic x.
      *Totals
       01  ws-added-mods pic 9(4) value 0.
       01  ws-dropped-mods pic 9(4) value 0.
       01  ws-changed-mods pic 9(4) value 0.
       01  ws-same-mods pic 9(4) value 0.
       01  ws-total-old pic 9(8) value 0.
       01  ws-total-new pic 9(8) value 0.
       01  ws-rdf-error-count pic 9(4) value 0.
      *Report line scratch
       01  ws-report-line pic x(100).
      *Run log message scratch -- see asmxlog
       copy "aslogm.cpy" replacing ==:pref:== BY ==ws==.
       procedure division.
           move spaces to ws-log-text.
           initialize ws-rel-tab.
           accept ws-release-env from environment "ASMZRDF_OLD"
               end-accept
           perform parse-release-number.
           if not ws-release-is-set
               move 'E' to ws-log-severity
               move 1 to ws-log-msgno
               move "ASMZRDF_OLD names no release number"
                   to ws-log-text
               perform put-log-message
               move 1 to return-code
               goback
           end-if.
           move ws-release to ws-rel-number(1).
           move spaces to ws-release-env.
           move 'N' to ws-release-set.
           accept ws-release-env from environment "ASMZRDF_NEW"
               end-accept
           perform parse-release-number.
           if not ws-release-is-set
               move 'E' to ws-log-severity
               move 1 to ws-log-msgno
               move "ASMZRDF_NEW names no release number"
                   to ws-log-text
               perform put-log-message
               move 1 to return-code
               goback
           end-if.
           move ws-release to ws-rel-number(2).
           perform load-archive-manifest.
           perform varying ws-side from 1 by 1 until ws-side > 2
               if ws-rel-files(ws-side) = 0
                   move 'E' to ws-log-severity
                   move 2 to ws-log-msgno
                   string "release " delimited by size
                       ws-rel-number(ws-side) delimited by size
                       " has no records in release.arc"
                       delimited by size
                       into ws-log-text
                   end-string
                   perform put-log-message
                   add 1 to ws-rdf-error-count
                   giving ws-rdf-error-count end-add
               end-if
           end-perform.
           if ws-rdf-error-count > 0
               move ws-rdf-error-count to return-code
               goback
           end-if.
           open output fs-report.
           perform write-report-heading.
           perform varying ws-mod-i from 1 by 1
           until ws-mod-i > ws-mod-count
               perform compare-module
           end-perform.
           perform write-summary.
           close fs-report.
      *Unreadable snapshots are errors the operator must see; a
      *finished comparison is informational however much changed
           if ws-rdf-error-count > 0
               move 'E' to ws-log-severity
           else
               move 'I' to ws-log-severity
           end-if.
           move 3 to ws-log-msgno.
           string "release " delimited by size
               ws-rel-number(1) delimited by size
               " to " delimited by size
               ws-rel-number(2) delimited by size
               ": " delimited by size
               ws-changed-mods delimited by size
               " changed, " delimited by size
               ws-added-mods delimited by size
               " added, " delimited by size
               ws-dropped-mods delimited by size
               " dropped, " delimited by size
               ws-rdf-error-count delimited by size
               " errors" delimited by size
               into ws-log-text
           end-string.
           perform put-log-message.
      *Set last -- a CALL (asmxlog included) replaces RETURN-CODE
      *with the called program's own, zero when it sets none
           move ws-rdf-error-count to return-code.
           goback.
       parse-release-number.
           move 0 to ws-release.
           perform varying i from 1 by 1
           until i > length of ws-release-env
           or ws-release-env(i:1) = ' '
               if ws-release-env(i:1) >= '0'
               and ws-release-env(i:1) <= '9'
                   move ws-release-env(i:1) to ws-digit
                   multiply ws-release by 10 giving ws-release
                   end-multiply
                   add ws-digit to ws-release giving ws-release
                   end-add
                   set ws-release-is-set to true
               end-if
           end-perform.
      *Gather both releases' source, binary and symbol captures per
      *module; a later capture of the same file replaces an earlier
      *one, as a later asmzret restore would
       load-archive-manifest.
           open input fs-arcman.
           perform forever
               read fs-arcman
                   at end exit perform
                   not at end
                       move fa-arc to ws-arc
                       perform varying ws-side from 1 by 1
                       until ws-side > 2
                           if ws-arc-release = ws-rel-number(ws-side)
                               perform note-archive-record
                           end-if
                       end-perform
               end-read
           end-perform.
           close fs-arcman.
       note-archive-record.
           add 1 to ws-rel-files(ws-side)
               giving ws-rel-files(ws-side) end-add.
           move ws-arc-date to ws-rel-date(ws-side).
           perform varying ws-mod-i from 1 by 1
           until ws-mod-i > ws-mod-count
               if ws-mod-name(ws-mod-i) = ws-arc-module
                   exit perform
               end-if
           end-perform.
           if ws-mod-i > ws-mod-count
               if ws-mod-count >= 40
                   if not ws-mod-is-full
                       move 'W' to ws-log-severity
                       move 4 to ws-log-msgno
                       string "too many modules, ignoring "
                           delimited by size
                           ws-arc-module delimited by size
                           into ws-log-text
                       end-string
                       perform put-log-message
                   end-if
                   set ws-mod-is-full to true
                   exit paragraph
               end-if
               add 1 to ws-mod-count giving ws-mod-count end-add
               move ws-mod-count to ws-mod-i
               initialize ws-mod-ent(ws-mod-i)
               move ws-arc-module to ws-mod-name(ws-mod-i)
               move 'N' to ws-mod-present(ws-mod-i, 1)
               move 'N' to ws-mod-present(ws-mod-i, 2)
           end-if.
           move 'Y' to ws-mod-present(ws-mod-i, ws-side).
           evaluate true
               when ws-arc-kind-source
                   move ws-arc-archived
                       to ws-mod-src-name(ws-mod-i, ws-side)
                   move ws-arc-records
                       to ws-mod-src-recs(ws-mod-i, ws-side)
               when ws-arc-kind-binary
                   move ws-arc-archived
                       to ws-mod-bin-name(ws-mod-i, ws-side)
                   move ws-arc-records
                       to ws-mod-bin-recs(ws-mod-i, ws-side)
               when ws-arc-kind-symbols
                   move ws-arc-archived
                       to ws-mod-sym-name(ws-mod-i, ws-side)
                   move ws-arc-records
                       to ws-mod-sym-recs(ws-mod-i, ws-side)
           end-evaluate.
       write-report-heading.
           move spaces to ws-report-line.
           string "RELEASE CHANGE REPORT  RELEASE " delimited by size
               ws-rel-number(1) delimited by size
               " (" delimited by size
               ws-rel-date(1) delimited by size
               ") TO RELEASE " delimited by size
               ws-rel-number(2) delimited by size
               " (" delimited by size
               ws-rel-date(2) delimited by size
               ")" delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
      *One block per module. A module on one side only is added or
      *dropped outright; a module on both is compared file by file.
       compare-module.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move spaces to ws-mod-src-verdict(ws-mod-i),
               ws-mod-bin-verdict(ws-mod-i),
               ws-mod-sym-verdict(ws-mod-i).
           evaluate true
               when ws-mod-present(ws-mod-i, 1) = 'N'
                   move "ADDED" to ws-mod-status(ws-mod-i)
                   add 1 to ws-added-mods giving ws-added-mods
                   end-add
                   add ws-mod-bin-recs(ws-mod-i, 2) to ws-total-new
                       giving ws-total-new
                   end-add
                   move 0 to ws-bin-size-old
                   move ws-mod-bin-recs(ws-mod-i, 2) to ws-bin-size-new
                   perform write-module-line
                   perform write-size-line
               when ws-mod-present(ws-mod-i, 2) = 'N'
                   move "DROPPED" to ws-mod-status(ws-mod-i)
                   add 1 to ws-dropped-mods giving ws-dropped-mods
                   end-add
                   add ws-mod-bin-recs(ws-mod-i, 1) to ws-total-old
                       giving ws-total-old
                   end-add
                   move ws-mod-bin-recs(ws-mod-i, 1) to ws-bin-size-old
                   move 0 to ws-bin-size-new
                   perform write-module-line
                   perform write-size-line
               when other
                   perform compare-both-sides
           end-evaluate.
       compare-both-sides.
           move "UNCHANGED" to ws-mod-status(ws-mod-i).
           perform check-source-files.
           perform check-binary-files.
           perform check-symbol-files.
           if ws-mod-src-verdict(ws-mod-i) not = "SAME"
           or ws-mod-bin-verdict(ws-mod-i) not = "SAME"
           or ws-mod-sym-verdict(ws-mod-i) not = "SAME"
               move "CHANGED" to ws-mod-status(ws-mod-i)
               add 1 to ws-changed-mods giving ws-changed-mods end-add
           else
               add 1 to ws-same-mods giving ws-same-mods end-add
           end-if.
           add ws-bin-size-old to ws-total-old giving ws-total-old
           end-add.
           add ws-bin-size-new to ws-total-new giving ws-total-new
           end-add.
           perform write-module-line.
           if ws-mod-status(ws-mod-i) = "UNCHANGED"
               exit paragraph
           end-if.
           if ws-mod-src-verdict(ws-mod-i) = "CHANGED"
               perform write-source-changes
           end-if.
           perform write-size-line.
           if ws-mod-sym-verdict(ws-mod-i) = "CHANGED"
               perform write-symbol-changes
           end-if.
       write-module-line.
           move spaces to ws-report-line.
           string "MODULE " delimited by size
               ws-mod-name(ws-mod-i) delimited by size
               " " delimited by size
               ws-mod-status(ws-mod-i) delimited by size
               into ws-report-line
           end-string.
           if ws-mod-status(ws-mod-i) = "CHANGED"
               move "SOURCE " to ws-report-line(31:7)
               move ws-mod-src-verdict(ws-mod-i)
                   to ws-report-line(38:8)
               move "BINARY " to ws-report-line(47:7)
               move ws-mod-bin-verdict(ws-mod-i)
                   to ws-report-line(54:8)
               move "SYMBOLS " to ws-report-line(63:8)
               move ws-mod-sym-verdict(ws-mod-i)
                   to ws-report-line(71:8)
           end-if.
           write fs-report-line from ws-report-line end-write.
      *A file captured on one side only cannot be compared; a file
      *neither side captured is no difference at all
       check-source-files.
           evaluate true
               when ws-mod-src-name(ws-mod-i, 1) = spaces
               and ws-mod-src-name(ws-mod-i, 2) = spaces
                   move "SAME" to ws-mod-src-verdict(ws-mod-i)
                   exit paragraph
               when ws-mod-src-name(ws-mod-i, 1) = spaces
                   move "NEW" to ws-mod-src-verdict(ws-mod-i)
                   exit paragraph
               when ws-mod-src-name(ws-mod-i, 2) = spaces
                   move "GONE" to ws-mod-src-verdict(ws-mod-i)
                   exit paragraph
           end-evaluate.
           move 'Y' to ws-file-ok.
           perform varying ws-side from 1 by 1 until ws-side > 2
               perform load-source-side
           end-perform.
           if ws-file-ok = 'N'
               move "UNREAD" to ws-mod-src-verdict(ws-mod-i)
               exit paragraph
           end-if.
           move "SAME" to ws-mod-src-verdict(ws-mod-i).
           if ws-txt-count(1) not = ws-txt-count(2)
               move "CHANGED" to ws-mod-src-verdict(ws-mod-i)
               exit paragraph
           end-if.
           perform varying ws-line-i from 1 by 1
           until ws-line-i > ws-txt-count(1)
               if ws-txt-line(1, ws-line-i)
                   not = ws-txt-line(2, ws-line-i)
                   move "CHANGED" to ws-mod-src-verdict(ws-mod-i)
                   exit perform
               end-if
           end-perform.
       load-source-side.
           move 0 to ws-txt-count(ws-side).
           move 'N' to ws-txt-full(ws-side).
           move 0 to ws-copy-count.
           move ws-mod-src-name(ws-mod-i, ws-side) to ws-txt-in-name.
           open input fs-txt-in.
           perform forever
               read fs-txt-in
                   at end exit perform
                   not at end
                       add 1 to ws-copy-count giving ws-copy-count
                       end-add
                       if ws-txt-count(ws-side) < 2000
                           add 1 to ws-txt-count(ws-side)
                               giving ws-txt-count(ws-side)
                           end-add
                           move fs-txt-in-rec(1:80) to ws-txt-line
                               (ws-side, ws-txt-count(ws-side))
                       else
                           move 'Y' to ws-txt-full(ws-side)
                       end-if
               end-read
           end-perform.
           close fs-txt-in.
           move ws-mod-src-recs(ws-mod-i, ws-side) to ws-line-no.
           perform check-record-count.
      *The same guard asmzret puts ahead of a restore: an archived
      *file that no longer holds what its capture recorded is not
      *compared
       check-record-count.
           if ws-copy-count = ws-line-no
               exit paragraph
           end-if.
           move 'N' to ws-file-ok.
           move 'E' to ws-log-severity.
           move 5 to ws-log-msgno.
           string "archived file " delimited by size
               ws-txt-in-name delimited by space
               " holds " delimited by size
               ws-copy-count delimited by size
               " records, capture recorded " delimited by size
               ws-line-no delimited by size
               into ws-log-text
           end-string.
           perform put-log-message.
           add 1 to ws-rdf-error-count giving ws-rdf-error-count
           end-add.
      *Walk both sides together; at a mismatch find the nearest
      *resynchronization point -- the smallest total skip after
      *which two consecutive lines agree -- and report what was
      *skipped on each side
       write-source-changes.
           move spaces to ws-report-line.
           move "  SOURCE LINES REMOVED (-) AND ADDED (+)"
               to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move 0 to ws-removed-count, ws-added-count.
           move 1 to ws-old-i, ws-new-i.
           perform until ws-old-i > ws-txt-count(1)
           and ws-new-i > ws-txt-count(2)
               evaluate true
                   when ws-old-i > ws-txt-count(1)
                       perform write-added-line
                       add 1 to ws-new-i giving ws-new-i end-add
                   when ws-new-i > ws-txt-count(2)
                       perform write-removed-line
                       add 1 to ws-old-i giving ws-old-i end-add
                   when ws-txt-line(1, ws-old-i)
                       = ws-txt-line(2, ws-new-i)
                       add 1 to ws-old-i giving ws-old-i end-add
                       add 1 to ws-new-i giving ws-new-i end-add
                   when other
                       perform find-resync-point
                       perform skip-to-resync-point
               end-evaluate
           end-perform.
           move spaces to ws-report-line.
           string "  " delimited by size
               ws-removed-count delimited by size
               " LINES REMOVED, " delimited by size
               ws-added-count delimited by size
               " LINES ADDED" delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           if ws-txt-full(1) = 'Y' or ws-txt-full(2) = 'Y'
               move "  SOURCE PAST 2000 LINES -- FIRST 2000 COMPARED"
                   to ws-report-line
               write fs-report-line from ws-report-line end-write
           end-if.
       find-resync-point.
           move 'N' to ws-resync.
           perform varying ws-span from 1 by 1
           until ws-span > 50 or ws-resync-found
               perform varying ws-skip-old from 0 by 1
               until ws-skip-old > ws-span or ws-resync-found
                   subtract ws-skip-old from ws-span
                       giving ws-skip-new
                   end-subtract
                   perform test-resync-point
               end-perform
           end-perform.
      *Neither side lines up again within the window: call the
      *line at hand on each side changed and carry on
           if not ws-resync-found
               move 1 to ws-sync-old, ws-sync-new
           end-if.
       test-resync-point.
           if ws-old-i + ws-skip-old > ws-txt-count(1)
           or ws-new-i + ws-skip-new > ws-txt-count(2)
               exit paragraph
           end-if.
           if ws-txt-line(1, ws-old-i + ws-skip-old)
               not = ws-txt-line(2, ws-new-i + ws-skip-new)
               exit paragraph
           end-if.
           if ws-old-i + ws-skip-old < ws-txt-count(1)
           and ws-new-i + ws-skip-new < ws-txt-count(2)
               if ws-txt-line(1, ws-old-i + ws-skip-old + 1)
                   not = ws-txt-line(2, ws-new-i + ws-skip-new + 1)
                   exit paragraph
               end-if
           end-if.
           move ws-skip-old to ws-sync-old.
           move ws-skip-new to ws-sync-new.
           set ws-resync-found to true.
       skip-to-resync-point.
           perform ws-sync-old times
               perform write-removed-line
               add 1 to ws-old-i giving ws-old-i end-add
           end-perform.
           perform ws-sync-new times
               perform write-added-line
               add 1 to ws-new-i giving ws-new-i end-add
           end-perform.
       write-removed-line.
           add 1 to ws-removed-count giving ws-removed-count end-add.
           move ws-old-i to ws-line-no.
           move spaces to ws-report-line.
           string "    -" delimited by size
               ws-line-no delimited by size
               " " delimited by size
               ws-txt-line(1, ws-old-i) delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
       write-added-line.
           add 1 to ws-added-count giving ws-added-count end-add.
           move ws-new-i to ws-line-no.
           move spaces to ws-report-line.
           string "    +" delimited by size
               ws-line-no delimited by size
               " " delimited by size
               ws-txt-line(2, ws-new-i) delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
      *Read both images in step, counting the bytes that differ over
      *their common length; the sizes come out of the same pass
       check-binary-files.
           move ws-mod-bin-recs(ws-mod-i, 1) to ws-bin-size-old.
           move ws-mod-bin-recs(ws-mod-i, 2) to ws-bin-size-new.
           evaluate true
               when ws-mod-bin-name(ws-mod-i, 1) = spaces
               and ws-mod-bin-name(ws-mod-i, 2) = spaces
                   move "SAME" to ws-mod-bin-verdict(ws-mod-i)
                   exit paragraph
               when ws-mod-bin-name(ws-mod-i, 1) = spaces
                   move "NEW" to ws-mod-bin-verdict(ws-mod-i)
                   exit paragraph
               when ws-mod-bin-name(ws-mod-i, 2) = spaces
                   move "GONE" to ws-mod-bin-verdict(ws-mod-i)
                   exit paragraph
           end-evaluate.
           move ws-mod-bin-name(ws-mod-i, 1) to ws-bin-old-name.
           move ws-mod-bin-name(ws-mod-i, 2) to ws-bin-new-name.
           move 0 to ws-bin-size-old, ws-bin-size-new, ws-bin-differ.
           move 'N' to ws-bin-eof-old, ws-bin-eof-new.
           open input fs-bin-old, fs-bin-new.
           perform until ws-bin-eof-old = 'Y' and ws-bin-eof-new = 'Y'
               if ws-bin-eof-old = 'N'
                   read fs-bin-old
                       at end move 'Y' to ws-bin-eof-old
                       not at end
                           add 1 to ws-bin-size-old
                           giving ws-bin-size-old end-add
                   end-read
               end-if
               if ws-bin-eof-new = 'N'
                   read fs-bin-new
                       at end move 'Y' to ws-bin-eof-new
                       not at end
                           add 1 to ws-bin-size-new
                           giving ws-bin-size-new end-add
                   end-read
               end-if
               if ws-bin-eof-old = 'N' and ws-bin-eof-new = 'N'
                   if fs-bin-old-char not = fs-bin-new-char
                       add 1 to ws-bin-differ giving ws-bin-differ
                       end-add
                   end-if
               end-if
           end-perform.
           close fs-bin-old, fs-bin-new.
           move 'Y' to ws-file-ok.
           move ws-bin-old-name to ws-txt-in-name.
           move ws-bin-size-old to ws-copy-count.
           move ws-mod-bin-recs(ws-mod-i, 1) to ws-line-no.
           perform check-record-count.
           move ws-bin-new-name to ws-txt-in-name.
           move ws-bin-size-new to ws-copy-count.
           move ws-mod-bin-recs(ws-mod-i, 2) to ws-line-no.
           perform check-record-count.
           if ws-file-ok = 'N'
               move "UNREAD" to ws-mod-bin-verdict(ws-mod-i)
               exit paragraph
           end-if.
           if ws-bin-differ = 0 and ws-bin-size-old = ws-bin-size-new
               move "SAME" to ws-mod-bin-verdict(ws-mod-i)
           else
               move "CHANGED" to ws-mod-bin-verdict(ws-mod-i)
           end-if.
       write-size-line.
           perform compute-size-change.
           move spaces to ws-report-line.
           string "  IMAGE SIZE " delimited by size
               ws-bin-size-old delimited by size
               " -> " delimited by size
               ws-bin-size-new delimited by size
               " BYTES  " delimited by size
               ws-size-sign delimited by size
               ws-size-diff delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           if ws-mod-status(ws-mod-i) = "CHANGED"
           and ws-mod-bin-verdict(ws-mod-i) = "CHANGED"
               move spaces to ws-report-line
               string "  " delimited by size
                   ws-bin-differ delimited by size
                   " BYTES DIFFER OVER THE COMMON LENGTH"
                   delimited by size
                   into ws-report-line
               end-string
               write fs-report-line from ws-report-line end-write
           end-if.
      *Growth or shrinkage between the two sizes at hand, as a sign
      *and a difference
       compute-size-change.
           if ws-bin-size-new >= ws-bin-size-old
               move '+' to ws-size-sign
               subtract ws-bin-size-old from ws-bin-size-new
                   giving ws-size-diff
               end-subtract
           else
               move '-' to ws-size-sign
               subtract ws-bin-size-new from ws-bin-size-old
                   giving ws-size-diff
               end-subtract
           end-if.
       check-symbol-files.
           evaluate true
               when ws-mod-sym-name(ws-mod-i, 1) = spaces
               and ws-mod-sym-name(ws-mod-i, 2) = spaces
                   move "SAME" to ws-mod-sym-verdict(ws-mod-i)
                   exit paragraph
               when ws-mod-sym-name(ws-mod-i, 1) = spaces
                   move "NEW" to ws-mod-sym-verdict(ws-mod-i)
                   exit paragraph
               when ws-mod-sym-name(ws-mod-i, 2) = spaces
                   move "GONE" to ws-mod-sym-verdict(ws-mod-i)
                   exit paragraph
           end-evaluate.
           move 'Y' to ws-file-ok.
           perform varying ws-side from 1 by 1 until ws-side > 2
               perform load-symbol-side
           end-perform.
           if ws-file-ok = 'N'
               move "UNREAD" to ws-mod-sym-verdict(ws-mod-i)
               exit paragraph
           end-if.
           perform count-symbol-changes.
           if ws-moved-count = 0 and ws-sym-added = 0
           and ws-sym-removed = 0
               move "SAME" to ws-mod-sym-verdict(ws-mod-i)
           else
               move "CHANGED" to ws-mod-sym-verdict(ws-mod-i)
           end-if.
       load-symbol-side.
           move 0 to ws-sy-count(ws-side).
           move 0 to ws-copy-count.
           move ws-mod-sym-name(ws-mod-i, ws-side) to ws-idx-in-name.
           open input fs-idx-in.
           perform forever
               read fs-idx-in
                   at end exit perform
                   not at end
                       add 1 to ws-copy-count giving ws-copy-count
                       end-add
                       if ws-sy-count(ws-side) < 500
                       and not xi-symbol-type-external
                           add 1 to ws-sy-count(ws-side)
                               giving ws-sy-count(ws-side)
                           end-add
                           move xi-symbol-name to ws-sy-name
                               (ws-side, ws-sy-count(ws-side))
                           move xi-symbol-addr to ws-sy-addr
                               (ws-side, ws-sy-count(ws-side))
                       end-if
               end-read
           end-perform.
           close fs-idx-in.
           move ws-idx-in-name to ws-txt-in-name.
           move ws-mod-sym-recs(ws-mod-i, ws-side) to ws-line-no.
           perform check-record-count.
      *A label is matched by name across the releases; its $X
      *placeholders carry no address of their own and are skipped
       count-symbol-changes.
           move 0 to ws-moved-count, ws-sym-added, ws-sym-removed.
           perform varying ws-sy-i from 1 by 1
           until ws-sy-i > ws-sy-count(1)
               perform find-new-symbol
               evaluate true
                   when ws-sy-j > ws-sy-count(2)
                       add 1 to ws-sym-removed giving ws-sym-removed
                       end-add
                   when ws-sy-addr(1, ws-sy-i)
                       not = ws-sy-addr(2, ws-sy-j)
                       add 1 to ws-moved-count giving ws-moved-count
                       end-add
               end-evaluate
           end-perform.
           perform varying ws-sy-j from 1 by 1
           until ws-sy-j > ws-sy-count(2)
               perform find-old-symbol
               if ws-sy-i > ws-sy-count(1)
                   add 1 to ws-sym-added giving ws-sym-added end-add
               end-if
           end-perform.
       find-new-symbol.
           perform varying ws-sy-j from 1 by 1
           until ws-sy-j > ws-sy-count(2)
               if ws-sy-name(2, ws-sy-j) = ws-sy-name(1, ws-sy-i)
                   exit perform
               end-if
           end-perform.
       find-old-symbol.
           perform varying ws-sy-i from 1 by 1
           until ws-sy-i > ws-sy-count(1)
               if ws-sy-name(1, ws-sy-i) = ws-sy-name(2, ws-sy-j)
                   exit perform
               end-if
           end-perform.
       write-symbol-changes.
           move spaces to ws-report-line.
           string "  LABELS " delimited by size
               ws-moved-count delimited by size
               " MOVED, " delimited by size
               ws-sym-added delimited by size
               " ADDED, " delimited by size
               ws-sym-removed delimited by size
               " REMOVED" delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           perform varying ws-sy-i from 1 by 1
           until ws-sy-i > ws-sy-count(1)
               perform find-new-symbol
               move spaces to ws-report-line
               evaluate true
                   when ws-sy-j > ws-sy-count(2)
                       string "    REMOVED " delimited by size
                           ws-sy-name(1, ws-sy-i) delimited by size
                           " " delimited by size
                           ws-sy-addr(1, ws-sy-i) delimited by size
                           into ws-report-line
                       end-string
                   when ws-sy-addr(1, ws-sy-i)
                       not = ws-sy-addr(2, ws-sy-j)
                       string "    MOVED   " delimited by size
                           ws-sy-name(1, ws-sy-i) delimited by size
                           " " delimited by size
                           ws-sy-addr(1, ws-sy-i) delimited by size
                           " -> " delimited by size
                           ws-sy-addr(2, ws-sy-j) delimited by size
                           into ws-report-line
                       end-string
               end-evaluate
               if ws-report-line not = spaces
                   write fs-report-line from ws-report-line end-write
               end-if
           end-perform.
           perform varying ws-sy-j from 1 by 1
           until ws-sy-j > ws-sy-count(2)
               perform find-old-symbol
               if ws-sy-i > ws-sy-count(1)
                   move spaces to ws-report-line
                   string "    ADDED   " delimited by size
                       ws-sy-name(2, ws-sy-j) delimited by size
                       " " delimited by size
                       ws-sy-addr(2, ws-sy-j) delimited by size
                       into ws-report-line
                   end-string
                   write fs-report-line from ws-report-line end-write
               end-if
           end-perform.
       write-summary.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move "SUMMARY" to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move spaces to ws-report-line.
           string "  MODULES CHANGED " delimited by size
               ws-changed-mods delimited by size
               "  ADDED " delimited by size
               ws-added-mods delimited by size
               "  DROPPED " delimited by size
               ws-dropped-mods delimited by size
               "  UNCHANGED " delimited by size
               ws-same-mods delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           move ws-total-old to ws-bin-size-old.
           move ws-total-new to ws-bin-size-new.
           perform compute-size-change.
           move spaces to ws-report-line.
           string "  TOTAL IMAGE SIZE " delimited by size
               ws-bin-size-old delimited by size
               " -> " delimited by size
               ws-bin-size-new delimited by size
               " BYTES  " delimited by size
               ws-size-sign delimited by size
               ws-size-diff delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           if ws-mod-is-full
               move "MODULE TABLE OVERFLOWED -- REPORT IS PARTIAL"
                   to ws-report-line
               write fs-report-line from ws-report-line end-write
           end-if.
           if ws-rdf-error-count > 0
               move spaces to ws-report-line
               string "  " delimited by size
                   ws-rdf-error-count delimited by size
                   " ARCHIVED FILES UNREADABLE -- SEE program.log"
                   delimited by size
                   into ws-report-line
               end-string
               write fs-report-line from ws-report-line end-write
           end-if.
      *Hand the message at hand to the run log writer -- see asmzx's
      *put-log-message
       put-log-message.
           move "ASMZRDF" to ws-log-program.
           move 0 to ws-log-line.
           call "asmxlog" using ws-log end-call.
           move spaces to ws-log-text.
       end program asmzrdf.
