      ******************************************************************
      *Housekeeping and retention for the work directory
      *
      *program.aud, program.log and release.arc are appended to for
      *ever, and every asmzarc run leaves another full set of rNNNN
      *snapshot copies behind, until the work directory outgrows the
      *nightly backup window. This program applies the retention
      *policy in retain.ctl -- one record per setting, columns 1-8 the
      *keyword and 9-12 its value:
      *
      *  AUDDAYS  audit records dated more than this many days ago
      *           move out of program.aud into audYYYYMMDD.his, the
      *           history file for today's run (appended to if the
      *           program runs twice in a day)
      *  LOGGENS  program.log is rolled into generations: the oldest
      *           kept generation is dropped, program.g01 onward each
      *           move up one, and program.log becomes program.g01 --
      *           zero keeps none and simply drops program.log
      *  RELDAYS  release snapshots archived more than this many days
      *           ago are purged -- every rNNNN file of the release is
      *           deleted and its release.arc records move to
      *           arcYYYYMMDD.his, so asmzret never finds a manifest
      *           entry for a file that is gone
      *  RETAIN   this release is kept whatever its age (one record
      *           per retained release)
      *
      *A keyword the policy leaves out leaves its file alone. A '*'
      *in column 1 marks a comment record.
      *
      *No release the current build still depends on is ever purged,
      *whatever the policy says:
      *  - program.bld: while it carries an OVERALL PASS, a release
      *    whose every archived binary is byte-for-byte the binary of
      *    the same name now in the work directory is the last passing
      *    build's, and is kept. When program.bld is missing or has no
      *    OVERALL PASS the last passing build cannot be told apart,
      *    so no release is purged at all on that run.
      *  - program.epl: a release whose archived entry files hold
      *    exactly the entry points the drift snapshot lists, module
      *    for module, is the one the field sheets were printed from,
      *    and is kept.
      *
      *Writes program.hkp -- what was moved, rolled, kept and deleted,
      *and the bytes freed -- and surfaces the count of files it
      *could not delete through return-code.
       identification division.
       program-id. asmzhkp.
       environment division.
       input-output section.
       file-control.
      *Retention policy
           select fs-policy assign to "retain.ctl"
           organization is line sequential.
      *Audit trail being trimmed, and today's audit history file
           select optional fs-audit assign to "program.aud"
           organization is line sequential.
           select optional fs-aud-his assign to dynamic ws-aud-his-name
           organization is line sequential.
      *Cumulative archive manifest, and today's manifest history file
           select optional fs-arcman assign to "release.arc"
           organization is line sequential.
           select optional fs-arc-his assign to dynamic ws-arc-his-name
           organization is line sequential.
      *Last build summary and drift snapshot -- what must be kept
           select optional fs-bld assign to "program.bld"
           organization is line sequential.
           select optional fs-prev assign to "program.epl"
           organization is line sequential.
      *Copy machinery -- text files for the rewrites and the log roll,
      *byte pairs for sizing and comparing, and the archived entry
      *files
           select optional fs-txt-in assign to dynamic ws-txt-in-name
           organization is line sequential.
           select optional fs-txt-out assign to dynamic ws-txt-out-name
           organization is line sequential.
           select optional fs-bin-a assign to dynamic ws-bin-a-name
           organization is sequential.
           select optional fs-bin-b assign to dynamic ws-bin-b-name
           organization is sequential.
           select optional fs-idx-in assign to dynamic ws-idx-in-name
           organization is indexed
           access is sequential
           record key is xi-symbol-name.
      *Housekeeping report
           select optional fs-report assign to "program.hkp"
           organization is line sequential.
       data division.
       file section.
       fd  fs-policy.
       01  fs-policy-rec.
           05 fs-pol-keyword pic x(8).
           05 fs-pol-value pic 9(4).
       fd  fs-audit.
       copy "asaudt.cpy" replacing ==:pref:== BY ==fa==.
       fd  fs-aud-his.
       01  fs-aud-his-rec pic x(150).
       fd  fs-arcman.
       copy "asarcm.cpy" replacing ==:pref:== BY ==fm==.
       fd  fs-arc-his.
       01  fs-arc-his-rec pic x(150).
       fd  fs-bld.
       01  fs-bld-line pic x(100).
       fd  fs-prev.
       01  fs-prev-rec.
           05 fs-prev-name pic x(12).
           05 fs-prev-addr pic 9(8).
           05 fs-prev-module pic x(12).
       fd  fs-txt-in.
       01  fs-txt-in-rec pic x(150).
       fd  fs-txt-out.
       01  fs-txt-out-rec pic x(150).
       fd  fs-bin-a.
       01  fs-bin-a-char usage binary-char unsigned.
       fd  fs-bin-b.
       01  fs-bin-b-char usage binary-char unsigned.
       fd  fs-idx-in.
       copy "assymb.cpy" replacing ==:pref:== BY ==xi==.
       fd  fs-report.
       01  fs-report-line pic x(100).
       working-storage section.
       01  i pic 9(4) comp.
      *Policy settings; a setting the policy leaves out stays unset
       01  ws-aud-days pic 9(4) value 0.
       01  ws-aud-set pic x value 'N'.
           88 ws-aud-is-set value 'Y'.
       01  ws-log-gens pic 9(4) value 0.
       01  ws-gens-set pic x value 'N'.
           88 ws-gens-is-set value 'Y'.
       01  ws-rel-days pic 9(4) value 0.
       01  ws-rel-set pic x value 'N'.
           88 ws-rel-is-set value 'Y'.
       01  ws-keep-count pic 9(4) value 0.
       01  ws-keep-tab.
           05 ws-keep-release pic 9(4) occurs 100 times.
      *Today, and day numbers for ages -- days since 0000-03-01 on
      *the proleptic Gregorian calendar
       01  ws-today pic 9(8).
       01  ws-today-day pic 9(8).
       01  ws-cal-date pic 9(8).
       01  ws-cal-parts redefines ws-cal-date.
           05 ws-cal-yyyy pic 9(4).
           05 ws-cal-mm pic 9(2).
           05 ws-cal-dd pic 9(2).
       01  ws-cal-y pic 9(4).
       01  ws-cal-m pic 9(2).
       01  ws-cal-era pic 9(4).
       01  ws-cal-yoe pic 9(4).
       01  ws-cal-doy pic 9(4).
       01  ws-cal-doe pic 9(8).
       01  ws-cal-t pic 9(8).
       01  ws-day-num pic 9(8).
       01  ws-age pic 9(8).
      *Dated history file names
       01  ws-aud-his-name pic x(25) value spaces.
       01  ws-arc-his-name pic x(25) value spaces.
      *File names the copy machinery resolves through
       01  ws-txt-in-name pic x(25).
       01  ws-txt-out-name pic x(25).
       01  ws-bin-a-name pic x(25).
       01  ws-bin-b-name pic x(25).
       01  ws-idx-in-name pic x(25).
       01  ws-del-name pic x(25).
       01  ws-tmp-name pic x(25) value "hkp.tmp".
      *Copy, size and compare results
       01  ws-copy-count pic 9(8).
       01  ws-file-bytes pic 9(10).
       01  ws-same pic x.
       01  ws-a-eof pic x.
       01  ws-b-eof pic x.
      *Audit trim tallies
       01  ws-aud-kept pic 9(8) value 0.
       01  ws-aud-moved pic 9(8) value 0.
      *Log roll scratch
       01  ws-gen-i pic 9(4) comp.
       01  ws-gen-n pic 9(2).
       01  ws-gen-name pic x(25).
      *Release table -- one entry per release in release.arc. The
      *verdict byte is P purge, R retained, B referenced by
      *program.bld, E referenced by program.epl, Y within policy.
       01  ws-rel-count pic 9(4) value 0.
       01  ws-rel-i pic 9(4) comp.
       01  ws-rel-tab.
           05 ws-rel-ent occurs 200 times.
               10 ws-rel-number pic 9(4).
               10 ws-rel-date pic 9(8).
               10 ws-rel-files pic 9(4).
               10 ws-rel-bytes pic 9(10).
               10 ws-rel-verdict pic x.
       01  ws-purge-count pic 9(4) value 0.
      *program.bld gate and the drift snapshot's entries
       01  ws-bld-state pic x value 'M'.
           88 ws-bld-missing value 'M'.
           88 ws-bld-pass value 'P'.
           88 ws-bld-fail value 'F'.
       01  ws-epl-count pic 9(4) value 0.
       01  ws-epl-tab.
           05 ws-epl-ent occurs 1000 times.
               10 ws-epl-name pic x(12).
               10 ws-epl-module pic x(12).
      *A release's archived entry points
       01  ws-rent-count pic 9(4) value 0.
       01  ws-rent-i pic 9(4) comp.
       01  ws-rent-tab.
           05 ws-rent-ent occurs 1000 times.
               10 ws-rent-name pic x(12).
               10 ws-rent-module pic x(12).
       01  ws-rent-over pic x.
       01  ws-ref-binaries pic 9(4).
       01  ws-ref-match pic x.
      *Totals
       01  ws-freed-bytes pic 9(12) value 0.
       01  ws-moved-bytes pic 9(12) value 0.
       01  ws-del-count pic 9(8) value 0.
       01  ws-hkp-error-count pic 9(4) value 0.
      *Report line scratch
       01  ws-report-line pic x(100).
      *Run log message scratch -- see asmxlog
       copy "aslogm.cpy" replacing ==:pref:== BY ==ws==.
       procedure division.
           move spaces to ws-log-text.
           accept ws-today from date yyyymmdd end-accept.
           move ws-today to ws-cal-date.
           perform date-to-day-number.
           move ws-day-num to ws-today-day.
           string "aud" delimited by size
               ws-today delimited by size
               ".his" delimited by size
               into ws-aud-his-name
           end-string.
           string "arc" delimited by size
               ws-today delimited by size
               ".his" delimited by size
               into ws-arc-his-name
           end-string.
           open input fs-policy.
           perform forever
               read fs-policy
                   at end exit perform
                   not at end perform load-policy-entry
               end-read
           end-perform.
           close fs-policy.
           if not ws-aud-is-set and not ws-gens-is-set
           and not ws-rel-is-set
               move 'E' to ws-log-severity
               move 1 to ws-log-msgno
               move "retain.ctl sets no retention policy"
                   to ws-log-text
               perform put-log-message
               move 1 to return-code
               goback
           end-if.
           open output fs-report.
           move spaces to ws-report-line.
           string "HOUSEKEEPING REPORT  DATE " delimited by size
               ws-today delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
      *The log is rolled first, so the rest of this run's messages
      *open the new generation
           if ws-gens-is-set
               perform roll-log-generations
           end-if.
           if ws-aud-is-set
               perform trim-audit-trail
           end-if.
           if ws-rel-is-set
               perform purge-release-snapshots
           end-if.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           string "FILES DELETED " delimited by size
               ws-del-count delimited by size
               "  BYTES MOVED TO HISTORY " delimited by size
               ws-moved-bytes delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           move spaces to ws-report-line.
           string "SPACE FREED " delimited by size
               ws-freed-bytes delimited by size
               " BYTES" delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           close fs-report.
      *Files that would not delete are errors the operator must see;
      *a clean run is informational
           if ws-hkp-error-count > 0
               move 'E' to ws-log-severity
           else
               move 'I' to ws-log-severity
           end-if.
           move 9 to ws-log-msgno.
           string "housekeeping freed " delimited by size
               ws-freed-bytes delimited by size
               " bytes, " delimited by size
               ws-hkp-error-count delimited by size
               " errors" delimited by size
               into ws-log-text
           end-string.
           perform put-log-message.
      *Set last -- a CALL (asmxlog included) replaces RETURN-CODE
      *with the called program's own, zero when it sets none
           move ws-hkp-error-count to return-code.
           goback.
       load-policy-entry.
           if fs-policy-rec(1:1) = '*' or fs-policy-rec = spaces
               exit paragraph
           end-if.
           if fs-pol-value is not numeric
               move 'W' to ws-log-severity
               move 2 to ws-log-msgno
               string "retain.ctl " delimited by size
                   fs-pol-keyword delimited by space
                   " has no numeric value, ignored" delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               exit paragraph
           end-if.
           evaluate fs-pol-keyword
               when "AUDDAYS"
                   move fs-pol-value to ws-aud-days
                   set ws-aud-is-set to true
               when "LOGGENS"
      *Generation names carry two digits
                   if fs-pol-value > 99
                       move 99 to ws-log-gens
                   else
                       move fs-pol-value to ws-log-gens
                   end-if
                   set ws-gens-is-set to true
               when "RELDAYS"
                   move fs-pol-value to ws-rel-days
                   set ws-rel-is-set to true
               when "RETAIN"
                   if ws-keep-count < 100
                       add 1 to ws-keep-count giving ws-keep-count
                       end-add
                       move fs-pol-value
                           to ws-keep-release(ws-keep-count)
                   end-if
               when other
                   move 'W' to ws-log-severity
                   move 5 to ws-log-msgno
                   string "retain.ctl keyword " delimited by size
                       fs-pol-keyword delimited by space
                       " not recognized, ignored" delimited by size
                       into ws-log-text
                   end-string
                   perform put-log-message
           end-evaluate.
      *Day number of ws-cal-date, counted from a March-based year so
      *the leap day falls last and every division is whole
       date-to-day-number.
           if ws-cal-mm <= 2
               subtract 1 from ws-cal-yyyy giving ws-cal-y end-subtract
               add 9 to ws-cal-mm giving ws-cal-m end-add
           else
               move ws-cal-yyyy to ws-cal-y
               subtract 3 from ws-cal-mm giving ws-cal-m end-subtract
           end-if.
           divide ws-cal-y by 400 giving ws-cal-era end-divide.
           multiply ws-cal-era by 400 giving ws-cal-t end-multiply.
           subtract ws-cal-t from ws-cal-y giving ws-cal-yoe
           end-subtract.
           multiply ws-cal-m by 153 giving ws-cal-t end-multiply.
           add 2 to ws-cal-t giving ws-cal-t end-add.
           divide ws-cal-t by 5 giving ws-cal-doy end-divide.
           add ws-cal-dd to ws-cal-doy giving ws-cal-doy end-add.
           subtract 1 from ws-cal-doy giving ws-cal-doy end-subtract.
           multiply ws-cal-yoe by 365 giving ws-cal-doe end-multiply.
           divide ws-cal-yoe by 4 giving ws-cal-t end-divide.
           add ws-cal-t to ws-cal-doe giving ws-cal-doe end-add.
           divide ws-cal-yoe by 100 giving ws-cal-t end-divide.
           subtract ws-cal-t from ws-cal-doe giving ws-cal-doe
           end-subtract.
           add ws-cal-doy to ws-cal-doe giving ws-cal-doe end-add.
           multiply ws-cal-era by 146097 giving ws-day-num
           end-multiply.
           add ws-cal-doe to ws-day-num giving ws-day-num end-add.
      *Age in days of ws-cal-date; a date ahead of today is age zero
       age-in-days.
           perform date-to-day-number.
           if ws-day-num >= ws-today-day
               move 0 to ws-age
           else
               subtract ws-day-num from ws-today-day giving ws-age
               end-subtract
           end-if.
      *Drop the oldest kept generation, move the rest up one, and
      *program.log into program.g01
       roll-log-generations.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move ws-log-gens to ws-gen-n.
           if ws-log-gens = 0
               move "program.log" to ws-del-name
           else
               perform set-generation-name
               move ws-gen-name to ws-del-name
           end-if.
           perform delete-counted-file.
           perform varying ws-gen-i from ws-log-gens by -1
           until ws-gen-i < 2
               subtract 1 from ws-gen-i giving ws-gen-n end-subtract
               perform set-generation-name
               move ws-gen-name to ws-txt-in-name
               move ws-gen-i to ws-gen-n
               perform set-generation-name
               move ws-gen-name to ws-txt-out-name
               perform move-text-file
           end-perform.
           if ws-log-gens > 0
               move "program.log" to ws-txt-in-name
               move 1 to ws-gen-n
               perform set-generation-name
               move ws-gen-name to ws-txt-out-name
               perform move-text-file
           end-if.
           move spaces to ws-report-line.
           string "LOG      PROGRAM.LOG ROLLED, " delimited by size
               ws-log-gens delimited by size
               " GENERATIONS KEPT" delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
       set-generation-name.
           move spaces to ws-gen-name.
           string "program.g" delimited by size
               ws-gen-n delimited by size
               into ws-gen-name
           end-string.
      *Rename by copy, so a generation that is not there is simply
      *not there one place further on
       move-text-file.
           move 0 to ws-copy-count.
           open input fs-txt-in.
           open output fs-txt-out.
           perform forever
               read fs-txt-in
                   at end exit perform
                   not at end
                       add 1 to ws-copy-count giving ws-copy-count
                       end-add
                       write fs-txt-out-rec from fs-txt-in-rec
                       end-write
               end-read
           end-perform.
           close fs-txt-in, fs-txt-out.
           move ws-txt-in-name to ws-del-name.
           call "CBL_DELETE_FILE" using ws-del-name end-call.
           if ws-copy-count = 0
               move ws-txt-out-name to ws-del-name
               call "CBL_DELETE_FILE" using ws-del-name end-call
           end-if.
      *Old records out to today's history file, the rest to a work
      *file that then becomes program.aud. A record whose date is not
      *a date stays where it is.
       trim-audit-trail.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move ws-tmp-name to ws-txt-out-name.
           open input fs-audit.
           open output fs-txt-out.
           open extend fs-aud-his.
           perform forever
               read fs-audit
                   at end exit perform
                   not at end perform sort-audit-record
               end-read
           end-perform.
           close fs-audit, fs-txt-out, fs-aud-his.
           if ws-aud-moved > 0
               perform copy-back-audit
           end-if.
           move ws-tmp-name to ws-del-name.
           call "CBL_DELETE_FILE" using ws-del-name end-call.
           move spaces to ws-report-line.
           string "AUDIT    " delimited by size
               ws-aud-moved delimited by size
               " RECORDS MOVED TO " delimited by size
               ws-aud-his-name delimited by space
               ", " delimited by size
               ws-aud-kept delimited by size
               " KEPT" delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
       sort-audit-record.
           move fa-audit to fs-txt-out-rec.
           if fa-audit-date is numeric
               move fa-audit-date to ws-cal-date
               perform age-in-days
               if ws-age > ws-aud-days
                   write fs-aud-his-rec from fa-audit end-write
                   add 1 to ws-aud-moved giving ws-aud-moved end-add
                   add length of fa-audit to ws-moved-bytes
                   giving ws-moved-bytes end-add
                   exit paragraph
               end-if
           end-if.
           write fs-txt-out-rec end-write.
           add 1 to ws-aud-kept giving ws-aud-kept end-add.
       copy-back-audit.
           move ws-tmp-name to ws-txt-in-name.
           open input fs-txt-in.
           open output fs-audit.
           perform forever
               read fs-txt-in
                   at end exit perform
                   not at end
                       move fs-txt-in-rec to fa-audit
                       write fa-audit end-write
               end-read
           end-perform.
           close fs-txt-in, fs-audit.
      *Decide every release's fate, delete the purged releases' files
      *and move their manifest records to today's history file
       purge-release-snapshots.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           open input fs-bld.
           perform forever
               read fs-bld
                   at end exit perform
                   not at end
                       if ws-bld-missing
                           set ws-bld-fail to true
                       end-if
                       if fs-bld-line(1:12) = "OVERALL PASS"
                           set ws-bld-pass to true
                       end-if
               end-read
           end-perform.
           close fs-bld.
           if not ws-bld-pass
               move 'W' to ws-log-severity
               move 3 to ws-log-msgno
               string "program.bld missing or without OVERALL PASS -- "
                   delimited by size
                   "no release purged" delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               move spaces to ws-report-line
               string "RELEASES NONE PURGED -- " delimited by size
                   "NO PASSING PROGRAM.BLD" delimited by size
                   into ws-report-line
               end-string
               write fs-report-line from ws-report-line end-write
               exit paragraph
           end-if.
           open input fs-prev.
           perform forever
               read fs-prev
                   at end exit perform
                   not at end
                       if ws-epl-count < 1000
                           add 1 to ws-epl-count giving ws-epl-count
                           end-add
                           move fs-prev-name
                               to ws-epl-name(ws-epl-count)
                           move fs-prev-module
                               to ws-epl-module(ws-epl-count)
                       end-if
               end-read
           end-perform.
           close fs-prev.
           open input fs-arcman.
           perform forever
               read fs-arcman
                   at end exit perform
                   not at end perform collect-release
               end-read
           end-perform.
           close fs-arcman.
           perform varying ws-rel-i from 1 by 1
           until ws-rel-i > ws-rel-count
               perform judge-release
           end-perform.
           if ws-purge-count > 0
               perform remove-purged-releases
           end-if.
           perform varying ws-rel-i from 1 by 1
           until ws-rel-i > ws-rel-count
               perform write-release-line
           end-perform.
       collect-release.
           perform varying ws-rel-i from 1 by 1
           until ws-rel-i > ws-rel-count
               if ws-rel-number(ws-rel-i) = fm-arc-release
                   exit perform
               end-if
           end-perform.
           if ws-rel-i > ws-rel-count
               if ws-rel-count >= 200
                   exit paragraph
               end-if
               add 1 to ws-rel-count giving ws-rel-count end-add
               move fm-arc-release to ws-rel-number(ws-rel-i)
               move fm-arc-date to ws-rel-date(ws-rel-i)
               move 0 to ws-rel-files(ws-rel-i)
               move 0 to ws-rel-bytes(ws-rel-i)
           end-if.
      *A release's age runs from its latest capture
           if fm-arc-date > ws-rel-date(ws-rel-i)
               move fm-arc-date to ws-rel-date(ws-rel-i)
           end-if.
           add 1 to ws-rel-files(ws-rel-i)
           giving ws-rel-files(ws-rel-i) end-add.
      *Within policy, retained, or referenced -- any of these keeps
      *the release; only a release none of them holds is purged
       judge-release.
           move 'Y' to ws-rel-verdict(ws-rel-i).
           move ws-rel-date(ws-rel-i) to ws-cal-date.
           perform age-in-days.
           if ws-age <= ws-rel-days
               exit paragraph
           end-if.
           perform varying i from 1 by 1 until i > ws-keep-count
               if ws-keep-release(i) = ws-rel-number(ws-rel-i)
                   move 'R' to ws-rel-verdict(ws-rel-i)
                   exit paragraph
               end-if
           end-perform.
           if ws-bld-pass
               perform check-build-reference
               if ws-ref-match = 'Y'
                   move 'B' to ws-rel-verdict(ws-rel-i)
                   exit paragraph
               end-if
           end-if.
           if ws-epl-count > 0
               perform check-drift-reference
               if ws-ref-match = 'Y'
                   move 'E' to ws-rel-verdict(ws-rel-i)
                   exit paragraph
               end-if
           end-if.
           move 'P' to ws-rel-verdict(ws-rel-i).
           add 1 to ws-purge-count giving ws-purge-count end-add.
      *Referenced when the release archived at least one binary and
      *every one is identical to the current file of that name
       check-build-reference.
           move 'Y' to ws-ref-match.
           move 0 to ws-ref-binaries.
           open input fs-arcman.
           perform forever
               read fs-arcman
                   at end exit perform
                   not at end
                       if fm-arc-release = ws-rel-number(ws-rel-i)
                       and fm-arc-kind-binary
                       and ws-ref-match = 'Y'
                           add 1 to ws-ref-binaries
                           giving ws-ref-binaries end-add
                           move fm-arc-archived to ws-bin-a-name
                           move fm-arc-original to ws-bin-b-name
                           perform compare-binary-files
                           if ws-same not = 'Y'
                               move 'N' to ws-ref-match
                           end-if
                       end-if
               end-read
           end-perform.
           close fs-arcman.
           if ws-ref-binaries = 0
               move 'N' to ws-ref-match
           end-if.
       compare-binary-files.
           move 'Y' to ws-same.
           move 'N' to ws-a-eof, ws-b-eof.
           open input fs-bin-a, fs-bin-b.
           perform forever
               read fs-bin-a
                   at end move 'Y' to ws-a-eof
               end-read
               read fs-bin-b
                   at end move 'Y' to ws-b-eof
               end-read
               if ws-a-eof not = ws-b-eof
                   move 'N' to ws-same
                   exit perform
               end-if
               if ws-a-eof = 'Y'
                   exit perform
               end-if
               if fs-bin-a-char not = fs-bin-b-char
                   move 'N' to ws-same
                   exit perform
               end-if
           end-perform.
           close fs-bin-a, fs-bin-b.
      *Referenced when the release's archived entry files, taken
      *together, hold the drift snapshot's entries and no others
       check-drift-reference.
           move 0 to ws-rent-count.
           move 'N' to ws-rent-over.
           open input fs-arcman.
           perform forever
               read fs-arcman
                   at end exit perform
                   not at end
                       if fm-arc-release = ws-rel-number(ws-rel-i)
                       and fm-arc-kind-entries
                           perform load-release-entries
                       end-if
               end-read
           end-perform.
           close fs-arcman.
           move 'N' to ws-ref-match.
           if ws-rent-count not = ws-epl-count or ws-rent-over = 'Y'
               exit paragraph
           end-if.
           perform varying i from 1 by 1 until i > ws-epl-count
               perform varying ws-rent-i from 1 by 1
               until ws-rent-i > ws-rent-count
                   if ws-rent-name(ws-rent-i) = ws-epl-name(i)
                   and ws-rent-module(ws-rent-i) = ws-epl-module(i)
                       exit perform
                   end-if
               end-perform
               if ws-rent-i > ws-rent-count
                   exit paragraph
               end-if
           end-perform.
           move 'Y' to ws-ref-match.
       load-release-entries.
           move fm-arc-archived to ws-idx-in-name.
           open input fs-idx-in.
           perform forever
               read fs-idx-in
                   at end exit perform
                   not at end
                       if ws-rent-count < 1000
                           add 1 to ws-rent-count giving ws-rent-count
                           end-add
                           move xi-symbol-name
                               to ws-rent-name(ws-rent-count)
                           move fm-arc-module
                               to ws-rent-module(ws-rent-count)
                       else
                           move 'Y' to ws-rent-over
                       end-if
               end-read
           end-perform.
           close fs-idx-in.
      *One pass over release.arc: a purged release's files are
      *sized and deleted and its records go to history; every other
      *record goes to the work file that becomes release.arc
       remove-purged-releases.
           move ws-tmp-name to ws-txt-out-name.
           open input fs-arcman.
           open output fs-txt-out.
           open extend fs-arc-his.
           perform forever
               read fs-arcman
                   at end exit perform
                   not at end perform sort-manifest-record
               end-read
           end-perform.
           close fs-arcman, fs-txt-out, fs-arc-his.
           move ws-tmp-name to ws-txt-in-name.
           open input fs-txt-in.
           open output fs-arcman.
           perform forever
               read fs-txt-in
                   at end exit perform
                   not at end
                       move fs-txt-in-rec to fm-arc
                       write fm-arc end-write
               end-read
           end-perform.
           close fs-txt-in, fs-arcman.
           move ws-tmp-name to ws-del-name.
           call "CBL_DELETE_FILE" using ws-del-name end-call.
       sort-manifest-record.
           perform varying ws-rel-i from 1 by 1
           until ws-rel-i > ws-rel-count
               if ws-rel-number(ws-rel-i) = fm-arc-release
                   exit perform
               end-if
           end-perform.
           if ws-rel-i > ws-rel-count
           or ws-rel-verdict(ws-rel-i) not = 'P'
               move fm-arc to fs-txt-out-rec
               write fs-txt-out-rec end-write
               exit paragraph
           end-if.
           move fm-arc-archived to ws-del-name.
           perform delete-counted-file.
           add ws-file-bytes to ws-rel-bytes(ws-rel-i)
           giving ws-rel-bytes(ws-rel-i) end-add.
           write fs-arc-his-rec from fm-arc end-write.
           add length of fm-arc to ws-moved-bytes
           giving ws-moved-bytes end-add.
      *Size the file by reading it, then delete it. A file already
      *gone frees nothing and is no error; one that is there and will
      *not delete is.
       delete-counted-file.
           move ws-del-name to ws-bin-a-name.
           move 0 to ws-file-bytes.
           move 'N' to ws-a-eof.
           open input fs-bin-a.
           perform forever
               read fs-bin-a
                   at end exit perform
                   not at end
                       add 1 to ws-file-bytes giving ws-file-bytes
                       end-add
               end-read
           end-perform.
           close fs-bin-a.
           move 0 to return-code.
           call "CBL_DELETE_FILE" using ws-del-name end-call.
           if return-code = 0
               add ws-file-bytes to ws-freed-bytes
               giving ws-freed-bytes end-add
               add 1 to ws-del-count giving ws-del-count end-add
           else
               if ws-file-bytes > 0
                   add 1 to ws-hkp-error-count
                   giving ws-hkp-error-count end-add
                   move 'E' to ws-log-severity
                   move 4 to ws-log-msgno
                   string "could not delete " delimited by size
                       ws-del-name delimited by space
                       into ws-log-text
                   end-string
                   perform put-log-message
               end-if
           end-if.
       write-release-line.
           move spaces to ws-report-line.
           string "RELEASE  " delimited by size
               ws-rel-number(ws-rel-i) delimited by size
               " ARCHIVED " delimited by size
               ws-rel-date(ws-rel-i) delimited by size
               " FILES " delimited by size
               ws-rel-files(ws-rel-i) delimited by size
               "  " delimited by size
               into ws-report-line
           end-string.
           evaluate ws-rel-verdict(ws-rel-i)
               when 'P'
                   move "PURGED" to ws-report-line(46:6)
                   move ws-rel-bytes(ws-rel-i)
                       to ws-report-line(53:10)
                   move "BYTES" to ws-report-line(64:5)
               when 'R'
                   move "KEPT -- RETAINED" to ws-report-line(46:16)
               when 'B'
                   move "KEPT -- REFERENCED BY PROGRAM.BLD"
                       to ws-report-line(46:33)
               when 'E'
                   move "KEPT -- REFERENCED BY PROGRAM.EPL"
                       to ws-report-line(46:33)
               when other
                   move "KEPT -- WITHIN POLICY" to ws-report-line(46:21)
           end-evaluate.
           write fs-report-line from ws-report-line end-write.
      *Hand the message at hand to the run log writer -- see asmzx's
      *put-log-message
       put-log-message.
           move "ASMZHKP" to ws-log-program.
           move 0 to ws-log-line.
           call "asmxlog" using ws-log end-call.
           move spaces to ws-log-text.
       end program asmzhkp.
