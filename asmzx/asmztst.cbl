      *nightly build instead of someone reading program.trc by hand.
      *
      *test.cas record layout: columns 1-2 record kind, 3-42 text,
      *43-50, 51-58 and 59-66 three zero-padded numeric arguments
      *(the third used by SC alone).
      *  C   begin a case; the case name is in the text field
      *  PR  preset register     arg1=register  arg2=value
      *  PM  preset memory byte  arg1=address   arg2=byte value
      *  EM  expected memory     arg1=address   arg2=byte value
      *  ES  expected stop reason, in the text field (HALT, CYCLE
      *      LIMIT REACHED, and the other reasons asmzsim reports)
      *  SF  input port fixed value        arg1=port address
      *                                    arg2=value
      *  SS  next value in a port sequence arg1=port address
      *                                    arg2=value
      *  SC  port value change             arg1=port address
      *                                    arg2=value arg3=cycle
      *  EO  expected output port write    arg1=port address
      *                                    arg2=value
      *  EN  no output port writes expected
      *A case runs when the next C record (or end of file) is seen.
      *
      *The SF/SS/SC records become the case's program.stm stimulus
      *for asmzsim's input ports (see asstim.cpy). A case with EO
      *records is also judged on its output: its EO records, in
      *order, must match the writes asmzsim logged to program.iol
      *one for one -- a write missing, extra, to another port or of
      *another value is a mismatch. A case with an EN record is
      *judged the same way against no writes at all, so any write is
      *a mismatch; a case with neither is not judged on its output.
      *
      *asmzsim is cancelled between cases, the same way asmzbld
      *cancels asmzx between modules, so every case starts from the
      *simulator's initial state.
      *
      *Capture mode (ASMZTST_CAPTURE=YES) writes cases instead of
      *judging them, so a module gains a regression suite from a
      *build release engineering has signed off. It reads test.scn,
      *a list of scenarios in test.cas's own layout -- C to name a
      *scenario, PR/PM for its presets, and
      *  WM  watch memory        arg1=address
      *for every byte the scenario should pin down, plus SF/SS/SC
      *stimulus for its input ports -- runs each one through asmzsim,
      *and writes test.cap: for every scenario that stopped at HALT a
      *complete case group (C, its PR/PM presets and stimulus, ES
      *with the stop reason, ER for all sixteen registers, EM for
      *every watched byte and EO for every output port write in
      *program.iol, or EN when there were none). A capture run
      *replaces test.cap whole and leaves the hand cases in test.cas
      *alone; every test run judges test.cap's cases after test.cas's,
      *so the next night's run holds the build to the captured one.
      *Case names carry the release they were captured from
      *and its archive date, "rNNNN YYYYMMDD scenario", with the
      *release number taken from ASMZARC_RELEASE. The release must be
      *in release.arc, must have archived a binary, and every binary
      *and instruction file it archived must still be byte for byte
      *the file of the same name here -- otherwise the capture is
      *refused and no test.cap written, so a case is never stamped
      *with a release it was not captured from. A scenario that
      *stopped anywhere but HALT, or made more output port writes
      *than a case holds (200), is not baselined; program.tst lists
      *every scenario as captured or faulted, and the faulted count is
      *surfaced through return-code.
       identification division.
       program-id. asmztst.
       environment division.
       input-output section.
       file-control.
      *Test case file -- one group of records per case, in run order
      *-- test.cas, then test.cap (test.scn, the scenario list, in
      *capture mode)
           select optional fs-cases assign to dynamic ws-cases-name
           organization is line sequential.
      *Presets handed to the simulator, rewritten whole per case
           select optional fs-preset assign to "program.pre"
      *Machine state the simulator reports back
           select optional fs-post assign to "program.pst"
           organization is line sequential.
      *Input port stimulus handed to the simulator, rewritten whole
      *per case, and the output port writes it logged
           select optional fs-stimulus assign to "program.stm"
           organization is line sequential.
           select optional fs-iolog assign to "program.iol"
           organization is line sequential.
      *Test report
           select optional fs-report assign to "program.tst"
           organization is line sequential.
      *Capture mode: captured case groups out
           select optional fs-capture assign to "test.cap"
           organization is line sequential.
      *Archive manifest -- the captured release must be in it
           select optional fs-arcman assign to "release.arc"
           organization is line sequential.
      *The release's archived files and the current ones, compared
      *byte for byte
           select optional fs-bin-a assign to dynamic ws-bin-a-name
           organization is sequential.
           select optional fs-bin-b assign to dynamic ws-bin-b-name
           organization is sequential.
       data division.
       file section.
       fd  fs-cases.
           05 fs-case-text pic x(40).
           05 fs-case-arg1 pic 9(8).
           05 fs-case-arg2 pic 9(8).
           05 fs-case-arg3 pic 9(8).
       fd  fs-preset.
       copy "aststa.cpy" replacing ==:pref:== BY ==fp==.
       fd  fs-post.
       copy "aststa.cpy" replacing ==:pref:== BY ==fq==.
       fd  fs-report.
       01  fs-report-line pic x(100).
       fd  fs-capture.
       01  fs-cap-rec.
           05 fs-cap-kind pic x(2).
           05 fs-cap-text pic x(40).
           05 fs-cap-arg1 pic 9(8).
           05 fs-cap-arg2 pic 9(8).
      *Left blank but on SC records, like a hand-typed case
           05 fs-cap-arg3 pic x(8).
       fd  fs-arcman.
       copy "asarcm.cpy" replacing ==:pref:== BY ==fa==.
       fd  fs-stimulus.
       copy "asstim.cpy" replacing ==:pref:== BY ==fs==.
       fd  fs-iolog.
       copy "asiolg.cpy" replacing ==:pref:== BY ==fo==.
       fd  fs-bin-a.
       01  fs-bin-a-char usage binary-char unsigned.
       fd  fs-bin-b.
       01  fs-bin-b-char usage binary-char unsigned.
       working-storage section.
       01  i pic 9(4) comp.
       01  ws-cases-name pic x(12) value "test.cas".
       copy "aststa.cpy" replacing ==:pref:== BY ==ws==.
      *The case being collected -- presets and expectations buffered
      *until its last record has been read, then run as one unit
               10 ws-exp-kind pic x.
               10 ws-exp-arg1 pic 9(8).
               10 ws-exp-arg2 pic 9(8).
      *The case's input port stimulus and expected output writes
       01  ws-stim-count pic 9(4) value 0.
       01  ws-stim-i pic 9(4) comp.
       01  ws-stim-tab.
           05 ws-stim-ent occurs 100 times.
               10 ws-stim-kind pic x.
               10 ws-stim-addr pic 9(8).
               10 ws-stim-value pic 9(8).
               10 ws-stim-cycle pic 9(8).
       01  ws-eo-count pic 9(4) value 0.
       01  ws-eo-i pic 9(4) comp.
       01  ws-eo-tab.
           05 ws-eo-ent occurs 200 times.
               10 ws-eo-addr pic 9(8).
               10 ws-eo-value pic 9(8).
      *Set by an EO or EN record -- the case is judged on its output
       01  ws-out-judged pic x value 'N'.
           88 ws-out-is-judged value 'Y'.
       01  ws-exp-stop pic x(40) value spaces.
       01  ws-exp-stop-set pic x value 'N'.
           88 ws-exp-stop-is-set value 'Y'.
               10 ws-got-mem-addr pic 9(8).
               10 ws-got-mem-val pic 9(8).
       01  ws-got-val pic 9(8).
      *Output port writes read back from program.iol, in order
       01  ws-got-out-count pic 9(4) value 0.
       01  ws-got-out-i pic 9(4) comp.
       01  ws-got-out-tab.
           05 ws-got-out-ent occurs 200 times.
               10 ws-got-out-addr pic 9(8).
               10 ws-got-out-value pic 9(8).
       01  ws-got-out-full pic x value 'N'.
       01  ws-out-seq pic 9(4).
       01  ws-num8 pic 9(8).
      *Per-case and overall outcome
       01  ws-case-fails pic 9(4).
       01  ws-case-count pic 9(4) value 0.
       01  ws-fail-count pic 9(4) value 0.
      *Report line scratch
       01  ws-report-line pic x(100).
      *Capture mode -- the switch, the release being baselined, and
      *the scenario at hand's watched addresses
       01  ws-capture-env pic x(8) value spaces.
       01  ws-release-env pic x(8) value spaces.
       01  ws-release pic 9(4) value 0.
       01  ws-release-set pic x value 'N'.
           88 ws-release-is-set value 'Y'.
       01  ws-release-date pic 9(8) value 0.
       01  ws-digit pic 9(1).
       01  ws-watch-count pic 9(4) value 0.
       01  ws-watch-i pic 9(4) comp.
       01  ws-watch-tab.
           05 ws-watch-addr pic 9(8) occurs 100 times.
       01  ws-fault-count pic 9(4) value 0.
       01  ws-cap-count pic 9(4) value 0.
       01  ws-cap-name pic x(40).
      *Provenance check -- the release's archived binary and
      *instruction files against the current files of the same names
       01  ws-bin-a-name pic x(25).
       01  ws-bin-b-name pic x(25).
       01  ws-same pic x.
       01  ws-a-eof pic x.
       01  ws-b-eof pic x.
       01  ws-rel-bin-count pic 9(4) value 0.
       01  ws-rel-diff-count pic 9(4) value 0.
      *Run log message scratch -- see asmxlog
       copy "aslogm.cpy" replacing ==:pref:== BY ==ws==.
       procedure division.
           move spaces to ws-log-text.
           accept ws-capture-env from environment "ASMZTST_CAPTURE"
               end-accept
           if ws-capture-env = "YES" or ws-capture-env = "Y"
               perform capture-golden-master
               goback
           end-if.
           open output fs-report.
           move "REGRESSION TEST REPORT" to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           perform run-case-file.
      *Then the cases a capture run baselined, when there are any
           move "test.cap" to ws-cases-name.
           perform run-case-file.
      *The last case's presets must not leak into the next plain
      *smoke-test run -- asmzsim applies whatever program.pre holds
      *whenever the file exists, so leave it empty behind us
           open output fs-preset.
           close fs-preset.
           open output fs-stimulus.
           close fs-stimulus.
           perform write-overall-verdict.
           close fs-report.
           if ws-case-count = 0
               move 'E' to ws-log-severity
               move 1 to ws-log-msgno
               move "test.cas and test.cap name no cases"
                   to ws-log-text
               perform put-log-message
               move 1 to return-code
           else
               move ws-fail-count to return-code
           end-if.
           goback.
      *Run every case in the file ws-cases-name names; the last case
      *in it runs at end of file, so no case spans two files
       run-case-file.
           open input fs-cases.
           perform forever
               read fs-cases
                   at end exit perform
                   not at end perform collect-case-record
               end-read
           end-perform.
           close fs-cases.
           if ws-case-is-open
               perform run-one-case
               move 'N' to ws-case-open
           end-if.
       collect-case-record.
           evaluate fs-case-kind
               when "C "
               when "ES"
                   move fs-case-text to ws-exp-stop
                   set ws-exp-stop-is-set to true
               when "SF" perform collect-stimulus
               when "SS" perform collect-stimulus
               when "SC" perform collect-stimulus
               when "EO" perform collect-expected-output
               when "EN" set ws-out-is-judged to true
               when other
                   move 'W' to ws-log-severity
                   move 3 to ws-log-msgno
           move fs-case-text to ws-case-name.
           set ws-case-is-open to true.
           move 0 to ws-pre-count, ws-exp-count.
           move 0 to ws-stim-count, ws-eo-count.
           move 'N' to ws-out-judged.
           move spaces to ws-exp-stop.
           move 'N' to ws-exp-stop-set.
       collect-preset.
           end-if.
           move fs-case-arg1 to ws-exp-arg1(ws-exp-count).
           move fs-case-arg2 to ws-exp-arg2(ws-exp-count).
       collect-stimulus.
           if ws-stim-count >= 100
               move 'W' to ws-log-severity
               move 10 to ws-log-msgno
               string "too many stimulus records in case "
                   delimited by size
                   ws-case-name delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               exit paragraph
           end-if.
           add 1 to ws-stim-count giving ws-stim-count end-add.
           move fs-case-kind(2:1) to ws-stim-kind(ws-stim-count).
           move fs-case-arg1 to ws-stim-addr(ws-stim-count).
           move fs-case-arg2 to ws-stim-value(ws-stim-count).
           move 0 to ws-stim-cycle(ws-stim-count).
           if fs-case-kind = "SC"
               move fs-case-arg3 to ws-stim-cycle(ws-stim-count)
           end-if.
       collect-expected-output.
           if ws-eo-count >= 200
               move 'W' to ws-log-severity
               move 11 to ws-log-msgno
               string "too many expected outputs in case "
                   delimited by size
                   ws-case-name delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               exit paragraph
           end-if.
           set ws-out-is-judged to true.
           add 1 to ws-eo-count giving ws-eo-count end-add.
           move fs-case-arg1 to ws-eo-addr(ws-eo-count).
           move fs-case-arg2 to ws-eo-value(ws-eo-count).
      *Hand the case's presets (and a watch for every expected memory
      *byte) to the simulator, run it, and judge what came back
       run-one-case.
               end-if
           end-perform.
           close fs-preset.
      *Rewritten even when the case has no stimulus, so the last
      *case's never leaks into this one
           open output fs-stimulus.
           perform varying ws-stim-i from 1 by 1
           until ws-stim-i > ws-stim-count
               move ws-stim-kind(ws-stim-i) to fs-stim-kind
               move ws-stim-addr(ws-stim-i) to fs-stim-addr
               move ws-stim-value(ws-stim-i) to fs-stim-value
               move ws-stim-cycle(ws-stim-i) to fs-stim-cycle
               write fs-stim end-write
           end-perform.
           close fs-stimulus.
       read-post-state.
           move spaces to ws-got-stop.
           perform varying ws-exp-i from 1 by 1 until ws-exp-i > 16
               end-read
           end-perform.
           close fs-post.
           move 0 to ws-got-out-count.
           move 'N' to ws-got-out-full.
           open input fs-iolog.
           perform forever
               read fs-iolog
                   at end exit perform
                   not at end
                       if ws-got-out-count < 200
                           add 1 to ws-got-out-count
                           giving ws-got-out-count end-add
                           move fo-iolog-addr
                               to ws-got-out-addr(ws-got-out-count)
                           move fo-iolog-value
                               to ws-got-out-value(ws-got-out-count)
                       else
                           move 'Y' to ws-got-out-full
                       end-if
               end-read
           end-perform.
           close fs-iolog.
       read-post-record.
           evaluate true
               when ws-state-kind-stop
           until ws-exp-i > ws-exp-count
               perform judge-expectation
           end-perform.
           if ws-out-is-judged
               perform judge-output-sequence
           end-if.
           move spaces to ws-report-line.
           if ws-case-fails = 0
               string "  PASS" delimited by size
                   write fs-report-line from ws-report-line end-write
               end-if
           end-if.
      *The n-th EO record against the n-th logged write, then any
      *writes past the last EO
       judge-output-sequence.
           perform varying ws-eo-i from 1 by 1
           until ws-eo-i > ws-eo-count
               move ws-eo-i to ws-out-seq
               move spaces to ws-report-line
               if ws-eo-i > ws-got-out-count
                   add 1 to ws-case-fails giving ws-case-fails end-add
                   string "  OUTPUT " delimited by size
                       ws-out-seq delimited by size
                       " EXPECTED PORT " delimited by size
                       ws-eo-addr(ws-eo-i) delimited by size
                       " VALUE " delimited by size
                       ws-eo-value(ws-eo-i) delimited by size
                       " GOT NO WRITE" delimited by size
                       into ws-report-line
                   end-string
                   write fs-report-line from ws-report-line end-write
               else
                   if ws-eo-addr(ws-eo-i) not = ws-got-out-addr(ws-eo-i)
                   or ws-eo-value(ws-eo-i)
                       not = ws-got-out-value(ws-eo-i)
                       add 1 to ws-case-fails giving ws-case-fails
                       end-add
                       string "  OUTPUT " delimited by size
                           ws-out-seq delimited by size
                           " EXPECTED PORT " delimited by size
                           ws-eo-addr(ws-eo-i) delimited by size
                           " VALUE " delimited by size
                           ws-eo-value(ws-eo-i) delimited by size
                           " GOT " delimited by size
                           ws-got-out-addr(ws-eo-i) delimited by size
                           " VALUE " delimited by size
                           ws-got-out-value(ws-eo-i) delimited by size
                           into ws-report-line
                       end-string
                       write fs-report-line from ws-report-line
                       end-write
                   end-if
               end-if
           end-perform.
           perform varying ws-got-out-i from ws-eo-i by 1
           until ws-got-out-i > ws-got-out-count
               add 1 to ws-case-fails giving ws-case-fails end-add
               move ws-got-out-i to ws-out-seq
               move spaces to ws-report-line
               string "  OUTPUT " delimited by size
                   ws-out-seq delimited by size
                   " UNEXPECTED WRITE PORT " delimited by size
                   ws-got-out-addr(ws-got-out-i) delimited by size
                   " VALUE " delimited by size
                   ws-got-out-value(ws-got-out-i) delimited by size
                   into ws-report-line
               end-string
               write fs-report-line from ws-report-line end-write
           end-perform.
           if ws-got-out-full = 'Y'
               add 1 to ws-case-fails giving ws-case-fails end-add
               move "  OUTPUT PAST 200 WRITES -- REST NOT JUDGED"
                   to ws-report-line
               write fs-report-line from ws-report-line end-write
           end-if.
       write-overall-verdict.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
               end-string
           end-if.
           write fs-report-line from ws-report-line end-write.
      *Capture mode: run every scenario in test.scn and baseline
      *the ones that halt
       capture-golden-master.
           perform get-release-number.
           if not ws-release-is-set
               move 'E' to ws-log-severity
               move 6 to ws-log-msgno
               move "ASMZARC_RELEASE names no release number"
                   to ws-log-text
               perform put-log-message
               move 1 to return-code
               exit paragraph
           end-if.
           perform find-release-date.
           if ws-release-date = 0
               move 'E' to ws-log-severity
               move 7 to ws-log-msgno
               string "release " delimited by size
                   ws-release delimited by size
                   " is not in release.arc" delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               move 1 to return-code
               exit paragraph
           end-if.
           perform check-release-files.
           if ws-rel-bin-count = 0 or ws-rel-diff-count > 0
               move 'E' to ws-log-severity
               move 14 to ws-log-msgno
               if ws-rel-bin-count = 0
                   string "release " delimited by size
                       ws-release delimited by size
                       " archived no binary, capture refused"
                       delimited by size
                       into ws-log-text
                   end-string
               else
                   string ws-rel-diff-count delimited by size
                       " files differ from release " delimited by size
                       ws-release delimited by size
                       ", capture refused" delimited by size
                       into ws-log-text
                   end-string
               end-if
               perform put-log-message
               move 1 to return-code
               exit paragraph
           end-if.
           move "test.scn" to ws-cases-name.
           open input fs-cases.
           open output fs-capture.
           open output fs-report.
           move spaces to ws-report-line.
           string "GOLDEN-MASTER CAPTURE REPORT  RELEASE "
               delimited by size
               ws-release delimited by size
               " (" delimited by size
               ws-release-date delimited by size
               ")" delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           perform forever
               read fs-cases
                   at end exit perform
                   not at end perform collect-scenario-record
               end-read
           end-perform.
           close fs-cases.
           if ws-case-is-open
               perform capture-one-scenario
           end-if.
           open output fs-preset.
           close fs-preset.
           open output fs-stimulus.
           close fs-stimulus.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move spaces to ws-report-line.
           string "CAPTURED " delimited by size
               ws-cap-count delimited by size
               " OF " delimited by size
               ws-case-count delimited by size
               " SCENARIOS, " delimited by size
               ws-fault-count delimited by size
               " FAULTED" delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           close fs-capture, fs-report.
           if ws-case-count = 0
               move 'E' to ws-log-severity
               move 8 to ws-log-msgno
               move "test.scn names no scenarios" to ws-log-text
               perform put-log-message
               move 1 to return-code
               exit paragraph
           end-if.
      *Faulted scenarios are errors the operator must see; a clean
      *capture is informational
           if ws-fault-count > 0
               move 'E' to ws-log-severity
           else
               move 'I' to ws-log-severity
           end-if.
           move 9 to ws-log-msgno.
           string ws-cap-count delimited by size
               " OF " delimited by size
               ws-case-count delimited by size
               " SCENARIOS CAPTURED, " delimited by size
               ws-fault-count delimited by size
               " FAULTED" delimited by size
               into ws-log-text
           end-string.
           perform put-log-message.
      *Set last -- a CALL (asmxlog included) replaces RETURN-CODE
      *with the called program's own, zero when it sets none
           move ws-fault-count to return-code.
       get-release-number.
           accept ws-release-env from environment "ASMZARC_RELEASE"
               end-accept
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
      *The release's archive date -- its last snapshot's, when it
      *was snapshotted more than once; zero when it never was
       find-release-date.
           move 0 to ws-release-date.
           open input fs-arcman.
           perform forever
               read fs-arcman
                   at end exit perform
                   not at end
                       if fa-arc-release = ws-release
                           move fa-arc-date to ws-release-date
                       end-if
               end-read
           end-perform.
           close fs-arcman.
      *Every binary and instruction file the release archived must
      *be byte for byte the current file of the same name -- the
      *build in hand is the signed-off one, or nothing is captured
       check-release-files.
           move 0 to ws-rel-bin-count, ws-rel-diff-count.
           open input fs-arcman.
           perform forever
               read fs-arcman
                   at end exit perform
                   not at end
                       if fa-arc-release = ws-release
                       and (fa-arc-kind-binary or fa-arc-kind-insns)
                           perform check-release-file
                       end-if
               end-read
           end-perform.
           close fs-arcman.
       check-release-file.
           if fa-arc-kind-binary
               add 1 to ws-rel-bin-count giving ws-rel-bin-count
               end-add
           end-if.
           move fa-arc-archived to ws-bin-a-name.
           move fa-arc-original to ws-bin-b-name.
           perform compare-binary-files.
           if ws-same not = 'Y'
               add 1 to ws-rel-diff-count giving ws-rel-diff-count
               end-add
               move 'E' to ws-log-severity
               move 13 to ws-log-msgno
               string fa-arc-original delimited by space
                   " is not the file archived as " delimited by size
                   fa-arc-archived delimited by space
                   into ws-log-text
               end-string
               perform put-log-message
           end-if.
      *The same byte-for-byte comparison as asmzhkp's
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
      *Scenario records reuse the case collector's tables: presets
      *as for a case, WM into the watch list
       collect-scenario-record.
           evaluate fs-case-kind
               when "C "
                   if ws-case-is-open
                       perform capture-one-scenario
                   end-if
                   perform begin-case
                   move 0 to ws-watch-count
               when "PR" perform collect-preset
               when "PM" perform collect-preset
               when "SF" perform collect-stimulus
               when "SS" perform collect-stimulus
               when "SC" perform collect-stimulus
               when "WM"
                   if ws-watch-count < 100
                       add 1 to ws-watch-count giving ws-watch-count
                       end-add
                       move fs-case-arg1
                           to ws-watch-addr(ws-watch-count)
                   end-if
               when other
                   move 'W' to ws-log-severity
                   move 15 to ws-log-msgno
                   string "unrecognized test record " delimited by size
                       fs-case-kind delimited by size
                       into ws-log-text
                   end-string
                   perform put-log-message
           end-evaluate.
      *Run the scenario exactly as a case would run, then write its
      *case group -- or, when it did not halt, only its fault
       capture-one-scenario.
           add 1 to ws-case-count giving ws-case-count end-add.
           move 0 to ws-exp-count.
           perform varying ws-watch-i from 1 by 1
           until ws-watch-i > ws-watch-count
               add 1 to ws-exp-count giving ws-exp-count end-add
               move 'M' to ws-exp-kind(ws-exp-count)
               move ws-watch-addr(ws-watch-i)
                   to ws-exp-arg1(ws-exp-count)
               move 0 to ws-exp-arg2(ws-exp-count)
           end-perform.
           perform write-preset-file.
           move 0 to return-code.
           call "asmzsim" end-call.
           move 0 to return-code.
           cancel "asmzsim".
           perform read-post-state.
           move spaces to ws-report-line.
           if ws-got-stop not = "HALT"
               add 1 to ws-fault-count giving ws-fault-count end-add
               string "FAULTED  " delimited by size
                   ws-case-name delimited by size
                   " STOP " delimited by size
                   ws-got-stop delimited by size
                   into ws-report-line
               end-string
               write fs-report-line from ws-report-line end-write
               exit paragraph
           end-if.
      *More writes than a case can hold would baseline a case that
      *fails on every run, so it is a fault like any other
           if ws-got-out-full = 'Y'
               add 1 to ws-fault-count giving ws-fault-count end-add
               string "FAULTED  " delimited by size
                   ws-case-name delimited by size
                   " OUTPUT PAST 200 WRITES" delimited by size
                   into ws-report-line
               end-string
               write fs-report-line from ws-report-line end-write
               exit paragraph
           end-if.
           add 1 to ws-cap-count giving ws-cap-count end-add.
           move spaces to ws-cap-name.
           string "r" delimited by size
               ws-release delimited by size
               " " delimited by size
               ws-release-date delimited by size
               " " delimited by size
               ws-case-name delimited by size
               into ws-cap-name
           end-string.
           string "CAPTURED " delimited by size
               ws-cap-name delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           perform write-case-group.
       write-case-group.
           move "C " to fs-cap-kind.
           move ws-cap-name to fs-cap-text.
           move 0 to fs-cap-arg1, fs-cap-arg2.
           move spaces to fs-cap-arg3.
           write fs-cap-rec end-write.
           perform varying ws-pre-i from 1 by 1
           until ws-pre-i > ws-pre-count
               if ws-pre-kind(ws-pre-i) = 'R'
                   move "PR" to fs-cap-kind
               else
                   move "PM" to fs-cap-kind
               end-if
               move spaces to fs-cap-text
               move ws-pre-arg1(ws-pre-i) to fs-cap-arg1
               move ws-pre-arg2(ws-pre-i) to fs-cap-arg2
               write fs-cap-rec end-write
           end-perform.
           perform varying ws-stim-i from 1 by 1
           until ws-stim-i > ws-stim-count
               move 'S' to fs-cap-kind(1:1)
               move ws-stim-kind(ws-stim-i) to fs-cap-kind(2:1)
               move spaces to fs-cap-text
               move ws-stim-addr(ws-stim-i) to fs-cap-arg1
               move ws-stim-value(ws-stim-i) to fs-cap-arg2
               if ws-stim-kind(ws-stim-i) = 'C'
                   move ws-stim-cycle(ws-stim-i) to ws-num8
                   move ws-num8 to fs-cap-arg3
               end-if
               write fs-cap-rec end-write
               move spaces to fs-cap-arg3
           end-perform.
           move "ES" to fs-cap-kind.
           move ws-got-stop to fs-cap-text.
           move 0 to fs-cap-arg1, fs-cap-arg2.
           write fs-cap-rec end-write.
           perform varying i from 1 by 1 until i > 16
               move "ER" to fs-cap-kind
               move spaces to fs-cap-text
               subtract 1 from i giving fs-cap-arg1 end-subtract
               move ws-got-reg(i) to fs-cap-arg2
               write fs-cap-rec end-write
           end-perform.
           perform varying ws-got-mem-i from 1 by 1
           until ws-got-mem-i > ws-got-mem-count
               move "EM" to fs-cap-kind
               move spaces to fs-cap-text
               move ws-got-mem-addr(ws-got-mem-i) to fs-cap-arg1
               move ws-got-mem-val(ws-got-mem-i) to fs-cap-arg2
               write fs-cap-rec end-write
           end-perform.
      *No writes is captured as such, so a build that starts writing
      *to a port fails the case
           if ws-got-out-count = 0
               move "EN" to fs-cap-kind
               move spaces to fs-cap-text
               move 0 to fs-cap-arg1, fs-cap-arg2
               write fs-cap-rec end-write
           end-if.
           perform varying ws-got-out-i from 1 by 1
           until ws-got-out-i > ws-got-out-count
               move "EO" to fs-cap-kind
               move spaces to fs-cap-text
               move ws-got-out-addr(ws-got-out-i) to fs-cap-arg1
               move ws-got-out-value(ws-got-out-i) to fs-cap-arg2
               write fs-cap-rec end-write
           end-perform.
      *Hand the message at hand to the run log writer -- see asmzx's
      *put-log-message
       put-log-message.
