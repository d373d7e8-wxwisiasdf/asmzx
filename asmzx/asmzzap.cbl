      ******************************************************************
      *Symbolic field-patch (ZAP) utility
      *
      *asmzcmp audits a field patch after the fact, but the patch
      *itself used to be made by hex-editing program.bin, with nothing
      *to check that the bytes replaced were the ones expected. This
      *program applies a patch from patch.ctl:
      *
      *  PATCH    the patch ID, columns 9-20 -- one per file
      *  VERIFY   the bytes that must already be at the location
      *  REPLACE  the bytes to put there
      *
      *VERIFY and REPLACE carry the location in columns 9-28 and the
      *bytes in columns 29-92 as hex digit pairs, up to 32 bytes. A
      *location is a label, a label plus a decimal offset (LOOP+3),
      *or an absolute decimal address (all digits). Labels resolve
      *through program.sym -- or, with ASMZZAP_LINKED=YES in the
      *environment, through the entry points of program.map, the
      *addresses a linked image actually has. A '*' in column 1 marks
      *a comment record.
      *
      *Every VERIFY is checked before any REPLACE is applied, and a
      *single problem anywhere rejects the whole patch with nothing
      *written: a VERIFY whose bytes are not there, a location that
      *will not resolve, or a REPLACE that would write past the end of
      *the image, into $S reserve space or into $ORG padding (bytes no
      *assembled record covers). Where bytes lie is taken from
      *program.ins -- or, linked, from every module's instruction
      *file through link.ctl, rebased by its placement in
      *program.map, as asmzmem lays them out.
      *
      *An applied patch rewrites program.bin, appends one line per
      *REPLACE (date, time, patch ID, address, old and new bytes) to
      *patch.log, the permanent patch log, and appends a record to
      *program.aud -- so the audit trail shows the shipped binary is
      *no longer exactly what the assembler built. Every run writes
      *program.zap, statement by statement, and surfaces its error
      *count through return-code.
       identification division.
       program-id. asmzzap.
       environment division.
       input-output section.
       file-control.
      *Patch control file
           select fs-patch assign to "patch.ctl"
           organization is line sequential.
      *Image being patched, read whole and rewritten whole
           select optional fs-binary assign to "program.bin"
           organization is sequential.
      *Single-module layout and labels
           select optional fs-insns assign to dynamic ws-ins-file
           organization is line sequential.
           select optional fs-symbols assign to "program.sym"
           organization is indexed
           access is sequential
           record key is fs-symbol-name.
      *Linked layout -- module files and where they were placed
           select optional fs-control assign to "link.ctl"
           organization is line sequential.
           select optional fs-map assign to "program.map"
           organization is line sequential.
      *Permanent patch log -- appended to, never recreated
           select optional fs-patchlog assign to "patch.log"
           organization is line sequential.
      *Audit trail
           select optional fs-audit assign to "program.aud"
           organization is line sequential.
      *Patch report
           select optional fs-report assign to "program.zap"
           organization is line sequential.
       data division.
       file section.
       fd  fs-patch.
       01  fs-patch-rec.
           05 fs-zap-verb pic x(8).
           05 fs-zap-loc pic x(20).
           05 fs-zap-hex pic x(64).
       fd  fs-binary.
       01  fs-binary-char usage binary-char unsigned.
       fd  fs-insns.
       copy "asinsn.cpy" replacing ==:pref:== BY ==fs==.
       fd  fs-symbols.
       copy "assymb.cpy" replacing ==:pref:== BY ==fs==.
       fd  fs-control.
       01  fs-control-rec.
           05 fs-control-module pic x(12).
           05 fs-control-ins pic x(20).
           05 fs-control-sym pic x(20).
           05 fs-control-ent pic x(20).
       fd  fs-map.
       01  fs-map-line pic x(100).
       fd  fs-patchlog.
       01  fs-patchlog-rec pic x(180).
       fd  fs-audit.
       copy "asaudt.cpy" replacing ==:pref:== BY ==fa==.
       fd  fs-report.
       01  fs-report-line pic x(132).
       working-storage section.
       copy "asinsn.cpy" replacing ==:pref:== BY ==ws==.
       copy "asaudt.cpy" replacing ==:pref:== BY ==ws==.
       01  i pic 9(4) comp.
       01  j pic 9(4) comp.
      *Linked-image switch -- set ASMZZAP_LINKED=YES to resolve
      *labels through program.map and lay the image out from link.ctl
       01  ws-linked-env pic x(3) value spaces.
       01  ws-linked-flag pic x value 'N'.
           88 ws-linked-run value 'Y'.
      *The image, and what every byte of it is: C assembled content,
      *R $S reserve, space $ORG padding
       01  ws-img-size pic 9(8) value 0.
       01  ws-img-tab.
           05 ws-img-byte pic 9(3) occurs 65536 times.
       01  ws-occ-tab.
           05 ws-occ-kind pic x occurs 65536 times.
       01  ws-span-addr pic 9(8).
       01  ws-span-len pic 9(8).
       01  ws-span-i pic 9(8).
      *Module table for a linked image -- up to 20, as asmzlnk
       01  ws-mod-count pic 9(2) value 0.
       01  ws-mod-cur pic 9(2).
       01  ws-mod-tab.
           05 ws-mod-ent occurs 20 times.
               10 ws-mod-name pic x(12).
               10 ws-mod-ins-name pic x(20).
               10 ws-mod-offset pic 9(8).
               10 ws-mod-placed pic x.
       01  ws-ins-file pic x(20).
      *Map parsing state
       01  ws-map-state pic x value 'H'.
           88 ws-map-in-header value 'H'.
           88 ws-map-in-modules value 'M'.
           88 ws-map-between value 'B'.
           88 ws-map-in-entries value 'E'.
           88 ws-map-done value 'D'.
       01  ws-map-name pic x(12).
       01  ws-map-base pic 9(8).
       01  ws-map-origin pic 9(8).
      *Labels patch locations resolve through
       01  ws-lab-count pic 9(4) value 0.
       01  ws-lab-i pic 9(4) comp.
       01  ws-lab-tab.
           05 ws-lab-ent occurs 1000 times.
               10 ws-lab-name pic x(12).
               10 ws-lab-addr pic 9(8).
      *Patch statements -- up to 50. The verdict is blank while the
      *statement stands and names the problem once it does not.
       01  ws-patch-id pic x(12) value spaces.
       01  ws-stm-count pic 9(4) value 0.
       01  ws-stm-i pic 9(4) comp.
       01  ws-stm-tab.
           05 ws-stm-ent occurs 50 times.
               10 ws-stm-verb pic x(8).
               10 ws-stm-loc pic x(20).
               10 ws-stm-addr pic 9(8).
               10 ws-stm-len pic 9(2).
               10 ws-stm-byte pic 9(3) occurs 32 times.
               10 ws-stm-old pic 9(3) occurs 32 times.
               10 ws-stm-verdict pic x(40).
       01  ws-replace-count pic 9(4) value 0.
       01  ws-zap-error-count pic 9(4) value 0.
       01  ws-zap-bytes pic 9(8) value 0.
       01  ws-zap-low pic 9(8) value 0.
      *Location parsing scratch
       01  ws-loc-text pic x(20).
       01  ws-loc-plus pic 9(4) comp.
       01  ws-loc-digits pic x.
       01  ws-loc-label pic x(12).
       01  ws-loc-offset pic 9(8).
       01  ws-loc-abs pic 9(8).
       01  ws-loc-addr pic 9(8).
       01  ws-loc-ok pic x.
       01  ws-digit pic 9.
      *Hex conversion
       01  ws-hex-digits pic x(16) value "0123456789ABCDEF".
       01  ws-hex-text pic x(64).
       01  ws-hex-hi pic 9(2).
       01  ws-hex-lo pic 9(2).
       01  ws-hex-val pic 9(3).
       01  ws-hex-ok pic x.
       01  ws-hex-out pic x(64).
       01  ws-hex-old-out pic x(64).
       01  ws-hex-pos pic 9(4) comp.
      *Where a byte being checked lies
       01  ws-chk-addr pic 9(8).
      *Run date and time
       01  ws-run-date pic 9(8).
       01  ws-time-raw pic 9(8).
       01  ws-run-time pic 9(6).
      *Report line scratch
       01  ws-report-line pic x(132).
      *Run log message scratch -- see asmxlog
       copy "aslogm.cpy" replacing ==:pref:== BY ==ws==.
       procedure division.
           move spaces to ws-log-text.
           accept ws-run-date from date yyyymmdd end-accept.
           accept ws-time-raw from time end-accept.
           move ws-time-raw(1:6) to ws-run-time.
           accept ws-linked-env from environment "ASMZZAP_LINKED"
               end-accept
           if ws-linked-env = "YES" or ws-linked-env = "Y"
               set ws-linked-run to true
           end-if.
           perform load-image.
           perform varying ws-span-i from 1 by 1
           until ws-span-i > 65536
               move ' ' to ws-occ-kind(ws-span-i)
           end-perform.
           if ws-linked-run
               perform load-linked-layout
           else
               perform load-module-layout
           end-if.
           open input fs-patch.
           perform forever
               read fs-patch
                   at end exit perform
                   not at end perform load-patch-statement
               end-read
           end-perform.
           close fs-patch.
           if ws-patch-id = spaces
               move 'E' to ws-log-severity
               move 1 to ws-log-msgno
               move "patch.ctl carries no PATCH id" to ws-log-text
               perform put-log-message
               add 1 to ws-zap-error-count giving ws-zap-error-count
               end-add
           end-if.
           if ws-replace-count = 0
               move 'E' to ws-log-severity
               move 2 to ws-log-msgno
               move "patch.ctl carries no REPLACE" to ws-log-text
               perform put-log-message
               add 1 to ws-zap-error-count giving ws-zap-error-count
               end-add
           end-if.
      *Every statement is checked against the image as it stands,
      *VERIFYs and REPLACE targets alike, before anything changes
           perform varying ws-stm-i from 1 by 1
           until ws-stm-i > ws-stm-count
               if ws-stm-verdict(ws-stm-i) = spaces
                   perform check-statement
               end-if
               if ws-stm-verdict(ws-stm-i) not = spaces
                   add 1 to ws-zap-error-count
                   giving ws-zap-error-count end-add
               end-if
           end-perform.
           if ws-zap-error-count = 0
               perform apply-patch
           end-if.
           perform write-patch-report.
           if ws-patch-id not = spaces
               perform write-audit-record
           end-if.
      *A rejected patch is an error the operator must see; an
      *applied one is informational
           if ws-zap-error-count > 0
               move 'E' to ws-log-severity
               move 3 to ws-log-msgno
               string "patch " delimited by size
                   ws-patch-id delimited by space
                   " rejected, errors: " delimited by size
                   ws-zap-error-count delimited by size
                   into ws-log-text
               end-string
           else
               move 'I' to ws-log-severity
               move 3 to ws-log-msgno
               string "patch " delimited by size
                   ws-patch-id delimited by space
                   " applied, bytes replaced: " delimited by size
                   ws-zap-bytes delimited by size
                   into ws-log-text
               end-string
           end-if.
           perform put-log-message.
      *Set last -- a CALL (asmxlog included) replaces RETURN-CODE
      *with the called program's own, zero when it sets none
           move ws-zap-error-count to return-code.
           goback.
       load-image.
           move 0 to ws-img-size.
           open input fs-binary.
           perform forever
               read fs-binary
                   at end exit perform
                   not at end
                       if ws-img-size < 65536
                           add 1 to ws-img-size giving ws-img-size
                           end-add
                           move fs-binary-char
                               to ws-img-byte(ws-img-size)
                       end-if
               end-read
           end-perform.
           close fs-binary.
      *Single module: program.ins for the layout, program.sym for the
      *labels (an external has no address of its own here)
       load-module-layout.
           move "program.ins" to ws-ins-file.
           move 0 to ws-mod-cur.
           perform occupy-instruction-file.
           open input fs-symbols.
           perform forever
               read fs-symbols
                   at end exit perform
                   not at end
                       if not fs-symbol-type-external
                           move fs-symbol-name to ws-map-name
                           move fs-symbol-addr to ws-map-base
                           perform add-label
                       end-if
               end-read
           end-perform.
           close fs-symbols.
      *Linked image: link.ctl names the modules, program.map says
      *where each landed and carries the placed entry points
       load-linked-layout.
           open input fs-control.
           perform forever
               read fs-control
                   at end exit perform
                   not at end perform load-control-entry
               end-read
           end-perform.
           close fs-control.
           open input fs-map.
           perform forever
               read fs-map
                   at end exit perform
                   not at end perform read-map-line
               end-read
           end-perform.
           close fs-map.
           perform varying ws-mod-cur from 1 by 1
           until ws-mod-cur > ws-mod-count
               if ws-mod-placed(ws-mod-cur) = 'Y'
                   move ws-mod-ins-name(ws-mod-cur) to ws-ins-file
                   perform occupy-instruction-file
               else
                   move 'W' to ws-log-severity
                   move 4 to ws-log-msgno
                   string "module " delimited by size
                       ws-mod-name(ws-mod-cur) delimited by space
                       " is not in program.map, its bytes count as "
                       delimited by size
                       "padding" delimited by size
                       into ws-log-text
                   end-string
                   perform put-log-message
               end-if
           end-perform.
       load-control-entry.
           if fs-control-module = spaces or ws-mod-count >= 20
               exit paragraph
           end-if.
           add 1 to ws-mod-count giving ws-mod-count end-add.
           move fs-control-module to ws-mod-name(ws-mod-count).
           move fs-control-ins to ws-mod-ins-name(ws-mod-count).
           move 0 to ws-mod-offset(ws-mod-count).
           move 'N' to ws-mod-placed(ws-mod-count).
      *Module lines follow the MODULE header up to the first blank
      *line; entry lines follow ENTRY POINTS up to the next, in the
      *columns asmzlnk's write-map-module and write-map-entry use
       read-map-line.
           evaluate true
               when ws-map-done
                   continue
               when ws-map-in-header
                   if fs-map-line(1:6) = "MODULE"
                       set ws-map-in-modules to true
                   end-if
               when ws-map-in-modules and fs-map-line = spaces
                   set ws-map-between to true
               when ws-map-in-modules
                   move fs-map-line(1:12) to ws-map-name
                   move fs-map-line(14:8) to ws-map-base
                   move fs-map-line(23:8) to ws-map-origin
                   perform place-map-module
               when ws-map-between
                   if fs-map-line(1:12) = "ENTRY POINTS"
                       set ws-map-in-entries to true
                   end-if
               when fs-map-line = spaces
                   set ws-map-done to true
               when other
                   move fs-map-line(3:12) to ws-map-name
                   move fs-map-line(16:8) to ws-map-base
                   perform add-label
           end-evaluate.
       place-map-module.
           perform varying ws-mod-cur from 1 by 1
           until ws-mod-cur > ws-mod-count
               if ws-mod-name(ws-mod-cur) = ws-map-name
                   subtract ws-map-origin from ws-map-base
                       giving ws-mod-offset(ws-mod-cur)
                   end-subtract
                   move 'Y' to ws-mod-placed(ws-mod-cur)
                   exit perform
               end-if
           end-perform.
       add-label.
           if ws-lab-count >= 1000
               exit paragraph
           end-if.
           add 1 to ws-lab-count giving ws-lab-count end-add.
           move ws-map-name to ws-lab-name(ws-lab-count).
           move ws-map-base to ws-lab-addr(ws-lab-count).
      *Lay one instruction file's records into the byte kinds,
      *rebased by the module's placement when linked. A code record
      *with its RRRR prefix flagged carries one byte more.
       occupy-instruction-file.
           open input fs-insns.
           perform forever
               read fs-insns
                   at end exit perform
                   not at end
                       move fs-insn to ws-insn
                       perform occupy-record
               end-read
           end-perform.
           close fs-insns.
       occupy-record.
           move ws-insn-addr to ws-span-addr.
           if ws-mod-cur > 0
               add ws-mod-offset(ws-mod-cur) to ws-span-addr
               giving ws-span-addr end-add
           end-if.
           move ws-insn-len to ws-span-len.
           if ws-insn-kind-code and ws-insn-rrrr-set
               add 1 to ws-span-len giving ws-span-len end-add
           end-if.
           perform varying ws-span-i from ws-span-addr by 1
           until ws-span-i >= ws-span-addr + ws-span-len
           or ws-span-i >= 65536
               if ws-insn-kind-reserve
                   move 'R' to ws-occ-kind(ws-span-i + 1)
               else
                   move 'C' to ws-occ-kind(ws-span-i + 1)
               end-if
           end-perform.
      *One patch.ctl record: the PATCH id, or a VERIFY/REPLACE
      *statement resolved to an address and its bytes
       load-patch-statement.
           if fs-patch-rec(1:1) = '*' or fs-patch-rec = spaces
               exit paragraph
           end-if.
           if fs-zap-verb = "PATCH"
               if ws-patch-id not = spaces
                   move 'E' to ws-log-severity
                   move 5 to ws-log-msgno
                   move "patch.ctl carries a second PATCH id, ignored"
                       to ws-log-text
                   perform put-log-message
                   add 1 to ws-zap-error-count
                   giving ws-zap-error-count end-add
               else
                   move fs-zap-loc(1:12) to ws-patch-id
               end-if
               exit paragraph
           end-if.
           if ws-stm-count >= 50
               move 'E' to ws-log-severity
               move 6 to ws-log-msgno
               move "patch.ctl carries over 50 statements"
                   to ws-log-text
               perform put-log-message
               add 1 to ws-zap-error-count giving ws-zap-error-count
               end-add
               exit paragraph
           end-if.
           add 1 to ws-stm-count giving ws-stm-count end-add.
           move ws-stm-count to ws-stm-i.
           initialize ws-stm-ent(ws-stm-i).
           move fs-zap-verb to ws-stm-verb(ws-stm-i).
           move fs-zap-loc to ws-stm-loc(ws-stm-i).
           evaluate fs-zap-verb
               when "VERIFY"
                   continue
               when "REPLACE"
                   add 1 to ws-replace-count giving ws-replace-count
                   end-add
               when other
                   move "UNKNOWN STATEMENT" to ws-stm-verdict(ws-stm-i)
                   exit paragraph
           end-evaluate.
           move fs-zap-loc to ws-loc-text.
           perform resolve-location.
           if ws-loc-ok not = 'Y'
               exit paragraph
           end-if.
           move ws-loc-addr to ws-stm-addr(ws-stm-i).
           move fs-zap-hex to ws-hex-text.
           perform parse-hex-bytes.
      *Label, label+offset, or all digits for an absolute address
       resolve-location.
           move 'Y' to ws-loc-ok.
           move 0 to ws-loc-plus, ws-loc-offset, ws-loc-abs.
           move 'Y' to ws-loc-digits.
           if ws-loc-text = spaces
               move "NO LOCATION" to ws-stm-verdict(ws-stm-i)
               move 'N' to ws-loc-ok
               exit paragraph
           end-if.
           perform varying i from 1 by 1
           until i > 20 or ws-loc-text(i:1) = ' '
               evaluate true
                   when ws-loc-text(i:1) = '+' and ws-loc-plus = 0
                       move i to ws-loc-plus
                   when ws-loc-text(i:1) >= '0'
                   and ws-loc-text(i:1) <= '9'
                       move ws-loc-text(i:1) to ws-digit
                       if ws-loc-plus = 0
                           multiply ws-loc-abs by 10 giving ws-loc-abs
                           end-multiply
                           add ws-digit to ws-loc-abs giving ws-loc-abs
                           end-add
                       else
                           multiply ws-loc-offset by 10
                               giving ws-loc-offset
                           end-multiply
                           add ws-digit to ws-loc-offset
                               giving ws-loc-offset
                           end-add
                       end-if
                   when ws-loc-plus > 0
                       move "BAD OFFSET" to ws-stm-verdict(ws-stm-i)
                       move 'N' to ws-loc-ok
                       exit paragraph
                   when other
                       move 'N' to ws-loc-digits
               end-evaluate
           end-perform.
           if ws-loc-plus = 0 and ws-loc-digits = 'Y'
               move ws-loc-abs to ws-loc-addr
               exit paragraph
           end-if.
           move spaces to ws-loc-label.
           if ws-loc-plus = 0
               move ws-loc-text to ws-loc-label
           else
               if ws-loc-plus > 1
                   move ws-loc-text(1:ws-loc-plus - 1) to ws-loc-label
               end-if
           end-if.
           perform varying ws-lab-i from 1 by 1
           until ws-lab-i > ws-lab-count
               if ws-lab-name(ws-lab-i) = ws-loc-label
                   exit perform
               end-if
           end-perform.
           if ws-lab-i > ws-lab-count
               move "UNKNOWN LABEL" to ws-stm-verdict(ws-stm-i)
               move 'N' to ws-loc-ok
               exit paragraph
           end-if.
           add ws-lab-addr(ws-lab-i) to ws-loc-offset
               giving ws-loc-addr
           end-add.
      *Hex digit pairs up to the first blank, upper or lower case
       parse-hex-bytes.
           inspect ws-hex-text converting "abcdef" to "ABCDEF".
           move 'Y' to ws-hex-ok.
           perform varying i from 1 by 2
           until i > 63 or ws-hex-text(i:1) = ' '
               move 99 to ws-hex-hi, ws-hex-lo
               perform varying j from 1 by 1 until j > 16
                   if ws-hex-digits(j:1) = ws-hex-text(i:1)
                       subtract 1 from j giving ws-hex-hi end-subtract
                   end-if
                   if ws-hex-digits(j:1) = ws-hex-text(i + 1:1)
                       subtract 1 from j giving ws-hex-lo end-subtract
                   end-if
               end-perform
               if ws-hex-hi = 99 or ws-hex-lo = 99
                   move 'N' to ws-hex-ok
                   exit perform
               end-if
               multiply ws-hex-hi by 16 giving ws-hex-val
               end-multiply
               add ws-hex-lo to ws-hex-val giving ws-hex-val end-add
               add 1 to ws-stm-len(ws-stm-i)
               giving ws-stm-len(ws-stm-i) end-add
               move ws-hex-val
                   to ws-stm-byte(ws-stm-i, ws-stm-len(ws-stm-i))
           end-perform.
           evaluate true
               when ws-hex-ok not = 'Y'
                   move "BAD HEX BYTES" to ws-stm-verdict(ws-stm-i)
               when ws-stm-len(ws-stm-i) = 0
                   move "NO BYTES" to ws-stm-verdict(ws-stm-i)
           end-evaluate.
      *Inside the image, and -- for a REPLACE -- never into reserve
      *space or padding; a VERIFY must find its bytes already there
       check-statement.
           perform varying i from 1 by 1
           until i > ws-stm-len(ws-stm-i)
               add ws-stm-addr(ws-stm-i) to i giving ws-chk-addr
               end-add
               subtract 1 from ws-chk-addr giving ws-chk-addr
               end-subtract
               if ws-chk-addr >= ws-img-size
                   move "PAST END OF IMAGE" to ws-stm-verdict(ws-stm-i)
                   exit paragraph
               end-if
               move ws-img-byte(ws-chk-addr + 1)
                   to ws-stm-old(ws-stm-i, i)
               if ws-stm-verb(ws-stm-i) = "REPLACE"
                   evaluate ws-occ-kind(ws-chk-addr + 1)
                       when 'R'
                           move "INTO $S RESERVE"
                               to ws-stm-verdict(ws-stm-i)
                           exit paragraph
                       when ' '
                           move "INTO $ORG PADDING"
                               to ws-stm-verdict(ws-stm-i)
                           exit paragraph
                   end-evaluate
               end-if
           end-perform.
           if ws-stm-verb(ws-stm-i) = "VERIFY"
               perform varying i from 1 by 1
               until i > ws-stm-len(ws-stm-i)
                   if ws-stm-old(ws-stm-i, i)
                       not = ws-stm-byte(ws-stm-i, i)
                       move "VERIFY MISMATCH"
                           to ws-stm-verdict(ws-stm-i)
                       exit perform
                   end-if
               end-perform
           end-if.
      *All statements stood: REPLACEs go in, in order, the image goes
      *back out whole, and each REPLACE is logged for good
       apply-patch.
           move 99999999 to ws-zap-low.
           open extend fs-patchlog.
           perform varying ws-stm-i from 1 by 1
           until ws-stm-i > ws-stm-count
               if ws-stm-verb(ws-stm-i) = "REPLACE"
                   perform apply-replace
               end-if
           end-perform.
           close fs-patchlog.
           open output fs-binary.
           perform varying ws-span-i from 1 by 1
           until ws-span-i > ws-img-size
               move ws-img-byte(ws-span-i) to fs-binary-char
               write fs-binary-char end-write
           end-perform.
           close fs-binary.
       apply-replace.
      *Old bytes are re-read here, not taken from the check pass, so
      *an earlier REPLACE over the same bytes shows in the log
           perform varying i from 1 by 1
           until i > ws-stm-len(ws-stm-i)
               add ws-stm-addr(ws-stm-i) to i giving ws-chk-addr
               end-add
               subtract 1 from ws-chk-addr giving ws-chk-addr
               end-subtract
               move ws-img-byte(ws-chk-addr + 1)
                   to ws-stm-old(ws-stm-i, i)
               move ws-stm-byte(ws-stm-i, i)
                   to ws-img-byte(ws-chk-addr + 1)
               add 1 to ws-zap-bytes giving ws-zap-bytes end-add
           end-perform.
           if ws-stm-addr(ws-stm-i) < ws-zap-low
               move ws-stm-addr(ws-stm-i) to ws-zap-low
           end-if.
           perform format-statement-hex.
           move spaces to fs-patchlog-rec.
           string ws-run-date delimited by size
               " " delimited by size
               ws-run-time delimited by size
               " " delimited by size
               ws-patch-id delimited by size
               " " delimited by size
               ws-stm-addr(ws-stm-i) delimited by size
               " OLD " delimited by size
               ws-hex-old-out delimited by space
               " NEW " delimited by size
               ws-hex-out delimited by space
               into fs-patchlog-rec
           end-string.
           write fs-patchlog-rec end-write.
      *The statement's bytes and the bytes found there, as hex
       format-statement-hex.
           move spaces to ws-hex-out, ws-hex-old-out.
           move 1 to ws-hex-pos.
           perform varying i from 1 by 1
           until i > ws-stm-len(ws-stm-i)
               divide ws-stm-byte(ws-stm-i, i) by 16 giving ws-hex-hi
                   remainder ws-hex-lo
               end-divide
               move ws-hex-digits(ws-hex-hi + 1:1)
                   to ws-hex-out(ws-hex-pos:1)
               move ws-hex-digits(ws-hex-lo + 1:1)
                   to ws-hex-out(ws-hex-pos + 1:1)
               divide ws-stm-old(ws-stm-i, i) by 16 giving ws-hex-hi
                   remainder ws-hex-lo
               end-divide
               move ws-hex-digits(ws-hex-hi + 1:1)
                   to ws-hex-old-out(ws-hex-pos:1)
               move ws-hex-digits(ws-hex-lo + 1:1)
                   to ws-hex-old-out(ws-hex-pos + 1:1)
               add 2 to ws-hex-pos giving ws-hex-pos end-add
           end-perform.
       write-patch-report.
           open output fs-report.
           move spaces to ws-report-line.
           string "FIELD PATCH REPORT  PATCH " delimited by size
               ws-patch-id delimited by size
               "  DATE " delimited by size
               ws-run-date delimited by size
               "  IMAGE BYTES " delimited by size
               ws-img-size delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           perform varying ws-stm-i from 1 by 1
           until ws-stm-i > ws-stm-count
               perform write-statement-line
           end-perform.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           if ws-zap-error-count = 0
               string "PATCH APPLIED -- " delimited by size
                   ws-zap-bytes delimited by size
                   " BYTES REPLACED" delimited by size
                   into ws-report-line
               end-string
           else
               string "PATCH REJECTED -- " delimited by size
                   ws-zap-error-count delimited by size
                   " ERRORS, NOTHING WRITTEN" delimited by size
                   into ws-report-line
               end-string
           end-if.
           write fs-report-line from ws-report-line end-write.
           close fs-report.
      *Verb, location, resolved address, the statement's bytes, what
      *the image held there before the patch, and the verdict
       write-statement-line.
           perform format-statement-hex.
           move spaces to ws-report-line.
           move ws-stm-verb(ws-stm-i) to ws-report-line(1:8).
           move ws-stm-loc(ws-stm-i) to ws-report-line(10:20).
           move ws-stm-addr(ws-stm-i) to ws-report-line(31:8).
           move ws-hex-out to ws-report-line(40:64).
           write fs-report-line from ws-report-line end-write.
           move spaces to ws-report-line.
           if ws-stm-verdict(ws-stm-i) = spaces
               move "OK" to ws-report-line(10:2)
           else
               move ws-stm-verdict(ws-stm-i) to ws-report-line(10:20)
           end-if.
           move "FOUND" to ws-report-line(31:5).
           move ws-hex-old-out to ws-report-line(40:64).
           write fs-report-line from ws-report-line end-write.
      *A record for every patch attempted: the patch ID in the source
      *column, statements as lines, REPLACEs as instructions, the
      *lowest address patched and the bytes replaced
       write-audit-record.
           initialize ws-audit.
           move ws-run-date to ws-audit-date.
           move ws-run-time to ws-audit-time.
           move "ASMZZAP" to ws-audit-program.
           move ws-patch-id to ws-audit-source.
           move ws-stm-count to ws-audit-lines.
           move ws-replace-count to ws-audit-insns.
           if ws-zap-error-count = 0
               move ws-zap-low to ws-audit-addr
           end-if.
           move ws-zap-bytes to ws-audit-bytes.
           move ws-zap-error-count to ws-audit-errors.
           move 'P' to ws-audit-mode.
           open extend fs-audit.
           write fa-audit from ws-audit end-write.
           close fs-audit.
      *Hand the message at hand to the run log writer -- see asmzx's
      *put-log-message
       put-log-message.
           move "ASMZZAP" to ws-log-program.
           move 0 to ws-log-line.
           call "asmxlog" using ws-log end-call.
           move spaces to ws-log-text.
       end program asmzzap.
