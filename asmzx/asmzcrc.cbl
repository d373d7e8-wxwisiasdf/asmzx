      ******************************************************************
      *Embedded image CRC-16
      *
      *The device's boot self-test checks a CRC-16 held in the ROM
      *itself. This program is the post-link step that puts it there:
      *crc.ctl names the address ranges the CRC covers and the label
      *of the $S reserve that holds the result,
      *
      *  HOLD     columns 9-20, the holding label -- exactly one
      *  RANGE    columns 9-16 first address, 18-25 last address,
      *           decimal and inclusive -- up to 20, taken in order
      *
      *with a '*' in column 1 marking a comment record. The holding
      *label resolves through program.sym -- or, with
      *ASMZCRC_LINKED=YES in the environment, through the entry points
      *of program.map, so in a linked image it must be an entry -- and
      *its two bytes must be $S reserve, as program.ins (or, linked,
      *every module's instruction file through link.ctl, rebased by
      *its placement in program.map) lays the image out.
      *
      *The CRC is CRC-16/CCITT: polynomial 1021 hex, preset FFFF, no
      *reflection and no final inversion, taken over the ranges of
      *the image with the two holding bytes counted as zero wherever
      *a range covers them. It is stored at the label high byte first,
      *the order LDW reads a word in, and the image is rewritten.
      *The value and the ranges go to program.map, replacing the CRC
      *section of any earlier run (a single-module build with no
      *program.map is warned about and records them in program.crc
      *alone), and a record goes to program.aud: the value and the
      *holding label in the source column, the range count as lines,
      *the holding address as addr and the bytes covered as bytes,
      *mode 'C'.
      *
      *With ASMZCRC_VERIFY=YES nothing is written but program.crc and
      *the audit record (mode 'V'): the CRC is recomputed the same way
      *and compared with the value the image holds, a mismatch being
      *an error. ASMZCRC_IMAGE names the image, program.bin by
      *default, so an image asmzlod rebuilt from a field deck, or
      *one asmzhld imported, is checked against the same crc.ctl --
      *a corrupted or patched ROM is caught here before it is caught
      *at power-on. The error count is surfaced through return-code.
      *
      *In the nightly stream this is the CRC step directly after LINK;
      *the nightly image is always linked, so job.ctl sets
      *ASMZCRC_LINKED=YES for the step. Every step after it -- the
      *object deck, the tests and the release archive -- works from
      *the image with its CRC in.
       identification division.
       program-id. asmzcrc.
       environment division.
       input-output section.
       file-control.
      *CRC control file
           select optional fs-crcctl assign to "crc.ctl"
           organization is line sequential.
      *Image, read whole and -- generating -- rewritten whole
           select optional fs-binary assign to dynamic ws-image-name
           organization is sequential.
      *Single-module layout and labels
           select optional fs-insns assign to dynamic ws-ins-file
           organization is line sequential.
           select optional fs-symbols assign to "program.sym"
           organization is indexed
           access is sequential
           record key is fs-symbol-name.
      *Linked layout -- module files and where they were placed; the
      *map also takes the CRC section
           select optional fs-control assign to "link.ctl"
           organization is line sequential.
           select optional fs-map assign to "program.map"
           organization is line sequential.
      *Audit trail
           select optional fs-audit assign to "program.aud"
           organization is line sequential.
      *CRC report
           select optional fs-report assign to "program.crc"
           organization is line sequential.
       data division.
       file section.
       fd  fs-crcctl.
       01  fs-crcctl-rec.
           05 fs-crc-keyword pic x(8).
           05 fs-crc-label pic x(12).
           05 filler pic x(60).
       01  fs-crcctl-range.
           05 filler pic x(8).
           05 fs-crc-first pic x(8).
           05 filler pic x.
           05 fs-crc-last pic x(8).
           05 filler pic x(55).
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
       fd  fs-audit.
       copy "asaudt.cpy" replacing ==:pref:== BY ==fa==.
       fd  fs-report.
       01  fs-report-line pic x(132).
       working-storage section.
       copy "asinsn.cpy" replacing ==:pref:== BY ==ws==.
       copy "asaudt.cpy" replacing ==:pref:== BY ==ws==.
       01  i pic 9(4) comp.
      *Run switches -- ASMZCRC_LINKED=YES for a linked image,
      *ASMZCRC_VERIFY=YES to check rather than write
       01  ws-linked-env pic x(3) value spaces.
       01  ws-linked-flag pic x value 'N'.
           88 ws-linked-run value 'Y'.
       01  ws-verify-env pic x(3) value spaces.
       01  ws-verify-flag pic x value 'N'.
           88 ws-verify-run value 'Y'.
       01  ws-image-name pic x(20) value spaces.
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
      *Labels the holding label resolves through
       01  ws-lab-count pic 9(4) value 0.
       01  ws-lab-i pic 9(4) comp.
       01  ws-lab-tab.
           05 ws-lab-ent occurs 1000 times.
               10 ws-lab-name pic x(12).
               10 ws-lab-addr pic 9(8).
      *What crc.ctl asks for
       01  ws-hold-label pic x(12) value spaces.
       01  ws-hold-addr pic 9(8) value 0.
       01  ws-range-count pic 9(2) value 0.
       01  ws-range-i pic 9(2).
       01  ws-range-tab.
           05 ws-range-ent occurs 20 times.
               10 ws-range-first pic 9(8).
               10 ws-range-last pic 9(8).
       01  ws-crc-error-count pic 9(4) value 0.
      *CRC working values -- the byte-at-a-time table is built once
       01  ws-crc-tab.
           05 ws-crc-tab-ent pic 9(5) occurs 256 times.
       01  ws-crc pic 9(5).
       01  ws-crc-stored pic 9(5).
       01  ws-crc-bytes pic 9(8) value 0.
       01  ws-crc-n pic 9(4) comp.
       01  ws-crc-k pic 9(2).
       01  ws-crc-work pic 9(5).
       01  ws-crc-hi pic 9(3).
       01  ws-crc-lo pic 9(3).
       01  ws-crc-byte pic 9(3).
      *Sixteen-bit exclusive or, one bit at a time as asmzsim's
      *exec-bitwise does it
       01  ws-xor-a pic 9(5).
       01  ws-xor-b pic 9(5).
       01  ws-xor-r pic 9(5).
       01  ws-bit-a pic 9(1).
       01  ws-bit-b pic 9(1).
       01  ws-bit-place pic 9(5).
       01  ws-bit-i pic 9(2).
      *CRC values as four hex digits
       01  ws-hex-digits pic x(16) value "0123456789ABCDEF".
       01  ws-hex-val pic 9(5).
       01  ws-hex-out pic x(4).
       01  ws-hex-n pic 9(5).
       01  ws-hex-d pic 9(2).
       01  ws-crc-hex pic x(4) value spaces.
       01  ws-stored-hex pic x(4) value spaces.
      *program.map held while its CRC section is replaced
       01  ws-mapl-count pic 9(4) value 0.
       01  ws-mapl-i pic 9(4) comp.
       01  ws-mapl-tab.
           05 ws-mapl-line pic x(100) occurs 2000 times.
       01  ws-mapl-blanks pic 9(4) value 0.
       01  ws-mapl-in-crc pic x value 'N'.
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
           accept ws-linked-env from environment "ASMZCRC_LINKED"
               end-accept
           if ws-linked-env = "YES" or ws-linked-env = "Y"
               set ws-linked-run to true
           end-if.
           accept ws-verify-env from environment "ASMZCRC_VERIFY"
               end-accept
           if ws-verify-env = "YES" or ws-verify-env = "Y"
               set ws-verify-run to true
           end-if.
           accept ws-image-name from environment "ASMZCRC_IMAGE"
               end-accept
           if ws-image-name = spaces
               move "program.bin" to ws-image-name
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
           open input fs-crcctl.
           perform forever
               read fs-crcctl
                   at end exit perform
                   not at end perform load-crc-control
               end-read
           end-perform.
           close fs-crcctl.
           perform check-holding-label.
           if ws-range-count = 0
               move 'E' to ws-log-severity
               move 8 to ws-log-msgno
               move "crc.ctl names no RANGE" to ws-log-text
               perform put-log-message
               add 1 to ws-crc-error-count giving ws-crc-error-count
               end-add
           end-if.
           if ws-crc-error-count = 0
               perform build-crc-table
               perform compute-image-crc
               move ws-crc to ws-hex-val
               perform format-hex-word
               move ws-hex-out to ws-crc-hex
               if ws-verify-run
                   perform verify-stored-crc
               else
                   perform store-image-crc
                   perform record-crc-in-map
               end-if
           end-if.
           perform write-crc-report.
           perform write-audit-record.
           if ws-crc-error-count > 0
               move 'E' to ws-log-severity
               move 13 to ws-log-msgno
               string "image CRC16 not confirmed, errors: "
                   delimited by size
                   ws-crc-error-count delimited by size
                   into ws-log-text
               end-string
           else
               move 'I' to ws-log-severity
               move 11 to ws-log-msgno
               if ws-verify-run
                   string "image CRC16 " delimited by size
                       ws-crc-hex delimited by size
                       " verified in " delimited by size
                       ws-image-name delimited by space
                       into ws-log-text
                   end-string
               else
                   string "image CRC16 " delimited by size
                       ws-crc-hex delimited by size
                       " stored at " delimited by size
                       ws-hold-label delimited by space
                       " in " delimited by size
                       ws-image-name delimited by space
                       into ws-log-text
                   end-string
               end-if
           end-if.
           perform put-log-message.
      *Set last -- a CALL (asmxlog included) replaces RETURN-CODE
      *with the called program's own, zero when it sets none
           move ws-crc-error-count to return-code.
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
      *One crc.ctl record: the holding label or a covered range
       load-crc-control.
           if fs-crcctl-rec(1:1) = '*' or fs-crcctl-rec = spaces
               exit paragraph
           end-if.
           evaluate fs-crc-keyword
               when "HOLD"
                   if ws-hold-label not = spaces
                       move 'E' to ws-log-severity
                       move 2 to ws-log-msgno
                       move "crc.ctl names a second HOLD label, ignored"
                           to ws-log-text
                       perform put-log-message
                       add 1 to ws-crc-error-count
                       giving ws-crc-error-count end-add
                   else
                       move fs-crc-label to ws-hold-label
                   end-if
               when "RANGE"
                   perform load-crc-range
               when other
                   move 'E' to ws-log-severity
                   move 5 to ws-log-msgno
                   string "crc.ctl record not HOLD or RANGE: "
                       delimited by size
                       fs-crc-keyword delimited by space
                       into ws-log-text
                   end-string
                   perform put-log-message
                   add 1 to ws-crc-error-count
                   giving ws-crc-error-count end-add
           end-evaluate.
      *A range is two decimal addresses, in order, inside the image
       load-crc-range.
           if ws-range-count >= 20
               move 'E' to ws-log-severity
               move 4 to ws-log-msgno
               move "crc.ctl names over 20 ranges" to ws-log-text
               perform put-log-message
               add 1 to ws-crc-error-count giving ws-crc-error-count
               end-add
               exit paragraph
           end-if.
           if fs-crc-first is not numeric
           or fs-crc-last is not numeric
               move 'E' to ws-log-severity
               move 3 to ws-log-msgno
               move "crc.ctl RANGE addresses are not 8 decimal digits"
                   to ws-log-text
               perform put-log-message
               add 1 to ws-crc-error-count giving ws-crc-error-count
               end-add
               exit paragraph
           end-if.
           add 1 to ws-range-count giving ws-range-count end-add.
           move fs-crc-first to ws-range-first(ws-range-count).
           move fs-crc-last to ws-range-last(ws-range-count).
           if ws-range-first(ws-range-count)
               > ws-range-last(ws-range-count)
           or ws-range-last(ws-range-count) >= ws-img-size
               move 'E' to ws-log-severity
               move 12 to ws-log-msgno
               string "crc.ctl RANGE " delimited by size
                   fs-crc-first delimited by size
                   " " delimited by size
                   fs-crc-last delimited by size
                   " is backward or past the image" delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               add 1 to ws-crc-error-count giving ws-crc-error-count
               end-add
           end-if.
      *The holding label must name two bytes of $S reserve space, so
      *storing the CRC never overwrites code or data
       check-holding-label.
           if ws-hold-label = spaces
               move 'E' to ws-log-severity
               move 1 to ws-log-msgno
               move "crc.ctl names no HOLD label" to ws-log-text
               perform put-log-message
               add 1 to ws-crc-error-count giving ws-crc-error-count
               end-add
               exit paragraph
           end-if.
           perform varying ws-lab-i from 1 by 1
           until ws-lab-i > ws-lab-count
               if ws-lab-name(ws-lab-i) = ws-hold-label
                   exit perform
               end-if
           end-perform.
           if ws-lab-i > ws-lab-count
               move 'E' to ws-log-severity
               move 6 to ws-log-msgno
               string "HOLD label " delimited by size
                   ws-hold-label delimited by space
                   " is not defined" delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               add 1 to ws-crc-error-count giving ws-crc-error-count
               end-add
               exit paragraph
           end-if.
           move ws-lab-addr(ws-lab-i) to ws-hold-addr.
           if ws-hold-addr + 1 >= ws-img-size
           or ws-occ-kind(ws-hold-addr + 1) not = 'R'
           or ws-occ-kind(ws-hold-addr + 2) not = 'R'
               move 'E' to ws-log-severity
               move 7 to ws-log-msgno
               string "HOLD label " delimited by size
                   ws-hold-label delimited by space
                   " does not name two bytes of $S reserve"
                   delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               add 1 to ws-crc-error-count giving ws-crc-error-count
               end-add
           end-if.
      *Entry n is the CRC of the single byte n-1 from a zero preset;
      *shifting the top bit out and folding the polynomial in is
      *multiplying by two and taking 65536 off
       build-crc-table.
           perform varying ws-crc-n from 0 by 1 until ws-crc-n > 255
               multiply ws-crc-n by 256 giving ws-crc-work
               end-multiply
               perform varying ws-crc-k from 1 by 1
               until ws-crc-k > 8
                   if ws-crc-work >= 32768
                       subtract 32768 from ws-crc-work
                           giving ws-crc-work
                       end-subtract
                       multiply ws-crc-work by 2 giving ws-xor-a
                       end-multiply
                       move 4129 to ws-xor-b
                       perform xor-words
                       move ws-xor-r to ws-crc-work
                   else
                       multiply ws-crc-work by 2 giving ws-crc-work
                       end-multiply
                   end-if
               end-perform
               move ws-crc-work to ws-crc-tab-ent(ws-crc-n + 1)
           end-perform.
      *Ranges in the order crc.ctl gives them, the holding bytes
      *counted as zero
       compute-image-crc.
           move 65535 to ws-crc.
           move 0 to ws-crc-bytes.
           perform varying ws-range-i from 1 by 1
           until ws-range-i > ws-range-count
               perform varying ws-span-i
               from ws-range-first(ws-range-i) by 1
               until ws-span-i > ws-range-last(ws-range-i)
                   if ws-span-i = ws-hold-addr
                   or ws-span-i = ws-hold-addr + 1
                       move 0 to ws-crc-byte
                   else
                       move ws-img-byte(ws-span-i + 1) to ws-crc-byte
                   end-if
                   perform crc-one-byte
                   add 1 to ws-crc-bytes giving ws-crc-bytes end-add
               end-perform
           end-perform.
       crc-one-byte.
           divide ws-crc by 256 giving ws-crc-hi remainder ws-crc-lo
           end-divide.
           move ws-crc-hi to ws-xor-a.
           move ws-crc-byte to ws-xor-b.
           perform xor-words.
           move ws-xor-r to ws-crc-n.
           multiply ws-crc-lo by 256 giving ws-xor-a end-multiply.
           move ws-crc-tab-ent(ws-crc-n + 1) to ws-xor-b.
           perform xor-words.
           move ws-xor-r to ws-crc.
       xor-words.
           move 0 to ws-xor-r.
           move 1 to ws-bit-place.
           perform varying ws-bit-i from 1 by 1 until ws-bit-i > 16
               divide ws-xor-a by 2 giving ws-xor-a
                   remainder ws-bit-a
               end-divide
               divide ws-xor-b by 2 giving ws-xor-b
                   remainder ws-bit-b
               end-divide
               if ws-bit-a not = ws-bit-b
                   add ws-bit-place to ws-xor-r giving ws-xor-r end-add
               end-if
               if ws-bit-i < 16
                   multiply ws-bit-place by 2 giving ws-bit-place
                   end-multiply
               end-if
           end-perform.
       format-hex-word.
           move ws-hex-val to ws-hex-n.
           perform varying i from 4 by -1 until i < 1
               divide ws-hex-n by 16 giving ws-hex-n
                   remainder ws-hex-d
               end-divide
               move ws-hex-digits(ws-hex-d + 1:1) to ws-hex-out(i:1)
           end-perform.
      *High byte first, the order LDW reads a word in
       store-image-crc.
           divide ws-crc by 256 giving ws-crc-hi remainder ws-crc-lo
           end-divide.
           move ws-crc-hi to ws-img-byte(ws-hold-addr + 1).
           move ws-crc-lo to ws-img-byte(ws-hold-addr + 2).
           open output fs-binary.
           perform varying ws-span-i from 1 by 1
           until ws-span-i > ws-img-size
               move ws-img-byte(ws-span-i) to fs-binary-char
               write fs-binary-char end-write
           end-perform.
           close fs-binary.
       verify-stored-crc.
           multiply ws-img-byte(ws-hold-addr + 1) by 256
               giving ws-crc-stored
           end-multiply.
           add ws-img-byte(ws-hold-addr + 2) to ws-crc-stored
               giving ws-crc-stored
           end-add.
           move ws-crc-stored to ws-hex-val.
           perform format-hex-word.
           move ws-hex-out to ws-stored-hex.
           if ws-crc-stored not = ws-crc
               move 'E' to ws-log-severity
               move 10 to ws-log-msgno
               string ws-image-name delimited by space
                   " holds CRC16 " delimited by size
                   ws-stored-hex delimited by size
                   ", its contents give " delimited by size
                   ws-crc-hex delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               add 1 to ws-crc-error-count giving ws-crc-error-count
               end-add
           end-if.
      *program.map keeps its link sections as written and gains a CRC
      *section after IMAGE TOP, past the blank lines its readers stop
      *at; a section from an earlier run is dropped first
       record-crc-in-map.
           move 0 to ws-mapl-count, ws-mapl-blanks.
           move 'N' to ws-mapl-in-crc.
           open input fs-map.
           perform forever
               read fs-map
                   at end exit perform
                   not at end perform hold-map-line
               end-read
           end-perform.
           close fs-map.
           if ws-mapl-count = 0
               move 'W' to ws-log-severity
               move 9 to ws-log-msgno
               move "no program.map, CRC16 recorded in program.crc only"
                   to ws-log-text
               perform put-log-message
               exit paragraph
           end-if.
           open output fs-map.
           perform varying ws-mapl-i from 1 by 1
           until ws-mapl-i > ws-mapl-count
               write fs-map-line from ws-mapl-line(ws-mapl-i)
               end-write
           end-perform.
           move spaces to fs-map-line.
           write fs-map-line end-write.
           move spaces to ws-report-line.
           perform format-crc-line.
           write fs-map-line from ws-report-line end-write.
           perform varying ws-range-i from 1 by 1
           until ws-range-i > ws-range-count
               perform format-range-line
               write fs-map-line from ws-report-line end-write
           end-perform.
           close fs-map.
      *Blank lines are held back until the next line shows whether
      *they lead into an old CRC section or belong to the map
       hold-map-line.
           evaluate true
               when fs-map-line = spaces
                   add 1 to ws-mapl-blanks giving ws-mapl-blanks
                   end-add
                   exit paragraph
               when fs-map-line(1:11) = "IMAGE CRC16"
                   move 'Y' to ws-mapl-in-crc
                   move 0 to ws-mapl-blanks
                   exit paragraph
               when ws-mapl-in-crc = 'Y'
               and fs-map-line(1:7) = "  RANGE"
                   exit paragraph
           end-evaluate.
           move 'N' to ws-mapl-in-crc.
           perform until ws-mapl-blanks = 0
               if ws-mapl-count < 2000
                   add 1 to ws-mapl-count giving ws-mapl-count end-add
                   move spaces to ws-mapl-line(ws-mapl-count)
               end-if
               subtract 1 from ws-mapl-blanks giving ws-mapl-blanks
               end-subtract
           end-perform.
           if ws-mapl-count < 2000
               add 1 to ws-mapl-count giving ws-mapl-count end-add
               move fs-map-line to ws-mapl-line(ws-mapl-count)
           end-if.
       format-crc-line.
           move spaces to ws-report-line.
           string "IMAGE CRC16 " delimited by size
               ws-crc-hex delimited by size
               "  HOLD " delimited by size
               ws-hold-label delimited by size
               " AT " delimited by size
               ws-hold-addr delimited by size
               "  BYTES " delimited by size
               ws-crc-bytes delimited by size
               into ws-report-line
           end-string.
       format-range-line.
           move spaces to ws-report-line.
           string "  RANGE " delimited by size
               ws-range-first(ws-range-i) delimited by size
               " " delimited by size
               ws-range-last(ws-range-i) delimited by size
               into ws-report-line
           end-string.
       write-crc-report.
           open output fs-report.
           move spaces to ws-report-line.
           if ws-verify-run
               string "IMAGE CRC16 VERIFY  IMAGE " delimited by size
                   ws-image-name delimited by size
                   "  DATE " delimited by size
                   ws-run-date delimited by size
                   into ws-report-line
               end-string
           else
               string "IMAGE CRC16 REPORT  IMAGE " delimited by size
                   ws-image-name delimited by size
                   "  DATE " delimited by size
                   ws-run-date delimited by size
                   into ws-report-line
               end-string
           end-if.
           write fs-report-line from ws-report-line end-write.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           perform varying ws-range-i from 1 by 1
           until ws-range-i > ws-range-count
               perform format-range-line
               write fs-report-line from ws-report-line end-write
           end-perform.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           evaluate true
               when ws-crc-hex = spaces
                   string "CRC16 NOT COMPUTED -- " delimited by size
                       ws-crc-error-count delimited by size
                       " ERRORS" delimited by size
                       into ws-report-line
                   end-string
               when not ws-verify-run
                   perform format-crc-line
               when ws-crc-error-count > 0
                   string "*** CRC16 MISMATCH -- IMAGE HOLDS "
                       delimited by size
                       ws-stored-hex delimited by size
                       ", CONTENTS GIVE " delimited by size
                       ws-crc-hex delimited by size
                       into ws-report-line
                   end-string
               when other
                   string "CRC16 " delimited by size
                       ws-crc-hex delimited by size
                       " MATCHES THE VALUE HELD AT " delimited by size
                       ws-hold-label delimited by space
                       into ws-report-line
                   end-string
           end-evaluate.
           write fs-report-line from ws-report-line end-write.
           close fs-report.
      *The value and holding label in the source column, the range
      *count as lines, the holding address as addr and the bytes
      *covered as bytes; the ranges themselves are in program.map
       write-audit-record.
           initialize ws-audit.
           move ws-run-date to ws-audit-date.
           move ws-run-time to ws-audit-time.
           move "ASMZCRC" to ws-audit-program.
           string ws-crc-hex delimited by size
               " " delimited by size
               ws-hold-label delimited by size
               into ws-audit-source
           end-string.
           move ws-range-count to ws-audit-lines.
           move ws-hold-addr to ws-audit-addr.
           move ws-crc-bytes to ws-audit-bytes.
           move ws-crc-error-count to ws-audit-errors.
           if ws-verify-run
               move 'V' to ws-audit-mode
           else
               move 'C' to ws-audit-mode
           end-if.
           open extend fs-audit.
           write fa-audit from ws-audit end-write.
           close fs-audit.
      *Hand the message at hand to the run log writer -- see asmzx's
      *put-log-message
       put-log-message.
           move "ASMZCRC" to ws-log-program.
           move 0 to ws-log-line.
           call "asmxlog" using ws-log end-call.
           move spaces to ws-log-text.
       end program asmzcrc.
