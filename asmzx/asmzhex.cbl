      ******************************************************************
      *Intel HEX / Motorola S-record writer for device programmers
      *
      *The EPROM programmers at the device sites and at the board
      *vendor take Intel HEX or S-records, not our program.obj deck.
      *This program re-reads a binary image -- a single module's
      *program.bin or a linked program.bin alike, or whatever image
      *ASMZHEX_IMAGE names -- and writes it to program.hex (or the
      *file ASMZHEX_FILE names) in the format ASMZHEX_FORMAT asks
      *for:
      *
      *  IHEX  Intel HEX -- type 00 data records with 16-bit load
      *        addresses, a type 04 extended linear address record
      *        ahead of every 64K bank past the first, a type 05
      *        start address record, and the type 01 end record
      *        (the default)
      *  S19   S-records with 16-bit addresses -- an S0 header
      *        carrying the image name, S1 data, an S5 record count
      *        and an S9 start address record
      *  S28   the same with 24-bit addresses -- S2 data and an S8
      *        start address record
      *
      *As in program.obj, a byte's offset in the image is its load
      *address, data records carry up to 16 bytes each, and the start
      *address is the first entry in program.ent (zero if none; no
      *type 05 record is written then). Intel HEX data records never
      *straddle a 64K bank.
      *
      *Padding need not be burned: with ASMZHEX_SKIP set to a run
      *length, every run of at least that many zero bytes -- the
      *zeros asmxbin pads across a $ORG gap -- is left out and the
      *next record starts past it. The image's last byte is always
      *written, even inside a skipped run, so the image's length
      *survives the trip and asmzhld rebuilds it byte for byte.
      *
      *An image S19 or S28 cannot address (past 65535 or 16777215)
      *is refused and surfaced through return-code.
       identification division.
       program-id. asmzhex.
       environment division.
       input-output section.
       file-control.
      *Binary image being converted
           select optional fs-binary assign to dynamic ws-image-name
           organization is sequential.
      *Exported symbols -- first entry is the start address
           select optional fs-entries assign to "program.ent"
           organization is indexed
           access is sequential
           record key is fe-symbol-name.
      *HEX or S-record output
           select optional fs-hex assign to dynamic ws-hex-name
           organization is line sequential.
       data division.
       file section.
      *Read unsigned -- a signed byte would hand every value past
      *128 back as the absolute value of its negative representation
       fd  fs-binary.
       01  fs-binary-char usage binary-char unsigned.
       fd  fs-entries.
       copy "assymb.cpy" replacing ==:pref:== BY ==fe==.
       fd  fs-hex.
       01  fs-hex-rec pic x(80).
       working-storage section.
       01  i pic 9(4) comp.
      *Run-time choices, from the environment
       01  ws-image-name pic x(25) value spaces.
       01  ws-hex-name pic x(25) value spaces.
       01  ws-format pic x(8) value spaces.
           88 ws-format-ihex value "IHEX".
           88 ws-format-s19 value "S19".
           88 ws-format-s28 value "S28".
       01  ws-skip-env pic x(8) value spaces.
       01  ws-skip-min pic 9(8) value 0.
       01  ws-digit pic 9(1).
      *Highest address the chosen format can carry
       01  ws-addr-max pic 9(8) value 0.
      *Payload buffer for the record being built
       01  ws-buf-count pic 9(2) value 0.
       01  ws-buf-i pic 9(4) comp.
       01  ws-buf-tab.
           05 ws-buf-byte pic 9(3) occurs 16 times.
      *Load address of the first byte in the buffer, and of the next
      *byte to go into it
       01  ws-rec-addr pic 9(8) value 0.
       01  ws-out-addr pic 9(8) value 0.
      *The byte at hand and its image offset
       01  ws-in-byte pic 9(3).
       01  ws-in-addr pic 9(8) value 0.
      *Zero run held back until it is known whether it is padding
       01  ws-zero-run pic 9(8) value 0.
       01  ws-held-byte pic 9(3).
      *Intel HEX bank (upper 16 address bits) last announced
       01  ws-ext-upper pic 9(8) value 0.
       01  ws-rec-upper pic 9(8).
       01  ws-rec-lower pic 9(8).
      *Start address taken from program.ent
       01  ws-entry-addr pic 9(8) value 0.
       01  ws-entry-found pic x value 'N'.
           88 ws-entry-is-found value 'Y'.
      *Totals
       01  ws-total-bytes pic 9(8) value 0.
       01  ws-data-records pic 9(8) value 0.
       01  ws-skipped-bytes pic 9(8) value 0.
       01  ws-hex-error-count pic 9(4) value 0.
      *Output record under construction and the column being filled
       01  ws-hex-rec pic x(80).
       01  ws-hex-pos pic 9(4) comp.
      *Hex conversion scratch -- same shape as asmzobj's
       01  ws-hex-digits pic x(16) value "0123456789ABCDEF".
       01  ws-hex-byteval pic 9(5).
       01  ws-hex-hi pic 9(2) comp.
       01  ws-hex-lo pic 9(2) comp.
       01  ws-hex-hi1 pic 9(2) comp.
       01  ws-hex-lo1 pic 9(2) comp.
       01  ws-hex-addrval pic 9(8).
       01  ws-hex-i pic 9(4) comp.
       01  ws-hex-nbytes pic 9(1).
       01  ws-hex-byte-tab.
           05 ws-hex-byte-ent pic 9(3) occurs 4 times.
      *Record checksum accumulator -- folded to one byte when put
       01  ws-cksum pic 9(8).
      *One character of the S0 header's image name, seen as its code
       01  ws-char-work.
           05 ws-char-code usage binary-char unsigned.
       01  ws-char-text redefines ws-char-work pic x.
       01  ws-name-len pic 9(4) comp.
      *Run log message scratch -- see asmxlog
       copy "aslogm.cpy" replacing ==:pref:== BY ==ws==.
       procedure division.
           move spaces to ws-log-text.
           accept ws-image-name from environment "ASMZHEX_IMAGE"
               end-accept
           if ws-image-name = spaces
               move "program.bin" to ws-image-name
           end-if.
           accept ws-hex-name from environment "ASMZHEX_FILE"
               end-accept
           if ws-hex-name = spaces
               move "program.hex" to ws-hex-name
           end-if.
           accept ws-format from environment "ASMZHEX_FORMAT"
               end-accept
           if ws-format = spaces
               move "IHEX" to ws-format
           end-if.
           evaluate true
               when ws-format-ihex move 99999999 to ws-addr-max
               when ws-format-s19 move 65535 to ws-addr-max
               when ws-format-s28 move 16777215 to ws-addr-max
               when other
                   move 'E' to ws-log-severity
                   move 1 to ws-log-msgno
                   string "ASMZHEX_FORMAT " delimited by size
                       ws-format delimited by space
                       " is not IHEX, S19 or S28" delimited by size
                       into ws-log-text
                   end-string
                   perform put-log-message
                   move 1 to return-code
                   goback
           end-evaluate.
           accept ws-skip-env from environment "ASMZHEX_SKIP"
               end-accept
           perform parse-skip-length.
      *Start address -- the first exported symbol, if any
           open input fs-entries.
           read fs-entries
               at end continue
               not at end
                   move fe-symbol-addr to ws-entry-addr
                   set ws-entry-is-found to true
           end-read.
           close fs-entries.
      *Convert the image
           open input fs-binary.
           open output fs-hex.
           if ws-format-s19 or ws-format-s28
               perform write-s0-record
           end-if.
           perform forever
               read fs-binary
                   at end exit perform
                   not at end
                       move fs-binary-char to ws-in-byte
                       perform take-byte
                       add 1 to ws-in-addr giving ws-in-addr end-add
               end-read
           end-perform.
           perform settle-final-run.
           perform flush-data-record.
           perform write-closing-records.
           close fs-binary, fs-hex.
           if ws-in-addr > 0
           and ws-in-addr - 1 > ws-addr-max
               move 'E' to ws-log-severity
               move 2 to ws-log-msgno
               string "image of " delimited by size
                   ws-in-addr delimited by size
                   " bytes is past what " delimited by size
                   ws-format delimited by space
                   " can address" delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               add 1 to ws-hex-error-count giving ws-hex-error-count
               end-add
           end-if.
      *A refused image is an error the operator must see; a clean
      *conversion is informational
           if ws-hex-error-count > 0
               move 'E' to ws-log-severity
           else
               move 'I' to ws-log-severity
           end-if.
           move 3 to ws-log-msgno.
           string ws-format delimited by space
               " records " delimited by size
               ws-data-records delimited by size
               ", image bytes " delimited by size
               ws-in-addr delimited by size
               ", padding skipped " delimited by size
               ws-skipped-bytes delimited by size
               into ws-log-text
           end-string.
           perform put-log-message.
      *Set last -- a CALL (asmxlog included) replaces RETURN-CODE
      *with the called program's own, zero when it sets none
           move ws-hex-error-count to return-code.
           goback.
       parse-skip-length.
           move 0 to ws-skip-min.
           perform varying i from 1 by 1
           until i > length of ws-skip-env
           or ws-skip-env(i:1) = ' '
               if ws-skip-env(i:1) >= '0'
               and ws-skip-env(i:1) <= '9'
                   move ws-skip-env(i:1) to ws-digit
                   multiply ws-skip-min by 10 giving ws-skip-min
                   end-multiply
                   add ws-digit to ws-skip-min giving ws-skip-min
                   end-add
               end-if
           end-perform.
      *With skipping on, zeros are held back until the next nonzero
      *byte shows whether the run was long enough to be padding
       take-byte.
           if ws-skip-min = 0
               perform buffer-byte
               exit paragraph
           end-if.
           if ws-in-byte = 0
               add 1 to ws-zero-run giving ws-zero-run end-add
               exit paragraph
           end-if.
           perform settle-zero-run.
           perform buffer-byte.
       settle-zero-run.
           if ws-zero-run = 0
               exit paragraph
           end-if.
           if ws-zero-run >= ws-skip-min
               perform flush-data-record
               add ws-zero-run to ws-out-addr giving ws-out-addr
               end-add
               add ws-zero-run to ws-skipped-bytes
                   giving ws-skipped-bytes
               end-add
           else
               move ws-in-byte to ws-held-byte
               move 0 to ws-in-byte
               perform ws-zero-run times
                   perform buffer-byte
               end-perform
               move ws-held-byte to ws-in-byte
           end-if.
           move 0 to ws-zero-run.
      *A run still held at the end of the image: skip all of it but
      *its last byte, which marks where the image ends
       settle-final-run.
           if ws-zero-run = 0
               exit paragraph
           end-if.
           if ws-zero-run >= ws-skip-min
               subtract 1 from ws-zero-run giving ws-zero-run
               end-subtract
               perform flush-data-record
               add ws-zero-run to ws-out-addr giving ws-out-addr
               end-add
               add ws-zero-run to ws-skipped-bytes
                   giving ws-skipped-bytes
               end-add
               move 1 to ws-zero-run
           end-if.
           move 0 to ws-in-byte.
           perform ws-zero-run times
               perform buffer-byte
           end-perform.
           move 0 to ws-zero-run.
       buffer-byte.
           if ws-buf-count = 0
               move ws-out-addr to ws-rec-addr
           end-if.
           add 1 to ws-buf-count giving ws-buf-count end-add.
           move ws-in-byte to ws-buf-byte(ws-buf-count).
           add 1 to ws-out-addr giving ws-out-addr end-add.
           add 1 to ws-total-bytes giving ws-total-bytes end-add.
           divide ws-out-addr by 65536 giving ws-rec-upper
               remainder ws-rec-lower
           end-divide.
           if ws-buf-count = 16 or ws-rec-lower = 0
               perform flush-data-record
           end-if.
      *Data record for the buffered bytes, in the chosen format; a
      *record past the format's reach is left out (and the image
      *refused at the end)
       flush-data-record.
           if ws-buf-count = 0
               exit paragraph
           end-if.
           add ws-buf-count to ws-rec-addr giving ws-hex-addrval
           end-add.
           if ws-hex-addrval - 1 > ws-addr-max
               move 0 to ws-buf-count
               exit paragraph
           end-if.
           add 1 to ws-data-records giving ws-data-records end-add.
           evaluate true
               when ws-format-ihex perform write-ihex-data
               when ws-format-s19 perform write-s19-data
               when ws-format-s28 perform write-s28-data
           end-evaluate.
           move 0 to ws-buf-count.
       write-ihex-data.
           divide ws-rec-addr by 65536 giving ws-rec-upper
               remainder ws-rec-lower
           end-divide.
           if ws-rec-upper not = ws-ext-upper
               move ws-rec-upper to ws-ext-upper
               perform start-ihex-record
               move 2 to ws-hex-byteval
               perform put-hex2
               move 0 to ws-hex-addrval
               move 2 to ws-hex-nbytes
               perform put-hex-addr
               move 4 to ws-hex-byteval
               perform put-hex2
               move ws-ext-upper to ws-hex-addrval
               move 2 to ws-hex-nbytes
               perform put-hex-addr
               perform finish-ihex-record
           end-if.
           perform start-ihex-record.
           move ws-buf-count to ws-hex-byteval.
           perform put-hex2.
           move ws-rec-lower to ws-hex-addrval.
           move 2 to ws-hex-nbytes.
           perform put-hex-addr.
           move 0 to ws-hex-byteval.
           perform put-hex2.
           perform put-buffer-bytes.
           perform finish-ihex-record.
       write-s19-data.
           perform start-s-record.
           move '1' to ws-hex-rec(2:1).
           add ws-buf-count 3 giving ws-hex-byteval end-add.
           perform put-hex2.
           move ws-rec-addr to ws-hex-addrval.
           move 2 to ws-hex-nbytes.
           perform put-hex-addr.
           perform put-buffer-bytes.
           perform finish-s-record.
       write-s28-data.
           perform start-s-record.
           move '2' to ws-hex-rec(2:1).
           add ws-buf-count 4 giving ws-hex-byteval end-add.
           perform put-hex2.
           move ws-rec-addr to ws-hex-addrval.
           move 3 to ws-hex-nbytes.
           perform put-hex-addr.
           perform put-buffer-bytes.
           perform finish-s-record.
       put-buffer-bytes.
           perform varying ws-buf-i from 1 by 1
           until ws-buf-i > ws-buf-count
               move ws-buf-byte(ws-buf-i) to ws-hex-byteval
               perform put-hex2
           end-perform.
      *S0 header: address zero and the image name as its data
       write-s0-record.
           move 0 to ws-name-len.
           perform varying i from 1 by 1
           until i > length of ws-image-name
               if ws-image-name(i:1) not = space
                   move i to ws-name-len
               end-if
           end-perform.
           perform start-s-record.
           move '0' to ws-hex-rec(2:1).
           add ws-name-len 3 giving ws-hex-byteval end-add.
           perform put-hex2.
           move 0 to ws-hex-addrval.
           move 2 to ws-hex-nbytes.
           perform put-hex-addr.
           perform varying i from 1 by 1 until i > ws-name-len
               move ws-image-name(i:1) to ws-char-text
               move ws-char-code to ws-hex-byteval
               perform put-hex2
           end-perform.
           perform finish-s-record.
      *Start address and end of file: Intel HEX type 05 (when there
      *is an entry point) then type 01; S-records S5 with the data
      *record count, then S9 or S8 with the start address
       write-closing-records.
           if ws-format-ihex
               if ws-entry-is-found
                   perform start-ihex-record
                   move 4 to ws-hex-byteval
                   perform put-hex2
                   move 0 to ws-hex-addrval
                   move 2 to ws-hex-nbytes
                   perform put-hex-addr
                   move 5 to ws-hex-byteval
                   perform put-hex2
                   move ws-entry-addr to ws-hex-addrval
                   move 4 to ws-hex-nbytes
                   perform put-hex-addr
                   perform finish-ihex-record
               end-if
               perform start-ihex-record
               move 0 to ws-hex-byteval
               perform put-hex2
               move 0 to ws-hex-addrval
               move 2 to ws-hex-nbytes
               perform put-hex-addr
               move 1 to ws-hex-byteval
               perform put-hex2
               perform finish-ihex-record
               exit paragraph
           end-if.
           if ws-data-records <= 65535
               perform start-s-record
               move '5' to ws-hex-rec(2:1)
               move 3 to ws-hex-byteval
               perform put-hex2
               move ws-data-records to ws-hex-addrval
               move 2 to ws-hex-nbytes
               perform put-hex-addr
               perform finish-s-record
           end-if.
           perform start-s-record.
           move ws-entry-addr to ws-hex-addrval.
           if ws-format-s19
               move '9' to ws-hex-rec(2:1)
               move 3 to ws-hex-byteval
               move 2 to ws-hex-nbytes
           else
               move '8' to ws-hex-rec(2:1)
               move 4 to ws-hex-byteval
               move 3 to ws-hex-nbytes
           end-if.
           perform put-hex2.
           perform put-hex-addr.
           perform finish-s-record.
       start-ihex-record.
           move spaces to ws-hex-rec.
           move ':' to ws-hex-rec(1:1).
           move 2 to ws-hex-pos.
           move 0 to ws-cksum.
      *Intel HEX checksum: the two's complement of the byte sum
       finish-ihex-record.
           divide ws-cksum by 256 giving ws-hex-hi
               remainder ws-hex-byteval
           end-divide.
           if ws-hex-byteval > 0
               subtract ws-hex-byteval from 256 giving ws-hex-byteval
               end-subtract
           end-if.
           perform put-hex2.
           write fs-hex-rec from ws-hex-rec end-write.
       start-s-record.
           move spaces to ws-hex-rec.
           move 'S' to ws-hex-rec(1:1).
           move 3 to ws-hex-pos.
           move 0 to ws-cksum.
      *S-record checksum: the ones' complement of the byte sum
       finish-s-record.
           divide ws-cksum by 256 giving ws-hex-hi
               remainder ws-hex-byteval
           end-divide.
           subtract ws-hex-byteval from 255 giving ws-hex-byteval
           end-subtract.
           perform put-hex2.
           write fs-hex-rec from ws-hex-rec end-write.
      *The low ws-hex-nbytes bytes of ws-hex-addrval, most
      *significant first, each summed into the checksum
       put-hex-addr.
           perform varying ws-hex-i from 1 by 1 until ws-hex-i > 4
               divide ws-hex-addrval by 256 giving ws-hex-addrval
                   remainder ws-hex-byte-ent(ws-hex-i)
               end-divide
           end-perform.
           perform varying ws-hex-i from ws-hex-nbytes by -1
           until ws-hex-i < 1
               move ws-hex-byte-ent(ws-hex-i) to ws-hex-byteval
               perform put-hex2
           end-perform.
      *One byte as two hex digits, summed into the checksum
       put-hex2.
           add ws-hex-byteval to ws-cksum giving ws-cksum end-add.
           divide ws-hex-byteval by 256 giving ws-hex-hi
               remainder ws-hex-byteval
           end-divide.
           divide ws-hex-byteval by 16 giving ws-hex-hi
               remainder ws-hex-lo
           end-divide.
           add 1 to ws-hex-hi giving ws-hex-hi1 end-add.
           add 1 to ws-hex-lo giving ws-hex-lo1 end-add.
           move ws-hex-digits(ws-hex-hi1:1)
               to ws-hex-rec(ws-hex-pos:1).
           add 1 to ws-hex-pos giving ws-hex-pos end-add.
           move ws-hex-digits(ws-hex-lo1:1)
               to ws-hex-rec(ws-hex-pos:1).
           add 1 to ws-hex-pos giving ws-hex-pos end-add.
      *Hand the message at hand to the run log writer -- see asmzx's
      *put-log-message
       put-log-message.
           move "ASMZHEX" to ws-log-program.
           move 0 to ws-log-line.
           call "asmxlog" using ws-log end-call.
           move spaces to ws-log-text.
       end program asmzhex.
      ******************************************************************
      *Intel HEX / Motorola S-record loader
      *
      *The inverse of asmzhex: reads a HEX or S-record file -- ours,
      *or one the board vendor read back out of a programmed part --
      *and rebuilds the byte-exact image, so asmzcmp can audit the
      *part against our build. The file is program.hex unless
      *ASMZHEX_FILE names another; the image goes to program.fld,
      *the as-found name asmzcmp compares program.bin against,
      *unless ASMZHEX_IMAGE names another.
      *
      *Each record says what it is by its first column, so Intel HEX
      *and S19/S28/S37 records are all accepted, even mixed:
      *
      *  :  Intel HEX -- type 00 data, 01 end of file, 02 extended
      *     segment and 04 extended linear address, 03 and 05 start
      *     address
      *  S  S0 header, S1/S2/S3 data, S5/S6 record count, S7/S8/S9
      *     start address
      *
      *Every record's checksum is verified, and its byte count
      *checked against its length; a record that fails either, or
      *carries a bad hex digit or an unknown type, is reported by
      *line number in program.log and its data is not loaded. Data
      *records may come in any order: bytes land at their own load
      *addresses in a 65536-byte image (the same memory asmzsim
      *models), gaps are zero-filled the way asmxbin pads across a
      *$ORG gap, and the image ends at the highest byte loaded. A
      *byte loaded twice with different values, an address past the
      *image, and a file with no end record are errors too. The
      *error count is surfaced through return-code, so a damaged
      *file never silently becomes a clean-looking image.
       identification division.
       program-id. asmzhld.
       environment division.
       input-output section.
       file-control.
      *HEX or S-record file being loaded
           select fs-hex assign to dynamic ws-hex-name
           organization is line sequential.
      *Image rebuilt from it
           select optional fs-binary assign to dynamic ws-image-name
           organization is sequential.
       data division.
       file section.
       fd  fs-hex.
       01  fs-hex-rec pic x(600).
       fd  fs-binary.
       01  fs-binary-char usage binary-char unsigned.
       working-storage section.
       01  i pic 9(4) comp.
       01  ws-image-name pic x(25) value spaces.
       01  ws-hex-name pic x(25) value spaces.
       01  ws-hex-rec pic x(600).
       01  ws-hex-pos pic 9(4) comp.
       01  ws-rec-len pic 9(4) comp.
       01  ws-line-no pic 9(8) value 0.
      *Line number carried on the message at hand -- zero once the
      *file has been read
       01  ws-msg-line pic 9(8) value 0.
      *Bytes of the record at hand, count byte first
       01  ws-rb-count pic 9(4) comp.
       01  ws-rb-i pic 9(4) comp.
       01  ws-rb-tab.
           05 ws-rb-byte pic 9(3) occurs 300 times.
      *Hex parse scratch -- same shape as asmzovf's
       01  ws-hex-digits pic x(16) value "0123456789ABCDEF".
       01  ws-digit-val pic 9(3).
       01  ws-hex-byteval pic 9(3).
       01  ws-hex-ok pic x.
           88 ws-hex-is-ok value 'Y'.
       01  ws-rec-ok pic x.
           88 ws-rec-is-ok value 'Y'.
       01  ws-rec-problem pic x(40).
       01  ws-cksum pic 9(8).
       01  ws-cksum-low pic 9(3).
       01  ws-cksum-hi pic 9(8).
      *Fields parsed out of the record at hand
       01  ws-rec-type pic x.
       01  ws-rec-addr pic 9(10).
       01  ws-addr-len pic 9(1).
       01  ws-data-first pic 9(4) comp.
       01  ws-data-last pic 9(4) comp.
       01  ws-ihex-type pic 9(3).
      *Record bytes gathered into one big-endian value
       01  ws-be-first pic 9(4) comp.
       01  ws-be-last pic 9(4) comp.
      *Intel HEX base address from the last 02 or 04 record
       01  ws-ihex-base pic 9(10) value 0.
      *The image -- a byte's offset is its address -- and which bytes
      *a record has loaded
       01  ws-mem-top pic 9(8) value 0.
       01  ws-mem-addr pic 9(10).
       01  ws-mem-tab.
           05 ws-mem-ent occurs 65536 times.
               10 ws-mem-byte pic 9(3).
               10 ws-mem-set pic x.
       01  ws-out-i pic 9(8).
      *Totals
       01  ws-start-addr pic 9(10) value 0.
       01  ws-end-seen pic x value 'N'.
           88 ws-end-is-seen value 'Y'.
       01  ws-rec-count pic 9(8) value 0.
       01  ws-data-records pic 9(8) value 0.
       01  ws-bytes-loaded pic 9(8) value 0.
       01  ws-hld-error-count pic 9(4) value 0.
      *Run log message scratch -- see asmxlog
       copy "aslogm.cpy" replacing ==:pref:== BY ==ws==.
       procedure division.
           move spaces to ws-log-text.
           accept ws-image-name from environment "ASMZHEX_IMAGE"
               end-accept
           if ws-image-name = spaces
               move "program.fld" to ws-image-name
           end-if.
           accept ws-hex-name from environment "ASMZHEX_FILE"
               end-accept
           if ws-hex-name = spaces
               move "program.hex" to ws-hex-name
           end-if.
           perform varying ws-out-i from 1 by 1 until ws-out-i > 65536
               move 0 to ws-mem-byte(ws-out-i)
               move 'N' to ws-mem-set(ws-out-i)
           end-perform.
           open input fs-hex.
           perform forever
               read fs-hex into ws-hex-rec
                   at end exit perform
                   not at end
                       add 1 to ws-line-no giving ws-line-no end-add
                       move ws-line-no to ws-msg-line
                       if ws-hex-rec not = spaces
                           perform load-hex-record
                       end-if
               end-read
           end-perform.
           close fs-hex.
           move 0 to ws-msg-line.
           if not ws-end-is-seen
               move 'E' to ws-log-severity
               move 1 to ws-log-msgno
               move "file has no end or start address record"
                   to ws-log-text
               perform put-log-message
               add 1 to ws-hld-error-count giving ws-hld-error-count
               end-add
           end-if.
           open output fs-binary.
           perform varying ws-out-i from 1 by 1
           until ws-out-i > ws-mem-top
               move ws-mem-byte(ws-out-i) to fs-binary-char
               write fs-binary-char end-write
           end-perform.
           close fs-binary.
      *Bad records are errors the operator must see; a clean load
      *is informational
           if ws-hld-error-count > 0
               move 'E' to ws-log-severity
           else
               move 'I' to ws-log-severity
           end-if.
           move 2 to ws-log-msgno.
           string "records " delimited by size
               ws-rec-count delimited by size
               ", image bytes " delimited by size
               ws-mem-top delimited by size
               ", start " delimited by size
               ws-start-addr delimited by size
               ", errors " delimited by size
               ws-hld-error-count delimited by size
               into ws-log-text
           end-string.
           perform put-log-message.
      *Set last -- a CALL (asmxlog included) replaces RETURN-CODE
      *with the called program's own, zero when it sets none
           move ws-hld-error-count to return-code.
           goback.
      *Take the record apart into bytes, prove it whole, then act on
      *it by type
       load-hex-record.
           add 1 to ws-rec-count giving ws-rec-count end-add.
           set ws-rec-is-ok to true.
           move spaces to ws-rec-problem.
           move 0 to ws-rec-len.
           perform varying i from 1 by 1
           until i > length of ws-hex-rec
               if ws-hex-rec(i:1) not = space
                   move i to ws-rec-len
               end-if
           end-perform.
           evaluate ws-hex-rec(1:1)
               when ':'
                   move 2 to ws-hex-pos
                   perform split-record-bytes
                   if ws-rec-is-ok
                       perform check-ihex-record
                   end-if
                   if ws-rec-is-ok
                       perform apply-ihex-record
                   end-if
               when 'S'
                   move ws-hex-rec(2:1) to ws-rec-type
                   move 3 to ws-hex-pos
                   perform split-record-bytes
                   if ws-rec-is-ok
                       perform check-s-record
                   end-if
                   if ws-rec-is-ok
                       perform apply-s-record
                   end-if
               when other
                   move 'N' to ws-rec-ok
                   move "not a HEX or S-record" to ws-rec-problem
           end-evaluate.
           if not ws-rec-is-ok
               move 'E' to ws-log-severity
               move 3 to ws-log-msgno
               string "bad record: " delimited by size
                   ws-rec-problem delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               add 1 to ws-hld-error-count giving ws-hld-error-count
               end-add
           end-if.
      *Every hex pair from ws-hex-pos to the last nonblank column
       split-record-bytes.
           move 0 to ws-rb-count.
           if ws-rec-len < ws-hex-pos + 1
               move 'N' to ws-rec-ok
               move "record too short" to ws-rec-problem
               exit paragraph
           end-if.
           perform until ws-hex-pos > ws-rec-len
           or not ws-rec-is-ok
               if ws-hex-pos = ws-rec-len or ws-rb-count >= 300
                   move 'N' to ws-rec-ok
                   move "odd or overlong hex digit count"
                       to ws-rec-problem
                   exit perform
               end-if
               perform get-hex2
               if ws-rec-is-ok
                   add 1 to ws-rb-count giving ws-rb-count end-add
                   move ws-hex-byteval to ws-rb-byte(ws-rb-count)
               end-if
           end-perform.
           if ws-rec-is-ok
               move 0 to ws-cksum
               perform varying ws-rb-i from 1 by 1
               until ws-rb-i > ws-rb-count
                   add ws-rb-byte(ws-rb-i) to ws-cksum
                       giving ws-cksum
                   end-add
               end-perform
               divide ws-cksum by 256 giving ws-cksum-hi
                   remainder ws-cksum-low
               end-divide
           end-if.
      *Intel HEX: count, two address bytes, type, data, checksum --
      *all of which sum to zero modulo 256
       check-ihex-record.
           if ws-rb-count < 5
           or ws-rb-count not = ws-rb-byte(1) + 5
               move 'N' to ws-rec-ok
               move "byte count disagrees with length"
                   to ws-rec-problem
               exit paragraph
           end-if.
           if ws-cksum-low not = 0
               move 'N' to ws-rec-ok
               move "checksum mismatch" to ws-rec-problem
               exit paragraph
           end-if.
           move ws-rb-byte(4) to ws-ihex-type.
           if ws-ihex-type > 5
               move 'N' to ws-rec-ok
               move "unknown Intel HEX record type"
                   to ws-rec-problem
           end-if.
       apply-ihex-record.
           evaluate ws-ihex-type
               when 0
                   move 2 to ws-be-first
                   move 3 to ws-be-last
                   perform gather-be-value
                   add ws-ihex-base to ws-rec-addr giving ws-rec-addr
                   end-add
                   move 5 to ws-data-first
                   subtract 1 from ws-rb-count giving ws-data-last
                   end-subtract
                   perform load-data-bytes
               when 1
                   set ws-end-is-seen to true
               when 2
                   move 5 to ws-be-first
                   move 6 to ws-be-last
                   perform gather-be-value
                   multiply ws-rec-addr by 16 giving ws-ihex-base
                   end-multiply
               when 4
                   move 5 to ws-be-first
                   move 6 to ws-be-last
                   perform gather-be-value
                   multiply ws-rec-addr by 65536 giving ws-ihex-base
                   end-multiply
      *Segment:offset start (CS:IP), flattened
               when 3
                   move 5 to ws-be-first
                   move 6 to ws-be-last
                   perform gather-be-value
                   multiply ws-rec-addr by 16 giving ws-start-addr
                   end-multiply
                   move 7 to ws-be-first
                   move 8 to ws-be-last
                   perform gather-be-value
                   add ws-rec-addr to ws-start-addr
                       giving ws-start-addr
                   end-add
               when 5
                   move 5 to ws-be-first
                   move 8 to ws-be-last
                   perform gather-be-value
                   move ws-rec-addr to ws-start-addr
           end-evaluate.
      *S-record: count (of the bytes after it), address, data,
      *checksum -- all of which sum to 255 modulo 256
       check-s-record.
           evaluate ws-rec-type
               when '0' move 2 to ws-addr-len
               when '1' move 2 to ws-addr-len
               when '2' move 3 to ws-addr-len
               when '3' move 4 to ws-addr-len
               when '5' move 2 to ws-addr-len
               when '6' move 3 to ws-addr-len
               when '7' move 4 to ws-addr-len
               when '8' move 3 to ws-addr-len
               when '9' move 2 to ws-addr-len
               when other
                   move 'N' to ws-rec-ok
                   move "unknown S-record type" to ws-rec-problem
                   exit paragraph
           end-evaluate.
           if ws-rb-count < ws-addr-len + 2
           or ws-rb-count not = ws-rb-byte(1) + 1
               move 'N' to ws-rec-ok
               move "byte count disagrees with length"
                   to ws-rec-problem
               exit paragraph
           end-if.
           if ws-cksum-low not = 255
               move 'N' to ws-rec-ok
               move "checksum mismatch" to ws-rec-problem
           end-if.
       apply-s-record.
           move 2 to ws-be-first.
           add ws-addr-len 1 giving ws-be-last end-add.
           perform gather-be-value.
           evaluate ws-rec-type
               when '1'
               when '2'
               when '3'
                   add ws-addr-len 2 giving ws-data-first end-add
                   subtract 1 from ws-rb-count giving ws-data-last
                   end-subtract
                   perform load-data-bytes
               when '7'
               when '8'
               when '9'
                   move ws-rec-addr to ws-start-addr
                   set ws-end-is-seen to true
           end-evaluate.
      *Record bytes ws-be-first through ws-be-last, most significant
      *first, into ws-rec-addr
       gather-be-value.
           move 0 to ws-rec-addr.
           perform varying ws-rb-i from ws-be-first by 1
           until ws-rb-i > ws-be-last
               multiply ws-rec-addr by 256 giving ws-rec-addr
               end-multiply
               add ws-rb-byte(ws-rb-i) to ws-rec-addr
                   giving ws-rec-addr
               end-add
           end-perform.
      *Data bytes ws-data-first through ws-data-last of the record
      *at hand, from ws-rec-addr up
       load-data-bytes.
           add 1 to ws-data-records giving ws-data-records end-add.
           move ws-rec-addr to ws-mem-addr.
           perform varying ws-rb-i from ws-data-first by 1
           until ws-rb-i > ws-data-last
               perform load-one-byte
               add 1 to ws-mem-addr giving ws-mem-addr end-add
           end-perform.
       load-one-byte.
           if ws-mem-addr >= 65536
               move 'E' to ws-log-severity
               move 4 to ws-log-msgno
               string "byte at " delimited by size
                   ws-mem-addr delimited by size
                   " is past the 65536-byte image" delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               add 1 to ws-hld-error-count giving ws-hld-error-count
               end-add
               move ws-data-last to ws-rb-i
               exit paragraph
           end-if.
           if ws-mem-set(ws-mem-addr + 1) = 'Y'
           and ws-mem-byte(ws-mem-addr + 1) not = ws-rb-byte(ws-rb-i)
               move 'E' to ws-log-severity
               move 5 to ws-log-msgno
               string "byte at " delimited by size
                   ws-mem-addr delimited by size
                   " loaded twice with different values"
                   delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               add 1 to ws-hld-error-count giving ws-hld-error-count
               end-add
           end-if.
           move ws-rb-byte(ws-rb-i) to ws-mem-byte(ws-mem-addr + 1).
           move 'Y' to ws-mem-set(ws-mem-addr + 1).
           add 1 to ws-bytes-loaded giving ws-bytes-loaded end-add.
           if ws-mem-addr + 1 > ws-mem-top
               add 1 to ws-mem-addr giving ws-mem-top end-add
           end-if.
      *One byte (two hex digits) at the current column
       get-hex2.
           move 0 to ws-hex-byteval.
           perform hex-digit-value.
           multiply ws-hex-byteval by 16 giving ws-hex-byteval
           end-multiply.
           perform hex-digit-value.
       hex-digit-value.
           move 'N' to ws-hex-ok.
           perform varying i from 1 by 1 until i > 16
               if ws-hex-rec(ws-hex-pos:1) = ws-hex-digits(i:1)
                   subtract 1 from i giving ws-digit-val end-subtract
                   add ws-digit-val to ws-hex-byteval
                   giving ws-hex-byteval end-add
                   set ws-hex-is-ok to true
                   exit perform
               end-if
           end-perform.
           if not ws-hex-is-ok
               move 'N' to ws-rec-ok
               move "bad hex digit" to ws-rec-problem
           end-if.
           add 1 to ws-hex-pos giving ws-hex-pos end-add.
      *Hand the message at hand to the run log writer -- see asmzx's
      *put-log-message; a record's message carries its line number
       put-log-message.
           move "ASMZHLD" to ws-log-program.
           move ws-msg-line to ws-log-line.
           call "asmxlog" using ws-log end-call.
           move spaces to ws-log-text.
       end program asmzhld.
