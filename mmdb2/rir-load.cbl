       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-rir-load.

*>*********************************************************************
*> builds the regional-registry delegation reference the lookup
*> overlay (mmdb2-rir-lookup) reads, from the five registries'
*> delegated-extended statistics files (AFRINIC, APNIC, ARIN,
*> LACNIC, RIPE NCC):
*>
*>   PARM='<file-list> <reference-file>'
*>
*> <file-list> names the statistics files, one path per line ('#'
*> comments skipped). every one must be there before anything is
*> written - a missing registry would leave a fifth of the world
*> unlisted and every address in it flagged as spoofed - so a short
*> list stops with mmdb2-rc-io-error and yesterday's reference
*> stands. the files are pipe-delimited:
*>
*>   registry|cc|type|start|value|date|status[|opaque-id|...]
*>
*> only the ipv4 and ipv6 rows are kept (asn rows, the version
*> header and the "summary" lines are skipped). an ipv4 row's value
*> is an address count - the range runs from start to start+count-1,
*> whatever its alignment; an ipv6 row's value is a prefix length.
*> the reference (layout in mmdb2-rir.cpy) is rebuilt whole each run;
*> a range starting where another registry's already does (a
*> transferred block listed twice) keeps the first one loaded and is
*> counted as a duplicate.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select list-in
    assign dynamic list-file
    organization line sequential
    file status is list-status.

  select stats-in
    assign dynamic stats-file
    organization line sequential
    file status is stats-status.

  select reference-out
    assign dynamic reference-file
    organization indexed
    access mode dynamic
    record key is mmdb2-rir-key
    file status is reference-status.

data division.
file section.

fd list-in.
01 list-in-rec pic x(256).

fd stats-in.
01 stats-in-rec pic x(512).

fd reference-out.
copy 'mmdb2-rir.cpy'.

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 list-file        pic x(128) value spaces.
01 reference-file   pic x(128) value spaces.
01 list-status      pic xx value spaces.
01 stats-file       pic x(128) value spaces.
01 stats-status     pic xx value spaces.
01 reference-status pic xx value spaces.
01 exists-rec       pic x(1).
   88 target-exists value 'Y', false 'N'.

01 load-rc          pic 9(2) value 0.
01 list-pass        pic 9(1) value 1.
01 files-listed     pic 9(2) value 0.
01 files-missing    pic 9(2) value 0.

*> one statistics row, split.
01 split-registry   pic x(16) value spaces.
01 split-cc         pic x(8) value spaces.
01 split-type       pic x(8) value spaces.
01 split-start      pic x(45) value spaces.
01 split-value      pic x(12) value spaces.
01 split-date       pic x(12) value spaces.
01 split-status     pic x(16) value spaces.

*> the range's two ends.
01 key-op           pic x(1) value 'A'.
01 start-bits       pic x(128) value spaces.
01 start-bitlen     pic 9(3) value 0.
01 start-key        pic x(40) value spaces.
01 end-bits         pic x(128) value spaces.
01 end-key          pic x(40) value spaces.
01 range-value      pic 9(12) value 0.
01 addr-num         pic 9(12) value 0.
01 bit-val          pic 9(1) value 0.
01 bit-ix           pic 9(3) value 0.
01 family-char      pic x(1) value spaces.

01 rows-loaded      pic 9(9) value 0.
01 rows-duplicate   pic 9(9) value 0.
01 rows-malformed   pic 9(9) value 0.
01 rows-file        pic 9(9) value 0.

01 audit-dir-blank  pic x(128) value spaces.
01 audit-tag        pic x(45) value spaces.

*>*********************************************************************

procedure division.
  accept list-file from argument-value
  accept reference-file from argument-value

  if list-file = spaces or reference-file = spaces
    display 'usage: mmdb2-rir-load <file-list> <reference-file>'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  *> pass one checks every listed file is there; pass two loads.
  move 1 to list-pass
  perform read-file-list

  if list-status not = '00' and list-status not = '10'
    display 'failed to open registry file list: '
        function trim(list-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  if files-listed = 0 or files-missing > 0
    display 'registry reference not rebuilt: ' files-missing
        ' of ' files-listed ' listed file(s) missing - the previous'
        ' reference stands'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move spaces to reference-status
  open output reference-out
  if reference-status not = '00'
    display 'failed to write registry reference: '
        function trim(reference-file) ' (status ' reference-status ')'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move 2 to list-pass
  perform read-file-list

  *> the control record: when, and how many.
  move spaces to mmdb2-rir-rec
  move '#LOADED' to mmdb2-rir-key
  move function current-date(1:8) to mmdb2-rir-date
  move rows-loaded to mmdb2-rir-size
  write mmdb2-rir-rec
    invalid key display 'control record write failed'
  end-write

  close reference-out

  display 'registry reference: ' rows-loaded ' range(s) loaded from '
      files-listed ' file(s), ' rows-duplicate ' duplicate(s), '
      rows-malformed ' malformed row(s) skipped'

  move spaces to audit-tag
  string 'RIR-LOAD ranges=' rows-loaded delimited by size
      into audit-tag
  call 'cobmind-audit-log' using reference-file, audit-tag, 'OK',
      audit-dir-blank

  move mmdb2-rc-ok to load-rc
  *> the audit call resets return-code on the way.
  move load-rc to return-code
  goback.

*>*********************************************************************

read-file-list.
  move spaces to list-status
  open input list-in

  if list-status not = '00'
    exit paragraph
  end-if

  perform until list-status = '10'
    read list-in
      at end move '10' to list-status
      not at end
        if function trim(list-in-rec) not = spaces
        and list-in-rec(1:1) not = '#'
          move function trim(list-in-rec) to stats-file
          if list-pass = 1
            perform check-listed-file
          else
            perform load-stats-file
          end-if
        end-if
    end-read
  end-perform

  close list-in
  .

check-listed-file.
  add 1 to files-listed
  call 'cobmind-file-exists' using stats-file, exists-rec

  if not target-exists
    add 1 to files-missing
    display 'registry file missing: ' function trim(stats-file)
  end-if
  .

load-stats-file.
  move 0 to rows-file
  move spaces to stats-status
  open input stats-in

  if stats-status not = '00'
    display 'failed to open registry file: ' function trim(stats-file)
    exit paragraph
  end-if

  perform until stats-status = '10'
    read stats-in
      at end move '10' to stats-status
      not at end perform load-stats-row
    end-read
  end-perform

  close stats-in

  display '  ' function trim(stats-file) ': ' rows-file ' range(s)'
  .

load-stats-row.
  if function trim(stats-in-rec) = spaces
  or stats-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-registry split-cc split-type split-start
      split-value split-date split-status
  unstring stats-in-rec delimited by '|'
      into split-registry, split-cc, split-type, split-start,
           split-value, split-date, split-status

  *> the version header and asn rows carry no address range; the
  *> summary lines carry "summary" where the date would be.
  if (split-type not = 'ipv4' and split-type not = 'ipv6')
  or split-date = 'summary' or split-start = '*'
    exit paragraph
  end-if

  if function trim(split-value) is not numeric
    add 1 to rows-malformed
    exit paragraph
  end-if
  move function numval(split-value) to range-value

  move 'A' to key-op
  call 'mmdb2-sighting-key' using key-op, split-start, start-bits,
      start-bitlen, start-key

  if start-key = spaces
    add 1 to rows-malformed
    exit paragraph
  end-if

  if split-type = 'ipv4'
    if start-bitlen not = 32 or range-value = 0
      add 1 to rows-malformed
      exit paragraph
    end-if
    move '4' to family-char
    perform derive-ipv4-end
  else
    if start-bitlen not = 128 or range-value > 128
      add 1 to rows-malformed
      exit paragraph
    end-if
    move '6' to family-char
    move start-bits to end-bits
    perform varying bit-ix from 1 by 1 until bit-ix > 128
      if bit-ix > range-value
        move '1' to end-bits(bit-ix:1)
      end-if
    end-perform
  end-if

  if end-bits = spaces
    add 1 to rows-malformed
    exit paragraph
  end-if

  move 'B' to key-op
  call 'mmdb2-sighting-key' using key-op, split-start, end-bits,
      start-bitlen, end-key

  move spaces to mmdb2-rir-rec
  string family-char start-key delimited by size into mmdb2-rir-key
  string family-char end-key delimited by size into mmdb2-rir-end-key
  move split-registry to mmdb2-rir-registry
  move function upper-case(split-cc) to mmdb2-rir-country
  if split-date(1:8) is numeric
    move split-date(1:8) to mmdb2-rir-date
  else
    move '00000000' to mmdb2-rir-date
  end-if
  move function lower-case(split-status) to mmdb2-rir-status
  move split-start to mmdb2-rir-start
  move split-value to mmdb2-rir-size

  write mmdb2-rir-rec
    invalid key
      add 1 to rows-duplicate
      exit paragraph
  end-write

  add 1 to rows-loaded rows-file
  .

*> an ipv4 range is a count, not a prefix - the last address is
*> start + count - 1, worked as a 32-bit number. spaces in end-bits
*> when the count runs off the end of the address space.
derive-ipv4-end.
  move 0 to addr-num
  perform varying bit-ix from 1 by 1 until bit-ix > 32
    compute addr-num = addr-num * 2
    if start-bits(bit-ix:1) = '1'
      add 1 to addr-num
    end-if
  end-perform

  compute addr-num = addr-num + range-value - 1

  move spaces to end-bits
  if addr-num > 4294967295
    exit paragraph
  end-if

  perform varying bit-ix from 32 by -1 until bit-ix < 1
    divide addr-num by 2 giving addr-num remainder bit-val
    move bit-val to end-bits(bit-ix:1)
  end-perform
  .
