       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-drill-down.

*>*********************************************************************
*> "split into what?" - the follow-up to a "--cidr" SP answer. walks
*> the search tree down the supplied block's own bits (as
*> mmdb2-cidr-check does) and then walks ONLY the subtree under it
*> (as mmdb2-dump walks the whole tree), writing every sub-network
*> inside the block with its decoded record:
*>
*>   cidr,record
*>   081.002.069.000/024,country.iso_code=GB;...
*>
*> a block that is covered by one record (SG) writes that one row
*> under the block's own cidr; an absent block (AB) writes no rows.
*> the file closes with "# summary" lines - distinct countries and
*> ASNs inside the block - ahead of the usual control-total trailer,
*> the same counts echoed to the console for incident response. an
*> IPv4 block queried against an IPv6 database walks the "::/96"
*> range and is written back in IPv4 notation.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select drill-out
    assign dynamic out-path-ws
    organization line sequential
    file status is drill-status.

data division.
file section.

fd drill-out.
01 drill-out-rec pic x(8192).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 drill-status     pic xx value spaces.
01 out-line         pic x(8192).

01 ip-part          pic x(45) value spaces.
01 prefix-part      pic x(4) value spaces.
01 block-prefix     pic 9(3) value 0.
01 ip-valid-rec     pic x(1).
   88 ip-is-valid   value 'Y', false 'N'.

01 bitstring        pic x(128).
01 bit-length       pic 9(3).
01 ipv4-tail-bits   pic x(32).

*> bits ahead of the address the caller typed: 96 for an IPv4 block
*> walked through an IPv6 database's "::/96" range, else 0.
01 bit-base         pic 9(3) value 0.

01 coverage         pic x(2) value 'AB'.
   88 block-single  value 'SG'.
   88 block-split   value 'SP'.
   88 block-absent  value 'AB'.

01 census-stack.
   05 stk-frame occurs 129 times indexed by stk-ix.
      10 stk-node-index   pic 9(10).
      10 stk-state        pic 9(1).
      10 stk-left-value   pic 9(10).
      10 stk-right-value  pic 9(10).

01 path-bit occurs 128 times pic 9(1).

01 node-size-bytes  pic 9(2).
01 search-tree-size pic x(8) comp-x.
01 data-section-base pic x(8) comp-x.
01 node-offset      pic x(8) comp-x.
01 node-index       pic 9(10).
01 branch-value     pic 9(10).
01 branch-depth     pic 9(3).
01 cur-ix           pic 9(3).
01 base-ix          pic 9(3).
01 addr-width       pic 9(3).

01 left-bytes       pic x(4).
01 right-bytes      pic x(4).
01 byte-idx         pic 9(2).
01 bit-idx          pic 9(3).
01 bit-lo           pic 9(3).
01 bit-hi           pic 9(3).
01 one-byte         pic x(1).

01 byte-val         pic 9(3).
01 octet-num        pic 9(3).
01 group-idx        pic 9(2).
01 group-hi         pic 9(3).
01 group-lo         pic 9(3).
01 hex-out          pic x(4).

01 cidr-text        pic x(50) value spaces.
01 prefix-len       pic 9(3).
01 shown-prefix     pic 9(3).

01 data-off         pic x(8) comp-x.
01 decoded-buf      pic x(8192).
01 decode-len       pic x(8) comp-x.
01 decode-trunc-flag pic x(1) value 'N'.

*> tree-walk byte reads go through mmdb2-buffered-read's block cache.
01 br-op-read       pic x(1) value 'R'.

01 network-count    pic 9(10) value 0.

*> distinct countries and ASNs seen inside the block.
01 field-path       pic x(64) value spaces.
01 field-value      pic x(256) value spaces.
01 field-found      pic x(1) value 'N'.
01 country-table.
   05 country-code  occurs 300 times pic x(8).
01 country-total    pic 9(5) value 0.
01 asn-table.
   05 asn-code      occurs 500 times pic x(12).
01 asn-total        pic 9(5) value 0.
01 seen-ix          pic 9(5) value 0.
01 seen-hit         pic x(1) value 'N'.
01 summary-list     pic x(4096) value spaces.

01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.
01 trail-op         pic x(1) value 'R'.
01 trail-fold       pic x(8192) value spaces.
01 trail-reason     pic x(2) value 'OK'.
01 trailer-line     pic x(256) value spaces.

01 out-path-ws      pic x(140) value spaces.
01 commit-op        pic x(1) value 'B'.
01 commit-ok        pic x(1) value 'Y'.

linkage section.

01 file-handle     pic x(4).
copy 'mmdb2-meta.cpy'.
01 block-text      pic x(50).
01 drill-file      pic x(128).
01 db-path         pic x(128).
01 lang-filter     pic x(8).

*>*********************************************************************

procedure division using file-handle, mmdb2-meta-rec, block-text,
    drill-file, db-path, lang-filter.

  move 0 to network-count country-total asn-total
  set block-absent to true

  perform parse-block

  if not ip-is-valid
    display 'not a network block: ' function trim(block-text)
    move mmdb2-rc-invalid-ip to return-code
    goback
  end-if

  call 'mmdb2-ip-to-bits' using ip-part, bitstring, bit-length

  move 0 to bit-base
  if mmdb2-meta-ip-version = 6 and bit-length = 32
    move bitstring(1:32) to ipv4-tail-bits
    move spaces to bitstring
    inspect bitstring(1:96) replacing all space by '0'
    move ipv4-tail-bits to bitstring(97:32)
    move 128 to bit-length
    add 96 to block-prefix
    move 96 to bit-base
  end-if

  if block-prefix > bit-length
    move bit-length to block-prefix
  end-if

  move bit-length to addr-width

  compute node-size-bytes = (mmdb2-meta-record-size * 2) / 8
  compute search-tree-size =
      mmdb2-meta-node-count * node-size-bytes
  compute data-section-base = search-tree-size + 16

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, drill-file,
      out-path-ws, commit-ok

  open output drill-out

  if drill-status not = '00'
    display 'failed to open drill-down file: '
        function trim(drill-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move 'W' to class-op
  move 'mmdb2-drill-down' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'C' to class-op
  move 'cidr,record' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  call 'cobmind-provenance' using db-path, mmdb2-meta-build-epoch,
      db-path, provenance-line
  write drill-out-rec from provenance-line

  move spaces to out-line
  move 'cidr,record' to out-line
  write drill-out-rec from out-line

  perform descend-to-block

  evaluate true
    when block-split
      perform walk-block-subtree
    when block-single
      perform write-single-block
  end-evaluate

  perform write-block-summary

  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  write drill-out-rec from trailer-line

  close drill-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, drill-file,
      out-path-ws, commit-ok

  display 'coverage: ' coverage ' - ' network-count
      ' network(s) inside ' function trim(block-text)
  display 'countries: ' country-total '   asns: ' asn-total
  display 'written to: ' function trim(drill-file)

  if commit-ok not = 'Y'
    display 'finished but could not be published to '
        function trim(drill-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  if block-absent
    move mmdb2-rc-not-found to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  goback
  .

*>*********************************************************************

parse-block.
  move spaces to ip-part prefix-part
  move 0 to block-prefix
  set ip-is-valid to false

  unstring function trim(block-text) delimited by '/'
    into ip-part, prefix-part
  end-unstring

  call 'mmdb2-validate-ip' using ip-part, ip-valid-rec

  if ip-is-valid
    if function trim(prefix-part) = spaces
    or function trim(prefix-part) is not numeric
      set ip-is-valid to false
    else
      move function numval(function trim(prefix-part)) to block-prefix
    end-if
  end-if
  .

*>*********************************************************************
*> follow the block's own bits from the root. a leaf before the last
*> bit settles the block (SG or AB); running out of bits inside the
*> tree leaves the subtree root in node-index (SP).
*>*********************************************************************

descend-to-block.
  move 0 to node-index
  move 1 to cur-ix

  *> the whole block goes on the path first - a leaf above the
  *> block's depth still prints as the block asked for, not the path
  *> cut off where the leaf was hit.
  perform varying bit-idx from 1 by 1 until bit-idx > block-prefix
    move bitstring(bit-idx:1) to path-bit(bit-idx)
  end-perform

  perform varying bit-idx from 1 by 1 until bit-idx > block-prefix
    move node-index to stk-node-index(1)
    perform read-node

    if path-bit(bit-idx) = 1
      move stk-right-value(1) to branch-value
    else
      move stk-left-value(1) to branch-value
    end-if

    if branch-value = mmdb2-meta-node-count
      set block-absent to true
      exit paragraph
    end-if

    if branch-value > mmdb2-meta-node-count
      set block-single to true
      exit paragraph
    end-if

    move branch-value to node-index
  end-perform

  set block-split to true
  .

write-single-block.
  move block-prefix to prefix-len
  compute data-off =
      search-tree-size + 16 + branch-value - mmdb2-meta-node-count

  call 'mmdb2-decode-data' using file-handle, data-off,
      decoded-buf, decode-len, lang-filter, data-section-base,
      decode-trunc-flag

  perform build-cidr
  perform write-drill-row
  .

*>*********************************************************************
*> the subtree walk: mmdb2-dump's explicit depth stack, with the
*> block's bits already on the path and the bottom frame at the
*> block's depth instead of the root.
*>*********************************************************************

walk-block-subtree.
  compute base-ix = block-prefix + 1
  move base-ix to stk-ix
  move node-index to stk-node-index(stk-ix)
  move 0 to stk-state(stk-ix)

  perform until stk-ix < base-ix
    move stk-ix to cur-ix

    evaluate stk-state(cur-ix)
      when 0
        perform read-node
        move stk-left-value(cur-ix) to branch-value
        move cur-ix to branch-depth
        move 0 to path-bit(branch-depth)
        perform handle-branch
        move 1 to stk-state(cur-ix)

      when 1
        move stk-right-value(cur-ix) to branch-value
        move cur-ix to branch-depth
        move 1 to path-bit(branch-depth)
        perform handle-branch
        move 2 to stk-state(cur-ix)

      when other
        subtract 1 from stk-ix
    end-evaluate
  end-perform
  .

handle-branch.
  if branch-value = mmdb2-meta-node-count
    *> empty leaf - no network recorded here
    continue
  else
    if branch-value > mmdb2-meta-node-count
      move branch-depth to prefix-len
      compute data-off =
          search-tree-size + 16 + branch-value - mmdb2-meta-node-count

      call 'mmdb2-decode-data' using file-handle, data-off,
          decoded-buf, decode-len, lang-filter, data-section-base,
          decode-trunc-flag

      perform build-cidr
      perform write-drill-row
    else
      if stk-ix < 129
        add 1 to stk-ix
        move branch-value to stk-node-index(stk-ix)
        move 0 to stk-state(stk-ix)
      end-if
    end-if
  end-if
  .

write-drill-row.
  add 1 to network-count

  move spaces to out-line
  string
    function trim(cidr-text) ','
    function trim(decoded-buf)
    delimited by size
    into out-line
  write drill-out-rec from out-line

  move 'F' to trail-op
  move out-line to trail-fold
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  perform note-country-and-asn
  .

note-country-and-asn.
  move 'CTRY' to field-path
  move spaces to field-value
  call 'mmdb2-get-field' using decoded-buf, field-path, field-value,
      field-found

  if field-found = 'Y' and field-value not = spaces
    move 'N' to seen-hit
    perform varying seen-ix from 1 by 1
        until seen-ix > country-total or seen-hit = 'Y'
      if country-code(seen-ix) = field-value
        move 'Y' to seen-hit
      end-if
    end-perform

    if seen-hit = 'N' and country-total < 300
      add 1 to country-total
      move field-value to country-code(country-total)
    end-if
  end-if

  move 'ASN' to field-path
  move spaces to field-value
  call 'mmdb2-get-field' using decoded-buf, field-path, field-value,
      field-found

  if field-found = 'Y' and field-value not = spaces
    move 'N' to seen-hit
    perform varying seen-ix from 1 by 1
        until seen-ix > asn-total or seen-hit = 'Y'
      if asn-code(seen-ix) = field-value
        move 'Y' to seen-hit
      end-if
    end-perform

    if seen-hit = 'N' and asn-total < 500
      add 1 to asn-total
      move field-value to asn-code(asn-total)
    end-if
  end-if
  .

write-block-summary.
  move spaces to out-line
  string '# summary: block=' function trim(block-text)
      ' coverage=' coverage ' networks=' network-count
      ' countries=' country-total ' asns=' asn-total
      delimited by size into out-line
  write drill-out-rec from out-line

  move spaces to summary-list
  perform varying seen-ix from 1 by 1 until seen-ix > country-total
    string function trim(summary-list) ' '
        function trim(country-code(seen-ix))
        delimited by size into summary-list
  end-perform

  move spaces to out-line
  string '# countries: ' function trim(summary-list)
      delimited by size into out-line
  write drill-out-rec from out-line

  move spaces to summary-list
  perform varying seen-ix from 1 by 1 until seen-ix > asn-total
    string function trim(summary-list) ' AS'
        function trim(asn-code(seen-ix))
        delimited by size into summary-list
  end-perform

  move spaces to out-line
  string '# asns: ' function trim(summary-list)
      delimited by size into out-line
  write drill-out-rec from out-line
  .

*>*********************************************************************

read-node.
  compute node-offset = stk-node-index(cur-ix) * node-size-bytes

  evaluate mmdb2-meta-record-size
    when 24
      perform varying byte-idx from 1 by 1 until byte-idx > 3
        call 'mmdb2-buffered-read' using br-op-read, file-handle,
            node-offset, one-byte
        add 1 to node-offset
        move one-byte to left-bytes(byte-idx:1)
      end-perform

      perform varying byte-idx from 1 by 1 until byte-idx > 3
        call 'mmdb2-buffered-read' using br-op-read, file-handle,
            node-offset, one-byte
        add 1 to node-offset
        move one-byte to right-bytes(byte-idx:1)
      end-perform

      compute stk-left-value(cur-ix) =
          (function ord(left-bytes(1:1)) - 1) * 65536 +
          (function ord(left-bytes(2:1)) - 1) * 256 +
          (function ord(left-bytes(3:1)) - 1)

      compute stk-right-value(cur-ix) =
          (function ord(right-bytes(1:1)) - 1) * 65536 +
          (function ord(right-bytes(2:1)) - 1) * 256 +
          (function ord(right-bytes(3:1)) - 1)

    when 28
      perform varying byte-idx from 1 by 1 until byte-idx > 7
        call 'mmdb2-buffered-read' using br-op-read, file-handle,
            node-offset, one-byte
        add 1 to node-offset
        if byte-idx <= 3
          move one-byte to left-bytes(byte-idx:1)
        else
          if byte-idx = 4
            move one-byte to left-bytes(4:1)
          else
            move one-byte to right-bytes(byte-idx - 4:1)
          end-if
        end-if
      end-perform

      compute stk-left-value(cur-ix) =
          (function integer((function ord(left-bytes(4:1)) - 1) / 16))
              * 16777216 +
          (function ord(left-bytes(1:1)) - 1) * 65536 +
          (function ord(left-bytes(2:1)) - 1) * 256 +
          (function ord(left-bytes(3:1)) - 1)

      compute stk-right-value(cur-ix) =
          function mod(function ord(left-bytes(4:1)) - 1, 16)
            * 16777216 +
          (function ord(right-bytes(1:1)) - 1) * 65536 +
          (function ord(right-bytes(2:1)) - 1) * 256 +
          (function ord(right-bytes(3:1)) - 1)

    when other
      perform varying byte-idx from 1 by 1 until byte-idx > 4
        call 'mmdb2-buffered-read' using br-op-read, file-handle,
            node-offset, one-byte
        add 1 to node-offset
        move one-byte to left-bytes(byte-idx:1)
      end-perform

      perform varying byte-idx from 1 by 1 until byte-idx > 4
        call 'mmdb2-buffered-read' using br-op-read, file-handle,
            node-offset, one-byte
        add 1 to node-offset
        move one-byte to right-bytes(byte-idx:1)
      end-perform

      compute stk-left-value(cur-ix) =
          (function ord(left-bytes(1:1)) - 1) * 16777216 +
          (function ord(left-bytes(2:1)) - 1) * 65536 +
          (function ord(left-bytes(3:1)) - 1) * 256 +
          (function ord(left-bytes(4:1)) - 1)

      compute stk-right-value(cur-ix) =
          (function ord(right-bytes(1:1)) - 1) * 16777216 +
          (function ord(right-bytes(2:1)) - 1) * 65536 +
          (function ord(right-bytes(3:1)) - 1) * 256 +
          (function ord(right-bytes(4:1)) - 1)
  end-evaluate
  .

*>*********************************************************************
*> cidr text for the network at path-bit(1..prefix-len) - the dump's
*> notation, IPv4 again for a block typed as IPv4.
*>*********************************************************************

build-cidr.
  move spaces to cidr-text

  if addr-width = 128 and bit-base = 0
    perform build-ipv6-text
  else
    perform build-ipv4-text
  end-if
  .

build-ipv4-text.
  move spaces to cidr-text

  perform varying group-idx from 1 by 1 until group-idx > 4
    perform byte-from-path
    move byte-val to octet-num

    if group-idx = 1
      string function trim(cidr-text) octet-num
        delimited by size into cidr-text
    else
      string function trim(cidr-text) '.' octet-num
        delimited by size into cidr-text
    end-if
  end-perform

  compute shown-prefix = prefix-len - bit-base

  string function trim(cidr-text) '/' shown-prefix
    delimited by size into cidr-text
  .

byte-from-path.
  move 0 to byte-val
  compute bit-lo = bit-base + (group-idx - 1) * 8 + 1
  compute bit-hi = bit-base + group-idx * 8

  perform varying bit-idx from bit-lo by 1 until bit-idx > bit-hi
    compute byte-val = byte-val * 2

    if bit-idx <= prefix-len
      add path-bit(bit-idx) to byte-val
    end-if
  end-perform
  .

build-ipv6-text.
  move spaces to cidr-text

  perform varying group-idx from 1 by 1 until group-idx > 8
    move 0 to group-hi
    move 0 to group-lo

    compute bit-lo = (group-idx - 1) * 16 + 1
    compute bit-hi = (group-idx - 1) * 16 + 8

    perform varying bit-idx from bit-lo by 1 until bit-idx > bit-hi
      compute group-hi = group-hi * 2
      if bit-idx <= prefix-len
        add path-bit(bit-idx) to group-hi
      end-if
    end-perform

    compute bit-lo = (group-idx - 1) * 16 + 9
    compute bit-hi = group-idx * 16

    perform varying bit-idx from bit-lo by 1 until bit-idx > bit-hi
      compute group-lo = group-lo * 2
      if bit-idx <= prefix-len
        add path-bit(bit-idx) to group-lo
      end-if
    end-perform

    compute byte-val = group-hi
    move byte-val to octet-num
    call 'binary-byte-to-hex' using octet-num, hex-out

    if group-idx = 1
      string function trim(cidr-text) function trim(hex-out)
        delimited by size into cidr-text
    else
      string function trim(cidr-text) ':' function trim(hex-out)
        delimited by size into cidr-text
    end-if

    compute byte-val = group-lo
    move byte-val to octet-num
    call 'binary-byte-to-hex' using octet-num, hex-out

    string function trim(cidr-text) function trim(hex-out)
      delimited by size into cidr-text
  end-perform

  string function trim(cidr-text) '/' prefix-len
    delimited by size into cidr-text
  .
