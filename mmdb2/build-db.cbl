*>   10.20.0.0/16,site=FRA-DC;building=B
*>   10.30.0.0/16,site=AMS-DC;building=A
*>
*> a "# description=<text>" line sets the metadata description
*> (default "internal site-network inventory") - mmdb2-house-db uses
*> it to name the overlay versions a composite was built from. a
*> "# ip_version=6" line asks for an IPv6 tree whatever the
*> inventory holds.
*>
*> every key and value is encoded as a UTF-8 string; records become
*> flat maps, and identical records are stored once. an inventory of
*> IPv4 networks only builds an IPv4 tree; one with any IPv6 network
*> (or the ip_version line) builds an IPv6 tree, with the IPv4
*> networks laid down under ::/96 and the ::ffff:0:0/96 and
*> 2002::/16 ranges aliased to that subtree, as the vendor's combined
*> databases are. an entry nested under an existing one is refused
*> (MMDB leaves are disjoint). the built file round-trips through
*> mmdb2-verify and ordinary lookups like any vendor release.
*>
*> the build streams, so a full vendor-scale composite compiles as
*> readily as the site inventory - nothing is held per network:
*>
*>   1. the inventory is SORTed on its records; each distinct record
*>      is encoded once into a data scratch file and every network
*>      noted with its record's offset;
*>   2. the networks are SORTed into address order and the tree is
*>      grown along one root-to-leaf path at a time - a node leaves
*>      the path, finished, once the addresses have moved past it;
*>   3. the finished nodes are SORTed into node order and encoded,
*>      then the data scratch and the metadata follow.
*>
*> records are 24 bits when the tree and data section fit, 32 bits
*> otherwise. scratch files sit beside <out-mmdb> (_work, _nodes,
*> _data) and are removed at the end.
*>
*> run as its own job step: PARM='<inventory-csv> <out-mmdb> [<type>]'.
*>*********************************************************************
    organization line sequential
    file status is csv-status.

  select net-work
    assign dynamic net-work-file
    organization line sequential
    file status is net-work-status.

  select node-work
    assign dynamic node-work-file
    organization line sequential
    file status is node-work-status.

  select record-sort assign "BLDRECS".
  select network-sort assign "BLDNETS".
  select node-sort assign "BLDNODES".

data division.
file section.

fd csv-in.
01 csv-in-rec pic x(512).

*> one network with its record's offset in the data section - kind
*> 'D' a data leaf, 'A' an alias onto the IPv4 subtree.
fd net-work.
01 net-work-rec.
   05 nwk-bits      pic x(128).
   05 nwk-prefix    pic 9(3).
   05 nwk-kind      pic x(1).
   05 nwk-offset    pic 9(10).

*> one finished tree node - kinds 'N' empty, 'C' child node, 'D'
*> data record (value: its data-section offset).
fd node-work.
01 node-work-rec.
   05 ndw-node      pic 9(10).
   05 ndw-left-kind  pic x(1).
   05 ndw-left-val   pic 9(10).
   05 ndw-right-kind pic x(1).
   05 ndw-right-val  pic 9(10).

sd record-sort.
01 record-sort-rec.
   05 rsrt-record   pic x(256).
   05 rsrt-bits     pic x(128).
   05 rsrt-bitlen   pic 9(3).
   05 rsrt-prefix   pic 9(3).

sd network-sort.
01 network-sort-rec.
   05 tsrt-bits     pic x(128).
   05 tsrt-prefix   pic 9(3).
   05 tsrt-kind     pic x(1).
   05 tsrt-offset   pic 9(10).

sd node-sort.
01 node-sort-rec.
   05 nsrt-node      pic 9(10).
   05 nsrt-left-kind  pic x(1).
   05 nsrt-left-val   pic 9(10).
   05 nsrt-right-kind pic x(1).
   05 nsrt-right-val  pic 9(10).

working-storage section.

copy 'mmdb2-retcode.cpy'.
01 csv-file       pic x(128) value spaces.
01 out-file       pic x(128) value spaces.
01 db-type-arg    pic x(64) value spaces.
01 description-text pic x(128) value 'internal site-network inventory'.

01 csv-status     pic xx value spaces.
01 net-work-file  pic x(140) value spaces.
01 net-work-status pic xx value spaces.
01 node-work-file pic x(140) value spaces.
01 node-work-status pic xx value spaces.
01 data-file      pic x(140) value spaces.

01 entry-count    pic 9(10) value 0.
01 record-count   pic 9(10) value 0.
01 refused-count  pic 9(10) value 0.
01 prev-record    pic x(256) value spaces.
01 record-offset  pic 9(10) value 0.
01 sort-eof-rec   pic x(1) value 'N'.
   88 sort-eof    value 'Y', false 'N'.

01 split-network  pic x(50) value spaces.
01 split-record   pic x(256) value spaces.
01 slash-pos      pic 9(3) value 0.
01 entry-addr     pic x(45) value spaces.
01 entry-prefix-text pic x(3) value spaces.
01 entry-prefix   pic 9(3) value 0.
01 entry-bits     pic x(128) value spaces.
01 work-bitlen    pic 9(3) value 0.

*> 32 or 128 - the tree's address width.
01 tree-bits      pic 9(3) value 32.
01 want-ipv6      pic x(1) value 'N'.

*> the tree path under construction: stack entry i is the node that
*> consumes address bit i (the root is entry 1), with its two slots
*> and the bit the path last took out of it.
01 path-stack.
   05 path-entry occurs 128 times.
      10 stk-node        pic 9(10).
      10 stk-left-kind   pic x(1).
      10 stk-left-val    pic 9(10).
      10 stk-right-kind  pic x(1).
      10 stk-right-val   pic 9(10).
      10 stk-bit         pic x(1).
01 stack-depth    pic 9(3) value 0.
01 path-ix        pic 9(3) value 0.
01 flush-ix       pic 9(3) value 0.
01 node-count     pic 9(10) value 0.
01 ipv4-node      pic 9(10) value 0.
01 ipv4-node-found pic x(1) value 'N'.
01 conflict-rec   pic x(1) value 'N'.
   88 entry-conflicts value 'Y', false 'N'.
01 slot-bit       pic x(1) value '0'.
01 slot-kind      pic x(1) value 'N'.
01 slot-val       pic 9(10) value 0.
01 zero-bits      pic x(128) value all '0'.

*> the alias ranges of an IPv6 tree, as address bits.
01 alias-mapped-bits pic x(128) value spaces.
01 alias-6to4-bits   pic x(128) value spaces.

*> output through a block buffer - emit-handle is whichever file is
*> being written (the data scratch, then the database itself).
01 emit-buffer    pic x(65536) value low-values.
01 emit-pos       pic 9(5) value 0.
01 emit-handle    pic x(4).
01 emit-offset    pic x(8) comp-x value 0.
01 out-handle     pic x(4).
01 data-handle    pic x(4).
01 write-len      pic x(4) comp-x value 0.
01 write-flags    pic x(4) comp-x value 0.
01 read-offset    pic x(8) comp-x value 0.
01 read-len       pic x(4) comp-x value 0.
01 read-flags     pic x(4) comp-x value 0.
01 copy-remaining pic 9(12) value 0.
01 io-failed      pic x(1) value 'N'.

01 emit-byte-val  pic 9(3) value 0.
01 emit-text      pic x(284) value spaces.
01 emit-text-len  pic 9(3) value 0.
01 emit-text-ix   pic 9(3) value 0.
01 emit-number    pic 9(18) value 0.
01 emit-num-len   pic 9(1) value 0.
01 emit-num-byte  pic 9(3) value 0.
01 emit-ctrl-base pic 9(3) value 0.
01 map-entry-count pic 9(3) value 0.

01 data-cursor    pic 9(12) value 0.
01 record-remaining pic x(256) value spaces.
01 pair-text      pic x(256) value spaces.
01 semi-pos       pic 9(3) value 0.
01 pair-tally     pic 9(3) value 0.
01 scan-remaining pic x(256) value spaces.

01 record-size    pic 9(2) value 24.
01 record-value   pic 9(12) value 0.
01 record-limit   pic 9(12) value 0.
01 value-byte     pic 9(1) value 0.

01 today-text     pic x(21) value spaces.
01 epoch-days     pic 9(10) value 0.
01 build-epoch    pic 9(11) value 0.

01 image-size     pic 9(12) value 0.
01 exists-rec     pic x(1).
   88 target-exists value 'Y', false 'N'.

    move 'Site-Inventory' to db-type-arg
  end-if

  move spaces to net-work-file node-work-file data-file
  string function trim(out-file) '_work' delimited by size
      into net-work-file
  string function trim(out-file) '_nodes' delimited by size
      into node-work-file
  string function trim(out-file) '_data' delimited by size
      into data-file

  *> ::ffff:0:0/96 and 2002::/16.
  move zero-bits to alias-mapped-bits alias-6to4-bits
  move all '1' to alias-mapped-bits(81:16)
  move '0010000000000010' to alias-6to4-bits(1:16)

  open input csv-in

  if csv-status not = '00'
    display 'failed to open inventory csv: ' function trim(csv-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if
  close csv-in

  call 'cobmind-file-exists' using data-file, exists-rec
  if target-exists
    call 'CBL_DELETE_FILE' using data-file
  end-if
  call 'CBL_CREATE_FILE' using data-file, 2, 0, 0, data-handle

  if return-code not = 0
    display 'failed to create data scratch: ' function trim(data-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  open output net-work

  if net-work-status not = '00'
    display 'failed to open work file: ' function trim(net-work-file)
    call 'CBL_CLOSE_FILE' using data-handle
    call 'CBL_DELETE_FILE' using data-file
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  sort record-sort
      ascending key rsrt-record
      input procedure is release-inventory
      output procedure is encode-records

  close net-work
  perform flush-emit-buffer
  call 'CBL_CLOSE_FILE' using data-handle

  if entry-count = 0
    display 'no usable inventory entries - nothing to build'
    perform remove-scratch
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if io-failed = 'Y'
    display 'failed writing data scratch: ' function trim(data-file)
    perform remove-scratch
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  open output node-work

  if node-work-status not = '00'
    display 'failed to open work file: ' function trim(node-work-file)
    perform remove-scratch
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  sort network-sort
      ascending key tsrt-bits tsrt-prefix
      input procedure is release-networks
      output procedure is grow-tree

  close node-work

  *> the largest value a slot can carry - a data pointer to the end
  *> of the data section - decides the record width.
  compute record-limit = node-count + data-cursor
  evaluate true
    when record-limit < 16777216
      move 24 to record-size
    when record-limit < 4294967296
      move 32 to record-size
    when other
      display 'database too large for a 32-bit search tree - '
          'split the inventory'
      perform remove-scratch
      move mmdb2-rc-bad-argument to return-code
      goback
  end-evaluate

  call 'cobmind-file-exists' using out-file, exists-rec
  if target-exists
    call 'CBL_DELETE_FILE' using out-file
  end-if

  call 'CBL_CREATE_FILE' using out-file, 2, 0, 0, out-handle

  if return-code not = 0
    display 'failed to create output file: ' function trim(out-file)
    perform remove-scratch
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move out-handle to emit-handle
  move 0 to emit-offset emit-pos

  sort node-sort
      ascending key nsrt-node
      using node-work
      output procedure is encode-tree-nodes

  *> the 16-byte zero separator, then the data section as staged.
  move 0 to emit-byte-val
  perform emit-one-byte 16 times
  perform copy-data-section

  perform emit-metadata
  perform flush-emit-buffer
  move emit-offset to image-size

  call 'CBL_CLOSE_FILE' using out-handle
  perform remove-scratch

  if io-failed = 'Y'
    display 'failed writing database: ' function trim(out-file)
    call 'CBL_DELETE_FILE' using out-file
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  display 'built ' function trim(out-file) ': ' entry-count
      ' network(s), ' record-count ' distinct record(s), '
      node-count ' node(s), ' record-size '-bit records, '
      image-size ' bytes'
  if refused-count > 0
    display 'WARNING: ' refused-count ' overlapping network(s) refused'
  end-if

  move mmdb2-rc-ok to return-code
  goback.

*>*********************************************************************

remove-scratch.
  call 'CBL_DELETE_FILE' using net-work-file
  call 'CBL_DELETE_FILE' using node-work-file
  call 'CBL_DELETE_FILE' using data-file
  .

*>*********************************************************************
*> 1. the inventory, onto the record sort.
*>*********************************************************************

release-inventory.
  open input csv-in

  perform until csv-status = '10'
    read csv-in
  end-perform

  close csv-in

  if want-ipv6 = 'Y'
    move 128 to tree-bits
  end-if
  .

parse-inventory-line.
  if csv-in-rec(1:14) = '# description='
  and csv-in-rec(15:) not = spaces
    move csv-in-rec(15:128) to description-text
    exit paragraph
  end-if

  if csv-in-rec(1:14) = '# ip_version=6'
    move 'Y' to want-ipv6
    exit paragraph
  end-if

  if function trim(csv-in-rec) = spaces
  or csv-in-rec(1:1) = '#'
    exit paragraph
  end-if

    exit paragraph
  end-if

  move function numval(entry-prefix-text) to entry-prefix

  move spaces to entry-bits
  call 'mmdb2-ip-to-bits' using entry-addr, entry-bits, work-bitlen

  if work-bitlen = 0
  or entry-prefix = 0
  or entry-prefix > work-bitlen
    display 'unparseable network, skipped: '
        function trim(split-network)
    exit paragraph
  end-if

  if work-bitlen = 128
    move 'Y' to want-ipv6
  end-if

  *> host bits past the prefix cleared, so the address sort puts a
  *> network ahead of everything inside it.
  if entry-prefix < 128
    inspect entry-bits(entry-prefix + 1:) replacing all '1' by '0'
        all ' ' by '0'
  end-if

  add 1 to entry-count
  move function trim(split-record) to rsrt-record
  move entry-bits to rsrt-bits
  move work-bitlen to rsrt-bitlen
  move entry-prefix to rsrt-prefix
  release record-sort-rec
  .

*>*********************************************************************
*> ... and off it in record order: each distinct record encoded once
*> into the data scratch, each network noted with its offset - an
*> IPv4 network in an IPv6 tree moved under ::/96 on the way.
*>*********************************************************************

encode-records.
  move data-handle to emit-handle
  move 0 to emit-offset emit-pos

  *> the 16-byte zero pad the data section opens with (offsets into
  *> it stay non-zero, see mmdb2-lookup-ip's data pointer
  *> arithmetic).
  move 0 to emit-byte-val
  perform emit-one-byte 16 times
  move 16 to data-cursor

  move low-values to prev-record
  set sort-eof to false

  perform until sort-eof
    return record-sort
      at end set sort-eof to true
      not at end perform note-one-network
    end-return
  end-perform
  .

note-one-network.
  if rsrt-record not = prev-record
    move rsrt-record to prev-record
    add 1 to record-count
    move data-cursor to record-offset
    perform encode-one-record
  end-if

  move record-offset to nwk-offset
  move 'D' to nwk-kind

  if tree-bits = 128 and rsrt-bitlen = 32
    move zero-bits to nwk-bits
    move rsrt-bits(1:32) to nwk-bits(97:32)
    compute nwk-prefix = rsrt-prefix + 96
  else
    move rsrt-bits to nwk-bits
    move rsrt-prefix to nwk-prefix
  end-if

  write net-work-rec
  .

*> one flat map of string keys/values per inventory record.
encode-one-record.
  move rsrt-record to scan-remaining

  *> count the pairs first - the map control byte leads with it.
  move 0 to pair-tally
  perform count-next-pair until record-remaining = spaces

  if pair-tally > 23
    display 'record has too many fields, truncated to 23: '
        function trim(rsrt-record)
    move 23 to pair-tally
  end-if

  compute emit-byte-val = 224 + pair-tally
  perform emit-data-byte

  move pair-tally to map-entry-count
  move scan-remaining to record-remaining
  .

*>*********************************************************************
*> 2. the networks in address order, the IPv6 tree's two aliases
*> after them (both sort past ::/96, so the subtree they point at is
*> already grown when they arrive).
*>*********************************************************************

release-networks.
  open input net-work

  perform until net-work-status = '10'
    read net-work
      at end move '10' to net-work-status
      not at end
        move net-work-rec to network-sort-rec
        release network-sort-rec
    end-read
  end-perform

  close net-work

  if tree-bits = 128
    move alias-mapped-bits to tsrt-bits
    move 96 to tsrt-prefix
    move 'A' to tsrt-kind
    move 0 to tsrt-offset
    release network-sort-rec

    move alias-6to4-bits to tsrt-bits
    move 16 to tsrt-prefix
    release network-sort-rec
  end-if
  .

*> the tree grows along one path. a network shares the path's nodes
*> down to where its address turns off it - everything the path
*> held below that point is behind the sort now, finished, and is
*> written out; new nodes carry the path down to the network's
*> prefix, where its slot takes the leaf.
grow-tree.
  move 1 to stack-depth node-count
  move 0 to stk-node(1) stk-left-val(1) stk-right-val(1)
  move 'N' to stk-left-kind(1) stk-right-kind(1)
  move 'X' to stk-bit(1)
  move 'N' to ipv4-node-found

  set sort-eof to false

  perform until sort-eof
    return network-sort
      at end set sort-eof to true
      not at end perform insert-one-network
    end-return
  end-perform

  perform varying flush-ix from stack-depth by -1 until flush-ix < 1
    perform flush-path-node
  end-perform
  .

insert-one-network.
  set entry-conflicts to false

  if tsrt-kind = 'A' and ipv4-node-found not = 'Y'
    exit paragraph
  end-if

  move 1 to path-ix
  perform until path-ix >= stack-depth or path-ix >= tsrt-prefix
      or tsrt-bits(path-ix:1) not = stk-bit(path-ix)
    add 1 to path-ix
  end-perform

  *> the network's way down is held - by the previous network's
  *> leaf, or because this one would contain what is already there.
  if tsrt-bits(path-ix:1) = stk-bit(path-ix)
    set entry-conflicts to true
  else
    move tsrt-bits(path-ix:1) to slot-bit
    perform read-slot
    if slot-kind not = 'N'
      set entry-conflicts to true
    end-if
  end-if

  if entry-conflicts
    if tsrt-kind = 'D'
      add 1 to refused-count
      display 'overlapping network refused at prefix ' tsrt-prefix
          ': ' tsrt-bits(1:tsrt-prefix)
    else
      display 'alias range already in use, not aliased: '
          tsrt-bits(1:tsrt-prefix)
    end-if
    exit paragraph
  end-if

  perform varying flush-ix from stack-depth by -1
      until flush-ix <= path-ix
    perform flush-path-node
  end-perform
  move path-ix to stack-depth

  move tsrt-bits(path-ix:1) to stk-bit(path-ix)
  perform descend-one-level until path-ix >= tsrt-prefix

  move stk-bit(path-ix) to slot-bit
  if tsrt-kind = 'A'
    move 'C' to slot-kind
    move ipv4-node to slot-val
  else
    move 'D' to slot-kind
    move tsrt-offset to slot-val
  end-if
  perform write-slot
  .

descend-one-level.
  move stk-bit(path-ix) to slot-bit
  move 'C' to slot-kind
  move node-count to slot-val
  perform write-slot

  add 1 to path-ix
  move path-ix to stack-depth
  move node-count to stk-node(path-ix)
  add 1 to node-count
  move 'N' to stk-left-kind(path-ix) stk-right-kind(path-ix)
  move 0 to stk-left-val(path-ix) stk-right-val(path-ix)
  move tsrt-bits(path-ix:1) to stk-bit(path-ix)

  *> the node under ::/96 is the IPv4 subtree the aliases point at.
  if tree-bits = 128 and path-ix = 97
  and tsrt-bits(1:96) = zero-bits(1:96)
    move stk-node(path-ix) to ipv4-node
    move 'Y' to ipv4-node-found
  end-if
  .

read-slot.
  if slot-bit = '0'
    move stk-left-kind(path-ix) to slot-kind
  else
    move stk-right-kind(path-ix) to slot-kind
  end-if
  .

write-slot.
  if slot-bit = '0'
    move slot-kind to stk-left-kind(path-ix)
    move slot-val to stk-left-val(path-ix)
  else
    move slot-kind to stk-right-kind(path-ix)
    move slot-val to stk-right-val(path-ix)
  end-if
  .

flush-path-node.
  move stk-node(flush-ix) to ndw-node
  move stk-left-kind(flush-ix) to ndw-left-kind
  move stk-left-val(flush-ix) to ndw-left-val
  move stk-right-kind(flush-ix) to ndw-right-kind
  move stk-right-val(flush-ix) to ndw-right-val
  write node-work-rec
  .

*>*********************************************************************
*> 3. the nodes in order, each slot as a big-endian value - a child
*> as its node number, empty as node-count (the not-found sentinel),
*> data as node-count plus the record's data offset.
*>*********************************************************************

encode-tree-nodes.
  set sort-eof to false

  perform until sort-eof
    return node-sort
      at end set sort-eof to true
      not at end
        move nsrt-left-kind to slot-kind
        move nsrt-left-val to slot-val
        perform encode-one-slot
        move nsrt-right-kind to slot-kind
        move nsrt-right-val to slot-val
        perform encode-one-slot
    end-return
  end-perform
  .

encode-one-slot.
  evaluate slot-kind
    when 'C' move slot-val to record-value
    when 'D' compute record-value = node-count + slot-val
    when other move node-count to record-value
  end-evaluate

  if record-size = 32
    compute emit-byte-val =
        function integer(record-value / 16777216)
    perform emit-one-byte
  end-if
  compute emit-byte-val =
      function mod(function integer(record-value / 65536), 256)
  perform emit-one-byte
  compute emit-byte-val =
      function mod(function integer(record-value / 256), 256)
  perform emit-one-byte
  compute emit-byte-val = function mod(record-value, 256)
  perform emit-one-byte
  .

*> the staged data section, block by block, behind the tree.
copy-data-section.
  perform flush-emit-buffer

  call 'CBL_OPEN_FILE' using data-file, 1, 0, 0, data-handle

  if return-code not = 0
    move 'Y' to io-failed
    exit paragraph
  end-if

  move 0 to read-offset
  move data-cursor to copy-remaining

  perform until copy-remaining = 0 or io-failed = 'Y'
    if copy-remaining > length of emit-buffer
      move length of emit-buffer to read-len
    else
      move copy-remaining to read-len
    end-if

    call 'CBL_READ_FILE' using data-handle, read-offset, read-len,
        read-flags, emit-buffer
    if return-code not = 0
      move 'Y' to io-failed
    else
      move read-len to write-len
      call 'CBL_WRITE_FILE' using out-handle, emit-offset, write-len,
          write-flags, emit-buffer
      if return-code not = 0
        move 'Y' to io-failed
      end-if
      add read-len to emit-offset read-offset
      subtract read-len from copy-remaining
    end-if
  end-perform

  call 'CBL_CLOSE_FILE' using data-handle
  .

*>*********************************************************************
*> encoders - bytes collect in the block buffer and go to emit-handle
*> a block at a time. the data pass counts its bytes as it goes: the
*> running count is the next record's offset.
*>*********************************************************************

emit-data-byte.
  perform emit-one-byte
  add 1 to data-cursor
  .

emit-utf8-string.
  move function length(function trim(emit-text)) to emit-text-len
  if emit-text = spaces

  if emit-text-len < 29
    compute emit-byte-val = 64 + emit-text-len
    perform emit-data-byte
  else
    *> extended size form: 0x5D then (length - 29) in one byte.
    move 93 to emit-byte-val
    perform emit-data-byte
    compute emit-byte-val = emit-text-len - 29
    perform emit-data-byte
  end-if

  perform varying emit-text-ix from 1 by 1
      until emit-text-ix > emit-text-len
    compute emit-byte-val = function ord(emit-text(emit-text-ix:1)) - 1
    perform emit-data-byte
  end-perform
  .

emit-one-byte.
  if emit-pos >= length of emit-buffer
    perform flush-emit-buffer
  end-if

  add 1 to emit-pos
  move function char(emit-byte-val + 1) to emit-buffer(emit-pos:1)
  .

flush-emit-buffer.
  if emit-pos = 0
    exit paragraph
  end-if

  move emit-pos to write-len
  call 'CBL_WRITE_FILE' using emit-handle, emit-offset, write-len,
      write-flags, emit-buffer
  if return-code not = 0
    move 'Y' to io-failed
  end-if

  add emit-pos to emit-offset
  move 0 to emit-pos
  .

*> unsigned integers for the metadata map: control byte for the
  perform emit-one-byte
  move 239 to emit-byte-val
  perform emit-one-byte
  move 'MaxMind.com' to emit-text
  move 11 to emit-text-len
  perform varying emit-text-ix from 1 by 1
      until emit-text-ix > emit-text-len
    compute emit-byte-val = function ord(emit-text(emit-text-ix:1)) - 1
    perform emit-one-byte
  end-perform

  *> map with nine entries.
  move 233 to emit-byte-val
  perform emit-one-byte
  move 'en' to emit-text
  perform emit-utf8-string
  move description-text to emit-text
  perform emit-utf8-string

  move 'ip_version' to emit-text
  perform emit-utf8-string
  if tree-bits = 128
    move 6 to emit-number
  else
    move 4 to emit-number

  move 'record_size' to emit-text
  perform emit-utf8-string
  move record-size to emit-number
  move 160 to emit-ctrl-base
  perform emit-uint
  .
      + function numval(today-text(11:2)) * 60
      + function numval(today-text(13:2))
  .
