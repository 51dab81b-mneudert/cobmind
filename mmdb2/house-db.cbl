       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-house-db.

*>*********************************************************************
*> composite house database: the promoted vendor release with our
*> own overlays baked in, so the branch servers and the embedded
*> mmdb2-lookup callers get the same answer cobmind gives, whichever
*> code path asks. writes the inventory mmdb2-build-db compiles (see
*> the HOUSE* steps in GEOREFR, which push the built file through
*> the same count-compare and anchor gates as a vendor release):
*>
*>   PARM='<vendor-db> <site-table|-> <inventory-out>'
*>
*> the overlays apply in the precedence the batch lookup uses:
*>
*>   - the site table ("source=site;" plus our record) answers our
*>     own ranges outright, ahead of the vendor - longest prefix
*>     wins, no annotation or correction rides a site answer;
*>   - everywhere else the vendor record stands, with the operator
*>     annotation on the vendor's network appended ("note=...;",
*>     mmdb2-annotate, COBMIND_ANNOTATIONS) and then any OPEN,
*>     unexpired customer correction covering the address
*>     ("corrected=Y;...", mmdb2-correct-check, COBMIND_CORRECTIONS).
*>
*> the answers come from those same modules, called on every output
*> network's first address - so the two paths cannot drift apart. a
*> vendor network with a site entry or a correction inside it is
*> split down the trie (MMDB leaves are disjoint) until no overlay
*> boundary falls inside a piece, so every address in a piece gets
*> the one answer. vendor networks wholly inside a site range give
*> way to it; site ranges the vendor never covered are added. (a
*> site range in private or reserved space is laid down too, but
*> the lookup classifies those addresses RESERVED before any tree
*> is walked - there the site table itself still has to be asked.)
*>
*> the inventory's "# description=" line becomes the built file's
*> metadata description, naming the overlay versions baked in -
*> each overlay file as <entries>@<version>, the version being its
*> ACTIVE id in the control-change registry (COBMIND_CTL_STORE) when
*> the file is managed there, otherwise "sum" and the first eight
*> characters of its content's chain hash:
*>
*>   house 01792028013 site 3@C000004 corr 2@sum5F3A21C0 notes 4@...
*>
*> records are the vendor's flattened "key=value;" form (the shape
*> mmdb2-get-field's flat-key fallback resolves). both families go
*> into the one composite, as the vendor's combined databases carry
*> them: the work is done in the IPv6 space with IPv4 under ::/96,
*> and the inventory asks mmdb2-build-db for an IPv6 tree
*> ("# ip_version=6"), which re-creates the ::ffff:0:0/96 and
*> 2002::/16 aliases onto the IPv4 subtree - the vendor's own alias
*> ranges are therefore not copied out of the tree walk. IPv4 pieces
*> are written as dotted networks. the builder streams, so the
*> inventory may run to the full vendor network count.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select dump-in
    assign dynamic dump-file
    organization line sequential
    file status is dump-status.

  select overlay-in
    assign dynamic overlay-file
    organization line sequential
    file status is overlay-status.

  select inv-out
    assign dynamic inv-inflight
    organization line sequential
    file status is inv-status.

data division.
file section.

fd dump-in.
01 dump-in-rec pic x(8192).

fd overlay-in.
01 overlay-in-rec pic x(512).

fd inv-out.
01 inv-out-rec pic x(400).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-meta.cpy'.
copy 'mmdb2-result.cpy'.

01 database-path   pic x(128) value spaces.
01 site-file       pic x(128) value spaces.
01 inv-file        pic x(128) value spaces.
01 inv-inflight    pic x(140) value spaces.

01 dump-file       pic x(128) value spaces.
01 dump-ckpt-file  pic x(128) value spaces.
01 dump-progress-file pic x(128) value spaces.
01 overlay-file    pic x(128) value spaces.
01 corr-file       pic x(128) value spaces.
01 notes-file      pic x(128) value spaces.
01 registry-file   pic x(128) value spaces.

01 dump-status     pic xx value spaces.
01 overlay-status  pic xx value spaces.
01 inv-status      pic xx value spaces.
01 commit-op       pic x(1) value 'B'.
01 commit-ok       pic x(1) value 'Y'.
01 file-exists-rec pic x(1).
   88 file-found   value 'Y', false 'N'.

01 database-handle pic x(4).
01 metafile-exists-rec pic x(1).
   88 metafile-exists value 'Y', false 'N'.

*> the overlay boundaries - site ranges and standing corrections.
01 site-table.
   05 site-entry occurs 200 times.
      10 site-bits     pic x(128).
      10 site-prefix   pic 9(3).
01 site-count      pic 9(3) value 0.
01 site-ix         pic 9(3) value 0.
01 site-jx         pic 9(3) value 0.
01 cut-ix          pic 9(3) value 0.

01 corr-table.
   05 corr-entry occurs 200 times.
      10 corr-bits     pic x(128).
      10 corr-prefix   pic 9(3).
01 corr-count      pic 9(3) value 0.
01 corr-ix         pic 9(3) value 0.

01 notes-count     pic 9(5) value 0.

01 split-network   pic x(50) value spaces.
01 split-rest      pic x(256) value spaces.
01 split-f2        pic x(40) value spaces.
01 split-f3        pic x(40) value spaces.
01 split-f4        pic x(40) value spaces.
01 split-expiry    pic x(8) value spaces.
01 split-status    pic x(8) value spaces.
01 slash-pos       pic 9(3) value 0.
01 entry-addr      pic x(45) value spaces.
01 entry-prefix    pic x(3) value spaces.
01 entry-bits      pic x(128) value spaces.
01 entry-bitlen    pic 9(3) value 0.
01 entry-prefix-num pic 9(3) value 0.
01 zero-bits       pic x(128) value all '0'.
01 alias-mapped-bits pic x(96) value spaces.
01 ipv4-bits       pic x(32) value spaces.
01 today-num       pic x(8) value spaces.

*> the pieces of the network being laid down - a split pushes both
*> halves, so the stack never holds more than one per trie level.
01 piece-stack.
   05 piece-entry occurs 260 times.
      10 pc-bits       pic x(128).
      10 pc-prefix     pic 9(3).
01 piece-top       pic 9(3) value 0.
01 cur-bits        pic x(128) value spaces.
01 cur-prefix      pic 9(3) value 0.
01 root-origin     pic x(1) value 'V'.
01 cut-inside      pic x(1) value 'N'.
01 under-site      pic x(1) value 'N'.

01 vendor-record   pic x(8192) value spaces.
01 vendor-addr     pic x(43) value spaces.
01 vendor-bits     pic x(128) value spaces.
01 vendor-prefix   pic 9(3) value 0.
01 network-note    pic x(64) value spaces.
01 site-served-flag pic x(1) value 'N'.
01 note-work       pic x(8192) value spaces.
01 comma-pos       pic 9(4) value 0.

*> rendering a piece back to text.
01 render-bits     pic x(128) value spaces.
01 render-prefix   pic 9(3) value 0.
01 render-addr     pic x(45) value spaces.
01 render-length   pic 9(3) value 0.
01 render-base     pic 9(3) value 0.
01 byte-val        pic 9(3) value 0.
01 octet-edit      pic zz9.
01 octet-num       pic 9(3) value 0.
01 hex-out         pic x(2) value spaces.
01 group-idx       pic 9(2) value 0.
01 group-total     pic 9(2) value 0.
01 bit-lo          pic 9(3) value 0.
01 bit-hi          pic 9(3) value 0.
01 bit-idx         pic 9(3) value 0.
01 prefix-edit     pic zz9.

01 record-text     pic x(300) value spaces.
01 record-len      pic 9(4) value 0.
01 cut-pos         pic 9(4) value 0.
01 out-line        pic x(400) value spaces.

*> overlay version stamps for the description.
01 version-count   pic 9(5) value 0.
01 version-chain   pic x(16) value spaces.
01 version-next    pic x(16) value spaces.
01 version-line    pic x(512) value spaces.
01 version-id      pic x(16) value spaces.
01 version-text    pic x(32) value spaces.
01 site-version    pic x(32) value spaces.
01 corr-version    pic x(32) value spaces.
01 notes-version   pic x(32) value spaces.
01 reg-id          pic x(16) value spaces.
01 reg-state       pic x(16) value spaces.
01 reg-path        pic x(128) value spaces.
01 count-edit      pic z(4)9.
01 description-text pic x(128) value spaces.

01 vendor-networks pic 9(8) value 0.
01 networks-split  pic 9(8) value 0.
01 networks-ceded  pic 9(8) value 0.
01 site-pieces     pic 9(8) value 0.
01 pieces-written  pic 9(8) value 0.
01 records-cut     pic 9(8) value 0.
01 alias-networks  pic 9(8) value 0.

*>*********************************************************************

procedure division.
  accept database-path from argument-value
  accept site-file from argument-value
  accept inv-file from argument-value

  if database-path = spaces or site-file = spaces
  or inv-file = spaces
    display 'usage: mmdb2-house-db <vendor-db> <site-table|->'
        ' <inventory-out>'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  *> ::ffff:0:0/96, the vendor's IPv4-mapped alias.
  move zero-bits(1:96) to alias-mapped-bits
  move all '1' to alias-mapped-bits(81:16)

  if function trim(site-file) = '-'
    move spaces to site-file
  end-if

  move function current-date(1:8) to today-num

  accept corr-file from environment "COBMIND_CORRECTIONS"
  if corr-file = spaces or low-value
    move './cobmind.corrections' to corr-file
  end-if
  accept notes-file from environment "COBMIND_ANNOTATIONS"
  if notes-file = spaces or low-value
    move './cobmind.notes' to notes-file
  end-if
  accept registry-file from environment "COBMIND_CTL_STORE"
  if registry-file = spaces or low-value
    move './cobmind.ctlstore' to registry-file
  end-if

  perform load-site-boundaries
  perform load-correction-boundaries

  call 'mmdb2-open' using database-path, database-handle
  if return-code not = mmdb2-rc-ok
    display 'could not open vendor database: '
        function trim(database-path)
    goback
  end-if

  call 'cobmind-meta-exists' using database-path,
      metafile-exists-rec

  if metafile-exists
    call 'mmdb2-read-meta-cache' using database-path, mmdb2-meta-rec
  else
    display 'extracting meta data...'
    call 'mmdb2-extract-meta' using database-path, mmdb2-meta-rec
  end-if

  perform stamp-overlay-versions

  move spaces to dump-file
  string function trim(inv-file) '_housedump' delimited by size
      into dump-file
  move spaces to dump-ckpt-file
  string function trim(dump-file) '_ckpt' delimited by size
      into dump-ckpt-file
  move spaces to dump-progress-file
  string function trim(dump-file) '_progress' delimited by size
      into dump-progress-file

  display 'house: walking ' function trim(database-path) '...'

  call 'mmdb2-dump' using database-handle, mmdb2-meta-rec, dump-file,
      database-path

  if return-code not = mmdb2-rc-ok
    display 'tree walk failed - no composite inventory written'
    call 'mmdb2-close' using database-handle
    call 'CBL_DELETE_FILE' using dump-file
    call 'CBL_DELETE_FILE' using dump-ckpt-file
    call 'CBL_DELETE_FILE' using dump-progress-file
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  call 'mmdb2-close' using database-handle

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, inv-file,
      inv-inflight, commit-ok

  open output inv-out

  if inv-status not = '00'
    display 'failed to open inventory: ' function trim(inv-file)
    call 'CBL_DELETE_FILE' using dump-file
    call 'CBL_DELETE_FILE' using dump-ckpt-file
    call 'CBL_DELETE_FILE' using dump-progress-file
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move spaces to out-line
  string '# house composite of ' function trim(database-path)
      ', site table ' function trim(site-file)
      delimited by size into out-line
  write inv-out-rec from out-line

  move spaces to out-line
  string '# description=' function trim(description-text)
      delimited by size into out-line
  write inv-out-rec from out-line

  move '# ip_version=6' to out-line
  write inv-out-rec from out-line

  move spaces to dump-status
  open input dump-in

  perform until dump-status = '10'
    read dump-in
      at end move '10' to dump-status
      not at end perform lay-vendor-network
    end-read
  end-perform

  close dump-in

  perform lay-site-ranges

  close inv-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, inv-file,
      inv-inflight, commit-ok

  call 'CBL_DELETE_FILE' using dump-file
  call 'CBL_DELETE_FILE' using dump-ckpt-file
  call 'CBL_DELETE_FILE' using dump-progress-file

  display 'house: ' vendor-networks ' vendor network(s), '
      networks-split ' split around overlays, ' networks-ceded
      ' ceded to the site table'
  display 'house: ' site-pieces ' site-table piece(s), '
      pieces-written ' network(s) -> ' function trim(inv-file)
  display 'house: ' function trim(description-text)
  if alias-networks > 0
    display 'house: ' alias-networks ' network(s) under the vendor''s '
        'alias ranges left to the builder''s aliases'
  end-if
  if records-cut > 0
    display 'WARNING: ' records-cut ' record(s) cut to the '
        'builder''s 256-byte record'
  end-if

  if commit-ok not = 'Y'
    display 'inventory finished but could not be published'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move mmdb2-rc-ok to return-code
  goback.

*>*********************************************************************
*> overlay boundaries - the networks a vendor piece may not straddle.
*>*********************************************************************

load-site-boundaries.
  if site-file = spaces
    exit paragraph
  end-if

  call 'cobmind-file-exists' using site-file, file-exists-rec

  if not file-found
    display 'site table not found, composite built without it: '
        function trim(site-file)
    move spaces to site-file
    exit paragraph
  end-if

  move site-file to overlay-file
  move spaces to overlay-status
  open input overlay-in

  perform until overlay-status = '10'
    read overlay-in
      at end move '10' to overlay-status
      not at end perform note-site-line
    end-read
  end-perform

  close overlay-in
  .

note-site-line.
  if function trim(overlay-in-rec) = spaces
  or overlay-in-rec(1:1) = '#'
  or site-count >= 200
    exit paragraph
  end-if

  move spaces to split-network split-rest
  unstring overlay-in-rec delimited by ','
      into split-network, split-rest
  end-unstring

  perform parse-overlay-network

  if entry-bitlen = 0
    exit paragraph
  end-if

  add 1 to site-count
  move entry-bits to site-bits(site-count)
  move entry-prefix-num to site-prefix(site-count)
  .

load-correction-boundaries.
  call 'cobmind-file-exists' using corr-file, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move corr-file to overlay-file
  move spaces to overlay-status
  open input overlay-in

  perform until overlay-status = '10'
    read overlay-in
      at end move '10' to overlay-status
      not at end perform note-correction-line
    end-read
  end-perform

  close overlay-in
  .

*> the standing rows only - mmdb2-correct-check's own rule.
note-correction-line.
  if function trim(overlay-in-rec) = spaces
  or overlay-in-rec(1:1) = '#'
  or corr-count >= 200
    exit paragraph
  end-if

  move spaces to split-network split-f2 split-f3 split-f4
      split-expiry split-status
  unstring overlay-in-rec delimited by ','
      into split-network, split-f2, split-f3, split-f4,
           split-expiry, split-status
  end-unstring

  if function upper-case(function trim(split-status)) not = 'OPEN'
    exit paragraph
  end-if

  if split-expiry is numeric and split-expiry < today-num
    exit paragraph
  end-if

  perform parse-overlay-network

  if entry-bitlen = 0
    exit paragraph
  end-if

  add 1 to corr-count
  move entry-bits to corr-bits(corr-count)
  move entry-prefix-num to corr-prefix(corr-count)
  .

*> "network/prefix" into bits in the IPv6 space - an IPv4 network
*> moved under ::/96, its prefix with it. entry-bitlen is the family
*> the text was written in, 0 when the text is unusable.
parse-overlay-network.
  move 0 to entry-bitlen entry-prefix-num
  move spaces to entry-bits

  move 0 to slash-pos
  inspect split-network tallying slash-pos
      for characters before initial '/'

  if slash-pos = 0 or slash-pos >= 46
    exit paragraph
  end-if

  move spaces to entry-addr entry-prefix
  move split-network(1:slash-pos) to entry-addr
  move split-network(slash-pos + 2:3) to entry-prefix

  if function trim(entry-prefix) is not numeric
    exit paragraph
  end-if

  call 'mmdb2-ip-to-bits' using entry-addr, entry-bits, entry-bitlen

  if function numval(entry-prefix) > entry-bitlen
    move 0 to entry-bitlen
    exit paragraph
  end-if

  move function numval(entry-prefix) to entry-prefix-num

  if entry-bitlen = 32
    move entry-bits(1:32) to ipv4-bits
    move zero-bits to entry-bits
    move ipv4-bits to entry-bits(97:32)
    add 96 to entry-prefix-num
  end-if
  .

*>*********************************************************************
*> the overlay versions the description records.
*>*********************************************************************

stamp-overlay-versions.
  move site-file to overlay-file
  perform stamp-one-overlay
  move version-text to site-version

  move corr-file to overlay-file
  perform stamp-one-overlay
  move version-text to corr-version

  move notes-file to overlay-file
  perform stamp-one-overlay
  move version-text to notes-version
  move version-count to notes-count

  move spaces to description-text
  move site-count to count-edit
  string 'house ' mmdb2-meta-build-epoch
      ' site ' function trim(count-edit) '@' function trim(site-version)
      delimited by size into description-text
  move corr-count to count-edit
  move description-text to out-line
  move spaces to description-text
  string function trim(out-line)
      ' corr ' function trim(count-edit) '@' function trim(corr-version)
      delimited by size into description-text
  move notes-count to count-edit
  move description-text to out-line
  move spaces to description-text
  string function trim(out-line)
      ' notes ' function trim(count-edit) '@'
      function trim(notes-version)
      delimited by size into description-text
  .

*> version-text: the registry's ACTIVE id for the file, else the
*> chain hash over its non-comment lines; "none" for an absent file.
*> version-count: its non-comment lines.
stamp-one-overlay.
  move 0 to version-count
  move 'none' to version-text

  if overlay-file = spaces
    exit paragraph
  end-if

  call 'cobmind-file-exists' using overlay-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to version-chain
  move spaces to overlay-status
  open input overlay-in

  perform until overlay-status = '10'
    read overlay-in
      at end move '10' to overlay-status
      not at end
        if function trim(overlay-in-rec) not = spaces
        and overlay-in-rec(1:1) not = '#'
          add 1 to version-count
          move overlay-in-rec to version-line
          call 'cobmind-chain-hash' using version-chain,
              version-line, version-next
          move version-next to version-chain
        end-if
    end-read
  end-perform

  close overlay-in

  move spaces to version-text
  string 'sum' version-chain(1:8) delimited by size
      into version-text

  move spaces to version-id
  call 'cobmind-file-exists' using registry-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move overlay-file to out-line
  move registry-file to overlay-file
  move spaces to overlay-status
  open input overlay-in

  perform until overlay-status = '10'
    read overlay-in
      at end move '10' to overlay-status
      not at end
        move spaces to reg-id reg-state reg-path
        unstring overlay-in-rec delimited by ','
            into reg-id, reg-state, reg-path
        end-unstring
        if reg-state = 'ACTIVE'
        and function trim(reg-path) = function trim(out-line)
          move reg-id to version-id
        end-if
    end-read
  end-perform

  close overlay-in
  move out-line(1:128) to overlay-file

  if version-id not = spaces
    move version-id to version-text
  end-if
  .

*>*********************************************************************
*> one vendor network from the tree walk.
*>*********************************************************************

lay-vendor-network.
  if function trim(dump-in-rec) = spaces
  or dump-in-rec(1:1) = '#'
  or dump-in-rec(1:5) = 'cidr,'
  or dump-in-rec(1:8) = 'TRAILER,'
    exit paragraph
  end-if

  move 0 to comma-pos
  inspect dump-in-rec tallying comma-pos
      for characters before initial ','

  if comma-pos = 0 or comma-pos > 50
    exit paragraph
  end-if

  move spaces to split-network vendor-record
  move dump-in-rec(1:comma-pos) to split-network
  move dump-in-rec(comma-pos + 2:) to vendor-record

  perform parse-overlay-network

  if entry-bitlen = 0
    exit paragraph
  end-if

  *> an IPv6 vendor tree reaches its IPv4 subtree again through the
  *> ::ffff:0:0/96 and 2002::/16 aliases - those copies are left to
  *> the aliases the builder lays down.
  if entry-bitlen = 128
    if (entry-prefix-num >= 96
        and entry-bits(1:96) = alias-mapped-bits)
    or (entry-prefix-num >= 16
        and entry-bits(1:16) = '0010000000000010')
      add 1 to alias-networks
      exit paragraph
    end-if
  end-if

  add 1 to vendor-networks
  move entry-bits to vendor-bits
  move entry-prefix-num to vendor-prefix

  *> the annotation keys off the network the lookup matched - the
  *> vendor's, whatever pieces it is laid down in.
  move vendor-bits to render-bits
  move vendor-prefix to render-prefix
  perform render-address
  move render-addr to vendor-addr

  move 'V' to root-origin
  move 1 to piece-top
  move vendor-bits to pc-bits(1)
  move vendor-prefix to pc-prefix(1)

  perform lay-next-piece until piece-top = 0
  .

*> site ranges not nested in another site range start trees of their
*> own - nested ones only split them.
lay-site-ranges.
  perform varying site-ix from 1 by 1 until site-ix > site-count
    move 'N' to under-site
    perform varying site-jx from 1 by 1 until site-jx > site-count
      if site-jx not = site-ix
      and site-prefix(site-jx) <= site-prefix(site-ix)
      and (site-prefix(site-jx) = 0
       or site-bits(site-jx)(1:site-prefix(site-jx))
        = site-bits(site-ix)(1:site-prefix(site-jx)))
        if site-prefix(site-jx) < site-prefix(site-ix)
        or site-jx < site-ix
          move 'Y' to under-site
        end-if
      end-if
    end-perform

    if under-site = 'N'
      move 'S' to root-origin
      move 1 to piece-top
      move site-bits(site-ix) to pc-bits(1)
      move site-prefix(site-ix) to pc-prefix(1)
      perform lay-next-piece until piece-top = 0
    end-if
  end-perform
  .

lay-next-piece.
  move pc-bits(piece-top) to cur-bits
  move pc-prefix(piece-top) to cur-prefix
  subtract 1 from piece-top

  perform find-cut-inside

  if cut-inside = 'Y' and cur-prefix < 128
    if cur-prefix = vendor-prefix and root-origin = 'V'
      add 1 to networks-split
    end-if

    add 1 to piece-top
    move cur-bits to pc-bits(piece-top)
    move '1' to pc-bits(piece-top)(cur-prefix + 1:1)
    compute pc-prefix(piece-top) = cur-prefix + 1

    add 1 to piece-top
    move cur-bits to pc-bits(piece-top)
    move '0' to pc-bits(piece-top)(cur-prefix + 1:1)
    compute pc-prefix(piece-top) = cur-prefix + 1
    exit paragraph
  end-if

  if root-origin = 'V'
    perform find-site-over
    if under-site = 'Y'
      if cur-prefix = vendor-prefix
        add 1 to networks-ceded
      end-if
      exit paragraph
    end-if
    perform answer-vendor-piece
  else
    perform answer-site-piece
  end-if

  perform write-piece
  .

*> a site range (or, for vendor pieces, a standing correction)
*> strictly inside the piece.
find-cut-inside.
  move 'N' to cut-inside

  perform varying cut-ix from 1 by 1
      until cut-ix > site-count or cut-inside = 'Y'
    if site-prefix(cut-ix) > cur-prefix
    and (cur-prefix = 0
     or site-bits(cut-ix)(1:cur-prefix) = cur-bits(1:cur-prefix))
      move 'Y' to cut-inside
    end-if
  end-perform

  if root-origin = 'S'
    exit paragraph
  end-if

  perform varying corr-ix from 1 by 1
      until corr-ix > corr-count or cut-inside = 'Y'
    if corr-prefix(corr-ix) > cur-prefix
    and (cur-prefix = 0
     or corr-bits(corr-ix)(1:cur-prefix) = cur-bits(1:cur-prefix))
      move 'Y' to cut-inside
    end-if
  end-perform
  .

find-site-over.
  move 'N' to under-site

  perform varying cut-ix from 1 by 1
      until cut-ix > site-count or under-site = 'Y'
    if site-prefix(cut-ix) <= cur-prefix
    and (site-prefix(cut-ix) = 0
     or site-bits(cut-ix)(1:site-prefix(cut-ix))
      = cur-bits(1:site-prefix(cut-ix)))
      move 'Y' to under-site
    end-if
  end-perform
  .

*> the batch lookup's own sequence: vendor record, annotation on the
*> vendor network, then the correction covering the address.
answer-vendor-piece.
  move cur-bits to render-bits
  move cur-prefix to render-prefix
  perform render-address

  move spaces to mmdb2-lookup-result
  move 'OK' to mmdb2-result-reason
  move vendor-addr to mmdb2-result-network
  move vendor-prefix to mmdb2-result-prefix-len
  move vendor-record to mmdb2-result-decoded

  call 'mmdb2-annotate' using mmdb2-result-network, network-note

  if network-note not = spaces
    move mmdb2-result-decoded to note-work
    move spaces to mmdb2-result-decoded
    string function trim(note-work) 'note='
        function trim(network-note) ';'
        delimited by size into mmdb2-result-decoded
  end-if

  call 'mmdb2-correct-check' using render-addr, mmdb2-lookup-result
  .

answer-site-piece.
  move cur-bits to render-bits
  move cur-prefix to render-prefix
  perform render-address

  move spaces to mmdb2-lookup-result
  call 'mmdb2-site-lookup' using site-file, render-addr,
      mmdb2-lookup-result, site-served-flag

  add 1 to site-pieces
  .

write-piece.
  move spaces to record-text
  move function length(function trim(mmdb2-result-decoded, trailing))
      to record-len

  evaluate true
    when mmdb2-result-decoded = spaces
      move 'source=vendor;' to record-text
    when record-len > 256
      *> cut back to the last whole key=value pair that fits.
      add 1 to records-cut
      move 256 to cut-pos
      perform until cut-pos = 0
          or mmdb2-result-decoded(cut-pos:1) = ';'
        subtract 1 from cut-pos
      end-perform
      if cut-pos = 0
        move 256 to cut-pos
      end-if
      move mmdb2-result-decoded(1:cut-pos) to record-text
    when other
      move mmdb2-result-decoded(1:256) to record-text
  end-evaluate

  move render-length to prefix-edit
  move spaces to out-line
  string function trim(render-addr) '/' function trim(prefix-edit)
      ',' function trim(record-text)
      delimited by size into out-line
  write inv-out-rec from out-line

  add 1 to pieces-written
  .

*>*********************************************************************
*> piece bits back to address text - dotted quad for a piece under
*> ::/96, else full-form hex groups (mmdb2-aggregate's rendering).
*> render-length is the prefix as written.
*>*********************************************************************

render-address.
  move spaces to render-addr

  if render-prefix >= 96
  and render-bits(1:96) = zero-bits(1:96)
    move 4 to group-total
    move 96 to render-base
  else
    move 16 to group-total
    move 0 to render-base
  end-if
  compute render-length = render-prefix - render-base

  perform varying group-idx from 1 by 1 until group-idx > group-total
    move 0 to byte-val
    compute bit-lo = render-base + (group-idx - 1) * 8 + 1
    compute bit-hi = render-base + group-idx * 8

    perform varying bit-idx from bit-lo by 1 until bit-idx > bit-hi
      compute byte-val = byte-val * 2
      if bit-idx <= render-prefix
      and render-bits(bit-idx:1) = '1'
        add 1 to byte-val
      end-if
    end-perform

    if render-base = 0
      move byte-val to octet-num
      call 'binary-byte-to-hex' using octet-num, hex-out
      evaluate true
        when group-idx = 1
          string hex-out delimited by size into render-addr
        when function mod(group-idx, 2) = 1
          string function trim(render-addr) ':' hex-out
              delimited by size into render-addr
        when other
          string function trim(render-addr) hex-out
              delimited by size into render-addr
      end-evaluate
    else
      move byte-val to octet-edit
      if group-idx = 1
        string function trim(octet-edit) delimited by size
            into render-addr
      else
        string function trim(render-addr) '.'
            function trim(octet-edit)
            delimited by size into render-addr
      end-if
    end-if
  end-perform
  .
