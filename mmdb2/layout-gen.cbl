       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-layout-gen.

*>*********************************************************************
*> the DB2 team's record layout, generated from the fixed-map control
*> file instead of kept by hand beside it - so a column we add reaches
*> their copybook and load card the night we add it, not when a load
*> starts rejecting rows. two operations:
*>
*>   PARM='GEN <fixed-map> <out-prefix> [<db2-table>]'
*>
*>     writes, each through the usual in-flight commit:
*>
*>       <out-prefix>.cpy   the copybook - 01 MMDB2-FIXED-LAYOUT, one
*>                          PIC X item per mapped column in start
*>                          order, FILLER for the gaps, out to the
*>                          512-byte record (fixed form, columns
*>                          8-72, for the load team's compiles)
*>       <out-prefix>.load  the LOAD utility's INTO TABLE statement
*>                          with a POSITION/CHAR/NULLIF field
*>                          specification per column (an empty
*>                          column is NULL, see mmdb2-map-fields);
*>                          the WHEN clause drops the provenance
*>                          header and the TRAILER record.
*>                          db2-table defaults to GEOIP.FIXED_RESULTS
*>       <out-prefix>.xref  the column cross-reference: position,
*>                          length, map field, copybook name and DB2
*>                          column side by side
*>
*>     each carries the layout version (mmdb2-layout-version) the
*>     results file's provenance header carries as layout=, so which
*>     copybook goes with which file is never a guess. columns that
*>     overlap, or a map with no usable columns, generate nothing and
*>     end the step mmdb2-rc-bad-argument.
*>
*>   PARM='ACK <source> <ack-file> [LS|FB|FBE]'
*>
*>     the load job's acknowledgment: appends the layout version the
*>     load now runs with to ack-file - taken from source's first
*>     line where that carries layout= (a generated .xref, a results
*>     file), otherwise computed from source as a fixed map. a
*>     format argument says source is the shipped results file, held
*>     as mmdb2-load-back reads it (FB 512-byte fixed-block, FBE the
*>     same in EBCDIC): the version is the one its provenance header
*>     carries and nothing else - a file without one acknowledges
*>     nothing.
*>     mmdb2-estate-check (kind layout-ack) fails the night when the
*>     fixed map being shipped has moved past the last version
*>     acknowledged.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select map-in
    assign dynamic map-file
    organization line sequential
    file status is map-status.

  select cpy-out
    assign dynamic cpy-inflight
    organization line sequential
    file status is cpy-status.

  select load-out
    assign dynamic load-inflight
    organization line sequential
    file status is load-status.

  select xref-out
    assign dynamic xref-inflight
    organization line sequential
    file status is xref-status.

  select source-in
    assign dynamic source-file
    organization line sequential
    file status is source-status.

  select source-fb
    assign dynamic source-file
    organization sequential
    file status is source-status.

  select ack-out
    assign dynamic ack-file
    organization line sequential
    file status is ack-status.

data division.
file section.

fd map-in.
01 map-in-rec pic x(256).

fd cpy-out.
01 cpy-out-rec pic x(80).

fd load-out.
01 load-out-rec pic x(80).

fd xref-out.
01 xref-out-rec pic x(256).

fd source-in.
01 source-in-rec pic x(512).

fd source-fb.
01 source-fb-rec pic x(512).

fd ack-out.
01 ack-out-rec pic x(256).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 op-arg           pic x(8) value spaces.
01 map-file         pic x(128) value spaces.
01 out-prefix       pic x(120) value spaces.
01 table-arg        pic x(64) value spaces.
01 source-file      pic x(128) value spaces.
01 ack-file         pic x(128) value spaces.

01 map-status       pic xx value spaces.
01 cpy-status       pic xx value spaces.
01 load-status      pic xx value spaces.
01 xref-status      pic xx value spaces.
01 source-status    pic xx value spaces.
01 ack-status       pic xx value spaces.

01 cpy-file         pic x(128) value spaces.
01 cpy-inflight     pic x(140) value spaces.
01 load-file        pic x(128) value spaces.
01 load-inflight    pic x(140) value spaces.
01 xref-file        pic x(128) value spaces.
01 xref-inflight    pic x(140) value spaces.
01 commit-op        pic x(1) value 'B'.
01 cpy-commit-ok    pic x(1) value 'Y'.
01 load-commit-ok   pic x(1) value 'Y'.
01 xref-commit-ok   pic x(1) value 'Y'.

*> the map's columns, in start order once sorted.
01 column-table.
   05 column-entry occurs 64 times.
      10 col-start     pic 9(4).
      10 col-length    pic 9(3).
      10 col-field     pic x(64).
      10 col-cobol     pic x(30).
      10 col-db2       pic x(30).
01 column-hold      pic x(131).
01 column-count     pic 9(2) value 0.
01 col-ix           pic 9(2) value 0.
01 col-jx           pic 9(2) value 0.
01 col-end          pic 9(4) value 0.
01 next-free        pic 9(4) value 0.
01 gap-length       pic 9(4) value 0.
01 filler-bytes     pic 9(4) value 0.
01 overlap-count    pic 9(2) value 0.
01 record-length    pic 9(4) value 512.

01 split-field      pic x(64) value spaces.
01 split-start      pic x(4) value spaces.
01 split-length     pic x(3) value spaces.

01 layout-version   pic x(16) value spaces.
01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.
01 no-epoch         pic 9(11) value 0.
01 no-db            pic x(128) value spaces.
01 out-line         pic x(256) value spaces.
01 map-note         pic x(60) value spaces.

*> name building.
01 name-source      pic x(64) value spaces.
01 name-work        pic x(30) value spaces.
01 name-len         pic 9(2) value 0.
01 name-max         pic 9(2) value 0.
01 name-ix          pic 9(2) value 0.
01 name-char        pic x(1) value space.
01 name-sep         pic x(1) value space.
01 name-clash-rec   pic x(1) value 'N'.
   88 name-clash    value 'Y', false 'N'.
01 col-ix-text      pic 9(2) value 0.

*> one column's text.
01 start-edit       pic zzz9.
01 end-edit         pic zzz9.
01 length-edit      pic zz9.
01 pic-length       pic 9(3) value 0.
01 gap-edit         pic 9(3) value 0.
01 cobol-padded     pic x(30) value spaces.
01 db2-padded       pic x(30) value spaces.
01 field-padded     pic x(32) value spaces.
01 lead-char        pic x(1) value space.

*> ACK.
01 ack-version      pic x(16) value spaces.
01 layout-pos       pic 9(3) value 0.
01 ack-stamp        pic x(14) value spaces.
01 format-arg       pic x(8) value spaces.
01 header-line      pic x(512) value spaces.

*> EBCDIC back to ASCII for an FBE source: the CP037 images of ASCII
*> 32 through 126 (cobmind-to-ebcdic's table) and the ASCII
*> characters they stand for.
01 ebcdic-map pic x(95) value x'405A7F7B5B6C507D4D5D5C4E6B604B61F0F1F2F3F4F5F6F7F8F97A5E4C7E6E6F7CC1C2C3C4C5C6C7C8C9D1D2D3D4D5D6D7D8D9E2E3E4E5E6E7E8E9BAE0BBB06D79818283848586878889919293949596979899A2A3A4A5A6A7A8A9C04FD0A1'.
01 ascii-map        pic x(95) value spaces.
01 char-ix          pic 9(4) value 0.
01 operator-name    pic x(32) value spaces.

*>*********************************************************************

procedure division.
  accept op-arg from argument-value
  move function upper-case(op-arg) to op-arg

  evaluate op-arg
    when 'GEN'
      perform generate-layout
    when 'ACK'
      perform acknowledge-layout
    when other
      perform show-usage
  end-evaluate
  goback.

show-usage.
  display 'usage: mmdb2-layout-gen GEN <fixed-map> <out-prefix>'
      ' [<db2-table>]'
  display '       mmdb2-layout-gen ACK <source> <ack-file>'
      ' [LS|FB|FBE]'
  move mmdb2-rc-bad-argument to return-code
  .

*>*********************************************************************
*> GEN - copybook, load card and cross-reference from one map.
*>*********************************************************************

generate-layout.
  accept map-file from argument-value
  accept out-prefix from argument-value
  accept table-arg from argument-value

  if map-file = spaces or out-prefix = spaces
    perform show-usage
    exit paragraph
  end-if

  if table-arg = spaces
    move 'GEOIP.FIXED_RESULTS' to table-arg
  end-if
  move function upper-case(table-arg) to table-arg

  perform load-map-columns
  if return-code not = mmdb2-rc-ok
    exit paragraph
  end-if

  perform sort-map-columns
  perform check-map-overlaps
  if overlap-count > 0
    display 'layout not generated: ' overlap-count
        ' overlapping column(s) in ' function trim(map-file)
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform varying col-ix from 1 by 1 until col-ix > column-count
    perform build-column-names
  end-perform

  call 'mmdb2-layout-version' using map-file, layout-version

  move spaces to map-note
  move map-file to map-note

  move spaces to cpy-file load-file xref-file
  string function trim(out-prefix) '.cpy' delimited by size
      into cpy-file
  string function trim(out-prefix) '.load' delimited by size
      into load-file
  string function trim(out-prefix) '.xref' delimited by size
      into xref-file

  perform write-copybook
  perform write-load-card
  perform write-cross-reference

  if cpy-commit-ok not = 'Y' or load-commit-ok not = 'Y'
  or xref-commit-ok not = 'Y'
    display 'layout outputs could not be committed'
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  display 'layout ' function trim(layout-version) ': ' column-count
      ' column(s), ' filler-bytes ' filler byte(s) of '
      record-length
  display 'written to: ' function trim(cpy-file)
  display 'written to: ' function trim(load-file)
  display 'written to: ' function trim(xref-file)

  move mmdb2-rc-ok to return-code
  .

*> parsed as mmdb2-map-fields parses it, bounds and all - a line it
*> would skip is no column of the record.
load-map-columns.
  move 0 to column-count

  move spaces to map-status
  open input map-in
  if map-status not = '00'
    display 'failed to open field-mapping file: '
        function trim(map-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  perform until map-status = '10'
    read map-in
      at end move '10' to map-status
      not at end perform take-map-line
    end-read
  end-perform
  close map-in

  if column-count = 0
    display 'no usable columns in ' function trim(map-file)
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  move mmdb2-rc-ok to return-code
  .

take-map-line.
  if function trim(map-in-rec) = spaces
  or map-in-rec(1:1) = '#'
    exit paragraph
  end-if

  if column-count >= 64
    display 'field-mapping file over 64 columns, rest ignored: '
        function trim(map-in-rec)
    exit paragraph
  end-if

  move spaces to split-field split-start split-length
  unstring map-in-rec delimited by ','
      into split-field, split-start, split-length

  if function trim(split-start) is not numeric
  or function trim(split-length) is not numeric
    display 'malformed field-mapping line, skipped: '
        function trim(map-in-rec)
    exit paragraph
  end-if

  add 1 to column-count
  move spaces to column-entry(column-count)
  move function trim(split-field) to col-field(column-count)
  move function numval(split-start) to col-start(column-count)
  move function numval(split-length) to col-length(column-count)

  if col-start(column-count) = 0
  or col-length(column-count) = 0
  or col-start(column-count) + col-length(column-count) - 1
      > record-length
    display 'field-mapping entry out of record bounds, skipped: '
        function trim(map-in-rec)
    subtract 1 from column-count
  end-if
  .

sort-map-columns.
  perform varying col-ix from 1 by 1 until col-ix >= column-count
    perform varying col-jx from col-ix by 1 until col-jx > column-count
      if col-start(col-jx) < col-start(col-ix)
        move column-entry(col-ix) to column-hold
        move column-entry(col-jx) to column-entry(col-ix)
        move column-hold to column-entry(col-jx)
      end-if
    end-perform
  end-perform
  .

check-map-overlaps.
  move 0 to overlap-count
  move 1 to next-free
  perform varying col-ix from 1 by 1 until col-ix > column-count
    if col-start(col-ix) < next-free
      add 1 to overlap-count
      display 'column overlaps the one before it: '
          function trim(col-field(col-ix)) ' at ' col-start(col-ix)
    end-if
    compute col-end = col-start(col-ix) + col-length(col-ix)
    if col-end > next-free
      move col-end to next-free
    end-if
  end-perform
  .

*> the copybook name (FIXED-<field>) and the DB2 column (<FIELD>):
*> upper case, anything but a letter or digit becomes the name's
*> separator, 30 characters at most; a name a column before already
*> took gets the column's number on the end.
build-column-names.
  move col-field(col-ix) to name-source
  move '-' to name-sep
  move 24 to name-max
  perform build-one-name
  move spaces to col-cobol(col-ix)
  string 'FIXED-' function trim(name-work) delimited by size
      into col-cobol(col-ix)

  set name-clash to false
  perform varying col-jx from 1 by 1 until col-jx >= col-ix
    if col-cobol(col-jx) = col-cobol(col-ix)
      set name-clash to true
    end-if
  end-perform
  if name-clash
    move col-ix to col-ix-text
    move spaces to col-cobol(col-ix)
    string 'FIXED-' name-work(1:21) delimited by space
        '-' col-ix-text delimited by size into col-cobol(col-ix)
  end-if

  move '_' to name-sep
  move 30 to name-max
  perform build-one-name
  move name-work to col-db2(col-ix)

  set name-clash to false
  perform varying col-jx from 1 by 1 until col-jx >= col-ix
    if col-db2(col-jx) = col-db2(col-ix)
      set name-clash to true
    end-if
  end-perform
  if name-clash
    move col-ix to col-ix-text
    move spaces to col-db2(col-ix)
    string name-work(1:27) delimited by space
        '_' col-ix-text delimited by size into col-db2(col-ix)
  end-if
  .

build-one-name.
  move spaces to name-work
  move 0 to name-len
  move function upper-case(name-source) to name-source

  perform varying name-ix from 1 by 1
      until name-ix > 64 or name-len >= name-max
    move name-source(name-ix:1) to name-char
    evaluate true
      when name-char = space
        move 65 to name-ix
      when (name-char >= 'A' and name-char <= 'Z')
        or (name-char >= '0' and name-char <= '9')
        add 1 to name-len
        move name-char to name-work(name-len:1)
      when name-len > 0
        if name-work(name-len:1) not = name-sep
          add 1 to name-len
          move name-sep to name-work(name-len:1)
        end-if
    end-evaluate
  end-perform

  if name-len > 0 and name-work(name-len:1) = name-sep
    move space to name-work(name-len:1)
    subtract 1 from name-len
  end-if

  if name-len = 0
    move 'COLUMN' to name-work
  end-if

  *> a DB2 column must not start with a digit.
  if name-sep = '_' and name-work(1:1) >= '0' and name-work(1:1) <= '9'
    move name-work to name-source
    move spaces to name-work
    string 'C_' name-source(1:28) delimited by size into name-work
  end-if
  .

*>*********************************************************************
*> the copybook, fixed form.
*>*********************************************************************

write-copybook.
  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, cpy-file, cpy-inflight,
      cpy-commit-ok

  open output cpy-out
  if cpy-status not = '00'
    display 'failed to open output: ' function trim(cpy-file)
    move 'N' to cpy-commit-ok
    exit paragraph
  end-if

  move '      *' to cpy-out-rec
  move all '-' to cpy-out-rec(8:65)
  write cpy-out-rec
  move spaces to out-line
  string '      * MMDB2-FIXED-LAYOUT - LAYOUT '
      function trim(layout-version) delimited by size into out-line
  write cpy-out-rec from out-line
  move '      * GENERATED BY MMDB2-LAYOUT-GEN FROM THE FIXED-MAP FILE'
      to cpy-out-rec
  write cpy-out-rec
  move spaces to out-line
  string '      *   ' function trim(map-note) delimited by size
      into out-line
  write cpy-out-rec from out-line
  move '      * REGENERATE, DO NOT EDIT: THE FIXED MAP IS THE AUTHORITY.'
      to cpy-out-rec
  write cpy-out-rec
  move '      *' to cpy-out-rec
  move all '-' to cpy-out-rec(8:65)
  write cpy-out-rec

  move '       01  MMDB2-FIXED-LAYOUT.' to cpy-out-rec
  write cpy-out-rec

  move 1 to next-free
  move 0 to filler-bytes
  perform varying col-ix from 1 by 1 until col-ix > column-count
    if col-start(col-ix) > next-free
      compute gap-length = col-start(col-ix) - next-free
      perform write-copybook-filler
    end-if
    move col-cobol(col-ix) to cobol-padded
    move col-length(col-ix) to pic-length
    move spaces to out-line
    string '           05  ' cobol-padded ' PIC X(' pic-length ').'
        delimited by size into out-line
    write cpy-out-rec from out-line
    compute next-free = col-start(col-ix) + col-length(col-ix)
  end-perform

  if next-free <= record-length
    compute gap-length = record-length - next-free + 1
    perform write-copybook-filler
  end-if

  close cpy-out
  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, cpy-file, cpy-inflight,
      cpy-commit-ok
  .

write-copybook-filler.
  add gap-length to filler-bytes
  move 'FILLER' to cobol-padded
  move gap-length to gap-edit
  move spaces to out-line
  string '           05  ' cobol-padded ' PIC X(' gap-edit ').'
      delimited by size into out-line
  write cpy-out-rec from out-line
  .

*>*********************************************************************
*> the LOAD utility's statement.
*>*********************************************************************

write-load-card.
  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, load-file,
      load-inflight, load-commit-ok

  open output load-out
  if load-status not = '00'
    display 'failed to open output: ' function trim(load-file)
    move 'N' to load-commit-ok
    exit paragraph
  end-if

  move spaces to out-line
  string '-- MMDB2-FIXED-LAYOUT LAYOUT ' function trim(layout-version)
      ', GENERATED FROM THE FIXED MAP' delimited by size into out-line
  write load-out-rec from out-line
  move spaces to out-line
  string '--   ' function trim(map-note) delimited by size
      into out-line
  write load-out-rec from out-line

  move '  LOAD DATA INDDN SYSREC LOG NO RESUME YES' to load-out-rec
  write load-out-rec
  move spaces to out-line
  string '    INTO TABLE ' function trim(table-arg)
      delimited by size into out-line
  write load-out-rec from out-line
  move "    WHEN (1:1) <> '#' AND (1:8) <> 'TRAILER,'" to load-out-rec
  write load-out-rec

  move '(' to lead-char
  perform varying col-ix from 1 by 1 until col-ix > column-count
    move col-start(col-ix) to start-edit
    compute col-end = col-start(col-ix) + col-length(col-ix) - 1
    move col-end to end-edit
    move col-length(col-ix) to length-edit
    move col-db2(col-ix) to db2-padded
    move spaces to out-line
    string '    ' lead-char ' ' db2-padded
        ' POSITION(' start-edit ':' end-edit ')'
        ' CHAR(' length-edit ')' delimited by size into out-line
    write load-out-rec from out-line
    move spaces to out-line
    string '        NULLIF(' start-edit ':' end-edit ") = ' '"
        delimited by size into out-line
    write load-out-rec from out-line
    move ',' to lead-char
  end-perform

  move '    )' to load-out-rec
  write load-out-rec

  close load-out
  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, load-file,
      load-inflight, load-commit-ok
  .

*>*********************************************************************
*> the cross-reference listing.
*>*********************************************************************

write-cross-reference.
  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, xref-file,
      xref-inflight, xref-commit-ok

  open output xref-out
  if xref-status not = '00'
    display 'failed to open output: ' function trim(xref-file)
    move 'N' to xref-commit-ok
    exit paragraph
  end-if

  move 'W' to class-op
  move 'mmdb2-layout-gen' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  call 'cobmind-provenance' using no-db, no-epoch, map-file,
      provenance-line
  move spaces to out-line
  string function trim(provenance-line) ' layout='
      function trim(layout-version) delimited by size into out-line
  write xref-out-rec from out-line

  move spaces to out-line
  string 'MMDB2-FIXED-LAYOUT  layout ' function trim(layout-version)
      '  table ' function trim(table-arg) delimited by size
      into out-line
  write xref-out-rec from out-line
  move spaces to xref-out-rec
  write xref-out-rec
  move spaces to out-line
  string ' col start   end len  map field                        '
      'copybook name                  db2 column'
      delimited by size into out-line
  write xref-out-rec from out-line

  perform varying col-ix from 1 by 1 until col-ix > column-count
    move col-start(col-ix) to start-edit
    compute col-end = col-start(col-ix) + col-length(col-ix) - 1
    move col-end to end-edit
    move col-length(col-ix) to length-edit
    move col-field(col-ix) to field-padded
    move col-cobol(col-ix) to cobol-padded
    move spaces to out-line
    string ' ' col-ix '  ' start-edit '  ' end-edit ' ' length-edit
        '  ' field-padded ' ' cobol-padded ' ' col-db2(col-ix)
        delimited by size into out-line
    write xref-out-rec from out-line
  end-perform

  move spaces to xref-out-rec
  write xref-out-rec
  move spaces to out-line
  string 'columns ' column-count '  filler bytes ' filler-bytes
      '  record length ' record-length delimited by size
      into out-line
  write xref-out-rec from out-line

  close xref-out
  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, xref-file,
      xref-inflight, xref-commit-ok
  .

*>*********************************************************************
*> ACK - the version the load job now runs with, onto the ack file.
*>*********************************************************************

acknowledge-layout.
  accept source-file from argument-value
  accept ack-file from argument-value
  accept format-arg from argument-value
  move function upper-case(function trim(format-arg)) to format-arg

  if source-file = spaces or ack-file = spaces
  or (format-arg not = spaces and format-arg not = 'LS'
      and format-arg not = 'FB' and format-arg not = 'FBE')
    perform show-usage
    exit paragraph
  end-if

  move spaces to ack-version

  perform read-source-header
  if source-status = '99'
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move 0 to layout-pos
  inspect header-line tallying layout-pos
      for characters before initial 'layout='
  if layout-pos < length of header-line
    move header-line(layout-pos + 8:16) to ack-version
    inspect ack-version replacing characters by space
        after initial space
  else
    if format-arg = spaces
      call 'mmdb2-layout-version' using source-file, ack-version
    end-if
  end-if

  if ack-version(1:1) not = 'L' or ack-version(2:2) = '00'
    display 'no layout version in ' function trim(source-file)
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  move function current-date(1:14) to ack-stamp
  accept operator-name from environment "USER"
  if operator-name = spaces
    accept operator-name from environment "LOGNAME"
  end-if
  if operator-name = spaces
    move 'UNKNOWN' to operator-name
  end-if

  open extend ack-out
  if ack-status not = '00'
    open output ack-out
  end-if
  if ack-status not = '00'
    display 'failed to open ' function trim(ack-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move spaces to out-line
  string 'layout=' function trim(ack-version)
      ',acknowledged=' ack-stamp
      ',operator=' function trim(operator-name)
      ',source=' function trim(source-file)
      delimited by size into out-line
  write ack-out-rec from out-line
  close ack-out

  display 'layout ' function trim(ack-version) ' acknowledged in '
      function trim(ack-file)
  move mmdb2-rc-ok to return-code
  .

*> the source's first record - a line, or a 512-byte block for the
*> fixed-block results files, translated out of EBCDIC for FBE.
read-source-header.
  move spaces to header-line
  move spaces to source-status

  if format-arg = 'FB' or format-arg = 'FBE'
    open input source-fb
  else
    open input source-in
  end-if
  if source-status not = '00'
    display 'failed to open ' function trim(source-file)
    move '99' to source-status
    exit paragraph
  end-if

  if format-arg = 'FB' or format-arg = 'FBE'
    read source-fb into header-line
      at end move spaces to header-line
    end-read
    close source-fb
  else
    read source-in into header-line
      at end move spaces to header-line
    end-read
    close source-in
  end-if

  if format-arg = 'FBE'
    perform varying char-ix from 1 by 1 until char-ix > 95
      move function char(char-ix + 32) to ascii-map(char-ix:1)
    end-perform
    inspect header-line converting ebcdic-map to ascii-map
  end-if
  .
