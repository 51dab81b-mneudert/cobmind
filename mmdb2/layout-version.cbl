       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-layout-version.

*>*********************************************************************
*> the layout version of a fixed-map control file: "L<nn>-<nnnnnnnnn>",
*> the column count and a checksum over the columns' field, start and
*> length taken in start order - so comments, blank lines and the
*> order the lines are written in don't move it, and any change to
*> what lands where in mmdb2-fixed-rec does. one routine, so the
*> generated copybook and load card (mmdb2-layout-gen), the results
*> file's provenance header (mmdb2-batch-lookup) and the estate
*> check's acknowledgment test (mmdb2-estate-check) all mean the
*> same thing by a version.
*>
*> lines are read as mmdb2-map-fields reads them: blank and '#' lines
*> and lines without a numeric start and length play no part. an
*> unreadable file comes back as spaces.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select map-in
    assign dynamic map-path
    organization line sequential
    file status is map-status.

data division.
file section.

fd map-in.
01 map-in-rec pic x(256).

working-storage section.

01 map-path         pic x(128) value spaces.
01 map-status       pic xx value spaces.

01 column-table.
   05 column-entry occurs 64 times.
      10 col-start     pic 9(4).
      10 col-length    pic 9(3).
      10 col-field     pic x(64).
01 column-hold      pic x(71).
01 column-count     pic 9(2) value 0.
01 col-ix           pic 9(2) value 0.
01 col-jx           pic 9(2) value 0.

01 split-field      pic x(64) value spaces.
01 split-start      pic x(4) value spaces.
01 split-length     pic x(3) value spaces.

01 fold-text        pic x(80) value spaces.
01 fold-len         pic 9(3) value 0.
01 fold-ix          pic 9(3) value 0.
01 layout-sum       pic 9(9) value 0.
01 count-text       pic 9(2) value 0.

linkage section.

01 map-file         pic x(128).
01 layout-version   pic x(16).

*>*********************************************************************

procedure division using map-file, layout-version.
  move spaces to layout-version
  move 0 to column-count layout-sum

  move map-file to map-path
  move spaces to map-status
  open input map-in
  if map-status not = '00'
    goback
  end-if

  perform until map-status = '10'
    read map-in
      at end move '10' to map-status
      not at end perform take-map-line
    end-read
  end-perform
  close map-in

  *> start order - a straight exchange sort, the map is 64 lines at
  *> most.
  perform varying col-ix from 1 by 1 until col-ix >= column-count
    perform varying col-jx from col-ix by 1 until col-jx > column-count
      if col-start(col-jx) < col-start(col-ix)
        move column-entry(col-ix) to column-hold
        move column-entry(col-jx) to column-entry(col-ix)
        move column-hold to column-entry(col-jx)
      end-if
    end-perform
  end-perform

  perform varying col-ix from 1 by 1 until col-ix > column-count
    move spaces to fold-text
    string function trim(col-field(col-ix)) '|' col-start(col-ix)
        '|' col-length(col-ix) delimited by size into fold-text
    move function length(function trim(fold-text)) to fold-len
    perform varying fold-ix from 1 by 1 until fold-ix > fold-len
      compute layout-sum = function mod(layout-sum * 31
          + function ord(fold-text(fold-ix:1)), 999999937)
    end-perform
  end-perform

  move column-count to count-text
  string 'L' count-text '-' layout-sum delimited by size
      into layout-version
  goback.

*>*********************************************************************

take-map-line.
  if function trim(map-in-rec) = spaces
  or map-in-rec(1:1) = '#'
  or column-count >= 64
    exit paragraph
  end-if

  move spaces to split-field split-start split-length
  unstring map-in-rec delimited by ','
      into split-field, split-start, split-length

  if function trim(split-start) is not numeric
  or function trim(split-length) is not numeric
    exit paragraph
  end-if

  add 1 to column-count
  move function trim(split-field) to col-field(column-count)
  move function numval(split-start) to col-start(column-count)
  move function numval(split-length) to col-length(column-count)
  .
