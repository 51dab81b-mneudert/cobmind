       >>source format is free
*>*********************************************************************

identification division.
program-id. cobmind-classify.

*>*********************************************************************
*> the data classification of the output being written: PUBLIC,
*> INTERNAL, CONFIDENTIAL or RESTRICTED, lowest to highest. a writer
*> names itself before its provenance header, declares the columns
*> it carries and the mode it runs in, and cobmind-provenance stamps
*> the resulting label into the header as "class=<label>" - the
*> label mmdb2-route-outputs holds against each recipient's
*> clearance before anything ships.
*>
*> the level is driven by a control table ("COBMIND_CLASSIFICATION",
*> ./cobmind.classification when unset):
*>
*>   # kind,name,label
*>   default,*,INTERNAL
*>   writer,mmdb2-geo-grid,PUBLIC
*>   column,account,RESTRICTED
*>   column,CITY,CONFIDENTIAL
*>   mode,join,RESTRICTED
*>
*> a writer line sets the output's starting level (the default line
*> for a writer with none); a column or mode line raises it - never
*> lowers it - when the writer declares that column or mode. names
*> compare without regard to case. the shop's standing labels are
*> built in underneath, so with no control table at all:
*>
*>   default                    INTERNAL
*>   writer mmdb2-write-census  PUBLIC       release node/network counts
*>   writer mmdb2-capacity-forecast PUBLIC   disk projections
*>   writer mmdb2-layout-gen    PUBLIC       record layouts
*>   writer mmdb2-attribution   RESTRICTED   account-to-network ledger
*>   writer mmdb2-evidence-pack RESTRICTED   investigation packs
*>   writer mmdb2-audit-query   RESTRICTED   audit trail extracts
*>   writer mmdb2-mule-detect   RESTRICTED   account clusters
*>   column ip                  CONFIDENTIAL a looked-up address
*>   column account             RESTRICTED   a customer account
*>   mode join                  RESTRICTED   transaction records joined
*>
*> a control table line for the same kind and name wins over the
*> built-in one.
*>
*> operations (class-label always returns the current label):
*>   'W'  a new output by writer class-subject - the level restarts
*>        at the writer's level.
*>   'C'  class-subject is the output's column heading (comma
*>        separated); every listed column can raise the level.
*>   'M'  class-subject is the mode the writer runs in.
*>   'F'  class-subject is the label of the file the output is cut
*>        from (its provenance header's class=) - an extract or a
*>        restated copy is never classed below its source.
*>   'L'  the current label only.
*>
*> the control table is read once, on first use, and kept across
*> calls.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select class-in
    assign dynamic class-file
    organization line sequential
    file status is class-status.

data division.
file section.

fd class-in.
01 class-in-rec pic x(256).

working-storage section.

01 class-file       pic x(128) value spaces.
01 class-status     pic xx value spaces.
01 class-loaded     pic x(1) value 'N'.

01 class-table.
   05 class-entry occurs 300 times.
      10 cls-kind      pic x(8).
      10 cls-name      pic x(64).
      10 cls-rank      pic 9(1).
01 class-count      pic 9(3) value 0.
01 class-ix         pic 9(3) value 0.

01 builtin-values.
   05 filler pic x(73) value 'writer  mmdb2-write-census'.
   05 filler pic x(1)  value '1'.
   05 filler pic x(73) value 'writer  mmdb2-capacity-forecast'.
   05 filler pic x(1)  value '1'.
   05 filler pic x(73) value 'writer  mmdb2-layout-gen'.
   05 filler pic x(1)  value '1'.
   05 filler pic x(73) value 'writer  mmdb2-attribution'.
   05 filler pic x(1)  value '4'.
   05 filler pic x(73) value 'writer  mmdb2-evidence-pack'.
   05 filler pic x(1)  value '4'.
   05 filler pic x(73) value 'writer  mmdb2-audit-query'.
   05 filler pic x(1)  value '4'.
   05 filler pic x(73) value 'writer  mmdb2-mule-detect'.
   05 filler pic x(1)  value '4'.
   05 filler pic x(73) value 'column  ip'.
   05 filler pic x(1)  value '3'.
   05 filler pic x(73) value 'column  account'.
   05 filler pic x(1)  value '4'.
   05 filler pic x(73) value 'mode    join'.
   05 filler pic x(1)  value '4'.
01 builtin-entry.
   05 blt-kind         pic x(8).
   05 blt-name         pic x(65).
   05 blt-rank         pic 9(1).
01 builtin-ix       pic 9(2) value 0.

01 default-rank     pic 9(1) value 2.
01 current-rank     pic 9(1) value 0.
01 found-rank       pic 9(1) value 0.
01 look-kind        pic x(8) value spaces.
01 look-name        pic x(64) value spaces.

01 split-kind       pic x(8) value spaces.
01 split-name       pic x(64) value spaces.
01 split-label      pic x(16) value spaces.
01 label-rank       pic 9(1) value 0.

01 column-list      pic x(256) value spaces.
01 column-ptr       pic 9(3) value 0.
01 column-name      pic x(64) value spaces.

linkage section.

01 class-op         pic x(1).
01 class-subject    pic x(256).
01 class-label      pic x(12).

*>*********************************************************************

procedure division using class-op, class-subject, class-label.
  if class-loaded not = 'Y'
    perform load-class-table
  end-if

  if current-rank = 0
    move default-rank to current-rank
  end-if

  evaluate class-op
    when 'W'
      move 'writer' to look-kind
      move function lower-case(function trim(class-subject))
          to look-name
      perform find-rank
      if found-rank > 0
        move found-rank to current-rank
      else
        move default-rank to current-rank
      end-if
    when 'C'
      perform raise-for-columns
    when 'M'
      move 'mode' to look-kind
      move function lower-case(function trim(class-subject))
          to look-name
      perform raise-for-name
    when 'F'
      move function upper-case(function trim(class-subject))
          to split-label
      perform rank-label
      if label-rank > current-rank
        move label-rank to current-rank
      end-if
  end-evaluate

  evaluate current-rank
    when 1 move 'PUBLIC' to class-label
    when 2 move 'INTERNAL' to class-label
    when 3 move 'CONFIDENTIAL' to class-label
    when other move 'RESTRICTED' to class-label
  end-evaluate
  goback.

*>*********************************************************************

raise-for-columns.
  move class-subject to column-list
  move 1 to column-ptr
  move 'column' to look-kind

  perform until column-ptr > 256
    move spaces to column-name
    unstring column-list delimited by ','
        into column-name
        with pointer column-ptr
    end-unstring
    if column-name not = spaces
      move function lower-case(function trim(column-name))
          to look-name
      perform raise-for-name
    end-if
  end-perform
  .

raise-for-name.
  perform find-rank
  if found-rank > current-rank
    move found-rank to current-rank
  end-if
  .

*> the control table's line first, then the built-in one.
find-rank.
  move 0 to found-rank

  perform varying class-ix from 1 by 1
      until class-ix > class-count or found-rank > 0
    if cls-kind(class-ix) = look-kind
    and cls-name(class-ix) = look-name
      move cls-rank(class-ix) to found-rank
    end-if
  end-perform

  perform varying builtin-ix from 1 by 1
      until builtin-ix > 10 or found-rank > 0
    move builtin-values(builtin-ix * 74 - 73:74) to builtin-entry
    if blt-kind = look-kind
    and blt-name = look-name
      move blt-rank to found-rank
    end-if
  end-perform
  .

*>*********************************************************************
*> the control table, once. absent is fine - the built-ins stand.
*>*********************************************************************

load-class-table.
  move 'Y' to class-loaded
  move 0 to class-count

  accept class-file from environment "COBMIND_CLASSIFICATION"
  if class-file = spaces or low-value
    move './cobmind.classification' to class-file
  end-if

  move spaces to class-status
  open input class-in
  if class-status not = '00'
    exit paragraph
  end-if

  perform until class-status = '10'
    read class-in
      at end move '10' to class-status
      not at end perform load-class-line
    end-read
  end-perform

  close class-in
  .

load-class-line.
  if function trim(class-in-rec) = spaces
  or class-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-kind split-name split-label
  unstring class-in-rec delimited by ','
      into split-kind split-name split-label

  move function upper-case(function trim(split-label)) to split-label
  perform rank-label

  move function lower-case(function trim(split-kind)) to split-kind

  if label-rank = 0
  or (split-kind not = 'default' and split-kind not = 'writer'
      and split-kind not = 'column' and split-kind not = 'mode')
  or function trim(split-name) = spaces
    display 'classification line ignored: '
        function trim(class-in-rec(1:80))
    exit paragraph
  end-if

  if split-kind = 'default'
    move label-rank to default-rank
    exit paragraph
  end-if

  if class-count >= 300
    display 'classification table over 300 lines - rest ignored'
    move '10' to class-status
    exit paragraph
  end-if

  add 1 to class-count
  move split-kind to cls-kind(class-count)
  move function lower-case(function trim(split-name))
      to cls-name(class-count)
  move label-rank to cls-rank(class-count)
  .

rank-label.
  evaluate split-label
    when 'PUBLIC' move 1 to label-rank
    when 'INTERNAL' move 2 to label-rank
    when 'CONFIDENTIAL' move 3 to label-rank
    when 'RESTRICTED' move 4 to label-rank
    when other move 0 to label-rank
  end-evaluate
  .
