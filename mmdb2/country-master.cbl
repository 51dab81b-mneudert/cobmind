       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-country-master.

*>*********************************************************************
*> resolution against the country reference master - the one place a
*> country's name, shop region, EU/EEA membership, sanctions status
*> and tax jurisdiction are kept, effective-dated, so screening,
*> territories and translation stop carrying their own copies. the
*> master ("COBMIND_COUNTRY_MASTER", ./cobmind.countries when unset)
*> is maintained by mmdb2-country-maint, one row per version:
*>
*>   # iso,from,to,name,region,eu,eea,sanctions,tax
*>   DE,19900101,99991231,Germany,014,Y,Y,NONE,EUDE
*>   RU,19920101,99991231,Russian Federation,031,N,N,EMBARGO,RU
*>
*> operations, selected by the op argument:
*>   'F'  find: the version of mmdb2-country-iso in effect on the
*>        as-of date
*>   'N'  next: walk every country in effect on the as-of date, in
*>        file order - start with mmdb2-country-iso spaces, and stop
*>        at found 'N'
*>
*> an as-of date of 0 means the run date: "COBMIND_RUN_DATE"
*> (YYYYMMDD) when set, so a rerun resolves as the original night
*> did, today otherwise. parsed once and kept across calls, the
*> usual load-once shape.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select master-in
    assign dynamic master-path
    organization line sequential
    file status is master-status.

data division.
file section.

fd master-in.
01 master-in-rec pic x(200).

working-storage section.

01 master-path     pic x(128) value spaces.
01 master-status   pic xx value spaces.
01 loaded-file     pic x(128) value spaces.
01 master-exists-rec pic x(1).
   88 master-exists value 'Y', false 'N'.

01 master-table.
   05 master-entry occurs 1000 times.
      10 mst-iso        pic x(2).
      10 mst-from       pic 9(8).
      10 mst-to         pic 9(8).
      10 mst-name       pic x(48).
      10 mst-region     pic x(8).
      10 mst-eu         pic x(1).
      10 mst-eea        pic x(1).
      10 mst-sanctions  pic x(8).
      10 mst-tax        pic x(8).
01 master-count    pic 9(4) value 0.
01 master-ix       pic 9(4) value 0.
01 walk-ix         pic 9(4) value 0.

01 split-iso       pic x(8) value spaces.
01 split-from      pic x(8) value spaces.
01 split-to        pic x(8) value spaces.
01 split-name      pic x(48) value spaces.
01 split-region    pic x(8) value spaces.
01 split-eu        pic x(8) value spaces.
01 split-eea       pic x(8) value spaces.
01 split-sanctions pic x(8) value spaces.
01 split-tax       pic x(8) value spaces.

01 effective-date  pic 9(8) value 0.
01 run-date-text   pic x(8) value spaces.

linkage section.

01 master-op       pic x(1).
01 as-of-date      pic 9(8).
copy 'mmdb2-country.cpy'.
01 master-found    pic x(1).

*>*********************************************************************

procedure division using master-op, as-of-date, mmdb2-country-rec,
    master-found.
  move 'N' to master-found

  move spaces to master-path
  accept master-path from environment "COBMIND_COUNTRY_MASTER"

  if master-path = spaces or low-value
    move './cobmind.countries' to master-path
  end-if

  if master-path not = loaded-file
    perform load-master-table
    move master-path to loaded-file
  end-if

  move as-of-date to effective-date
  if effective-date = 0
    move spaces to run-date-text
    accept run-date-text from environment "COBMIND_RUN_DATE"
    if run-date-text is numeric
      move run-date-text to effective-date
    else
      move function current-date(1:8) to effective-date
    end-if
  end-if

  evaluate master-op
    when 'F'
      perform find-country
    when 'N'
      perform next-country
  end-evaluate
  goback.

*>*********************************************************************

find-country.
  move function upper-case(mmdb2-country-iso) to mmdb2-country-iso

  perform varying master-ix from 1 by 1
      until master-ix > master-count or master-found = 'Y'
    if mst-iso(master-ix) = mmdb2-country-iso
    and mst-from(master-ix) <= effective-date
    and mst-to(master-ix) >= effective-date
      perform answer-entry
    end-if
  end-perform
  .

next-country.
  if mmdb2-country-iso = spaces
    move 0 to walk-ix
  end-if

  perform until walk-ix >= master-count or master-found = 'Y'
    add 1 to walk-ix
    if mst-from(walk-ix) <= effective-date
    and mst-to(walk-ix) >= effective-date
      move walk-ix to master-ix
      perform answer-entry
    end-if
  end-perform
  .

answer-entry.
  move mst-iso(master-ix) to mmdb2-country-iso
  move mst-from(master-ix) to mmdb2-country-from
  move mst-to(master-ix) to mmdb2-country-to
  move mst-name(master-ix) to mmdb2-country-name
  move mst-region(master-ix) to mmdb2-country-region
  move mst-eu(master-ix) to mmdb2-country-eu
  move mst-eea(master-ix) to mmdb2-country-eea
  move mst-sanctions(master-ix) to mmdb2-country-sanctions
  move mst-tax(master-ix) to mmdb2-country-tax
  move 'Y' to master-found
  .

*>*********************************************************************

load-master-table.
  move 0 to master-count walk-ix

  call 'cobmind-file-exists' using master-path, master-exists-rec

  if not master-exists
    exit paragraph
  end-if

  move spaces to master-status
  open input master-in

  if master-status not = '00'
    display 'failed to open country master: '
        function trim(master-path)
    exit paragraph
  end-if

  perform until master-status = '10'
    read master-in
      at end move '10' to master-status
      not at end perform parse-master-line
    end-read
  end-perform

  close master-in
  .

parse-master-line.
  if function trim(master-in-rec) = spaces
  or master-in-rec(1:1) = '#'
    exit paragraph
  end-if

  if master-count >= 1000
    display 'country master full, ignoring: '
        function trim(master-in-rec)
    exit paragraph
  end-if

  move spaces to split-iso split-from split-to split-name
      split-region split-eu split-eea split-sanctions split-tax
  unstring master-in-rec delimited by ','
      into split-iso, split-from, split-to, split-name, split-region,
           split-eu, split-eea, split-sanctions, split-tax

  if function length(function trim(split-iso)) not = 2
  or split-from is not numeric or split-to is not numeric
    display 'malformed country master line, skipped: '
        function trim(master-in-rec)
    exit paragraph
  end-if

  add 1 to master-count
  move function upper-case(split-iso(1:2)) to mst-iso(master-count)
  move split-from to mst-from(master-count)
  move split-to to mst-to(master-count)
  move split-name to mst-name(master-count)
  move function upper-case(split-region) to mst-region(master-count)
  move function upper-case(split-eu(1:1)) to mst-eu(master-count)
  move function upper-case(split-eea(1:1)) to mst-eea(master-count)
  move function upper-case(split-sanctions)
      to mst-sanctions(master-count)
  move function upper-case(split-tax) to mst-tax(master-count)
  .
