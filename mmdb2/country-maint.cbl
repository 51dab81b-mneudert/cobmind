       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-country-maint.

*>*********************************************************************
*> maintenance over the country reference master mmdb2-country-master
*> resolves against ("COBMIND_COUNTRY_MASTER", ./cobmind.countries
*> when unset) - one effective-dated row per version of a country:
*>
*>   ADD <iso> <from> <name> <region> <eu> <eea> <sanctions> <tax>
*>       a country the master does not carry on or after <from>;
*>       eu/eea are Y or N, sanctions NONE, SECTORAL or EMBARGO
*>
*>   CHANGE <iso> <from> <field>=<value> [<field>=<value> ...]
*>       a new version from <from>: the version in effect that day
*>       is closed the day before and a copy carrying the changes
*>       takes over to its old end date (a version starting that
*>       very day is changed in place). fields are name, region,
*>       eu, eea, sanctions, tax
*>
*>   EXPIRE <iso> <to>
*>       the country stops resolving after <to>: the version in
*>       effect that day ends on it, and any version set to start
*>       later is withdrawn
*>
*>   LIST [<as-of>]
*>       the master as of a date (the run date when omitted)
*>
*>   REPORT [<since>]
*>       the before/after change report, from the change log
*>
*> every ADD, CHANGE and EXPIRE writes its before and after rows to
*> the change log ("COBMIND_COUNTRY_CHANGES", ./cobmind.countries.
*> changes when unset) and is audit-logged; the master itself is
*> rewritten through a "_new" sibling and renamed into place.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select master-in
    assign dynamic master-path
    organization line sequential
    file status is master-in-status.

  select master-out
    assign dynamic master-new
    organization line sequential
    file status is master-out-status.

  select master-sort assign 'cobmind_ctrymast.tmp'.

  select changes-file
    assign dynamic changes-path
    organization line sequential
    file status is changes-status.

data division.
file section.

fd master-in.
01 master-in-rec pic x(200).

fd master-out.
01 master-out-rec pic x(200).

sd master-sort.
01 master-sort-rec.
   05 sort-iso       pic x(2).
   05 sort-from      pic 9(8).
   05 sort-row       pic x(200).

fd changes-file.
01 changes-rec pic x(300).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-country.cpy'.

01 mode-arg        pic x(8) value spaces.
01 iso-arg         pic x(8) value spaces.
01 date-arg        pic x(8) value spaces.
01 name-arg        pic x(64) value spaces.
01 region-arg      pic x(16) value spaces.
01 eu-arg          pic x(8) value spaces.
01 eea-arg         pic x(8) value spaces.
01 sanctions-arg   pic x(16) value spaces.
01 tax-arg         pic x(16) value spaces.

01 change-args.
   05 change-arg occurs 6 times pic x(80).
01 change-count    pic 9(1) value 0.
01 change-ix       pic 9(1) value 0.
01 one-arg         pic x(80) value spaces.
01 change-field    pic x(16) value spaces.
01 change-value    pic x(64) value spaces.

01 master-path     pic x(128) value spaces.
01 master-new      pic x(136) value spaces.
01 changes-path    pic x(128) value spaces.
01 master-in-status  pic xx value spaces.
01 master-out-status pic xx value spaces.
01 changes-status  pic xx value spaces.
01 file-exists-rec pic x(1).
   88 file-found   value 'Y', false 'N'.

*> the whole master, held for the rewrite.
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
      10 mst-withdrawn  pic x(1).
01 master-count    pic 9(4) value 0.
01 master-ix       pic 9(4) value 0.
01 target-ix       pic 9(4) value 0.

01 split-iso       pic x(8) value spaces.
01 split-from      pic x(8) value spaces.
01 split-to        pic x(8) value spaces.
01 split-name      pic x(48) value spaces.
01 split-region    pic x(8) value spaces.
01 split-eu        pic x(8) value spaces.
01 split-eea       pic x(8) value spaces.
01 split-sanctions pic x(8) value spaces.
01 split-tax       pic x(8) value spaces.

01 change-date     pic 9(8) value 0.
01 day-before      pic 9(8) value 0.
01 as-of-date      pic 9(8) value 0.
01 since-date      pic x(8) value spaces.
01 run-date-text   pic x(8) value spaces.
01 maint-bad       pic x(1) value 'N'.
01 comma-tally     pic 9(3) value 0.

01 current-ts      pic x(21) value spaces.
01 stamp-text      pic x(15) value spaces.
01 operator-name   pic x(32) value spaces.
01 row-text        pic x(200) value spaces.
01 change-line     pic x(300) value spaces.
01 change-side     pic x(6) value spaces.
01 listed-count    pic 9(4) value 0.
01 reported-count  pic 9(6) value 0.

01 report-stamp    pic x(15) value spaces.
01 report-operator pic x(32) value spaces.
01 report-op       pic x(8) value spaces.
01 report-iso      pic x(8) value spaces.
01 report-side     pic x(8) value spaces.
01 report-row      pic x(200) value spaces.
01 report-pointer  pic 9(3) value 0.
01 report-last-stamp pic x(15) value spaces.
01 report-last-iso pic x(8) value spaces.

01 audit-tag       pic x(45) value spaces.
01 audit-subject   pic x(128) value spaces.
01 audit-dir-blank pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept mode-arg from argument-value

  move spaces to master-path
  accept master-path from environment "COBMIND_COUNTRY_MASTER"

  if master-path = spaces or low-value
    move './cobmind.countries' to master-path
  end-if

  move spaces to changes-path
  accept changes-path from environment "COBMIND_COUNTRY_CHANGES"

  if changes-path = spaces or low-value
    move './cobmind.countries.changes' to changes-path
  end-if

  move function current-date to current-ts
  move spaces to stamp-text
  string current-ts(1:8) '-' current-ts(9:6)
      delimited by size into stamp-text

  accept operator-name from environment "USER"
  if operator-name = spaces
    accept operator-name from environment "LOGNAME"
  end-if
  if operator-name = spaces
    move 'UNKNOWN' to operator-name
  end-if

  evaluate function upper-case(function trim(mode-arg))
    when 'ADD'    perform add-country
    when 'CHANGE' perform change-country
    when 'EXPIRE' perform expire-country
    when 'LIST'   perform list-master
    when 'REPORT' perform report-changes
    when other
      display 'usage: mmdb2-country-maint ADD <iso> <from> <name>'
          ' <region> <eu> <eea> <sanctions> <tax>'
      display '       mmdb2-country-maint CHANGE <iso> <from>'
          ' <field>=<value> [...]'
      display '       mmdb2-country-maint EXPIRE <iso> <to>'
      display '       mmdb2-country-maint LIST [<as-of>]'
      display '       mmdb2-country-maint REPORT [<since>]'
      move mmdb2-rc-bad-argument to return-code
  end-evaluate
  goback.

*>*********************************************************************
*> ADD - a country new to the master from the given date.
*>*********************************************************************

add-country.
  accept iso-arg from argument-value
  accept date-arg from argument-value
  accept name-arg from argument-value
  accept region-arg from argument-value
  accept eu-arg from argument-value
  accept eea-arg from argument-value
  accept sanctions-arg from argument-value
  accept tax-arg from argument-value

  if iso-arg = spaces or date-arg = spaces or name-arg = spaces
  or region-arg = spaces or tax-arg = spaces
    display 'ADD needs <iso> <from> <name> <region> <eu> <eea>'
        ' <sanctions> <tax>'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  move 'N' to maint-bad
  perform check-iso-and-date

  move function upper-case(function trim(iso-arg)) to mmdb2-country-iso
  move change-date to mmdb2-country-from
  move 99991231 to mmdb2-country-to
  move function trim(name-arg) to mmdb2-country-name
  move function upper-case(function trim(region-arg))
      to mmdb2-country-region
  move function upper-case(eu-arg(1:1)) to mmdb2-country-eu
  move function upper-case(eea-arg(1:1)) to mmdb2-country-eea
  move function upper-case(function trim(sanctions-arg))
      to mmdb2-country-sanctions
  move function upper-case(function trim(tax-arg)) to mmdb2-country-tax
  perform check-country-values

  if maint-bad = 'Y'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform load-master

  *> a country already resolving on or after the date is a CHANGE.
  perform varying master-ix from 1 by 1 until master-ix > master-count
    if mst-iso(master-ix) = mmdb2-country-iso
    and mst-to(master-ix) >= change-date
      move 'Y' to maint-bad
    end-if
  end-perform

  if maint-bad = 'Y'
    display 'ADD refused: ' mmdb2-country-iso ' is already on the'
        ' master on or after ' change-date ' - use CHANGE'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  if master-count >= 1000
    display 'ADD refused: country master is full'
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  add 1 to master-count
  move master-count to target-ix
  perform store-country-rec

  perform open-change-log
  move 'ADD' to mode-arg
  perform log-no-before
  move 'AFTER' to change-side
  perform log-entry-row
  close changes-file

  perform rewrite-master
  perform audit-maintenance
  .

*>*********************************************************************
*> CHANGE - a new version from the given date.
*>*********************************************************************

change-country.
  accept iso-arg from argument-value
  accept date-arg from argument-value

  move 0 to change-count
  move spaces to change-args
  perform accept-change-arg 6 times

  if iso-arg = spaces or date-arg = spaces or change-count = 0
    display 'CHANGE needs <iso> <from> <field>=<value> [...]'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  move 'N' to maint-bad
  perform check-iso-and-date
  if maint-bad = 'Y'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform load-master
  perform find-version-in-effect

  if target-ix = 0
    display 'CHANGE refused: ' function upper-case(iso-arg(1:2))
        ' is not on the master on ' change-date
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  *> the after image: the version in effect, with the changes.
  move target-ix to master-ix
  perform fetch-country-rec
  perform varying change-ix from 1 by 1 until change-ix > change-count
    perform apply-one-change
  end-perform
  perform check-country-values

  if maint-bad = 'Y'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform open-change-log
  move 'CHANGE' to mode-arg
  move 'BEFORE' to change-side
  move target-ix to master-ix
  perform log-entry-row

  if mst-from(target-ix) = change-date
    perform store-country-rec
  else
    if master-count >= 1000
      display 'CHANGE refused: country master is full'
      close changes-file
      move mmdb2-rc-io-error to return-code
      exit paragraph
    end-if

    compute day-before = function date-of-integer(
        function integer-of-date(change-date) - 1)
    move mst-to(target-ix) to mmdb2-country-to
    move change-date to mmdb2-country-from
    move day-before to mst-to(target-ix)

    move 'AFTER' to change-side
    move target-ix to master-ix
    perform log-entry-row

    add 1 to master-count
    move master-count to target-ix
    perform store-country-rec
  end-if

  move 'AFTER' to change-side
  move target-ix to master-ix
  perform log-entry-row
  close changes-file

  perform rewrite-master
  perform audit-maintenance
  .

accept-change-arg.
  move spaces to one-arg
  accept one-arg from argument-value
  if one-arg not = spaces
    add 1 to change-count
    move one-arg to change-arg(change-count)
  end-if
  .

apply-one-change.
  move spaces to change-field change-value
  unstring change-arg(change-ix) delimited by '='
      into change-field, change-value
  end-unstring
  move function lower-case(function trim(change-field))
      to change-field

  evaluate function trim(change-field)
    when 'name'
      move function trim(change-value) to mmdb2-country-name
    when 'region'
      move function upper-case(function trim(change-value))
          to mmdb2-country-region
    when 'eu'
      move function upper-case(change-value(1:1)) to mmdb2-country-eu
    when 'eea'
      move function upper-case(change-value(1:1)) to mmdb2-country-eea
    when 'sanctions'
      move function upper-case(function trim(change-value))
          to mmdb2-country-sanctions
    when 'tax'
      move function upper-case(function trim(change-value))
          to mmdb2-country-tax
    when other
      display 'CHANGE: unknown field "' function trim(change-field)
          '" (name, region, eu, eea, sanctions, tax)'
      move 'Y' to maint-bad
  end-evaluate
  .

*>*********************************************************************
*> EXPIRE - the country stops resolving after the given date.
*>*********************************************************************

expire-country.
  accept iso-arg from argument-value
  accept date-arg from argument-value

  if iso-arg = spaces or date-arg = spaces
    display 'EXPIRE needs <iso> <to>'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  move 'N' to maint-bad
  perform check-iso-and-date
  if maint-bad = 'Y'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform load-master
  perform find-version-in-effect

  if target-ix = 0
    display 'EXPIRE refused: ' function upper-case(iso-arg(1:2))
        ' is not on the master on ' change-date
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform open-change-log
  move 'EXPIRE' to mode-arg

  move 'BEFORE' to change-side
  move target-ix to master-ix
  perform log-entry-row
  move change-date to mst-to(target-ix)
  move 'AFTER' to change-side
  perform log-entry-row

  *> versions queued to start after the end date go with it.
  perform varying master-ix from 1 by 1 until master-ix > master-count
    if mst-iso(master-ix) = mst-iso(target-ix)
    and mst-from(master-ix) > change-date
      move 'BEFORE' to change-side
      perform log-entry-row
      move 'Y' to mst-withdrawn(master-ix)
      move 'AFTER' to change-side
      move spaces to row-text
      string mst-iso(master-ix) ',(withdrawn)' delimited by size
          into row-text
      perform log-change-line
    end-if
  end-perform
  close changes-file

  perform rewrite-master
  perform audit-maintenance
  .

*>*********************************************************************
*> LIST and REPORT.
*>*********************************************************************

list-master.
  move spaces to date-arg
  accept date-arg from argument-value

  if date-arg not = spaces
    if function trim(date-arg) is not numeric
    or function test-date-yyyymmdd(function numval(date-arg)) not = 0
      display 'LIST as-of must be a YYYYMMDD date'
      move mmdb2-rc-bad-argument to return-code
      exit paragraph
    end-if
    move date-arg to as-of-date
  else
    move spaces to run-date-text
    accept run-date-text from environment "COBMIND_RUN_DATE"
    if run-date-text is numeric
      move run-date-text to as-of-date
    else
      move function current-date(1:8) to as-of-date
    end-if
  end-if

  perform load-master

  display 'COUNTRY REFERENCE MASTER AS OF ' as-of-date ':'
  display '  ISO REGION   EU EEA SANCTIONS TAX      FROM     TO'
      '       NAME'

  perform varying master-ix from 1 by 1 until master-ix > master-count
    if mst-from(master-ix) <= as-of-date
    and mst-to(master-ix) >= as-of-date
      add 1 to listed-count
      display '  ' mst-iso(master-ix) '  ' mst-region(master-ix) ' '
          mst-eu(master-ix) '  ' mst-eea(master-ix) '   '
          mst-sanctions(master-ix) '  ' mst-tax(master-ix) ' '
          mst-from(master-ix) ' ' mst-to(master-ix) ' '
          function trim(mst-name(master-ix))
    end-if
  end-perform

  display listed-count ' countr(ies) in effect'
  move mmdb2-rc-ok to return-code
  .

report-changes.
  move spaces to since-date
  accept since-date from argument-value

  call 'cobmind-file-exists' using changes-path, file-exists-rec

  if not file-found
    display 'no country master changes on file ('
        function trim(changes-path) ')'
    move mmdb2-rc-ok to return-code
    exit paragraph
  end-if

  display 'COUNTRY REFERENCE MASTER CHANGES'
  if since-date not = spaces
    display '  since ' since-date
  end-if

  move spaces to changes-status
  open input changes-file

  if changes-status = '00'
    perform until changes-status = '10'
      read changes-file
        at end move '10' to changes-status
        not at end perform report-one-change
      end-read
    end-perform

    close changes-file
  end-if

  display reported-count ' change line(s) reported'
  move mmdb2-rc-ok to return-code
  .

report-one-change.
  if function trim(changes-rec) = spaces or changes-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to report-stamp report-operator report-op report-iso
      report-side report-row
  move 1 to report-pointer
  unstring changes-rec delimited by ','
      into report-stamp, report-operator, report-op, report-iso,
           report-side
      with pointer report-pointer
  end-unstring
  if report-pointer <= 300
    move changes-rec(report-pointer:) to report-row
  end-if

  if since-date not = spaces and report-stamp(1:8) < since-date
    exit paragraph
  end-if

  add 1 to reported-count

  if report-stamp not = report-last-stamp
  or report-iso not = report-last-iso
    move report-stamp to report-last-stamp
    move report-iso to report-last-iso
    display ' '
    display report-stamp ' ' function trim(report-op) ' '
        function trim(report-iso) ' by '
        function trim(report-operator)
  end-if

  display '  ' report-side(1:6) ' ' function trim(report-row)
  .

*>*********************************************************************
*> the master file: load, fetch/store one version, rewrite.
*>*********************************************************************

load-master.
  move 0 to master-count

  call 'cobmind-file-exists' using master-path, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move spaces to master-in-status
  open input master-in

  if master-in-status not = '00'
    display 'failed to open country master: '
        function trim(master-path)
    exit paragraph
  end-if

  perform until master-in-status = '10'
    read master-in
      at end move '10' to master-in-status
      not at end perform load-master-line
    end-read
  end-perform

  close master-in
  .

load-master-line.
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

  if split-from is not numeric or split-to is not numeric
    display 'malformed country master line, dropped: '
        function trim(master-in-rec)
    exit paragraph
  end-if

  add 1 to master-count
  move function upper-case(split-iso(1:2)) to mst-iso(master-count)
  move split-from to mst-from(master-count)
  move split-to to mst-to(master-count)
  move split-name to mst-name(master-count)
  move split-region to mst-region(master-count)
  move split-eu(1:1) to mst-eu(master-count)
  move split-eea(1:1) to mst-eea(master-count)
  move split-sanctions to mst-sanctions(master-count)
  move split-tax to mst-tax(master-count)
  move 'N' to mst-withdrawn(master-count)
  .

find-version-in-effect.
  move 0 to target-ix
  perform varying master-ix from 1 by 1
      until master-ix > master-count or target-ix > 0
    if mst-iso(master-ix) = function upper-case(iso-arg(1:2))
    and mst-from(master-ix) <= change-date
    and mst-to(master-ix) >= change-date
      move master-ix to target-ix
    end-if
  end-perform
  .

fetch-country-rec.
  move mst-iso(master-ix) to mmdb2-country-iso
  move mst-from(master-ix) to mmdb2-country-from
  move mst-to(master-ix) to mmdb2-country-to
  move mst-name(master-ix) to mmdb2-country-name
  move mst-region(master-ix) to mmdb2-country-region
  move mst-eu(master-ix) to mmdb2-country-eu
  move mst-eea(master-ix) to mmdb2-country-eea
  move mst-sanctions(master-ix) to mmdb2-country-sanctions
  move mst-tax(master-ix) to mmdb2-country-tax
  .

store-country-rec.
  move mmdb2-country-iso to mst-iso(target-ix)
  move mmdb2-country-from to mst-from(target-ix)
  move mmdb2-country-to to mst-to(target-ix)
  move mmdb2-country-name to mst-name(target-ix)
  move mmdb2-country-region to mst-region(target-ix)
  move mmdb2-country-eu to mst-eu(target-ix)
  move mmdb2-country-eea to mst-eea(target-ix)
  move mmdb2-country-sanctions to mst-sanctions(target-ix)
  move mmdb2-country-tax to mst-tax(target-ix)
  move 'N' to mst-withdrawn(target-ix)
  .

*> versions are written back grouped by country, oldest first, so
*> the file reads as each country's history.
rewrite-master.
  move spaces to master-new
  string function trim(master-path) '_new' delimited by size
      into master-new

  open output master-out

  if master-out-status not = '00'
    display 'failed to write country master: '
        function trim(master-new)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move '# iso,from,to,name,region,eu,eea,sanctions,tax'
      to master-out-rec
  write master-out-rec

  sort master-sort
      on ascending key sort-iso sort-from
      input procedure release-master-rows
      output procedure write-master-rows

  close master-out

  call 'CBL_RENAME_FILE' using master-new, master-path

  display 'country master updated: ' function trim(master-path)
  move mmdb2-rc-ok to return-code
  .

release-master-rows.
  perform varying master-ix from 1 by 1 until master-ix > master-count
    if mst-withdrawn(master-ix) not = 'Y'
      perform format-entry-row
      move mst-iso(master-ix) to sort-iso
      move mst-from(master-ix) to sort-from
      move row-text to sort-row
      release master-sort-rec
    end-if
  end-perform
  .

write-master-rows.
  move spaces to master-in-status
  perform until master-in-status = '10'
    return master-sort
      at end move '10' to master-in-status
      not at end write master-out-rec from sort-row
    end-return
  end-perform
  .

format-entry-row.
  move spaces to row-text
  string
    mst-iso(master-ix) ','
    mst-from(master-ix) ','
    mst-to(master-ix) ','
    function trim(mst-name(master-ix)) ','
    function trim(mst-region(master-ix)) ','
    mst-eu(master-ix) ','
    mst-eea(master-ix) ','
    function trim(mst-sanctions(master-ix)) ','
    function trim(mst-tax(master-ix))
    delimited by size into row-text
  .

*>*********************************************************************
*> argument checks.
*>*********************************************************************

check-iso-and-date.
  if function length(function trim(iso-arg)) not = 2
  or function upper-case(iso-arg(1:2)) is not alphabetic
    display 'iso code must be two letters: ' function trim(iso-arg)
    move 'Y' to maint-bad
  end-if

  if function trim(date-arg) is not numeric
  or function length(function trim(date-arg)) not = 8
    display 'date must be YYYYMMDD: ' function trim(date-arg)
    move 'Y' to maint-bad
    exit paragraph
  end-if

  if function test-date-yyyymmdd(function numval(date-arg)) not = 0
    display 'not a calendar date: ' function trim(date-arg)
    move 'Y' to maint-bad
    exit paragraph
  end-if

  move date-arg to change-date
  .

check-country-values.
  move 0 to comma-tally
  inspect mmdb2-country-name tallying comma-tally for all ','
  inspect mmdb2-country-region tallying comma-tally for all ','
  inspect mmdb2-country-tax tallying comma-tally for all ','
  if comma-tally > 0
    display 'name, region and tax may not contain commas'
    move 'Y' to maint-bad
  end-if

  if mmdb2-country-name = spaces or mmdb2-country-region = spaces
  or mmdb2-country-tax = spaces
    display 'name, region and tax may not be blank'
    move 'Y' to maint-bad
  end-if

  if mmdb2-country-eu not = 'Y' and not = 'N'
  or mmdb2-country-eea not = 'Y' and not = 'N'
    display 'eu and eea must be Y or N'
    move 'Y' to maint-bad
  end-if

  if not mmdb2-country-unsanctioned and not mmdb2-country-sectoral
  and not mmdb2-country-embargoed
    display 'sanctions must be NONE, SECTORAL or EMBARGO: '
        function trim(mmdb2-country-sanctions)
    move 'Y' to maint-bad
  end-if
  .

*>*********************************************************************
*> the change log - before and after rows, one line each.
*>*********************************************************************

open-change-log.
  open extend changes-file

  if changes-status not = '00'
    open output changes-file
    move '# stamp,operator,op,iso,side,<master row>' to changes-rec
    write changes-rec
  end-if
  .

log-no-before.
  move 'BEFORE' to change-side
  move spaces to row-text
  string mmdb2-country-iso ',(none)' delimited by size into row-text
  perform log-change-line
  .

log-entry-row.
  perform format-entry-row
  perform log-change-line
  .

log-change-line.
  move spaces to change-line
  string
    stamp-text ','
    function trim(operator-name) ','
    function trim(mode-arg) ','
    function upper-case(iso-arg(1:2)) ','
    function trim(change-side) ','
    function trim(row-text)
    delimited by size into change-line
  write changes-rec from change-line

  display function trim(change-side) ': ' function trim(row-text)
  .

audit-maintenance.
  move spaces to audit-tag
  string 'COUNTRY-' function trim(mode-arg) '='
      function upper-case(iso-arg(1:2))
      delimited by size into audit-tag
  move master-path to audit-subject
  call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
      audit-dir-blank
  .
