       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-residency-split.

*>*********************************************************************
*> data-residency split of a "_results" file: every row goes to the
*> file of the processing zone its resolved country belongs to, so
*> EU-resolved rows never ride along in the copy the US share gets.
*> run after TRLCHK blessed the source, before ROUTE ships anything:
*>
*>   PARM='<results-file> [<zone-control>]'
*>
*> zone control file (default "COBMIND_ZONES", else ./cobmind.zones)
*> - one country per line, the zone one of EU, UK, US, APAC, REST:
*>
*>   # country,zone
*>   DE,EU
*>   FR,EU
*>   GB,UK
*>   US,US
*>   JP,APAC
*>
*> the resolved country is the record's country.iso_code, or its
*> registered_country.iso_code where no country was decoded; a
*> country the control file doesn't list - and a row that resolved
*> no country at all (not found, reserved, errors) - goes to REST.
*>
*> five files are always written, <results-file>_EU, _UK, _US,
*> _APAC and _REST (an empty zone still gets its file, so ROUTE's
*> missing-file check means something): each with its own provenance
*> header, a "# residency zone=<zone>" line mmdb2-distribute reads
*> to refuse a destination outside the zone, the source heading, and
*> its own control-total trailer over just its rows.
*>
*> balance: the source's trailer is re-verified first (a source that
*> fails is not split - return code 61), and the five zone files'
*> row counts must add back to the source's data rows, or the run
*> ends 84 (out of balance) and says which count it came to.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select zone-control-in
    assign dynamic zone-control-file
    organization line sequential
    file status is zone-control-status.

  select results-in
    assign dynamic results-file
    organization line sequential
    file status is results-status.

  select zone-out
    assign dynamic zone-inflight
    organization line sequential
    file status is zone-status.

data division.
file section.

fd zone-control-in.
01 zone-control-rec pic x(256).

fd results-in.
01 results-in-rec pic x(8192).

fd zone-out.
01 zone-out-rec pic x(8192).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 results-file        pic x(128) value spaces.
01 zone-control-file   pic x(128) value spaces.
01 zone-file           pic x(128) value spaces.
01 zone-inflight       pic x(140) value spaces.

01 zone-control-status pic xx value spaces.
01 results-status      pic xx value spaces.
01 zone-status         pic xx value spaces.
01 file-exists-rec     pic x(1).
   88 file-found       value 'Y', false 'N'.
01 commit-op           pic x(1) value 'B'.
01 commit-ok           pic x(1) value 'Y'.

*> the country-to-zone table from the control file.
01 country-zone-table.
   05 country-zone-entry occurs 300 times.
      10 cz-country    pic x(2).
      10 cz-zone       pic x(4).
01 country-zone-count  pic 9(3) value 0.
01 cz-ix               pic 9(3) value 0.
01 ctl-country         pic x(8) value spaces.
01 ctl-zone            pic x(8) value spaces.

*> the five zones, in the order the files are written.
01 zone-names          pic x(20) value 'EU  UK  US  APACREST'.
01 zone-name           pic x(4) value spaces.
01 zone-tallies.
   05 zone-rows        pic 9(10) occurs 5 times.
01 zone-ix             pic 9(1) value 0.
01 row-zone            pic x(4) value spaces.
01 row-zone-found      pic x(1) value 'N'.

*> which optional columns the heading named.
01 has-screen          pic x(1) value 'N'.
01 has-territory       pic x(1) value 'N'.
01 has-anon            pic x(1) value 'N'.
01 heading-tally       pic 9(3) value 0.
01 heading-line        pic x(8192) value spaces.
01 results-db          pic x(128) value spaces.
01 results-epoch       pic 9(11) value 0.
01 header-pos          pic 9(4) value 0.
01 source-class        pic x(12) value spaces.
01 header-token        pic x(128) value spaces.
01 header-seen         pic x(1) value 'N'.

*> one results row, by column.
01 col-pointer         pic 9(5) value 0.
01 col-ip              pic x(45) value spaces.
01 col-reason          pic x(16) value spaces.
01 col-network         pic x(45) value spaces.
01 col-prefix          pic x(8) value spaces.
01 col-skip            pic x(64) value spaces.
01 col-record          pic x(8192) value spaces.
01 trail-reason-code   pic x(2) value 'ER'.

01 field-path          pic x(64) value spaces.
01 field-value         pic x(256) value spaces.
01 field-found         pic x(1) value 'N'.
01 row-country         pic x(2) value spaces.

01 provenance-line     pic x(256) value spaces.
01 class-op            pic x(1) value 'W'.
01 class-subject       pic x(256) value spaces.
01 class-label         pic x(12) value spaces.
01 residency-line      pic x(256) value spaces.
01 trail-op            pic x(1) value 'R'.
01 trail-fold          pic x(8192) value spaces.
01 trailer-line        pic x(256) value spaces.
01 source-trailer      pic x(256) value spaces.
01 trailer-verdict     pic x(256) value spaces.

01 source-rows         pic 9(10) value 0.
01 split-rows          pic 9(10) value 0.
01 zone-pass-rows      pic 9(10) value 0.
01 publish-failed      pic x(1) value 'N'.

01 out-line            pic x(256) value spaces.
01 audit-subject       pic x(128) value spaces.
01 audit-tag           pic x(45) value spaces.
01 audit-dir           pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept results-file from argument-value
  accept zone-control-file from argument-value

  if results-file = spaces
    display 'usage: mmdb2-residency-split <results-file>'
        ' [<zone-control>]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if zone-control-file = spaces
    accept zone-control-file from environment "COBMIND_ZONES"
    if zone-control-file = spaces or low-value
      move './cobmind.zones' to zone-control-file
    end-if
  end-if

  perform load-zone-control

  if country-zone-count = 0
    display 'no country-to-zone lines in '
        function trim(zone-control-file)
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  call 'cobmind-file-exists' using results-file, file-exists-rec

  if not file-found
    display 'results file not found: ' function trim(results-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  *> pass 1: the source's own trailer must hold before any of its
  *> rows are re-filed, and its row count is what the zones balance
  *> back to.
  perform verify-source

  if function trim(trailer-verdict) not = 'OK'
    display 'source not split (' function trim(trailer-verdict)
        '): ' function trim(results-file)
    move mmdb2-rc-trailer-bad to return-code
    goback
  end-if

  *> one pass per zone - the trailer arithmetic keeps a single
  *> running total, so each zone file is folded start to finish on
  *> its own.
  move 0 to split-rows
  perform varying zone-ix from 1 by 1 until zone-ix > 5
    perform write-zone-file
  end-perform

  perform varying zone-ix from 1 by 1 until zone-ix > 5
    display 'zone ' zone-names(zone-ix * 4 - 3:4) ': '
        zone-rows(zone-ix) ' row(s)'
  end-perform

  if publish-failed = 'Y'
    display 'residency split finished but a zone file could not be'
        ' published'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move spaces to out-line
  string 'RESIDENCY=' source-rows delimited by size into out-line
  move out-line(1:45) to audit-tag
  move results-file to audit-subject
  move spaces to audit-dir

  if split-rows not = source-rows
    display 'residency split OUT OF BALANCE: source holds '
        source-rows ' row(s), zone files hold ' split-rows
    move 'RESIDENCY-UNBALANCED' to audit-tag
    call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
        audit-dir
    move mmdb2-rc-out-of-balance to return-code
    goback
  end-if

  call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
      audit-dir

  display 'residency split balanced: ' source-rows ' row(s) over '
      country-zone-count ' mapped countr(ies)'
  move mmdb2-rc-ok to return-code
  goback.

*>*********************************************************************
*> the zone control file.
*>*********************************************************************

load-zone-control.
  call 'cobmind-file-exists' using zone-control-file, file-exists-rec

  if not file-found
    display 'zone control file not found: '
        function trim(zone-control-file)
    exit paragraph
  end-if

  move spaces to zone-control-status
  open input zone-control-in

  perform until zone-control-status = '10'
    read zone-control-in
      at end move '10' to zone-control-status
      not at end perform parse-zone-line
    end-read
  end-perform

  close zone-control-in
  .

parse-zone-line.
  if function trim(zone-control-rec) = spaces
  or function trim(zone-control-rec)(1:1) = '#'
    exit paragraph
  end-if

  move spaces to ctl-country ctl-zone
  unstring zone-control-rec delimited by ','
      into ctl-country, ctl-zone
  end-unstring
  move function upper-case(function trim(ctl-country)) to ctl-country
  move function upper-case(function trim(ctl-zone)) to ctl-zone

  if ctl-country(3:) not = spaces or ctl-country = spaces
  or (ctl-zone not = 'EU' and not = 'UK' and not = 'US'
      and not = 'APAC' and not = 'REST')
    display 'zone control: malformed line, skipped: '
        function trim(zone-control-rec)
    exit paragraph
  end-if

  if country-zone-count >= 300
    display 'zone control: more than 300 countries - rest ignored'
    exit paragraph
  end-if

  add 1 to country-zone-count
  move ctl-country to cz-country(country-zone-count)
  move ctl-zone to cz-zone(country-zone-count)
  .

*>*********************************************************************
*> pass 1 - re-fold the source and check its written trailer.
*>*********************************************************************

verify-source.
  move 0 to source-rows
  move spaces to source-trailer
  move 'no trailer line' to trailer-verdict
  move 'N' to header-seen

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold,
      trail-reason-code, trailer-line

  move spaces to results-status
  open input results-in

  if results-status not = '00'
    move 'file unreadable' to trailer-verdict
    exit paragraph
  end-if

  perform until results-status = '10'
    read results-in
      at end move '10' to results-status
      not at end perform fold-source-line
    end-read
  end-perform

  close results-in

  if source-trailer not = spaces
    move 'V' to trail-op
    move source-trailer to trail-fold
    call 'cobmind-trailer' using trail-op, trail-fold,
        trail-reason-code, trailer-verdict
  end-if
  .

fold-source-line.
  if function trim(results-in-rec) = spaces
    exit paragraph
  end-if

  if results-in-rec(1:8) = 'TRAILER,'
    move results-in-rec(1:256) to source-trailer
    exit paragraph
  end-if

  if results-in-rec(1:1) = '#'
    if header-seen = 'N'
      move 'Y' to header-seen
      perform harvest-results-header
    end-if
    exit paragraph
  end-if

  if results-in-rec(1:10) = 'ip,reason,'
    move results-in-rec to heading-line
    perform note-heading-columns
    exit paragraph
  end-if

  add 1 to source-rows
  perform split-results-row
  perform fold-this-row
  .

harvest-results-header.
  move spaces to source-class

  move 0 to header-pos
  inspect results-in-rec tallying header-pos
      for characters before initial ' db='
  if header-pos < 200
    move spaces to header-token
    unstring results-in-rec(header-pos + 5:) delimited by ' '
        into header-token
    end-unstring
    move header-token to results-db
  end-if

  move 0 to header-pos
  inspect results-in-rec tallying header-pos
      for characters before initial ' build_epoch='
  if header-pos < 200
    move spaces to header-token
    unstring results-in-rec(header-pos + 14:) delimited by ' '
        into header-token
    end-unstring
    if function trim(header-token) is numeric
      move function numval(header-token) to results-epoch
    end-if
  end-if

  move 0 to header-pos
  inspect results-in-rec tallying header-pos
      for characters before initial ' class='
  if header-pos < 248
    move spaces to header-token
    unstring results-in-rec(header-pos + 8:) delimited by ' '
        into header-token
    end-unstring
    move header-token to source-class
  end-if
  .

note-heading-columns.
  move 0 to heading-tally
  inspect results-in-rec tallying heading-tally for all ',screen,'
  if heading-tally > 0
    move 'Y' to has-screen
  end-if
  move 0 to heading-tally
  inspect results-in-rec tallying heading-tally for all ',territory,'
  if heading-tally > 0
    move 'Y' to has-territory
  end-if
  move 0 to heading-tally
  inspect results-in-rec tallying heading-tally for all ',anon,'
  if heading-tally > 0
    move 'Y' to has-anon
  end-if
  .

split-results-row.
  move spaces to col-ip col-reason col-network col-prefix col-record
  move 1 to col-pointer
  unstring results-in-rec delimited by ','
      into col-ip col-reason col-network col-prefix
      with pointer col-pointer
  end-unstring

  if has-screen = 'Y'
    unstring results-in-rec delimited by ','
        into col-skip with pointer col-pointer
    end-unstring
  end-if
  if has-territory = 'Y'
    unstring results-in-rec delimited by ','
        into col-skip with pointer col-pointer
    end-unstring
  end-if
  if has-anon = 'Y'
    unstring results-in-rec delimited by ','
        into col-skip with pointer col-pointer
    end-unstring
  end-if

  if col-pointer <= 8192
    move results-in-rec(col-pointer:) to col-record
  end-if
  .

*> the reason breakdown folds the way the results writer folded it,
*> so every zone file's trailer verifies like the source file's.
fold-this-row.
  evaluate function trim(col-reason)
    when 'OK'        move 'OK' to trail-reason-code
    when 'NOT_FOUND' move 'NF' to trail-reason-code
    when 'RESERVED'  move 'RS' to trail-reason-code
    when other       move 'ER' to trail-reason-code
  end-evaluate

  move 'F' to trail-op
  move results-in-rec to trail-fold
  call 'cobmind-trailer' using trail-op, trail-fold,
      trail-reason-code, trailer-line
  .

*>*********************************************************************
*> one zone file - header, heading, the zone's rows, its trailer.
*>*********************************************************************

write-zone-file.
  move zone-names(zone-ix * 4 - 3:4) to zone-name
  move 0 to zone-pass-rows
  move 'N' to has-screen has-territory has-anon

  move spaces to zone-file
  string function trim(results-file) '_'
      function trim(zone-name)
      delimited by size into zone-file

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, zone-file,
      zone-inflight, commit-ok

  open output zone-out

  if zone-status not = '00'
    display 'failed to open zone file: ' function trim(zone-file)
    move 'Y' to publish-failed
    exit paragraph
  end-if

  if results-db = spaces
    move results-file to results-db
  end-if
  move 'W' to class-op
  move 'mmdb2-residency-split' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'F' to class-op
  move source-class to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  call 'cobmind-provenance' using results-db, results-epoch,
      results-file, provenance-line
  write zone-out-rec from provenance-line

  move spaces to residency-line
  string '# residency zone=' function trim(zone-name)
      ' source=' function trim(results-file)
      delimited by size into residency-line
  write zone-out-rec from residency-line

  if heading-line not = spaces
    write zone-out-rec from heading-line
  end-if

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold,
      trail-reason-code, trailer-line

  move spaces to results-status
  open input results-in

  perform until results-status = '10'
    read results-in
      at end move '10' to results-status
      not at end perform route-results-line
    end-read
  end-perform

  close results-in

  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold,
      trail-reason-code, trailer-line
  write zone-out-rec from trailer-line

  close zone-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, zone-file,
      zone-inflight, commit-ok

  if commit-ok not = 'Y'
    move 'Y' to publish-failed
  end-if

  move zone-pass-rows to zone-rows(zone-ix)
  add zone-pass-rows to split-rows
  .

route-results-line.
  if function trim(results-in-rec) = spaces
  or results-in-rec(1:8) = 'TRAILER,'
  or results-in-rec(1:1) = '#'
    exit paragraph
  end-if

  if results-in-rec(1:10) = 'ip,reason,'
    perform note-heading-columns
    exit paragraph
  end-if

  perform split-results-row
  perform resolve-row-zone

  if row-zone = zone-name
    add 1 to zone-pass-rows
    write zone-out-rec from results-in-rec
    perform fold-this-row
  end-if
  .

resolve-row-zone.
  move 'REST' to row-zone
  move spaces to row-country

  if col-record = spaces
    exit paragraph
  end-if

  move 'CTRY' to field-path
  call 'mmdb2-get-field' using col-record, field-path, field-value,
      field-found

  if field-found not = 'Y' or field-value = spaces
    move 'REGCTRY' to field-path
    call 'mmdb2-get-field' using col-record, field-path,
        field-value, field-found
  end-if

  if field-found not = 'Y' or field-value = spaces
    exit paragraph
  end-if

  move function upper-case(function trim(field-value))
      to row-country

  move 'N' to row-zone-found
  perform varying cz-ix from 1 by 1
      until cz-ix > country-zone-count or row-zone-found = 'Y'
    if cz-country(cz-ix) = row-country
      move cz-zone(cz-ix) to row-zone
      move 'Y' to row-zone-found
    end-if
  end-perform
  .
