       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-geo-grid.

*>*********************************************************************
*> geographic grid aggregation of a "_results" file for the GIS
*> team: every OK row's location.latitude / location.longitude is
*> summed into a fixed grid cell instead of being handed over as a
*> coordinate - finer than mmdb2-traffic-report's countries, coarser
*> than any one address:
*>
*>   PARM='<results-file> <cell-csv> <geojson-out> [<cell-degrees>]
*>         [<min-count>] [<counts-file>|-]'
*>
*> cell-degrees is the cell's side (default 1, 0.10 to 10 - 0.5 and
*> 1 are the usual); a cell holding fewer than min-count addresses
*> (default 10) is suppressed - left out of both files and only
*> counted in the totals, so a lone address never shows on anybody's
*> map, however much traffic it weighs.
*>
*> the count is traffic-weighted when the ip,count sidecar
*> mmdb2-extract-ips writes is present - by default the results
*> file's name with "_results" replaced by "_counts"; name one, or
*> "-" for a plain address count. an address missing from the
*> sidecar weighs 1.
*>
*> cell-csv carries the provenance header, a "# grid" line stamping
*> the source run id and database build, then
*>
*>   lat_min,lon_min,lat_max,lon_max,count,addresses
*>
*> and the control-total trailer; geojson-out is a FeatureCollection
*> of one Polygon per cell (properties count and addresses) with the
*> same stamp as a top-level "cobmind" member, loadable as it stands
*> by the mapping tool. rows with no coordinates (and not-found,
*> reserved, error rows) are counted and otherwise skipped.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select results-in
    assign dynamic results-file
    organization line sequential
    file status is results-status.

  select counts-in
    assign dynamic counts-file
    organization line sequential
    file status is counts-status.

  select cell-work
    assign dynamic cell-work-file
    organization line sequential
    file status is cell-work-status.

  select csv-out
    assign dynamic csv-inflight
    organization line sequential
    file status is csv-status.

  select geojson-out
    assign dynamic geojson-inflight
    organization line sequential
    file status is geojson-status.

  select join-sort assign 'cobmind_gridjoin.tmp'.
  select cell-sort assign 'cobmind_gridcell.tmp'.

data division.
file section.

fd results-in.
01 results-in-rec pic x(8192).

fd counts-in.
01 counts-in-rec pic x(64).

fd cell-work.
01 cell-work-rec pic x(20).

fd csv-out.
01 csv-out-rec pic x(256).

fd geojson-out.
01 geojson-out-rec pic x(512).

*> the join - each address's sidecar count (kind C) sorts ahead of
*> its result rows (kind R).
sd join-sort.
01 join-sort-rec.
   05 js-ip          pic x(45).
   05 js-kind        pic x(1).
   05 js-weight      pic 9(10).
   05 js-row         pic 9(5).
   05 js-col         pic 9(5).

sd cell-sort.
01 cell-sort-rec.
   05 cs-row         pic 9(5).
   05 cs-col         pic 9(5).
   05 cs-weight      pic 9(10).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 results-file     pic x(128) value spaces.
01 csv-file         pic x(128) value spaces.
01 geojson-file        pic x(128) value spaces.
01 csv-inflight     pic x(140) value spaces.
01 geojson-inflight    pic x(140) value spaces.
01 counts-file      pic x(128) value spaces.
01 cell-work-file   pic x(140) value spaces.
01 cell-arg         pic x(8) value spaces.
01 min-arg          pic x(10) value spaces.
01 counts-arg       pic x(128) value spaces.

01 results-status   pic xx value spaces.
01 counts-status    pic xx value spaces.
01 cell-work-status pic xx value spaces.
01 csv-status       pic xx value spaces.
01 geojson-status      pic xx value spaces.
01 commit-op        pic x(1) value 'B'.
01 csv-commit-ok    pic x(1) value 'Y'.
01 geojson-commit-ok   pic x(1) value 'Y'.
01 file-exists-rec  pic x(1).
   88 file-found    value 'Y', false 'N'.
01 weighted         pic x(1) value 'N'.
01 name-len         pic 9(3) value 0.

01 cell-size        pic 9(2)v99 value 1.
01 min-count        pic 9(10) value 10.

*> the source run, from the results file's provenance header.
01 header-seen      pic x(1) value 'N'.
01 header-pos       pic 9(4) value 0.
01 header-token     pic x(128) value spaces.
01 source-run       pic x(20) value spaces.
01 results-db       pic x(128) value spaces.
01 results-epoch    pic 9(11) value 0.

01 col-ip           pic x(45) value spaces.
01 col-reason       pic x(16) value spaces.
01 col-network      pic x(45) value spaces.
01 col-prefix       pic x(8) value spaces.
01 col-skip         pic x(64) value spaces.
01 col-record       pic x(8192) value spaces.
01 col-pointer      pic 9(5) value 1.
01 heading-tally    pic 9(3) value 0.
01 has-screen       pic x(1) value 'N'.
01 has-territory    pic x(1) value 'N'.
01 has-anon         pic x(1) value 'N'.

01 path-latitude    pic x(64) value 'LAT'.
01 path-longitude   pic x(64) value 'LON'.
01 field-value      pic x(256) value spaces.
01 found-flag       pic x(1) value 'N'.
01 rec-lat          pic s9(3)v9(6) value 0.
01 rec-lon          pic s9(3)v9(6) value 0.

01 split-ip         pic x(45) value spaces.
01 split-count      pic x(12) value spaces.

*> the join walk.
01 sort-eof-rec     pic x(1) value 'N'.
   88 sort-eof      value 'Y', false 'N'.
01 last-count-ip    pic x(45) value spaces.
01 last-count       pic 9(10) value 0.
01 cell-work-line.
   05 cw-row         pic 9(5).
   05 cw-col         pic 9(5).
   05 cw-weight      pic 9(10).

*> the cell walk.
01 cur-open         pic x(1) value 'N'.
01 cur-row          pic 9(5) value 0.
01 cur-col          pic 9(5) value 0.
01 cur-count        pic 9(12) value 0.
01 cur-addresses    pic 9(10) value 0.
01 lat-min          pic s9(3)v99 value 0.
01 lat-max          pic s9(3)v99 value 0.
01 lon-min          pic s9(3)v99 value 0.
01 lon-max          pic s9(3)v99 value 0.
01 lat-min-edit     pic -(3)9.99.
01 lat-max-edit     pic -(3)9.99.
01 lon-min-edit     pic -(3)9.99.
01 lon-max-edit     pic -(3)9.99.
01 count-edit       pic z(11)9.
01 addr-edit        pic z(9)9.
01 cell-edit        pic z9.99.
01 min-edit         pic z(9)9.
01 epoch-edit       pic z(10)9.
01 cells-edit       pic z(9)9.

01 rows-read        pic 9(10) value 0.
01 rows-ok          pic 9(10) value 0.
01 rows-placed      pic 9(10) value 0.
01 rows-no-coords   pic 9(10) value 0.
01 counts-read      pic 9(10) value 0.
01 cells-written    pic 9(10) value 0.
01 cells-suppressed pic 9(10) value 0.
01 count-suppressed pic 9(12) value 0.
01 count-written    pic 9(12) value 0.

01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.
01 grid-line        pic x(256) value spaces.
01 csv-line         pic x(256) value spaces.
01 geojson-line        pic x(512) value spaces.
01 geojson-sep         pic x(1) value space.
01 trail-op         pic x(1) value 'R'.
01 trail-fold       pic x(8192) value spaces.
01 trail-reason     pic x(2) value 'OK'.
01 trailer-line     pic x(256) value spaces.

*>*********************************************************************

procedure division.
  accept results-file from argument-value
  accept csv-file from argument-value
  accept geojson-file from argument-value
  accept cell-arg from argument-value
  accept min-arg from argument-value
  accept counts-arg from argument-value

  if results-file = spaces or csv-file = spaces or geojson-file = spaces
    display 'usage: mmdb2-geo-grid <results-file> <cell-csv>'
        ' <geojson-out> [<cell-degrees>] [<min-count>]'
        ' [<counts-file>|-]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if cell-arg not = spaces
    if function test-numval(cell-arg) not = 0
      display 'cell size is not a number: ' function trim(cell-arg)
      move mmdb2-rc-bad-argument to return-code
      goback
    end-if
    move function numval(cell-arg) to cell-size
  end-if

  if cell-size < 0.10 or cell-size > 10
    display 'cell size must be 0.10 to 10 degrees: '
        function trim(cell-arg)
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if min-arg not = spaces
    if function trim(min-arg) is not numeric
      display 'minimum count is not a number: ' function trim(min-arg)
      move mmdb2-rc-bad-argument to return-code
      goback
    end-if
    move function numval(min-arg) to min-count
  end-if

  perform choose-counts-file

  move spaces to cell-work-file
  string function trim(csv-file) '_cells' delimited by size
      into cell-work-file

  move spaces to results-status
  open input results-in
  if results-status not = '00'
    display 'failed to open results file: ' function trim(results-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if
  close results-in

  open output cell-work

  sort join-sort
      ascending key js-ip js-kind
      input procedure is load-results-and-counts
      output procedure is place-each-row

  close cell-work

  perform open-grid-outputs

  if csv-status not = '00' or geojson-status not = '00'
    display 'failed to open grid output: ' function trim(csv-file)
        ' / ' function trim(geojson-file)
    call 'CBL_DELETE_FILE' using cell-work-file
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  sort cell-sort
      ascending key cs-row cs-col
      using cell-work
      output procedure is total-each-cell

  perform close-grid-outputs

  call 'CBL_DELETE_FILE' using cell-work-file

  display 'geo grid: ' rows-read ' row(s), ' rows-ok ' OK, '
      rows-placed ' placed, ' rows-no-coords ' without coordinates'
  display 'cells: ' cells-written ' written, ' cells-suppressed
      ' suppressed under ' min-count ' (count ' count-suppressed ')'
  if weighted = 'Y'
    display 'weighted by: ' function trim(counts-file)
  end-if

  if csv-commit-ok not = 'Y' or geojson-commit-ok not = 'Y'
    display 'grid built but the outputs could not be published'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move mmdb2-rc-ok to return-code
  goback.

*>*********************************************************************
*> the traffic sidecar - named, defaulted, or switched off with "-".
*>*********************************************************************

choose-counts-file.
  move 'N' to weighted
  move spaces to counts-file

  evaluate true
    when counts-arg = '-'
      exit paragraph
    when counts-arg not = spaces
      move counts-arg to counts-file
    when other
      move function length(function trim(results-file)) to name-len
      if name-len > 8
      and results-file(name-len - 7:8) = '_results'
        string results-file(1:name-len - 8) '_counts'
            delimited by size into counts-file
      else
        string function trim(results-file) '_counts'
            delimited by size into counts-file
      end-if
  end-evaluate

  call 'cobmind-file-exists' using counts-file, file-exists-rec
  if file-found
    move 'Y' to weighted
  else
    if counts-arg not = spaces
      display 'counts file not found, counting addresses: '
          function trim(counts-file)
    end-if
  end-if
  .

*>*********************************************************************
*> join input - the sidecar's counts and the results' OK rows.
*>*********************************************************************

load-results-and-counts.
  if weighted = 'Y'
    move spaces to counts-status
    open input counts-in
    perform until counts-status = '10'
      read counts-in
        at end move '10' to counts-status
        not at end perform release-count-line
      end-read
    end-perform
    close counts-in
  end-if

  move spaces to results-status
  open input results-in
  perform until results-status = '10'
    read results-in
      at end move '10' to results-status
      not at end perform release-results-line
    end-read
  end-perform
  close results-in
  .

release-count-line.
  if function trim(counts-in-rec) = spaces
  or counts-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-ip split-count
  unstring counts-in-rec delimited by ','
      into split-ip, split-count
  end-unstring

  if function trim(split-count) is not numeric
    exit paragraph
  end-if

  add 1 to counts-read
  move spaces to join-sort-rec
  move function lower-case(split-ip) to js-ip
  move 'C' to js-kind
  move function numval(split-count) to js-weight
  move 0 to js-row js-col
  release join-sort-rec
  .

release-results-line.
  if function trim(results-in-rec) = spaces
  or results-in-rec(1:8) = 'TRAILER,'
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
    perform note-heading-columns
    exit paragraph
  end-if

  add 1 to rows-read
  perform split-results-row

  if function trim(col-reason) not = 'OK'
    exit paragraph
  end-if
  add 1 to rows-ok

  call 'mmdb2-get-field' using col-record, path-latitude, field-value,
      found-flag
  if found-flag not = 'Y'
  or function test-numval(field-value) not = 0
    add 1 to rows-no-coords
    exit paragraph
  end-if
  move function numval(field-value) to rec-lat

  call 'mmdb2-get-field' using col-record, path-longitude,
      field-value, found-flag
  if found-flag not = 'Y'
  or function test-numval(field-value) not = 0
    add 1 to rows-no-coords
    exit paragraph
  end-if
  move function numval(field-value) to rec-lon

  if rec-lat < -90 or rec-lat > 90 or rec-lon < -180 or rec-lon > 180
    add 1 to rows-no-coords
    exit paragraph
  end-if

  move spaces to join-sort-rec
  move function lower-case(col-ip) to js-ip
  move 'R' to js-kind
  move 1 to js-weight
  *> the cell's row and column from the south-west corner; the pole
  *> and the antimeridian fold into the last row and column.
  compute js-row = function integer((rec-lat + 90) / cell-size)
  compute js-col = function integer((rec-lon + 180) / cell-size)
  if rec-lat = 90
    compute js-row = function integer((180 - 0.001) / cell-size)
  end-if
  if rec-lon = 180
    compute js-col = function integer((360 - 0.001) / cell-size)
  end-if
  release join-sort-rec
  .

harvest-results-header.
  move 0 to header-pos
  inspect results-in-rec tallying header-pos
      for characters before initial '# run='
  if header-pos = 0
    move spaces to header-token
    unstring results-in-rec(7:) delimited by ' '
        into header-token
    end-unstring
    move header-token to source-run
  end-if

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

*>*********************************************************************
*> join output - each placed row weighed by its address's count.
*>*********************************************************************

place-each-row.
  move spaces to last-count-ip
  move 0 to last-count
  set sort-eof to false

  perform until sort-eof
    return join-sort
      at end set sort-eof to true
      not at end perform place-one-row
    end-return
  end-perform
  .

place-one-row.
  if js-kind = 'C'
    move js-ip to last-count-ip
    move js-weight to last-count
    exit paragraph
  end-if

  move js-row to cw-row
  move js-col to cw-col
  if weighted = 'Y' and js-ip = last-count-ip
    move last-count to cw-weight
  else
    move 1 to cw-weight
  end-if
  write cell-work-rec from cell-work-line
  add 1 to rows-placed
  .

*>*********************************************************************
*> cell output - one CSV row and one feature per cell that clears
*> the minimum.
*>*********************************************************************

total-each-cell.
  move 'N' to cur-open
  set sort-eof to false

  perform until sort-eof
    return cell-sort
      at end set sort-eof to true
      not at end perform total-one-row
    end-return
  end-perform

  if cur-open = 'Y'
    perform write-cell
  end-if
  .

total-one-row.
  if cur-open = 'Y'
  and (cs-row not = cur-row or cs-col not = cur-col)
    perform write-cell
    move 'N' to cur-open
  end-if

  if cur-open = 'N'
    move 'Y' to cur-open
    move cs-row to cur-row
    move cs-col to cur-col
    move 0 to cur-count cur-addresses
  end-if

  add cs-weight to cur-count
  add 1 to cur-addresses
  .

write-cell.
  *> the threshold is on addresses, not weight - one busy address
  *> must not carry a cell onto the map.
  if cur-addresses < min-count
    add 1 to cells-suppressed
    add cur-count to count-suppressed
    exit paragraph
  end-if

  add 1 to cells-written
  add cur-count to count-written

  compute lat-min = cur-row * cell-size - 90
  compute lon-min = cur-col * cell-size - 180
  compute lat-max = lat-min + cell-size
  compute lon-max = lon-min + cell-size
  if lat-max > 90
    move 90 to lat-max
  end-if
  if lon-max > 180
    move 180 to lon-max
  end-if

  move lat-min to lat-min-edit
  move lat-max to lat-max-edit
  move lon-min to lon-min-edit
  move lon-max to lon-max-edit
  move cur-count to count-edit
  move cur-addresses to addr-edit

  move spaces to csv-line
  string function trim(lat-min-edit) ','
      function trim(lon-min-edit) ','
      function trim(lat-max-edit) ','
      function trim(lon-max-edit) ','
      function trim(count-edit) ','
      function trim(addr-edit)
      delimited by size into csv-line
  write csv-out-rec from csv-line

  move 'F' to trail-op
  move spaces to trail-fold
  move csv-line to trail-fold
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  *> the ring runs south-west, south-east, north-east, north-west
  *> and closes where it began - GeoJSON's lon,lat order.
  move spaces to geojson-line
  string geojson-sep
      '{"type":"Feature","geometry":{"type":"Polygon",'
      '"coordinates":[[['
      function trim(lon-min-edit) ',' function trim(lat-min-edit)
      '],[' function trim(lon-max-edit) ',' function trim(lat-min-edit)
      '],[' function trim(lon-max-edit) ',' function trim(lat-max-edit)
      '],[' function trim(lon-min-edit) ',' function trim(lat-max-edit)
      '],[' function trim(lon-min-edit) ',' function trim(lat-min-edit)
      ']]]},"properties":{"count":' function trim(count-edit)
      ',"addresses":' function trim(addr-edit) '}}'
      delimited by size into geojson-line
  write geojson-out-rec from geojson-line
  move ',' to geojson-sep
  .

*>*********************************************************************
*> the two outputs - opened, stamped, closed and published together.
*>*********************************************************************

open-grid-outputs.
  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, csv-file,
      csv-inflight, csv-commit-ok
  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, geojson-file,
      geojson-inflight, geojson-commit-ok

  open output csv-out
  open output geojson-out

  if csv-status not = '00' or geojson-status not = '00'
    exit paragraph
  end-if

  if results-db = spaces
    move results-file to results-db
  end-if
  if source-run = spaces
    move 'UNKNOWN' to source-run
  end-if

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  move 'W' to class-op
  move 'mmdb2-geo-grid' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  call 'cobmind-provenance' using results-db, results-epoch,
      results-file, provenance-line
  write csv-out-rec from provenance-line

  move cell-size to cell-edit
  move min-count to min-edit
  move results-epoch to epoch-edit

  move spaces to grid-line
  string '# grid source_run=' function trim(source-run)
      ' db=' function trim(results-db)
      ' build_epoch=' results-epoch
      ' cell_deg=' function trim(cell-edit)
      ' min_count=' function trim(min-edit)
      ' weighted=' weighted
      delimited by size into grid-line
  write csv-out-rec from grid-line

  move 'lat_min,lon_min,lat_max,lon_max,count,addresses' to csv-out-rec
  write csv-out-rec

  move '{"type":"FeatureCollection","features":[' to geojson-out-rec
  write geojson-out-rec
  move space to geojson-sep
  .

close-grid-outputs.
  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  write csv-out-rec from trailer-line

  move cells-suppressed to cells-edit
  move spaces to geojson-line
  string '],"cobmind":{"source_run":"' function trim(source-run)
      '","db":"' function trim(results-db)
      '","build_epoch":' function trim(epoch-edit)
      ',"cell_deg":' function trim(cell-edit)
      ',"min_count":' function trim(min-edit)
      ',"weighted":"' weighted
      '","suppressed_cells":' function trim(cells-edit) '}}'
      delimited by size into geojson-line
  write geojson-out-rec from geojson-line

  close csv-out
  close geojson-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, csv-file,
      csv-inflight, csv-commit-ok
  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, geojson-file,
      geojson-inflight, geojson-commit-ok
  .
