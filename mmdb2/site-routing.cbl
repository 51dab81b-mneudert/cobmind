       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-site-routing.

*>*********************************************************************
*> nearest-site routing table for the network team's re-homing of
*> customer traffic: every network in the database - or only the
*> networks our traffic actually touches - is assigned to the data
*> centre closest to its decoded location.
*>
*>   PARM='<database> <site-file> <routes-out> <summary-out>
*>         [<counts-file>|-] [ALL|TOUCHED] [<override-file>|-]'
*>
*> site-file is our data centres, one per line ("#" comments):
*>
*>   site,latitude,longitude,weight
*>
*> weight is the site's capacity weight (default 1): a network goes
*> to the site with the smallest distance / weight, so a site of
*> weight 2 draws traffic from twice as far as a site of weight 1.
*> distance is great-circle kilometres from the network's
*> location.latitude / location.longitude (mmdb2-great-circle, the
*> same measure the impossible-travel screen uses).
*>
*> override-file, when given, routes whole countries by policy ahead
*> of any distance ("iso,site" per line) - a network whose
*> country.iso_code is listed goes to that site wherever it is.
*>
*> counts-file is the ip,count sidecar mmdb2-extract-ips writes: each
*> address's count is credited to the network holding it, giving the
*> traffic each site would receive. TOUCHED routes only the networks
*> with traffic in the sidecar; ALL (the default) routes the whole
*> tree walk.
*>
*> routes-out is one "cidr,site" row per network, with the provenance
*> header and control-total trailer - the input shape mmdb2-aggregate
*> reads, so the next job step collapses it into the supernet list
*> the firewall team already consumes. summary-out is per site:
*>
*>   site,networks,ipv4_addresses,ipv6_48s,traffic,traffic_pct,
*>   by_override
*>
*> plus an UNASSIGNED row for networks with neither coordinates nor
*> an override (left out of routes-out).
*>*********************************************************************

environment division.
input-output section.

file-control.
  select site-in
    assign dynamic site-file
    organization line sequential
    file status is site-status.

  select override-in
    assign dynamic override-file
    organization line sequential
    file status is override-status.

  select counts-in
    assign dynamic counts-file
    organization line sequential
    file status is counts-status.

  select dump-in
    assign dynamic dump-file
    organization line sequential
    file status is dump-status.

  select route-sort assign 'cobmind_routesort.tmp'.

  select routes-out
    assign dynamic routes-inflight
    organization line sequential
    file status is routes-status.

  select summary-out
    assign dynamic summary-inflight
    organization line sequential
    file status is summary-status.

data division.
file section.

fd site-in.
01 site-in-rec pic x(128).

fd override-in.
01 override-in-rec pic x(80).

fd counts-in.
01 counts-in-rec pic x(128).

fd dump-in.
01 dump-in-rec pic x(8192).

*> the join: a network (type 1) sorts ahead of the addresses (type 2)
*> counted inside it - the tree's networks are disjoint, so every
*> address lands right behind the network that holds it.
sd route-sort.
01 route-sort-rec.
   05 rs-bits         pic x(128).
   05 rs-type         pic x(1).
   05 rs-cidr         pic x(50).
   05 rs-iso          pic x(2).
   05 rs-has-loc      pic x(1).
   05 rs-lat          pic s9(3)v9(9).
   05 rs-lon          pic s9(3)v9(9).
   05 rs-count        pic 9(12).

fd routes-out.
01 routes-out-rec pic x(256).

fd summary-out.
01 summary-out-rec pic x(256).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-meta.cpy'.

01 db-path          pic x(128) value spaces.
01 site-file        pic x(128) value spaces.
01 routes-file      pic x(128) value spaces.
01 summary-file     pic x(128) value spaces.
01 counts-file      pic x(128) value spaces.
01 scope-arg        pic x(8) value spaces.
01 override-file    pic x(128) value spaces.

01 site-status      pic xx value spaces.
01 override-status  pic xx value spaces.
01 counts-status    pic xx value spaces.
01 dump-status      pic xx value spaces.
01 routes-status    pic xx value spaces.
01 summary-status   pic xx value spaces.
01 routes-inflight  pic x(140) value spaces.
01 summary-inflight pic x(140) value spaces.
01 commit-op        pic x(1) value 'B'.
01 routes-commit-ok pic x(1) value 'Y'.
01 summary-commit-ok pic x(1) value 'Y'.

01 counts-on-rec    pic x(1) value 'N'.
   88 counts-on     value 'Y', false 'N'.
01 touched-only-rec pic x(1) value 'N'.
   88 touched-only  value 'Y', false 'N'.
01 overrides-on-rec pic x(1) value 'N'.
   88 overrides-on  value 'Y', false 'N'.
01 setup-failed-rec pic x(1) value 'N'.
   88 setup-failed  value 'Y', false 'N'.

01 database-handle  pic x(4).
01 metafile-exists-rec pic x(1).
   88 metafile-exists value 'Y', false 'N'.
01 dump-file        pic x(128) value spaces.
01 dump-ckpt-file   pic x(160) value spaces.
01 dump-progress-file pic x(160) value spaces.

*> our data centres, in site-file order.
01 site-table.
   05 site-entry occurs 100 times.
      10 site-id        pic x(16).
      10 site-lat       pic s9(3)v9(9).
      10 site-lon       pic s9(3)v9(9).
      10 site-weight    pic 9(5)v99.
      10 site-networks  pic 9(10).
      10 site-v4-space  pic 9(18).
      10 site-v6-space  pic 9(14)v9(6).
      10 site-traffic   pic 9(15).
      10 site-overrides pic 9(10).
01 site-count       pic 9(3) value 0.
01 site-ix          pic 9(3) value 0.
01 site-hit         pic 9(3) value 0.
01 split-site       pic x(32) value spaces.
01 split-lat        pic x(24) value spaces.
01 split-lon        pic x(24) value spaces.
01 split-weight     pic x(12) value spaces.

*> country-to-site policy.
01 override-table.
   05 override-entry occurs 300 times.
      10 ovr-iso        pic x(2).
      10 ovr-site-ix    pic 9(3).
01 override-count   pic 9(3) value 0.
01 override-ix      pic 9(3) value 0.
01 split-iso        pic x(8) value spaces.

*> one row of the tree walk or the sidecar on its way into the sort.
01 comma-pos        pic 9(4) value 0.
01 slash-pos        pic 9(3) value 0.
01 row-network      pic x(50) value spaces.
01 row-record       pic x(8192) value spaces.
01 row-address      pic x(45) value spaces.
01 field-path       pic x(64) value spaces.
01 field-value      pic x(256) value spaces.
01 field-found      pic x(1) value 'N'.
01 work-bits        pic x(128) value spaces.
01 work-bitlen      pic 9(3) value 0.
01 tail-bits        pic x(32) value spaces.
01 split-ip         pic x(45) value spaces.
01 split-count      pic x(12) value spaces.
01 ip-valid-rec     pic x(1).
   88 ip-is-valid   value 'Y', false 'N'.

*> the network being credited in the sort output procedure.
01 cur-open         pic x(1) value 'N'.
01 cur-bits         pic x(128) value spaces.
01 cur-prefix       pic 9(3) value 0.
01 cur-cidr         pic x(50) value spaces.
01 cur-iso          pic x(2) value spaces.
01 cur-has-loc      pic x(1) value 'N'.
01 cur-lat          pic s9(3)v9(9) value 0.
01 cur-lon          pic s9(3)v9(9) value 0.
01 cur-traffic      pic 9(15) value 0.
01 cur-by-override  pic x(1) value 'N'.
01 sort-eof-rec     pic x(1) value 'N'.
   88 sort-eof      value 'Y', false 'N'.

01 net-family       pic 9(1) value 0.
01 net-prefix       pic 9(3) value 0.
01 net-v4-space     pic 9(18) value 0.
01 net-v6-space     pic 9(14)v9(6) value 0.

01 distance-km      pic 9(6)v9(2) value 0.
01 weighted-km      pic 9(8)v9(4) value 0.
01 best-km          pic 9(8)v9(4) value 0.

*> totals.
01 networks-walked  pic 9(10) value 0.
01 networks-routed  pic 9(10) value 0.
01 networks-untouched pic 9(10) value 0.
01 unassigned-networks pic 9(10) value 0.
01 unassigned-v4    pic 9(18) value 0.
01 unassigned-v6    pic 9(14)v9(6) value 0.
01 unassigned-traffic pic 9(15) value 0.
01 total-traffic    pic 9(15) value 0.
01 unmatched-traffic pic 9(15) value 0.
01 addresses-counted pic 9(10) value 0.

01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.
01 trail-op         pic x(1) value 'R'.
01 trail-fold       pic x(8192) value spaces.
01 trail-reason     pic x(2) value 'OK'.
01 trailer-line     pic x(256) value spaces.

01 route-line       pic x(80) value spaces.
01 summary-line     pic x(256) value spaces.
01 networks-edit    pic z(9)9.
01 v4-edit          pic z(17)9.
01 v6-edit          pic z(13)9.9(4).
01 traffic-edit     pic z(14)9.
01 overrides-edit   pic z(9)9.
01 pct-value        pic 9(3)v99 value 0.
01 pct-edit         pic zz9.99.

*>*********************************************************************

procedure division.
  accept db-path from argument-value
  accept site-file from argument-value
  accept routes-file from argument-value
  accept summary-file from argument-value
  accept counts-file from argument-value
  accept scope-arg from argument-value
  accept override-file from argument-value

  move function upper-case(function trim(scope-arg)) to scope-arg

  if db-path = spaces or site-file = spaces or routes-file = spaces
  or summary-file = spaces
  or (scope-arg not = spaces and scope-arg not = 'ALL'
      and scope-arg not = 'TOUCHED')
    display 'usage: mmdb2-site-routing <database> <site-file>'
        ' <routes-out> <summary-out> [<counts-file>|-]'
        ' [ALL|TOUCHED] [<override-file>|-]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if counts-file not = spaces and function trim(counts-file) not = '-'
    set counts-on to true
  end-if
  if override-file not = spaces
  and function trim(override-file) not = '-'
    set overrides-on to true
  end-if

  if scope-arg = 'TOUCHED'
    if not counts-on
      display 'TOUCHED needs the ip,count sidecar - no counts file '
          'given'
      move mmdb2-rc-bad-argument to return-code
      goback
    end-if
    set touched-only to true
  end-if

  perform load-sites
  if setup-failed
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if overrides-on
    perform load-overrides
    if setup-failed
      move mmdb2-rc-bad-argument to return-code
      goback
    end-if
  end-if

  call 'mmdb2-open' using db-path, database-handle

  if return-code not = mmdb2-rc-ok
    display 'could not open database: ' function trim(db-path)
    goback
  end-if

  call 'cobmind-meta-exists' using db-path, metafile-exists-rec

  if metafile-exists
    call 'mmdb2-read-meta-cache' using db-path, mmdb2-meta-rec
  else
    display 'extracting meta data...'
    call 'mmdb2-extract-meta' using db-path, mmdb2-meta-rec
  end-if

  move spaces to dump-file
  string function trim(routes-file) '_sitedump' delimited by size
      into dump-file
  move spaces to dump-ckpt-file
  string function trim(dump-file) '_ckpt' delimited by size
      into dump-ckpt-file
  move spaces to dump-progress-file
  string function trim(dump-file) '_progress' delimited by size
      into dump-progress-file

  display 'site routing: walking ' function trim(db-path) '...'

  call 'mmdb2-dump' using database-handle, mmdb2-meta-rec, dump-file,
      db-path

  if return-code not = mmdb2-rc-ok
    display 'tree walk failed - no routing table written'
    call 'mmdb2-close' using database-handle
    call 'CBL_DELETE_FILE' using dump-file
    call 'CBL_DELETE_FILE' using dump-ckpt-file
    call 'CBL_DELETE_FILE' using dump-progress-file
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  call 'mmdb2-close' using database-handle

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, routes-file,
      routes-inflight, routes-commit-ok

  open output routes-out

  if routes-status not = '00'
    display 'failed to open routes output: ' function trim(routes-file)
    call 'CBL_DELETE_FILE' using dump-file
    call 'CBL_DELETE_FILE' using dump-ckpt-file
    call 'CBL_DELETE_FILE' using dump-progress-file
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  sort route-sort
      ascending key rs-bits rs-type
      input procedure is load-join-rows
      output procedure is route-each-network

  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  write routes-out-rec from trailer-line

  close routes-out

  call 'CBL_DELETE_FILE' using dump-file
  call 'CBL_DELETE_FILE' using dump-ckpt-file
  call 'CBL_DELETE_FILE' using dump-progress-file

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, routes-file,
      routes-inflight, routes-commit-ok

  perform write-site-summary

  display 'site routing: ' networks-walked ' network(s) walked, '
      networks-routed ' routed, ' unassigned-networks
      ' without coordinates'
  if touched-only
    display '              ' networks-untouched
        ' network(s) with no traffic left out'
  end-if
  if counts-on
    display 'traffic: ' total-traffic ' from ' addresses-counted
        ' address(es), ' unmatched-traffic ' outside any network'
  end-if

  perform varying site-ix from 1 by 1 until site-ix > site-count
    display '  ' site-id(site-ix) ' ' site-networks(site-ix)
        ' network(s), traffic ' site-traffic(site-ix)
  end-perform

  display 'routes written to:  ' function trim(routes-file)
  display 'summary written to: ' function trim(summary-file)

  if routes-commit-ok not = 'Y' or summary-commit-ok not = 'Y'
    display 'site routing finished but could not publish its outputs'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move mmdb2-rc-ok to return-code
  goback.

*>*********************************************************************
*> the site file and the override table.
*>*********************************************************************

load-sites.
  move spaces to site-status
  open input site-in

  if site-status not = '00'
    display 'failed to open site file: ' function trim(site-file)
    set setup-failed to true
    exit paragraph
  end-if

  perform until site-status = '10'
    read site-in
      at end move '10' to site-status
      not at end perform take-site-line
    end-read
  end-perform

  close site-in

  if site-count = 0 and not setup-failed
    display 'no sites in ' function trim(site-file)
    set setup-failed to true
  end-if
  .

take-site-line.
  if function trim(site-in-rec) = spaces
  or site-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-site split-lat split-lon split-weight
  unstring site-in-rec delimited by ','
      into split-site, split-lat, split-lon, split-weight

  if function trim(split-site) = spaces
  or function trim(split-lat) = spaces
  or function trim(split-lon) = spaces
  or function test-numval(split-lat) not = 0
  or function test-numval(split-lon) not = 0
    display 'bad site line: ' function trim(site-in-rec)
    set setup-failed to true
    exit paragraph
  end-if

  if site-count >= 100
    display 'more than 100 sites - ' function trim(split-site)
        ' and after ignored'
    exit paragraph
  end-if

  add 1 to site-count
  move function upper-case(function trim(split-site))
      to site-id(site-count)
  move function numval(split-lat) to site-lat(site-count)
  move function numval(split-lon) to site-lon(site-count)
  move 1 to site-weight(site-count)

  if function trim(split-weight) not = spaces
    if function test-numval(split-weight) not = 0
    or function numval(split-weight) <= 0
      display 'bad capacity weight for site '
          function trim(split-site) ': ' function trim(split-weight)
      set setup-failed to true
      exit paragraph
    end-if
    move function numval(split-weight) to site-weight(site-count)
  end-if

  move 0 to site-networks(site-count) site-v4-space(site-count)
      site-v6-space(site-count) site-traffic(site-count)
      site-overrides(site-count)
  .

load-overrides.
  move spaces to override-status
  open input override-in

  if override-status not = '00'
    display 'failed to open override file: '
        function trim(override-file)
    set setup-failed to true
    exit paragraph
  end-if

  perform until override-status = '10'
    read override-in
      at end move '10' to override-status
      not at end perform take-override-line
    end-read
  end-perform

  close override-in
  .

take-override-line.
  if function trim(override-in-rec) = spaces
  or override-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-iso split-site
  unstring override-in-rec delimited by ','
      into split-iso, split-site

  move function upper-case(function trim(split-site)) to split-site
  move 0 to site-hit
  perform varying site-ix from 1 by 1
      until site-ix > site-count or site-hit > 0
    if site-id(site-ix) = split-site
      move site-ix to site-hit
    end-if
  end-perform

  if site-hit = 0 or function length(function trim(split-iso)) not = 2
    display 'bad override line (unknown site or country): '
        function trim(override-in-rec)
    set setup-failed to true
    exit paragraph
  end-if

  if override-count >= 300
    exit paragraph
  end-if

  add 1 to override-count
  move function upper-case(function trim(split-iso))
      to ovr-iso(override-count)
  move site-hit to ovr-site-ix(override-count)
  .

*>*********************************************************************
*> sort input: every network of the tree walk, with the fields the
*> routing needs, and every address of the sidecar with its count.
*>*********************************************************************

load-join-rows.
  move spaces to dump-status
  open input dump-in

  if dump-status = '00'
    perform until dump-status = '10'
      read dump-in
        at end move '10' to dump-status
        not at end perform release-network-row
      end-read
    end-perform
    close dump-in
  end-if

  if not counts-on
    exit paragraph
  end-if

  move spaces to counts-status
  open input counts-in

  if counts-status not = '00'
    display 'no traffic sidecar at ' function trim(counts-file)
        ' - routing without traffic'
    exit paragraph
  end-if

  perform until counts-status = '10'
    read counts-in
      at end move '10' to counts-status
      not at end perform release-count-row
    end-read
  end-perform

  close counts-in
  .

release-network-row.
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

  move spaces to row-network
  move dump-in-rec(1:comma-pos) to row-network
  move spaces to row-record
  move dump-in-rec(comma-pos + 2:) to row-record

  move 0 to slash-pos
  inspect row-network tallying slash-pos
      for characters before initial '/'
  if slash-pos = 0 or slash-pos >= 46
    exit paragraph
  end-if

  move spaces to row-address
  move row-network(1:slash-pos) to row-address
  move spaces to work-bits
  call 'mmdb2-ip-to-bits' using row-address, work-bits, work-bitlen
  if work-bitlen = 0
    exit paragraph
  end-if

  add 1 to networks-walked

  move spaces to route-sort-rec
  move work-bits to rs-bits
  move '1' to rs-type
  move row-network to rs-cidr
  move 'N' to rs-has-loc
  move 0 to rs-lat rs-lon rs-count

  move 'CTRY' to field-path
  perform pick-record-field
  if field-found = 'Y'
    move function upper-case(field-value(1:2)) to rs-iso
  end-if

  move 'LAT' to field-path
  perform pick-record-field
  if field-found = 'Y' and function trim(field-value) not = spaces
  and function test-numval(field-value) = 0
    move function numval(field-value) to rs-lat
    move 'LON' to field-path
    perform pick-record-field
    if field-found = 'Y' and function trim(field-value) not = spaces
    and function test-numval(field-value) = 0
      move function numval(field-value) to rs-lon
      move 'Y' to rs-has-loc
    end-if
  end-if

  release route-sort-rec
  .

pick-record-field.
  move spaces to field-value
  call 'mmdb2-get-field' using row-record, field-path, field-value,
      field-found
  .

release-count-row.
  if function trim(counts-in-rec) = spaces
  or counts-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-ip split-count
  unstring counts-in-rec delimited by ','
      into split-ip, split-count
  move function trim(split-ip) to split-ip

  call 'mmdb2-validate-ip' using split-ip, ip-valid-rec
  if not ip-is-valid
    exit paragraph
  end-if

  move spaces to work-bits
  call 'mmdb2-ip-to-bits' using split-ip, work-bits, work-bitlen
  if work-bitlen = 0
    exit paragraph
  end-if

  *> an IPv4 address in an IPv6 tree sits under ::/96, as the tree
  *> walk renders it - the lookup's own padding.
  if mmdb2-meta-ip-version = 6 and work-bitlen = 32
    move work-bits(1:32) to tail-bits
    move spaces to work-bits
    inspect work-bits(1:96) replacing all space by '0'
    move tail-bits to work-bits(97:32)
  end-if

  move spaces to route-sort-rec
  move work-bits to rs-bits
  move '2' to rs-type
  move 0 to rs-lat rs-lon
  if function trim(split-count) is numeric
    move function numval(split-count) to rs-count
  else
    move 1 to rs-count
  end-if

  add 1 to addresses-counted
  add rs-count to total-traffic

  release route-sort-rec
  .

*>*********************************************************************
*> sort output: credit each network its traffic, then route it.
*>*********************************************************************

route-each-network.
  *> reset here, after the dump has folded its own file through the
  *> same totals.
  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  move 'W' to class-op
  move 'mmdb2-site-routing' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'C' to class-op
  move 'cidr,site' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  if touched-only
    call 'cobmind-provenance' using db-path, mmdb2-meta-build-epoch,
        counts-file, provenance-line
  else
    call 'cobmind-provenance' using db-path, mmdb2-meta-build-epoch,
        db-path, provenance-line
  end-if
  write routes-out-rec from provenance-line

  move 'cidr,site' to routes-out-rec
  write routes-out-rec

  move 'N' to cur-open
  set sort-eof to false

  perform until sort-eof
    return route-sort
      at end set sort-eof to true
      not at end perform take-join-row
    end-return
  end-perform

  if cur-open = 'Y'
    perform route-current-network
  end-if
  .

take-join-row.
  if rs-type = '1'
    if cur-open = 'Y'
      perform route-current-network
    end-if

    move 'Y' to cur-open
    move rs-bits to cur-bits
    move rs-cidr to cur-cidr
    move rs-iso to cur-iso
    move rs-has-loc to cur-has-loc
    move rs-lat to cur-lat
    move rs-lon to cur-lon
    move 0 to cur-traffic

    call 'mmdb2-net-space' using cur-cidr, net-family, net-prefix,
        net-v4-space, net-v6-space
    move 0 to cur-prefix
    inspect cur-cidr tallying cur-prefix
        for characters before initial '/'
    move function numval(cur-cidr(cur-prefix + 2:3)) to cur-prefix
    exit paragraph
  end-if

  *> an address: the open network's if its leading prefix bits match.
  if cur-open = 'Y' and cur-prefix > 0
  and rs-bits(1:cur-prefix) = cur-bits(1:cur-prefix)
    add rs-count to cur-traffic
  else
    add rs-count to unmatched-traffic
  end-if
  .

route-current-network.
  move 'N' to cur-open

  if touched-only and cur-traffic = 0
    add 1 to networks-untouched
    exit paragraph
  end-if

  perform choose-site

  if site-hit = 0
    add 1 to unassigned-networks
    add net-v4-space to unassigned-v4
    add net-v6-space to unassigned-v6
    add cur-traffic to unassigned-traffic
    exit paragraph
  end-if

  add 1 to networks-routed
  add 1 to site-networks(site-hit)
  add net-v4-space to site-v4-space(site-hit)
  add net-v6-space to site-v6-space(site-hit)
  add cur-traffic to site-traffic(site-hit)
  if cur-by-override = 'Y'
    add 1 to site-overrides(site-hit)
  end-if

  move spaces to route-line
  string function trim(cur-cidr) ',' function trim(site-id(site-hit))
      delimited by size into route-line
  write routes-out-rec from route-line

  move 'F' to trail-op
  move spaces to trail-fold
  move route-line to trail-fold
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  .

*> the country override first, then the nearest site by weighted
*> great-circle distance - the first site listed wins a tie.
choose-site.
  move 0 to site-hit
  move 'N' to cur-by-override

  if cur-iso not = spaces
    perform varying override-ix from 1 by 1
        until override-ix > override-count or site-hit > 0
      if ovr-iso(override-ix) = cur-iso
        move ovr-site-ix(override-ix) to site-hit
        move 'Y' to cur-by-override
      end-if
    end-perform
  end-if

  if site-hit > 0 or cur-has-loc not = 'Y'
    exit paragraph
  end-if

  perform varying site-ix from 1 by 1 until site-ix > site-count
    call 'mmdb2-great-circle' using cur-lat, cur-lon,
        site-lat(site-ix), site-lon(site-ix), distance-km
    compute weighted-km = distance-km / site-weight(site-ix)
    if site-hit = 0 or weighted-km < best-km
      move site-ix to site-hit
      move weighted-km to best-km
    end-if
  end-perform
  .

*>*********************************************************************
*> the per-site summary for the network team.
*>*********************************************************************

write-site-summary.
  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, summary-file,
      summary-inflight, summary-commit-ok

  open output summary-out

  if summary-status not = '00'
    display 'failed to open summary output: '
        function trim(summary-file)
    move 'N' to summary-commit-ok
    exit paragraph
  end-if

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  write summary-out-rec from provenance-line

  move spaces to summary-line
  string 'site,networks,ipv4_addresses,ipv6_48s,traffic,traffic_pct,'
      'by_override' delimited by size into summary-line
  write summary-out-rec from summary-line

  perform varying site-ix from 1 by 1 until site-ix > site-count
    move site-networks(site-ix) to networks-edit
    move site-v4-space(site-ix) to v4-edit
    move site-v6-space(site-ix) to v6-edit
    move site-traffic(site-ix) to traffic-edit
    move site-overrides(site-ix) to overrides-edit
    move 0 to pct-value
    if total-traffic > 0
      compute pct-value rounded =
          site-traffic(site-ix) * 100 / total-traffic
    end-if
    move pct-value to pct-edit

    move spaces to summary-line
    string function trim(site-id(site-ix)) ','
        function trim(networks-edit) ','
        function trim(v4-edit) ','
        function trim(v6-edit) ','
        function trim(traffic-edit) ','
        function trim(pct-edit) ','
        function trim(overrides-edit)
        delimited by size into summary-line
    perform put-summary-line
  end-perform

  move unassigned-networks to networks-edit
  move unassigned-v4 to v4-edit
  move unassigned-v6 to v6-edit
  move unassigned-traffic to traffic-edit
  move 0 to pct-value
  if total-traffic > 0
    compute pct-value rounded =
        unassigned-traffic * 100 / total-traffic
  end-if
  move pct-value to pct-edit

  move spaces to summary-line
  string 'UNASSIGNED,'
      function trim(networks-edit) ','
      function trim(v4-edit) ','
      function trim(v6-edit) ','
      function trim(traffic-edit) ','
      function trim(pct-edit) ',0'
      delimited by size into summary-line
  perform put-summary-line

  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  write summary-out-rec from trailer-line

  close summary-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, summary-file,
      summary-inflight, summary-commit-ok
  .

put-summary-line.
  write summary-out-rec from summary-line

  move 'F' to trail-op
  move spaces to trail-fold
  move summary-line to trail-fold
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  .
