       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-mule-detect.

*>*********************************************************************
*> shared-address mule detection: the attribution ledger
*> (mmdb2-attribution) read the other way round. many unrelated
*> accounts behind the same small residential network within a few
*> days is the classic money-mule pattern, so every network is
*> counted for the distinct accounts the ledger saw on it in the
*> rolling window, and a count over the network's threshold is a
*> cluster.
*>
*>   PARM='<ledger-file> <database> <site-table> <cluster-out>
*>         [<threshold> [<window-days> [<high-factor>]]]'
*>
*> each ledger row (account,network,first-seen,last-seen,count)
*> whose span touches the window - the window-days (7 when omitted)
*> ending on the run date - is looked up in the database, and counts
*> against the network the database answers for its address, but
*> never wider than a /24 (a /56 for IPv6): a vendor's ISP-wide
*> network would otherwise drown a mule block in the ISP's customer
*> base. an address the database does not resolve counts against
*> its /24 (/56).
*>
*> not counted at all, because many accounts behind them is normal:
*>
*>   - carrier-grade NAT: the shared address space 100.64.0.0/10
*>     and every range in the carrier NAT list ("COBMIND_CARRIER_NAT",
*>     ./cobmind.carriernat when unset), the suppression-list shape:
*>
*>       # network/prefix (comment text after a comma)
*>       198.51.100.0/24,mobile carrier egress
*>
*>   - hosting ranges: a record with is_hosting_provider (HOSTING)
*>     set;
*>   - our own ranges: anything the site table answers for
*>     (mmdb2-site-lookup; "-" when there is none).
*>
*> the threshold (8 when omitted) is for a /24 (/56) and halves for
*> every two bits longer the network is - 4 distinct accounts on a
*> /26, 2 on a /28 - but never drops below 3 (or the threshold
*> itself, when that is lower). a network over its threshold is an
*> ELEVATED cluster; at high-factor (2 when omitted) times its
*> threshold or more, HIGH.
*>
*> every cluster is written to cluster-out, one row per account:
*>
*>   network,level,accounts,threshold,first_seen,last_seen,country,
*>       isp,account,account_first_seen,account_last_seen,
*>       account_count
*>
*> (one line, wrapped here) - the cluster's first/last seen are the
*> earliest and latest of its accounts', the isp the decoded isp
*> (the autonomous system's organisation where the database has no
*> isp field). a HIGH cluster opens a case on the standing mule case
*> file ("COBMIND_MULE_CASES", ./cobmind.mulecases when unset) in the
*> hold-queue's shape and manner:
*>
*>   <network>,<network>,<country>,MULE,<status>,<first-run>,
*>       <first-seen>,<last-seen>,<reviewer>,<ticket>
*>
*> a new network opens OPEN, a standing case has its last-seen
*> bumped, a RELEASED one is left as the desk set it - worked with
*> mmdb2-hold-desk, pointed at this file through COBMIND_HOLD_QUEUE.
*> the run date is "COBMIND_RUN_DATE" (YYYYMMDD) when set, today
*> otherwise. any HIGH cluster raises a MULE-CLUSTER notify event
*> and ends the step mmdb2-rc-risk-alert.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select ledger-in
    assign dynamic ledger-file
    organization line sequential
    file status is ledger-status.

  select nat-in
    assign dynamic nat-file
    organization line sequential
    file status is nat-status.

  select mule-sort assign 'cobmind_mulesort.tmp'.

  select cluster-out
    assign dynamic cluster-inflight
    organization line sequential
    file status is cluster-status.

  select case-in
    assign dynamic case-file
    organization line sequential
    file status is case-in-status.

  select case-out
    assign dynamic case-new
    organization line sequential
    file status is case-out-status.

data division.
file section.

fd ledger-in.
01 ledger-in-rec pic x(160).

fd nat-in.
01 nat-in-rec pic x(160).

*> one ledger row in the window, against its network.
sd mule-sort.
01 mule-sort-rec.
   05 ms-family       pic x(1).
   05 ms-bits         pic x(128).
   05 ms-prefix       pic 9(3).
   05 ms-account      pic x(32).
   05 ms-first        pic x(8).
   05 ms-last         pic x(8).
   05 ms-count        pic 9(8).
   05 ms-country      pic x(2).
   05 ms-isp          pic x(64).

fd cluster-out.
01 cluster-out-rec pic x(512).

fd case-in.
01 case-in-rec pic x(256).

fd case-out.
01 case-out-rec pic x(256).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-meta.cpy'.
copy 'mmdb2-result.cpy'.

01 ledger-file      pic x(128) value spaces.
01 db-path          pic x(128) value spaces.
01 site-file        pic x(128) value spaces.
01 cluster-file     pic x(128) value spaces.
01 cluster-inflight pic x(140) value spaces.
01 threshold-arg    pic x(5) value spaces.
01 window-arg       pic x(5) value spaces.
01 factor-arg       pic x(5) value spaces.

01 ledger-status    pic xx value spaces.
01 nat-status       pic xx value spaces.
01 cluster-status   pic xx value spaces.
01 case-in-status   pic xx value spaces.
01 case-out-status  pic xx value spaces.
01 nat-file         pic x(128) value spaces.
01 case-file        pic x(128) value spaces.
01 case-new         pic x(136) value spaces.
01 case-exists-rec  pic x(1).
   88 case-exists   value 'Y', false 'N'.
01 sandbox-flag     pic x(1) value 'N'.

01 commit-op        pic x(1) value 'B'.
01 cluster-commit-ok pic x(1) value 'Y'.
01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.

01 base-threshold   pic 9(5) value 8.
01 window-days      pic 9(5) value 7.
01 high-factor      pic 9(5) value 2.
01 floor-threshold  pic 9(5) value 3.

01 run-date-text    pic x(8) value spaces.
01 run-date         pic x(8) value spaces.
01 window-start     pic x(8) value spaces.
01 run-id           pic x(20) value spaces.

*> the database.
01 database-handle  pic x(4).
01 metafile-exists-rec pic x(1).
   88 metafile-exists value 'Y', false 'N'.
01 explain-off      pic x(1) value 'N'.
01 lang-filter      pic x(8) value spaces.
01 site-served      pic x(1) value 'N'.

*> the carrier NAT ranges.
01 nat-table.
   05 nat-entry occurs 500 times.
      10 nat-bits      pic x(128).
      10 nat-bitlen    pic 9(3).
      10 nat-prefix    pic 9(3).
01 nat-count        pic 9(3) value 0.
01 nat-prefix-text  pic x(3) value spaces.
01 nat-ix           pic 9(3) value 0.
01 nat-hit-rec      pic x(1) value 'N'.
   88 nat-hit       value 'Y', false 'N'.

*> one ledger row.
01 split-account    pic x(32) value spaces.
01 split-network    pic x(50) value spaces.
01 split-first      pic x(8) value spaces.
01 split-last       pic x(8) value spaces.
01 split-count      pic x(8) value spaces.
01 slash-pos        pic 9(3) value 0.
01 addr-text        pic x(45) value spaces.
01 addr-bits        pic x(128) value spaces.
01 addr-bitlen      pic 9(3) value 0.
01 group-prefix     pic 9(3) value 0.
01 unit-prefix      pic 9(3) value 0.
01 field-path       pic x(64) value spaces.
01 field-value      pic x(256) value spaces.
01 field-found      pic x(1) value 'N'.

01 rows-read        pic 9(9) value 0.
01 rows-in-window   pic 9(9) value 0.
01 rows-nat         pic 9(9) value 0.
01 rows-hosting     pic 9(9) value 0.
01 rows-site        pic 9(9) value 0.
01 rows-bad         pic 9(9) value 0.

*> one network's accounts, as the sort hands them over.
01 net-open         pic x(1) value 'N'.
01 net-family       pic x(1) value spaces.
01 net-bits         pic x(128) value spaces.
01 net-prefix       pic 9(3) value 0.
01 net-country      pic x(2) value spaces.
01 net-isp          pic x(64) value spaces.
01 net-first        pic x(8) value spaces.
01 net-last         pic x(8) value spaces.
01 acct-table.
   05 acct-entry occurs 2000 times.
      10 acct-name     pic x(32).
      10 acct-first    pic x(8).
      10 acct-last     pic x(8).
      10 acct-count    pic 9(8).
01 acct-total       pic 9(5) value 0.
01 acct-listed      pic 9(4) value 0.
01 acct-ix          pic 9(4) value 0.
01 last-account     pic x(32) value spaces.
01 net-threshold    pic 9(5) value 0.
01 halvings         pic 9(3) value 0.
01 level-text       pic x(8) value spaces.
01 sort-eof-rec     pic x(1) value 'N'.
   88 sort-eof      value 'Y', false 'N'.

01 networks-seen    pic 9(9) value 0.
01 clusters-elevated pic 9(6) value 0.
01 clusters-high    pic 9(6) value 0.
01 cases-opened     pic 9(6) value 0.

*> the night's HIGH clusters, merged into the case file in one pass.
01 high-table.
   05 high-entry occurs 500 times.
      10 high-network  pic x(50).
      10 high-country  pic x(2).
      10 high-handled  pic x(1).
01 high-count       pic 9(3) value 0.
01 high-ix          pic 9(3) value 0.
01 case-matched-ix  pic 9(3) value 0.
01 case-network     pic x(50) value spaces.
01 case-rest        pic x(200) value spaces.
01 split-case-key   pic x(50) value spaces.
01 split-case-net   pic x(50) value spaces.
01 split-case-ctry  pic x(2) value spaces.
01 split-case-verdict pic x(5) value spaces.
01 split-case-status pic x(10) value spaces.
01 split-case-run   pic x(20) value spaces.
01 split-case-first pic x(8) value spaces.
01 split-case-last  pic x(8) value spaces.
01 split-case-reviewer pic x(32) value spaces.
01 split-case-ticket pic x(32) value spaces.

*> rendering a network.
01 render-addr      pic x(45) value spaces.
01 render-cidr      pic x(50) value spaces.
01 byte-val         pic 9(3) value 0.
01 octet-num        pic 9(3) value 0.
01 octet-edit       pic zz9.
01 prefix-edit      pic zz9.
01 hex-out          pic x(2) value spaces.
01 group-idx        pic 9(2) value 0.
01 group-count      pic 9(2) value 0.
01 bit-idx          pic 9(3) value 0.
01 bit-lo           pic 9(3) value 0.
01 bit-hi           pic 9(3) value 0.

01 out-line         pic x(512) value spaces.
01 count-edit       pic z(4)9.
01 threshold-edit   pic z(4)9.
01 acct-count-edit  pic z(7)9.
01 notify-event     pic x(16) value spaces.
01 notify-text      pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept ledger-file from argument-value
  accept db-path from argument-value
  accept site-file from argument-value
  accept cluster-file from argument-value
  accept threshold-arg from argument-value
  accept window-arg from argument-value
  accept factor-arg from argument-value

  if ledger-file = spaces or db-path = spaces or site-file = spaces
  or cluster-file = spaces
    display 'usage: mmdb2-mule-detect <ledger-file> <database>'
        ' <site-table|-> <cluster-out> [<threshold> [<window-days>'
        ' [<high-factor>]]]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if threshold-arg not = spaces and function trim(threshold-arg) is numeric
    move function numval(threshold-arg) to base-threshold
  end-if
  if window-arg not = spaces and function trim(window-arg) is numeric
    move function numval(window-arg) to window-days
  end-if
  if factor-arg not = spaces and function trim(factor-arg) is numeric
    move function numval(factor-arg) to high-factor
  end-if
  if base-threshold = 0 or window-days = 0 or high-factor = 0
    display 'threshold, window-days and high-factor must be over 0'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if
  if base-threshold < floor-threshold
    move base-threshold to floor-threshold
  end-if
  if site-file = '-'
    move spaces to site-file
  end-if

  perform settle-run-date
  perform load-carrier-nat

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

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, cluster-file,
      cluster-inflight, cluster-commit-ok

  open output cluster-out
  if cluster-status not = '00'
    display 'failed to open output: ' function trim(cluster-file)
    call 'mmdb2-close' using database-handle
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move 'W' to class-op
  move 'mmdb2-mule-detect' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'C' to class-op
  move 'network,level,accounts,threshold,country,isp,account'
      to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  call 'cobmind-provenance' using db-path, mmdb2-meta-build-epoch,
      ledger-file, provenance-line
  write cluster-out-rec from provenance-line
  move spaces to out-line
  string 'network,level,accounts,threshold,first_seen,last_seen,'
      'country,isp,account,account_first_seen,account_last_seen,'
      'account_count' delimited by size into out-line
  write cluster-out-rec from out-line

  sort mule-sort
      ascending key ms-family ms-bits ms-prefix ms-account
      input procedure is release-window-rows
      output procedure is count-network-accounts

  close cluster-out
  call 'mmdb2-close' using database-handle

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, cluster-file,
      cluster-inflight, cluster-commit-ok

  if high-count > 0
    perform merge-mule-cases
  end-if

  display 'mule detection: ' rows-in-window ' ledger row(s) in the '
      window-days '-day window to ' run-date
  display '  not counted: ' rows-nat ' carrier NAT, ' rows-hosting
      ' hosting, ' rows-site ' site range, ' rows-bad ' unreadable'
  display '  ' networks-seen ' network(s), ' clusters-elevated
      ' ELEVATED and ' clusters-high ' HIGH cluster(s); '
      cases-opened ' case(s) opened'
  display 'written to: ' function trim(cluster-file)

  if cluster-commit-ok not = 'Y'
    display 'cluster file could not be published'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  if clusters-high > 0
    move clusters-high to count-edit
    move spaces to notify-text
    string function trim(count-edit)
        ' HIGH shared-address cluster(s) - see '
        function trim(cluster-file) delimited by size
        into notify-text
    move 'MULE-CLUSTER' to notify-event
    call 'cobmind-notify' using 'W', ledger-file, notify-event,
        notify-text
    move mmdb2-rc-risk-alert to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  goback.

*>*********************************************************************

settle-run-date.
  move spaces to run-date-text
  accept run-date-text from environment "COBMIND_RUN_DATE"

  if run-date-text is numeric
    move run-date-text to run-date
  else
    move function current-date(1:8) to run-date
  end-if

  move function date-of-integer(
      function integer-of-date(function numval(run-date))
      - window-days + 1) to window-start
  .

load-carrier-nat.
  move 0 to nat-count

  *> the shared address space (RFC 6598) is carrier NAT everywhere.
  move '100.64.0.0' to addr-text
  move 10 to group-prefix
  perform add-nat-range

  move spaces to nat-file
  accept nat-file from environment "COBMIND_CARRIER_NAT"
  if nat-file = spaces or low-value
    move './cobmind.carriernat' to nat-file
  end-if

  move spaces to nat-status
  open input nat-in
  if nat-status not = '00'
    exit paragraph
  end-if

  perform until nat-status = '10'
    read nat-in
      at end move '10' to nat-status
      not at end perform take-nat-line
    end-read
  end-perform
  close nat-in
  .

take-nat-line.
  if function trim(nat-in-rec) = spaces
  or nat-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-network
  unstring nat-in-rec delimited by ',' into split-network
  move function trim(split-network) to split-network

  move 0 to slash-pos
  inspect split-network tallying slash-pos
      for characters before initial '/'

  if slash-pos = 0 or slash-pos >= 46
    display 'malformed carrier nat network, skipped: '
        function trim(split-network)
    exit paragraph
  end-if

  move spaces to addr-text nat-prefix-text
  move split-network(1:slash-pos) to addr-text
  move split-network(slash-pos + 2:3) to nat-prefix-text

  if function trim(nat-prefix-text) is not numeric
    display 'malformed carrier nat prefix, skipped: '
        function trim(split-network)
    exit paragraph
  end-if
  move function numval(nat-prefix-text) to group-prefix

  perform add-nat-range
  .

add-nat-range.
  call 'mmdb2-ip-to-bits' using addr-text, addr-bits, addr-bitlen
  if addr-bitlen = 0 or group-prefix > addr-bitlen
    display 'unparseable carrier nat network, skipped: '
        function trim(addr-text)
    exit paragraph
  end-if
  if nat-count >= 500
    display 'carrier nat list full, ignoring: ' function trim(addr-text)
    exit paragraph
  end-if

  add 1 to nat-count
  move addr-bits to nat-bits(nat-count)
  move addr-bitlen to nat-bitlen(nat-count)
  move group-prefix to nat-prefix(nat-count)
  .

*>*********************************************************************
*> sort input: every ledger row in the window, against its network.
*>*********************************************************************

release-window-rows.
  move spaces to ledger-status
  open input ledger-in
  if ledger-status not = '00'
    display 'failed to open attribution ledger: '
        function trim(ledger-file)
    exit paragraph
  end-if

  perform until ledger-status = '10'
    read ledger-in
      at end move '10' to ledger-status
      not at end perform release-ledger-row
    end-read
  end-perform
  close ledger-in
  .

release-ledger-row.
  if function trim(ledger-in-rec) = spaces
  or ledger-in-rec(1:1) = '#'
    exit paragraph
  end-if

  add 1 to rows-read

  move spaces to split-account split-network split-first split-last
      split-count
  unstring ledger-in-rec delimited by ','
      into split-account, split-network, split-first, split-last,
           split-count

  if split-first is not numeric or split-last is not numeric
  or split-account = spaces
    add 1 to rows-bad
    exit paragraph
  end-if

  *> the account's span must touch the window.
  if split-last < window-start or split-first > run-date
    exit paragraph
  end-if

  move 0 to slash-pos
  inspect split-network tallying slash-pos
      for characters before initial '/'
  move spaces to addr-text
  move split-network(1:slash-pos) to addr-text

  call 'mmdb2-ip-to-bits' using addr-text, addr-bits, addr-bitlen
  if addr-bitlen = 0
    add 1 to rows-bad
    exit paragraph
  end-if

  add 1 to rows-in-window

  perform check-carrier-nat
  if nat-hit
    add 1 to rows-nat
    exit paragraph
  end-if

  if site-file not = spaces
    move spaces to mmdb2-lookup-result
    call 'mmdb2-site-lookup' using site-file, addr-text,
        mmdb2-lookup-result, site-served
    if site-served = 'Y'
      add 1 to rows-site
      exit paragraph
    end-if
  end-if

  if addr-bitlen = 32
    move 24 to unit-prefix
  else
    move 56 to unit-prefix
  end-if

  move spaces to mmdb2-lookup-result
  move 'ER' to mmdb2-result-reason
  call 'mmdb2-lookup-ip' using database-handle, mmdb2-meta-rec,
      addr-text, explain-off, mmdb2-lookup-result, lang-filter

  move spaces to mule-sort-rec
  move unit-prefix to group-prefix

  if mmdb2-reason-ok
    move 'HOSTING' to field-path
    perform get-record-field
    if function lower-case(field-value(1:4)) = 'true'
    or field-value(1:1) = '1' or field-value(1:1) = 'Y'
      add 1 to rows-hosting
      exit paragraph
    end-if

    move mmdb2-result-prefix-len to group-prefix
    *> an IPv4 address answered from an IPv6 tree.
    if addr-bitlen = 32 and group-prefix > 32
      subtract 96 from group-prefix
    end-if
    if group-prefix < unit-prefix
      move unit-prefix to group-prefix
    end-if

    move 'CTRY' to field-path
    perform get-record-field
    move field-value(1:2) to ms-country

    move 'isp' to field-path
    perform get-record-field
    if field-found not = 'Y' or field-value = spaces
      move 'ASORG' to field-path
      perform get-record-field
    end-if
    *> the isp shares the row with commas of its own.
    inspect field-value replacing all ',' by ' '
    move field-value(1:64) to ms-isp
  end-if

  if addr-bitlen = 32
    move '4' to ms-family
  else
    move '6' to ms-family
  end-if
  move all '0' to ms-bits
  move addr-bits(1:group-prefix) to ms-bits(1:group-prefix)
  move group-prefix to ms-prefix
  move split-account to ms-account
  move split-first to ms-first
  move split-last to ms-last
  if function trim(split-count) is numeric
    move function numval(split-count) to ms-count
  else
    move 1 to ms-count
  end-if

  release mule-sort-rec
  .

get-record-field.
  move spaces to field-value
  move 'N' to field-found
  call 'mmdb2-get-field' using mmdb2-result-decoded, field-path,
      field-value, field-found
  .

check-carrier-nat.
  set nat-hit to false
  perform varying nat-ix from 1 by 1
      until nat-ix > nat-count or nat-hit
    if nat-bitlen(nat-ix) = addr-bitlen
    and addr-bits(1:nat-prefix(nat-ix))
        = nat-bits(nat-ix)(1:nat-prefix(nat-ix))
      set nat-hit to true
    end-if
  end-perform
  .

*>*********************************************************************
*> sort output: one network at a time, its distinct accounts held
*> (rows for the same account on the same network fold together).
*>*********************************************************************

count-network-accounts.
  move 'N' to net-open
  set sort-eof to false

  perform until sort-eof
    return mule-sort
      at end set sort-eof to true
      not at end perform take-sorted-row
    end-return
  end-perform

  if net-open = 'Y'
    perform close-network
  end-if
  .

take-sorted-row.
  if net-open = 'Y'
    if ms-family not = net-family or ms-bits not = net-bits
    or ms-prefix not = net-prefix
      perform close-network
    end-if
  end-if

  if net-open not = 'Y'
    move 'Y' to net-open
    move ms-family to net-family
    move ms-bits to net-bits
    move ms-prefix to net-prefix
    move ms-country to net-country
    move ms-isp to net-isp
    move ms-first to net-first
    move ms-last to net-last
    move 0 to acct-total acct-listed
    move spaces to last-account
  end-if

  if ms-first < net-first
    move ms-first to net-first
  end-if
  if ms-last > net-last
    move ms-last to net-last
  end-if
  if net-country = spaces
    move ms-country to net-country
  end-if
  if net-isp = spaces
    move ms-isp to net-isp
  end-if

  if ms-account = last-account and acct-listed > 0
    if acct-name(acct-listed) = ms-account
      if ms-first < acct-first(acct-listed)
        move ms-first to acct-first(acct-listed)
      end-if
      if ms-last > acct-last(acct-listed)
        move ms-last to acct-last(acct-listed)
      end-if
      add ms-count to acct-count(acct-listed)
    end-if
    exit paragraph
  end-if

  if ms-account = last-account
    exit paragraph
  end-if

  move ms-account to last-account
  add 1 to acct-total
  if acct-listed < 2000
    add 1 to acct-listed
    move ms-account to acct-name(acct-listed)
    move ms-first to acct-first(acct-listed)
    move ms-last to acct-last(acct-listed)
    move ms-count to acct-count(acct-listed)
  end-if
  .

close-network.
  move 'N' to net-open
  add 1 to networks-seen

  *> halved for every two bits longer than the /24 (/56).
  if net-family = '4'
    move 24 to unit-prefix
  else
    move 56 to unit-prefix
  end-if
  move base-threshold to net-threshold
  if net-prefix > unit-prefix
    compute halvings = (net-prefix - unit-prefix) / 2
    perform varying bit-idx from 1 by 1
        until bit-idx > halvings or net-threshold <= floor-threshold
      compute net-threshold = net-threshold / 2
    end-perform
  end-if
  if net-threshold < floor-threshold
    move floor-threshold to net-threshold
  end-if

  if acct-total <= net-threshold
    exit paragraph
  end-if

  if acct-total >= net-threshold * high-factor
    move 'HIGH' to level-text
    add 1 to clusters-high
  else
    move 'ELEVATED' to level-text
    add 1 to clusters-elevated
  end-if

  perform render-network

  perform varying acct-ix from 1 by 1 until acct-ix > acct-listed
    move acct-total to count-edit
    move net-threshold to threshold-edit
    move acct-count(acct-ix) to acct-count-edit
    move spaces to out-line
    string function trim(render-cidr) ','
        function trim(level-text) ','
        function trim(count-edit) ','
        function trim(threshold-edit) ','
        net-first ',' net-last ','
        function trim(net-country) ','
        function trim(net-isp) ','
        function trim(acct-name(acct-ix)) ','
        acct-first(acct-ix) ',' acct-last(acct-ix) ','
        function trim(acct-count-edit)
        delimited by size into out-line
    write cluster-out-rec from out-line
  end-perform

  if level-text = 'HIGH'
    if high-count < 500
      add 1 to high-count
      move render-cidr to high-network(high-count)
      move net-country to high-country(high-count)
      move 'N' to high-handled(high-count)
    else
      display 'more than 500 HIGH clusters - no case for '
          function trim(render-cidr)
    end-if
  end-if
  .

render-network.
  move spaces to render-addr

  if net-family = '6'
    move 16 to group-count
  else
    move 4 to group-count
  end-if

  perform varying group-idx from 1 by 1 until group-idx > group-count
    move 0 to byte-val
    compute bit-lo = (group-idx - 1) * 8 + 1
    compute bit-hi = group-idx * 8
    perform varying bit-idx from bit-lo by 1 until bit-idx > bit-hi
      compute byte-val = byte-val * 2
      if net-bits(bit-idx:1) = '1'
        add 1 to byte-val
      end-if
    end-perform

    if net-family = '6'
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

  move net-prefix to prefix-edit
  move spaces to render-cidr
  string function trim(render-addr) '/' function trim(prefix-edit)
      delimited by size into render-cidr
  .

*>*********************************************************************
*> the night's HIGH clusters onto the standing mule case file, in
*> one read-merge-rewrite the way mmdb2-hold-queue merges its
*> batch: a released case stays released, a standing one has its
*> last-seen bumped, a new network opens.
*>*********************************************************************

merge-mule-cases.
  move spaces to case-file
  accept case-file from environment "COBMIND_MULE_CASES"
  if case-file = spaces or low-value
    move './cobmind.mulecases' to case-file
  end-if
  call 'cobmind-sandbox' using case-file, sandbox-flag

  move spaces to run-id
  accept run-id from environment "COBMIND_RUN_ID"
  if run-id = spaces or low-value
    move '-' to run-id
  end-if

  move spaces to case-new
  string function trim(case-file) '_new' delimited by size
      into case-new

  open output case-out
  if case-out-status not = '00'
    display 'failed to open ' function trim(case-new)
        ' - no mule cases opened'
    exit paragraph
  end-if

  call 'cobmind-file-exists' using case-file, case-exists-rec
  if case-exists
    move spaces to case-in-status
    open input case-in
    if case-in-status = '00'
      perform until case-in-status = '10'
        read case-in
          at end move '10' to case-in-status
          not at end perform merge-case-row
        end-read
      end-perform
      close case-in
    end-if
  end-if

  perform varying high-ix from 1 by 1 until high-ix > high-count
    if high-handled(high-ix) = 'N'
      move spaces to out-line
      string function trim(high-network(high-ix)) ','
          function trim(high-network(high-ix)) ','
          function trim(high-country(high-ix)) ','
          'MULE,OPEN,'
          function trim(run-id) ','
          run-date ',' run-date ',-,-'
          delimited by size into out-line
      write case-out-rec from out-line
      add 1 to cases-opened
    end-if
  end-perform

  close case-out
  call 'CBL_RENAME_FILE' using case-new, case-file
  .

merge-case-row.
  if function trim(case-in-rec) = spaces
  or case-in-rec(1:1) = '#'
    write case-out-rec from case-in-rec
    exit paragraph
  end-if

  move spaces to split-case-key split-case-net split-case-ctry
      split-case-verdict split-case-status split-case-run
      split-case-first split-case-last split-case-reviewer
      split-case-ticket
  unstring case-in-rec delimited by ','
      into split-case-key, split-case-net, split-case-ctry,
           split-case-verdict, split-case-status, split-case-run,
           split-case-first, split-case-last, split-case-reviewer,
           split-case-ticket

  move 0 to case-matched-ix
  perform varying high-ix from 1 by 1
      until high-ix > high-count or case-matched-ix > 0
    if high-network(high-ix) = split-case-key
      move high-ix to case-matched-ix
    end-if
  end-perform

  if case-matched-ix = 0
    write case-out-rec from case-in-rec
    exit paragraph
  end-if

  move 'Y' to high-handled(case-matched-ix)

  if function trim(split-case-status) = 'RELEASED'
    write case-out-rec from case-in-rec
    exit paragraph
  end-if

  move spaces to out-line
  string function trim(split-case-key) ','
      function trim(split-case-net) ','
      function trim(split-case-ctry) ','
      function trim(split-case-verdict) ','
      function trim(split-case-status) ','
      function trim(split-case-run) ','
      split-case-first ','
      run-date ','
      function trim(split-case-reviewer) ','
      function trim(split-case-ticket)
      delimited by size into out-line
  write case-out-rec from out-line
  .
