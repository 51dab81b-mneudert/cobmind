       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-fw-publish.

*>*********************************************************************
*> the country block-list publication for the firewall team, run
*> after each promotion: the networks of every country our screening
*> rules deny, as per-country address object groups in the firewall
*> syntaxes, with an add/remove change set against the previous
*> publication so a release is applied as a delta instead of a
*> reload of tens of thousands of entries. two job steps either side
*> of mmdb2-aggregate (see the FWEXTR/FWAGGR/FWPUB steps in GEOREFR):
*>
*>   PARM='EXTRACT <database> <screen-rules> <deny-out>'
*>
*>     walks the release and writes "cidr,ISO" for every network in
*>     a denied country - the deny= lists of the screening rules,
*>     plus every country whose master sanctions status a
*>     deny_sanctions= line names (mmdb2-country-master, as of the
*>     run date). mmdb2-aggregate then folds those into supernets.
*>
*>   PARM='PUBLISH <supernets> <publish-dir> <alias> [<formats>]'
*>
*>     formats IPSET, ACL or IPSET,ACL (the default). into
*>     publish-dir, each through the usual in-flight commit:
*>
*>       <alias>_fw_ipset.restore  "ipset restore" input - per
*>                                 country a hash:net set
*>                                 geo-deny-<ISO> (geo-deny6-<ISO>
*>                                 for IPv6), flushed and refilled
*>       <alias>_fw_ipset.delta    the change set: add/del lines
*>       <alias>_fw_acl.cfg        ACL object groups - per country
*>                                 "object-group network
*>                                 GEO-DENY-<ISO>" with its
*>                                 network-object lines
*>       <alias>_fw_acl.delta      the change set: network-object /
*>                                 no network-object lines
*>       <alias>_fw.state          this publication, the baseline
*>                                 the next delta is taken against
*>
*>     the change count is appended to the alias's release bulletin
*>     (the block mmdb2-promote has just written) and raised as one
*>     FW-PUBLISH event on the notifications feed. a first
*>     publication, with no state yet, is all adds.
*>
*> IPv4 networks an IPv6 database holds under ::/96 are published as
*> the IPv4 networks they are.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select rules-in
    assign dynamic rules-file
    organization line sequential
    file status is rules-status.

  select dump-in
    assign dynamic dump-file
    organization line sequential
    file status is dump-status.

  select deny-out
    assign dynamic deny-inflight
    organization line sequential
    file status is deny-status.

  select net-in
    assign dynamic net-in-file
    organization line sequential
    file status is net-in-status.

  select fw-sort assign 'cobmind_fwsort.tmp'.

  select ipset-out
    assign dynamic ipset-inflight
    organization line sequential
    file status is ipset-status.

  select ipset-delta-out
    assign dynamic ipset-delta-inflight
    organization line sequential
    file status is ipset-delta-status.

  select acl-out
    assign dynamic acl-inflight
    organization line sequential
    file status is acl-status.

  select acl-delta-out
    assign dynamic acl-delta-inflight
    organization line sequential
    file status is acl-delta-status.

  select state-out
    assign dynamic state-inflight
    organization line sequential
    file status is state-status.

  select bulletin-out
    assign dynamic bulletin-file
    organization line sequential
    file status is bulletin-status.

data division.
file section.

fd rules-in.
01 rules-in-rec pic x(256).

fd dump-in.
01 dump-in-rec pic x(8192).

fd deny-out.
01 deny-out-rec pic x(256).

fd net-in.
01 net-in-rec pic x(256).

*> this publication's networks (N) and the previous one's (P)
*> together: the same network from both sides lands adjacent, N
*> first.
sd fw-sort.
01 fw-sort-rec.
   05 fs-iso          pic x(2).
   05 fs-family       pic x(1).
   05 fs-bits         pic x(128).
   05 fs-prefix       pic 9(3).
   05 fs-source       pic x(1).

fd ipset-out.
01 ipset-out-rec pic x(256).

fd ipset-delta-out.
01 ipset-delta-out-rec pic x(256).

fd acl-out.
01 acl-out-rec pic x(256).

fd acl-delta-out.
01 acl-delta-out-rec pic x(256).

fd state-out.
01 state-out-rec pic x(256).

fd bulletin-out.
01 bulletin-out-rec pic x(200).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-meta.cpy'.
copy 'mmdb2-country.cpy'.

01 mode-arg         pic x(10) value spaces.
01 db-path          pic x(128) value spaces.
01 rules-file       pic x(128) value spaces.
01 deny-file        pic x(128) value spaces.
01 supernet-file    pic x(128) value spaces.
01 publish-dir      pic x(128) value spaces.
01 alias-arg        pic x(32) value spaces.
01 formats-arg      pic x(20) value spaces.

01 rules-status     pic xx value spaces.
01 dump-status      pic xx value spaces.
01 deny-status      pic xx value spaces.
01 net-in-status    pic xx value spaces.
01 net-in-file      pic x(128) value spaces.
01 ipset-status     pic xx value spaces.
01 ipset-delta-status pic xx value spaces.
01 acl-status       pic xx value spaces.
01 acl-delta-status pic xx value spaces.
01 state-status     pic xx value spaces.
01 bulletin-status  pic xx value spaces.

01 deny-inflight    pic x(140) value spaces.
01 ipset-file       pic x(128) value spaces.
01 ipset-inflight   pic x(140) value spaces.
01 ipset-delta-file pic x(128) value spaces.
01 ipset-delta-inflight pic x(140) value spaces.
01 acl-file         pic x(128) value spaces.
01 acl-inflight     pic x(140) value spaces.
01 acl-delta-file   pic x(128) value spaces.
01 acl-delta-inflight pic x(140) value spaces.
01 state-file       pic x(128) value spaces.
01 state-inflight   pic x(140) value spaces.
01 bulletin-dir     pic x(128) value spaces.
01 bulletin-file    pic x(176) value spaces.

01 commit-op        pic x(1) value 'B'.
01 deny-commit-ok   pic x(1) value 'Y'.
01 ipset-commit-ok  pic x(1) value 'Y'.
01 ipset-delta-commit-ok pic x(1) value 'Y'.
01 acl-commit-ok    pic x(1) value 'Y'.
01 acl-delta-commit-ok pic x(1) value 'Y'.
01 state-commit-ok  pic x(1) value 'Y'.

01 ipset-on-rec     pic x(1) value 'N'.
   88 ipset-on      value 'Y', false 'N'.
01 acl-on-rec       pic x(1) value 'N'.
   88 acl-on        value 'Y', false 'N'.
01 state-exists-rec pic x(1).
   88 state-exists  value 'Y', false 'N'.

*> the denied countries.
01 deny-table.
   05 deny-iso occurs 300 times pic x(2).
01 deny-count       pic 9(3) value 0.
01 deny-ix          pic 9(3) value 0.
01 sanction-table.
   05 sanction-entry occurs 3 times pic x(8).
01 sanction-count   pic 9(1) value 0.
01 sanction-ix      pic 9(1) value 0.
01 master-op        pic x(1) value 'N'.
01 master-as-of     pic 9(8) value 0.
01 master-found     pic x(1) value 'N'.
01 rule-eq-pos      pic 9(3) value 0.
01 rule-key         pic x(32) value spaces.
01 rule-value       pic x(224) value spaces.
01 list-remaining   pic x(224) value spaces.
01 one-code         pic x(8) value spaces.
01 comma-pos        pic 9(4) value 0.
01 is-denied-rec    pic x(1) value 'N'.
   88 is-denied     value 'Y', false 'N'.
01 candidate-iso    pic x(2) value spaces.

*> the tree walk.
01 database-handle  pic x(4).
01 metafile-exists-rec pic x(1).
   88 metafile-exists value 'Y', false 'N'.
01 dump-file        pic x(128) value spaces.
01 dump-ckpt-file   pic x(160) value spaces.
01 dump-progress-file pic x(160) value spaces.
01 row-network      pic x(50) value spaces.
01 row-record       pic x(8192) value spaces.
01 field-path       pic x(64) value 'CTRY'.
01 field-value      pic x(256) value spaces.
01 field-found      pic x(1) value 'N'.
01 networks-walked  pic 9(10) value 0.
01 networks-denied  pic 9(10) value 0.
01 out-line         pic x(256) value spaces.

*> one network read back (aggregate output or the previous state).
01 split-cidr       pic x(60) value spaces.
01 split-iso        pic x(8) value spaces.
01 slash-pos        pic 9(3) value 0.
01 addr-text        pic x(45) value spaces.
01 prefix-text      pic x(4) value spaces.
01 work-bits        pic x(128) value spaces.
01 work-bitlen      pic 9(3) value 0.
01 work-prefix      pic 9(3) value 0.
01 releasing-source pic x(1) value 'N'.

*> the merge of the two publications.
01 pend-rec.
   05 pend-iso        pic x(2).
   05 pend-family     pic x(1).
   05 pend-bits       pic x(128).
   05 pend-prefix     pic 9(3).
   05 pend-source     pic x(1).
01 pend-open        pic x(1) value 'N'.
01 sort-eof-rec     pic x(1) value 'N'.
   88 sort-eof      value 'Y', false 'N'.
01 full-set-key     pic x(3) value spaces.
01 full-group-iso   pic x(2) value spaces.
01 delta-set-key    pic x(3) value spaces.
01 delta-group-iso  pic x(2) value spaces.
01 set-name         pic x(32) value spaces.
01 group-name       pic x(32) value spaces.

01 entries-published pic 9(9) value 0.
01 entries-added    pic 9(9) value 0.
01 entries-removed  pic 9(9) value 0.
01 groups-published pic 9(5) value 0.
01 changes-total    pic 9(9) value 0.

*> rendering.
01 render-bits      pic x(128) value spaces.
01 render-family    pic x(1) value spaces.
01 render-prefix    pic 9(3) value 0.
01 render-addr      pic x(45) value spaces.
01 render-cidr      pic x(50) value spaces.
01 render-mask      pic x(15) value spaces.
01 acl-object       pic x(64) value spaces.
01 byte-val         pic 9(3) value 0.
01 octet-edit       pic zz9.
01 octet-num        pic 9(3) value 0.
01 group-idx        pic 9(2) value 0.
01 group-count      pic 9(2) value 0.
01 bit-idx          pic 9(3) value 0.
01 bit-lo           pic 9(3) value 0.
01 bit-hi           pic 9(3) value 0.
01 mask-bits        pic s9(3) value 0.
01 hex-out          pic x(2) value spaces.
01 prefix-edit      pic zz9.

01 notify-event     pic x(16) value spaces.
01 notify-text      pic x(128) value spaces.
01 count-edit       pic z(8)9.
01 count-edit-2     pic z(8)9.
01 count-edit-3     pic z(8)9.
01 count-edit-4     pic z(4)9.

*>*********************************************************************

procedure division.
  accept mode-arg from argument-value
  move function upper-case(mode-arg) to mode-arg

  evaluate mode-arg
    when 'EXTRACT'
      perform extract-denied-networks
    when 'PUBLISH'
      perform publish-object-groups
    when other
      perform show-usage
  end-evaluate
  goback.

show-usage.
  display 'usage: mmdb2-fw-publish EXTRACT <database> <screen-rules>'
      ' <deny-out>'
  display '       mmdb2-fw-publish PUBLISH <supernets> <publish-dir>'
      ' <alias> [IPSET|ACL|IPSET,ACL]'
  move mmdb2-rc-bad-argument to return-code
  .

*>*********************************************************************
*> EXTRACT - every network of a denied country, as cidr,ISO.
*>*********************************************************************

extract-denied-networks.
  accept db-path from argument-value
  accept rules-file from argument-value
  accept deny-file from argument-value

  if db-path = spaces or rules-file = spaces or deny-file = spaces
    perform show-usage
    exit paragraph
  end-if

  perform load-deny-countries
  if return-code not = mmdb2-rc-ok
    exit paragraph
  end-if

  if deny-count = 0
    display 'no denied countries in ' function trim(rules-file)
        ' - the publication will be empty'
  end-if

  call 'mmdb2-open' using db-path, database-handle

  if return-code not = mmdb2-rc-ok
    display 'could not open database: ' function trim(db-path)
    exit paragraph
  end-if

  call 'cobmind-meta-exists' using db-path, metafile-exists-rec

  if metafile-exists
    call 'mmdb2-read-meta-cache' using db-path, mmdb2-meta-rec
  else
    display 'extracting meta data...'
    call 'mmdb2-extract-meta' using db-path, mmdb2-meta-rec
  end-if

  move spaces to dump-file
  string function trim(deny-file) '_fwdump' delimited by size
      into dump-file
  move spaces to dump-ckpt-file
  string function trim(dump-file) '_ckpt' delimited by size
      into dump-ckpt-file
  move spaces to dump-progress-file
  string function trim(dump-file) '_progress' delimited by size
      into dump-progress-file

  display 'block-list: walking ' function trim(db-path) '...'

  call 'mmdb2-dump' using database-handle, mmdb2-meta-rec, dump-file,
      db-path

  if return-code not = mmdb2-rc-ok
    display 'tree walk failed - no block-list extract written'
    call 'mmdb2-close' using database-handle
    call 'CBL_DELETE_FILE' using dump-file
    call 'CBL_DELETE_FILE' using dump-ckpt-file
    call 'CBL_DELETE_FILE' using dump-progress-file
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  call 'mmdb2-close' using database-handle

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, deny-file,
      deny-inflight, deny-commit-ok

  open output deny-out
  if deny-status not = '00'
    display 'failed to open output: ' function trim(deny-file)
    call 'CBL_DELETE_FILE' using dump-file
    call 'CBL_DELETE_FILE' using dump-ckpt-file
    call 'CBL_DELETE_FILE' using dump-progress-file
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move 'cidr,record' to deny-out-rec
  write deny-out-rec

  open input dump-in
  if dump-status = '00'
    perform until dump-status = '10'
      read dump-in
        at end move '10' to dump-status
        not at end perform take-dump-row
      end-read
    end-perform
    close dump-in
  end-if

  close deny-out

  call 'CBL_DELETE_FILE' using dump-file
  call 'CBL_DELETE_FILE' using dump-ckpt-file
  call 'CBL_DELETE_FILE' using dump-progress-file

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, deny-file,
      deny-inflight, deny-commit-ok

  display 'block-list: ' networks-walked ' network(s) walked, '
      networks-denied ' in ' deny-count ' denied countr(ies)'
  display 'written to: ' function trim(deny-file)

  if deny-commit-ok not = 'Y'
    display 'block-list extract could not be published'
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move mmdb2-rc-ok to return-code
  .

take-dump-row.
  if dump-in-rec(1:1) = '#' or dump-in-rec(1:5) = 'cidr,'
  or dump-in-rec(1:8) = 'TRAILER,'
    exit paragraph
  end-if

  move 0 to comma-pos
  inspect dump-in-rec tallying comma-pos
      for characters before initial ','

  if comma-pos = 0 or comma-pos > 50
    exit paragraph
  end-if

  add 1 to networks-walked

  move spaces to row-network
  move dump-in-rec(1:comma-pos) to row-network
  move spaces to row-record
  move dump-in-rec(comma-pos + 2:) to row-record

  move spaces to field-value
  call 'mmdb2-get-field' using row-record, field-path, field-value,
      field-found
  if field-found not = 'Y' or field-value = spaces
    exit paragraph
  end-if

  move function upper-case(field-value(1:2)) to candidate-iso
  perform check-denied
  if not is-denied
    exit paragraph
  end-if

  add 1 to networks-denied
  move spaces to out-line
  string function trim(row-network) ',' candidate-iso
      delimited by size into out-line
  write deny-out-rec from out-line
  .

check-denied.
  set is-denied to false
  perform varying deny-ix from 1 by 1
      until deny-ix > deny-count or is-denied
    if deny-iso(deny-ix) = candidate-iso
      set is-denied to true
    end-if
  end-perform
  .

*> the screening rules' deny= countries and, through the country
*> master, the countries a deny_sanctions= status covers. allow,
*> default and deny_flag lines are not country lists and play no
*> part here.
load-deny-countries.
  move 0 to deny-count sanction-count

  move spaces to rules-status
  open input rules-in
  if rules-status not = '00'
    display 'failed to open screening rules file: '
        function trim(rules-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  perform until rules-status = '10'
    read rules-in
      at end move '10' to rules-status
      not at end perform take-rules-line
    end-read
  end-perform
  close rules-in

  if sanction-count > 0
    move 'N' to master-op
    move 0 to master-as-of
    move spaces to mmdb2-country-iso
    move 'Y' to master-found
    perform until master-found not = 'Y'
      call 'mmdb2-country-master' using master-op, master-as-of,
          mmdb2-country-rec, master-found
      if master-found = 'Y'
        perform varying sanction-ix from 1 by 1
            until sanction-ix > sanction-count
          if sanction-entry(sanction-ix) = mmdb2-country-sanctions
            move mmdb2-country-iso to candidate-iso
            perform add-deny-country
          end-if
        end-perform
      end-if
    end-perform
  end-if

  move mmdb2-rc-ok to return-code
  .

take-rules-line.
  if function trim(rules-in-rec) = spaces
  or rules-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move 0 to rule-eq-pos
  inspect rules-in-rec tallying rule-eq-pos
      for characters before initial '='
  if rule-eq-pos = 0 or rule-eq-pos >= length of rules-in-rec
    exit paragraph
  end-if

  move spaces to rule-key rule-value
  move rules-in-rec(1:rule-eq-pos) to rule-key
  move rules-in-rec(rule-eq-pos + 2:) to rule-value
  move function lower-case(function trim(rule-key)) to rule-key

  move function trim(rule-value) to list-remaining
  evaluate function trim(rule-key)
    when 'deny'
      perform take-next-deny-code until list-remaining = spaces
    when 'deny_sanctions'
      perform take-next-sanction until list-remaining = spaces
  end-evaluate
  .

take-next-deny-code.
  perform split-next-code
  if one-code not = spaces
    move one-code(1:2) to candidate-iso
    perform add-deny-country
  end-if
  .

take-next-sanction.
  perform split-next-code
  if one-code not = spaces and sanction-count < 3
    add 1 to sanction-count
    move one-code to sanction-entry(sanction-count)
  end-if
  .

split-next-code.
  move 0 to comma-pos
  inspect list-remaining tallying comma-pos
      for characters before initial ','

  move spaces to one-code
  if comma-pos > 0 and comma-pos < length of list-remaining
    move list-remaining(1:comma-pos) to one-code
    move function trim(list-remaining(comma-pos + 2:))
        to list-remaining
  else
    move list-remaining(1:8) to one-code
    move spaces to list-remaining
  end-if
  move function upper-case(function trim(one-code)) to one-code
  .

add-deny-country.
  perform check-denied
  if not is-denied and deny-count < 300
    add 1 to deny-count
    move candidate-iso to deny-iso(deny-count)
  end-if
  .

*>*********************************************************************
*> PUBLISH - the object groups and the change set.
*>*********************************************************************

publish-object-groups.
  accept supernet-file from argument-value
  accept publish-dir from argument-value
  accept alias-arg from argument-value
  accept formats-arg from argument-value

  if supernet-file = spaces or publish-dir = spaces
  or alias-arg = spaces
    perform show-usage
    exit paragraph
  end-if

  move function upper-case(formats-arg) to formats-arg
  if formats-arg = spaces
    move 'IPSET,ACL' to formats-arg
  end-if
  move 0 to comma-pos
  inspect formats-arg tallying comma-pos for all 'IPSET'
  if comma-pos > 0
    set ipset-on to true
  end-if
  move 0 to comma-pos
  inspect formats-arg tallying comma-pos for all 'ACL'
  if comma-pos > 0
    set acl-on to true
  end-if
  if not ipset-on and not acl-on
    perform show-usage
    exit paragraph
  end-if

  perform build-publish-paths

  call 'cobmind-file-exists' using state-file, state-exists-rec
  if not state-exists
    display 'no previous publication for ' function trim(alias-arg)
        ' - this one is all adds'
  end-if

  perform open-publish-files
  if return-code not = mmdb2-rc-ok
    exit paragraph
  end-if

  sort fw-sort
      ascending key fs-iso fs-family fs-bits fs-prefix fs-source
      input procedure is load-both-publications
      output procedure is write-publication

  perform close-publish-files

  compute changes-total = entries-added + entries-removed

  display 'block-list: ' entries-published ' entr(ies) in '
      groups-published ' country group(s); changes: '
      entries-added ' add(s), ' entries-removed ' removal(s)'

  perform append-bulletin-line

  move groups-published to count-edit-4
  move entries-added to count-edit
  move entries-removed to count-edit-2
  move spaces to notify-text
  string 'firewall block-list published - '
      function trim(count-edit-4) ' group(s), +'
      function trim(count-edit) ' -' function trim(count-edit-2)
      delimited by size into notify-text
  move 'FW-PUBLISH' to notify-event
  call 'cobmind-notify' using 'I', alias-arg, notify-event,
      notify-text

  if ipset-commit-ok not = 'Y' or ipset-delta-commit-ok not = 'Y'
  or acl-commit-ok not = 'Y' or acl-delta-commit-ok not = 'Y'
  or state-commit-ok not = 'Y'
    display 'publication could not be committed'
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move mmdb2-rc-ok to return-code
  .

build-publish-paths.
  move spaces to ipset-file ipset-delta-file acl-file acl-delta-file
      state-file
  string function trim(publish-dir) '/' function trim(alias-arg)
      '_fw_ipset.restore' delimited by size into ipset-file
  string function trim(publish-dir) '/' function trim(alias-arg)
      '_fw_ipset.delta' delimited by size into ipset-delta-file
  string function trim(publish-dir) '/' function trim(alias-arg)
      '_fw_acl.cfg' delimited by size into acl-file
  string function trim(publish-dir) '/' function trim(alias-arg)
      '_fw_acl.delta' delimited by size into acl-delta-file
  string function trim(publish-dir) '/' function trim(alias-arg)
      '_fw.state' delimited by size into state-file
  .

open-publish-files.
  move mmdb2-rc-ok to return-code

  if ipset-on
    move 'B' to commit-op
    call 'cobmind-commit-file' using commit-op, ipset-file,
        ipset-inflight, ipset-commit-ok
    open output ipset-out
    call 'cobmind-commit-file' using commit-op, ipset-delta-file,
        ipset-delta-inflight, ipset-delta-commit-ok
    open output ipset-delta-out
    if ipset-status not = '00' or ipset-delta-status not = '00'
      display 'failed to open ipset output in '
          function trim(publish-dir)
      move mmdb2-rc-io-error to return-code
      exit paragraph
    end-if
  end-if

  if acl-on
    move 'B' to commit-op
    call 'cobmind-commit-file' using commit-op, acl-file,
        acl-inflight, acl-commit-ok
    open output acl-out
    call 'cobmind-commit-file' using commit-op, acl-delta-file,
        acl-delta-inflight, acl-delta-commit-ok
    open output acl-delta-out
    if acl-status not = '00' or acl-delta-status not = '00'
      display 'failed to open ACL output in '
          function trim(publish-dir)
      move mmdb2-rc-io-error to return-code
      exit paragraph
    end-if

    move '! country block-list object groups' to acl-out-rec
    write acl-out-rec
    move '! country block-list change set' to acl-delta-out-rec
    write acl-delta-out-rec
  end-if

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, state-file,
      state-inflight, state-commit-ok
  open output state-out
  if state-status not = '00'
    display 'failed to open ' function trim(state-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if
  .

close-publish-files.
  move 'C' to commit-op

  if ipset-on
    close ipset-out ipset-delta-out
    call 'cobmind-commit-file' using commit-op, ipset-file,
        ipset-inflight, ipset-commit-ok
    call 'cobmind-commit-file' using commit-op, ipset-delta-file,
        ipset-delta-inflight, ipset-delta-commit-ok
    display 'written to: ' function trim(ipset-file)
    display 'written to: ' function trim(ipset-delta-file)
  end-if

  if acl-on
    close acl-out acl-delta-out
    call 'cobmind-commit-file' using commit-op, acl-file,
        acl-inflight, acl-commit-ok
    call 'cobmind-commit-file' using commit-op, acl-delta-file,
        acl-delta-inflight, acl-delta-commit-ok
    display 'written to: ' function trim(acl-file)
    display 'written to: ' function trim(acl-delta-file)
  end-if

  close state-out
  call 'cobmind-commit-file' using commit-op, state-file,
      state-inflight, state-commit-ok
  .

*>*********************************************************************
*> sort input: the aggregated supernets (N) and the previous
*> publication's state (P), both "cidr,ISO".
*>*********************************************************************

load-both-publications.
  move 'N' to releasing-source
  move supernet-file to net-in-file
  perform release-network-file

  if state-exists
    move 'P' to releasing-source
    move state-file to net-in-file
    perform release-network-file
  end-if
  .

release-network-file.
  move spaces to net-in-status
  open input net-in
  if net-in-status not = '00'
    display 'failed to open ' function trim(net-in-file)
    exit paragraph
  end-if

  perform until net-in-status = '10'
    read net-in
      at end move '10' to net-in-status
      not at end perform release-network-row
    end-read
  end-perform
  close net-in
  .

release-network-row.
  if function trim(net-in-rec) = spaces
  or net-in-rec(1:1) = '#'
  or net-in-rec(1:5) = 'cidr,'
  or net-in-rec(1:8) = 'TRAILER,'
    exit paragraph
  end-if

  move spaces to split-cidr split-iso
  unstring net-in-rec delimited by ',' into split-cidr split-iso
  if split-iso = spaces
    exit paragraph
  end-if

  move 0 to slash-pos
  inspect split-cidr tallying slash-pos
      for characters before initial '/'
  if slash-pos = 0 or slash-pos >= 46
    exit paragraph
  end-if

  move spaces to addr-text prefix-text
  move split-cidr(1:slash-pos) to addr-text
  move split-cidr(slash-pos + 2:4) to prefix-text
  if function trim(prefix-text) is not numeric
    exit paragraph
  end-if
  move function numval(prefix-text) to work-prefix

  move spaces to work-bits
  call 'mmdb2-ip-to-bits' using addr-text, work-bits, work-bitlen
  if work-bitlen = 0 or work-prefix > work-bitlen
    exit paragraph
  end-if

  move spaces to fw-sort-rec
  move function upper-case(split-iso(1:2)) to fs-iso
  move releasing-source to fs-source

  *> an IPv4 network held under ::/96 is the IPv4 network.
  if work-bitlen = 128 and work-prefix >= 96
  and work-bits(1:96) = all '0'
    move '4' to fs-family
    move work-bits(97:32) to fs-bits
    compute fs-prefix = work-prefix - 96
  else
    if work-bitlen = 32
      move '4' to fs-family
    else
      move '6' to fs-family
    end-if
    move work-bits to fs-bits
    move work-prefix to fs-prefix
  end-if

  release fw-sort-rec
  .

*>*********************************************************************
*> sort output: one network at a time, the same network from both
*> publications folded together - N alone is an add, P alone a
*> removal, both unchanged.
*>*********************************************************************

write-publication.
  move 'N' to pend-open
  move spaces to full-set-key full-group-iso delta-set-key
      delta-group-iso
  set sort-eof to false

  perform until sort-eof
    return fw-sort
      at end set sort-eof to true
      not at end perform take-sorted-network
    end-return
  end-perform

  if pend-open = 'Y'
    perform flush-pending-network
  end-if
  .

take-sorted-network.
  if pend-open = 'Y'
    if fs-iso = pend-iso and fs-family = pend-family
    and fs-bits = pend-bits and fs-prefix = pend-prefix
      if fs-source not = pend-source
        move 'B' to pend-source
      end-if
      exit paragraph
    end-if
    perform flush-pending-network
  end-if

  move fw-sort-rec to pend-rec
  move 'Y' to pend-open
  .

flush-pending-network.
  move pend-bits to render-bits
  move pend-family to render-family
  move pend-prefix to render-prefix
  perform render-network

  if pend-source not = 'P'
    perform write-full-entry
  end-if

  evaluate pend-source
    when 'N'
      add 1 to entries-added
      perform write-delta-entry
    when 'P'
      add 1 to entries-removed
      perform write-delta-entry
  end-evaluate
  .

write-full-entry.
  add 1 to entries-published

  if pend-iso not = full-group-iso
    add 1 to groups-published
  end-if

  move spaces to out-line
  string function trim(render-cidr) ',' pend-iso
      delimited by size into out-line
  write state-out-rec from out-line

  if ipset-on
    if pend-iso not = full-set-key(1:2)
    or pend-family not = full-set-key(3:1)
      move pend-iso to full-set-key(1:2)
      move pend-family to full-set-key(3:1)
      perform build-set-name
      move spaces to out-line
      perform build-create-line
      write ipset-out-rec from out-line
      move spaces to out-line
      string 'flush ' function trim(set-name)
          delimited by size into out-line
      write ipset-out-rec from out-line
    end-if
    perform build-set-name
    move spaces to out-line
    string 'add ' function trim(set-name) ' '
        function trim(render-cidr) ' -exist'
        delimited by size into out-line
    write ipset-out-rec from out-line
  end-if

  if acl-on
    if pend-iso not = full-group-iso
      perform build-group-name
      move spaces to out-line
      string 'object-group network ' function trim(group-name)
          delimited by size into out-line
      write acl-out-rec from out-line
    end-if
    move spaces to out-line
    string ' network-object ' function trim(acl-object)
        delimited by size into out-line
    write acl-out-rec from out-line
  end-if

  move pend-iso to full-group-iso
  .

write-delta-entry.
  if ipset-on
    perform build-set-name
    if pend-iso not = delta-set-key(1:2)
    or pend-family not = delta-set-key(3:1)
      move pend-iso to delta-set-key(1:2)
      move pend-family to delta-set-key(3:1)
      if pend-source = 'N'
        move spaces to out-line
        perform build-create-line
        write ipset-delta-out-rec from out-line
      end-if
    end-if
    move spaces to out-line
    if pend-source = 'N'
      string 'add ' function trim(set-name) ' '
          function trim(render-cidr) ' -exist'
          delimited by size into out-line
    else
      string 'del ' function trim(set-name) ' '
          function trim(render-cidr) ' -exist'
          delimited by size into out-line
    end-if
    write ipset-delta-out-rec from out-line
  end-if

  if acl-on
    if pend-iso not = delta-group-iso
      move pend-iso to delta-group-iso
      perform build-group-name
      move spaces to out-line
      string 'object-group network ' function trim(group-name)
          delimited by size into out-line
      write acl-delta-out-rec from out-line
    end-if
    move spaces to out-line
    if pend-source = 'N'
      string ' network-object ' function trim(acl-object)
          delimited by size into out-line
    else
      string ' no network-object ' function trim(acl-object)
          delimited by size into out-line
    end-if
    write acl-delta-out-rec from out-line
  end-if
  .

*> a delta can add to a set the previous publication never had, so
*> its first add brings the create along (-exist: harmless when the
*> set is there already).
build-create-line.
  if pend-family = '4'
    string 'create ' function trim(set-name)
        ' hash:net family inet -exist' delimited by size into out-line
  else
    string 'create ' function trim(set-name)
        ' hash:net family inet6 -exist' delimited by size
        into out-line
  end-if
  .

build-set-name.
  move spaces to set-name
  if pend-family = '4'
    string 'geo-deny-' pend-iso delimited by size into set-name
  else
    string 'geo-deny6-' pend-iso delimited by size into set-name
  end-if
  .

build-group-name.
  move spaces to group-name
  string 'GEO-DENY-' pend-iso delimited by size into group-name
  .

*>*********************************************************************
*> render-bits / render-family / render-prefix as text: render-cidr
*> (address/prefix - IPv4 dotted, IPv6 as eight full groups) and
*> acl-object (IPv4 "address mask" or "host address", IPv6
*> "address/prefix" or "host address").
*>*********************************************************************

render-network.
  move spaces to render-addr

  if render-family = '6'
    move 16 to group-count
  else
    move 4 to group-count
  end-if

  perform varying group-idx from 1 by 1 until group-idx > group-count
    perform byte-from-bits
    if render-family = '6'
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

  move render-prefix to prefix-edit
  move spaces to render-cidr
  string function trim(render-addr) '/' function trim(prefix-edit)
      delimited by size into render-cidr

  move spaces to acl-object
  evaluate true
    when render-family = '4' and render-prefix = 32
      string 'host ' function trim(render-addr)
          delimited by size into acl-object
    when render-family = '6' and render-prefix = 128
      string 'host ' function trim(render-addr)
          delimited by size into acl-object
    when render-family = '6'
      move render-cidr to acl-object
    when other
      perform build-v4-mask
      string function trim(render-addr) ' ' function trim(render-mask)
          delimited by size into acl-object
  end-evaluate
  .

byte-from-bits.
  move 0 to byte-val
  compute bit-lo = (group-idx - 1) * 8 + 1
  compute bit-hi = group-idx * 8

  perform varying bit-idx from bit-lo by 1 until bit-idx > bit-hi
    compute byte-val = byte-val * 2
    if bit-idx <= render-prefix and render-bits(bit-idx:1) = '1'
      add 1 to byte-val
    end-if
  end-perform
  .

build-v4-mask.
  move spaces to render-mask
  perform varying group-idx from 1 by 1 until group-idx > 4
    compute mask-bits = render-prefix - (group-idx - 1) * 8
    evaluate true
      when mask-bits >= 8
        move 255 to byte-val
      when mask-bits <= 0
        move 0 to byte-val
      when other
        compute byte-val = 256 - 2 ** (8 - mask-bits)
    end-evaluate
    move byte-val to octet-edit
    if group-idx = 1
      string function trim(octet-edit) delimited by size
          into render-mask
    else
      string function trim(render-mask) '.' function trim(octet-edit)
          delimited by size into render-mask
    end-if
  end-perform
  .

*>*********************************************************************
*> the change count onto the alias's release bulletin, under the
*> block the promotion has just written.
*>*********************************************************************

append-bulletin-line.
  move spaces to bulletin-dir
  accept bulletin-dir from environment "COBMIND_BULLETIN_DIR"

  move spaces to bulletin-file
  if bulletin-dir not = spaces and low-value
    string function trim(bulletin-dir) '/bulletin_'
        function trim(alias-arg) '.txt'
        delimited by size into bulletin-file
  else
    string './bulletin_' function trim(alias-arg) '.txt'
        delimited by size into bulletin-file
  end-if

  open extend bulletin-out
  if bulletin-status not = '00'
    open output bulletin-out
  end-if
  if bulletin-status not = '00'
    display 'could not append to ' function trim(bulletin-file)
    exit paragraph
  end-if

  move changes-total to count-edit
  move entries-added to count-edit-2
  move entries-removed to count-edit-3
  move groups-published to count-edit-4
  move spaces to out-line
  string 'FIREWALL:  ' function trim(count-edit)
      ' block-list change(s) - ' function trim(count-edit-2)
      ' add(s), ' function trim(count-edit-3) ' removal(s); '
      function trim(count-edit-4) ' country group(s) published'
      delimited by size into out-line
  write bulletin-out-rec from out-line
  close bulletin-out
  .
