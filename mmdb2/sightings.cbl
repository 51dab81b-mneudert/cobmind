       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-sightings.

*>*********************************************************************
*> the IP sighting master: "have we ever seen this address, and what
*> did it resolve to then?" answered by one keyed read instead of a
*> grep through months of results generations. one record per
*> distinct address (layout in mmdb2-sighting.cpy) in the keyed
*> master file ("COBMIND_SIGHTINGS", ./cobmind.sightings). two
*> modes, selected by the first PARM word:
*>
*>   LOAD <results-file> [<date YYYYMMDD>]
*>     the night's results load (GEONIGHT, after TRLCHK): every row
*>     naming an address is one sighting on that date (today when
*>     no date is given) - a new address gets its record with that
*>     date as first seen, a known one its last-seen date and count
*>     moved on and, when the decoded answer (reason, country, city,
*>     ASN) differs from the last one, its change count bumped. the
*>     build_epoch comes off the results file's provenance header,
*>     as for mmdb2-history-load. a date already loaded is not
*>     loaded again - the rerun is a no-op, so a restarted night
*>     never counts twice.
*>
*>   INQUIRE <ip> | <network>/<prefix>
*>     one address's record, or every sighted address inside a
*>     network in address order (one START and a forward read).
*>     mmdb2-rc-not-found when nothing was sighted.
*>
*> a purged address stays purged: mmdb2-erasure deletes the
*> address's record and enters its erasure token in the erasure
*> register ("COBMIND_ERASED", ./cobmind.erased), and a load never
*> re-creates a record for a registered address - the register
*> holds only the tokens, never the addresses. a do-not-process
*> address (mmdb2-suppress-check) is never recorded, its existing
*> record is deleted when it next turns up, and an inquiry never
*> shows it.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select master-io
    assign dynamic master-file
    organization indexed
    access mode dynamic
    record key is mmdb2-sgt-key
    file status is master-status.

  select results-in
    assign dynamic results-path
    organization line sequential
    file status is results-status.

  select erased-in
    assign dynamic erased-file
    organization line sequential
    file status is erased-status.

data division.
file section.

fd master-io.
copy 'mmdb2-sighting.cpy'.

fd results-in.
01 results-in-rec pic x(8192).

fd erased-in.
01 erased-in-rec pic x(128).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 mode-arg         pic x(12) value spaces.
01 results-path     pic x(128) value spaces.
01 date-arg         pic x(8) value spaces.
01 load-date        pic 9(8) value 0.
01 inquiry-arg      pic x(50) value spaces.

01 master-file      pic x(128) value spaces.
01 master-status    pic xx value spaces.
01 results-status   pic xx value spaces.
01 erased-file      pic x(128) value spaces.
01 erased-status    pic xx value spaces.
01 exists-rec       pic x(1).
   88 target-exists value 'Y', false 'N'.

01 sightings-rc     pic 9(2) value 0.

*> the erasure register's tokens, loaded once.
01 erased-table.
   05 erased-token  occurs 10000 times pic x(22).
01 erased-count     pic 9(5) value 0.
01 erased-ix        pic 9(5) value 0.
01 erased-full-rec  pic x(1) value 'N'.
   88 erased-full   value 'Y', false 'N'.
01 split-erased-date pic x(8) value spaces.
01 split-erased-token pic x(22) value spaces.
01 token-fold       pic x(512) value spaces.
01 token-hash-prev  pic x(16) value spaces.
01 token-hash-next  pic x(16) value spaces.
01 address-token    pic x(22) value spaces.
01 erased-flag      pic x(1) value 'N'.
   88 address-erased value 'Y', false 'N'.

*> results row parsing - the shape mmdb2-history-digest reads.
01 build-epoch      pic 9(11) value 0.
01 epoch-pos        pic 9(4) value 0.
01 epoch-text       pic x(11) value spaces.
01 headers-seen     pic 9(1) value 0.
01 record-comma     pic 9(1) value 4.
01 screen-tally     pic 9(3) value 0.
01 comma-tally      pic 9(2) value 0.
01 scan-pos         pic 9(4) value 0.
01 record-start     pic 9(4) value 0.
01 row-ip           pic x(45) value spaces.
01 row-reason       pic x(12) value spaces.
01 record-text      pic x(8192) value spaces.

01 quote-op         pic x(1) value 'U'.
01 quote-delim      pic x(1) value ','.
01 quote-changed    pic x(1) value 'N'.
01 quote-stage-in   pic x(8192) value spaces.
01 quote-stage-out  pic x(8192) value spaces.

01 path-country     pic x(64) value 'CTRY'.
01 path-city-en     pic x(64) value 'CITY.en'.
01 path-city        pic x(64) value 'CITY'.
01 path-asn         pic x(64) value 'ASN'.
01 field-value      pic x(256) value spaces.
01 found-flag       pic x(1) value 'N'.

*> tonight's answer for the row in hand.
01 new-answer.
   05 new-reason    pic x(12) value spaces.
   05 new-country   pic x(8) value spaces.
   05 new-city      pic x(48) value spaces.
   05 new-asn       pic x(16) value spaces.
01 old-answer.
   05 old-reason    pic x(12) value spaces.
   05 old-country   pic x(8) value spaces.
   05 old-city      pic x(48) value spaces.
   05 old-asn       pic x(16) value spaces.

*> keys and containment.
01 key-op           pic x(1) value 'A'.
01 ip-bitstring     pic x(128) value spaces.
01 ip-bit-length    pic 9(3) value 0.
01 address-key      pic x(40) value spaces.
01 net-text         pic x(45) value spaces.
01 prefix-text      pic x(4) value spaces.
01 net-prefix       pic 9(3) value 0.
01 net-bitstring    pic x(128) value spaces.
01 net-bit-length   pic 9(3) value 0.
01 low-key          pic x(40) value spaces.
01 high-key         pic x(40) value spaces.
01 bit-ix           pic 9(3) value 0.
01 rec-bitstring    pic x(128) value spaces.
01 rec-bit-length   pic 9(3) value 0.
01 rec-key          pic x(40) value spaces.
01 suppressed-flag  pic x(1) value 'N'.

*> load tallies.
01 rows-sighted     pic 9(9) value 0.
01 new-addresses    pic 9(9) value 0.
01 answers-changed  pic 9(9) value 0.
01 suppressed-count pic 9(9) value 0.
01 erased-skipped   pic 9(9) value 0.
01 records-purged   pic 9(9) value 0.
01 listed-count     pic 9(9) value 0.

01 last-loaded      pic 9(8) value 0.
01 control-key      pic x(40) value '#LAST-LOAD'.
01 control-found    pic x(1) value 'N'.

01 audit-dir-blank  pic x(128) value spaces.
01 audit-tag        pic x(45) value spaces.
01 audit-subject    pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept mode-arg from argument-value
  move mmdb2-rc-bad-argument to sightings-rc

  move spaces to master-file
  accept master-file from environment "COBMIND_SIGHTINGS"
  if master-file = spaces or low-value
    move './cobmind.sightings' to master-file
  end-if

  evaluate function upper-case(function trim(mode-arg))
    when 'LOAD'    perform load-results
    when 'INQUIRE' perform inquire-master
    when other
      display 'usage: mmdb2-sightings LOAD <results-file>'
          ' [<date YYYYMMDD>]'
      display '       mmdb2-sightings INQUIRE <ip> | <network>/<prefix>'
  end-evaluate

  *> the audit calls reset return-code on the way.
  move sightings-rc to return-code
  goback.

*>*********************************************************************
*> LOAD - the night's results file into the master.
*>*********************************************************************

load-results.
  accept results-path from argument-value
  accept date-arg from argument-value

  if results-path = spaces
    display 'LOAD needs <results-file> [<date YYYYMMDD>]'
    exit paragraph
  end-if

  if function trim(date-arg) not = spaces
  and date-arg is numeric
    move date-arg to load-date
  else
    move function current-date(1:8) to load-date
  end-if

  move spaces to results-status
  open input results-in
  if results-status not = '00'
    display 'failed to open results file: ' function trim(results-path)
    move mmdb2-rc-io-error to sightings-rc
    exit paragraph
  end-if

  perform open-master-update
  if master-status not = '00'
    close results-in
    move mmdb2-rc-io-error to sightings-rc
    exit paragraph
  end-if

  perform read-control-record
  if last-loaded >= load-date
    display 'sightings already loaded through ' last-loaded
        ' - nothing to do for ' load-date
    close results-in master-io
    move mmdb2-rc-ok to sightings-rc
    exit paragraph
  end-if

  perform load-erased-register
  if erased-full
    close results-in master-io
    move mmdb2-rc-io-error to sightings-rc
    exit paragraph
  end-if

  move 0 to build-epoch headers-seen
  move 4 to record-comma

  perform until results-status = '10'
    read results-in
      at end move '10' to results-status
      not at end perform sight-one-row
    end-read
  end-perform

  close results-in

  perform write-control-record
  close master-io

  display 'sightings: ' rows-sighted ' sighting(s) loaded for '
      load-date ', ' new-addresses ' new address(es), '
      answers-changed ' changed answer(s)'
  if suppressed-count > 0 or erased-skipped > 0
    display 'sightings: ' suppressed-count ' do-not-process row(s) '
        'and ' erased-skipped ' erased-address row(s) not recorded, '
        records-purged ' record(s) purged'
  end-if

  move 'SIGHTING-LOAD' to audit-tag
  move results-path to audit-subject
  call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
      audit-dir-blank

  move mmdb2-rc-ok to sightings-rc
  .

open-master-update.
  move spaces to master-status
  open i-o master-io

  if master-status = '35'
    *> first load: create the master, then reopen it for update.
    open output master-io
    if master-status = '00'
      close master-io
      open i-o master-io
    end-if
  end-if

  if master-status not = '00'
    display 'failed to open sighting master: '
        function trim(master-file) ' (status ' master-status ')'
  end-if
  .

read-control-record.
  move 0 to last-loaded
  move 'N' to control-found

  move control-key to mmdb2-sgt-key
  read master-io
    invalid key continue
    not invalid key
      move 'Y' to control-found
      move mmdb2-sgt-last-seen to last-loaded
  end-read
  .

write-control-record.
  move spaces to mmdb2-sighting-rec
  move control-key to mmdb2-sgt-key
  move load-date to mmdb2-sgt-last-seen
  move 0 to mmdb2-sgt-first-seen mmdb2-sgt-count
      mmdb2-sgt-build-epoch mmdb2-sgt-changes

  if control-found = 'Y'
    rewrite mmdb2-sighting-rec
      invalid key display 'control record rewrite failed'
    end-rewrite
  else
    write mmdb2-sighting-rec
      invalid key display 'control record write failed'
    end-write
  end-if
  .

*>*********************************************************************

sight-one-row.
  if function trim(results-in-rec) = spaces
  or results-in-rec(1:8) = 'TRAILER,'
    exit paragraph
  end-if

  if results-in-rec(1:1) = '#'
    perform harvest-build-epoch
    exit paragraph
  end-if

  if headers-seen = 0
    move 1 to headers-seen
    perform weigh-header-shape
    exit paragraph
  end-if

  perform split-results-row

  if row-reason = 'SUPPRESSED' or row-reason = 'ERROR'
    exit paragraph
  end-if

  move 'A' to key-op
  call 'mmdb2-sighting-key' using key-op, row-ip, ip-bitstring,
      ip-bit-length, address-key
  if address-key = spaces
    *> not an address - an erased row's token, or a bad input line.
    exit paragraph
  end-if

  call 'mmdb2-suppress-check' using row-ip, suppressed-flag
  if suppressed-flag = 'Y'
    add 1 to suppressed-count
    move address-key to mmdb2-sgt-key
    delete master-io record
      invalid key continue
      not invalid key add 1 to records-purged
    end-delete
    exit paragraph
  end-if

  perform take-row-answer

  move address-key to mmdb2-sgt-key
  read master-io
    invalid key perform record-new-address
    not invalid key perform record-known-address
  end-read
  .

weigh-header-shape.
  *> the column headings say which shape follows, as
  *> mmdb2-history-digest reads them: each of the screen, territory
  *> and anon columns pushes the record one comma further out.
  move 4 to record-comma
  move 0 to screen-tally
  inspect results-in-rec tallying screen-tally for all ',screen,'
  if screen-tally > 0
    add 1 to record-comma
  end-if
  move 0 to screen-tally
  inspect results-in-rec tallying screen-tally for all ',territory,'
  if screen-tally > 0
    add 1 to record-comma
  end-if
  move 0 to screen-tally
  inspect results-in-rec tallying screen-tally for all ',anon,'
  if screen-tally > 0
    add 1 to record-comma
  end-if
  .

split-results-row.
  move spaces to row-ip row-reason
  unstring results-in-rec delimited by ','
      into row-ip, row-reason

  move 0 to comma-tally record-start
  perform varying scan-pos from 1 by 1
      until scan-pos > 8192 or record-start > 0
    if results-in-rec(scan-pos:1) = ','
      add 1 to comma-tally
      if comma-tally = record-comma
        compute record-start = scan-pos + 1
      end-if
    end-if
  end-perform
  .

take-row-answer.
  move spaces to new-answer
  move row-reason to new-reason

  if record-start = 0 or record-start > 8192
    exit paragraph
  end-if

  move spaces to record-text
  move results-in-rec(record-start:) to record-text

  if record-text(1:1) = '"'
    move 'U' to quote-op
    move record-text to quote-stage-in
    call 'cobmind-quote-field' using quote-op, quote-delim,
        quote-stage-in, quote-stage-out, quote-changed
    move quote-stage-out to record-text
  end-if

  call 'mmdb2-get-field' using record-text, path-country,
      field-value, found-flag
  if found-flag = 'Y'
    move field-value(1:8) to new-country
  end-if

  call 'mmdb2-get-field' using record-text, path-city-en,
      field-value, found-flag
  if found-flag not = 'Y'
    call 'mmdb2-get-field' using record-text, path-city,
        field-value, found-flag
  end-if
  if found-flag = 'Y'
    move field-value(1:48) to new-city
  end-if

  call 'mmdb2-get-field' using record-text, path-asn,
      field-value, found-flag
  if found-flag = 'Y'
    move field-value(1:16) to new-asn
  end-if
  .

harvest-build-epoch.
  move 0 to epoch-pos
  inspect results-in-rec tallying epoch-pos
      for characters before initial 'build_epoch='

  if epoch-pos > 0 and epoch-pos < 200
    move results-in-rec(epoch-pos + 13:11) to epoch-text
    if epoch-text is numeric
      move epoch-text to build-epoch
    end-if
  end-if
  .

record-new-address.
  perform check-erased-address
  if address-erased
    add 1 to erased-skipped
    exit paragraph
  end-if

  move spaces to mmdb2-sighting-rec
  move address-key to mmdb2-sgt-key
  move function trim(row-ip) to mmdb2-sgt-address
  move load-date to mmdb2-sgt-first-seen mmdb2-sgt-last-seen
  move 1 to mmdb2-sgt-count
  move new-reason to mmdb2-sgt-reason
  move new-country to mmdb2-sgt-country
  move new-city to mmdb2-sgt-city
  move new-asn to mmdb2-sgt-asn
  move build-epoch to mmdb2-sgt-build-epoch
  move 0 to mmdb2-sgt-changes

  write mmdb2-sighting-rec
    invalid key
      display 'sighting write failed for ' function trim(row-ip)
      exit paragraph
  end-write

  add 1 to rows-sighted new-addresses
  .

record-known-address.
  move mmdb2-sgt-reason to old-reason
  move mmdb2-sgt-country to old-country
  move mmdb2-sgt-city to old-city
  move mmdb2-sgt-asn to old-asn

  if new-answer not = old-answer
    add 1 to mmdb2-sgt-changes
    add 1 to answers-changed
  end-if

  move load-date to mmdb2-sgt-last-seen
  add 1 to mmdb2-sgt-count
  move new-reason to mmdb2-sgt-reason
  move new-country to mmdb2-sgt-country
  move new-city to mmdb2-sgt-city
  move new-asn to mmdb2-sgt-asn
  move build-epoch to mmdb2-sgt-build-epoch

  rewrite mmdb2-sighting-rec
    invalid key
      display 'sighting rewrite failed for ' function trim(row-ip)
      exit paragraph
  end-rewrite

  add 1 to rows-sighted
  .

*>*********************************************************************
*> the erasure register: tokens only, compared under the same
*> derivation mmdb2-erasure issues them with.
*>*********************************************************************

load-erased-register.
  move 0 to erased-count
  set erased-full to false

  move spaces to erased-file
  accept erased-file from environment "COBMIND_ERASED"
  if erased-file = spaces or low-value
    move './cobmind.erased' to erased-file
  end-if

  call 'cobmind-file-exists' using erased-file, exists-rec
  if not target-exists
    exit paragraph
  end-if

  move spaces to erased-status
  open input erased-in
  if erased-status not = '00'
    exit paragraph
  end-if

  perform until erased-status = '10'
    read erased-in
      at end move '10' to erased-status
      not at end
        move spaces to split-erased-date split-erased-token
        unstring erased-in-rec delimited by ','
            into split-erased-date, split-erased-token
        if split-erased-token(1:7) = 'ERASED-'
          *> a token left unloaded would be sighted again - the run
          *> stops rather than break the purge.
          if erased-count >= 10000
            display 'erasure register holds more than 10000 tokens'
                ' - the run stops: ' function trim(erased-file)
            set erased-full to true
            move '10' to erased-status
          else
            add 1 to erased-count
            move split-erased-token to erased-token(erased-count)
          end-if
        end-if
    end-read
  end-perform
  close erased-in
  .

check-erased-address.
  set address-erased to false
  if erased-count = 0
    exit paragraph
  end-if

  move spaces to token-fold token-hash-prev
  move function trim(row-ip) to token-fold
  call 'cobmind-chain-hash' using token-hash-prev, token-fold,
      token-hash-next
  move spaces to address-token
  string 'ERASED-' function trim(token-hash-next)
      delimited by size into address-token

  perform varying erased-ix from 1 by 1
      until erased-ix > erased-count or address-erased
    if erased-token(erased-ix) = address-token
      set address-erased to true
    end-if
  end-perform
  .

*>*********************************************************************
*> INQUIRE - one address, or every sighted address in a network.
*>*********************************************************************

inquire-master.
  accept inquiry-arg from argument-value

  if inquiry-arg = spaces
    display 'INQUIRE needs <ip> or <network>/<prefix>'
    exit paragraph
  end-if

  move spaces to master-status
  open input master-io
  if master-status not = '00'
    display 'no sighting master to inquire: '
        function trim(master-file) ' (status ' master-status ')'
    move mmdb2-rc-io-error to sightings-rc
    exit paragraph
  end-if

  move 0 to listed-count
  move 0 to scan-pos
  inspect inquiry-arg tallying scan-pos for all '/'

  if scan-pos > 0
    perform inquire-network
  else
    perform inquire-address
  end-if

  close master-io
  .

inquire-address.
  move inquiry-arg to row-ip
  move 'A' to key-op
  call 'mmdb2-sighting-key' using key-op, row-ip, ip-bitstring,
      ip-bit-length, address-key
  if address-key = spaces
    display 'not an address: ' function trim(inquiry-arg)
    exit paragraph
  end-if

  call 'mmdb2-suppress-check' using row-ip, suppressed-flag
  if suppressed-flag = 'Y'
    display 'suppressed: address is in a do-not-process range - '
        'no inquiry'
    move 'SUPPRESSED' to audit-tag
    call 'cobmind-audit-log' using master-file, audit-tag, 'DP',
        audit-dir-blank
    move mmdb2-rc-ok to sightings-rc
    exit paragraph
  end-if

  move 'SIGHTING-INQUIRY' to audit-tag
  move row-ip to audit-subject
  call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
      audit-dir-blank

  move address-key to mmdb2-sgt-key
  read master-io
    invalid key
      display 'no sighting of ' function trim(inquiry-arg)
      move mmdb2-rc-not-found to sightings-rc
      exit paragraph
  end-read

  display 'address:        ' function trim(mmdb2-sgt-address)
  display 'first seen:     ' mmdb2-sgt-first-seen
  display 'last seen:      ' mmdb2-sgt-last-seen
  display 'sightings:      ' mmdb2-sgt-count
  display 'last answer:    ' function trim(mmdb2-sgt-reason)
      ' country=' function trim(mmdb2-sgt-country)
      ' city=' function trim(mmdb2-sgt-city)
      ' asn=' function trim(mmdb2-sgt-asn)
  display 'build_epoch:    ' mmdb2-sgt-build-epoch
  display 'answer changed: ' mmdb2-sgt-changes ' time(s)'
  move mmdb2-rc-ok to sightings-rc
  .

inquire-network.
  move spaces to net-text prefix-text
  unstring inquiry-arg delimited by '/' into net-text, prefix-text

  move 'A' to key-op
  call 'mmdb2-sighting-key' using key-op, net-text, net-bitstring,
      net-bit-length, low-key

  if low-key = spaces
  or function trim(prefix-text) = spaces
  or function trim(prefix-text) is not numeric
    display 'not a network: ' function trim(inquiry-arg)
    exit paragraph
  end-if

  move function numval(prefix-text) to net-prefix
  if net-prefix > net-bit-length
    display 'prefix longer than the address: '
        function trim(inquiry-arg)
    exit paragraph
  end-if

  *> the network's first and last addresses bound the key range.
  move net-bitstring to ip-bitstring
  perform varying bit-ix from 1 by 1 until bit-ix > net-bit-length
    if bit-ix > net-prefix
      move '0' to ip-bitstring(bit-ix:1)
    end-if
  end-perform
  move 'B' to key-op
  call 'mmdb2-sighting-key' using key-op, net-text, ip-bitstring,
      net-bit-length, low-key

  perform varying bit-ix from 1 by 1 until bit-ix > net-bit-length
    if bit-ix > net-prefix
      move '1' to ip-bitstring(bit-ix:1)
    end-if
  end-perform
  move 'B' to key-op
  call 'mmdb2-sighting-key' using key-op, net-text, ip-bitstring,
      net-bit-length, high-key

  move 'SIGHTING-INQUIRY' to audit-tag
  move inquiry-arg to audit-subject
  call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
      audit-dir-blank

  display 'sightings in ' function trim(inquiry-arg) ':'
  display '  address                                       first    '
      'last     sightings answer'

  move low-key to mmdb2-sgt-key
  start master-io key is not less than mmdb2-sgt-key
    invalid key move '10' to master-status
  end-start

  perform until master-status = '10'
    read master-io next record
      at end move '10' to master-status
      not at end
        if mmdb2-sgt-key > high-key
          move '10' to master-status
        else
          perform list-network-record
        end-if
    end-read
  end-perform

  display listed-count ' address(es) sighted in '
      function trim(inquiry-arg)

  if listed-count = 0
    move mmdb2-rc-not-found to sightings-rc
  else
    move mmdb2-rc-ok to sightings-rc
  end-if
  .

*> containment is confirmed on the bits, not taken from key order
*> alone; a do-not-process address is never listed.
list-network-record.
  if mmdb2-sgt-key(1:1) = '#'
    exit paragraph
  end-if

  move mmdb2-sgt-address to row-ip
  move 'A' to key-op
  call 'mmdb2-sighting-key' using key-op, row-ip, rec-bitstring,
      rec-bit-length, rec-key

  if rec-bit-length not = net-bit-length
    exit paragraph
  end-if

  if net-prefix > 0
    if rec-bitstring(1:net-prefix) not = net-bitstring(1:net-prefix)
      exit paragraph
    end-if
  end-if

  call 'mmdb2-suppress-check' using row-ip, suppressed-flag
  if suppressed-flag = 'Y'
    exit paragraph
  end-if

  add 1 to listed-count
  display '  ' mmdb2-sgt-address ' ' mmdb2-sgt-first-seen ' '
      mmdb2-sgt-last-seen ' ' mmdb2-sgt-count ' '
      function trim(mmdb2-sgt-reason) ' '
      function trim(mmdb2-sgt-country) ' '
      function trim(mmdb2-sgt-city) ' '
      function trim(mmdb2-sgt-asn) ' epoch=' mmdb2-sgt-build-epoch
      ' changes=' mmdb2-sgt-changes
  .
