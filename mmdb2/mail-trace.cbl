       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-mail-trace.

*>*********************************************************************
*> hop-path tracer for the phishing desk: reads a saved message
*> header file, unfolds its Received: chain into ordered hops (the
*> bottom header is the first hop), and for each hop takes the
*> sending host, the receiving host, the receiving server's
*> timestamp and the sending address:
*>
*>   Received: from relay.example.net (relay.example.net
*>       [203.0.113.5]) by mx1.ourbank.example with ESMTPS id 4Xq;
*>       Tue, 14 Oct 2026 10:22:31 +0000
*>
*> the address is the bracketed literal where there is one (what
*> the receiving server saw connect), else the last address-shaped
*> word in the from clause. each address is resolved through the
*> normal lookup path - the site table first (our own ranges), the
*> vendor tree, the threat overlay riding with the answer.
*>
*> our own mail gateways are recognised from the site table: from
*> the newest hop down, hops sent from our own ranges (or with no
*> sending address, a local hand-off) are INTERNAL; the first hop
*> sent from outside is the ENTRY hop - where the external path
*> begins - and everything below it is EXTERNAL. with no site table
*> no side is judged.
*>
*> a hop is flagged when it is implausible given the timestamps:
*>   CLOCK     stamped earlier than the hop before it by more than
*>             the skew allowance - time running backwards along the
*>             path, the mark of a forged lower header
*>   ZONE      the stamping server's clock zone (its UTC offset, zero
*>             offsets aside) is more than three hours from where its
*>             address resolves (longitude / 15) - the stamping
*>             server is the next hop's sender
*>   THREAT    the sending address is on the threat overlay
*>   RESERVED  an outside hop claims a private or reserved address
*>
*> run as its own job step:
*>
*>   PARM='<database> <header-file> <report-out> <csv-out>
*>         [<site-table|-> [<threat-table|-> [<skew-secs>]]]'
*>
*> skew allowance defaulting to 300 seconds. the printed report is
*> a fixed-width listing for the desk; the CSV carries the same
*> hops under a provenance header:
*>
*>   hop,received_utc,zone,from_host,ip,by_host,side,country,city,
*>       latitude,longitude,threat_score,flags
*>
*> (one line, wrapped here). a CLOCK or ZONE hop ends the step
*> mmdb2-rc-out-of-pattern; otherwise a threat hit ends it
*> mmdb2-rc-threat-score.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select header-in
    assign dynamic header-file
    organization line sequential
    file status is header-status.

  select report-out
    assign dynamic report-inflight
    organization line sequential
    file status is report-status.

  select csv-out
    assign dynamic csv-inflight
    organization line sequential
    file status is csv-status.

data division.
file section.

fd header-in.
01 header-in-rec pic x(1024).

fd report-out.
01 report-out-rec pic x(132).

fd csv-out.
01 csv-out-rec pic x(512).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-meta.cpy'.
copy 'mmdb2-result.cpy'.

01 db-path          pic x(128) value spaces.
01 header-file      pic x(128) value spaces.
01 report-file      pic x(128) value spaces.
01 csv-file         pic x(128) value spaces.
01 site-file        pic x(128) value spaces.
01 threat-file      pic x(128) value spaces.
01 skew-arg         pic x(6) value spaces.
01 skew-secs        pic 9(6) value 300.

01 header-status    pic xx value spaces.
01 report-status    pic xx value spaces.
01 csv-status       pic xx value spaces.
01 report-inflight  pic x(140) value spaces.
01 csv-inflight     pic x(140) value spaces.
01 commit-op        pic x(1) value 'B'.
01 report-commit-ok pic x(1) value 'Y'.
01 csv-commit-ok    pic x(1) value 'Y'.
01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.

01 run-date-num     pic x(8) value spaces.
01 sandbox-env      pic x(8) value spaces.
01 test-watermark   pic x(14) value spaces.

*> the database.
01 database-handle  pic x(4).
01 metafile-exists-rec pic x(1).
   88 metafile-exists value 'Y', false 'N'.
01 explain-off      pic x(1) value 'N'.
01 lang-filter      pic x(8) value spaces.
01 site-served      pic x(1) value 'N'.
01 threat-score     pic 9(3) value 0.
01 field-path       pic x(64) value spaces.
01 field-value      pic x(256) value spaces.
01 field-found      pic x(1) value 'N'.

*> the header block, unfolded one header at a time.
01 cur-header       pic x(2048) value spaces.
01 cur-len          pic 9(4) value 0.
01 cur-name         pic x(16) value spaces.
01 line-len         pic 9(4) value 0.
01 headers-done-rec pic x(1) value 'N'.
   88 headers-done  value 'Y', false 'N'.

01 msg-subject      pic x(100) value spaces.
01 msg-from         pic x(100) value spaces.
01 msg-date         pic x(100) value spaces.
01 msg-id           pic x(100) value spaces.

*> one Received: header taken apart.
01 rcv-text         pic x(2048) value spaces.
01 rcv-len          pic 9(4) value 0.
01 clause-text      pic x(2048) value spaces.
01 clause-low       pic x(2049) value spaces.
01 date-text        pic x(128) value spaces.
01 from-part        pic x(1024) value spaces.
01 by-part          pic x(1024) value spaces.
01 semi-pos         pic 9(4) value 0.
01 from-pos         pic 9(4) value 0.
01 by-pos           pic 9(4) value 0.
01 part-len         pic 9(4) value 0.
01 scan-pos         pic 9(4) value 0.
01 close-pos        pic 9(4) value 0.

01 tok-work         pic x(1024) value spaces.
01 tok-ptr          pic 9(4) value 0.
01 tok-text         pic x(64) value spaces.
01 cand-ip          pic x(45) value spaces.
01 ip-valid-rec     pic x(1).
   88 ip-is-valid   value 'Y', false 'N'.

*> the receiving server's date: [day,] dd Mon yyyy hh:mm[:ss] zone.
01 dt-day           pic 9(2) value 0.
01 dt-month         pic 9(2) value 0.
01 dt-year          pic 9(4) value 0.
01 dt-hour          pic 9(2) value 0.
01 dt-minute        pic 9(2) value 0.
01 dt-second        pic 9(2) value 0.
01 dt-zone-mins     pic s9(4) value 0.
01 dt-zone-text     pic x(5) value spaces.
01 dt-zone-seen     pic x(1) value 'N'.
01 dt-time-seen     pic x(1) value 'N'.
01 dt-word          pic x(32) value spaces.
01 dt-word-len      pic 9(2) value 0.
01 month-names      pic x(36)
    value 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
01 month-ix         pic 9(2) value 0.
01 dt-yyyymmdd      pic 9(8) value 0.
01 utc-secs         pic s9(12) value 0.
01 utc-days         pic 9(8) value 0.
01 utc-rest         pic 9(6) value 0.
01 utc-date         pic 9(8) value 0.
01 utc-hh           pic 9(2) value 0.
01 utc-mi           pic 9(2) value 0.
01 utc-ss           pic 9(2) value 0.

*> the hops, in header order (1 = the newest, written by us).
01 hop-table.
   05 hop-entry occurs 40 times.
      10 hop-from-host  pic x(64).
      10 hop-by-host    pic x(64).
      10 hop-ip         pic x(45).
      10 hop-stamped    pic x(1).
      10 hop-secs       pic s9(12).
      10 hop-utc        pic x(19).
      10 hop-zone       pic x(5).
      10 hop-zone-mins  pic s9(4).
      10 hop-side       pic x(8).
      10 hop-reason     pic x(2).
      10 hop-country    pic x(2).
      10 hop-city       pic x(40).
      10 hop-located    pic x(1).
      10 hop-lat        pic s9(3)v9(6).
      10 hop-lon        pic s9(3)v9(6).
      10 hop-threat     pic 9(3).
      10 hop-flags      pic x(40).
01 hop-count        pic 9(2) value 0.
01 hop-ix           pic 9(2) value 0.
01 hop-seq          pic 9(2) value 0.
01 prev-ix          pic 9(2) value 0.
01 next-ix          pic 9(2) value 0.
01 entry-ix         pic 9(2) value 0.
01 hops-dropped     pic 9(4) value 0.
01 inside-rec       pic x(1) value 'N'.
   88 still-inside  value 'Y', false 'N'.

01 zone-hours       pic s9(3)v99 value 0.
01 place-hours      pic s9(3)v99 value 0.
01 hours-apart      pic s9(3)v99 value 0.

01 flagged-count    pic 9(2) value 0.
01 threat-count     pic 9(2) value 0.
01 final-rc         pic 9(2) value 0.

01 out-line         pic x(512) value spaces.
01 print-line       pic x(132) value spaces.
01 seq-edit         pic z9.
01 threat-edit      pic zz9.
01 lat-edit         pic -(3)9.9999.
01 lon-edit         pic -(3)9.9999.

*>*********************************************************************

procedure division.
  accept db-path from argument-value
  accept header-file from argument-value
  accept report-file from argument-value
  accept csv-file from argument-value
  accept site-file from argument-value
  accept threat-file from argument-value
  accept skew-arg from argument-value

  if db-path = spaces or header-file = spaces
  or report-file = spaces or csv-file = spaces
    display 'usage: mmdb2-mail-trace <database> <header-file>'
        ' <report-out> <csv-out> [<site-table|-> [<threat-table|->'
        ' [<skew-secs>]]]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if skew-arg not = spaces and function trim(skew-arg) is numeric
    move function numval(skew-arg) to skew-secs
  end-if
  if site-file = '-'
    move spaces to site-file
  end-if
  if threat-file = '-'
    move spaces to threat-file
  end-if

  move function current-date(1:8) to run-date-num
  move spaces to sandbox-env test-watermark
  accept sandbox-env from environment "COBMIND_SANDBOX"
  if function upper-case(sandbox-env(1:1)) = 'Y'
    move '  *** TEST ***' to test-watermark
  end-if

  open input header-in
  if header-status not = '00'
    display 'failed to open header file: ' function trim(header-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  perform until header-status = '10' or headers-done
    read header-in
      at end move '10' to header-status
      not at end perform take-header-line
    end-read
  end-perform
  perform finish-header

  close header-in

  if hop-count = 0
    display 'no Received: headers in ' function trim(header-file)
        ' - nothing to trace'
    move mmdb2-rc-not-found to return-code
    goback
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

  perform resolve-hop varying hop-ix from 1 by 1
      until hop-ix > hop-count
  call 'mmdb2-close' using database-handle

  perform judge-sides
  perform judge-hops

  move 'W' to class-op
  move 'mmdb2-mail-trace' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'C' to class-op
  move 'hop,received_utc,zone,from_host,ip,by_host,side,country,city'
      to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  perform write-csv
  perform write-report

  display 'mail trace: ' hop-count ' hop(s) from '
      function trim(header-file) ', ' flagged-count
      ' implausible, ' threat-count ' on the threat overlay'
  if hops-dropped > 0
    display '  ' hops-dropped ' Received: header(s) past 40 not traced'
  end-if
  if entry-ix > 0
    move hop-count to hop-seq
    subtract entry-ix from hop-seq
    add 1 to hop-seq
    display '  external path enters at hop ' hop-seq ' ('
        function trim(hop-ip(entry-ix)) ')'
  end-if
  display 'written to: ' function trim(report-file) ' and '
      function trim(csv-file)

  if report-commit-ok not = 'Y' or csv-commit-ok not = 'Y'
    display 'trace output could not be published'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move final-rc to return-code
  goback.

*>*********************************************************************
*> the header block: a line starting with white space continues the
*> header before it; the first empty line ends the block (the body
*> is never read). tabs fold to spaces.
*>*********************************************************************

take-header-line.
  inspect header-in-rec replacing all x'09' by ' '
  inspect header-in-rec replacing all x'0D' by ' '

  if header-in-rec = spaces
    if cur-len > 0 or hop-count > 0
      set headers-done to true
    end-if
    exit paragraph
  end-if

  if header-in-rec(1:1) = ' ' and cur-len > 0
    move function length(function trim(header-in-rec)) to line-len
    if cur-len + line-len + 1 <= 2048
      move function trim(header-in-rec)
          to cur-header(cur-len + 2:line-len)
      add line-len to cur-len
      add 1 to cur-len
    end-if
    exit paragraph
  end-if

  perform finish-header

  move header-in-rec to cur-header
  move function length(function trim(header-in-rec trailing))
      to cur-len
  .

finish-header.
  if cur-len = 0
    exit paragraph
  end-if

  move spaces to cur-name
  unstring cur-header delimited by ':' into cur-name
  move function lower-case(cur-name) to cur-name

  evaluate cur-name
    when 'received'
      perform parse-received
    when 'subject'
      move function trim(cur-header(9:)) to msg-subject
    when 'from'
      move function trim(cur-header(6:)) to msg-from
    when 'date'
      move function trim(cur-header(6:)) to msg-date
    when 'message-id'
      move function trim(cur-header(12:)) to msg-id
  end-evaluate

  move spaces to cur-header
  move 0 to cur-len
  .

*>*********************************************************************
*> one Received: header - "from <host> ... by <host> ...; <date>".
*>*********************************************************************

parse-received.
  if hop-count >= 40
    add 1 to hops-dropped
    exit paragraph
  end-if

  add 1 to hop-count
  move spaces to hop-entry(hop-count)
  move 'N' to hop-stamped(hop-count) hop-located(hop-count)
  move 0 to hop-secs(hop-count) hop-zone-mins(hop-count)
      hop-lat(hop-count) hop-lon(hop-count) hop-threat(hop-count)

  move spaces to rcv-text
  move cur-header(10:) to rcv-text
  move function length(function trim(rcv-text trailing)) to rcv-len

  *> the date follows the last semicolon.
  perform varying semi-pos from rcv-len by -1
      until semi-pos < 1 or rcv-text(semi-pos:1) = ';'
    continue
  end-perform

  move spaces to clause-text date-text
  if semi-pos > 0
    if semi-pos > 1
      move rcv-text(1:semi-pos - 1) to clause-text
    end-if
    if semi-pos < rcv-len
      move function trim(rcv-text(semi-pos + 1:)) to date-text
    end-if
  else
    move rcv-text to clause-text
  end-if

  move spaces to clause-low
  string ' ' function lower-case(clause-text) delimited by size
      into clause-low

  move 0 to from-pos by-pos
  inspect clause-low tallying from-pos
      for characters before initial ' from '
  inspect clause-low tallying by-pos
      for characters before initial ' by '

  *> clause-low runs one ahead of clause-text: the word after
  *> " from " at clause-low(from-pos + 7) is clause-text(from-pos + 6).
  move spaces to from-part by-part
  if from-pos < 2049
    if by-pos < 2049 and by-pos > from-pos
      compute part-len = by-pos - from-pos - 5
      if part-len > 0
        move clause-text(from-pos + 6:part-len) to from-part
      end-if
    else
      move clause-text(from-pos + 6:) to from-part
    end-if
  end-if
  if by-pos < 2049
    move clause-text(by-pos + 4:) to by-part
  end-if

  if from-part not = spaces
    unstring function trim(from-part) delimited by all ' '
        into hop-from-host(hop-count)
  end-if
  if by-part not = spaces
    unstring function trim(by-part) delimited by all ' '
        into hop-by-host(hop-count)
  end-if

  perform take-hop-address
  if date-text not = spaces
    perform take-hop-date
  end-if
  .

*> the bracketed literal first - the address the receiving server
*> saw connect - and failing that the last address-shaped word.
take-hop-address.
  move 0 to scan-pos close-pos
  inspect from-part tallying scan-pos
      for characters before initial '['
  if scan-pos < 1024
    inspect from-part(scan-pos + 1:) tallying close-pos
        for characters before initial ']'
    if close-pos > 1 and close-pos < 47
      move spaces to tok-text
      move from-part(scan-pos + 2:close-pos - 1) to tok-text
      perform try-address-word
      if cand-ip not = spaces
        move cand-ip to hop-ip(hop-count)
        exit paragraph
      end-if
    end-if
  end-if

  move from-part to tok-work
  inspect tok-work replacing all '(' by ' ' all ')' by ' '
      all '[' by ' ' all ']' by ' ' all '=' by ' ' all ',' by ' '
      all ';' by ' '

  move 1 to tok-ptr
  perform until tok-ptr > 1024
    move spaces to tok-text
    unstring tok-work delimited by all ' '
        into tok-text
        with pointer tok-ptr
    end-unstring
    if tok-text not = spaces
      perform try-address-word
      if cand-ip not = spaces
        move cand-ip to hop-ip(hop-count)
      end-if
    end-if
  end-perform
  .

try-address-word.
  move spaces to cand-ip
  if function upper-case(tok-text(1:5)) = 'IPV6:'
    move tok-text(6:) to tok-text
  end-if
  if function length(function trim(tok-text)) > 45
    exit paragraph
  end-if

  move function trim(tok-text) to cand-ip
  call 'mmdb2-validate-ip' using cand-ip, ip-valid-rec
  if not ip-is-valid
    move spaces to cand-ip
  end-if
  .

*> "[Tue,] 14 Oct 2026 10:22:31 +0000 [(UTC)]" into seconds since
*> day one of the calendar, UTC, and back out as a printable stamp.
take-hop-date.
  move 0 to dt-day dt-month dt-year dt-hour dt-minute dt-second
      dt-zone-mins
  move spaces to dt-zone-text
  move 'N' to dt-zone-seen dt-time-seen

  move date-text to tok-work
  inspect tok-work replacing all ',' by ' ' all '(' by ' '
      all ')' by ' '

  move 1 to tok-ptr
  perform until tok-ptr > 128
    move spaces to dt-word
    unstring tok-work(1:128) delimited by all ' '
        into dt-word
        with pointer tok-ptr
    end-unstring
    if dt-word not = spaces
      perform take-date-word
    end-if
  end-perform

  if dt-day = 0 or dt-month = 0 or dt-year = 0
  or dt-time-seen not = 'Y'
  or dt-day > 31 or dt-hour > 23 or dt-minute > 59
  or dt-second > 60
    exit paragraph
  end-if

  compute dt-yyyymmdd = dt-year * 10000 + dt-month * 100 + dt-day
  if function test-date-yyyymmdd(dt-yyyymmdd) not = 0
    exit paragraph
  end-if

  compute utc-secs = function integer-of-date(dt-yyyymmdd) * 86400
      + dt-hour * 3600 + dt-minute * 60 + dt-second
      - dt-zone-mins * 60

  move 'Y' to hop-stamped(hop-count)
  move utc-secs to hop-secs(hop-count)
  move dt-zone-mins to hop-zone-mins(hop-count)
  move dt-zone-text to hop-zone(hop-count)

  divide utc-secs by 86400 giving utc-days remainder utc-rest
  compute utc-date = function date-of-integer(utc-days)
  divide utc-rest by 3600 giving utc-hh remainder utc-rest
  divide utc-rest by 60 giving utc-mi remainder utc-ss

  move spaces to hop-utc(hop-count)
  string utc-date(1:4) '-' utc-date(5:2) '-' utc-date(7:2) ' '
      utc-hh ':' utc-mi ':' utc-ss
      delimited by size into hop-utc(hop-count)
  .

take-date-word.
  move function length(function trim(dt-word)) to dt-word-len

  evaluate true
    *> the clock, hh:mm or hh:mm:ss.
    when dt-word(3:1) = ':' and dt-word(1:2) is numeric
    and dt-word(4:2) is numeric
      move dt-word(1:2) to dt-hour
      move dt-word(4:2) to dt-minute
      if dt-word(6:1) = ':' and dt-word(7:2) is numeric
        move dt-word(7:2) to dt-second
      end-if
      move 'Y' to dt-time-seen
    when dt-word(2:1) = ':' and dt-word(1:1) is numeric
    and dt-word(3:2) is numeric
      move dt-word(1:1) to dt-hour
      move dt-word(3:2) to dt-minute
      if dt-word(5:1) = ':' and dt-word(6:2) is numeric
        move dt-word(6:2) to dt-second
      end-if
      move 'Y' to dt-time-seen
    *> a numeric zone, +hhmm / -hhmm.
    when (dt-word(1:1) = '+' or dt-word(1:1) = '-')
    and dt-word(2:4) is numeric and dt-zone-seen = 'N'
      compute dt-zone-mins = function numval(dt-word(2:2)) * 60
          + function numval(dt-word(4:2))
      if dt-word(1:1) = '-'
        compute dt-zone-mins = 0 - dt-zone-mins
      end-if
      move dt-word(1:5) to dt-zone-text
      move 'Y' to dt-zone-seen
    when dt-word-len = 4 and dt-word(1:4) is numeric
      move dt-word(1:4) to dt-year
    when dt-word-len <= 2 and dt-word(1:dt-word-len) is numeric
    and dt-day = 0
      move function numval(dt-word(1:dt-word-len)) to dt-day
    when dt-zone-seen = 'N'
      perform take-named-word
  end-evaluate
  .

*> a month name, or one of the named zones RFC 822 allowed.
take-named-word.
  move function upper-case(dt-word) to dt-word

  perform varying month-ix from 1 by 1
      until month-ix > 12
      or month-names(month-ix * 3 - 2:3) = dt-word(1:3)
    continue
  end-perform
  if month-ix <= 12 and dt-month = 0 and dt-word-len >= 3
    move month-ix to dt-month
    exit paragraph
  end-if

  evaluate dt-word
    when 'UT' when 'UTC' when 'GMT' when 'Z'
      move 0 to dt-zone-mins
    when 'EST' move -300 to dt-zone-mins
    when 'EDT' move -240 to dt-zone-mins
    when 'CST' move -360 to dt-zone-mins
    when 'CDT' move -300 to dt-zone-mins
    when 'MST' move -420 to dt-zone-mins
    when 'MDT' move -360 to dt-zone-mins
    when 'PST' move -480 to dt-zone-mins
    when 'PDT' move -420 to dt-zone-mins
    when other
      exit paragraph
  end-evaluate
  move dt-word(1:5) to dt-zone-text
  move 'Y' to dt-zone-seen
  .

*>*********************************************************************
*> the normal lookup path: our own ranges from the site table ahead
*> of the vendor tree, the threat overlay riding with the answer.
*>*********************************************************************

resolve-hop.
  if hop-ip(hop-ix) = spaces
    exit paragraph
  end-if

  move spaces to mmdb2-lookup-result
  move 'ER' to mmdb2-result-reason
  move 'N' to site-served

  if site-file not = spaces
    call 'mmdb2-site-lookup' using site-file, hop-ip(hop-ix),
        mmdb2-lookup-result, site-served
  end-if

  if site-served = 'Y'
    move 'OURS' to hop-side(hop-ix)
  else
    call 'mmdb2-lookup-ip' using database-handle, mmdb2-meta-rec,
        hop-ip(hop-ix), explain-off, mmdb2-lookup-result,
        lang-filter

    if threat-file not = spaces
      move 0 to threat-score
      call 'mmdb2-threat-lookup' using threat-file, hop-ip(hop-ix),
          mmdb2-lookup-result, threat-score
      move threat-score to hop-threat(hop-ix)
    end-if
  end-if

  move mmdb2-result-reason to hop-reason(hop-ix)

  if not mmdb2-reason-ok
    exit paragraph
  end-if

  move 'CTRY' to field-path
  perform get-record-field
  move field-value(1:2) to hop-country(hop-ix)

  move 'CITY' to field-path
  perform get-record-field
  inspect field-value replacing all ',' by ' '
  move field-value(1:40) to hop-city(hop-ix)

  move 'LAT' to field-path
  perform get-record-field
  if field-found = 'Y' and field-value not = spaces
    move function numval(field-value) to hop-lat(hop-ix)
    move 'LON' to field-path
    perform get-record-field
    if field-found = 'Y' and field-value not = spaces
      move function numval(field-value) to hop-lon(hop-ix)
      move 'Y' to hop-located(hop-ix)
    end-if
  end-if
  .

get-record-field.
  move spaces to field-value
  move 'N' to field-found
  call 'mmdb2-get-field' using mmdb2-result-decoded, field-path,
      field-value, field-found
  .

*>*********************************************************************
*> sides, from the newest hop down: ours until the first hop sent
*> from outside, which is where the external path enters.
*>*********************************************************************

judge-sides.
  move 0 to entry-ix

  if site-file = spaces
    perform varying hop-ix from 1 by 1 until hop-ix > hop-count
      move '-' to hop-side(hop-ix)
    end-perform
    exit paragraph
  end-if

  set still-inside to true
  perform varying hop-ix from 1 by 1 until hop-ix > hop-count
    evaluate true
      when still-inside
      and (hop-side(hop-ix) = 'OURS' or hop-ip(hop-ix) = spaces)
        move 'INTERNAL' to hop-side(hop-ix)
      when still-inside
        move 'ENTRY' to hop-side(hop-ix)
        move hop-ix to entry-ix
        set still-inside to false
      when other
        move 'EXTERNAL' to hop-side(hop-ix)
    end-evaluate
  end-perform
  .

*>*********************************************************************
*> the plausibility checks, oldest hop first.
*>*********************************************************************

judge-hops.
  move 0 to prev-ix flagged-count threat-count final-rc

  perform varying hop-ix from hop-count by -1 until hop-ix < 1
    perform judge-one-hop
  end-perform

  if flagged-count > 0
    move mmdb2-rc-out-of-pattern to final-rc
  else
    if threat-count > 0
      move mmdb2-rc-threat-score to final-rc
    end-if
  end-if
  .

judge-one-hop.
  move spaces to hop-flags(hop-ix)

  if hop-stamped(hop-ix) = 'Y'
    if prev-ix > 0
    and hop-secs(hop-ix) + skew-secs < hop-secs(prev-ix)
      perform add-clock-flag
    end-if
    move hop-ix to prev-ix
  end-if

  *> the server that stamped this hop sent the next one.
  if hop-stamped(hop-ix) = 'Y' and hop-zone-mins(hop-ix) not = 0
  and hop-ix > 1
    compute next-ix = hop-ix - 1
    if hop-located(next-ix) = 'Y'
      compute zone-hours = hop-zone-mins(hop-ix) / 60
      compute place-hours = hop-lon(next-ix) / 15
      compute hours-apart = zone-hours - place-hours
      if hours-apart > 3 or hours-apart < -3
        move 'ZONE' to tok-text
        perform add-hop-flag
        add 1 to flagged-count
      end-if
    end-if
  end-if

  if hop-threat(hop-ix) > 0
    move 'THREAT' to tok-text
    perform add-hop-flag
    add 1 to threat-count
  end-if

  if hop-reason(hop-ix) = 'RS'
  and (hop-side(hop-ix) = 'ENTRY' or hop-side(hop-ix) = 'EXTERNAL')
    move 'RESERVED' to tok-text
    perform add-hop-flag
  end-if
  .

add-clock-flag.
  move 'CLOCK' to tok-text
  perform add-hop-flag
  add 1 to flagged-count
  .

add-hop-flag.
  if hop-flags(hop-ix) = spaces
    move tok-text to hop-flags(hop-ix)
  else
    move hop-flags(hop-ix) to out-line
    move spaces to hop-flags(hop-ix)
    string function trim(out-line) ' ' function trim(tok-text)
        delimited by size into hop-flags(hop-ix)
  end-if
  .

*>*********************************************************************
*> the CSV, oldest hop first, under its provenance header.
*>*********************************************************************

write-csv.
  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, csv-file,
      csv-inflight, csv-commit-ok

  open output csv-out
  if csv-status not = '00'
    display 'failed to open output: ' function trim(csv-file)
    move 'N' to csv-commit-ok
    exit paragraph
  end-if

  call 'cobmind-provenance' using db-path, mmdb2-meta-build-epoch,
      header-file, provenance-line
  write csv-out-rec from provenance-line
  move spaces to out-line
  string 'hop,received_utc,zone,from_host,ip,by_host,side,country,'
      'city,latitude,longitude,threat_score,flags'
      delimited by size into out-line
  write csv-out-rec from out-line

  move 0 to hop-seq
  perform varying hop-ix from hop-count by -1 until hop-ix < 1
    add 1 to hop-seq
    perform write-csv-row
  end-perform

  close csv-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, csv-file,
      csv-inflight, csv-commit-ok
  .

write-csv-row.
  move hop-seq to seq-edit
  move hop-threat(hop-ix) to threat-edit
  move spaces to out-line

  if hop-located(hop-ix) = 'Y'
    move hop-lat(hop-ix) to lat-edit
    move hop-lon(hop-ix) to lon-edit
    string function trim(seq-edit) ','
        function trim(hop-utc(hop-ix)) ','
        function trim(hop-zone(hop-ix)) ','
        function trim(hop-from-host(hop-ix)) ','
        function trim(hop-ip(hop-ix)) ','
        function trim(hop-by-host(hop-ix)) ','
        function trim(hop-side(hop-ix)) ','
        function trim(hop-country(hop-ix)) ','
        function trim(hop-city(hop-ix)) ','
        function trim(lat-edit) ','
        function trim(lon-edit) ','
        function trim(threat-edit) ','
        function trim(hop-flags(hop-ix))
        delimited by size into out-line
  else
    string function trim(seq-edit) ','
        function trim(hop-utc(hop-ix)) ','
        function trim(hop-zone(hop-ix)) ','
        function trim(hop-from-host(hop-ix)) ','
        function trim(hop-ip(hop-ix)) ','
        function trim(hop-by-host(hop-ix)) ','
        function trim(hop-side(hop-ix)) ','
        function trim(hop-country(hop-ix)) ','
        function trim(hop-city(hop-ix)) ',,,'
        function trim(threat-edit) ','
        function trim(hop-flags(hop-ix))
        delimited by size into out-line
  end-if

  write csv-out-rec from out-line
  .

*>*********************************************************************
*> the printed hop-path report for the desk.
*>*********************************************************************

write-report.
  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok

  open output report-out
  if report-status not = '00'
    display 'failed to open report output: '
        function trim(report-file)
    move 'N' to report-commit-ok
    exit paragraph
  end-if

  move spaces to print-line
  string 'MAIL HOP-PATH TRACE   run ' run-date-num(1:4) '-'
      run-date-num(5:2) '-' run-date-num(7:2) '   '
      function trim(class-label) test-watermark
      delimited by size into print-line
  write report-out-rec from print-line

  move spaces to print-line
  string 'header file: ' function trim(header-file)
      delimited by size into print-line
  write report-out-rec from print-line

  move spaces to print-line
  string 'from:        ' msg-from delimited by size into print-line
  write report-out-rec from print-line
  move spaces to print-line
  string 'subject:     ' msg-subject delimited by size into print-line
  write report-out-rec from print-line
  move spaces to print-line
  string 'date:        ' msg-date delimited by size into print-line
  write report-out-rec from print-line
  move spaces to print-line
  string 'message-id:  ' msg-id delimited by size into print-line
  write report-out-rec from print-line

  move spaces to print-line
  write report-out-rec from print-line
  move spaces to print-line
  string 'HOP SIDE     RECEIVED (UTC)       ZONE  ADDRESS'
      '                                   CC CITY'
      '                 FLAGS'
      delimited by size into print-line
  write report-out-rec from print-line
  move all '-' to print-line
  write report-out-rec from print-line

  move 0 to hop-seq
  perform varying hop-ix from hop-count by -1 until hop-ix < 1
    add 1 to hop-seq
    perform print-hop
  end-perform

  move spaces to print-line
  write report-out-rec from print-line

  move spaces to print-line
  evaluate true
    when site-file = spaces
      move 'no site table given - internal and external hops not'
          & ' told apart' to print-line
    when entry-ix = 0
      move 'every hop was sent from our own ranges - no external'
          & ' path' to print-line
    when other
      move hop-count to hop-seq
      subtract entry-ix from hop-seq
      add 1 to hop-seq
      move hop-seq to seq-edit
      string 'external path enters at hop ' function trim(seq-edit)
          ': ' function trim(hop-ip(entry-ix)) ' ('
          function trim(hop-from-host(entry-ix)) ') handed to our '
          'gateway ' function trim(hop-by-host(entry-ix))
          delimited by size into print-line
  end-evaluate
  write report-out-rec from print-line

  move spaces to print-line
  move flagged-count to seq-edit
  move threat-count to threat-edit
  string function trim(seq-edit) ' implausible hop flag(s), '
      function trim(threat-edit) ' hop(s) on the threat overlay'
      delimited by size into print-line
  write report-out-rec from print-line

  close report-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok
  .

print-hop.
  move hop-seq to seq-edit
  move spaces to print-line
  move seq-edit to print-line(2:2)
  move hop-side(hop-ix) to print-line(5:8)
  move hop-utc(hop-ix) to print-line(14:19)
  move hop-zone(hop-ix) to print-line(35:5)
  move hop-ip(hop-ix) to print-line(41:39)
  move hop-country(hop-ix) to print-line(81:2)
  move hop-city(hop-ix) to print-line(84:20)
  move hop-flags(hop-ix) to print-line(105:28)
  if hop-ip(hop-ix) = spaces
    move '(no address)' to print-line(41:39)
  end-if
  write report-out-rec from print-line

  move spaces to print-line
  if hop-threat(hop-ix) > 0
    move hop-threat(hop-ix) to threat-edit
    string '      from ' function trim(hop-from-host(hop-ix))
        ' by ' function trim(hop-by-host(hop-ix))
        '  threat score ' function trim(threat-edit)
        delimited by size into print-line
  else
    string '      from ' function trim(hop-from-host(hop-ix))
        ' by ' function trim(hop-by-host(hop-ix))
        delimited by size into print-line
  end-if
  write report-out-rec from print-line
  .
