       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-partner-exchange.

*>*********************************************************************
*> the contracted partners' file exchange, in front of the spooler
*> (mmdb2-spooler): partners drop IP lists by SFTP into their own
*> inbound directory, every file gets a functional acknowledgment,
*> the accepted ones are enriched by the ordinary spooled batch path,
*> and the results go back in the same envelope - with a ledger of
*> every file from receipt to delivery against the contracted
*> turnaround. three job steps:
*>
*>   PARM='RECEIVE <spool-drop-dir> <archive-dir>'
*>       every partner's inbound directory. a file opens with its
*>       envelope header, then one address per line:
*>
*>         HDR,<partner-id>,<sequence>,<record-count>
*>
*>       and is accepted, or rejected with a reason code:
*>
*>         R01  envelope header missing or malformed
*>         R02  header partner id is not the sending partner
*>         R03  duplicate - that sequence was already accepted
*>         R04  out of sequence - not the next sequence expected
*>         R05  record count does not match the header
*>         R06  no records
*>
*>       a partner's first accepted file sets its sequence; each one
*>       after must be the next. an accepted file goes to the spool
*>       drop directory as <partner>_<sequence>_iplist under a class
*>       card from the contract, so the spooler runs it like any
*>       team's list. either way the partner's outbound directory
*>       gets <file>.ack:
*>
*>         ACKHDR,<partner-id>,<sequence>,<YYYYMMDDhhmmss>
*>         ACK,<file>,<partner-id>,<sequence>,<ACCEPTED|REJECTED>,
*>             <code>,<reason>,<records-counted>
*>         ACKTRL,1
*>
*>       (the ACK line is one line, wrapped here; an accepted file's
*>       code is A00). the inbound file moves to
*>       <archive-dir>/<partner-id>.
*>
*>   PARM='DELIVER <spool-done-dir>'
*>       after the spooler. each accepted file whose results the
*>       spooler has finished (<spool-done-dir>/<job>_results,
*>       control-total trailer present) goes back to the partner's
*>       outbound directory as <partner>_<sequence>.rsp:
*>
*>         RSPHDR,<partner-id>,<sequence>,<row-count>,<YYYYMMDDhhmmss>
*>         COL,<the results column heading>
*>         <one results row per address>
*>         RSPTRL,<partner-id>,<sequence>,<row-count>
*>
*>       an accepted file still undelivered past its turnaround
*>       raises a PARTNER-LATE notify event once; a file delivered
*>       or still open past turnaround ends the step
*>       mmdb2-rc-delivery-late.
*>
*>   PARM='LEDGER <report-out>'
*>       every file's lifecycle:
*>
*>         partner,sequence,file,received,acknowledged,status,reason,
*>             records,delivered,turnaround_mins,contract_mins,sla
*>
*>       sla is MET, LATE, OPEN (within turnaround), OVERDUE, or
*>       n/a for a rejection.
*>
*> partner contracts ("COBMIND_PARTNERS", ./cobmind.partners):
*>
*>   # id,inbound-dir,outbound-dir,class,db,turnaround-hours,purpose
*>   ACMEPAY,/sftp/acmepay/in,/sftp/acmepay/out,3,city,24,partner-acme
*>
*> the partner ledger ("COBMIND_PARTNER_LEDGER",
*> ./cobmind.partnerledger) is one line per file received, rewritten
*> through a "_new" sibling.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select contract-in
    assign dynamic contract-file
    organization line sequential
    file status is contract-status.

  select ledger-in
    assign dynamic ledger-file
    organization line sequential
    file status is ledger-in-status.

  select ledger-out
    assign dynamic ledger-new
    organization line sequential
    file status is ledger-out-status.

  select listing-in
    assign dynamic listing-file
    organization line sequential
    file status is listing-status.

  select partner-in
    assign dynamic inbound-path
    organization line sequential
    file status is partner-in-status.

  select job-out
    assign dynamic job-inflight
    organization line sequential
    file status is job-status.

  select ack-out
    assign dynamic ack-inflight
    organization line sequential
    file status is ack-status.

  select results-in
    assign dynamic results-path
    organization line sequential
    file status is results-status.

  select response-out
    assign dynamic response-inflight
    organization line sequential
    file status is response-status.

  select report-out
    assign dynamic report-inflight
    organization line sequential
    file status is report-status.

data division.
file section.

fd contract-in.
01 contract-in-rec pic x(512).

fd ledger-in.
01 ledger-in-rec pic x(320).

fd ledger-out.
01 ledger-out-rec pic x(320).

fd listing-in.
01 listing-in-rec pic x(200).

fd partner-in.
01 partner-in-rec pic x(256).

fd job-out.
01 job-out-rec pic x(256).

fd ack-out.
01 ack-out-rec pic x(256).

fd results-in.
01 results-in-rec pic x(8192).

fd response-out.
01 response-out-rec pic x(8192).

fd report-out.
01 report-out-rec pic x(256).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 mode-arg          pic x(8) value spaces.
01 drop-dir          pic x(128) value spaces.
01 archive-dir       pic x(128) value spaces.
01 done-dir          pic x(128) value spaces.
01 report-file       pic x(128) value spaces.

01 contract-file     pic x(128) value spaces.
01 contract-status   pic xx value spaces.
01 ledger-file       pic x(128) value spaces.
01 ledger-new        pic x(136) value spaces.
01 ledger-in-status  pic xx value spaces.
01 ledger-out-status pic xx value spaces.
01 listing-file      pic x(160) value spaces.
01 listing-status    pic xx value spaces.
01 inbound-path      pic x(200) value spaces.
01 partner-in-status pic xx value spaces.
01 job-path          pic x(128) value spaces.
01 job-inflight      pic x(140) value spaces.
01 job-status        pic xx value spaces.
01 job-commit-ok     pic x(1) value 'Y'.
01 ack-path          pic x(128) value spaces.
01 ack-inflight      pic x(140) value spaces.
01 ack-status        pic xx value spaces.
01 ack-commit-ok     pic x(1) value 'Y'.
01 results-path      pic x(200) value spaces.
01 results-status    pic xx value spaces.
01 response-path     pic x(128) value spaces.
01 response-inflight pic x(140) value spaces.
01 response-status   pic xx value spaces.
01 response-commit-ok pic x(1) value 'Y'.
01 report-inflight   pic x(140) value spaces.
01 report-status     pic xx value spaces.
01 report-commit-ok  pic x(1) value 'Y'.
01 commit-op         pic x(1) value 'B'.
01 file-exists-rec   pic x(1).
   88 file-found     value 'Y', false 'N'.

*> the partner contracts.
01 partner-table.
   05 partner-entry occurs 20 times indexed by ptn-ix.
      10 ptn-id       pic x(16).
      10 ptn-inbound  pic x(128).
      10 ptn-outbound pic x(128).
      10 ptn-class    pic x(1).
      10 ptn-db       pic x(128).
      10 ptn-hours    pic 9(4).
      10 ptn-purpose  pic x(32).
01 partner-count     pic 9(2) value 0.
01 partner-found-ix  pic 9(2) value 0.
01 split-id          pic x(16) value spaces.
01 split-inbound     pic x(128) value spaces.
01 split-outbound    pic x(128) value spaces.
01 split-class       pic x(4) value spaces.
01 split-db          pic x(128) value spaces.
01 split-hours       pic x(6) value spaces.
01 split-purpose     pic x(32) value spaces.

*> the partner ledger, one entry per file received.
01 ledger-table.
   05 ledger-entry occurs 5000 times indexed by led-ix.
      10 led-partner    pic x(16).
      10 led-seq        pic 9(6).
      10 led-state      pic x(10).
      10 led-file       pic x(64).
      10 led-received   pic x(14).
      10 led-acked      pic x(14).
      10 led-reason     pic x(3).
      10 led-records    pic 9(9).
      10 led-job        pic x(48).
      10 led-delivered  pic x(14).
      10 led-response   pic x(64).
      10 led-turn-mins  pic 9(7).
      10 led-late-noted pic x(1).
01 ledger-count      pic 9(4) value 0.
01 ledger-full-rec   pic x(1) value 'N'.
   88 ledger-full    value 'Y', false 'N'.
01 ls-partner        pic x(16) value spaces.
01 ls-seq            pic x(8) value spaces.
01 ls-state          pic x(10) value spaces.
01 ls-file           pic x(64) value spaces.
01 ls-received       pic x(14) value spaces.
01 ls-acked          pic x(14) value spaces.
01 ls-reason         pic x(3) value spaces.
01 ls-records        pic x(10) value spaces.
01 ls-job            pic x(48) value spaces.
01 ls-delivered      pic x(14) value spaces.
01 ls-response       pic x(64) value spaces.
01 ls-turn           pic x(8) value spaces.
01 ls-late           pic x(1) value spaces.

*> one inbound file.
01 file-name         pic x(64) value spaces.
01 hdr-tag           pic x(8) value spaces.
01 hdr-partner       pic x(16) value spaces.
01 hdr-seq-raw       pic x(10) value spaces.
01 hdr-count-raw     pic x(12) value spaces.
01 hdr-seq           pic 9(6) value 0.
01 hdr-count         pic 9(9) value 0.
01 header-ok-rec     pic x(1) value 'N'.
   88 header-ok      value 'Y', false 'N'.
01 records-counted   pic 9(9) value 0.
01 line-no           pic 9(9) value 0.
01 last-accepted     pic 9(6) value 0.
01 seq-taken-rec     pic x(1) value 'N'.
   88 seq-taken      value 'Y', false 'N'.
01 seq-edit          pic 9(6) value 0.
01 reason-code       pic x(3) value spaces.
01 reason-text       pic x(64) value spaces.
01 ack-verdict       pic x(8) value spaces.
01 job-name          pic x(48) value spaces.

01 current-ts        pic x(21) value spaces.
01 now-stamp         pic x(14) value spaces.
01 stamp-text        pic x(14) value spaces.
01 stamp-mins        pic 9(12) value 0.
01 received-mins     pic 9(12) value 0.
01 end-mins          pic 9(12) value 0.
01 contract-mins     pic 9(7) value 0.
01 elapsed-mins      pic 9(7) value 0.

*> DELIVER: the finished results being wrapped.
01 results-rows      pic 9(9) value 0.
01 results-heading   pic x(8192) value spaces.
01 results-trailer   pic x(1) value 'N'.
01 out-line          pic x(8192) value spaces.
01 report-line       pic x(256) value spaces.
01 sla-text          pic x(8) value spaces.
01 turn-edit         pic z(6)9.
01 contract-edit     pic z(6)9.
01 records-edit      pic z(8)9.

01 ls-cmd            pic x(400) value spaces.
01 move-cmd          pic x(600) value spaces.
01 unsafe-all        pic x(400) value spaces.
01 unsafe-count      pic 9(3) value 0.

01 notify-subject    pic x(128) value spaces.
01 notify-event      pic x(16) value spaces.
01 notify-text       pic x(128) value spaces.
01 audit-subject     pic x(128) value spaces.
01 audit-tag         pic x(45) value spaces.
01 audit-result      pic x(2) value spaces.
01 audit-dir-blank   pic x(128) value spaces.

01 files-seen        pic 9(5) value 0.
01 files-accepted    pic 9(5) value 0.
01 files-rejected    pic 9(5) value 0.
01 files-delivered   pic 9(5) value 0.
01 files-waiting     pic 9(5) value 0.
01 files-late        pic 9(5) value 0.
01 ledger-lines      pic 9(5) value 0.

*>*********************************************************************

procedure division.
  accept mode-arg from argument-value
  move function current-date to current-ts
  move current-ts(1:14) to now-stamp

  evaluate function upper-case(function trim(mode-arg))
    when 'RECEIVE' perform receive-files
    when 'DELIVER' perform deliver-responses
    when 'LEDGER'  perform report-ledger
    when other
      display 'usage: mmdb2-partner-exchange RECEIVE <spool-drop-dir>'
          ' <archive-dir>'
      display '       mmdb2-partner-exchange DELIVER <spool-done-dir>'
      display '       mmdb2-partner-exchange LEDGER <report-out>'
      move mmdb2-rc-bad-argument to return-code
  end-evaluate
  goback.

*>*********************************************************************
*> RECEIVE - every partner's inbound directory, each file enveloped,
*> acknowledged, and spooled or refused.
*>*********************************************************************

receive-files.
  accept drop-dir from argument-value
  accept archive-dir from argument-value

  if drop-dir = spaces or archive-dir = spaces
    display 'RECEIVE needs <spool-drop-dir> <archive-dir>'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform load-contracts
  if partner-count = 0
    display 'partner: no partner contracts in '
        function trim(contract-file)
    move mmdb2-rc-not-found to return-code
    exit paragraph
  end-if

  perform load-ledger

  perform varying ptn-ix from 1 by 1 until ptn-ix > partner-count
    set partner-found-ix to ptn-ix
    perform scan-partner-inbound
  end-perform

  perform write-ledger

  display 'partner: ' files-seen ' file(s) received - '
      files-accepted ' accepted, ' files-rejected ' rejected'

  if files-rejected > 0
    move spaces to notify-text
    string files-rejected ' partner file(s) rejected - see the '
        'acknowledgments and the partner ledger'
        delimited by size into notify-text
    move 'PARTNER-REJECT' to notify-event
    move ledger-file to notify-subject
    call 'cobmind-notify' using 'W', notify-subject, notify-event,
        notify-text
  end-if

  if ledger-full
    display 'partner: ledger full at 5000 files - archive it;'
        ' the files held stay in the inbound directories'
    move mmdb2-rc-io-error to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  .

scan-partner-inbound.
  move spaces to unsafe-all
  string ptn-inbound(partner-found-ix) ptn-outbound(partner-found-ix)
      archive-dir drop-dir
      delimited by size into unsafe-all
  perform count-unsafe-characters

  if unsafe-count > 0
    display 'partner: unsafe characters in the directories for '
        function trim(ptn-id(partner-found-ix)) ' - not scanned'
    exit paragraph
  end-if

  move spaces to listing-file
  string function trim(archive-dir) '/.cobmind_partner_list'
      delimited by size into listing-file

  *> plain files only, and not one an SFTP upload is still writing.
  move spaces to ls-cmd
  string 'mkdir -p "' function trim(archive-dir) '" && '
      'ls -1p "' function trim(ptn-inbound(partner-found-ix))
      '" 2>/dev/null | grep -v "/$" | grep -v "^\."'
      ' | grep -v "\.part$" | grep -v "\.tmp$" > "'
      function trim(listing-file) '"'
      delimited by size into ls-cmd
  call 'SYSTEM' using ls-cmd

  move spaces to listing-status
  open input listing-in

  if listing-status not = '00'
    exit paragraph
  end-if

  perform until listing-status = '10'
    read listing-in
      at end move '10' to listing-status
      not at end
        if function trim(listing-in-rec) not = spaces
          perform take-inbound-file
        end-if
    end-read
  end-perform

  close listing-in
  call 'CBL_DELETE_FILE' using listing-file
  .

take-inbound-file.
  move spaces to file-name
  move function trim(listing-in-rec) to file-name

  move spaces to unsafe-all
  move file-name to unsafe-all
  perform count-unsafe-characters
  if unsafe-count > 0
    display 'partner: unsafe characters in file name, left in place: '
        function trim(file-name)
    exit paragraph
  end-if

  *> no ledger slot, no receipt: the file stays in the inbound
  *> directory unacknowledged and is taken on the first run after
  *> the ledger is archived.
  if ledger-count >= 5000
    set ledger-full to true
    display 'partner: ledger full, held in inbound: '
        function trim(file-name)
    exit paragraph
  end-if

  move spaces to inbound-path
  string function trim(ptn-inbound(partner-found-ix)) '/'
      function trim(file-name)
      delimited by size into inbound-path

  add 1 to files-seen
  perform check-envelope

  if reason-code = 'A00'
    perform spool-accepted-file
  end-if

  if reason-code = 'A00'
    move 'ACCEPTED' to ack-verdict
    add 1 to files-accepted
  else
    move 'REJECTED' to ack-verdict
    add 1 to files-rejected
  end-if

  perform write-acknowledgment
  perform note-receipt
  perform archive-inbound-file

  display '  ' function trim(ptn-id(partner-found-ix)) ' '
      function trim(file-name) ': ' function trim(ack-verdict) ' '
      reason-code ' ' function trim(reason-text)
  .

*> the envelope header and the record count behind it, first
*> failure wins.
check-envelope.
  move 'A00' to reason-code
  move 'accepted for enrichment' to reason-text
  move 0 to records-counted line-no hdr-seq hdr-count
  set header-ok to false
  move spaces to hdr-partner

  move spaces to partner-in-status
  open input partner-in

  if partner-in-status not = '00'
    move 'R01' to reason-code
    move 'file could not be read' to reason-text
    exit paragraph
  end-if

  perform until partner-in-status = '10'
    read partner-in
      at end move '10' to partner-in-status
      not at end perform weigh-inbound-line
    end-read
  end-perform

  close partner-in

  evaluate true
    when not header-ok
      move 'R01' to reason-code
      move 'envelope header missing or malformed' to reason-text
    when function trim(hdr-partner)
        not = function trim(ptn-id(partner-found-ix))
      move 'R02' to reason-code
      move 'header partner id is not the sending partner'
          to reason-text
    when other
      perform check-sequence
  end-evaluate

  if reason-code not = 'A00'
    exit paragraph
  end-if

  if records-counted = 0
    move 'R06' to reason-code
    move 'no records' to reason-text
    exit paragraph
  end-if

  if records-counted not = hdr-count
    move 'R05' to reason-code
    move spaces to reason-text
    move hdr-count to records-edit
    string 'record count does not match the header ('
        function trim(records-edit) ')'
        delimited by size into reason-text
  end-if
  .

weigh-inbound-line.
  add 1 to line-no

  if line-no = 1
    if partner-in-rec(1:4) = 'HDR,'
      move spaces to hdr-tag hdr-partner hdr-seq-raw hdr-count-raw
      unstring partner-in-rec delimited by ','
          into hdr-tag, hdr-partner, hdr-seq-raw, hdr-count-raw
      move function upper-case(hdr-partner) to hdr-partner
      if function trim(hdr-seq-raw) is numeric
      and function trim(hdr-count-raw) is numeric
      and hdr-partner not = spaces
        move function numval(hdr-seq-raw) to hdr-seq
        move function numval(hdr-count-raw) to hdr-count
        if hdr-seq > 0
          set header-ok to true
        end-if
      end-if
    end-if
    exit paragraph
  end-if

  if function trim(partner-in-rec) = spaces
  or partner-in-rec(1:1) = '#'
  or partner-in-rec(1:4) = 'TRL,'
    exit paragraph
  end-if

  add 1 to records-counted
  .

*> the partner's highest accepted sequence; the next file must be
*> one more, bar its very first.
check-sequence.
  move 0 to last-accepted
  set seq-taken to false

  perform varying led-ix from 1 by 1 until led-ix > ledger-count
    if led-partner(led-ix) = ptn-id(partner-found-ix)
    and led-state(led-ix) not = 'REJECTED'
      if led-seq(led-ix) = hdr-seq
        set seq-taken to true
      end-if
      if led-seq(led-ix) > last-accepted
        move led-seq(led-ix) to last-accepted
      end-if
    end-if
  end-perform

  evaluate true
    when seq-taken
      move 'R03' to reason-code
      move 'duplicate - sequence already accepted' to reason-text
    when last-accepted > 0 and hdr-seq not = last-accepted + 1
      move 'R04' to reason-code
      move spaces to reason-text
      compute seq-edit = last-accepted + 1
      string 'out of sequence - expected ' seq-edit
          delimited by size into reason-text
    when other
      continue
  end-evaluate
  .

*> the accepted list, under its contract's class card, into the
*> spool drop directory - published whole, so the spooler never
*> picks up half a file.
spool-accepted-file.
  move hdr-seq to seq-edit
  move spaces to job-name
  string function trim(ptn-id(partner-found-ix)) '_' seq-edit
      '_iplist'
      delimited by size into job-name

  move spaces to job-path
  string function trim(drop-dir) '/' function trim(job-name)
      delimited by size into job-path

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, job-path, job-inflight,
      job-commit-ok

  open output job-out
  if job-status not = '00'
    move 'R01' to reason-code
    move 'could not be spooled - resend' to reason-text
    exit paragraph
  end-if

  move spaces to out-line
  string '#class=' ptn-class(partner-found-ix) ',db='
      function trim(ptn-db(partner-found-ix)) ',purpose='
      function trim(ptn-purpose(partner-found-ix))
      delimited by size into out-line
  write job-out-rec from out-line

  move 0 to line-no
  move spaces to partner-in-status
  open input partner-in
  perform until partner-in-status = '10'
    read partner-in
      at end move '10' to partner-in-status
      not at end
        add 1 to line-no
        if line-no > 1
        and function trim(partner-in-rec) not = spaces
        and partner-in-rec(1:1) not = '#'
        and partner-in-rec(1:4) not = 'TRL,'
          write job-out-rec from partner-in-rec
        end-if
    end-read
  end-perform
  close partner-in

  close job-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, job-path, job-inflight,
      job-commit-ok

  if job-commit-ok not = 'Y'
    move 'R01' to reason-code
    move 'could not be spooled - resend' to reason-text
  end-if
  .

write-acknowledgment.
  move spaces to ack-path
  string function trim(ptn-outbound(partner-found-ix)) '/'
      function trim(file-name) '.ack'
      delimited by size into ack-path

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, ack-path, ack-inflight,
      ack-commit-ok

  open output ack-out
  if ack-status not = '00'
    display 'partner: acknowledgment could not be written: '
        function trim(ack-path)
    exit paragraph
  end-if

  move hdr-seq to seq-edit

  move spaces to out-line
  string 'ACKHDR,' function trim(ptn-id(partner-found-ix)) ','
      seq-edit ',' now-stamp
      delimited by size into out-line
  write ack-out-rec from out-line

  move records-counted to records-edit
  move spaces to out-line
  string 'ACK,' function trim(file-name) ','
      function trim(ptn-id(partner-found-ix)) ','
      seq-edit ',' function trim(ack-verdict) ','
      reason-code ',' function trim(reason-text) ','
      function trim(records-edit)
      delimited by size into out-line
  write ack-out-rec from out-line

  move 'ACKTRL,1' to ack-out-rec
  write ack-out-rec

  close ack-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, ack-path, ack-inflight,
      ack-commit-ok
  .

note-receipt.
  add 1 to ledger-count
  initialize ledger-entry(ledger-count)
  move ptn-id(partner-found-ix) to led-partner(ledger-count)
  move hdr-seq to led-seq(ledger-count)
  move file-name to led-file(ledger-count)
  move now-stamp to led-received(ledger-count)
  move now-stamp to led-acked(ledger-count)
  move reason-code to led-reason(ledger-count)
  move records-counted to led-records(ledger-count)
  move 'N' to led-late-noted(ledger-count)

  if reason-code = 'A00'
    move 'ACCEPTED' to led-state(ledger-count)
    move job-name to led-job(ledger-count)
    move 'OK' to audit-result
  else
    move 'REJECTED' to led-state(ledger-count)
    move 'RJ' to audit-result
  end-if

  move inbound-path to audit-subject
  move spaces to audit-tag
  string 'PARTNER-RECEIVE=' function trim(ptn-id(partner-found-ix))
      '/' seq-edit '/' reason-code
      delimited by size into audit-tag
  call 'cobmind-audit-log' using audit-subject, audit-tag,
      audit-result, audit-dir-blank
  .

archive-inbound-file.
  move spaces to move-cmd
  string 'mkdir -p "' function trim(archive-dir) '/'
      function trim(ptn-id(partner-found-ix)) '" && mv "'
      function trim(inbound-path) '" "' function trim(archive-dir)
      '/' function trim(ptn-id(partner-found-ix)) '/" 2>/dev/null'
      delimited by size into move-cmd
  call 'SYSTEM' using move-cmd
  .

count-unsafe-characters.
  move 0 to unsafe-count
  inspect unsafe-all tallying unsafe-count for all '"'
  inspect unsafe-all tallying unsafe-count for all '`'
  inspect unsafe-all tallying unsafe-count for all '$'
  inspect unsafe-all tallying unsafe-count for all ';'
  inspect unsafe-all tallying unsafe-count for all '|'
  inspect unsafe-all tallying unsafe-count for all '&'
  inspect unsafe-all tallying unsafe-count for all '<'
  inspect unsafe-all tallying unsafe-count for all '>'
  inspect unsafe-all tallying unsafe-count for all '\'
  inspect unsafe-all tallying unsafe-count for all "'"
  .

*>*********************************************************************
*> DELIVER - the spooler's finished results back to each partner.
*>*********************************************************************

deliver-responses.
  accept done-dir from argument-value

  if done-dir = spaces
    display 'DELIVER needs <spool-done-dir>'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform load-contracts
  perform load-ledger

  perform varying led-ix from 1 by 1 until led-ix > ledger-count
    if led-state(led-ix) = 'ACCEPTED'
      perform deliver-one-file
    end-if
  end-perform

  perform write-ledger

  display 'partner: ' files-delivered ' response(s) delivered, '
      files-waiting ' still in enrichment, ' files-late
      ' past turnaround'

  if files-late > 0
    move mmdb2-rc-delivery-late to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  .

deliver-one-file.
  perform find-ledger-partner

  if partner-found-ix = 0
    display '  ' function trim(led-partner(led-ix))
        ': no longer under contract - '
        function trim(led-file(led-ix)) ' not delivered'
    exit paragraph
  end-if

  move led-received(led-ix) to stamp-text
  perform stamp-to-mins
  move stamp-mins to received-mins
  compute contract-mins = ptn-hours(partner-found-ix) * 60

  move spaces to results-path
  string function trim(done-dir) '/' function trim(led-job(led-ix))
      '_results'
      delimited by size into results-path

  perform measure-results

  if results-trailer not = 'Y'
    add 1 to files-waiting
    perform check-overdue
    exit paragraph
  end-if

  perform write-response

  if response-commit-ok not = 'Y'
    add 1 to files-waiting
    exit paragraph
  end-if

  move 'DELIVERED' to led-state(led-ix)
  move now-stamp to led-delivered(led-ix)
  move spaces to led-response(led-ix)
  string function trim(led-partner(led-ix)) '_' seq-edit '.rsp'
      delimited by size into led-response(led-ix)

  move now-stamp to stamp-text
  perform stamp-to-mins
  compute led-turn-mins(led-ix) = stamp-mins - received-mins
    on size error move 9999999 to led-turn-mins(led-ix)
  end-compute

  add 1 to files-delivered
  if led-turn-mins(led-ix) > contract-mins
    add 1 to files-late
  end-if

  move response-path to audit-subject
  move led-seq(led-ix) to seq-edit
  move spaces to audit-tag
  string 'PARTNER-DELIVER=' function trim(led-partner(led-ix)) '/'
      seq-edit
      delimited by size into audit-tag
  call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
      audit-dir-blank

  display '  ' function trim(led-partner(led-ix)) ' ' seq-edit
      ': delivered ' function trim(response-path) ' after '
      led-turn-mins(led-ix) ' minute(s)'
  .

*> still waiting: past the contracted turnaround is news once.
check-overdue.
  move now-stamp to stamp-text
  perform stamp-to-mins

  if stamp-mins - received-mins <= contract-mins
    exit paragraph
  end-if

  add 1 to files-late

  if led-late-noted(led-ix) = 'Y'
    exit paragraph
  end-if

  move 'Y' to led-late-noted(led-ix)
  move led-seq(led-ix) to seq-edit
  move spaces to notify-text
  string function trim(led-partner(led-ix)) ' file '
      function trim(led-file(led-ix)) ' (sequence ' seq-edit
      ') is past its ' ptn-hours(partner-found-ix)
      '-hour turnaround and not yet delivered'
      delimited by size into notify-text
  move 'PARTNER-LATE' to notify-event
  move led-file(led-ix) to notify-subject
  call 'cobmind-notify' using 'W', notify-subject, notify-event,
      notify-text
  .

*> rows, heading and trailer presence of the finished results.
measure-results.
  move 0 to results-rows
  move spaces to results-heading
  move 'N' to results-trailer

  call 'cobmind-file-exists' using results-path(1:128),
      file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to results-status
  open input results-in
  if results-status not = '00'
    exit paragraph
  end-if

  perform until results-status = '10'
    read results-in
      at end move '10' to results-status
      not at end
        evaluate true
          when results-in-rec(1:8) = 'TRAILER,'
            move 'Y' to results-trailer
          when results-in-rec(1:1) = '#'
          or function trim(results-in-rec) = spaces
            continue
          when results-in-rec(1:10) = 'ip,reason,'
            move results-in-rec to results-heading
          when other
            add 1 to results-rows
        end-evaluate
    end-read
  end-perform

  close results-in
  .

write-response.
  move led-seq(led-ix) to seq-edit
  move spaces to response-path
  string function trim(ptn-outbound(partner-found-ix)) '/'
      function trim(led-partner(led-ix)) '_' seq-edit '.rsp'
      delimited by size into response-path

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, response-path,
      response-inflight, response-commit-ok

  open output response-out
  if response-status not = '00'
    display 'partner: response could not be written: '
        function trim(response-path)
    move 'N' to response-commit-ok
    exit paragraph
  end-if

  move results-rows to records-edit
  move spaces to out-line
  string 'RSPHDR,' function trim(led-partner(led-ix)) ',' seq-edit
      ',' function trim(records-edit) ',' now-stamp
      delimited by size into out-line
  write response-out-rec from out-line

  if results-heading not = spaces
    move spaces to out-line
    string 'COL,' function trim(results-heading)
        delimited by size into out-line
    write response-out-rec from out-line
  end-if

  move spaces to results-status
  open input results-in
  perform until results-status = '10'
    read results-in
      at end move '10' to results-status
      not at end
        if results-in-rec(1:8) not = 'TRAILER,'
        and results-in-rec(1:1) not = '#'
        and results-in-rec(1:10) not = 'ip,reason,'
        and function trim(results-in-rec) not = spaces
          write response-out-rec from results-in-rec
        end-if
    end-read
  end-perform
  close results-in

  move spaces to out-line
  string 'RSPTRL,' function trim(led-partner(led-ix)) ',' seq-edit
      ',' function trim(records-edit)
      delimited by size into out-line
  write response-out-rec from out-line

  close response-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, response-path,
      response-inflight, response-commit-ok
  .

*>*********************************************************************
*> LEDGER - every file from receipt to delivery.
*>*********************************************************************

report-ledger.
  accept report-file from argument-value

  if report-file = spaces
    display 'LEDGER needs <report-out>'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform load-contracts
  perform load-ledger

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok

  open output report-out
  if report-status not = '00'
    display 'failed to open ledger report: '
        function trim(report-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move spaces to report-line
  string 'partner,sequence,file,received,acknowledged,status,reason,'
      'records,delivered,turnaround_mins,contract_mins,sla'
      delimited by size into report-line
  write report-out-rec from report-line

  perform varying led-ix from 1 by 1 until led-ix > ledger-count
    perform write-ledger-report-line
  end-perform

  close report-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok

  display 'partner: ' ledger-lines ' file(s) on the ledger, '
      files-late ' late or overdue - ' function trim(report-file)

  if report-commit-ok not = 'Y'
    move mmdb2-rc-io-error to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  .

write-ledger-report-line.
  perform find-ledger-partner
  move 0 to contract-mins elapsed-mins
  if partner-found-ix > 0
    compute contract-mins = ptn-hours(partner-found-ix) * 60
  end-if

  evaluate led-state(led-ix)
    when 'REJECTED'
      move 'n/a' to sla-text
    when 'DELIVERED'
      move led-turn-mins(led-ix) to elapsed-mins
      if elapsed-mins > contract-mins
        move 'LATE' to sla-text
        add 1 to files-late
      else
        move 'MET' to sla-text
      end-if
    when other
      move led-received(led-ix) to stamp-text
      perform stamp-to-mins
      move stamp-mins to received-mins
      move now-stamp to stamp-text
      perform stamp-to-mins
      compute elapsed-mins = stamp-mins - received-mins
        on size error move 9999999 to elapsed-mins
      end-compute
      if elapsed-mins > contract-mins
        move 'OVERDUE' to sla-text
        add 1 to files-late
      else
        move 'OPEN' to sla-text
      end-if
  end-evaluate

  move led-seq(led-ix) to seq-edit
  move elapsed-mins to turn-edit
  move contract-mins to contract-edit
  move led-records(led-ix) to records-edit

  move spaces to report-line
  string function trim(led-partner(led-ix)) ',' seq-edit ','
      function trim(led-file(led-ix)) ','
      led-received(led-ix) ',' led-acked(led-ix) ','
      function trim(led-state(led-ix)) ','
      led-reason(led-ix) ','
      function trim(records-edit) ','
      function trim(led-delivered(led-ix)) ','
      function trim(turn-edit) ','
      function trim(contract-edit) ','
      function trim(sla-text)
      delimited by size into report-line
  write report-out-rec from report-line
  add 1 to ledger-lines
  .

*>*********************************************************************
*> the contracts and the ledger.
*>*********************************************************************

load-contracts.
  move 0 to partner-count

  move spaces to contract-file
  accept contract-file from environment "COBMIND_PARTNERS"

  if contract-file = spaces or low-value
    move './cobmind.partners' to contract-file
  end-if

  call 'cobmind-file-exists' using contract-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to contract-status
  open input contract-in
  if contract-status not = '00'
    exit paragraph
  end-if

  perform until contract-status = '10'
    read contract-in
      at end move '10' to contract-status
      not at end perform take-contract-line
    end-read
  end-perform

  close contract-in
  .

take-contract-line.
  if function trim(contract-in-rec) = spaces
  or contract-in-rec(1:1) = '#'
  or partner-count >= 20
    exit paragraph
  end-if

  move spaces to split-id split-inbound split-outbound split-class
      split-db split-hours split-purpose
  unstring contract-in-rec delimited by ','
      into split-id, split-inbound, split-outbound, split-class,
           split-db, split-hours, split-purpose

  if split-id = spaces or split-inbound = spaces
  or split-outbound = spaces or split-db = spaces
    exit paragraph
  end-if

  add 1 to partner-count
  move function upper-case(function trim(split-id))
      to ptn-id(partner-count)
  move function trim(split-inbound) to ptn-inbound(partner-count)
  move function trim(split-outbound) to ptn-outbound(partner-count)
  move function trim(split-db) to ptn-db(partner-count)
  move function trim(split-purpose) to ptn-purpose(partner-count)

  move function trim(split-class) to ptn-class(partner-count)
  if ptn-class(partner-count) < '1' or ptn-class(partner-count) > '8'
    move '5' to ptn-class(partner-count)
  end-if

  if function trim(split-hours) is numeric
    move function numval(split-hours) to ptn-hours(partner-count)
  else
    move 24 to ptn-hours(partner-count)
  end-if
  .

find-ledger-partner.
  move 0 to partner-found-ix

  perform varying ptn-ix from 1 by 1
      until ptn-ix > partner-count or partner-found-ix > 0
    if ptn-id(ptn-ix) = led-partner(led-ix)
      set partner-found-ix to ptn-ix
    end-if
  end-perform
  .

load-ledger.
  move 0 to ledger-count

  move spaces to ledger-file
  accept ledger-file from environment "COBMIND_PARTNER_LEDGER"

  if ledger-file = spaces or low-value
    move './cobmind.partnerledger' to ledger-file
  end-if

  call 'cobmind-file-exists' using ledger-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to ledger-in-status
  open input ledger-in
  if ledger-in-status not = '00'
    exit paragraph
  end-if

  perform until ledger-in-status = '10'
    read ledger-in
      at end move '10' to ledger-in-status
      not at end perform take-ledger-line
    end-read
  end-perform

  close ledger-in
  .

take-ledger-line.
  if function trim(ledger-in-rec) = spaces
  or ledger-in-rec(1:1) = '#'
    exit paragraph
  end-if

  if ledger-count >= 5000
    set ledger-full to true
    exit paragraph
  end-if

  move spaces to ls-partner ls-seq ls-state ls-file ls-received
      ls-acked ls-reason ls-records ls-job ls-delivered ls-response
      ls-turn ls-late
  unstring ledger-in-rec delimited by ','
      into ls-partner, ls-seq, ls-state, ls-file, ls-received,
           ls-acked, ls-reason, ls-records, ls-job, ls-delivered,
           ls-response, ls-turn, ls-late

  add 1 to ledger-count
  initialize ledger-entry(ledger-count)
  move ls-partner to led-partner(ledger-count)
  move ls-state to led-state(ledger-count)
  move ls-file to led-file(ledger-count)
  move ls-received to led-received(ledger-count)
  move ls-acked to led-acked(ledger-count)
  move ls-reason to led-reason(ledger-count)
  move ls-job to led-job(ledger-count)
  move ls-delivered to led-delivered(ledger-count)
  move ls-response to led-response(ledger-count)
  move ls-late to led-late-noted(ledger-count)

  if function trim(ls-seq) is numeric
    move function numval(ls-seq) to led-seq(ledger-count)
  end-if
  if function trim(ls-records) is numeric
    move function numval(ls-records) to led-records(ledger-count)
  end-if
  if function trim(ls-turn) is numeric
    move function numval(ls-turn) to led-turn-mins(ledger-count)
  end-if
  .

write-ledger.
  move spaces to ledger-new
  string function trim(ledger-file) '_new' delimited by size
      into ledger-new

  open output ledger-out
  if ledger-out-status not = '00'
    display 'partner: ledger could not be rewritten: '
        function trim(ledger-new)
    exit paragraph
  end-if

  move '# partner,sequence,state,file,received,acknowledged,reason,'
      & 'records,job,delivered,response,turnaround_mins,late_noted'
      to ledger-out-rec
  write ledger-out-rec

  perform varying led-ix from 1 by 1 until led-ix > ledger-count
    move led-seq(led-ix) to seq-edit
    move spaces to ledger-out-rec
    string function trim(led-partner(led-ix)) ',' seq-edit ','
        function trim(led-state(led-ix)) ','
        function trim(led-file(led-ix)) ','
        led-received(led-ix) ',' led-acked(led-ix) ','
        led-reason(led-ix) ',' led-records(led-ix) ','
        function trim(led-job(led-ix)) ','
        function trim(led-delivered(led-ix)) ','
        function trim(led-response(led-ix)) ','
        led-turn-mins(led-ix) ',' led-late-noted(led-ix)
        delimited by size into ledger-out-rec
    write ledger-out-rec
  end-perform

  close ledger-out

  call 'CBL_RENAME_FILE' using ledger-new, ledger-file
  .

*> a YYYYMMDDhhmmss stamp as minutes since the integer-of-date epoch.
stamp-to-mins.
  move 0 to stamp-mins

  if stamp-text is not numeric
    exit paragraph
  end-if

  compute stamp-mins =
      function integer-of-date(function numval(stamp-text(1:8)))
          * 1440
      + function numval(stamp-text(9:2)) * 60
      + function numval(stamp-text(11:2))
  .
