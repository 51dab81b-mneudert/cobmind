       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-route-outputs.

*>*********************************************************************
*> the body of the distribution router, callable: ships every file
*> the distribution control file names, trailer-verified, with the
*> per-recipient manifests and the DIST-MISSING / DIST-RESIDENCY /
*> DIST-CLASS events (see mmdb2-distribute for the control file and
*> the rules).
*> the job step mmdb2-distribute calls it after TRLCHK; the
*> mmdb2-playbook sweep calls it to re-run the route for a
*> DIST-MISSING event once the results trailer checks clean.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select control-in
    assign dynamic control-file
    organization line sequential
    file status is control-status.

  select listing-in
    assign dynamic listing-file
    organization line sequential
    file status is listing-status.

  select verify-in
    assign dynamic ship-file
    organization line sequential
    file status is verify-status.

  select manifest-out
    assign dynamic manifest-file
    organization line sequential
    file status is manifest-status.

data division.
file section.

fd control-in.
01 control-in-rec pic x(300).

fd listing-in.
01 listing-in-rec pic x(160).

fd verify-in.
01 verify-in-rec pic x(8192).

fd manifest-out.
01 manifest-out-rec pic x(256).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 control-status  pic xx value spaces.

01 recipient-name  pic x(16) value spaces.
01 file-pattern    pic x(160) value spaces.
01 dest-dir        pic x(128) value spaces.
*> the option columns after the destination - verify=, zone=,
*> clearance= (and collect=, read by mmdb2-receipt-reconcile) in any
*> order.
01 option-cols.
   05 option-col    occurs 4 times pic x(24).
01 option-ix       pic 9(1) value 0.
01 verify-mode     pic x(1) value 'T'.
01 dest-zone       pic x(4) value spaces.
01 file-zone       pic x(4) value spaces.
01 zone-pos        pic 9(4) value 0.

*> classification against clearance (cobmind-classify's labels).
01 dest-clearance  pic x(12) value spaces.
01 file-class      pic x(12) value spaces.
01 class-pos       pic 9(4) value 0.
01 class-op        pic x(1) value 'W'.
01 class-subject   pic x(256) value spaces.
01 default-class   pic x(12) value spaces.
01 rank-text       pic x(12) value spaces.
01 rank-value      pic 9(1) value 0.
01 clearance-rank  pic 9(1) value 0.
01 file-rank       pic 9(1) value 0.

*> a fixed-block file's header is EBCDIC: the same tags, translated.
01 xlate-in        pic x(512) value spaces.
01 xlate-out       pic x(512) value spaces.
01 xlate-len       pic 9(4) value 0.
01 ebcdic-run-tag  pic x(6) value spaces.
01 ebcdic-class-tag pic x(7) value spaces.
01 ebcdic-labels.
   05 ebcdic-label occurs 4 times pic x(12).
01 label-names.
   05 filler pic x(12) value 'PUBLIC'.
   05 filler pic x(12) value 'INTERNAL'.
   05 filler pic x(12) value 'CONFIDENTIAL'.
   05 filler pic x(12) value 'RESTRICTED'.
01 label-name      pic x(12) value spaces.
01 label-ix        pic 9(1) value 0.

01 listing-file    pic x(160) value spaces.
01 listing-status  pic xx value spaces.
01 ls-cmd          pic x(400) value spaces.
01 matched-count   pic 9(3) value 0.

01 ship-file       pic x(160) value spaces.
01 verify-status   pic xx value spaces.
01 manifest-file   pic x(176) value spaces.
01 manifest-status pic xx value spaces.
01 manifest-open-rec pic x(1) value 'N'.
   88 manifest-open value 'Y', false 'N'.

*> trailer re-fold state (cobmind-trailer).
01 trail-op        pic x(1) value 'R'.
01 trail-fold      pic x(8192) value spaces.
01 trailer-line    pic x(256) value spaces.
01 trailer-verdict pic x(256) value spaces.
01 row-reason      pic x(2) value spaces.
01 reason-comma    pic 9(5) value 0.
01 trailer-seen-rec pic x(1) value 'N'.
   88 trailer-seen value 'Y', false 'N'.
01 headers-seen    pic 9(1) value 0.
01 file-rows       pic 9(10) value 0.

01 copy-cmd        pic x(400) value spaces.
01 unsafe-count    pic 9(3) value 0.
01 unsafe-all      pic x(320) value spaces.
01 exists-rec      pic x(1).
   88 target-exists value 'Y', false 'N'.
01 dest-path       pic x(200) value spaces.
01 base-name       pic x(128) value spaces.
01 base-start      pic 9(3) value 0.
01 scan-ix         pic 9(3) value 0.

01 today-num       pic x(8) value spaces.
01 deliver-ts      pic x(21) value spaces.
01 out-line        pic x(256) value spaces.

01 shipped-count   pic 9(4) value 0.
01 failed-count    pic 9(4) value 0.
01 missing-count   pic 9(4) value 0.
01 refused-count   pic 9(4) value 0.
01 class-refused-count pic 9(4) value 0.

01 notify-event    pic x(16) value spaces.
01 notify-text     pic x(128) value spaces.
01 notify-subject  pic x(128) value spaces.

linkage section.

01 control-file    pic x(128).

*>*********************************************************************

procedure division using control-file.
  *> called again by a playbook re-route - nothing carries over.
  move 0 to shipped-count failed-count missing-count refused-count
      class-refused-count
  move spaces to control-status

  *> a file that carries no class= is held at the table's default.
  move 'W' to class-op
  move spaces to class-subject
  call 'cobmind-classify' using class-op, class-subject, default-class

  move '# run=' to xlate-in
  move 6 to xlate-len
  call 'cobmind-to-ebcdic' using xlate-in, xlate-out, xlate-len
  move xlate-out(1:6) to ebcdic-run-tag
  move ' class=' to xlate-in
  move 7 to xlate-len
  call 'cobmind-to-ebcdic' using xlate-in, xlate-out, xlate-len
  move xlate-out(1:7) to ebcdic-class-tag
  perform varying label-ix from 1 by 1 until label-ix > 4
    move label-names(label-ix * 12 - 11:12) to label-name
    move label-name to xlate-in
    move 12 to xlate-len
    call 'cobmind-to-ebcdic' using xlate-in, xlate-out, xlate-len
    move xlate-out(1:12) to ebcdic-label(label-ix)
  end-perform

  move function current-date(1:8) to today-num

  open input control-in

  if control-status not = '00'
    display 'unable to open distribution control file: '
        function trim(control-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  perform until control-status = '10'
    read control-in
      at end move '10' to control-status
      not at end perform route-one-line
    end-read
  end-perform

  close control-in

  display 'distribution: ' shipped-count ' file(s) shipped, '
      failed-count ' failed verification, '
      missing-count ' expected pattern(s) empty, '
      refused-count ' refused outside their residency zone, '
      class-refused-count ' refused above the recipient''s clearance'

  evaluate true
    when failed-count > 0
      move mmdb2-rc-trailer-bad to return-code
    when refused-count > 0
      move mmdb2-rc-residency-refused to return-code
    when class-refused-count > 0
      move mmdb2-rc-class-refused to return-code
    when other
      move mmdb2-rc-ok to return-code
  end-evaluate
  goback.

*>*********************************************************************

route-one-line.
  if function trim(control-in-rec) = spaces
  or control-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to recipient-name file-pattern dest-dir option-cols
      dest-zone dest-clearance
  unstring control-in-rec delimited by ','
      into recipient-name, file-pattern, dest-dir, option-col(1),
           option-col(2), option-col(3), option-col(4)

  if recipient-name = spaces or file-pattern = spaces
  or dest-dir = spaces
    display 'malformed distribution line, skipped: '
        function trim(control-in-rec)
    exit paragraph
  end-if

  move 'T' to verify-mode
  perform varying option-ix from 1 by 1 until option-ix > 4
    evaluate true
      when function lower-case(function trim(option-col(option-ix)))
          = 'verify=none'
        move 'N' to verify-mode
      when function lower-case(option-col(option-ix)(1:5)) = 'zone='
        move function upper-case(option-col(option-ix)(6:4))
            to dest-zone
      when function lower-case(option-col(option-ix)(1:10))
          = 'clearance='
        move function upper-case(option-col(option-ix)(11:))
            to dest-clearance
    end-evaluate
  end-perform

  *> a recipient that declares no clearance is cleared for INTERNAL.
  if dest-clearance = spaces
    move 'INTERNAL' to dest-clearance
  end-if

  set manifest-open to false
  perform open-recipient-manifest

  *> list the pattern's matches (the watch-loop's listing idiom).
  move spaces to listing-file
  string function trim(dest-dir) '/.cobmind_dist_list'
      delimited by size into listing-file

  move spaces to ls-cmd
  string 'ls -1 ' function trim(file-pattern) ' 2>/dev/null > '
      function trim(listing-file)
      delimited by size into ls-cmd
  call 'SYSTEM' using ls-cmd

  move 0 to matched-count
  move spaces to listing-status
  open input listing-in

  if listing-status = '00'
    perform until listing-status = '10'
      read listing-in
        at end move '10' to listing-status
        not at end
          if function trim(listing-in-rec) not = spaces
            add 1 to matched-count
            perform ship-one-file
          end-if
      end-read
    end-perform

    close listing-in
    call 'CBL_DELETE_FILE' using listing-file
  end-if

  if matched-count = 0
    add 1 to missing-count

    if manifest-open
      move spaces to out-line
      string 'MISSING,' function trim(file-pattern) ',expected but '
          'no file matched' delimited by size into out-line
      write manifest-out-rec from out-line
    end-if

    move file-pattern(1:128) to notify-subject
    move spaces to notify-text
    string 'expected output missing for recipient '
        function trim(recipient-name)
        delimited by size into notify-text
    move 'DIST-MISSING' to notify-event
    call 'cobmind-notify' using 'W', notify-subject, notify-event,
        notify-text
  end-if

  if manifest-open
    close manifest-out
  end-if
  .

open-recipient-manifest.
  *> the destination directory is created here, once per control
  *> line - the same mkdir-first habit the hold vault and the
  *> spooler's done directory follow - so a fresh share never turns
  *> every delivery into a FAILED row.
  move spaces to unsafe-all
  move dest-dir to unsafe-all

  move 0 to unsafe-count
  inspect unsafe-all tallying unsafe-count for all '"'
  inspect unsafe-all tallying unsafe-count for all '`'
  inspect unsafe-all tallying unsafe-count for all '$'
  inspect unsafe-all tallying unsafe-count for all ';'
  inspect unsafe-all tallying unsafe-count for all '|'
  inspect unsafe-all tallying unsafe-count for all '&'

  if unsafe-count = 0
    move spaces to copy-cmd
    string 'mkdir -p "' function trim(dest-dir) '"'
        delimited by size into copy-cmd
    call 'SYSTEM' using copy-cmd
  end-if

  move spaces to manifest-file
  string function trim(dest-dir) '/manifest_'
      function trim(recipient-name) '.' today-num
      delimited by size into manifest-file

  open extend manifest-out

  if manifest-status not = '00'
    open output manifest-out
  end-if

  if manifest-status = '00'
    set manifest-open to true
  end-if
  .

*>*********************************************************************

ship-one-file.
  move spaces to ship-file
  move function trim(listing-in-rec) to ship-file

  perform read-file-labels

  if file-zone not = spaces and file-zone not = 'REST'
  and file-zone not = dest-zone
    perform refuse-out-of-zone
    exit paragraph
  end-if

  move file-class to rank-text
  perform rank-label
  move rank-value to file-rank
  move dest-clearance to rank-text
  perform rank-label
  move rank-value to clearance-rank
  if clearance-rank > 4
    move 1 to clearance-rank
  end-if
  if file-rank > clearance-rank
    perform refuse-above-clearance
    exit paragraph
  end-if

  if verify-mode = 'N'
    *> report-style outputs carry no trailer by design - they ship
    *> as-is, manifested honestly as unverified.
    perform copy-to-destination

    if return-code not = mmdb2-rc-ok
      add 1 to failed-count
      exit paragraph
    end-if

    add 1 to shipped-count

    display 'shipped (unverified): ' function trim(ship-file)
        ' -> ' function trim(dest-dir) ' ('
        function trim(recipient-name) ')'

    if manifest-open
      move spaces to out-line
      string 'DELIVERED,' function trim(ship-file) ',unverified'
          ',at=' deliver-ts(1:8) '-' deliver-ts(9:6)
          delimited by size into out-line
      write manifest-out-rec from out-line
    end-if
    exit paragraph
  end-if

  perform verify-file-trailer

  if not trailer-seen
  or function trim(trailer-verdict) not = 'OK'
    add 1 to failed-count

    display 'NOT shipped (' function trim(trailer-verdict) '): '
        function trim(ship-file)

    if manifest-open
      move spaces to out-line
      string 'FAILED,' function trim(ship-file) ','
          function trim(trailer-verdict)
          delimited by size into out-line
      write manifest-out-rec from out-line
    end-if
    exit paragraph
  end-if

  perform copy-to-destination

  if return-code not = mmdb2-rc-ok
    add 1 to failed-count
    exit paragraph
  end-if

  add 1 to shipped-count

  display 'shipped: ' function trim(ship-file) ' -> '
      function trim(dest-dir) ' (' function trim(recipient-name)
      ')'

  if manifest-open
    move spaces to out-line
    string 'DELIVERED,' function trim(ship-file) ',rows='
        file-rows ',at=' deliver-ts(1:8) '-' deliver-ts(9:6)
        delimited by size into out-line
    write manifest-out-rec from out-line
  end-if
  .

*>*********************************************************************
*> the labels among the file's leading header lines: residency, the
*> zone a split file was written for ("# residency zone="), and
*> classification, the class= its provenance header was stamped
*> with.
*>*********************************************************************

read-file-labels.
  move spaces to file-zone
  move default-class to file-class
  move spaces to verify-status
  open input verify-in

  if verify-status not = '00'
    exit paragraph
  end-if

  perform until verify-status = '10'
    read verify-in
      at end move '10' to verify-status
      not at end
        evaluate true
          when verify-in-rec(1:6) = ebcdic-run-tag
            perform take-ebcdic-class
            move '10' to verify-status
          when verify-in-rec(1:1) not = '#'
            move '10' to verify-status
          when verify-in-rec(1:6) = '# run='
            move 0 to class-pos
            inspect verify-in-rec(1:512) tallying class-pos
                for characters before initial ' class='
            if class-pos < 500
              move spaces to file-class
              unstring verify-in-rec(class-pos + 8:) delimited by ' '
                  into file-class
              end-unstring
            end-if
          when verify-in-rec(1:17) = '# residency zone='
            move 0 to zone-pos
            inspect verify-in-rec(18:) tallying zone-pos
                for characters before initial ' '
            if zone-pos > 4
              move 4 to zone-pos
            end-if
            if zone-pos > 0
              move verify-in-rec(18:zone-pos) to file-zone
            end-if
            move '10' to verify-status
        end-evaluate
    end-read
  end-perform

  close verify-in
  .

*> the provenance record of a fixed-block file: class= and its label
*> compared in EBCDIC (the record runs on, unbroken, into the rows).
take-ebcdic-class.
  move 0 to class-pos
  inspect verify-in-rec(1:512) tallying class-pos
      for characters before initial ebcdic-class-tag
  if class-pos >= 500
    exit paragraph
  end-if

  move 'UNKNOWN' to file-class
  perform varying label-ix from 1 by 1 until label-ix > 4
    move label-names(label-ix * 12 - 11:12) to label-name
    if verify-in-rec(class-pos + 8:
        function length(function trim(label-name)))
        = ebcdic-label(label-ix)(1:
        function length(function trim(label-name)))
      move label-name to file-class
    end-if
  end-perform
  .

refuse-out-of-zone.
  add 1 to refused-count

  if dest-zone = spaces
    display 'NOT shipped (residency zone ' function trim(file-zone)
        ', destination declares no zone): ' function trim(ship-file)
  else
    display 'NOT shipped (residency zone ' function trim(file-zone)
        ', destination zone ' function trim(dest-zone) '): '
        function trim(ship-file)
  end-if

  if manifest-open
    move spaces to out-line
    string 'REFUSED,' function trim(ship-file) ',zone '
        function trim(file-zone) ' outside destination zone '
        function trim(dest-zone)
        delimited by size into out-line
    write manifest-out-rec from out-line
  end-if

  move ship-file(1:128) to notify-subject
  move spaces to notify-text
  string 'zone ' function trim(file-zone)
      ' file refused for recipient ' function trim(recipient-name)
      ' - destination outside the zone'
      delimited by size into notify-text
  move 'DIST-RESIDENCY' to notify-event
  call 'cobmind-notify' using 'W', notify-subject, notify-event,
      notify-text
  .

*>*********************************************************************
*> classification: a file labelled above the recipient's clearance
*> does not leave - flagged in the manifest and the notify feed,
*> like a residency refusal.
*>*********************************************************************

refuse-above-clearance.
  add 1 to class-refused-count

  display 'NOT shipped (class ' function trim(file-class)
      ', recipient cleared for ' function trim(dest-clearance) '): '
      function trim(ship-file)

  if manifest-open
    move spaces to out-line
    string 'REFUSED,' function trim(ship-file) ',class '
        function trim(file-class) ' above recipient clearance '
        function trim(dest-clearance)
        delimited by size into out-line
    write manifest-out-rec from out-line
  end-if

  move ship-file(1:128) to notify-subject
  move spaces to notify-text
  string function trim(file-class) ' file refused for recipient '
      function trim(recipient-name) ' - cleared for '
      function trim(dest-clearance) ' only'
      delimited by size into notify-text
  move 'DIST-CLASS' to notify-event
  call 'cobmind-notify' using 'W', notify-subject, notify-event,
      notify-text
  .

*> an unknown label ranks highest - it is never shipped on a guess,
*> and an unknown clearance clears nothing above PUBLIC.
rank-label.
  evaluate function upper-case(function trim(rank-text))
    when 'PUBLIC' move 1 to rank-value
    when 'INTERNAL' move 2 to rank-value
    when 'CONFIDENTIAL' move 3 to rank-value
    when 'RESTRICTED' move 4 to rank-value
    when other move 5 to rank-value
  end-evaluate
  .

*>*********************************************************************
*> trailer re-verification before anything ships: fold every data
*> row (reason re-derived from the second csv column, errors
*> otherwise - the verifier's rule) and check the written trailer
*> against the recomputed totals.
*>*********************************************************************

verify-file-trailer.
  set trailer-seen to false
  move 0 to headers-seen file-rows
  move spaces to trailer-verdict
  move 'no trailer line' to trailer-verdict

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, row-reason,
      trailer-line

  move spaces to verify-status
  open input verify-in

  if verify-status not = '00'
    move 'file unreadable' to trailer-verdict
    exit paragraph
  end-if

  perform until verify-status = '10'
    read verify-in
      at end move '10' to verify-status
      not at end perform fold-one-row
    end-read
  end-perform

  close verify-in

  if trailer-seen
    move 'V' to trail-op
    move trailer-line to trail-fold
    call 'cobmind-trailer' using trail-op, trail-fold, row-reason,
        trailer-verdict
  end-if
  .

fold-one-row.
  if function trim(verify-in-rec) = spaces
  or verify-in-rec(1:1) = '#'
    exit paragraph
  end-if

  if verify-in-rec(1:8) = 'TRAILER,'
    set trailer-seen to true
    move verify-in-rec(1:256) to trailer-line
    exit paragraph
  end-if

  if headers-seen = 0 and verify-in-rec(1:3) = 'ip,'
    move 1 to headers-seen
    exit paragraph
  end-if

  add 1 to file-rows

  move 'ER' to row-reason
  move 0 to reason-comma
  inspect verify-in-rec tallying reason-comma
      for characters before initial ','

  if reason-comma > 0 and reason-comma < 8000
    evaluate verify-in-rec(reason-comma + 2:2)
      when 'OK' move 'OK' to row-reason
      when 'NO'
        if verify-in-rec(reason-comma + 2:5) = 'NOT_R'
          move 'ER' to row-reason
        else
          move 'NF' to row-reason
        end-if
      when 'RE' move 'RS' to row-reason
      when other move 'ER' to row-reason
    end-evaluate
  end-if

  move 'F' to trail-op
  move verify-in-rec to trail-fold
  call 'cobmind-trailer' using trail-op, trail-fold, row-reason,
      trailer-line
  .

*>*********************************************************************
*> SYSTEM cp to the recipient's directory - promote's metacharacter
*> refusal, promote's existence check.
*>*********************************************************************

copy-to-destination.
  move spaces to base-name
  move 1 to base-start

  perform varying scan-ix from 1 by 1 until scan-ix > 160
    if ship-file(scan-ix:1) = '/'
      compute base-start = scan-ix + 1
    end-if
  end-perform
  move ship-file(base-start:) to base-name

  move spaces to dest-path
  string function trim(dest-dir) '/' function trim(base-name)
      delimited by size into dest-path

  move spaces to unsafe-all
  string function trim(ship-file) function trim(dest-path)
      delimited by size into unsafe-all

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

  if unsafe-count > 0
    display 'refusing to ship - unsafe characters in path'
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move spaces to copy-cmd
  string 'cp "' function trim(ship-file) '" "'
      function trim(dest-path) '"'
      delimited by size into copy-cmd
  call 'SYSTEM' using copy-cmd

  call 'cobmind-file-exists' using dest-path(1:128), exists-rec

  *> the moment of delivery rides on the manifest line - the
  *> receipt reconciliation times each recipient's collection from
  *> it.
  move function current-date to deliver-ts

  if not target-exists
    display 'ship failed: ' function trim(ship-file) ' -> '
        function trim(dest-path)
    move mmdb2-rc-io-error to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  .
