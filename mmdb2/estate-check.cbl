*>   territories,/geoip/control/cobmind.territories
*>   window,/geoip/control/cobmind.window
*>   subscriptions,/geoip/control/cobmind.subs
*>   layout-ack,/geoip/control/db2.layout.ack
*>
*>   PARM='<estate-file> [<schema-report-file>]'
*>
*> days must be 1-31, and so on. when a schema-report csv (the
*> mmdb2-schema-report output) is supplied, every dotted field path
*> named in the fixed map and the translate table is cross-checked
*> against the database's actual key inventory - a canonical name
*> (CTRY, CITY.en - see mmdb2-field-dict) through its dictionary
*> paths, any one of which will do.
*>
*> where a country reference master is on file (see
*> mmdb2-country-master), the screen, territory and translate files
*> are also held against it as of the run date: every country code
*> they name must be on the master, a screen file must not allow an
*> embargoed country and must deny every one (by deny list,
*> deny_sanctions or default=deny), a territory's @ rows must name a
*> master test, and a translate row's region= and tax_zone= must be
*> the master's.
*>
*> a layout-ack file is the load job's record of the fixed-layout
*> versions it has taken on (mmdb2-layout-gen ACK, one layout= line
*> each): the fixed map listed in the estate must still be at the
*> last version acknowledged (mmdb2-layout-version), or tonight's
*> file would reach a load card cut for a different record. any
*> finding fails
*> the step with mmdb2-rc-estate-failed and a critical notify event.
*>*********************************************************************

01 map-start       pic 9(5) value 0.
01 map-len         pic 9(5) value 0.

*> the shipped fixed map's layout against the load job's last
*> acknowledged one.
01 layout-map-path pic x(128) value spaces.
01 layout-ack-path pic x(128) value spaces.
01 layout-acked    pic x(16) value spaces.
01 layout-shipped  pic x(16) value spaces.

*> dotted field paths collected from the fixed map and the translate
*> table, for the schema cross-check.
01 field-table.
01 fld-count       pic 9(3) value 0.
01 fld-ix          pic 9(3) value 0.

*> a canonical name (CTRY, CITY.en - see mmdb2-field-dict) resolved
*> to its vendor paths.
01 dict-op         pic x(1) value 'R'.
01 dict-name       pic x(64) value spaces.
01 dict-cand       pic 9(2) value 0.
01 dict-path       pic x(64) value spaces.
01 dict-found      pic x(1) value 'N'.
01 country-key     pic x(1) value 'N'.

*> the schema report's key inventory.
01 key-table.
   05 key-path-e occurs 500 times pic x(64).
   88 key-found    value 'Y', false 'N'.
01 schema-line-1   pic 9(1) value 0.

*> the country reference master, and what one screen file says.
01 master-op       pic x(1) value 'F'.
01 master-as-of    pic 9(8) value 0.
01 master-found    pic x(1) value 'N'.
01 master-on-file  pic x(1) value 'N'.
copy 'mmdb2-country.cpy'.
01 screen-deny-table.
   05 screen-deny-e occurs 200 times pic x(2).
01 screen-deny-count pic 9(3) value 0.
01 screen-deny-ix  pic 9(3) value 0.
01 screen-default-deny pic x(1) value 'N'.
01 screen-embargo-rule pic x(1) value 'N'.
01 screen-denied   pic x(1) value 'N'.
01 list-remaining  pic x(192) value spaces.
01 one-code        pic x(16) value spaces.
01 comma-pos       pic 9(3) value 0.
01 master-code     pic x(2) value spaces.
01 master-context  pic x(32) value spaces.
01 xlat-code       pic x(64) value spaces.
01 xlat-outputs    pic x(192) value spaces.
01 xlat-pair       pic x(64) value spaces.
01 xlat-pair-key   pic x(32) value spaces.
01 xlat-pair-value pic x(32) value spaces.
01 xlat-pointer    pic 9(3) value 0.

01 files-checked   pic 9(3) value 0.
01 error-count     pic 9(4) value 0.
01 lines-seen      pic 9(6) value 0.
    perform load-schema-keys
  end-if

  *> the master walk's first step says whether there is one.
  move 'N' to master-op
  move spaces to mmdb2-country-iso
  call 'mmdb2-country-master' using master-op, master-as-of,
      mmdb2-country-rec, master-found
  move master-found to master-on-file

  open input estate-in

  if estate-status not = '00'
    perform cross-check-fields
  end-if

  if layout-ack-path not = spaces and layout-map-path not = spaces
    perform check-layout-acknowledged
  end-if

  display 'estate check: ' files-checked ' control file(s), '
      error-count ' finding(s)'

  end-if

  move 0 to lines-seen
  move 0 to screen-deny-count

  evaluate function trim(control-kind)
    when 'fixed-map'
      move control-path to layout-map-path
    when 'layout-ack'
      move control-path to layout-ack-path
      move spaces to layout-acked
  end-evaluate
  move 'N' to screen-default-deny screen-embargo-rule

  perform until control-status = '10'
    read control-in

  close control-in

  if function trim(control-kind) = 'screen' and master-on-file = 'Y'
    perform check-screen-embargoes
  end-if

  if lines-seen = 0
    add 1 to error-count
    display 'FINDING: ' function trim(control-kind)
    when 'territories'   perform check-territory-line
    when 'window'        perform check-window-line
    when 'subscriptions' perform check-subscription-line
    when 'layout-ack'    perform check-layout-ack-line
    when other
      add 1 to error-count
      subtract 1 from lines-seen
  if line-key = spaces
  or (function trim(line-key) not = 'allow'
      and function trim(line-key) not = 'deny'
      and function trim(line-key) not = 'default'
      and function trim(line-key) not = 'deny_sanctions')
    add 1 to error-count
    display 'FINDING: bad screening rule in '
        function trim(control-path) ': '
        function trim(control-in-rec)
    exit paragraph
  end-if

  evaluate function trim(line-key)
    when 'default'
      if function lower-case(function trim(line-value)) = 'deny'
        move 'Y' to screen-default-deny
      end-if
    when 'deny_sanctions'
      move function upper-case(line-value) to list-remaining
      perform check-next-sanction until list-remaining = spaces
    when other
      if master-on-file = 'Y'
        move function trim(line-value) to list-remaining
        perform check-next-screen-code until list-remaining = spaces
      end-if
  end-evaluate
  .

split-next-list-item.
  move 0 to comma-pos
  inspect list-remaining tallying comma-pos
      for characters before initial ','

  move spaces to one-code
  if comma-pos > 0 and comma-pos < length of list-remaining
    move list-remaining(1:comma-pos) to one-code
    move function trim(list-remaining(comma-pos + 2:))
        to list-remaining
  else
    move list-remaining(1:16) to one-code
    move spaces to list-remaining
  end-if
  move function upper-case(function trim(one-code)) to one-code
  .

check-next-sanction.
  perform split-next-list-item

  evaluate function trim(one-code)
    when 'EMBARGO'
      move 'Y' to screen-embargo-rule
    when 'SECTORAL'
      continue
    when 'NONE'
      continue
    when other
      add 1 to error-count
      display 'FINDING: unknown sanctions status "'
          function trim(one-code) '" in '
          function trim(control-path)
  end-evaluate
  .

check-next-screen-code.
  perform split-next-list-item

  if one-code = spaces
    exit paragraph
  end-if

  move one-code(1:2) to master-code
  move 'screening rule' to master-context
  perform check-code-on-master

  if master-found not = 'Y'
    exit paragraph
  end-if

  if function trim(line-key) = 'deny'
    if screen-deny-count < 200
      add 1 to screen-deny-count
      move master-code to screen-deny-e(screen-deny-count)
    end-if
  else
    if mmdb2-country-embargoed
      add 1 to error-count
      display 'FINDING: ' function trim(control-path) ' allows '
          master-code ', which the country master has under'
          ' EMBARGO'
    end-if
  end-if
  .

*> every country the master has under embargo today must be denied.
check-screen-embargoes.
  if screen-default-deny = 'Y' or screen-embargo-rule = 'Y'
    exit paragraph
  end-if

  move 'N' to master-op
  move spaces to mmdb2-country-iso
  move 'Y' to master-found

  perform until master-found not = 'Y'
    call 'mmdb2-country-master' using master-op, master-as-of,
        mmdb2-country-rec, master-found

    if master-found = 'Y' and mmdb2-country-embargoed
      move 'N' to screen-denied
      perform varying screen-deny-ix from 1 by 1
          until screen-deny-ix > screen-deny-count
        if screen-deny-e(screen-deny-ix) = mmdb2-country-iso
          move 'Y' to screen-denied
        end-if
      end-perform

      if screen-denied = 'N'
        add 1 to error-count
        display 'FINDING: ' function trim(control-path)
            ' does not deny ' mmdb2-country-iso
            ', which the country master has under EMBARGO'
      end-if
    end-if
  end-perform
  .

*> the code must be a country the master has in effect today.
check-code-on-master.
  move 'F' to master-op
  move master-code to mmdb2-country-iso
  call 'mmdb2-country-master' using master-op, master-as-of,
      mmdb2-country-rec, master-found

  if master-found not = 'Y'
    add 1 to error-count
    display 'FINDING: ' function trim(master-context) ' in '
        function trim(control-path) ' names ' master-code
        ', which is not on the country master'
  end-if
  .

    exit paragraph
  end-if

  *> the key as written - a canonical name is upper case, and
  *> split-key-value has folded line-key.
  move spaces to split-a
  move control-in-rec(1:eq-pos) to split-a
  move function trim(split-a) to split-a
  perform collect-dotted-field

  if master-on-file = 'Y'
    perform check-country-key
    if country-key = 'Y'
      perform check-translate-on-master
    end-if
  end-if
  .

*> the row keys on the country code: country.iso_code itself, or a
*> canonical name (CTRY) one of whose dictionary paths it is.
check-country-key.
  move 'N' to country-key

  if function lower-case(split-a) = 'country.iso_code'
    move 'Y' to country-key
    exit paragraph
  end-if

  move split-a to dict-name
  move 'R' to dict-op
  move 1 to dict-cand
  call 'mmdb2-field-dict' using dict-op, dict-name, dict-cand,
      dict-path, dict-found

  perform until dict-found not = 'Y' or country-key = 'Y'
    if dict-path = 'country.iso_code'
      move 'Y' to country-key
    end-if
    add 1 to dict-cand
    call 'mmdb2-field-dict' using dict-op, dict-name, dict-cand,
        dict-path, dict-found
  end-perform
  .

*> a country row's region and tax_zone must be the master's.
check-translate-on-master.
  move spaces to xlat-code xlat-outputs
  unstring line-value delimited by ','
      into xlat-code, xlat-outputs
  end-unstring

  if function lower-case(function trim(xlat-code)) = '@master'
    exit paragraph
  end-if

  move function upper-case(function trim(xlat-code)) to master-code
  move 'translate row' to master-context
  perform check-code-on-master

  if master-found not = 'Y'
    exit paragraph
  end-if

  move 1 to xlat-pointer
  perform until xlat-pointer > length of xlat-outputs
    move spaces to xlat-pair
    unstring xlat-outputs delimited by ';'
        into xlat-pair with pointer xlat-pointer
    end-unstring

    if xlat-pair not = spaces
      move spaces to xlat-pair-key xlat-pair-value
      unstring xlat-pair delimited by '='
          into xlat-pair-key, xlat-pair-value
      end-unstring
      move function lower-case(function trim(xlat-pair-key))
          to xlat-pair-key
      move function upper-case(function trim(xlat-pair-value))
          to xlat-pair-value

      if (xlat-pair-key = 'region'
          and xlat-pair-value not = mmdb2-country-region)
      or (xlat-pair-key = 'tax_zone'
          and xlat-pair-value not = mmdb2-country-tax)
        add 1 to error-count
        display 'FINDING: translate row for ' master-code ' in '
            function trim(control-path) ' has '
            function trim(xlat-pair-key) '='
            function trim(xlat-pair-value) ', the country master '
            'says ' function trim(mmdb2-country-region) '/'
            function trim(mmdb2-country-tax)
      end-if
    end-if

    if xlat-outputs(xlat-pointer:) = spaces
      move 999 to xlat-pointer
    end-if
  end-perform
  .

check-alias-line.
    display 'FINDING: bad territory line (want territory,country)'
        ' in ' function trim(control-path) ': '
        function trim(control-in-rec)
    exit paragraph
  end-if

  move function upper-case(function trim(split-b)) to split-b

  if split-b(1:1) = '@'
    if split-b not = '@EU' and split-b not = '@EEA'
    and split-b(1:8) not = '@REGION=' and split-b(1:5) not = '@TAX='
    and split-b(1:11) not = '@SANCTIONS='
      add 1 to error-count
      display 'FINDING: unknown country-master test in '
          function trim(control-path) ': '
          function trim(control-in-rec)
    end-if
    exit paragraph
  end-if

  if master-on-file = 'Y'
    move split-b(1:2) to master-code
    move 'territory row' to master-context
    perform check-code-on-master
  end-if
  .

  end-if
  .

check-layout-ack-line.
  move spaces to split-a
  unstring control-in-rec delimited by ',' into split-a

  if split-a(1:8) not = 'layout=L'
  or split-a(9:2) is not numeric
  or split-a(11:1) not = '-'
    add 1 to error-count
    display 'FINDING: bad layout acknowledgment (want layout=L<nn>-'
        '<n>,...) in ' function trim(control-path) ': '
        function trim(control-in-rec)
    exit paragraph
  end-if

  move split-a(8:16) to layout-acked
  .

*> dotted paths and canonical names go to the cross-check table; the
*> row's own literal column names (ip, reason, ...) are the
*> writer's, not the database's, and are skipped.
collect-dotted-field.
  move function trim(split-a) to dict-name
  move 'R' to dict-op
  move 1 to dict-cand
  call 'mmdb2-field-dict' using dict-op, dict-name, dict-cand,
      dict-path, dict-found

  move 0 to dot-pos
  inspect split-a tallying dot-pos for all '.'

  if dot-pos = 0 and dict-found not = 'Y'
    exit paragraph
  end-if

  end-if
  .

check-layout-acknowledged.
  call 'mmdb2-layout-version' using layout-map-path, layout-shipped

  evaluate true
    when layout-shipped = spaces
      continue
    when layout-acked = spaces
      add 1 to error-count
      display 'FINDING: no layout acknowledged by the load job in '
          function trim(layout-ack-path) ' (fixed map is at '
          function trim(layout-shipped) ')'
    when layout-acked not = layout-shipped
      add 1 to error-count
      display 'FINDING: fixed map ' function trim(layout-map-path)
          ' is at layout ' function trim(layout-shipped)
          ', the load job last acknowledged '
          function trim(layout-acked)
          ' - regenerate (mmdb2-layout-gen) and have it acknowledged'
  end-evaluate
  .

*>*********************************************************************
*> the schema report's key inventory, and every mapped field checked
*> against it - the gate that catches "the vendor renamed
  close schema-in
  .

*> a canonical name holds while any one of its dictionary paths is
*> in the inventory - as the schema gate has it.
cross-check-fields.
  perform varying fld-ix from 1 by 1 until fld-ix > fld-count
    set key-found to false

    move fld-path(fld-ix) to dict-name
    move 'R' to dict-op
    move 1 to dict-cand
    call 'mmdb2-field-dict' using dict-op, dict-name, dict-cand,
        dict-path, dict-found

    if dict-found = 'Y'
      perform until dict-found not = 'Y' or key-found
        perform find-schema-key
        add 1 to dict-cand
        call 'mmdb2-field-dict' using dict-op, dict-name, dict-cand,
            dict-path, dict-found
      end-perform
    else
      move fld-path(fld-ix) to dict-path
      perform find-schema-key
    end-if

    if not key-found
      add 1 to error-count
    end-if
  end-perform
  .

find-schema-key.
  perform varying key-ix from 1 by 1
      until key-ix > key-count or key-found
    if key-path-e(key-ix) = dict-path
      set key-found to true
    end-if
  end-perform
  .
