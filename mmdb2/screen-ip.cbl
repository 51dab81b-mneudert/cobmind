*> the Anonymous-IP edition's boolean fields screen as first-class
*> rules too:
*>
*>   deny_flag=is_vpn,is_tor_exit_node     (or VPN,TOR)
*>
*> any listed flag true in the record denies outright, before the
*> country rules get a vote - "deny VPN exits for payment flows" as
*> a rules line instead of a string search over the record.
*>
*> sanctions come from the country reference master rather than a
*> hand-kept deny list:
*>
*>   deny_sanctions=EMBARGO,SECTORAL
*>
*> denies any country whose master sanctions status, as of the run
*> date, is one of those listed - after the flag rules, before the
*> allow/deny lists, so an allow list that has fallen behind the
*> master cannot let an embargoed country through.
*>
*> the rules file is parsed once and kept across calls (keyed by
*> name, reloaded only if a different file is asked for), the same
*> load-once shape mmdb2-map-fields uses - batch mode calls here once
01 flag-hit-rec    pic x(1) value 'N'.
   88 flag-hit     value 'Y', false 'N'.
01 one-flag        pic x(32) value spaces.
01 dict-op         pic x(1) value 'R'.
01 dict-name       pic x(64) value spaces.
01 dict-cand       pic 9(2) value 0.
01 dict-path       pic x(64) value spaces.
01 dict-found      pic x(1) value 'N'.

*> deny_sanctions statuses, resolved through mmdb2-country-master.
01 sanction-table.
   05 sanction-entry occurs 3 times pic x(8).
01 sanction-count  pic 9(1) value 0.
01 sanction-ix     pic 9(1) value 0.
01 master-op       pic x(1) value 'F'.
01 master-as-of    pic 9(8) value 0.
01 master-found    pic x(1) value 'N'.
copy 'mmdb2-country.cpy'.

01 rule-key        pic x(32) value spaces.
01 rule-value      pic x(224) value spaces.
01 comma-pos       pic 9(3) value 0.
01 adding-action   pic x(1) value 'A'.

01 path-iso-code   pic x(64) value 'CTRY'.
01 field-value     pic x(256) value spaces.
01 found-flag      pic x(1) value 'N'.
01 match-action    pic x(1) value spaces.
  if found-flag = 'Y' and field-value not = spaces
    move field-value(1:2) to screen-country

    if sanction-count > 0
      perform check-sanctions-rule
    end-if

    perform varying rule-ix from 1 by 1
        until rule-ix > rule-count or match-action not = spaces
      if rule-country(rule-ix) = screen-country
load-rules-file.
  move 0 to rule-count
  move 0 to flag-count
  move 0 to sanction-count
  move 'A' to default-action
  move rules-file to rules-path
  move spaces to rules-in-status
    when 'deny_flag'
      perform add-flag-list

    when 'deny_sanctions'
      perform add-sanctions-list

    when other
      display 'unknown screening rule key, skipped: '
          function trim(rule-key)

  if one-flag not = spaces and flag-count < 10
    add 1 to flag-count
    *> a canonical name (VPN, TOR - see mmdb2-field-dict) stays as
    *> written; a vendor field name is matched in lower case.
    move function trim(one-flag) to dict-name
    move 1 to dict-cand
    call 'mmdb2-field-dict' using dict-op, dict-name, dict-cand,
        dict-path, dict-found
    if dict-found = 'Y'
      move function trim(one-flag) to flag-entry(flag-count)
    else
      move function lower-case(function trim(one-flag))
          to flag-entry(flag-count)
    end-if
  end-if
  .

add-sanctions-list.
  move function trim(rule-value) to list-remaining

  perform add-next-sanction until list-remaining = spaces
  .

add-next-sanction.
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

  if one-code not = spaces and sanction-count < 3
    add 1 to sanction-count
    move function upper-case(function trim(one-code))
        to sanction-entry(sanction-count)
  end-if
  .

*> the master's sanctions status for the record's country, as of the
*> run date; a listed status denies.
check-sanctions-rule.
  move 'F' to master-op
  move 0 to master-as-of
  move screen-country to mmdb2-country-iso
  call 'mmdb2-country-master' using master-op, master-as-of,
      mmdb2-country-rec, master-found

  if master-found not = 'Y'
    exit paragraph
  end-if

  perform varying sanction-ix from 1 by 1
      until sanction-ix > sanction-count or match-action not = spaces
    if sanction-entry(sanction-ix) = mmdb2-country-sanctions
      move 'D' to match-action
    end-if
  end-perform
  .

check-flag-rules.
  set flag-hit to false

