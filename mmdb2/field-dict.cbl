       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-field-dict.

*>*********************************************************************
*> the canonical field dictionary: our own names for the fields we
*> consume (CTRY, CITY, ASN, LAT, LON, ...) mapped, per database type
*> (the metadata's database_type), to each vendor's dotted path, so
*> the fixed map, the translate table, the screening rules, the
*> schema gate and every mmdb2-get-field caller can name a field
*> once and a second-source vendor is one more block of dictionary
*> lines rather than a rewrite of every control file. the dictionary
*> is a control file ("COBMIND_FIELD_DICT", ./cobmind.fielddict when
*> unset):
*>
*>   # db_type,canonical,vendor path
*>   GeoIP2-City,CTRY,country.iso_code
*>   SecondSource-Geo,CTRY,geo.country_code
*>   SecondSource-Geo,ASN,network.asn
*>   *,POSTAL,postal.code
*>
*> a "*" db_type holds for every database. the shop's long-standing
*> paths are built in underneath, so with no dictionary at all every
*> canonical name still resolves as it always did:
*>
*>   CTRY     country.iso_code           REGCTRY  registered_country.iso_code
*>   CTRYNAME country.names              CONT     continent.code
*>   SUBDIV   subdivisions.iso_code      CITY     city.names
*>   POSTAL   postal.code                LAT      location.latitude
*>   LON      location.longitude         RADIUS   location.accuracy_radius
*>   TZ       location.time_zone         ASN      autonomous_system_number
*>   ASORG    autonomous_system_organization
*>   ANON     is_anonymous               VPN      is_vpn
*>   TOR      is_tor_exit_node           PROXY    is_public_proxy
*>   HOSTING  is_hosting_provider
*>
*> a canonical name is upper case; anything after its first dot is
*> carried onto the vendor path ("CITY.en" is city.names.en). a
*> lower-case path is a vendor path already and is never touched.
*>
*> operations:
*>   'T'  the database type now open (dict-name) - mmdb2-extract-meta
*>        and mmdb2-read-meta-cache set it as they read the metadata.
*>   'R'  resolve dict-name: dict-path is the dict-cand'th vendor path
*>        for it - the open type's own first, then "*" lines, then
*>        other types' (so a record read from a federated second
*>        database still resolves), then the built-in path. dict-found
*>        'N' once the candidates run out, or at the first when the
*>        name is not canonical at all.
*>
*> the control file is read once, on first use, and kept across
*> calls.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select dict-in
    assign dynamic dict-file
    organization line sequential
    file status is dict-status.

data division.
file section.

fd dict-in.
01 dict-in-rec pic x(256).

working-storage section.

01 dict-file        pic x(128) value spaces.
01 dict-status      pic xx value spaces.
01 dict-loaded      pic x(1) value 'N'.
01 current-type     pic x(64) value spaces.

01 dict-table.
   05 dict-entry occurs 300 times.
      10 dct-type      pic x(64).
      10 dct-name      pic x(16).
      10 dct-path      pic x(64).
01 dict-count       pic 9(3) value 0.
01 dict-ix          pic 9(3) value 0.

01 builtin-values.
   05 filler pic x(80) value 'CTRY            country.iso_code'.
   05 filler pic x(80) value 'CTRYNAME        country.names'.
   05 filler pic x(80)
      value 'REGCTRY         registered_country.iso_code'.
   05 filler pic x(80) value 'CONT            continent.code'.
   05 filler pic x(80) value 'SUBDIV          subdivisions.iso_code'.
   05 filler pic x(80) value 'CITY            city.names'.
   05 filler pic x(80) value 'POSTAL          postal.code'.
   05 filler pic x(80) value 'LAT             location.latitude'.
   05 filler pic x(80) value 'LON             location.longitude'.
   05 filler pic x(80)
      value 'RADIUS          location.accuracy_radius'.
   05 filler pic x(80) value 'TZ              location.time_zone'.
   05 filler pic x(80)
      value 'ASN             autonomous_system_number'.
   05 filler pic x(80)
      value 'ASORG           autonomous_system_organization'.
   05 filler pic x(80) value 'ANON            is_anonymous'.
   05 filler pic x(80) value 'VPN             is_vpn'.
   05 filler pic x(80) value 'TOR             is_tor_exit_node'.
   05 filler pic x(80) value 'PROXY           is_public_proxy'.
   05 filler pic x(80) value 'HOSTING         is_hosting_provider'.
01 builtin-entry.
   05 blt-name         pic x(16).
   05 blt-path         pic x(64).
01 builtin-ix       pic 9(2) value 0.

01 split-type       pic x(64) value spaces.
01 split-name       pic x(16) value spaces.
01 split-path       pic x(64) value spaces.

01 name-head        pic x(64) value spaces.
01 name-tail        pic x(64) value spaces.
01 dot-pos          pic 9(3) value 0.
01 cand-seen        pic 9(3) value 0.
01 pass-no          pic 9(1) value 0.
01 hit-path         pic x(64) value spaces.
01 hit-rec          pic x(1) value 'N'.
   88 hit           value 'Y', false 'N'.

linkage section.

01 dict-op          pic x(1).
01 dict-name        pic x(64).
01 dict-cand        pic 9(2).
01 dict-path        pic x(64).
01 dict-found       pic x(1).

*>*********************************************************************

procedure division using dict-op, dict-name, dict-cand, dict-path,
    dict-found.
  if dict-loaded not = 'Y'
    perform load-dictionary
  end-if

  evaluate dict-op
    when 'T'
      move function trim(dict-name) to current-type
    when 'R'
      perform resolve-name
  end-evaluate
  goback.

*>*********************************************************************
*> the dict-cand'th path for the name's head, tail carried over.
*>*********************************************************************

resolve-name.
  move spaces to dict-path
  move 'N' to dict-found

  if dict-name(1:1) < 'A' or dict-name(1:1) > 'Z'
    exit paragraph
  end-if

  move spaces to name-head name-tail
  move 0 to dot-pos
  inspect dict-name tallying dot-pos for characters before initial '.'
  if dot-pos < 64
    move dict-name(1:dot-pos) to name-head
    move dict-name(dot-pos + 2:) to name-tail
  else
    move dict-name to name-head
  end-if

  if name-head not = function upper-case(name-head)
    exit paragraph
  end-if

  move 0 to cand-seen
  set hit to false
  perform varying pass-no from 1 by 1 until pass-no > 4 or hit
    perform scan-one-pass
  end-perform

  if not hit
    exit paragraph
  end-if

  if name-tail = spaces
    move hit-path to dict-path
  else
    string function trim(hit-path) '.' function trim(name-tail)
        delimited by size into dict-path
  end-if
  move 'Y' to dict-found
  .

*> pass 1 the open type's lines, 2 the "*" lines, 3 every other
*> type's, 4 the built-in path.
scan-one-pass.
  if pass-no = 4
    perform varying builtin-ix from 1 by 1
        until builtin-ix > 18 or hit
      move builtin-values(builtin-ix * 80 - 79:80) to builtin-entry
      if blt-name = name-head
        perform count-candidate
        if hit
          move blt-path to hit-path
        end-if
      end-if
    end-perform
    exit paragraph
  end-if

  perform varying dict-ix from 1 by 1 until dict-ix > dict-count or hit
    if dct-name(dict-ix) = name-head
      evaluate true
        when pass-no = 1 and current-type not = spaces
             and dct-type(dict-ix) = current-type
          perform count-candidate
        when pass-no = 2 and dct-type(dict-ix) = '*'
          perform count-candidate
        when pass-no = 3 and dct-type(dict-ix) not = '*'
             and (current-type = spaces
                  or dct-type(dict-ix) not = current-type)
          perform count-candidate
      end-evaluate
      if hit
        move dct-path(dict-ix) to hit-path
      end-if
    end-if
  end-perform
  .

count-candidate.
  add 1 to cand-seen
  if cand-seen = dict-cand
    set hit to true
  end-if
  .

*>*********************************************************************
*> the control file, once. absent is fine - the built-ins stand.
*>*********************************************************************

load-dictionary.
  move 'Y' to dict-loaded
  move 0 to dict-count

  accept dict-file from environment "COBMIND_FIELD_DICT"
  if dict-file = spaces
    move './cobmind.fielddict' to dict-file
  end-if

  move spaces to dict-status
  open input dict-in
  if dict-status not = '00'
    exit paragraph
  end-if

  perform until dict-status = '10'
    read dict-in
      at end move '10' to dict-status
      not at end perform load-dictionary-line
    end-read
  end-perform

  close dict-in
  .

load-dictionary-line.
  if function trim(dict-in-rec) = spaces
  or dict-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-type split-name split-path
  unstring dict-in-rec delimited by ','
      into split-type split-name split-path

  if function trim(split-type) = spaces
  or function trim(split-name) = spaces
  or function trim(split-path) = spaces
    display 'field dictionary line ignored: '
        function trim(dict-in-rec(1:80))
    exit paragraph
  end-if

  if dict-count >= 300
    display 'field dictionary over 300 lines - rest ignored'
    move '10' to dict-status
    exit paragraph
  end-if

  add 1 to dict-count
  move function trim(split-type) to dct-type(dict-count)
  move function upper-case(function trim(split-name))
      to dct-name(dict-count)
  move function trim(split-path) to dct-path(dict-count)
  .
