       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-rir-lookup.

*>*********************************************************************
*> regional-registry overlay, consulted alongside every lookup the
*> way the threat feed is (mmdb2-threat-lookup): the registries'
*> delegation record for the address never replaces the vendor
*> answer, it rides with it - the registered country, allocation
*> date and status are appended to the decoded record in-band
*>
*>   rir_country=GB;rir_date=20031124;rir_status=allocated;
*>
*> and a second opinion that disagrees is flagged in the same place:
*>
*>   rir_flag=COUNTRY-DIFFERS;   the registered country is not the
*>                               vendor's country
*>   rir_flag=AVAILABLE-SPACE;   the registries list the address as
*>                               never delegated - in our traffic,
*>                               that means a spoofed source
*>
*> the flag comes back to the caller as well (spaces for none) so a
*> run can count them. nothing is appended when the reference has no
*> range holding the address.
*>
*> the reference is the keyed file mmdb2-rir-load builds (layout in
*> mmdb2-rir.cpy), opened on first use and kept open for the life of
*> the run, the same pay-once shape mmdb2-indexed-lookup uses: a
*> START KEY <= lands on the range starting at or below the address
*> (the registries' ranges are disjoint, so the floor is the only
*> possible container) and one compare with its end key confirms
*> it.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select reference-in
    assign dynamic reference-path
    organization indexed
    access mode dynamic
    record key is mmdb2-rir-key
    file status is reference-status.

data division.
file section.

fd reference-in.
copy 'mmdb2-rir.cpy'.

working-storage section.

01 reference-path   pic x(128) value spaces.
01 reference-status pic xx value spaces.
01 loaded-file      pic x(128) value spaces.
01 reference-usable-rec pic x(1) value 'N'.
   88 reference-usable value 'Y', false 'N'.

01 key-op           pic x(1) value 'A'.
01 ip-bitstring     pic x(128) value spaces.
01 ip-bit-length    pic 9(3) value 0.
01 address-key      pic x(40) value spaces.
01 search-key       pic x(41) value spaces.

01 country-path     pic x(64) value 'CTRY'.
01 field-value      pic x(256) value spaces.
01 found-flag       pic x(1) value 'N'.
01 vendor-country   pic x(2) value spaces.

01 append-work      pic x(8192) value spaces.

linkage section.

01 reference-file   pic x(128).
01 ip-text          pic x(45).
copy 'mmdb2-result.cpy'.
01 rir-flag         pic x(16).

*>*********************************************************************

procedure division using reference-file, ip-text,
    mmdb2-lookup-result, rir-flag.
  move spaces to rir-flag

  if reference-file not = loaded-file
    perform open-reference
    move reference-file to loaded-file
  end-if

  if not reference-usable
    goback
  end-if

  move 'A' to key-op
  call 'mmdb2-sighting-key' using key-op, ip-text, ip-bitstring,
      ip-bit-length, address-key

  if address-key = spaces
    goback
  end-if

  move spaces to search-key
  if ip-bit-length = 32
    string '4' address-key delimited by size into search-key
  else
    string '6' address-key delimited by size into search-key
  end-if

  move search-key to mmdb2-rir-key
  start reference-in key is less than or equal to mmdb2-rir-key
    invalid key goback
  end-start

  read reference-in next record
    at end goback
  end-read

  *> the floor has to be a range of the same family that reaches the
  *> address - the control record, or a range ending short of it,
  *> means no registry lists the address.
  if mmdb2-rir-key(1:1) not = search-key(1:1)
  or mmdb2-rir-end-key < search-key
    goback
  end-if

  evaluate true
    when mmdb2-rir-available
      move 'AVAILABLE-SPACE' to rir-flag
    when mmdb2-rir-country = spaces or mmdb2-rir-country = 'ZZ'
      continue
    when other
      perform compare-vendor-country
  end-evaluate

  move mmdb2-result-decoded to append-work
  move spaces to mmdb2-result-decoded
  string function trim(append-work)
      'rir_country=' function trim(mmdb2-rir-country)
      ';rir_date=' mmdb2-rir-date
      ';rir_status=' function trim(mmdb2-rir-status)
      ';'
      delimited by size into mmdb2-result-decoded

  if rir-flag not = spaces
    move mmdb2-result-decoded to append-work
    move spaces to mmdb2-result-decoded
    string function trim(append-work)
        'rir_flag=' function trim(rir-flag) ';'
        delimited by size into mmdb2-result-decoded
  end-if
  goback.

*>*********************************************************************

open-reference.
  set reference-usable to false
  move reference-file to reference-path
  move spaces to reference-status

  open input reference-in

  if reference-status not = '00'
    *> reported once: the caller records loaded-file either way, so
    *> a missing reference doesn't re-open (and re-display) per row.
    display 'registry reference not usable (status '
        reference-status '): ' function trim(reference-file)
    exit paragraph
  end-if

  set reference-usable to true
  .

*> only an answer that names a country can disagree with one.
compare-vendor-country.
  move spaces to vendor-country
  call 'mmdb2-get-field' using mmdb2-result-decoded, country-path,
      field-value, found-flag

  if found-flag = 'Y'
    move function upper-case(field-value(1:2)) to vendor-country
  end-if

  if vendor-country not = spaces
  and vendor-country not = mmdb2-rir-country
    move 'COUNTRY-DIFFERS' to rir-flag
  end-if
  .
