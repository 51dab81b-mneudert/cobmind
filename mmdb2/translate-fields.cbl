*>   # <field-path>=<value>,<appended shop fields>
*>   country.iso_code=DE,region=014;tax_zone=EUDE
*>   country.iso_code=AT,region=014;tax_zone=EUAT
*>   CTRY=CH,region=014;tax_zone=EFCH
*>
*> (the field path may be a canonical name from mmdb2-field-dict, so
*> the table outlives a change of vendor.)
*>
*> rather than keep a row per country, a table can resolve a code
*> against the country reference master, as of the run date:
*>
*>   country.iso_code=@master,region;tax_zone
*>
*> any value no explicit row maps is looked up on the master, and
*> the names after the comma receive its region and tax
*> jurisdiction (region=031;tax_zone=RU) - explicit rows still win,
*> and a code the master does not carry is reported unmapped.
*>
*> operations, selected by the op argument:
*>   'T'  translate: for every field path named in the table, look
      10 rule-value   pic x(64).
      10 rule-output  pic x(128).
01 rule-count      pic 9(3) value 0.
01 master-ix       pic 9(3) value 0.

*> distinct field paths named anywhere in the table - each is looked
*> up once per record.
01 matched-rec     pic x(1).
   88 rule-matched value 'Y', false 'N'.
01 unm-key         pic x(128) value spaces.

*> a "@master" row, resolved through mmdb2-country-master.
01 master-op       pic x(1) value 'F'.
01 master-as-of    pic 9(8) value 0.
01 master-found    pic x(1) value 'N'.
01 region-name     pic x(32) value spaces.
01 tax-name        pic x(32) value spaces.
01 master-output   pic x(128) value spaces.
copy 'mmdb2-country.cpy'.
01 unm-found-rec   pic x(1).
   88 unm-found    value 'Y', false 'N'.

  end-if

  set rule-matched to false
  move 0 to master-ix

  perform varying rule-ix from 1 by 1
      until rule-ix > rule-count or rule-matched
    if rule-field(rule-ix) = fld-path(fld-ix)
    and rule-value(rule-ix) = '@master'
    and master-ix = 0
      set master-ix to rule-ix
    end-if

    if rule-field(rule-ix) = fld-path(fld-ix)
    and function trim(rule-value(rule-ix))
        = function trim(field-value)
    end-if
  end-perform

  if not rule-matched and master-ix > 0
    perform translate-from-master
  end-if

  if not rule-matched
    perform note-unmapped-value
  end-if
  .

translate-from-master.
  move 'F' to master-op
  move 0 to master-as-of
  move spaces to mmdb2-country-iso
  move field-value(1:2) to mmdb2-country-iso
  call 'mmdb2-country-master' using master-op, master-as-of,
      mmdb2-country-rec, master-found

  if master-found not = 'Y'
  or function length(function trim(field-value)) not = 2
    exit paragraph
  end-if

  set rule-matched to true

  move spaces to region-name tax-name
  unstring rule-output(master-ix) delimited by ';'
      into region-name, tax-name
  end-unstring
  if region-name = spaces
    move 'region' to region-name
  end-if
  if tax-name = spaces
    move 'tax_zone' to tax-name
  end-if

  move spaces to master-output
  string function trim(region-name) '='
      function trim(mmdb2-country-region) ';'
      function trim(tax-name) '='
      function trim(mmdb2-country-tax)
      delimited by size into master-output

  if xlat-text = spaces
    move master-output to xlat-text
  else
    string function trim(xlat-text) ';'
        function trim(master-output)
        delimited by size into xlat-text
  end-if
  .

note-unmapped-value.
  move spaces to unm-key
  string function trim(fld-path(fld-ix)) '='
  add 1 to rule-count
  move function trim(split-key(1:eq-pos)) to rule-field(rule-count)
  move function trim(split-key(eq-pos + 2:)) to rule-value(rule-count)
  if function lower-case(rule-value(rule-count)) = '@master'
    move '@master' to rule-value(rule-count)
  end-if
  move function trim(split-output) to rule-output(rule-count)

  perform remember-field-path
