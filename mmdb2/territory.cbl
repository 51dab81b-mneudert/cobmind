*>   LATAM-South,AR
*>   Bavaria-Works,DE,BY
*>
*> a territory can also be drawn from the country reference master,
*> as of the run date, instead of listing its countries by hand:
*>
*>   EU-Members,@EU
*>   EEA,@EEA
*>   Central-Europe,@REGION=014
*>   Embargoed,@SANCTIONS=EMBARGO
*>   Eurozone-DE-Tax,@TAX=EUDE
*>
*> such a row counts as a country row for every country the master
*> says qualifies, in file order with the hand-listed rows. a
*> subdivision row beats a country row for the same address, so
*> DE/BY can belong to Bavaria-Works while the rest of DE stays
*> DACH. the decoded record's country.iso_code (and
*> subdivisions.iso_code where present) drives the match;
      10 terr-name-e   pic x(24).
      10 terr-country  pic x(2).
      10 terr-subdiv   pic x(3).
      10 terr-master   pic x(24).
01 terr-count      pic 9(3) value 0.
01 terr-ix         pic 9(3) value 0.

01 split-territory pic x(24) value spaces.
01 split-country   pic x(24) value spaces.
01 split-subdiv    pic x(8) value spaces.

01 path-iso-code   pic x(64) value 'CTRY'.
01 path-subdiv     pic x(64) value 'SUBDIV'.
01 field-value     pic x(256) value spaces.
01 found-flag      pic x(1) value 'N'.
01 rec-country     pic x(2) value spaces.
01 country-match   pic x(24) value spaces.
01 subdiv-match    pic x(24) value spaces.

*> the record's country on the master, looked up once per record.
01 master-op       pic x(1) value 'F'.
01 master-as-of    pic 9(8) value 0.
01 master-found    pic x(1) value 'N'.
01 master-looked   pic x(1) value 'N'.
01 master-test     pic x(24) value spaces.
01 master-test-value pic x(16) value spaces.
01 master-qualifies pic x(1) value 'N'.
copy 'mmdb2-country.cpy'.

linkage section.

01 territory-file  pic x(128).
  end-if

  move spaces to country-match subdiv-match
  move 'N' to master-looked

  perform varying terr-ix from 1 by 1 until terr-ix > terr-count
    if terr-country(terr-ix) = '@@' and country-match = spaces
      perform test-master-row
      if master-qualifies = 'Y'
        move terr-name-e(terr-ix) to country-match
      end-if
    end-if

    if terr-country(terr-ix) = rec-country
      if terr-subdiv(terr-ix) = spaces
        if country-match = spaces

*>*********************************************************************

test-master-row.
  move 'N' to master-qualifies

  if master-looked = 'N'
    move 'Y' to master-looked
    move 'F' to master-op
    move 0 to master-as-of
    move rec-country to mmdb2-country-iso
    call 'mmdb2-country-master' using master-op, master-as-of,
        mmdb2-country-rec, master-found
  end-if

  if master-found not = 'Y'
    exit paragraph
  end-if

  move spaces to master-test master-test-value
  unstring terr-master(terr-ix) delimited by '='
      into master-test, master-test-value
  end-unstring

  evaluate function trim(master-test)
    when 'EU'
      if mmdb2-country-in-eu
        move 'Y' to master-qualifies
      end-if
    when 'EEA'
      if mmdb2-country-in-eea
        move 'Y' to master-qualifies
      end-if
    when 'REGION'
      if mmdb2-country-region = master-test-value
        move 'Y' to master-qualifies
      end-if
    when 'SANCTIONS'
      if mmdb2-country-sanctions = master-test-value
        move 'Y' to master-qualifies
      end-if
    when 'TAX'
      if mmdb2-country-tax = master-test-value
        move 'Y' to master-qualifies
      end-if
  end-evaluate
  .

*>*********************************************************************

load-territory-table.
  move 0 to terr-count
  move effective-file to table-path

  add 1 to terr-count
  move function trim(split-territory) to terr-name-e(terr-count)
  move spaces to terr-master(terr-count)

  if function trim(split-country)(1:1) = '@'
    move '@@' to terr-country(terr-count)
    move function upper-case(function trim(split-country)(2:))
        to terr-master(terr-count)
    move spaces to terr-subdiv(terr-count)
    exit paragraph
  end-if

  move function upper-case(function trim(split-country))
      to terr-country(terr-count)
  if split-subdiv not = spaces
