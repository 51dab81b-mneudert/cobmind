01 decode-trunc-flag pic x(1) value 'N'.
01 no-lang-filter   pic x(8) value spaces.

01 path-latitude    pic x(64) value 'LAT'.
01 path-longitude   pic x(64) value 'LON'.
01 field-value      pic x(256) value spaces.
01 found-flag       pic x(1) value 'N'.

