   88 ip-is-valid   value 'Y', false 'N'.
01 explain-off      pic x(1) value 'N'.

01 path-iso-code    pic x(64) value 'CTRY'.
01 path-city-names  pic x(64) value 'CITY'.
01 path-asn         pic x(64) value 'ASN'.
01 field-value      pic x(256) value spaces.
01 found-flag       pic x(1) value 'N'.

