01 explain-off      pic x(1) value 'N'.
01 lang-filter      pic x(8) value spaces.

01 path-iso-code    pic x(64) value 'CTRY'.
01 path-asn         pic x(64) value 'ASN'.
01 new-country      pic x(256) value spaces.
01 new-asn          pic x(256) value spaces.
01 found-flag       pic x(1) value 'N'.
