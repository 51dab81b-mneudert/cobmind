
01 field-value     pic x(256) value spaces.
01 found-flag      pic x(1) value 'N'.
01 path-iso-code   pic x(64) value 'CTRY'.
01 path-city       pic x(64) value 'CITY.en'.
01 path-asn        pic x(64) value 'ASN'.
01 path-time-zone  pic x(64) value 'TZ'.

01 record-text     pic x(300) value spaces.
01 record-work     pic x(300) value spaces.
