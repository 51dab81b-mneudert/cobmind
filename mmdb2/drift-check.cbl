01 row-reason     pic x(2) value spaces.
01 record-text    pic x(8192) value spaces.

01 path-iso-code  pic x(64) value 'CTRY'.
01 path-asn       pic x(64) value 'ASN'.
01 field-value    pic x(256) value spaces.
01 found-flag     pic x(1) value 'N'.

