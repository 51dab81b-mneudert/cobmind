01 col-num         pic 9(1) value 0.
01 col-len         pic 9(4) value 0.
01 record-text     pic x(8192) value spaces.
01 path-iso-code   pic x(64) value 'CTRY'.
01 field-value     pic x(256) value spaces.
01 found-flag      pic x(1) value 'N'.

