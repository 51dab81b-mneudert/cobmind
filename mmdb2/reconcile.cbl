
01 sample-addr      pic x(45) value spaces.

01 path-iso-code    pic x(64) value 'CTRY'.
01 primary-country  pic x(256) value spaces.
01 sibling-country  pic x(256) value spaces.
01 found-flag       pic x(1) value 'N'.
