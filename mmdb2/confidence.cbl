
copy 'mmdb2-retcode.cpy'.

01 path-radius     pic x(64) value 'RADIUS'.
01 path-city       pic x(64) value 'CITY.en'.
01 field-value     pic x(256) value spaces.
01 found-flag      pic x(1) value 'N'.
01 radius-value    pic 9(5) value 0.
