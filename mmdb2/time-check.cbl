01 ip-valid-rec      pic x(1).
   88 ip-is-valid    value 'Y', false 'N'.

01 path-time-zone    pic x(64) value 'TZ'.
01 field-value       pic x(256) value spaces.
01 found-flag        pic x(1) value 'N'.
01 zone-text         pic x(40) value spaces.
