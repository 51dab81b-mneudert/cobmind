   05 staged-result-trunc       pic x(01) value 'N'.
   05 staged-result-decoded     pic x(8192) value spaces.

01 path-iso-code     pic x(64) value 'CTRY'.
01 path-city-names   pic x(64) value 'CITY'.
01 path-asn          pic x(64) value 'ASN'.

01 live-country      pic x(256) value spaces.
01 live-city         pic x(256) value spaces.
01 gate-kind         pic x(8) value spaces.
01 gate-date         pic x(8) value spaces.
01 gate-text         pic x(160) value spaces.
01 gate-text-pos     pic 9(3) value 0.
01 gate-found        pic x(1) value 'N'.
01 out-line          pic x(512) value spaces.

  string 'churn=' function trim(churn-disp)
      ';changed=' changed-count ';checked=' checked-count
      delimited by size into gate-text
  compute gate-text-pos = function length(function trim(gate-text)) + 1
  if churn-pct > threshold-pct
    string ';outcome=CHURN' delimited by size into gate-text
        with pointer gate-text-pos
  else
    string ';outcome=OK' delimited by size into gate-text
        with pointer gate-text-pos
  end-if
  call 'cobmind-gate-state' using gate-op, gate-kind, gate-date,
      gate-text, gate-found

