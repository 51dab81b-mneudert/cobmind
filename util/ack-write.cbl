*>*********************************************************************
*> appends one acknowledgment row to the alert-ack file cobmind-
*> alert-state reads back: database, condition, expiry (today plus
*> ack-days), the acknowledging operator, and when the ack was made
*> (YYYYMMDD-HHMMSS) - so "who silenced what, until when" is always
*> answerable, and mmdb2-service-pack can time how long an alert
*> waited for someone. rows written before the ack time was recorded
*> carry four fields; readers that want only the first four ignore
*> the fifth.
*>*********************************************************************

environment division.
01 operator-name  pic x(32) value spaces.
01 expiry-num     pic 9(8) value 0.
01 out-line       pic x(256) value spaces.
01 current-ts     pic x(21) value spaces.

linkage section.

    move 'UNKNOWN' to operator-name
  end-if

  move function current-date to current-ts

  compute expiry-num = function date-of-integer(
      function integer-of-date(function numval(
          function current-date(1:8))) + ack-days)
    function trim(subject-name) ','
    function trim(ack-condition) ','
    expiry-num ','
    function trim(operator-name) ','
    current-ts(1:8) '-' current-ts(9:6)
    delimited by size
    into out-line
  write ack-out-rec from out-line
