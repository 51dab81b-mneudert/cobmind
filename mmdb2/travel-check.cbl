*> the CALL would be shorter than the x(64) the callee declares, and
*> whatever happens to sit after it in storage would ride along as
*> part of the path.
01 path-latitude     pic x(64) value 'LAT'.
01 path-longitude    pic x(64) value 'LON'.
01 explain-off       pic x(1) value 'N'.
01 lang-filter       pic x(8) value spaces.

01 lat-2             pic s9(3)v9(9) value 0.
01 lon-2             pic s9(3)v9(9) value 0.

01 distance-km       pic 9(6)v9(2) value 0.

01 ts-days-1         pic 9(10).

*>*********************************************************************
*> great-circle distance via the haversine formula - the standard
*> "how far apart can two logins plausibly be" measure, shared with
*> the accuracy scorecard (mmdb2-great-circle).
*>*********************************************************************

compute-distance.
  call 'mmdb2-great-circle' using lat-1, lon-1, lat-2, lon-2,
      distance-km
  .

*>*********************************************************************
