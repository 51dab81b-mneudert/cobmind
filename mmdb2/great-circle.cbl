       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-great-circle.

*>*********************************************************************
*> great-circle distance in kilometres between two points given in
*> decimal degrees, via the haversine formula - the impossible-travel
*> screen's measure (mmdb2-travel-check), callable so the accuracy
*> scorecard (mmdb2-accuracy-score) measures the vendor's error with
*> exactly the same math. good to well under a kilometre at the
*> distances either cares about.
*>*********************************************************************

data division.
working-storage section.

*> haversine intermediates - radians throughout, earth radius per the
*> mean-radius figure the rest of the industry uses for this check.
01 pi-value          pic 9v9(15) value 3.141592653589793.
01 earth-radius-km   pic 9(5) value 6371.
01 rad-lat-1         pic s9(3)v9(12).
01 rad-lat-2         pic s9(3)v9(12).
01 rad-dlat          pic s9(3)v9(12).
01 rad-dlon          pic s9(3)v9(12).
01 hav-a             pic 9v9(15).
01 hav-sin-lat       pic s9v9(15).
01 hav-sin-lon       pic s9v9(15).
01 hav-cos-prod      pic s9v9(15).
01 hav-angle         pic 9(3)v9(12).

linkage section.

01 lat-1             pic s9(3)v9(9).
01 lon-1             pic s9(3)v9(9).
01 lat-2             pic s9(3)v9(9).
01 lon-2             pic s9(3)v9(9).
01 distance-km       pic 9(6)v9(2).

*>*********************************************************************

procedure division using lat-1, lon-1, lat-2, lon-2, distance-km.
  compute rad-lat-1 = lat-1 * pi-value / 180
  compute rad-lat-2 = lat-2 * pi-value / 180
  compute rad-dlat = (lat-2 - lat-1) * pi-value / 180
  compute rad-dlon = (lon-2 - lon-1) * pi-value / 180

  compute hav-sin-lat = function sin(rad-dlat / 2)
  compute hav-sin-lon = function sin(rad-dlon / 2)

  *> the cosine product gets its own field: left inside the one
  *> expression its intermediate can be cut short, and the longitude
  *> term - most of the distance east-west - comes out as zero.
  compute hav-cos-prod =
      function cos(rad-lat-1) * function cos(rad-lat-2)
  compute hav-a =
      hav-sin-lat * hav-sin-lat
      + hav-cos-prod * hav-sin-lon * hav-sin-lon

  if hav-a > 1
    move 1 to hav-a
  end-if

  compute hav-angle =
      2 * function atan(function sqrt(hav-a)
          / function sqrt(1 - hav-a + 0.000000000000001))

  compute distance-km = earth-radius-km * hav-angle
  goback.
