*>*********************************************************************
*> the regulator's fixed record layout for the quarterly return of
*> screened traffic by jurisdiction (mmdb2-quarterly-return): one
*> header record, one detail record per sanctioned or high-risk
*> jurisdiction (zero rows included - the regulator wants the nil
*> return stated), one trailer record carrying the detail count and
*> the column totals. 120 bytes a record, counts zero-filled.
*>*********************************************************************

01 rr-header.
   05 rrh-rec-type        pic x(02) value '00'.
   05 rrh-reporter        pic x(16) value spaces.
   05 rrh-return-type     pic x(08) value 'SCRNTRAF'.
   05 rrh-period          pic x(06) value spaces.
   05 rrh-period-from     pic x(08) value spaces.
   05 rrh-period-to       pic x(08) value spaces.
   05 rrh-created-date    pic x(08) value spaces.
   05 rrh-created-time    pic x(06) value spaces.
   05 filler              pic x(58) value spaces.

01 rr-detail.
   05 rrd-rec-type        pic x(02) value '10'.
   05 rrd-jurisdiction    pic x(02) value spaces.
   *> EMBARGO or SECTORAL from the country master's sanctions
   *> status, HIGHRISK from the high-risk jurisdiction list.
   05 rrd-category        pic x(08) value spaces.
   05 rrd-name            pic x(48) value spaces.
   05 rrd-interactions    pic 9(12) value 0.
   05 rrd-blocked         pic 9(12) value 0.
   05 rrd-released        pic 9(12) value 0.
   05 filler              pic x(24) value spaces.

01 rr-trailer.
   05 rrt-rec-type        pic x(02) value '99'.
   05 rrt-detail-count    pic 9(06) value 0.
   05 rrt-interactions    pic 9(15) value 0.
   05 rrt-blocked         pic 9(15) value 0.
   05 rrt-released        pic 9(15) value 0.
   05 filler              pic x(67) value spaces.
