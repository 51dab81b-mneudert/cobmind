*>*********************************************************************
*> one effective-dated row of the country reference master, as
*> mmdb2-country-master answers it: a country's standing (name,
*> shop region, EU/EEA membership, sanctions status, tax
*> jurisdiction) between its effective-from and effective-to dates,
*> both inclusive - 99991231 is open-ended. sanctions status is one
*> of NONE, SECTORAL, EMBARGO.
*>*********************************************************************

01 mmdb2-country-rec.
   05 mmdb2-country-iso        pic x(02) value spaces.
   05 mmdb2-country-from       pic 9(08) value 0.
   05 mmdb2-country-to         pic 9(08) value 99991231.
   05 mmdb2-country-name       pic x(48) value spaces.
   05 mmdb2-country-region     pic x(08) value spaces.
   05 mmdb2-country-eu         pic x(01) value 'N'.
      88 mmdb2-country-in-eu      value 'Y'.
   05 mmdb2-country-eea        pic x(01) value 'N'.
      88 mmdb2-country-in-eea     value 'Y'.
   05 mmdb2-country-sanctions  pic x(08) value 'NONE'.
      88 mmdb2-country-unsanctioned value 'NONE'.
      88 mmdb2-country-sectoral   value 'SECTORAL'.
      88 mmdb2-country-embargoed  value 'EMBARGO'.
   05 mmdb2-country-tax        pic x(08) value spaces.
