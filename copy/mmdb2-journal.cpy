*>*********************************************************************
*> one entry of the maintenance journal (cobmind-journal-write,
*> read back by mmdb2-maint-journal): a single record-maintenance
*> change to one of the keyed control files - the record as it
*> stood before and as it was left after, stamped with who, when,
*> and under which run. the line is written fixed-column exactly as
*> laid out here, because the images are whole file lines and carry
*> their own commas.
*>
*> a before-flag of 'N' is a record that did not exist (an ADD); an
*> after-flag of 'N' a record that was removed (a RELEASE). a
*> reversal carries the id of the entry it undid in reverses.
*>*********************************************************************

01 mmdb2-journal-rec.
   05 mmdb2-jrn-id           pic x(10) value spaces.
   05 mmdb2-jrn-stamp        pic x(14) value spaces.
   05 mmdb2-jrn-run          pic x(20) value spaces.
   05 mmdb2-jrn-operator     pic x(32) value spaces.
   05 mmdb2-jrn-program      pic x(24) value spaces.
   05 mmdb2-jrn-action       pic x(16) value spaces.
   05 mmdb2-jrn-reverses     pic x(10) value spaces.
   05 mmdb2-jrn-file         pic x(128) value spaces.
   05 mmdb2-jrn-key          pic x(50) value spaces.
   05 mmdb2-jrn-before-flag  pic x(01) value 'N'.
      88 mmdb2-jrn-has-before    value 'Y'.
   05 mmdb2-jrn-before       pic x(256) value spaces.
   05 mmdb2-jrn-after-flag   pic x(01) value 'N'.
      88 mmdb2-jrn-has-after     value 'Y'.
   05 mmdb2-jrn-after        pic x(256) value spaces.
