*>*********************************************************************
*> the IP sighting master record (mmdb2-sightings): one record per
*> distinct address ever seen in a night's results, in a keyed file
*> ("COBMIND_SIGHTINGS", ./cobmind.sightings). the key is the
*> address in mmdb2-sighting-key's zero-padded text - the same
*> fixed-width form mmdb2-build-index keys its networks by, so key
*> order is address order within a family and a network inquiry is
*> one START and a forward read.
*>
*> the answer fields are the last decoded answer: reason text as the
*> results file wrote it, country code, English city name, ASN, and
*> the build_epoch of the release that produced them. changes counts
*> the nights the answer differed from the one before it.
*>
*> the one record keyed "#LAST-LOAD" is control, not an address: its
*> last-seen date is the latest night loaded, so a night is never
*> counted twice.
*>*********************************************************************

01 mmdb2-sighting-rec.
   05 mmdb2-sgt-key        pic x(40).
   05 mmdb2-sgt-address    pic x(45).
   05 mmdb2-sgt-first-seen pic 9(8).
   05 mmdb2-sgt-last-seen  pic 9(8).
   05 mmdb2-sgt-count      pic 9(9).
   05 mmdb2-sgt-reason     pic x(12).
   05 mmdb2-sgt-country    pic x(8).
   05 mmdb2-sgt-city       pic x(48).
   05 mmdb2-sgt-asn        pic x(16).
   05 mmdb2-sgt-build-epoch pic 9(11).
   05 mmdb2-sgt-changes    pic 9(7).
