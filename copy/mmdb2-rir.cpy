*>*********************************************************************
*> the regional-registry delegation reference (mmdb2-rir-load,
*> mmdb2-rir-lookup): one record per allocation range out of the
*> five registries' delegated-extended statistics files, in a keyed
*> file. the key is the family ('4' or '6') followed by the range's
*> first address in mmdb2-sighting-key's zero-padded text, so key
*> order is address order within a family and the families never
*> interleave; end-key is the range's last address in the same form,
*> so containment is one floor read and one compare.
*>
*> country is the registered country (blank or "ZZ" for space not
*> delegated to anyone), date the allocation date (YYYYMMDD, zeros
*> when the registry gives none), status the registry's own word:
*> allocated, assigned, reserved or available.
*>
*> the one record keyed "#LOADED" is control, not a range: its date
*> is the day the reference was built and its size the ranges
*> loaded.
*>*********************************************************************

01 mmdb2-rir-rec.
   05 mmdb2-rir-key        pic x(41).
   05 mmdb2-rir-end-key    pic x(41).
   05 mmdb2-rir-registry   pic x(8).
   05 mmdb2-rir-country    pic x(2).
   05 mmdb2-rir-date       pic x(8).
   05 mmdb2-rir-status     pic x(10).
      88 mmdb2-rir-available value 'available'.
   05 mmdb2-rir-start      pic x(45).
   05 mmdb2-rir-size       pic x(12).
