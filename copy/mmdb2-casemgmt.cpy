*>*********************************************************************
*> record layouts for the interface to the group case-management
*> system (mmdb2-case-link). both directions are fixed-width files
*> with a header record, detail records and a trailer record whose
*> count binds the file - the case system's standard inbound and
*> outbound shape.
*>
*> the case key is ours: "HQ" + the case's first-seen date + "-" +
*> the address, e.g. HQ20261015-81.2.69.160. it is stable for the
*> life of a hold-queue case and unique across re-opened addresses.
*>*********************************************************************

*> outbound: hold-queue cases for the case system's inbound feed,
*> 300 bytes a record.
01 cm-export-header.
   05 cmh-rec-type        pic x(01) value 'H'.
   05 cmh-source          pic x(16) value 'COBMIND-HOLDQ'.
   05 cmh-run-date        pic x(08) value spaces.
   05 cmh-run-time        pic x(06) value spaces.
   05 filler              pic x(269) value spaces.

01 cm-export-detail.
   05 cmd-rec-type        pic x(01) value 'D'.
   *> NEW - opened since the last export; REFRESH - seen again (or
   *> dispositioned) since the last export.
   05 cmd-action          pic x(08) value spaces.
   05 cmd-case-key        pic x(60) value spaces.
   05 cmd-ip              pic x(45) value spaces.
   *> screening evidence: what matched, where, under which verdict,
   *> first raised by which run and seen over which dates.
   05 cmd-network         pic x(43) value spaces.
   05 cmd-country         pic x(02) value spaces.
   05 cmd-verdict         pic x(05) value spaces.
   05 cmd-status          pic x(10) value spaces.
   05 cmd-first-run       pic x(20) value spaces.
   05 cmd-first-seen      pic x(08) value spaces.
   05 cmd-last-seen       pic x(08) value spaces.
   05 cmd-reviewer        pic x(32) value spaces.
   05 cmd-ticket          pic x(32) value spaces.
   05 filler              pic x(26) value spaces.

01 cm-export-trailer.
   05 cmt-rec-type        pic x(01) value 'T'.
   05 cmt-count           pic 9(09) value 0.
   05 filler              pic x(290) value spaces.

*> inbound: the case system's disposition file (and its full status
*> extract, same layout), 200 bytes a record. status is OPEN while
*> the case system is still working a case, else RELEASED,
*> CONFIRMED or ESCALATED.
01 cm-disposition-rec.
   05 cmi-rec-type        pic x(01).
      88 cmi-header       value 'H'.
      88 cmi-detail       value 'D'.
      88 cmi-trailer      value 'T'.
   05 cmi-case-key        pic x(60).
   05 cmi-status          pic x(10).
   05 cmi-officer         pic x(32).
   05 cmi-case-ref        pic x(32).
   05 cmi-status-date     pic x(08).
   05 filler              pic x(57).

01 cm-disposition-trailer.
   05 cmit-rec-type       pic x(01).
   05 cmit-count          pic 9(09).
   05 filler              pic x(190).
