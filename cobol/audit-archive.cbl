*> moved and kept, the archived date range, counts by unit) so the
*> month's housekeeping is itself accounted for.
*>
*> Run from jcl/audarch.jcl, behind its VERIFY step: the seal
*> chain (audit-seal-verify.cbl) is rechecked first and a broken
*> chain holds the cut, so a month is never archived from a
*> journal that no longer matches its seals. Records keep their
*> journal order through the cut, which is what lets the seals
*> still be checked against the archive months afterwards. The
*> retention window in days is the first command-line token
*> (default 30), e.g. "audit-archive 60".
*>
*> Records are routed on the run timestamp in columns 1-8 of each
*> audit record. A record whose first 8 bytes are not a date (there
