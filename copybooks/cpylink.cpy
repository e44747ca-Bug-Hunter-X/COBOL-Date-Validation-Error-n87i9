      * was for a different reason, or when no business-day calendar
      * file is available to the run.
           05  DTVAL-NEXT-BUS-DATE-OUT PIC 9(8).
      * DTVAL-CAL-MODE-IN lets a what-if caller (DTVALSIM) have the
      * business-day edit answered against a proposed calendar
      * instead of the one on file. Space - what every production
      * caller passes - means the calendar as filed, and the fields
      * after it are not looked at. "P" means proposed: the weekly
      * rule comes from DTVAL-PROP-WEEKRULE-SW (space = the filed
      * WEEKRULE record, C = DTVAL-PROP-WEEKRULE, D = the record
      * deleted, so the compiled-in Saturday/Sunday-closed rule),
      * and each DTVAL-PROP-HOL-DATE counts as a holiday on top of
      * the holiday records on file. The calendar file itself is
      * never changed, and with no calendar file there is no
      * business-day edit to answer in either mode.
           05  DTVAL-CAL-MODE-IN       PIC X(1).
               88  DTVAL-CAL-AS-FILED          VALUE SPACE.
               88  DTVAL-CAL-PROPOSED          VALUE "P".
           05  DTVAL-PROP-WEEKRULE-SW  PIC X(1).
               88  DTVAL-PROP-WEEKRULE-KEPT    VALUE SPACE.
               88  DTVAL-PROP-WEEKRULE-CHANGED VALUE "C".
               88  DTVAL-PROP-WEEKRULE-DELETED VALUE "D".
           05  DTVAL-PROP-WEEKRULE     PIC X(7).
           05  DTVAL-PROP-HOL-COUNT    PIC 9(3).
           05  DTVAL-PROP-HOL-DATE     PIC 9(8) OCCURS 100 TIMES.
