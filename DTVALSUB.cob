      * DTVAL-NEXT-BUS-DATE-OUT. A run with no calendar file skips
      * the business-day edit (every day processes), matching how a
      * missing cutoff parm falls back rather than stopping the shop.
      * A caller passing DTVAL-CAL-MODE-IN "P" (the what-if
      * simulation, DTVALSIM) gets the business-day edit answered
      * against its proposed weekly rule and extra holidays laid
      * over the calendar on file; the file is only ever read.
      * Callers never have to re-implement these edits themselves.

       ENVIRONMENT DIVISION.
       01  WS-WEEKRULE-FLAGS REDEFINES WS-WEEKRULE-VALUES.
           05  WS-WEEKRULE-FLAG        PIC X(1) OCCURS 7 TIMES.
       01  WS-WEEKRULE-KEY             PIC X(8) VALUE "WEEKRULE".
       01  WS-DEFAULT-WEEKRULE         PIC X(7) VALUE "YYYYYNN".

      * The weekly rule a proposed-calendar call is answered under.
       01  WS-PROP-RULE-VALUES         PIC X(7).
       01  WS-PROP-RULE-FLAGS REDEFINES WS-PROP-RULE-VALUES.
           05  WS-PROP-RULE-FLAG       PIC X(1) OCCURS 7 TIMES.
       01  WS-PROP-HOL-IX              PIC 9(3) COMP.

       01  WS-BUSDAY-SW                PIC X(1).
           88  WS-BUSDAY-YES                  VALUE "Y".
       1210-CHECK-BUSINESS-DAY.
           SET WS-BUSDAY-YES TO TRUE
           PERFORM 1220-DAY-OF-WEEK
           IF DTVAL-CAL-PROPOSED
               PERFORM 1230-CHECK-PROPOSED-DAY
           ELSE
               IF WS-WEEKRULE-FLAG (WS-DOW-IX) NOT = "Y"
                   SET WS-BUSDAY-NO TO TRUE
               ELSE
                   PERFORM 1240-READ-HOLIDAY
               END-IF
           END-IF.

      * The same test under the caller's proposed calendar: the
      * proposed weekly rule, then the proposed holidays, then the
      * holiday records already on file.
       1230-CHECK-PROPOSED-DAY.
           EVALUATE TRUE
               WHEN DTVAL-PROP-WEEKRULE-CHANGED
                   MOVE DTVAL-PROP-WEEKRULE TO WS-PROP-RULE-VALUES
               WHEN DTVAL-PROP-WEEKRULE-DELETED
                   MOVE WS-DEFAULT-WEEKRULE TO WS-PROP-RULE-VALUES
               WHEN OTHER
                   MOVE WS-WEEKRULE-VALUES TO WS-PROP-RULE-VALUES
           END-EVALUATE
           IF WS-PROP-RULE-FLAG (WS-DOW-IX) NOT = "Y"
               SET WS-BUSDAY-NO TO TRUE
           ELSE
               MOVE 1 TO WS-PROP-HOL-IX
               PERFORM UNTIL WS-PROP-HOL-IX > DTVAL-PROP-HOL-COUNT
                          OR WS-PROP-HOL-IX > 100
                          OR WS-BUSDAY-NO
                   IF DTVAL-PROP-HOL-DATE (WS-PROP-HOL-IX)
                           = WS-DOW-CHK-DATE
                       SET WS-BUSDAY-NO TO TRUE
                   END-IF
                   ADD 1 TO WS-PROP-HOL-IX
               END-PERFORM
               IF WS-BUSDAY-YES
                   PERFORM 1240-READ-HOLIDAY
               END-IF
           END-IF.

       1240-READ-HOLIDAY.
           MOVE WS-DOW-CHK-DATE TO CAL-KEY
           READ CAL-FILE
               KEY IS CAL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BUSDAY-NO TO TRUE
           END-READ.

      * Zeller's congruence on WS-DOW-CHK-DATE. January and February
      * count as months 13 and 14 of the prior year.
       1220-DAY-OF-WEEK.
