       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTVALPRF.

      * Shop maintenance transaction for the per-source validation
      * profile file. Lets operations add, change, delete, or list
      * the profile a feed is validated under (header source ID plus
      * its own cutoff type, hold option, reject-rate limit, time-
      * zone offset, and amount ceiling) the same way DTVALEXP
      * maintains the expected-feed control. The nightly run looks
      * each batch's source up here as the batch opens; a source
      * with no profile runs under the shop-wide parameter file
      * values.
      * Every transaction is checked against the operator authority
      * file (DTVALAUT subprogram) and every action - applied or
      * refused (RFD) - lands on the maintenance audit file with
      * before and after images of the profile record. A profile
      * whose fields will not edit is refused before the authority
      * check and nothing is applied.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRF-FILE ASSIGN TO PRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-SOURCE-ID
               FILE STATUS IS WS-PRF-STATUS.

           SELECT MAUD-FILE ASSIGN TO MNTAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRF-FILE.
           COPY "cpyprfr.cpy".

       FD  MAUD-FILE
           RECORDING MODE IS F.
           COPY "cpymaud.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PRF-STATUS           PIC X(2).
               88  WS-PRF-OK                  VALUE "00".
               88  WS-PRF-NOT-FOUND           VALUE "23".
               88  WS-PRF-EOF                 VALUE "10".
           05  WS-MAUD-STATUS          PIC X(2).
               88  WS-MAUD-OK                 VALUE "00".
           05  WS-EDIT-SW              PIC X(1).
               88  WS-EDIT-PASSED             VALUE "Y".
               88  WS-EDIT-FAILED             VALUE "N".

       01  WS-RC-OPEN-FAILURE          PIC 9(2) VALUE 12.
       01  WS-RC-TXN-ERRORS            PIC 9(2) VALUE 4.

      * Card-image fields as keyed: the numeric ones arrive as
      * characters (blank = zero) and are edited into the profile
      * record only once every field has passed.
       01  WS-MAINT-AREA.
           05  WS-MAINT-ACTION         PIC X(1).
               88  WS-ACTION-ADD              VALUE "A".
               88  WS-ACTION-CHANGE           VALUE "C".
               88  WS-ACTION-DELETE           VALUE "D".
               88  WS-ACTION-LIST             VALUE "L".
           05  WS-MAINT-SOURCE         PIC X(8).
           05  WS-MAINT-CUTOFF-TYPE    PIC X(8).
           05  WS-MAINT-HOLD           PIC X(1).
           05  WS-MAINT-REJ-LIMIT      PIC X(3).
           05  WS-MAINT-REJ-LIMIT-NUM REDEFINES WS-MAINT-REJ-LIMIT
                                       PIC 9(3).
           05  WS-MAINT-TZ             PIC X(5).
           05  WS-MAINT-TZ-PARTS REDEFINES WS-MAINT-TZ.
               10  WS-MAINT-TZ-SIGN    PIC X(1).
               10  WS-MAINT-TZ-MINUTES PIC X(4).
               10  WS-MAINT-TZ-MIN-NUM REDEFINES WS-MAINT-TZ-MINUTES
                                       PIC 9(4).
           05  WS-MAINT-MAX-AMT        PIC X(9).
           05  WS-MAINT-MAX-AMT-NUM REDEFINES WS-MAINT-MAX-AMT
                                       PIC 9(9).
           05  WS-MAINT-DESC           PIC X(12).
           05  WS-MAINT-USER           PIC X(8).

      * Edited values, moved into the profile record by add and
      * change. A time-zone offset is held to less than a full day
      * so the nightly run never rolls a stamp more than one date.
       01  WS-EDITED-AREA.
           05  WS-EDT-REJ-LIMIT        PIC 9(3).
           05  WS-EDT-TZ-OFFSET        PIC S9(4).
           05  WS-EDT-MAX-AMT          PIC 9(9)V99.
           05  WS-TZ-MAX-MINUTES       PIC 9(4) VALUE 1439.

      * Audit action code, spelled the way the shared maintenance
      * audit spells them; RFD for a refused action.
       01  WS-AUDIT-ACTION             PIC X(3).

       01  WS-BEFORE-IMAGE             PIC X(66).
       01  WS-CURRENT-DATE-AREA.
           05  WS-CURRENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(13).

       01  WS-LIST-LINE.
           05  WS-LST-TZ               PIC -9999.
           05  WS-LST-MAX-AMT          PIC ZZZZZZZZ9.99.

       COPY "cpyautl.cpy".
       COPY "cpychnl.cpy".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           OPEN I-O PRF-FILE
           IF WS-PRF-STATUS = "35"
               OPEN OUTPUT PRF-FILE
               CLOSE PRF-FILE
               OPEN I-O PRF-FILE
           END-IF
           IF NOT WS-PRF-OK
               DISPLAY "Unable to open source-profile file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE PRF-FILE
               STOP RUN
           END-IF
      * The maintenance audit is chained (DTVALCHN): find where it
      * ends before appending, so tonight's records carry on its
      * sequence numbers and chain.
           SET DTCHN-FIND-MAUD-END TO TRUE
           CALL "DTVALCHN" USING DTCHN-LINKAGE
           IF NOT DTCHN-OK
               DISPLAY "Maintenance audit end unreadable, chain "
                   "restarts"
           END-IF
           OPEN EXTEND MAUD-FILE
           IF WS-MAUD-STATUS = "35"
               OPEN OUTPUT MAUD-FILE
           END-IF
           IF NOT WS-MAUD-OK
               DISPLAY "Unable to open maintenance audit file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE PRF-FILE
               STOP RUN
           END-IF

           PERFORM 1000-GET-MAINT-TXN
           PERFORM 2000-APPLY-MAINT-TXN

           CLOSE MAUD-FILE
           CLOSE PRF-FILE
           STOP RUN.

       1000-GET-MAINT-TXN.
           DISPLAY "Action (A=Add, C=Change, D=Delete, L=List): "
           ACCEPT WS-MAINT-ACTION
           DISPLAY "Source ID (blank on L lists all): "
           ACCEPT WS-MAINT-SOURCE
           DISPLAY "Cutoff parameter type (blank = CUTOFF): "
           ACCEPT WS-MAINT-CUTOFF-TYPE
           DISPLAY "Hold after-cutoff items (Y/N, blank = shop): "
           ACCEPT WS-MAINT-HOLD
           DISPLAY "Reject-rate limit, whole percent (000 = none): "
           ACCEPT WS-MAINT-REJ-LIMIT
           DISPLAY "Time-zone offset to shop time, +/-MMMM minutes: "
           ACCEPT WS-MAINT-TZ
           DISPLAY "Maximum amount, whole dollars (0 = no ceiling): "
           ACCEPT WS-MAINT-MAX-AMT
           DISPLAY "Description: "
           ACCEPT WS-MAINT-DESC
           DISPLAY "Operator/job ID: "
           ACCEPT WS-MAINT-USER.

       2000-APPLY-MAINT-TXN.
           PERFORM 2050-SET-AUDIT-VERB
           SET WS-EDIT-PASSED TO TRUE
           IF WS-ACTION-ADD OR WS-ACTION-CHANGE
               PERFORM 2040-EDIT-PROFILE-FIELDS
           END-IF
           IF WS-EDIT-FAILED
               MOVE WS-RC-TXN-ERRORS TO RETURN-CODE
               DISPLAY "Profile for " WS-MAINT-SOURCE
                   " not applied, correct the fields and resubmit"
           ELSE
               PERFORM 2020-CHECK-AUTHORITY
               IF DTAUTH-ALLOWED
                   PERFORM 2010-DISPATCH-MAINT-TXN
               ELSE
                   PERFORM 2030-REFUSE-TXN
               END-IF
           END-IF.

       2010-DISPATCH-MAINT-TXN.
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 2100-ADD-PRF-RECORD
               WHEN WS-ACTION-CHANGE
                   PERFORM 2200-CHANGE-PRF-RECORD
               WHEN WS-ACTION-DELETE
                   PERFORM 2300-DELETE-PRF-RECORD
               WHEN WS-ACTION-LIST
                   PERFORM 2400-LIST-PRF-RECORDS
               WHEN OTHER
                   DISPLAY "Unknown action, nothing applied"
           END-EVALUATE.

       2020-CHECK-AUTHORITY.
           MOVE WS-MAINT-USER TO DTAUTH-USER-IN
           MOVE WS-MAINT-ACTION TO DTAUTH-VERB-IN
           MOVE WS-MAINT-SOURCE TO DTAUTH-KEY-IN
           CALL "DTVALAUT" USING DTAUTH-LINKAGE.

       2030-REFUSE-TXN.
           DISPLAY "Not authorized: user " WS-MAINT-USER
               " action " WS-MAINT-ACTION " source "
               WS-MAINT-SOURCE " (reason " DTAUTH-RETURN-CODE ")"
           MOVE "RFD" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO PRF-RECORD
           MOVE WS-MAINT-SOURCE TO PRF-SOURCE-ID
           PERFORM 2900-WRITE-MAINT-AUDIT.

      * Blank numeric fields read as zero. The hold option is Y, N,
      * or blank (the shop HOLDOPT setting); the offset is a sign
      * and four digits of minutes, blank meaning the feed already
      * stamps shop time.
       2040-EDIT-PROFILE-FIELDS.
           IF WS-MAINT-SOURCE = SPACES
               SET WS-EDIT-FAILED TO TRUE
               DISPLAY "Source ID is required"
           END-IF
           IF WS-MAINT-HOLD NOT = "Y" AND WS-MAINT-HOLD NOT = "N"
              AND WS-MAINT-HOLD NOT = SPACE
               SET WS-EDIT-FAILED TO TRUE
               DISPLAY "Hold option must be Y, N, or blank: "
                   WS-MAINT-HOLD
           END-IF
           IF WS-MAINT-REJ-LIMIT = SPACES
               MOVE 0 TO WS-EDT-REJ-LIMIT
           ELSE
               IF WS-MAINT-REJ-LIMIT IS NUMERIC
                  AND WS-MAINT-REJ-LIMIT-NUM <= 100
                   MOVE WS-MAINT-REJ-LIMIT-NUM TO WS-EDT-REJ-LIMIT
               ELSE
                   SET WS-EDIT-FAILED TO TRUE
                   DISPLAY "Reject-rate limit must be 000-100: "
                       WS-MAINT-REJ-LIMIT
               END-IF
           END-IF
           IF WS-MAINT-TZ = SPACES
               MOVE 0 TO WS-EDT-TZ-OFFSET
           ELSE
               IF (WS-MAINT-TZ-SIGN = "+" OR WS-MAINT-TZ-SIGN = "-")
                  AND WS-MAINT-TZ-MINUTES IS NUMERIC
                  AND WS-MAINT-TZ-MIN-NUM <= WS-TZ-MAX-MINUTES
                   MOVE WS-MAINT-TZ-MIN-NUM TO WS-EDT-TZ-OFFSET
                   IF WS-MAINT-TZ-SIGN = "-"
                       COMPUTE WS-EDT-TZ-OFFSET = 0 - WS-EDT-TZ-OFFSET
                   END-IF
               ELSE
                   SET WS-EDIT-FAILED TO TRUE
                   DISPLAY "Time-zone offset must be +MMMM or -MMMM "
                       "under one day: " WS-MAINT-TZ
               END-IF
           END-IF
           IF WS-MAINT-MAX-AMT = SPACES
               MOVE 0 TO WS-EDT-MAX-AMT
           ELSE
               IF WS-MAINT-MAX-AMT IS NUMERIC
                   MOVE WS-MAINT-MAX-AMT-NUM TO WS-EDT-MAX-AMT
               ELSE
                   SET WS-EDIT-FAILED TO TRUE
                   DISPLAY "Maximum amount must be whole dollars: "
                       WS-MAINT-MAX-AMT
               END-IF
           END-IF.

       2050-SET-AUDIT-VERB.
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   MOVE "ADD" TO WS-AUDIT-ACTION
               WHEN WS-ACTION-CHANGE
                   MOVE "CHG" TO WS-AUDIT-ACTION
               WHEN WS-ACTION-DELETE
                   MOVE "DEL" TO WS-AUDIT-ACTION
               WHEN WS-ACTION-LIST
                   MOVE "LST" TO WS-AUDIT-ACTION
               WHEN OTHER
                   MOVE "???" TO WS-AUDIT-ACTION
           END-EVALUATE.

       2100-ADD-PRF-RECORD.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO PRF-RECORD
           MOVE WS-MAINT-SOURCE TO PRF-SOURCE-ID
           PERFORM 2150-MOVE-PROFILE-FIELDS
           WRITE PRF-RECORD
               INVALID KEY
                   DISPLAY "Unable to add source-profile record"
               NOT INVALID KEY
                   PERFORM 2900-WRITE-MAINT-AUDIT
           END-WRITE.

       2150-MOVE-PROFILE-FIELDS.
           MOVE WS-MAINT-CUTOFF-TYPE TO PRF-CUTOFF-TYPE
           MOVE WS-MAINT-HOLD TO PRF-HOLD-OPTION
           MOVE WS-EDT-REJ-LIMIT TO PRF-REJECT-LIMIT
           MOVE WS-EDT-TZ-OFFSET TO PRF-TZ-OFFSET
           MOVE WS-EDT-MAX-AMT TO PRF-MAX-AMOUNT
           MOVE WS-MAINT-DESC TO PRF-DESCRIPTION
           MOVE WS-CURRENT-DATE TO PRF-LAST-MAINT-DATE
           MOVE WS-MAINT-USER TO PRF-LAST-MAINT-USER.

       2200-CHANGE-PRF-RECORD.
           MOVE WS-MAINT-SOURCE TO PRF-SOURCE-ID
           READ PRF-FILE
               KEY IS PRF-SOURCE-ID
               INVALID KEY
                   DISPLAY "Source-profile record not found"
               NOT INVALID KEY
                   MOVE PRF-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 2150-MOVE-PROFILE-FIELDS
                   REWRITE PRF-RECORD
                       INVALID KEY
                           DISPLAY "Unable to update source-"
                               "profile record"
                       NOT INVALID KEY
                           PERFORM 2900-WRITE-MAINT-AUDIT
                   END-REWRITE
           END-READ.

      * Read before delete so the audit carries a real before image
      * of what was removed. The source goes back to the shop-wide
      * defaults from its next batch on.
       2300-DELETE-PRF-RECORD.
           MOVE WS-MAINT-SOURCE TO PRF-SOURCE-ID
           READ PRF-FILE
               KEY IS PRF-SOURCE-ID
               INVALID KEY
                   DISPLAY "Source-profile record not found"
               NOT INVALID KEY
                   MOVE PRF-RECORD TO WS-BEFORE-IMAGE
                   DELETE PRF-FILE
                       INVALID KEY
                           DISPLAY "Unable to delete source-"
                               "profile record"
                       NOT INVALID KEY
                           MOVE SPACES TO PRF-RECORD
                           MOVE WS-MAINT-SOURCE TO PRF-SOURCE-ID
                           PERFORM 2900-WRITE-MAINT-AUDIT
                   END-DELETE
           END-READ.

       2400-LIST-PRF-RECORDS.
           IF WS-MAINT-SOURCE = SPACES
               MOVE LOW-VALUES TO PRF-SOURCE-ID
               START PRF-FILE
                   KEY IS >= PRF-SOURCE-ID
                   INVALID KEY
                       DISPLAY "Source-profile file is empty"
               END-START
               IF WS-PRF-OK
                   PERFORM 2450-LIST-NEXT-RECORD
                       UNTIL WS-PRF-EOF OR NOT WS-PRF-OK
               END-IF
               MOVE "00" TO WS-PRF-STATUS
           ELSE
               MOVE WS-MAINT-SOURCE TO PRF-SOURCE-ID
               READ PRF-FILE
                   KEY IS PRF-SOURCE-ID
                   INVALID KEY
                       DISPLAY "Source-profile record not found"
                   NOT INVALID KEY
                       PERFORM 2460-DISPLAY-PRF-RECORD
               END-READ
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO PRF-RECORD
           MOVE WS-MAINT-SOURCE TO PRF-SOURCE-ID
           PERFORM 2900-WRITE-MAINT-AUDIT.

       2450-LIST-NEXT-RECORD.
           READ PRF-FILE NEXT RECORD
               AT END
                   SET WS-PRF-EOF TO TRUE
               NOT AT END
                   PERFORM 2460-DISPLAY-PRF-RECORD
           END-READ.

       2460-DISPLAY-PRF-RECORD.
           MOVE PRF-TZ-OFFSET TO WS-LST-TZ
           MOVE PRF-MAX-AMOUNT TO WS-LST-MAX-AMT
           DISPLAY PRF-SOURCE-ID " cutoff " PRF-CUTOFF-TYPE
               " hold " PRF-HOLD-OPTION
               " rejlimit " PRF-REJECT-LIMIT
               " tz " WS-LST-TZ
               " max " WS-LST-MAX-AMT
               " " PRF-DESCRIPTION
               " maint " PRF-LAST-MAINT-DATE
               " by " PRF-LAST-MAINT-USER.

      * Shares the maintenance audit layout: the source ID rides in
      * the cutoff-type field and the images are profile record
      * images.
       2900-WRITE-MAINT-AUDIT.
           MOVE WS-AUDIT-ACTION TO MAUD-ACTION
           MOVE WS-MAINT-SOURCE TO MAUD-CUTOFF-TYPE
           MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE PRF-RECORD TO MAUD-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE TO MAUD-TIMESTAMP
           MOVE WS-MAINT-USER TO MAUD-USER
           PERFORM 2910-CHAIN-MAINT-AUDIT
           WRITE MAUD-RECORD
           IF NOT WS-MAUD-OK
               DISPLAY "Unable to write maintenance audit record"
           ELSE
               MOVE MAUD-SEQ-NO TO DTCHN-LAST-SEQ
               MOVE DTCHN-CHAIN-OUT TO DTCHN-PREV-CHAIN
           END-IF.

      * Next sequence number, and the chain value over the record
      * with the chain value itself zero.
       2910-CHAIN-MAINT-AUDIT.
           ADD 1 TO DTCHN-LAST-SEQ GIVING MAUD-SEQ-NO
           MOVE 0 TO MAUD-CHAIN-VALUE
           MOVE MAUD-RECORD TO DTCHN-RECORD
           MOVE LENGTH OF MAUD-RECORD TO DTCHN-RECORD-LENGTH
           SET DTCHN-COMPUTE TO TRUE
           CALL "DTVALCHN" USING DTCHN-LINKAGE
           MOVE DTCHN-CHAIN-OUT TO MAUD-CHAIN-VALUE.
