      *Date: 2026-10-08 - Shared contact-field validation: phone,
      *                   email and statement delivery preference.
      *                   Callers must also have COPYed CONTVAL into
      *                   WORKING-STORAGE.
       VALIDATE-CONTACT-FIELDS.
      *    Set WS-CV-PHONE-IN (as keyed), WS-CV-COUNTRY (the
      *    person's country, blank reads US), WS-CV-EMAIL and
      *    WS-CV-DELIVERY-PREF before performing. Every field may be
      *    blank. On return WS-CV-IS-VALID says whether all three
      *    passed, WS-CV-REASON names the first that did not, and
      *    WS-CV-PHONE/WS-CV-EMAIL/WS-CV-DELIVERY-PREF hold the
      *    values to store.
           PERFORM VALIDATE-PHONE-NUMBER.
           IF WS-CV-IS-VALID
               PERFORM VALIDATE-EMAIL-ADDRESS
           END-IF.
           IF WS-CV-IS-VALID
               PERFORM VALIDATE-DELIVERY-PREF
           END-IF.

       VALIDATE-PHONE-NUMBER.
      *    The separators people key - spaces, dashes, dots and
      *    brackets - are dropped and the digits kept; a leading "+"
      *    marks an international number and is kept in front of
      *    them. A domestic number for a US (or blank-country)
      *    person must be ten digits with a real area code, a
      *    leading 1 trunk digit being dropped; anything else must
      *    carry 7 to 15 digits, the international maximum.
           MOVE "Y"    TO WS-CV-VALID-SWITCH.
           MOVE "N"    TO WS-CV-PLUS-SWITCH.
           MOVE SPACES TO WS-CV-REASON.
           MOVE SPACES TO WS-CV-PHONE.
           MOVE SPACES TO WS-CV-DIGITS-ONLY.
           MOVE ZEROS  TO WS-CV-DIGITS.
           IF WS-CV-PHONE-IN NOT = SPACES
               PERFORM VARYING WS-CV-SUB FROM 1 BY 1
                       UNTIL WS-CV-SUB > LENGTH OF WS-CV-PHONE-IN
                          OR NOT WS-CV-IS-VALID
                   MOVE WS-CV-PHONE-IN(WS-CV-SUB:1) TO WS-CV-CHAR
                   EVALUATE TRUE
                       WHEN WS-CV-CHAR IS NUMERIC
                           IF WS-CV-DIGITS < 15
                               ADD 1 TO WS-CV-DIGITS
                               MOVE WS-CV-CHAR
                                   TO WS-CV-DIGITS-ONLY(WS-CV-DIGITS:1)
                           ELSE
                               MOVE "N" TO WS-CV-VALID-SWITCH
                               MOVE "Phone has more than 15 digits"
                                   TO WS-CV-REASON
                           END-IF
                       WHEN WS-CV-CHAR = SPACE OR "-" OR "." OR
                                         "(" OR ")"
                           CONTINUE
                       WHEN WS-CV-CHAR = "+" AND
                            WS-CV-DIGITS = ZEROS AND
                            NOT WS-CV-INTERNATIONAL
                           MOVE "Y" TO WS-CV-PLUS-SWITCH
                       WHEN OTHER
                           MOVE "N" TO WS-CV-VALID-SWITCH
                           MOVE "Phone has an invalid character"
                               TO WS-CV-REASON
                   END-EVALUATE
               END-PERFORM
               IF WS-CV-IS-VALID
                   PERFORM JUDGE-PHONE-LENGTH
               END-IF
           END-IF.

       JUDGE-PHONE-LENGTH.
           IF NOT WS-CV-INTERNATIONAL AND
              (WS-CV-COUNTRY = "US" OR WS-CV-COUNTRY = SPACES)
               IF WS-CV-DIGITS = 11 AND WS-CV-DIGITS-ONLY(1:1) = "1"
                   MOVE WS-CV-DIGITS-ONLY(2:10) TO WS-CV-PHONE
                   MOVE WS-CV-PHONE TO WS-CV-DIGITS-ONLY
                   MOVE 10 TO WS-CV-DIGITS
               END-IF
               EVALUATE TRUE
                   WHEN WS-CV-DIGITS NOT = 10
                       MOVE "N" TO WS-CV-VALID-SWITCH
                       MOVE "US phone must have 10 digits"
                           TO WS-CV-REASON
                   WHEN WS-CV-DIGITS-ONLY(1:1) = "0" OR "1"
                       MOVE "N" TO WS-CV-VALID-SWITCH
                       MOVE "US area code cannot start 0 or 1"
                           TO WS-CV-REASON
                   WHEN OTHER
                       MOVE WS-CV-DIGITS-ONLY TO WS-CV-PHONE
               END-EVALUATE
           ELSE
               IF WS-CV-DIGITS < 7
                   MOVE "N" TO WS-CV-VALID-SWITCH
                   MOVE "Phone has fewer than 7 digits"
                       TO WS-CV-REASON
               ELSE
                   IF WS-CV-INTERNATIONAL
                       STRING "+" DELIMITED BY SIZE
                              WS-CV-DIGITS-ONLY DELIMITED BY SPACE
                              INTO WS-CV-PHONE
                   ELSE
                       MOVE WS-CV-DIGITS-ONLY TO WS-CV-PHONE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-EMAIL-ADDRESS.
      *    Stored left-justified in lower case. One "@" with
      *    something in front of it, and a domain after it holding
      *    at least one dot, not starting or ending with one and
      *    with no two together. Letters, digits and . _ - + ' %
      *    only - which also rules out embedded spaces.
           MOVE "Y"    TO WS-CV-VALID-SWITCH.
           MOVE SPACES TO WS-CV-REASON.
           IF WS-CV-EMAIL NOT = SPACES
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-CV-EMAIL))
                   TO WS-CV-EMAIL
               MOVE ZEROS TO WS-CV-TRAIL-COUNT
               INSPECT FUNCTION REVERSE(WS-CV-EMAIL)
                   TALLYING WS-CV-TRAIL-COUNT FOR LEADING SPACES
               COMPUTE WS-CV-LENGTH =
                   LENGTH OF WS-CV-EMAIL - WS-CV-TRAIL-COUNT
               MOVE ZEROS TO WS-CV-AT-COUNT WS-CV-AT-POS
               PERFORM VARYING WS-CV-SUB FROM 1 BY 1
                       UNTIL WS-CV-SUB > WS-CV-LENGTH
                          OR NOT WS-CV-IS-VALID
                   MOVE WS-CV-EMAIL(WS-CV-SUB:1) TO WS-CV-CHAR
                   EVALUATE TRUE
                       WHEN WS-CV-CHAR = "@"
                           ADD 1 TO WS-CV-AT-COUNT
                           MOVE WS-CV-SUB TO WS-CV-AT-POS
                       WHEN WS-CV-CHAR = SPACE
                           MOVE "N" TO WS-CV-VALID-SWITCH
                           MOVE "Email has an embedded space"
                               TO WS-CV-REASON
                       WHEN WS-CV-CHAR IS ALPHABETIC-LOWER
                       WHEN WS-CV-CHAR IS NUMERIC
                       WHEN WS-CV-CHAR = "." OR "_" OR "-" OR "+"
                                      OR "'" OR "%"
                           CONTINUE
                       WHEN OTHER
                           MOVE "N" TO WS-CV-VALID-SWITCH
                           MOVE "Email has an invalid character"
                               TO WS-CV-REASON
                   END-EVALUATE
               END-PERFORM
               IF WS-CV-IS-VALID
                   PERFORM JUDGE-EMAIL-SHAPE
               END-IF
           END-IF.

       JUDGE-EMAIL-SHAPE.
           EVALUATE TRUE
               WHEN WS-CV-AT-COUNT NOT = 1
                   MOVE "N" TO WS-CV-VALID-SWITCH
                   MOVE "Email must have exactly one @"
                       TO WS-CV-REASON
               WHEN WS-CV-AT-POS = 1 OR WS-CV-EMAIL(1:1) = "."
                   MOVE "N" TO WS-CV-VALID-SWITCH
                   MOVE "Email has no name before the @"
                       TO WS-CV-REASON
               WHEN WS-CV-AT-POS >= WS-CV-LENGTH - 2
                   MOVE "N" TO WS-CV-VALID-SWITCH
                   MOVE "Email has no domain after the @"
                       TO WS-CV-REASON
               WHEN OTHER
                   COMPUTE WS-CV-DOMAIN-LENGTH =
                       WS-CV-LENGTH - WS-CV-AT-POS
                   MOVE ZEROS TO WS-CV-DOT-COUNT
                   INSPECT WS-CV-EMAIL(WS-CV-AT-POS + 1:
                                       WS-CV-DOMAIN-LENGTH)
                       TALLYING WS-CV-DOT-COUNT FOR ALL "."
                   MOVE ZEROS TO WS-CV-TRAIL-COUNT
                   INSPECT WS-CV-EMAIL(1:WS-CV-LENGTH)
                       TALLYING WS-CV-TRAIL-COUNT FOR ALL ".."
                                                  ALL ".@" ALL "@."
                   IF WS-CV-DOT-COUNT = ZEROS OR
                      WS-CV-TRAIL-COUNT > ZEROS OR
                      WS-CV-EMAIL(WS-CV-LENGTH:1) = "."
                       MOVE "N" TO WS-CV-VALID-SWITCH
                       MOVE "Email domain is not valid"
                           TO WS-CV-REASON
                   END-IF
           END-EVALUATE.

       VALIDATE-DELIVERY-PREF.
      *    Blank or "P" is paper; email-only ("E") and both ("B")
      *    need an email address to send to. Run after the email
      *    check so a bad address is reported as that.
           MOVE "Y"    TO WS-CV-VALID-SWITCH.
           MOVE SPACES TO WS-CV-REASON.
           MOVE FUNCTION UPPER-CASE(WS-CV-DELIVERY-PREF)
               TO WS-CV-DELIVERY-PREF.
           EVALUATE WS-CV-DELIVERY-PREF
               WHEN SPACE
               WHEN "P"
                   CONTINUE
               WHEN "E"
               WHEN "B"
                   IF WS-CV-EMAIL = SPACES
                       MOVE "N" TO WS-CV-VALID-SWITCH
                       MOVE "Email delivery needs an email address"
                           TO WS-CV-REASON
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-CV-VALID-SWITCH
                   MOVE "Delivery must be P, E or B" TO WS-CV-REASON
           END-EVALUATE.
