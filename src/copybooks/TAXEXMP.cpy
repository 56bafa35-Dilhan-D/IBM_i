      *Date: 2026-09-27 - Shared open/resolve/close paragraphs for
      *                   the exemption certificates. Callers must
      *                   also have COPYed TAXEXM/TAXEXMFD/TAXEXMWS
      *                   and the ERRLOG set, set WS-ERR-PROGRAM
      *                   before PERFORMing OPEN-EXEMPTION-FILE, and
      *                   PERFORM CLOSE-EXEMPTION-FILE before their
      *                   own shutdown. No TAXEXMPT file just means
      *                   nobody is exempt.
       OPEN-EXEMPTION-FILE.
           MOVE "N" TO WS-TAXEXMPT-OPEN-SWITCH.
           OPEN INPUT TAX-EXEMPT-FILE.
           EVALUATE TRUE
               WHEN WS-TAXEXMPT-STATUS = "00"
                   MOVE "Y" TO WS-TAXEXMPT-OPEN-SWITCH
               WHEN WS-TAXEXMPT-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "TAXEXMPT"   TO WS-ERR-FILE-NAME
                   MOVE "OPEN INPUT" TO WS-ERR-OPERATION
                   MOVE WS-TAXEXMPT-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
           END-EVALUATE.

       RESOLVE-TAX-EXEMPTION.
      *    Exempt only while a certificate for that customer and
      *    state is in force on the sale date: on or after its
      *    effective date and not past its expiry date. An expired
      *    certificate taxes the sale like any other.
           MOVE "N"    TO WS-EXM-EXEMPT-SWITCH.
           MOVE SPACES TO WS-EXM-CERT-NUMBER.
           MOVE SPACE  TO WS-EXM-TYPE.
           IF WS-TAXEXMPT-IS-OPEN AND
              WS-EXM-ARG-STATE NOT = SPACES
               MOVE WS-EXM-ARG-PERSON-ID TO TE-PERSON-ID
               MOVE WS-EXM-ARG-STATE     TO TE-STATE-CODE
               READ TAX-EXEMPT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TE-EFFECTIVE-DATE <= WS-EXM-ARG-DATE AND
                          TE-EXPIRY-DATE >= WS-EXM-ARG-DATE
                           MOVE "Y" TO WS-EXM-EXEMPT-SWITCH
                           MOVE TE-CERT-NUMBER TO WS-EXM-CERT-NUMBER
                           MOVE TE-EXEMPT-TYPE TO WS-EXM-TYPE
                       END-IF
               END-READ
           END-IF.

       CLOSE-EXEMPTION-FILE.
           IF WS-TAXEXMPT-IS-OPEN
               CLOSE TAX-EXEMPT-FILE
               MOVE "N" TO WS-TAXEXMPT-OPEN-SWITCH
           END-IF.
