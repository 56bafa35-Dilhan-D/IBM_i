      *                   rule the MAINTPRS suggest applies, so the
      *                   two intake paths agree on what looks like
      *                   a duplicate.
      *Date: 2026-10-09 - Journal the new person's fields to
      *                   PERSJRNL like the other master writers,
      *                   and clear the phone, email and delivery
      *                   fields before the save so a new person no
      *                   longer inherits them from the last record
      *                   the candidate scan read.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL1.
       AUTHOR. Dilhan.

           COPY PDELT.

           COPY PJRN.

           COPY ERRLOG.

       DATA DIVISION.

           COPY PDELTFD.

           COPY PJRNFD.

       WORKING-STORAGE SECTION.
         01  PERSON.
           05 V-NAME      PIC A(20).    *> Alphanumeric field for name
         COPY PERSIDWS.
         COPY SREFWS.
         COPY PDELTWS.
         COPY PJRNWS.
         COPY AGEDOB.
         01 WS-CURRENT-DATE    PIC X(21).

      *    same backfill the PERSKEYC conversion applies.
           MOVE SPACE  TO PM-MAIL-STATUS.
           MOVE SPACE  TO PM-CONTACT-PREF.
           MOVE SPACES TO PM-PHONE.
           MOVE SPACES TO PM-EMAIL.
           MOVE SPACE  TO PM-DELIVERY-PREF.
           MOVE SPACE  TO PM-EMAIL-STATUS.
           MOVE SPACES TO PM-POSTAL-CODE.
           IF V-ZIP IS NUMERIC AND V-ZIP > ZEROS
               MOVE V-ZIP TO PM-POSTAL-CODE(1:5)
               MOVE PM-PERSON-ID TO WS-DELTA-PERSON-ID
               PERFORM RECORD-PERSON-CHANGE
               PERFORM CLOSE-CHANGE-CAPTURE
               MOVE "CBL1" TO WS-PJRN-PROGRAM
               PERFORM OPEN-PERSON-JOURNAL
               PERFORM JOURNAL-PERSON-ADD
               PERFORM CLOSE-PERSON-JOURNAL
               DISPLAY "Saved person ID " WS-ASSIGNED-PERSON-ID
                       " to PERSON-MASTER."
           END-IF.

       COPY SREFP.
       COPY PDELTP.
       COPY PJRNP.
       COPY PERSIDP.
       COPY ERRLOGP.
       COPY NAMEFMTP.
