      *Date: 2026-10-08
      *One-time conversion for the contact additions to
      *PERSON-MASTER (PM-PHONE, PM-EMAIL, PM-DELIVERY-PREF and
      *PM-EMAIL-STATUS): copies the 119-byte master PERSKEYC built
      *to a new-layout master with the same key set, the same
      *copy-verify-swap shape PERSKEYC and PERSDOBC used before it.
      *Every existing field carries straight across and the new
      *fields start blank - no phone, no email, paper delivery - so
      *nobody is switched to email until MAINTPRS or an intake
      *transaction says so. The new file is written to PERSONNW and
      *swapped in for PERSONMS once the counts balance.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSCNTC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "PERSONMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-PERSON-ID
               ALTERNATE RECORD KEY IS OM-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS OM-STATE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-MASTER-FILE ASSIGN TO "PERSONNW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PM-STATE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.

           COPY ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
      *    The PERSON-MASTER layout as PERSKEYC left it, before the
      *    contact fields were added to PERSONREC; kept inline here
      *    because this is the only program that still needs to
      *    read it.
       01  OLD-MASTER-RECORD.
           05 OM-PERSON-ID     PIC 9(6).
           05 OM-NAME          PIC A(20).
           05 OM-AGE           PIC 9(5).
           05 OM-BIRTH-DATE    PIC 9(8).
           05 OM-STREET        PIC A(30).
           05 OM-CITY          PIC X(20).
           05 OM-STATE-CODE    PIC A(2).
           05 OM-ZIP           PIC 9(5).
           05 OM-COUNTRY-CODE  PIC A(2).
           05 OM-REC-STATUS    PIC X(1).
           05 OM-STATUS-DATE   PIC 9(8).
           05 OM-MAIL-STATUS   PIC X(1).
           05 OM-CONTACT-PREF  PIC X(1).
           05 OM-POSTAL-CODE   PIC X(10).

       FD  NEW-MASTER-FILE.
           COPY PERSONREC.

           COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       01  WS-OLD-STATUS        PIC X(2).
       01  WS-NEW-STATUS        PIC X(2).
       01  WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-END-OF-MASTER        VALUE "Y".

       01  WS-COUNT-READ        PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-WRITTEN     PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-END-OF-MASTER
               READ OLD-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM CONVERT-ONE-PERSON
               END-READ
               IF WS-OLD-STATUS NOT = "00" AND
                  WS-OLD-STATUS NOT = "10"
                   MOVE "PERSCNTC"  TO WS-ERR-PROGRAM
                   MOVE "PERSONMS"  TO WS-ERR-FILE-NAME
                   MOVE "READ NEXT" TO WS-ERR-OPERATION
                   MOVE WS-OLD-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               END-IF
           END-PERFORM.
           PERFORM CLOSE-FILES.
           DISPLAY "Records read:    " WS-COUNT-READ.
           DISPLAY "Records written: " WS-COUNT-WRITTEN.
           IF WS-COUNT-READ NOT = WS-COUNT-WRITTEN
               DISPLAY "COUNTS DO NOT BALANCE - DO NOT SWAP IN "
                       "THE NEW MASTER."
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT OLD-MASTER-FILE.
           IF WS-OLD-STATUS NOT = "00"
               MOVE "PERSCNTC"   TO WS-ERR-PROGRAM
               MOVE "PERSONMS"   TO WS-ERR-FILE-NAME
               MOVE "OPEN INPUT" TO WS-ERR-OPERATION
               MOVE WS-OLD-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT NEW-MASTER-FILE.
           IF WS-NEW-STATUS NOT = "00"
               MOVE "PERSCNTC"    TO WS-ERR-PROGRAM
               MOVE "PERSONNW"    TO WS-ERR-FILE-NAME
               MOVE "OPEN OUTPUT" TO WS-ERR-OPERATION
               MOVE WS-NEW-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.

       CONVERT-ONE-PERSON.
      *    Every old field carries straight across; the contact
      *    bytes start blank - no phone, no email, paper delivery,
      *    no bounce on file.
           ADD 1 TO WS-COUNT-READ.
           MOVE OM-PERSON-ID    TO PM-PERSON-ID.
           MOVE OM-NAME         TO PM-NAME.
           MOVE OM-AGE          TO PM-AGE.
           MOVE OM-BIRTH-DATE   TO PM-BIRTH-DATE.
           MOVE OM-STREET       TO PM-STREET.
           MOVE OM-CITY         TO PM-CITY.
           MOVE OM-STATE-CODE   TO PM-STATE-CODE.
           MOVE OM-ZIP          TO PM-ZIP.
           MOVE OM-COUNTRY-CODE TO PM-COUNTRY-CODE.
           MOVE OM-REC-STATUS   TO PM-REC-STATUS.
           MOVE OM-STATUS-DATE  TO PM-STATUS-DATE.
           MOVE OM-MAIL-STATUS  TO PM-MAIL-STATUS.
           MOVE OM-CONTACT-PREF TO PM-CONTACT-PREF.
           MOVE OM-POSTAL-CODE  TO PM-POSTAL-CODE.
           MOVE SPACES          TO PM-PHONE.
           MOVE SPACES          TO PM-EMAIL.
           MOVE SPACE           TO PM-DELIVERY-PREF.
           MOVE SPACE           TO PM-EMAIL-STATUS.
           WRITE PERSON-MASTER-RECORD.
           IF WS-NEW-STATUS NOT = "00"
               MOVE "PERSCNTC" TO WS-ERR-PROGRAM
               MOVE "PERSONNW" TO WS-ERR-FILE-NAME
               MOVE "WRITE"    TO WS-ERR-OPERATION
               MOVE WS-NEW-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           END-IF.
           ADD 1 TO WS-COUNT-WRITTEN.

       CLOSE-FILES.
           CLOSE OLD-MASTER-FILE.
           CLOSE NEW-MASTER-FILE.

       COPY ERRLOGP.
