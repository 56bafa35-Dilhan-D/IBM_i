      *Date: 2026-10-05 - Shared age-restriction check and refusal
      *                   log. The customer's age at the order date
      *                   comes from PM-BIRTH-DATE through
      *                   COMPUTE-AGE-FROM-DOB and is placed in its
      *                   bracket through CLASSIFY-BY-AGE-BRACKET, so
      *                   an order is judged by the same brackets
      *                   PERSCLAS reports. No birth date, or one
      *                   after the order date, is refused rather
      *                   than taken for an adult. The log is opened
      *                   and closed around each refusal, the way
      *                   APPEND-STOCK-MOVEMENT is, so a screen and a
      *                   batch run share it. Callers must also have
      *                   COPYed AGERST/AGERSTFD/AGERSTWS, AGECUTOF,
      *                   AGEBRKT/AGEBRKTP, AGEDOB/AGEDOBP and the
      *                   ERRLOG set.
       CHECK-AGE-RESTRICTION.
           MOVE "Y"    TO WS-AGR-RESULT-SW.
           MOVE ZEROS  TO WS-AGR-AGE.
           MOVE ZEROS  TO WS-AGR-BRACKET-NO.
           MOVE SPACES TO WS-AGR-BRACKET-LABEL.
           IF WS-AGR-ARG-MIN-BRACKET > 1
               IF NOT WS-AGR-TABLE-BUILT
                   PERFORM BUILD-AGE-BRACKET-TABLE
                   MOVE "Y" TO WS-AGR-TABLE-SW
               END-IF
               IF WS-AGR-ARG-BIRTH-DATE IS NOT NUMERIC OR
                  WS-AGR-ARG-BIRTH-DATE = ZEROS OR
                  WS-AGR-ARG-BIRTH-DATE > WS-AGR-ARG-ORDER-DATE
                   MOVE "U" TO WS-AGR-RESULT-SW
               ELSE
                   MOVE WS-AGR-ARG-BIRTH-DATE TO WS-DOB-BIRTH-DATE
                   MOVE WS-AGR-ARG-ORDER-DATE TO WS-DOB-RUN-DATE
                   PERFORM COMPUTE-AGE-FROM-DOB
                   MOVE WS-DOB-DERIVED-AGE TO WS-AGR-AGE
                   MOVE WS-AGR-AGE TO WS-AGE-TO-CLASSIFY
                   PERFORM CLASSIFY-BY-AGE-BRACKET
                   MOVE WS-STATUE TO WS-AGR-BRACKET-LABEL
                   SET WS-AGR-BRACKET-NO TO AB-IDX
                   IF WS-AGR-BRACKET-NO < WS-AGR-ARG-MIN-BRACKET
                       MOVE "A" TO WS-AGR-RESULT-SW
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-AGR-ALLOWED
               PERFORM LOG-AGE-REFUSAL
           END-IF.

       LOG-AGE-REFUSAL.
           OPEN EXTEND AGE-REFUSAL-FILE.
           IF WS-AGR-STATUS = "05" OR WS-AGR-STATUS = "35"
               OPEN OUTPUT AGE-REFUSAL-FILE
           END-IF.
           IF WS-AGR-STATUS NOT = "00"
               MOVE "AGECOMPL"    TO WS-ERR-FILE-NAME
               MOVE "OPEN EXTEND" TO WS-ERR-OPERATION
               MOVE WS-AGR-STATUS TO WS-ERR-STATUS
               PERFORM LOG-FILE-ERROR
           ELSE
               MOVE FUNCTION CURRENT-DATE TO AG-TIMESTAMP
               MOVE WS-ERR-PROGRAM         TO AG-PROGRAM
               MOVE WS-ERR-OPERATOR        TO AG-OPERATOR
               MOVE WS-AGR-ARG-ORDER       TO AG-ORDER-NUMBER
               MOVE WS-AGR-ARG-PERSON-ID   TO AG-PERSON-ID
               MOVE WS-AGR-ARG-ITEM        TO AG-ITEM-NUMBER
               MOVE WS-AGR-ARG-ORDER-DATE  TO AG-ORDER-DATE
               IF WS-AGR-ARG-BIRTH-DATE IS NUMERIC
                   MOVE WS-AGR-ARG-BIRTH-DATE TO AG-BIRTH-DATE
               ELSE
                   MOVE ZEROS TO AG-BIRTH-DATE
               END-IF
               MOVE WS-AGR-AGE             TO AG-DERIVED-AGE
               MOVE WS-AGR-BRACKET-LABEL   TO AG-AGE-BRACKET
               MOVE WS-AGR-ARG-MIN-BRACKET TO AG-MIN-BRACKET
               MOVE WS-AGR-RESULT-SW       TO AG-REFUSAL-TYPE
               WRITE AGE-REFUSAL-RECORD
               IF WS-AGR-STATUS NOT = "00"
                   MOVE "AGECOMPL" TO WS-ERR-FILE-NAME
                   MOVE "WRITE"    TO WS-ERR-OPERATION
                   MOVE WS-AGR-STATUS TO WS-ERR-STATUS
                   PERFORM LOG-FILE-ERROR
               ELSE
                   ADD 1 TO WS-AGR-REFUSAL-COUNT
               END-IF
               CLOSE AGE-REFUSAL-FILE
           END-IF.
