      *Date: 2026-10-09 - Shared PERSON-MASTER field journal for
      *                   FILE-CONTROL: every program that adds,
      *                   changes or deletes a master record appends
      *                   one record per field it changed, with the
      *                   old and new value, so the record as it
      *                   stood on any date can be rebuilt from the
      *                   current record without restoring a PERSBKP
      *                   generation. Used with PJRNFD/PJRNWS/PJRNP.
           SELECT PERSON-JOURNAL-FILE ASSIGN TO "PERSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJRN-STATUS.
