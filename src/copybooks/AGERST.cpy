      *Date: 2026-10-05 - Shared age-restriction compliance log for
      *                   FILE-CONTROL: one appended record for every
      *                   item refused to a customer too young for
      *                   it, or whose age cannot be told because no
      *                   birth date is on file - the file the
      *                   auditors ask for every year. Used with
      *                   AGERSTFD/AGERSTWS/AGERSTP.
           SELECT AGE-REFUSAL-FILE ASSIGN TO "AGECOMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGR-STATUS.
