      *Date: 2026-10-12 - Shared inbound-file registry for
      *                   FILE-CONTROL: one record per input file an
      *                   intake step accepts (or refuses), so the
      *                   same file sent twice is caught before it
      *                   posts a second time. INFRLSE carries an
      *                   operator's release of a refused duplicate;
      *                   the releasing operator is checked on
      *                   OPERPROF, so a program COPYing this set
      *                   must not declare OPERPROF itself. Used with
      *                   INFREGFD/INFREGWS/INFREGP.
           SELECT INBOUND-REGISTRY-FILE ASSIGN TO "INFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFREG-STATUS.

           SELECT INBOUND-RELEASE-FILE ASSIGN TO "INFRLSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFRLSE-STATUS.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-IF-PROF-STATUS.
