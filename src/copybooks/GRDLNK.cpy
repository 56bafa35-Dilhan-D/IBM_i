      *Date: 2026-10-06 - Shared guardian-link file for FILE-CONTROL:
      *                   one record per person who has a guardian
      *                   or other responsible party on file, keyed
      *                   by the person's ID. The responsible party
      *                   is another active person on PERSON-MASTER.
      *                   While the person is a minor, statements,
      *                   dunning letters and mailings address the
      *                   guardian and the order credit check
      *                   judges against the guardian's account;
      *                   PERSCLAS ends the link when the person
      *                   comes of age. Used with GRDLNKFD/GRDLNKWS/
      *                   GRDLNKP; maintained by MAINTPRS.
           SELECT GUARDIAN-LINK-FILE ASSIGN TO "GUARDLNK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-PERSON-ID
               FILE STATUS IS WS-GRDLNK-STATUS.
