       COPY custrec.

       FD  NEW-ARCHIVE.
       01  NEW-ARCHIVE-RECORD             PIC X(876).

       FD  CUSTOMER-PROFILE.
       COPY custprof.
       01  DESTRUCTION-LOG-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  ARCHIVE-STATUS                 PIC X(02).
           88 ARCHIVE-NOT-PRESENT                     VALUE "35".
       01  NEW-ARCHIVE-STATUS             PIC X(02).
                                                PASSPORT-NO
                                                PASSPORT-NATION
                                                GUARDIAN-NAME
                                                GUARDIAN-PHONE
                                                EMERG-CONTACT-NAME
                                                EMERG-CONTACT-PHONE.
           MOVE 0                          TO  PASSPORT-EXPIRY.

       PURGE-STALE-PROFILES.
           END-STRING.
           WRITE DESTRUCTION-LOG-RECORD.
           CLOSE DESTRUCTION-LOG.
           MOVE "RETNLOG"                  TO  RPG-REPORT-ID.
           MOVE "retnlog"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "RETNPRG"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "RETNPRG - " ANONYMIZED-COUNT " ANONYMIZED OF "
                   COPIED-COUNT " ARCHIVE RECORD(S) COPIED TO custarcn
      -    "- VERIFY AND SWAP IN; " PROFILE-DELETED-COUNT
