      *> AGDACDR - layout of one call-detail record (CDR) in the
      *> export the telecom team takes from the PBX: date and time the
      *> call started, calling and called number as the PBX saw them
      *> (extension, or external number with or without the
      *> outside-line and long-distance prefixes), duration in
      *> seconds and direction. Read by AGENDA-TRAFEGO, which
      *> normalizes the numbers through the dialing plan in PBXPARM
      *> (layout AGDAPBX) before matching them to TELEFONE-AGENDA.
           05  CDR-DATA                 PIC X(8).
           05  CDR-HORA                 PIC X(6).
           05  CDR-ORIGEM               PIC X(20).
           05  CDR-DESTINO              PIC X(20).
           05  CDR-DURACAO              PIC X(6).
           05  CDR-SENTIDO              PIC X(1).
               88  CDR-ENTRADA          VALUE 'E'.
               88  CDR-SAIDA            VALUE 'S'.
               88  CDR-INTERNA          VALUE 'I'.
