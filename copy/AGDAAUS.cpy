      *> AGDAAUS - layout of one absence on AUSENCIA.DAT: the person
      *> AUS-NOME (NOME-AGENDA of AGENDA.DAT, one absence per person)
      *> is away from AUS-INICIO through AUS-FIM inclusive, both
      *> AAAAMMDD, and calls go to AUS-SUBSTITUTO, the NOME-AGENDA of
      *> another contact. Maintained in AGENDA-TELEFONICA, shown on
      *> the searches, the group call lists and the printed directory
      *> while today falls inside the period. The nightly
      *> AGENDA-AUSENCIA removes ended absences and sets
      *> AUS-SITUACAO when the substitute became inactive or was
      *> deleted; registering the absence again clears it.
           05  AUS-NOME                 PIC X(30).
           05  AUS-INICIO               PIC X(8).
           05  AUS-FIM                  PIC X(8).
           05  AUS-SUBSTITUTO           PIC X(30).
           05  AUS-SITUACAO             PIC X(1).
               88  AUS-SUBSTITUTO-OK        VALUE SPACE.
               88  AUS-SUBSTITUTO-INATIVO   VALUE 'I'.
               88  AUS-SUBSTITUTO-EXCLUIDO  VALUE 'X'.
           05  AUS-OPERADOR             PIC X(10).
           05  AUS-DATA-HORA            PIC X(14).
