      *> AGDAPLT - layout of one on-call (plantão) assignment on
      *> PLANTAO.DAT: a contact of a GRUPOS.DAT group on duty for the
      *> group from PLT-INICIO up to (not including) PLT-FIM, both
      *> AAAAMMDDHHMM. Maintained in AGENDA-TELEFONICA, which refuses
      *> assignments overlapping another one of the same group, and
      *> checked nightly by AGENDA-PLANTAO. PLT-TELEFONE is the
      *> member number (MEMBRO-TELEFONE) the assignment was made
      *> with; PLT-NOME keeps the person's name as of the assignment
      *> so a roster naming a since purged contact can still be
      *> reported. The mobile number shown to the switchboard is
      *> looked up on AGENDA.DAT at inquiry time.
           05  PLT-CHAVE.
               10  PLT-GRUPO            PIC X(20).
               10  PLT-INICIO           PIC X(12).
           05  PLT-FIM                  PIC X(12).
           05  PLT-TELEFONE             PIC X(15).
           05  PLT-NOME                 PIC X(30).
           05  PLT-OPERADOR             PIC X(10).
           05  PLT-DATA-HORA            PIC X(14).
