      *> AGDAAUD - layout of one record on the AUDITORIA audit trail.
      *> One record per successful insert/update/delete, recording
      *> who made the change, when, and the before/after values.
      *> AUD-ACAO: I insert, A update, E delete; L marks an LGPD
      *> anonymization run by AGENDA-LGPD (names and phones in the
      *> L record are the substitutes, never the data subject's).
      *> R marks a repair by AGENDA-INTEGRIDADE to MEMBROS or the
      *> search index (before = group or index key, phone).
      *> AUD-SOLICITANTE is filled only for changes that went through
      *> supervisor approval: it names the operator who requested
      *> the change, while AUD-OPERADOR names the approver.
           05  AUD-DATA-HORA            PIC X(14).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  AUD-OPERADOR             PIC X(10).
           05  AUD-NOME-DEPOIS          PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  AUD-TELEFONE-DEPOIS      PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  AUD-SOLICITANTE          PIC X(10).
