      *> AGDAPEN - layout of one pending change on PENDENTE.DAT.
      *> Person-level changes made on the AGENDA-TELEFONICA
      *> maintenance screen (deleting a whole person, changing a
      *> person's departamento or e-mail) are not applied at once:
      *> they are written here as situação P and only reach
      *> AGENDA.DAT, MEMBROS.DAT and AGDANDX.DAT when a supervisor
      *> other than the requester approves them (situação A). A
      *> rejected request keeps situação R; C marks a request that
      *> could no longer be applied because the person was gone.
      *> Tipo D asks to replace a department still in use when it
      *> is deleted from DEPTO.TAB: PEN-NOME is blank, the old and
      *> replacement departments are in PEN-DEPTO-ANTES/-DEPOIS, and
      *> approval moves every number and then drops the old entry.
      *> AGENDA-PENDENCIA lists the requests still pending.
           05  PEN-CHAVE.
               10  PEN-DATA-HORA        PIC X(14).
               10  PEN-SOLICITANTE      PIC X(10).
           05  PEN-TIPO                 PIC X(1).
               88  PEN-EXCLUSAO-PESSOA  VALUE "E".
               88  PEN-ALTERACAO-PESSOA VALUE "A".
               88  PEN-TROCA-DEPARTAMENTO VALUE "D".
           05  PEN-NOME                 PIC X(30).
           05  PEN-DEPTO-ANTES          PIC X(20).
           05  PEN-DEPTO-DEPOIS         PIC X(20).
           05  PEN-EMAIL-ANTES          PIC X(40).
           05  PEN-EMAIL-DEPOIS         PIC X(40).
           05  PEN-SITUACAO             PIC X(1).
               88  PENDENCIA-ABERTA     VALUE "P".
               88  PENDENCIA-APROVADA   VALUE "A".
               88  PENDENCIA-REJEITADA  VALUE "R".
               88  PENDENCIA-CANCELADA  VALUE "C".
           05  PEN-APROVADOR            PIC X(10).
           05  PEN-DATA-DECISAO         PIC X(14).
