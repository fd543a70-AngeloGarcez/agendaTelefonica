      *> AGDAREO - layout of one line of the department
      *> reorganization mapping read by AGENDA-REORG.
      *> REO-DEPTO-ANTIGO is the department being reorganized and
      *> REO-DEPTO-NOVO where its contacts go. A new name not yet in
      *> DEPTO.TAB renames the department; a name already there
      *> merges it. To split a department, give one line per person
      *> with REO-NOME = NOME-AGENDA; a line with REO-NOME blank
      *> covers every person not listed. Without such a line the
      *> unlisted persons stay and the old department is kept.
      *> REO-DESCRICAO is the DEPTO.TAB description for a new name
      *> (blank on a rename keeps the old description).
           05  REO-DEPTO-ANTIGO         PIC X(20).
           05  FILLER                   PIC X(1).
           05  REO-DEPTO-NOVO           PIC X(20).
           05  FILLER                   PIC X(1).
           05  REO-NOME                 PIC X(30).
           05  FILLER                   PIC X(1).
           05  REO-DESCRICAO            PIC X(30).
