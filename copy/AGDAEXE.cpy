      *> and blocks conflicting jobs until the operator clears the
      *> stale mark (situação L) through AGENDA-OPERACAO. A job
      *> refuses to start while any record is still marked E.
      *> EXE-DURACAO is the elapsed time in seconds: for T the run
      *> itself, for L how long the stale mark stayed until it was
      *> cleared (EXE-FIM then holds the clearing time). The
      *> counters are the job's main totals at normal end: input
      *> records read, records applied or written, input rejected
      *> and correction records written; a job without one of them
      *> leaves it zero.
           05  EXE-CHAVE.
               10  EXE-PROGRAMA         PIC X(8).
               10  EXE-INICIO           PIC X(14).
               10  EXE-INICIO-PARTES REDEFINES EXE-INICIO.
                   15  EXE-INICIO-DATA  PIC 9(8).
                   15  EXE-INICIO-HORA  PIC 9(2).
                   15  EXE-INICIO-MINUTO PIC 9(2).
                   15  EXE-INICIO-SEGUNDO PIC 9(2).
           05  EXE-SITUACAO             PIC X(1).
               88  EXECUCAO-EM-CURSO    VALUE "E".
               88  EXECUCAO-TERMINADA   VALUE "T".
               88  EXECUCAO-LIMPA       VALUE "L".
           05  EXE-FIM                  PIC X(14).
           05  EXE-FIM-PARTES REDEFINES EXE-FIM.
               10  EXE-FIM-DATA         PIC 9(8).
               10  EXE-FIM-HORA         PIC 9(2).
               10  EXE-FIM-MINUTO       PIC 9(2).
               10  EXE-FIM-SEGUNDO      PIC 9(2).
           05  EXE-ESTATISTICA.
               10  EXE-DURACAO          PIC 9(7).
               10  EXE-QTD-LIDOS        PIC 9(7).
               10  EXE-QTD-APLICADOS    PIC 9(7).
               10  EXE-QTD-REJEITADOS   PIC 9(7).
               10  EXE-QTD-CORRECOES    PIC 9(7).
