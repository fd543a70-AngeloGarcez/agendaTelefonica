      *> AGDAOPE - layout of one operator record on OPERADOR.DAT,
      *> validated at sign-on by AGENDA-TELEFONICA. Profile C limits
      *> the session to inquiry options; profile M opens the full
      *> maintenance menu; profile S is a supervisor, with the full
      *> maintenance menu plus approval of the pending changes on
      *> PENDENTE.DAT requested by other operators.
           05  OPER-ID                  PIC X(10).
           05  OPER-NOME                PIC X(30).
           05  OPER-PERFIL              PIC X(1).
               88  PERFIL-CONSULTA      VALUE "C".
               88  PERFIL-MANUTENCAO    VALUE "M".
               88  PERFIL-SUPERVISOR    VALUE "S".
           05  OPER-SITUACAO            PIC X(1).
               88  OPERADOR-ATIVO       VALUE "A".
               88  OPERADOR-INATIVO     VALUE "I".
