       01  RELAUDIT-LINHA                  PIC X(80).

       FD  ARQMORTO-FILE.
       01  ARQMORTO-REGISTRO               PIC X(132).

       FD  AUDTEMP-FILE.
       01  AUDTEMP-REGISTRO                PIC X(132).

       FD  EXECUCAO-FILE.
       01  EXECUCAO-REGISTRO.
                   MOVE WS-EXEC-INICIO TO EXE-INICIO
                   MOVE 'E' TO EXE-SITUACAO
                   MOVE SPACES TO EXE-FIM
                   MOVE ZERO TO EXE-ESTATISTICA
                   WRITE EXECUCAO-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao marcar o início no"
                   MOVE 'T' TO EXE-SITUACAO
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXEC
                   MOVE WS-DATA-HORA-EXEC(1:14) TO EXE-FIM
                   COMPUTE EXE-DURACAO =
                       (FUNCTION INTEGER-OF-DATE(EXE-FIM-DATA)
                       - FUNCTION INTEGER-OF-DATE(EXE-INICIO-DATA))
                       * 86400
                       + (EXE-FIM-HORA - EXE-INICIO-HORA) * 3600
                       + (EXE-FIM-MINUTO - EXE-INICIO-MINUTO) * 60
                       + EXE-FIM-SEGUNDO - EXE-INICIO-SEGUNDO
                   COMPUTE EXE-QTD-LIDOS = WS-QTD-SELECIONADOS
                       + WS-QTD-ARQUIVADOS + WS-QTD-MANTIDOS
                   MOVE WS-QTD-ARQUIVADOS TO EXE-QTD-APLICADOS
                   REWRITE EXECUCAO-REGISTRO
           END-READ.
           CLOSE EXECUCAO-FILE.
