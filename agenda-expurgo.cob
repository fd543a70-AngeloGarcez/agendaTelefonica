                   MOVE WS-EXEC-INICIO TO EXE-INICIO
                   MOVE 'E' TO EXE-SITUACAO
                   MOVE SPACES TO EXE-FIM
                   MOVE ZERO TO EXE-ESTATISTICA
                   WRITE EXECUCAO-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao marcar o início no"
                   MOVE 'T' TO EXE-SITUACAO
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
                   MOVE WS-DATA-HORA-ATUAL(1:14) TO EXE-FIM
                   COMPUTE EXE-DURACAO =
                       (FUNCTION INTEGER-OF-DATE(EXE-FIM-DATA)
                       - FUNCTION INTEGER-OF-DATE(EXE-INICIO-DATA))
                       * 86400
                       + (EXE-FIM-HORA - EXE-INICIO-HORA) * 3600
                       + (EXE-FIM-MINUTO - EXE-INICIO-MINUTO) * 60
                       + EXE-FIM-SEGUNDO - EXE-INICIO-SEGUNDO
                   COMPUTE EXE-QTD-LIDOS = WS-QTD-EXPURGADOS
                       + WS-QTD-MANTIDOS
                   MOVE WS-QTD-EXPURGADOS TO EXE-QTD-APLICADOS
                   REWRITE EXECUCAO-REGISTRO
           END-READ.
           CLOSE EXECUCAO-FILE.
           MOVE WS-AUD-TELEFONE-ANTES TO AUD-TELEFONE-ANTES.
           MOVE WS-AUD-NOME-DEPOIS TO AUD-NOME-DEPOIS.
           MOVE WS-AUD-TELEFONE-DEPOIS TO AUD-TELEFONE-DEPOIS.
           MOVE SPACES TO AUD-SOLICITANTE.
           WRITE AUDITORIA-REGISTRO.

      *> Manutenção do índice de pesquisa AGDANDX: grava (ou
