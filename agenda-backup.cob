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
                   COMPUTE EXE-QTD-LIDOS = WS-QTD-COPIADOS
                       + WS-QTD-RESTAURADOS + WS-QTD-APLICADOS
                       + WS-QTD-IGNORADOS
                   COMPUTE EXE-QTD-APLICADOS = WS-QTD-COPIADOS
                       + WS-QTD-RESTAURADOS + WS-QTD-APLICADOS
                   MOVE WS-QTD-IGNORADOS TO EXE-QTD-REJEITADOS
                   REWRITE EXECUCAO-REGISTRO
           END-READ.
           CLOSE EXECUCAO-FILE.
