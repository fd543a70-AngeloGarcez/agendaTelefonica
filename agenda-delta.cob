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
                   MOVE WS-QTD-TOTAL TO EXE-QTD-LIDOS
                   MOVE WS-QTD-TOTAL TO EXE-QTD-APLICADOS
                   REWRITE EXECUCAO-REGISTRO
           END-READ.
           CLOSE EXECUCAO-FILE.
                   MOVE 'S' TO WS-FIM-AUDITORIA
           END-READ.

      *> Outras ações da trilha (anonimização LGPD, reparos de
      *> integridade em MEMBROS e no índice) não são mudanças de
      *> diretório e ficam fora do feed.
       PROCESSAR-REGISTRO-DELTA.
           IF AUD-DATA-HORA > WS-MARCA-CONFIRMADA
               AND AUD-DATA-HORA NOT > WS-LIMITE-SUPERIOR
               AND (AUD-ACAO = 'I' OR AUD-ACAO = 'A'
                   OR AUD-ACAO = 'E')
               PERFORM EMITIR-DETALHE-DELTA
           END-IF.
           PERFORM LER-AUDITORIA-DELTA.
