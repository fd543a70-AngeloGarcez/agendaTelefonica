               RECORD KEY IS NDX-CHAVE
               FILE STATUS IS WS-INDICE-STATUS.

           SELECT RETIDAS-FILE ASSIGN TO RETIDAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WS-RETIDAS-STATUS.

           SELECT EXECUCAO-FILE ASSIGN TO "EXECCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      *> CHK-QTD-TRANS identifica o arquivo de transações (total de
      *> registros); se não confere com o TRANS montado, o reinício
      *> é recusado em vez de saltar transações de outro extrato.
      *> CHK-FASE R indica queda durante a aplicação das retidas
      *> vencidas (antes do TRANS): o reinício retoma as que ainda
      *> estão em RETIDAS. CHK-LOTE guarda o lote original, para que
      *> uma transação retida de novo no reinício caia na mesma
      *> chave em vez de duplicar.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REGISTRO.
           05  CHK-SEQUENCIA            PIC 9(7).
           05  CHK-ACEITOS              PIC 9(7).
           05  CHK-REJEITADOS           PIC 9(7).
           05  CHK-QTD-TRANS            PIC 9(7).
           05  CHK-LOTE                 PIC X(14).
           05  CHK-RETIDAS              PIC 9(7).
           05  CHK-RET-VENCIDAS         PIC 9(7).
           05  CHK-FASE                 PIC X(1).
               88  CHK-FASE-RETIDAS     VALUE "R".

       FD  DDDTAB-FILE.
       01  DDD-REGISTRO.
       01  INDICE-REGISTRO.
           COPY AGDANDX.

       FD  RETIDAS-FILE.
       01  RETIDAS-REGISTRO.
           COPY AGDARET.

       FD  EXECUCAO-FILE.
       01  EXECUCAO-REGISTRO.
           COPY AGDAEXE.
       01  WS-CHKPT-STATUS              PIC X(2).
       01  WS-MEMBROS-STATUS            PIC X(2).
       01  WS-INDICE-STATUS             PIC X(2).
       01  WS-RETIDAS-STATUS            PIC X(2).

       01  WS-NDX-NOME                  PIC X(30).
       01  WS-NDX-FONE                  PIC X(15).
       01  WS-FIM-TRANSACOES            PIC X(1) VALUE 'N'.
           88  FIM-TRANSACOES           VALUE 'S'.

       01  WS-LOTE                      PIC X(14).
       01  WS-DATA-PROCESSAMENTO        PIC X(8).
       01  WS-FASE-CARGA                PIC X(1) VALUE 'T'.
       01  WS-FIM-RETIDAS               PIC X(1) VALUE 'N'.
           88  FIM-RETIDAS              VALUE 'S'.
       01  WS-SEQ-REJEICAO              PIC 9(7) VALUE ZERO.
       01  WS-DATA-EFETIVA-VALIDA       PIC X(1).
           88  DATA-EFETIVA-VALIDA      VALUE 'S'.
       01  WS-DATA-EFETIVA-NUM          PIC 9(8).

       01  WS-JA-CADASTRADO             PIC X(1) VALUE 'N'.
           88  JA-CADASTRADO            VALUE 'S'.

           05  WS-QTD-ACEITOS           PIC 9(7) VALUE ZERO.
           05  WS-QTD-REJEITADOS        PIC 9(7) VALUE ZERO.
           05  WS-QTD-LIDOS             PIC 9(7) VALUE ZERO.
           05  WS-QTD-RETIDAS           PIC 9(7) VALUE ZERO.
           05  WS-QTD-RET-VENCIDAS      PIC 9(7) VALUE ZERO.

       01  WS-OPERADOR-ID               PIC X(10) VALUE "BATCH".
       01  WS-DATA-HORA-ATUAL           PIC X(21).
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
                   MOVE WS-QTD-LIDOS TO EXE-QTD-LIDOS
                   MOVE WS-QTD-ACEITOS TO EXE-QTD-APLICADOS
                   MOVE WS-QTD-REJEITADOS TO EXE-QTD-REJEITADOS
                   REWRITE EXECUCAO-REGISTRO
           END-READ.
           CLOSE EXECUCAO-FILE.

       ABRIR-ARQUIVOS-BATCH.
           MOVE WS-EXEC-INICIO TO WS-LOTE.
           MOVE WS-EXEC-INICIO(1:8) TO WS-DATA-PROCESSAMENTO.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "Erro ao abrir arquivo de transações: "
                   MOVE 'S' TO WS-FIM-TRANSACOES
               END-IF

               OPEN I-O RETIDAS-FILE
               IF WS-RETIDAS-STATUS = "35"
                   OPEN OUTPUT RETIDAS-FILE
                   CLOSE RETIDAS-FILE
                   OPEN I-O RETIDAS-FILE
               END-IF
               IF WS-RETIDAS-STATUS NOT = "00"
                   DISPLAY "Erro ao abrir as transações retidas: "
                       WS-RETIDAS-STATUS
                   MOVE 'S' TO WS-FIM-TRANSACOES
               END-IF

               OPEN EXTEND AUDITORIA-FILE
               IF WS-AUDITORIA-STATUS = "35"
                   OPEN OUTPUT AUDITORIA-FILE
                           PERFORM SALTAR-TRANSACOES-APLICADAS
                       END-IF
                       IF NOT FIM-TRANSACOES
                           PERFORM APLICAR-RETIDAS-VENCIDAS
                           PERFORM LER-PROXIMA-TRANSACAO
                       END-IF
                   END-IF
                           " aceitando o reprocessamento."
                       MOVE 'S' TO WS-FIM-TRANSACOES
                   NOT AT END
                       IF CHK-SEQUENCIA > ZERO OR CHK-FASE-RETIDAS
                           IF CHK-QTD-TRANS
                                   NOT = WS-QTD-TRANS-ENTRADA
                               DISPLAY "Checkpoint pertence a outro"
                               MOVE CHK-ACEITOS TO WS-QTD-ACEITOS
                               MOVE CHK-REJEITADOS
                                   TO WS-QTD-REJEITADOS
                               PERFORM RESTAURAR-CHECKPOINT-RETIDAS
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      *> Checkpoint gravado antes das retidas existirem traz esses
      *> campos em branco: o reinício segue com o lote atual.
       RESTAURAR-CHECKPOINT-RETIDAS.
           IF CHK-LOTE NOT = SPACES
               MOVE CHK-LOTE TO WS-LOTE
           END-IF.
           IF CHK-RETIDAS IS NUMERIC
               MOVE CHK-RETIDAS TO WS-QTD-RETIDAS
           END-IF.
           IF CHK-RET-VENCIDAS IS NUMERIC
               MOVE CHK-RET-VENCIDAS TO WS-QTD-RET-VENCIDAS
           END-IF.

       SALTAR-TRANSACOES-APLICADAS.
           MOVE ZERO TO WS-QTD-SALTADAS.
           PERFORM SALTAR-UMA-TRANSACAO
               MOVE WS-QTD-ACEITOS TO CHK-ACEITOS
               MOVE WS-QTD-REJEITADOS TO CHK-REJEITADOS
               MOVE WS-QTD-TRANS-ENTRADA TO CHK-QTD-TRANS
               MOVE WS-LOTE TO CHK-LOTE
               MOVE WS-QTD-RETIDAS TO CHK-RETIDAS
               MOVE WS-QTD-RET-VENCIDAS TO CHK-RET-VENCIDAS
               MOVE WS-FASE-CARGA TO CHK-FASE
               WRITE CHECKPOINT-REGISTRO
               CLOSE CHECKPOINT-FILE
           ELSE
               MOVE WS-QTD-ACEITOS TO CHK-ACEITOS
               MOVE WS-QTD-REJEITADOS TO CHK-REJEITADOS
               MOVE WS-QTD-TRANS-ENTRADA TO CHK-QTD-TRANS
               MOVE WS-LOTE TO CHK-LOTE
               MOVE WS-QTD-RETIDAS TO CHK-RETIDAS
               MOVE WS-QTD-RET-VENCIDAS TO CHK-RET-VENCIDAS
               MOVE SPACE TO CHK-FASE
               WRITE CHECKPOINT-REGISTRO
               CLOSE CHECKPOINT-FILE
           END-IF.
           CLOSE INDICE-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE REJEITO-FILE.
           CLOSE RETIDAS-FILE.

      *> Manutenção do índice de pesquisa AGDANDX: grava (ou
      *> remove) um registro por sufixo do nome em WS-NDX-NOME, com
           MOVE TRANS-DEPARTAMENTO TO REJ-DEPARTAMENTO.
           MOVE TRANS-EMAIL TO REJ-EMAIL.
           MOVE TRANS-TIPO TO REJ-TIPO.
           MOVE TRANS-DATA-EFETIVA TO REJ-DATA-EFETIVA.
           MOVE WS-MOTIVO-REJEICAO TO REJ-MOTIVO.
           MOVE WS-SEQ-REJEICAO TO REJ-SEQUENCIA.
           WRITE REJEITO-REGISTRO.
           ADD 1 TO WS-QTD-REJEITADOS.

           MOVE WS-AUD-TELEFONE-ANTES TO AUD-TELEFONE-ANTES.
           MOVE WS-AUD-NOME-DEPOIS TO AUD-NOME-DEPOIS.
           MOVE WS-AUD-TELEFONE-DEPOIS TO AUD-TELEFONE-DEPOIS.
           MOVE SPACES TO AUD-SOLICITANTE.
           WRITE AUDITORIA-REGISTRO.

       OBTER-DATA-HOJE.
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

      *> Transação com data efetiva futura vai para RETIDAS e não
      *> toca a agenda; as demais (data em branco, de hoje ou
      *> passada) são aplicadas na hora.
       PROCESSAR-TRANSACAO.
           MOVE WS-QTD-LIDOS TO WS-SEQ-REJEICAO.
           PERFORM VALIDAR-DATA-EFETIVA.
           IF NOT DATA-EFETIVA-VALIDA
               DISPLAY "Rejeitado (data efetiva inválida): "
                   TRANS-DATA-EFETIVA
               MOVE "011" TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-TRANSACAO
           ELSE IF TRANS-DATA-EFETIVA NOT = SPACES
                   AND TRANS-DATA-EFETIVA > WS-DATA-PROCESSAMENTO
                   AND (TRANS-INCLUIR OR TRANS-ALTERAR
                       OR TRANS-EXCLUIR)
               PERFORM RETER-TRANSACAO
           ELSE
               PERFORM APLICAR-TRANSACAO
           END-IF
           END-IF.
           PERFORM GRAVAR-CHECKPOINT.
           PERFORM LER-PROXIMA-TRANSACAO.

       APLICAR-TRANSACAO.
           EVALUATE TRUE
               WHEN TRANS-INCLUIR
                   PERFORM INCLUIR-CONTATO-BATCH
                   MOVE "001" TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
           END-EVALUATE.

       VALIDAR-DATA-EFETIVA.
           MOVE 'S' TO WS-DATA-EFETIVA-VALIDA.
           IF TRANS-DATA-EFETIVA NOT = SPACES
               IF TRANS-DATA-EFETIVA NOT NUMERIC
                   MOVE 'N' TO WS-DATA-EFETIVA-VALIDA
               ELSE
                   MOVE TRANS-DATA-EFETIVA TO WS-DATA-EFETIVA-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD
                           (WS-DATA-EFETIVA-NUM) NOT = ZERO
                       MOVE 'N' TO WS-DATA-EFETIVA-VALIDA
                   END-IF
               END-IF
           END-IF.

      *> A chave da retida leva o lote e a posição no TRANS; num
      *> reinício a mesma transação cai na mesma chave (status 22)
      *> e conta como retida, pois o checkpoint ainda não a tinha.
       RETER-TRANSACAO.
           MOVE TRANS-DATA-EFETIVA TO RET-DATA-EFETIVA.
           MOVE WS-LOTE TO RET-LOTE.
           MOVE WS-QTD-LIDOS TO RET-SEQUENCIA.
           MOVE TRANS-REGISTRO TO RET-TRANSACAO.
           WRITE RETIDAS-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-RETIDAS-STATUS = "00" OR WS-RETIDAS-STATUS = "22"
               ADD 1 TO WS-QTD-RETIDAS
           ELSE
               DISPLAY "Rejeitado (erro ao reter): "
                   TRANS-TELEFONE
               MOVE "006" TO WS-MOTIVO-REJEICAO
               PERFORM REJEITAR-TRANSACAO
           END-IF.

      *> Retidas cuja data efetiva chegou são aplicadas antes do
      *> TRANS do dia, da data mais antiga para a mais nova, pelas
      *> mesmas rotinas de validação, rejeição e auditoria. Cada
      *> uma sai de RETIDAS ao ser processada e o checkpoint marca a
      *> fase R, de modo que um reinício retoma as que restaram.
      *> Rejeitadas aqui levam em REJ-SEQUENCIA a posição que
      *> tinham no TRANS do lote que as reteve.
       APLICAR-RETIDAS-VENCIDAS.
           MOVE 'R' TO WS-FASE-CARGA.
           MOVE 'N' TO WS-FIM-RETIDAS.
           MOVE LOW-VALUES TO RET-CHAVE.
           START RETIDAS-FILE KEY IS NOT LESS THAN RET-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-RETIDAS
           END-START.
           PERFORM APLICAR-UMA-RETIDA
               UNTIL FIM-RETIDAS.
           MOVE 'T' TO WS-FASE-CARGA.

       APLICAR-UMA-RETIDA.
           READ RETIDAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-RETIDAS
               NOT AT END
                   IF RET-DATA-EFETIVA > WS-DATA-PROCESSAMENTO
                       MOVE 'S' TO WS-FIM-RETIDAS
                   ELSE
                       ADD 1 TO WS-QTD-RET-VENCIDAS
                       MOVE RET-TRANSACAO TO TRANS-REGISTRO
                       MOVE RET-SEQUENCIA TO WS-SEQ-REJEICAO
                       PERFORM APLICAR-TRANSACAO
                       DELETE RETIDAS-FILE RECORD
                           INVALID KEY
                               DISPLAY "Aviso: retida aplicada e não"
                                   " removida: " RET-CHAVE
                       END-DELETE
                       PERFORM GRAVAR-CHECKPOINT
                   END-IF
           END-READ.

      *> Regras por tipo (WS-TIPO-VERIFICACAO): celular é DDD + 9
      *> dígitos iniciando em 9 (11 no total), fixo é DDD + 8
           DISPLAY "Transações lidas.....: " WS-QTD-LIDOS.
           DISPLAY "Aceitas..............: " WS-QTD-ACEITOS.
           DISPLAY "Rejeitadas...........: " WS-QTD-REJEITADOS.
           DISPLAY "Retidas (data futura): " WS-QTD-RETIDAS.
           DISPLAY "Retidas vencidas.....: " WS-QTD-RET-VENCIDAS.
           IF WS-QTD-RET-VENCIDAS > ZERO
               DISPLAY "(retidas vencidas entram nas aceitas e"
               DISPLAY "rejeitadas acima)"
           END-IF.
           IF WS-QTD-REJEITADOS > ZERO
               DISPLAY "Rejeitadas gravadas no arquivo REJEITO;"
               DISPLAY "corrija e reapresente como TRANS."
