       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-RETIDAS.

      *> Relatório e cancelamento das transações retidas: lê o
      *> arquivo RETIDAS (layout AGDARET), onde o AGENDA-BATCH guarda
      *> as transações do TRANS com data efetiva futura, e imprime em
      *> RELRET as que aguardam, pela ordem da data efetiva. Com a
      *> opção C no SYSIN, seguida do lote (AAAAMMDDHHMMSS, início
      *> da carga que reteve) e da sequência da transação naquele
      *> TRANS - os dois impressos no próprio relatório -, a
      *> transação é removida de RETIDAS e não será mais aplicada.
      *> Grava a marca em EXECCTL.DAT como os demais jobs, de modo
      *> que nunca roda junto com a carga noturna.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIDAS-FILE ASSIGN TO RETIDAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WS-RETIDAS-STATUS.

           SELECT RELRET-FILE ASSIGN TO RELRET
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXECUCAO-FILE ASSIGN TO "EXECCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-EXECUCAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETIDAS-FILE.
       01  RETIDAS-REGISTRO.
           COPY AGDARET.

       FD  RELRET-FILE
           LINAGE IS 20 LINES WITH FOOTING AT 18.
       01  RELRET-LINHA                    PIC X(80).

       FD  EXECUCAO-FILE.
       01  EXECUCAO-REGISTRO.
           COPY AGDAEXE.

       WORKING-STORAGE SECTION.
       01  WS-RETIDAS-STATUS            PIC X(2).

       01  WS-EXECUCAO-STATUS           PIC X(2).
       01  WS-EXEC-PROGRAMA             PIC X(8) VALUE "AGDARET".
       01  WS-EXEC-INICIO               PIC X(14).
       01  WS-EXEC-BLOQUEADO            PIC X(1) VALUE 'N'.
           88  EXECUCAO-BLOQUEADA       VALUE 'S'.
       01  WS-FIM-EXECUCAO              PIC X(1).
           88  FIM-EXECUCAO             VALUE 'S'.
       01  WS-DATA-HORA-EXEC            PIC X(21).

       01  WS-TRANSACAO-RETIDA.
           COPY AGDATRAN.

       01  WS-FIM-RETIDAS               PIC X(1) VALUE 'N'.
           88  FIM-RETIDAS              VALUE 'S'.

       01  WS-MODO                      PIC X(1).
           88  MODO-RELATORIO           VALUE 'R'.
           88  MODO-CANCELAMENTO        VALUE 'C'.
       01  WS-MODO-TEXTO                PIC X(10).
       01  WS-LOTE-CANCELAR             PIC X(14).
       01  WS-SEQ-CANCELAR              PIC 9(7) VALUE ZERO.
       01  WS-SEQ-TEXTO                 PIC X(7).
       01  WS-SEQ-AJUSTADA              PIC X(7) JUSTIFIED RIGHT.
       01  WS-PARAMETRO-VALIDO          PIC X(1) VALUE 'N'.
           88  PARAMETRO-VALIDO         VALUE 'S'.

       01  WS-QTD-RETIDAS               PIC 9(7) VALUE ZERO.
       01  WS-QTD-CANCELADAS            PIC 9(7) VALUE ZERO.

       01  WS-LINHAS-POR-PAGINA         PIC 9(2) VALUE 20.
       01  WS-CONTADOR-LINHAS           PIC 9(2) VALUE ZERO.
       01  WS-PAGINA-REL                PIC 9(4) VALUE ZERO.

       01  WS-CABECALHO-1.
           05  FILLER                   PIC X(20)
               VALUE "AGENDA TELEFÔNICA".
           05  FILLER                   PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "PAGINA: ".
           05  CAB-PAGINA               PIC ZZZ9.

       01  WS-CABECALHO-RET.
           05  FILLER                   PIC X(48)
               VALUE "TRANSAÇÕES RETIDAS ATÉ A DATA EFETIVA".

       01  WS-CABECALHO-RET-COL.
           05  FILLER                   PIC X(11) VALUE "DATA EFET.".
           05  FILLER                   PIC X(6) VALUE "AÇÃO".
           05  FILLER                   PIC X(23) VALUE "CONTATO".
           05  FILLER                   PIC X(16) VALUE "TELEFONE".
           05  FILLER                   PIC X(15) VALUE "LOTE".
           05  FILLER                   PIC X(7) VALUE "SEQ.".

       01  WS-LINHA-RETIDA.
           05  RTL-DATA                 PIC X(10).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  RTL-ACAO                 PIC X(3).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  RTL-NOME                 PIC X(22).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  RTL-TELEFONE             PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  RTL-LOTE                 PIC X(14).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  RTL-SEQUENCIA            PIC ZZZZZZ9.

       01  WS-LINHA-CANCELADA           PIC X(80).

       01  WS-LINHA-TOTAL-RET.
           05  TOT-RET-ROTULO           PIC X(32).
           05  TOT-RET-VALOR            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-RETIDAS.
           PERFORM LER-PARAMETRO-RETIDAS.
           IF PARAMETRO-VALIDO
               PERFORM INICIAR-CONTROLE-EXECUCAO
               IF NOT EXECUCAO-BLOQUEADA
                   PERFORM ABRIR-ARQUIVOS-RETIDAS
                   PERFORM EXAMINAR-PROXIMA-RETIDA
                       UNTIL FIM-RETIDAS
                   PERFORM ESCREVER-TOTAIS-RETIDAS
                   PERFORM FECHAR-ARQUIVOS-RETIDAS
                   PERFORM EXIBIR-RESUMO-RETIDAS
                   PERFORM ENCERRAR-CONTROLE-EXECUCAO
               END-IF
           END-IF.
           STOP RUN.

      *> SYSIN: R para só listar; C para cancelar, com o lote e a
      *> sequência nas duas linhas seguintes. A sequência aceita o
      *> número sem os zeros à esquerda, como o corte do expurgo.
       LER-PARAMETRO-RETIDAS.
           DISPLAY "Modo (R = relatório, C = cancelar): ".
           ACCEPT WS-MODO-TEXTO.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODO-TEXTO))
               TO WS-MODO.
           IF MODO-RELATORIO
               MOVE 'S' TO WS-PARAMETRO-VALIDO
           ELSE IF MODO-CANCELAMENTO
               DISPLAY "Lote (AAAAMMDDHHMMSS): "
               ACCEPT WS-LOTE-CANCELAR
               DISPLAY "Sequência no lote: "
               ACCEPT WS-SEQ-TEXTO
               MOVE FUNCTION TRIM(WS-SEQ-TEXTO) TO WS-SEQ-AJUSTADA
               IF WS-SEQ-AJUSTADA NOT = SPACES
                   INSPECT WS-SEQ-AJUSTADA
                       REPLACING LEADING " " BY "0"
               END-IF
               IF WS-LOTE-CANCELAR NOT NUMERIC
                   DISPLAY "Lote inválido: " WS-LOTE-CANCELAR
               ELSE IF WS-SEQ-AJUSTADA NOT NUMERIC
                   DISPLAY "Sequência inválida: " WS-SEQ-TEXTO
               ELSE
                   MOVE WS-SEQ-AJUSTADA TO WS-SEQ-CANCELAR
                   MOVE 'S' TO WS-PARAMETRO-VALIDO
               END-IF
               END-IF
           ELSE
               DISPLAY "Modo inválido: " WS-MODO-TEXTO
           END-IF
           END-IF.

      *> Controle de execução compartilhado: o job grava a marca de
      *> início em EXECCTL.DAT e recusa a partida enquanto houver
      *> qualquer job marcado em curso sobre os mestres da agenda;
      *> no fim normal a marca é regravada como terminada. Uma
      *> marca presa após queda é limpa pelo console AGENDA-OPERACAO.
       INICIAR-CONTROLE-EXECUCAO.
           MOVE 'N' TO WS-EXEC-BLOQUEADO.
           OPEN I-O EXECUCAO-FILE.
           IF WS-EXECUCAO-STATUS = "35"
               OPEN OUTPUT EXECUCAO-FILE
               CLOSE EXECUCAO-FILE
               OPEN I-O EXECUCAO-FILE
           END-IF.
           IF WS-EXECUCAO-STATUS NOT = "00"
               DISPLAY "Erro ao abrir o controle de execução: "
                   WS-EXECUCAO-STATUS
               MOVE 'S' TO WS-EXEC-BLOQUEADO
           ELSE
               PERFORM VERIFICAR-EXECUCAO-EM-CURSO
               IF EXECUCAO-BLOQUEADA
                   CLOSE EXECUCAO-FILE
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXEC
                   MOVE WS-DATA-HORA-EXEC(1:14) TO WS-EXEC-INICIO
                   MOVE WS-EXEC-PROGRAMA TO EXE-PROGRAMA
                   MOVE WS-EXEC-INICIO TO EXE-INICIO
                   MOVE 'E' TO EXE-SITUACAO
                   MOVE SPACES TO EXE-FIM
                   MOVE ZERO TO EXE-ESTATISTICA
                   WRITE EXECUCAO-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao marcar o início no"
                               " controle de execução."
                           MOVE 'S' TO WS-EXEC-BLOQUEADO
                           CLOSE EXECUCAO-FILE
                   END-WRITE
               END-IF
           END-IF.

       VERIFICAR-EXECUCAO-EM-CURSO.
           MOVE 'N' TO WS-FIM-EXECUCAO.
           MOVE LOW-VALUES TO EXE-CHAVE.
           START EXECUCAO-FILE KEY IS NOT LESS THAN EXE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-EXECUCAO
           END-START.
           PERFORM VERIFICAR-UMA-EXECUCAO
               UNTIL FIM-EXECUCAO OR EXECUCAO-BLOQUEADA.

       VERIFICAR-UMA-EXECUCAO.
           READ EXECUCAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-EXECUCAO
               NOT AT END
                   IF EXECUCAO-EM-CURSO
                       DISPLAY "Partida recusada: " EXE-PROGRAMA
                           " em curso desde " EXE-INICIO "."
                       DISPLAY "Se esse job caiu, limpe a marca"
                           " pelo console AGENDA-OPERACAO."
                       MOVE 'S' TO WS-EXEC-BLOQUEADO
                   END-IF
           END-READ.

       ENCERRAR-CONTROLE-EXECUCAO.
           MOVE WS-EXEC-PROGRAMA TO EXE-PROGRAMA.
           MOVE WS-EXEC-INICIO TO EXE-INICIO.
           READ EXECUCAO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
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
                   MOVE WS-QTD-RETIDAS TO EXE-QTD-LIDOS
                   MOVE WS-QTD-CANCELADAS TO EXE-QTD-APLICADOS
                   REWRITE EXECUCAO-REGISTRO
           END-READ.
           CLOSE EXECUCAO-FILE.

       ABRIR-ARQUIVOS-RETIDAS.
           OPEN OUTPUT RELRET-FILE.
           MOVE WS-LINHAS-POR-PAGINA TO WS-CONTADOR-LINHAS.
           MOVE SPACES TO WS-LINHA-CANCELADA.
           OPEN I-O RETIDAS-FILE.
           IF WS-RETIDAS-STATUS = "35"
               DISPLAY "Arquivo de retidas ainda não existe;"
                   " nada a relatar."
               MOVE 'S' TO WS-FIM-RETIDAS
           ELSE
               IF WS-RETIDAS-STATUS NOT = "00"
                   DISPLAY "Erro ao abrir as transações retidas: "
                       WS-RETIDAS-STATUS
                   MOVE 'S' TO WS-FIM-RETIDAS
               ELSE
                   MOVE LOW-VALUES TO RET-CHAVE
                   START RETIDAS-FILE
                       KEY IS NOT LESS THAN RET-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-FIM-RETIDAS
                   END-START
               END-IF
           END-IF.

       FECHAR-ARQUIVOS-RETIDAS.
           IF WS-RETIDAS-STATUS NOT = "35"
               CLOSE RETIDAS-FILE
           END-IF.
           CLOSE RELRET-FILE.

      *> A chave começa pela data efetiva, então a leitura
      *> sequencial já sai da retida que vence primeiro. A
      *> transação cancelada sai do arquivo e da listagem; seus
      *> dados vão ao pé do relatório.
       EXAMINAR-PROXIMA-RETIDA.
           READ RETIDAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-RETIDAS
               NOT AT END
                   MOVE RET-TRANSACAO TO WS-TRANSACAO-RETIDA
                   PERFORM MONTAR-LINHA-RETIDA
                   IF MODO-CANCELAMENTO
                           AND RET-LOTE = WS-LOTE-CANCELAR
                           AND RET-SEQUENCIA = WS-SEQ-CANCELAR
                       PERFORM CANCELAR-RETIDA
                   ELSE
                       ADD 1 TO WS-QTD-RETIDAS
                       PERFORM ESCREVER-LINHA-RETIDA
                   END-IF
           END-READ.

       CANCELAR-RETIDA.
           DELETE RETIDAS-FILE RECORD
               INVALID KEY
                   DISPLAY "Erro ao cancelar a retida: "
                       WS-RETIDAS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CANCELADAS
                   MOVE WS-LINHA-RETIDA TO WS-LINHA-CANCELADA
                   DISPLAY "Cancelada: " TRANS-ACAO " "
                       TRANS-NOME " " TRANS-TELEFONE
           END-DELETE.

       MONTAR-LINHA-RETIDA.
           MOVE SPACES TO RTL-DATA.
           STRING RET-DATA-EFETIVA(7:2) "/" RET-DATA-EFETIVA(5:2) "/"
                   RET-DATA-EFETIVA(1:4) DELIMITED BY SIZE
               INTO RTL-DATA.
           EVALUATE TRUE
               WHEN TRANS-INCLUIR
                   MOVE "INC" TO RTL-ACAO
               WHEN TRANS-ALTERAR
                   MOVE "ALT" TO RTL-ACAO
               WHEN TRANS-EXCLUIR
                   MOVE "EXC" TO RTL-ACAO
               WHEN OTHER
                   MOVE TRANS-ACAO TO RTL-ACAO
           END-EVALUATE.
           MOVE TRANS-NOME TO RTL-NOME.
           MOVE TRANS-TELEFONE TO RTL-TELEFONE.
           MOVE RET-LOTE TO RTL-LOTE.
           MOVE RET-SEQUENCIA TO RTL-SEQUENCIA.

       ESCREVER-LINHA-RETIDA.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM ESCREVER-CABECALHO-RET
           END-IF.
           MOVE WS-LINHA-RETIDA TO RELRET-LINHA.
           WRITE RELRET-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.

       ESCREVER-CABECALHO-RET.
           ADD 1 TO WS-PAGINA-REL.
           MOVE WS-PAGINA-REL TO CAB-PAGINA.
           MOVE WS-CABECALHO-1 TO RELRET-LINHA.
           IF WS-PAGINA-REL > 1
               WRITE RELRET-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE RELRET-LINHA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-CABECALHO-RET TO RELRET-LINHA.
           WRITE RELRET-LINHA AFTER ADVANCING 2 LINES.
           MOVE WS-CABECALHO-RET-COL TO RELRET-LINHA.
           WRITE RELRET-LINHA AFTER ADVANCING 1 LINE.
           MOVE 4 TO WS-CONTADOR-LINHAS.

       ESCREVER-TOTAIS-RETIDAS.
           IF WS-PAGINA-REL = ZERO
               PERFORM ESCREVER-CABECALHO-RET
           END-IF.
           MOVE SPACES TO WS-LINHA-TOTAL-RET.
           MOVE "TRANSAÇÕES RETIDAS..........:" TO TOT-RET-ROTULO.
           MOVE WS-QTD-RETIDAS TO TOT-RET-VALOR.
           MOVE WS-LINHA-TOTAL-RET TO RELRET-LINHA.
           WRITE RELRET-LINHA AFTER ADVANCING 2 LINES.
           IF MODO-CANCELAMENTO
               MOVE "CANCELADAS NESTA EXECUÇÃO.....:"
                   TO TOT-RET-ROTULO
               MOVE WS-QTD-CANCELADAS TO TOT-RET-VALOR
               MOVE WS-LINHA-TOTAL-RET TO RELRET-LINHA
               WRITE RELRET-LINHA AFTER ADVANCING 1 LINE
               IF WS-QTD-CANCELADAS > ZERO
                   MOVE WS-LINHA-CANCELADA TO RELRET-LINHA
                   WRITE RELRET-LINHA AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       EXIBIR-RESUMO-RETIDAS.
           DISPLAY "=======================================".
           DISPLAY "RESUMO - AGENDA-RETIDAS".
           DISPLAY "=======================================".
           DISPLAY "Retidas aguardando.....: " WS-QTD-RETIDAS.
           IF MODO-CANCELAMENTO
               DISPLAY "Canceladas.............: " WS-QTD-CANCELADAS
               IF WS-QTD-CANCELADAS = ZERO
                   DISPLAY "Nenhuma retida com o lote " WS-LOTE-CANCELAR
                   DISPLAY "e a sequência " WS-SEQ-CANCELAR
                       " informados."
               END-IF
           END-IF.
