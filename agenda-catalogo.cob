      *> contatos ativos, agrupados por departamento - cada
      *> departamento inicia página nova com cabeçalho próprio e
      *> fecha com a contagem de contatos - seguidos, ao final, de
      *> um índice alfabético de nomes apontando a página. Quem tem
      *> ausência em AUSENCIA.DAT cobrindo a data da emissão sai
      *> marcado com o último dia ausente. Pode ser
      *> chamado pelo menu de AGENDA-TELEFONICA ou submetido como
      *> passo batch (job AGDACAT).

           SELECT LISTA-FILE ASSIGN TO "LISTATEL.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUSENCIA-FILE ASSIGN TO "AUSENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-NOME
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-AUSENCIA-STATUS.

           SELECT EXECUCAO-FILE ASSIGN TO "EXECCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LINAGE IS 20 LINES WITH FOOTING AT 18.
       01  LISTA-LINHA                     PIC X(80).

       FD  AUSENCIA-FILE.
       01  AUSENCIA-REGISTRO.
           COPY AGDAAUS.

       FD  EXECUCAO-FILE.
       01  EXECUCAO-REGISTRO.
           COPY AGDAEXE.
       01  WS-DATA-HORA-EXEC            PIC X(21).

       01  WS-AGENDA-STATUS             PIC X(2).
       01  WS-AUSENCIA-STATUS           PIC X(2).
       01  WS-TEM-AUSENCIAS             PIC X(1) VALUE 'N'.
           88  TEM-AUSENCIAS            VALUE 'S'.
       01  WS-DATA-HOJE                 PIC X(8).

       01  WS-FIM-AGENDA                PIC X(1) VALUE 'N'.
           88  FIM-AGENDA               VALUE 'S'.
       01  WS-QTD-SELECIONADOS          PIC 9(7) VALUE ZERO.
       01  WS-QTD-INATIVOS              PIC 9(7) VALUE ZERO.
       01  WS-QTD-DEPARTAMENTOS         PIC 9(5) VALUE ZERO.
       01  WS-QTD-AUSENTES              PIC 9(7) VALUE ZERO.

       01  WS-DEPTO-CORRENTE            PIC X(20).
       01  WS-NOME-INDEXADO             PIC X(30).
           05  LST-TELEFONE             PIC X(15).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  LST-TIPO                 PIC X(1).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LST-AUSENCIA             PIC X(18).

       01  WS-LINHA-CONTAGEM.
           05  FILLER                   PIC X(26)
           MOVE ZERO TO WS-QTD-SELECIONADOS.
           MOVE ZERO TO WS-QTD-INATIVOS.
           MOVE ZERO TO WS-QTD-DEPARTAMENTOS.
           MOVE ZERO TO WS-QTD-AUSENTES.
           PERFORM INICIAR-CONTROLE-EXECUCAO.
           IF NOT EXECUCAO-BLOQUEADA
               PERFORM SELECIONAR-ATIVOS
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
                       + WS-QTD-INATIVOS
                   MOVE WS-QTD-SELECIONADOS TO EXE-QTD-APLICADOS
                   REWRITE EXECUCAO-REGISTRO
           END-READ.
           CLOSE EXECUCAO-FILE.
           OPEN INPUT CATALOGO-ORDENADO.
           OPEN OUTPUT LISTA-FILE.
           OPEN OUTPUT INDICE-TRABALHO.
           PERFORM ABRIR-AUSENCIAS.
           MOVE ZERO TO WS-PAGINA-REL.
           MOVE SPACES TO WS-DEPTO-CORRENTE.
           MOVE 'N' TO WS-TEM-DEPTO-ABERTO.
           END-IF.
           CLOSE CATALOGO-ORDENADO.
           CLOSE INDICE-TRABALHO.
           IF TEM-AUSENCIAS
               CLOSE AUSENCIA-FILE
           END-IF.

      *> Sem o arquivo de ausências a lista sai sem marcas.
       ABRIR-AUSENCIAS.
           MOVE 'N' TO WS-TEM-AUSENCIAS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXEC.
           MOVE WS-DATA-HORA-EXEC(1:8) TO WS-DATA-HOJE.
           OPEN INPUT AUSENCIA-FILE.
           IF WS-AUSENCIA-STATUS = "00"
               MOVE 'S' TO WS-TEM-AUSENCIAS
           END-IF.

       LER-ORDENADO.
           READ CATALOGO-ORDENADO
           MOVE ORD-NOME TO LST-NOME.
           MOVE ORD-TELEFONE TO LST-TELEFONE.
           MOVE ORD-TIPO TO LST-TIPO.
           MOVE SPACES TO LST-AUSENCIA.
           IF ORD-NOME NOT = WS-NOME-INDEXADO AND TEM-AUSENCIAS
               PERFORM MARCAR-AUSENCIA
           END-IF.
           MOVE WS-LINHA-LISTA TO LISTA-LINHA.
           WRITE LISTA-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.

           PERFORM LER-ORDENADO.

      *> A marca sai só no primeiro número da pessoa.
       MARCAR-AUSENCIA.
           MOVE ORD-NOME TO AUS-NOME.
           READ AUSENCIA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AUS-INICIO NOT > WS-DATA-HOJE
                       AND AUS-FIM NOT < WS-DATA-HOJE
                       STRING "AUSENTE ATÉ " AUS-FIM(7:2) "/"
                               AUS-FIM(5:2) DELIMITED BY SIZE
                           INTO LST-AUSENCIA
                       ADD 1 TO WS-QTD-AUSENTES
                   END-IF
           END-READ.

       ABRIR-DEPARTAMENTO.
           MOVE ORD-DEPARTAMENTO TO WS-DEPTO-CORRENTE.
           MOVE SPACES TO WS-NOME-INDEXADO.
               WS-QTD-INATIVOS.
           DISPLAY "Departamentos...........: "
               WS-QTD-DEPARTAMENTOS.
           DISPLAY "Marcados como ausentes..: "
               WS-QTD-AUSENTES.
           DISPLAY "Páginas geradas.........: " WS-PAGINA-REL.
           DISPLAY "Lista gerada em LISTATEL.TXT.".
