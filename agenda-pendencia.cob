       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-PENDENCIA.

      *> Relatório diário das pendências de aprovação: lê o
      *> arquivo PENDENTE (layout AGDAPEN), onde a tela de
      *> manutenção grava as exclusões de pessoa, as alterações de
      *> departamento e e-mail e as trocas de departamento em uso
      *> que aguardam um supervisor, e imprime em RELPEND os
      *> pedidos ainda abertos há mais dias que o limite lido do
      *> SYSIN, do mais antigo para o mais recente. Apenas leitura:
      *> a decisão continua sendo tomada na opção de aprovação do
      *> AGENDA-TELEFONICA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDENTE-FILE ASSIGN TO PENDENTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-PENDENTE-STATUS.

           SELECT RELPEND-FILE ASSIGN TO RELPEND
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDENTE-FILE.
       01  PENDENTE-REGISTRO.
           COPY AGDAPEN.

       FD  RELPEND-FILE
           LINAGE IS 20 LINES WITH FOOTING AT 18.
       01  RELPEND-LINHA                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PENDENTE-STATUS           PIC X(2).

       01  WS-FIM-PENDENTE              PIC X(1) VALUE 'N'.
           88  FIM-PENDENTE             VALUE 'S'.

       01  WS-DIAS-LIMITE               PIC 9(3) VALUE ZERO.
       01  WS-DIAS-LIMITE-TEXTO         PIC X(3).
       01  WS-DIAS-LIMITE-AJUSTADO      PIC X(3) JUSTIFIED RIGHT.
       01  WS-PARAMETRO-VALIDO          PIC X(1) VALUE 'N'.
           88  PARAMETRO-VALIDO         VALUE 'S'.

       01  WS-DATA-HORA-ATUAL           PIC X(21).
       01  WS-DATA-HOJE                 PIC 9(8).
       01  WS-DATA-PEDIDO               PIC 9(8).
       01  WS-DIAS-PENDENTE             PIC 9(5).

       01  WS-QTD-LIDOS                 PIC 9(7) VALUE ZERO.
       01  WS-QTD-ABERTOS               PIC 9(7) VALUE ZERO.
       01  WS-QTD-ATRASADOS             PIC 9(7) VALUE ZERO.

       01  WS-LINHAS-POR-PAGINA         PIC 9(2) VALUE 20.
       01  WS-CONTADOR-LINHAS           PIC 9(2) VALUE ZERO.
       01  WS-PAGINA-REL                PIC 9(4) VALUE ZERO.

       01  WS-CABECALHO-1.
           05  FILLER                   PIC X(20)
               VALUE "AGENDA TELEFÔNICA".
           05  FILLER                   PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "PAGINA: ".
           05  CAB-PAGINA               PIC ZZZ9.

       01  WS-CABECALHO-PEND.
           05  FILLER                   PIC X(38)
               VALUE "PENDÊNCIAS DE APROVAÇÃO HÁ MAIS DE".
           05  CAB-DIAS-LIMITE          PIC ZZ9.
           05  FILLER                   PIC X(5) VALUE " DIAS".

       01  WS-CABECALHO-PEND-COL.
           05  FILLER                   PIC X(11) VALUE "PEDIDO EM".
           05  FILLER                   PIC X(6) VALUE " DIAS".
           05  FILLER                   PIC X(11) VALUE "SOLICIT.".
           05  FILLER                   PIC X(12) VALUE "PEDIDO".
           05  FILLER                   PIC X(30) VALUE "CONTATO".

       01  WS-LINHA-PENDENCIA.
           05  PND-DATA                 PIC X(10).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  PND-DIAS                 PIC ZZZZ9.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  PND-SOLICITANTE          PIC X(10).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  PND-TIPO                 PIC X(11).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  PND-NOME                 PIC X(30).

       01  WS-LINHA-TOTAL-PEND.
           05  TOT-PEND-ROTULO          PIC X(32).
           05  TOT-PEND-VALOR           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PENDENCIA.
           PERFORM LER-PARAMETRO-PENDENCIA.
           IF PARAMETRO-VALIDO
               PERFORM ABRIR-ARQUIVOS-PENDENCIA
               PERFORM EXAMINAR-PROXIMA-PENDENCIA
                   UNTIL FIM-PENDENTE
               PERFORM ESCREVER-TOTAIS-PENDENCIA
               PERFORM FECHAR-ARQUIVOS-PENDENCIA
               PERFORM EXIBIR-RESUMO-PENDENCIA
           END-IF.
           STOP RUN.

      *> O limite em dias vem do SYSIN; aceita o número sem os
      *> zeros à esquerda ("3"), como o corte do AGENDA-EXPURGO.
       LER-PARAMETRO-PENDENCIA.
           DISPLAY "Listar pendências abertas há mais de quantos"
               " dias? ".
           ACCEPT WS-DIAS-LIMITE-TEXTO.
           MOVE FUNCTION TRIM(WS-DIAS-LIMITE-TEXTO)
               TO WS-DIAS-LIMITE-AJUSTADO.
           IF WS-DIAS-LIMITE-AJUSTADO NOT = SPACES
               INSPECT WS-DIAS-LIMITE-AJUSTADO
                   REPLACING LEADING " " BY "0"
           END-IF.
           IF WS-DIAS-LIMITE-AJUSTADO NOT NUMERIC
               DISPLAY "Número de dias inválido: "
                   WS-DIAS-LIMITE-TEXTO
           ELSE
               MOVE WS-DIAS-LIMITE-AJUSTADO TO WS-DIAS-LIMITE
               MOVE 'S' TO WS-PARAMETRO-VALIDO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
               MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE
           END-IF.

       ABRIR-ARQUIVOS-PENDENCIA.
           OPEN OUTPUT RELPEND-FILE.
           MOVE WS-LINHAS-POR-PAGINA TO WS-CONTADOR-LINHAS.
           OPEN INPUT PENDENTE-FILE.
           IF WS-PENDENTE-STATUS = "35"
               DISPLAY "Arquivo de pendências ainda não existe;"
                   " nada a relatar."
               MOVE 'S' TO WS-FIM-PENDENTE
           ELSE
               IF WS-PENDENTE-STATUS NOT = "00"
                   DISPLAY "Erro ao abrir pendências: "
                       WS-PENDENTE-STATUS
                   MOVE 'S' TO WS-FIM-PENDENTE
               ELSE
                   MOVE LOW-VALUES TO PEN-CHAVE
                   START PENDENTE-FILE
                       KEY IS NOT LESS THAN PEN-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-FIM-PENDENTE
                   END-START
               END-IF
           END-IF.

       FECHAR-ARQUIVOS-PENDENCIA.
           IF WS-PENDENTE-STATUS NOT = "35"
               CLOSE PENDENTE-FILE
           END-IF.
           CLOSE RELPEND-FILE.

      *> A chave começa pela data/hora do pedido, então a leitura
      *> sequencial já sai do pedido mais antigo para o mais novo.
       EXAMINAR-PROXIMA-PENDENCIA.
           READ PENDENTE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PENDENTE
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   IF PENDENCIA-ABERTA
                       ADD 1 TO WS-QTD-ABERTOS
                       PERFORM CALCULAR-DIAS-PENDENTE
                       IF WS-DIAS-PENDENTE > WS-DIAS-LIMITE
                           ADD 1 TO WS-QTD-ATRASADOS
                           PERFORM ESCREVER-LINHA-PENDENCIA
                       END-IF
                   END-IF
           END-READ.

       CALCULAR-DIAS-PENDENTE.
           MOVE ZERO TO WS-DIAS-PENDENTE.
           IF PEN-DATA-HORA(1:8) IS NUMERIC
               MOVE PEN-DATA-HORA(1:8) TO WS-DATA-PEDIDO
               IF WS-DATA-PEDIDO < WS-DATA-HOJE
                   COMPUTE WS-DIAS-PENDENTE
                       = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE(WS-DATA-PEDIDO)
               END-IF
           END-IF.

       ESCREVER-LINHA-PENDENCIA.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM ESCREVER-CABECALHO-PEND
           END-IF.
           MOVE SPACES TO PND-DATA.
           STRING PEN-DATA-HORA(7:2) "/" PEN-DATA-HORA(5:2) "/"
                   PEN-DATA-HORA(1:4) DELIMITED BY SIZE
               INTO PND-DATA.
           MOVE WS-DIAS-PENDENTE TO PND-DIAS.
           MOVE PEN-SOLICITANTE TO PND-SOLICITANTE.
           MOVE PEN-NOME TO PND-NOME.
           EVALUATE TRUE
               WHEN PEN-EXCLUSAO-PESSOA
                   MOVE "EXCLUSÃO" TO PND-TIPO
               WHEN PEN-TROCA-DEPARTAMENTO
                   MOVE "TROCA DEPTO" TO PND-TIPO
                   MOVE SPACES TO PND-NOME
                   STRING PEN-DEPTO-ANTES DELIMITED BY SPACE
                       " -> " DELIMITED BY SIZE
                       PEN-DEPTO-DEPOIS DELIMITED BY SPACE
                       INTO PND-NOME
               WHEN OTHER
                   MOVE "ALTERAÇÃO" TO PND-TIPO
           END-EVALUATE.
           MOVE WS-LINHA-PENDENCIA TO RELPEND-LINHA.
           WRITE RELPEND-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.

       ESCREVER-CABECALHO-PEND.
           ADD 1 TO WS-PAGINA-REL.
           MOVE WS-PAGINA-REL TO CAB-PAGINA.
           MOVE WS-CABECALHO-1 TO RELPEND-LINHA.
           IF WS-PAGINA-REL > 1
               WRITE RELPEND-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE RELPEND-LINHA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-DIAS-LIMITE TO CAB-DIAS-LIMITE.
           MOVE WS-CABECALHO-PEND TO RELPEND-LINHA.
           WRITE RELPEND-LINHA AFTER ADVANCING 2 LINES.
           MOVE WS-CABECALHO-PEND-COL TO RELPEND-LINHA.
           WRITE RELPEND-LINHA AFTER ADVANCING 1 LINE.
           MOVE 4 TO WS-CONTADOR-LINHAS.

       ESCREVER-TOTAIS-PENDENCIA.
           IF WS-PAGINA-REL = ZERO
               PERFORM ESCREVER-CABECALHO-PEND
           END-IF.
           MOVE SPACES TO WS-LINHA-TOTAL-PEND.
           MOVE "PEDIDOS ABERTOS...............:" TO TOT-PEND-ROTULO.
           MOVE WS-QTD-ABERTOS TO TOT-PEND-VALOR.
           MOVE WS-LINHA-TOTAL-PEND TO RELPEND-LINHA.
           WRITE RELPEND-LINHA AFTER ADVANCING 2 LINES.
           MOVE "ABERTOS ALÉM DO LIMITE........:" TO TOT-PEND-ROTULO.
           MOVE WS-QTD-ATRASADOS TO TOT-PEND-VALOR.
           MOVE WS-LINHA-TOTAL-PEND TO RELPEND-LINHA.
           WRITE RELPEND-LINHA AFTER ADVANCING 1 LINE.

       EXIBIR-RESUMO-PENDENCIA.
           DISPLAY "=======================================".
           DISPLAY "RESUMO - AGENDA-PENDENCIA".
           DISPLAY "=======================================".
           DISPLAY "Pedidos lidos..........: " WS-QTD-LIDOS.
           DISPLAY "Pedidos abertos........: " WS-QTD-ABERTOS.
           DISPLAY "Além do limite.........: " WS-QTD-ATRASADOS.
           IF WS-QTD-ATRASADOS > ZERO
               DISPLAY "Cobre dos supervisores a decisão dos"
               DISPLAY "pedidos listados em RELPEND."
           END-IF.
