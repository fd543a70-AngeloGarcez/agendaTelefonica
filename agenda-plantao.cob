       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-PLANTAO.

      *> Verificação noturna da escala de plantão: lê PLANTAO
      *> (layout AGDAPLT), grupo a grupo pela ordem de início, e
      *> imprime em RELPLANT as lacunas de cobertura entre agora e o
      *> horizonte em dias lido do SYSIN, para todo grupo que tem
      *> escala, e os plantões vigentes ou futuros cujo contato foi
      *> excluído (expurgo ou exclusão da pessoa), está inativo ou
      *> não tem mais celular na agenda. Apenas leitura; corrigir a
      *> escala continua sendo feito no AGENDA-TELEFONICA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANTAO-FILE ASSIGN TO PLANTAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLT-CHAVE
               FILE STATUS IS WS-PLANTAO-STATUS.

           SELECT AGENDA-FILE ASSIGN TO AGENDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELEFONE-AGENDA
               ALTERNATE RECORD KEY IS NOME-AGENDA WITH DUPLICATES
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT RELPLANT-FILE ASSIGN TO RELPLANT
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXECUCAO-FILE ASSIGN TO "EXECCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-EXECUCAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANTAO-FILE.
       01  PLANTAO-REGISTRO.
           COPY AGDAPLT.

       FD  AGENDA-FILE.
       01  AGENDA-REGISTRO.
           COPY AGDAREC.

       FD  RELPLANT-FILE
           LINAGE IS 20 LINES WITH FOOTING AT 18.
       01  RELPLANT-LINHA                  PIC X(80).

       FD  EXECUCAO-FILE.
       01  EXECUCAO-REGISTRO.
           COPY AGDAEXE.

       WORKING-STORAGE SECTION.
       01  WS-EXECUCAO-STATUS           PIC X(2).
       01  WS-EXEC-PROGRAMA             PIC X(8) VALUE "AGDAPLT".
       01  WS-EXEC-INICIO               PIC X(14).
       01  WS-EXEC-BLOQUEADO            PIC X(1) VALUE 'N'.
           88  EXECUCAO-BLOQUEADA       VALUE 'S'.
       01  WS-FIM-EXECUCAO              PIC X(1).
           88  FIM-EXECUCAO             VALUE 'S'.
       01  WS-DATA-HORA-EXEC            PIC X(21).

       01  WS-PLANTAO-STATUS            PIC X(2).
       01  WS-AGENDA-STATUS             PIC X(2).

       01  WS-FIM-PLANTAO               PIC X(1) VALUE 'N'.
           88  FIM-PLANTAO              VALUE 'S'.
       01  WS-FIM-PESSOA                PIC X(1).
           88  FIM-PESSOA               VALUE 'S'.

       01  WS-DIAS-HORIZONTE            PIC 9(3) VALUE ZERO.
       01  WS-DIAS-TEXTO                PIC X(3).
       01  WS-DIAS-AJUSTADO             PIC X(3) JUSTIFIED RIGHT.
       01  WS-PARAMETRO-VALIDO          PIC X(1) VALUE 'N'.
           88  PARAMETRO-VALIDO         VALUE 'S'.

       01  WS-DATA-HORA-ATUAL           PIC X(21).
       01  WS-AGORA                     PIC X(12).
       01  WS-LIMITE                    PIC X(12).
       01  WS-DATA-HOJE                 PIC 9(8).
       01  WS-DATA-LIMITE               PIC 9(8).

       01  WS-GRUPO-ATUAL               PIC X(20) VALUE SPACES.
       01  WS-GRUPO-IMPRESSO            PIC X(20) VALUE SPACES.
       01  WS-COBERTO-ATE               PIC X(12).

       01  WS-NOME-PESSOA               PIC X(30).
       01  WS-PESSOA-EXISTE             PIC X(1).
           88  PESSOA-EXISTE            VALUE 'S'.
       01  WS-PESSOA-SITUACAO           PIC X(1).
           88  PESSOA-INATIVA           VALUE 'I'.
       01  WS-PESSOA-TEM-CELULAR        PIC X(1).
           88  PESSOA-TEM-CELULAR       VALUE 'S'.

       01  WS-OCORRENCIA                PIC X(10).
       01  WS-OCOR-DE                   PIC X(12).
       01  WS-OCOR-ATE                  PIC X(12).
       01  WS-OCOR-NOME                 PIC X(30).
       01  WS-MOMENTO                   PIC X(12).
       01  WS-MOMENTO-EXIBIDO           PIC X(16).

       01  WS-QTD-LIDOS                 PIC 9(7) VALUE ZERO.
       01  WS-QTD-GRUPOS                PIC 9(7) VALUE ZERO.
       01  WS-QTD-VIGENTES              PIC 9(7) VALUE ZERO.
       01  WS-QTD-LACUNAS               PIC 9(7) VALUE ZERO.
       01  WS-QTD-EXCLUIDOS             PIC 9(7) VALUE ZERO.
       01  WS-QTD-INATIVOS              PIC 9(7) VALUE ZERO.
       01  WS-QTD-SEM-CELULAR           PIC 9(7) VALUE ZERO.

       01  WS-LINHAS-POR-PAGINA         PIC 9(2) VALUE 20.
       01  WS-CONTADOR-LINHAS           PIC 9(2) VALUE ZERO.
       01  WS-PAGINA-REL                PIC 9(4) VALUE ZERO.

       01  WS-CABECALHO-1.
           05  FILLER                   PIC X(20)
               VALUE "AGENDA TELEFÔNICA".
           05  FILLER                   PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "PAGINA: ".
           05  CAB-PAGINA               PIC ZZZ9.

       01  WS-CABECALHO-PLT.
           05  FILLER                   PIC X(49)
               VALUE "VERIFICAÇÃO DA ESCALA DE PLANTÃO - LACUNAS EM".
           05  CAB-DIAS-HORIZONTE       PIC ZZ9.
           05  FILLER                   PIC X(5) VALUE " DIAS".

       01  WS-CABECALHO-PLT-COL.
           05  FILLER                   PIC X(13) VALUE "OCORRÊNCIA".
           05  FILLER                   PIC X(17) VALUE "DE".
           05  FILLER                   PIC X(18) VALUE "ATÉ".
           05  FILLER                   PIC X(30) VALUE "CONTATO".

       01  WS-LINHA-GRUPO-PLT.
           05  FILLER                   PIC X(7) VALUE "GRUPO: ".
           05  GPL-GRUPO                PIC X(20).

       01  WS-LINHA-OCORRENCIA.
           05  OCR-OCORRENCIA           PIC X(10).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OCR-DE                   PIC X(16).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OCR-ATE                  PIC X(16).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OCR-NOME                 PIC X(30).

       01  WS-LINHA-TOTAL-PLT.
           05  TOT-PLT-ROTULO           PIC X(32).
           05  TOT-PLT-VALOR            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PLANTAO.
           PERFORM LER-PARAMETRO-PLANTAO.
           IF PARAMETRO-VALIDO
               PERFORM INICIAR-CONTROLE-EXECUCAO
               IF NOT EXECUCAO-BLOQUEADA
                   PERFORM ABRIR-ARQUIVOS-PLANTAO
                   PERFORM EXAMINAR-PROXIMO-PLANTAO
                       UNTIL FIM-PLANTAO
                   PERFORM ENCERRAR-GRUPO-PLANTAO
                   PERFORM ESCREVER-TOTAIS-PLANTAO
                   PERFORM FECHAR-ARQUIVOS-PLANTAO
                   PERFORM EXIBIR-RESUMO-PLANTAO
                   PERFORM ENCERRAR-CONTROLE-EXECUCAO
               END-IF
           END-IF.
           STOP RUN.

      *> O horizonte em dias vem do SYSIN; aceita o número sem os
      *> zeros à esquerda ("7"), como o corte do AGENDA-EXPURGO.
       LER-PARAMETRO-PLANTAO.
           DISPLAY "Verificar a cobertura dos próximos quantos"
               " dias? ".
           ACCEPT WS-DIAS-TEXTO.
           MOVE FUNCTION TRIM(WS-DIAS-TEXTO) TO WS-DIAS-AJUSTADO.
           IF WS-DIAS-AJUSTADO NOT = SPACES
               INSPECT WS-DIAS-AJUSTADO
                   REPLACING LEADING " " BY "0"
           END-IF.
           IF WS-DIAS-AJUSTADO NOT NUMERIC
               DISPLAY "Número de dias inválido: " WS-DIAS-TEXTO
           ELSE
               MOVE WS-DIAS-AJUSTADO TO WS-DIAS-HORIZONTE
               MOVE 'S' TO WS-PARAMETRO-VALIDO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
               MOVE WS-DATA-HORA-ATUAL(1:12) TO WS-AGORA
               MOVE WS-AGORA(1:8) TO WS-DATA-HOJE
               COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                    + WS-DIAS-HORIZONTE)
               MOVE WS-DATA-LIMITE TO WS-LIMITE(1:8)
               MOVE WS-AGORA(9:4) TO WS-LIMITE(9:4)
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
                   MOVE WS-QTD-LIDOS TO EXE-QTD-LIDOS
                   REWRITE EXECUCAO-REGISTRO
           END-READ.
           CLOSE EXECUCAO-FILE.

       ABRIR-ARQUIVOS-PLANTAO.
           OPEN OUTPUT RELPLANT-FILE.
           MOVE WS-LINHAS-POR-PAGINA TO WS-CONTADOR-LINHAS.
           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
               DISPLAY "Erro ao abrir agenda: " WS-AGENDA-STATUS
               MOVE 'S' TO WS-FIM-PLANTAO
           END-IF.
           OPEN INPUT PLANTAO-FILE.
           IF WS-PLANTAO-STATUS = "35"
               DISPLAY "Arquivo de plantão ainda não existe;"
                   " nada a verificar."
               MOVE 'S' TO WS-FIM-PLANTAO
           ELSE
               IF WS-PLANTAO-STATUS NOT = "00"
                   DISPLAY "Erro ao abrir o plantão: "
                       WS-PLANTAO-STATUS
                   MOVE 'S' TO WS-FIM-PLANTAO
               ELSE
                   MOVE LOW-VALUES TO PLT-CHAVE
                   START PLANTAO-FILE
                       KEY IS NOT LESS THAN PLT-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-FIM-PLANTAO
                   END-START
               END-IF
           END-IF.

       FECHAR-ARQUIVOS-PLANTAO.
           IF WS-PLANTAO-STATUS NOT = "35"
               CLOSE PLANTAO-FILE
           END-IF.
           CLOSE AGENDA-FILE.
           CLOSE RELPLANT-FILE.

      *> A chave é grupo + início: a leitura sequencial entrega a
      *> escala de cada grupo em ordem cronológica. Plantões já
      *> encerrados só abrem o grupo (cobertura conta a partir de
      *> agora); os vigentes e futuros são conferidos.
       EXAMINAR-PROXIMO-PLANTAO.
           READ PLANTAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PLANTAO
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   IF PLT-GRUPO NOT = WS-GRUPO-ATUAL
                       PERFORM ENCERRAR-GRUPO-PLANTAO
                       MOVE PLT-GRUPO TO WS-GRUPO-ATUAL
                       MOVE WS-AGORA TO WS-COBERTO-ATE
                       ADD 1 TO WS-QTD-GRUPOS
                   END-IF
                   IF PLT-FIM > WS-AGORA
                       ADD 1 TO WS-QTD-VIGENTES
                       PERFORM VERIFICAR-COBERTURA
                       PERFORM VERIFICAR-PLANTONISTA
                   END-IF
           END-READ.

      *> WS-COBERTO-ATE avança com o fim de cada plantão; um início
      *> posterior a ele, ainda dentro do horizonte, é uma lacuna.
       VERIFICAR-COBERTURA.
           IF PLT-INICIO > WS-COBERTO-ATE
               AND WS-COBERTO-ATE < WS-LIMITE
               MOVE "LACUNA" TO WS-OCORRENCIA
               MOVE WS-COBERTO-ATE TO WS-OCOR-DE
               IF PLT-INICIO < WS-LIMITE
                   MOVE PLT-INICIO TO WS-OCOR-ATE
               ELSE
                   MOVE WS-LIMITE TO WS-OCOR-ATE
               END-IF
               MOVE SPACES TO WS-OCOR-NOME
               ADD 1 TO WS-QTD-LACUNAS
               PERFORM ESCREVER-OCORRENCIA
           END-IF.
           IF PLT-FIM > WS-COBERTO-ATE
               MOVE PLT-FIM TO WS-COBERTO-ATE
           END-IF.

       ENCERRAR-GRUPO-PLANTAO.
           IF WS-GRUPO-ATUAL NOT = SPACES
               AND WS-COBERTO-ATE < WS-LIMITE
               MOVE "LACUNA" TO WS-OCORRENCIA
               MOVE WS-COBERTO-ATE TO WS-OCOR-DE
               MOVE WS-LIMITE TO WS-OCOR-ATE
               MOVE SPACES TO WS-OCOR-NOME
               ADD 1 TO WS-QTD-LACUNAS
               PERFORM ESCREVER-OCORRENCIA
           END-IF.

      *> A pessoa é procurada pelo nome gravado na escala; se não
      *> existe mais com esse nome, pelo número do plantão, que
      *> acompanha a pessoa quando ela é renomeada.
       VERIFICAR-PLANTONISTA.
           MOVE PLT-NOME TO WS-NOME-PESSOA.
           PERFORM EXAMINAR-PESSOA.
           IF NOT PESSOA-EXISTE
               MOVE PLT-TELEFONE TO TELEFONE-AGENDA
               READ AGENDA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-AGENDA TO WS-NOME-PESSOA
                       PERFORM EXAMINAR-PESSOA
               END-READ
           END-IF.
           MOVE SPACES TO WS-OCORRENCIA.
           IF NOT PESSOA-EXISTE
               MOVE "EXCLUÍDO" TO WS-OCORRENCIA
               ADD 1 TO WS-QTD-EXCLUIDOS
           ELSE IF PESSOA-INATIVA
               MOVE "INATIVO" TO WS-OCORRENCIA
               ADD 1 TO WS-QTD-INATIVOS
           ELSE IF NOT PESSOA-TEM-CELULAR
               MOVE "SEM CEL." TO WS-OCORRENCIA
               ADD 1 TO WS-QTD-SEM-CELULAR
           END-IF
           END-IF
           END-IF.
           IF WS-OCORRENCIA NOT = SPACES
               MOVE PLT-INICIO TO WS-OCOR-DE
               MOVE PLT-FIM TO WS-OCOR-ATE
               MOVE PLT-NOME TO WS-OCOR-NOME
               PERFORM ESCREVER-OCORRENCIA
           END-IF.

       EXAMINAR-PESSOA.
           MOVE 'N' TO WS-PESSOA-EXISTE.
           MOVE 'N' TO WS-PESSOA-TEM-CELULAR.
           MOVE SPACES TO WS-PESSOA-SITUACAO.
           MOVE WS-NOME-PESSOA TO NOME-AGENDA.
           MOVE 'N' TO WS-FIM-PESSOA.
           START AGENDA-FILE KEY IS EQUAL TO NOME-AGENDA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PESSOA
           END-START.
           PERFORM EXAMINAR-NUMERO-PESSOA
               UNTIL FIM-PESSOA.

       EXAMINAR-NUMERO-PESSOA.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PESSOA
               NOT AT END
                   IF NOME-AGENDA NOT = WS-NOME-PESSOA
                       MOVE 'S' TO WS-FIM-PESSOA
                   ELSE
                       MOVE 'S' TO WS-PESSOA-EXISTE
                       MOVE SITUACAO-AGENDA TO WS-PESSOA-SITUACAO
                       IF TIPO-CELULAR
                           MOVE 'S' TO WS-PESSOA-TEM-CELULAR
                       END-IF
                   END-IF
           END-READ.

       FORMATAR-MOMENTO.
           MOVE SPACES TO WS-MOMENTO-EXIBIDO.
           STRING WS-MOMENTO(7:2) "/" WS-MOMENTO(5:2) "/"
                   WS-MOMENTO(1:4) " " WS-MOMENTO(9:2) ":"
                   WS-MOMENTO(11:2) DELIMITED BY SIZE
               INTO WS-MOMENTO-EXIBIDO.

       ESCREVER-OCORRENCIA.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM ESCREVER-CABECALHO-PLT
           END-IF.
           IF WS-GRUPO-IMPRESSO NOT = WS-GRUPO-ATUAL
               MOVE WS-GRUPO-ATUAL TO GPL-GRUPO
               MOVE WS-LINHA-GRUPO-PLT TO RELPLANT-LINHA
               WRITE RELPLANT-LINHA AFTER ADVANCING 2 LINES
               ADD 2 TO WS-CONTADOR-LINHAS
               MOVE WS-GRUPO-ATUAL TO WS-GRUPO-IMPRESSO
           END-IF.
           MOVE WS-OCORRENCIA TO OCR-OCORRENCIA.
           MOVE WS-OCOR-DE TO WS-MOMENTO.
           PERFORM FORMATAR-MOMENTO.
           MOVE WS-MOMENTO-EXIBIDO TO OCR-DE.
           MOVE WS-OCOR-ATE TO WS-MOMENTO.
           PERFORM FORMATAR-MOMENTO.
           MOVE WS-MOMENTO-EXIBIDO TO OCR-ATE.
           MOVE WS-OCOR-NOME TO OCR-NOME.
           MOVE WS-LINHA-OCORRENCIA TO RELPLANT-LINHA.
           WRITE RELPLANT-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.

      *> Cabeçalho de página força a repetição do nome do grupo na
      *> primeira ocorrência da página seguinte.
       ESCREVER-CABECALHO-PLT.
           ADD 1 TO WS-PAGINA-REL.
           MOVE WS-PAGINA-REL TO CAB-PAGINA.
           MOVE WS-CABECALHO-1 TO RELPLANT-LINHA.
           IF WS-PAGINA-REL > 1
               WRITE RELPLANT-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE RELPLANT-LINHA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-DIAS-HORIZONTE TO CAB-DIAS-HORIZONTE.
           MOVE WS-CABECALHO-PLT TO RELPLANT-LINHA.
           WRITE RELPLANT-LINHA AFTER ADVANCING 2 LINES.
           MOVE WS-CABECALHO-PLT-COL TO RELPLANT-LINHA.
           WRITE RELPLANT-LINHA AFTER ADVANCING 1 LINE.
           MOVE 4 TO WS-CONTADOR-LINHAS.
           MOVE SPACES TO WS-GRUPO-IMPRESSO.

       ESCREVER-TOTAIS-PLANTAO.
           IF WS-PAGINA-REL = ZERO
               PERFORM ESCREVER-CABECALHO-PLT
           END-IF.
           MOVE SPACES TO WS-LINHA-TOTAL-PLT.
           MOVE "GRUPOS COM ESCALA.............:" TO TOT-PLT-ROTULO.
           MOVE WS-QTD-GRUPOS TO TOT-PLT-VALOR.
           MOVE WS-LINHA-TOTAL-PLT TO RELPLANT-LINHA.
           WRITE RELPLANT-LINHA AFTER ADVANCING 2 LINES.
           MOVE "PLANTÕES VIGENTES E FUTUROS...:" TO TOT-PLT-ROTULO.
           MOVE WS-QTD-VIGENTES TO TOT-PLT-VALOR.
           MOVE WS-LINHA-TOTAL-PLT TO RELPLANT-LINHA.
           WRITE RELPLANT-LINHA AFTER ADVANCING 1 LINE.
           MOVE "LACUNAS DE COBERTURA..........:" TO TOT-PLT-ROTULO.
           MOVE WS-QTD-LACUNAS TO TOT-PLT-VALOR.
           MOVE WS-LINHA-TOTAL-PLT TO RELPLANT-LINHA.
           WRITE RELPLANT-LINHA AFTER ADVANCING 1 LINE.
           MOVE "CONTATOS EXCLUÍDOS............:" TO TOT-PLT-ROTULO.
           MOVE WS-QTD-EXCLUIDOS TO TOT-PLT-VALOR.
           MOVE WS-LINHA-TOTAL-PLT TO RELPLANT-LINHA.
           WRITE RELPLANT-LINHA AFTER ADVANCING 1 LINE.
           MOVE "CONTATOS INATIVOS.............:" TO TOT-PLT-ROTULO.
           MOVE WS-QTD-INATIVOS TO TOT-PLT-VALOR.
           MOVE WS-LINHA-TOTAL-PLT TO RELPLANT-LINHA.
           WRITE RELPLANT-LINHA AFTER ADVANCING 1 LINE.
           MOVE "CONTATOS SEM CELULAR..........:" TO TOT-PLT-ROTULO.
           MOVE WS-QTD-SEM-CELULAR TO TOT-PLT-VALOR.
           MOVE WS-LINHA-TOTAL-PLT TO RELPLANT-LINHA.
           WRITE RELPLANT-LINHA AFTER ADVANCING 1 LINE.

       EXIBIR-RESUMO-PLANTAO.
           DISPLAY "=======================================".
           DISPLAY "RESUMO - AGENDA-PLANTAO".
           DISPLAY "=======================================".
           DISPLAY "Plantões lidos.........: " WS-QTD-LIDOS.
           DISPLAY "Grupos com escala......: " WS-QTD-GRUPOS.
           DISPLAY "Vigentes e futuros.....: " WS-QTD-VIGENTES.
           DISPLAY "Lacunas de cobertura...: " WS-QTD-LACUNAS.
           DISPLAY "Contatos excluídos.....: " WS-QTD-EXCLUIDOS.
           DISPLAY "Contatos inativos......: " WS-QTD-INATIVOS.
           DISPLAY "Contatos sem celular...: " WS-QTD-SEM-CELULAR.
           IF WS-QTD-LACUNAS > ZERO OR WS-QTD-EXCLUIDOS > ZERO
               OR WS-QTD-INATIVOS > ZERO OR WS-QTD-SEM-CELULAR > ZERO
               DISPLAY "Acerte a escala dos grupos listados em"
               DISPLAY "RELPLANT pela opção de plantão da agenda."
           END-IF.
