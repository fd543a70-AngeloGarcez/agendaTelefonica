       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-INTEGRIDADE.

      *> Verificação cruzada dos arquivos da agenda. Confere as
      *> associações de MEMBROS (telefone em AGENDA, grupo em
      *> GRUPOS), o índice de pesquisa INDICE contra os contatos e
      *> os contatos contra o índice, DEPARTAMENTO-AGENDA contra a
      *> tabela DEPTAB, os operadores da trilha AUDITORIA.LOG contra
      *> OPERADOR e os campos da pessoa (departamento, e-mail,
      *> situação) entre todos os números de um mesmo NOME-AGENDA.
      *> As exceções saem em RELINTEG agrupadas por categoria.
      *> No modo V apenas relata. No modo R repara o que é seguro:
      *> remove associações e entradas de índice órfãs, completa o
      *> índice dos contatos e regrava os campos da pessoa com o
      *> valor da maioria dos seus números, tudo com registro na
      *> trilha de auditoria. O que não tem reparo seguro (empate
      *> entre os números, departamento fora da tabela) vai para
      *> CORRECAO no layout AGDATRAN, para revisão e apresentação
      *> ao AGENDA-BATCH. Operador desconhecido só é relatado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA-FILE ASSIGN TO AGENDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELEFONE-AGENDA
               ALTERNATE RECORD KEY IS NOME-AGENDA WITH DUPLICATES
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT MEMBROS-FILE ASSIGN TO MEMBROS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBRO-CHAVE
               ALTERNATE RECORD KEY IS MEMBRO-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS WS-MEMBROS-STATUS.

           SELECT GRUPOS-FILE ASSIGN TO GRUPOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRUPO-NOME
               FILE STATUS IS WS-GRUPOS-STATUS.

           SELECT INDICE-FILE ASSIGN TO INDICE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDX-CHAVE
               FILE STATUS IS WS-INDICE-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO OPERADOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT DEPTAB-FILE ASSIGN TO DEPTAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTAB-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT CORRECAO-FILE ASSIGN TO CORRECAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECAO-STATUS.

           SELECT INTEGRIDADE-TRABALHO ASSIGN TO "INTTRAB.TMP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT INTEGRIDADE-SORT ASSIGN TO "INTWORK.TMP".

           SELECT INTEGRIDADE-ORDENADA ASSIGN TO "INTSORT.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RELINTEG-FILE ASSIGN TO RELINTEG
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXECUCAO-FILE ASSIGN TO "EXECCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-EXECUCAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENDA-FILE.
       01  AGENDA-REGISTRO.
           COPY AGDAREC.

       FD  MEMBROS-FILE.
       01  MEMBRO-REGISTRO.
           COPY AGDAMEM.

       FD  GRUPOS-FILE.
       01  GRUPO-REGISTRO.
           COPY AGDAGRP.

       FD  INDICE-FILE.
       01  INDICE-REGISTRO.
           COPY AGDANDX.

       FD  OPERADOR-FILE.
       01  OPERADOR-REGISTRO.
           COPY AGDAOPE.

       FD  DEPTAB-FILE.
       01  DEPTO-REGISTRO.
           COPY AGDADEP.

       FD  AUDITORIA-FILE.
       01  AUDITORIA-REGISTRO.
           COPY AGDAAUD.

       FD  CORRECAO-FILE.
       01  CORRECAO-REGISTRO.
           COPY AGDATRAN.
      *> Mesmo LRECL do TRANS de AGENDA-BATCH (AGDATRAN + 10 bytes),
      *> para que o arquivo de correções seja lido lá diretamente.
           05  FILLER                   PIC X(10).

       FD  INTEGRIDADE-TRABALHO.
       01  INT-TRAB-REGISTRO.
           05  TRAB-CATEGORIA           PIC 9(2).
           05  TRAB-SEQUENCIA           PIC 9(7).
           05  TRAB-LINHA               PIC X(80).

       SD  INTEGRIDADE-SORT.
       01  INT-SORT-REGISTRO.
           05  SORT-INT-CATEGORIA       PIC 9(2).
           05  SORT-INT-SEQUENCIA       PIC 9(7).
           05  SORT-INT-LINHA           PIC X(80).

       FD  INTEGRIDADE-ORDENADA.
       01  INT-ORD-REGISTRO.
           05  ORD-CATEGORIA            PIC 9(2).
           05  ORD-SEQUENCIA            PIC 9(7).
           05  ORD-LINHA                PIC X(80).

       FD  RELINTEG-FILE
           LINAGE IS 20 LINES WITH FOOTING AT 18.
       01  RELINTEG-LINHA                  PIC X(80).

       FD  EXECUCAO-FILE.
       01  EXECUCAO-REGISTRO.
           COPY AGDAEXE.

       WORKING-STORAGE SECTION.
       01  WS-EXECUCAO-STATUS           PIC X(2).
       01  WS-EXEC-PROGRAMA             PIC X(8) VALUE "AGDAINT".
       01  WS-EXEC-INICIO               PIC X(14).
       01  WS-EXEC-BLOQUEADO            PIC X(1) VALUE 'N'.
           88  EXECUCAO-BLOQUEADA       VALUE 'S'.
       01  WS-FIM-EXECUCAO              PIC X(1).
           88  FIM-EXECUCAO             VALUE 'S'.
       01  WS-DATA-HORA-EXEC            PIC X(21).

       01  WS-AGENDA-STATUS             PIC X(2).
       01  WS-MEMBROS-STATUS            PIC X(2).
       01  WS-GRUPOS-STATUS             PIC X(2).
       01  WS-INDICE-STATUS             PIC X(2).
       01  WS-OPERADOR-STATUS           PIC X(2).
       01  WS-DEPTAB-STATUS             PIC X(2).
       01  WS-AUDITORIA-STATUS          PIC X(2).
       01  WS-CORRECAO-STATUS           PIC X(2).

       01  WS-MODO                      PIC X(1).
           88  MODO-REPARO              VALUE 'R'.
       01  WS-ARQUIVOS-ABERTOS          PIC X(1) VALUE 'N'.
           88  ARQUIVOS-ABERTOS         VALUE 'S'.
       01  WS-TEM-GRUPOS                PIC X(1) VALUE 'N'.
           88  TEM-GRUPOS               VALUE 'S'.
       01  WS-TEM-OPERADORES            PIC X(1) VALUE 'N'.
           88  TEM-OPERADORES           VALUE 'S'.

       01  WS-FIM-AGENDA                PIC X(1) VALUE 'N'.
           88  FIM-AGENDA               VALUE 'S'.
       01  WS-FIM-MEMBROS               PIC X(1) VALUE 'N'.
           88  FIM-MEMBROS              VALUE 'S'.
       01  WS-FIM-INDICE                PIC X(1) VALUE 'N'.
           88  FIM-INDICE               VALUE 'S'.
       01  WS-FIM-AUDITORIA             PIC X(1) VALUE 'N'.
           88  FIM-AUDITORIA            VALUE 'S'.
       01  WS-FIM-ORDENADA              PIC X(1) VALUE 'N'.
           88  FIM-ORDENADA             VALUE 'S'.
       01  WS-FIM-PESSOA                PIC X(1).
           88  FIM-PESSOA               VALUE 'S'.

      *> Departamentos oficiais carregados de DEPTAB.
       01  WS-FIM-DEPTO                 PIC X(1) VALUE 'N'.
           88  FIM-DEPTO                VALUE 'S'.
       01  WS-IX-DEP                    PIC 9(2).
       01  WS-DEP-ACHADO                PIC 9(2).
       01  WS-TABELA-DEPTO.
           05  WS-DEP-QTD               PIC 9(2) VALUE ZERO.
           05  WS-DEP-ENTRADA OCCURS 50 TIMES.
               10  DEP-TAB-NOME         PIC X(20).
               10  DEP-TAB-DESCRICAO    PIC X(30).

      *> Operadores da trilha que não constam de OPERADOR; as
      *> identificações dos jobs batch são conhecidas de antemão.
       01  WS-OPERADOR-ID               PIC X(10) VALUE "INTEGRA".
       01  WS-OPERADOR-CONFERIDO        PIC X(10).
       01  WS-OPERADOR-BATCH            PIC X(1).
           88  OPERADOR-BATCH           VALUE 'S'.
       01  WS-TABELA-DESCONHECIDOS.
           05  WS-DSC-QTD               PIC 9(3) VALUE ZERO.
           05  WS-DSC-ENTRADA OCCURS 100 TIMES.
               10  DSC-OPERADOR         PIC X(10).
               10  DSC-REGISTROS        PIC 9(7).
       01  WS-IX-DSC                    PIC 9(3).
       01  WS-DSC-ACHADO                PIC 9(3).
       01  WS-QTD-AUDITORIA-LIDOS       PIC 9(7) VALUE ZERO.

      *> Manutenção do índice de pesquisa.
       01  WS-NDX-NOME                  PIC X(30).
       01  WS-NDX-FONE                  PIC X(15).
       01  WS-NDX-TAM                   PIC 9(2).
       01  WS-IX-NDX                    PIC 9(2).
       01  WS-QTD-ESPACOS-NDX           PIC 9(2).
       01  WS-NDX-TRECHO-TAM            PIC 9(2).
       01  WS-NDX-FALTANTES             PIC 9(2).
       01  WS-NDX-CHAVE-SALVA           PIC X(45).
       01  WS-NDX-ORFAO                 PIC X(1).
           88  NDX-ORFAO                VALUE 'S'.
       01  WS-MEMBRO-CHAVE-SALVA        PIC X(35).

      *> Números de uma pessoa e apuração dos campos da pessoa.
       01  WS-NOME-PESSOA               PIC X(30).
       01  WS-NOME-ANTERIOR             PIC X(30).
       01  WS-TABELA-PESSOA.
           05  WS-PES-QTD               PIC 9(2) VALUE ZERO.
           05  WS-PES-ENTRADA OCCURS 50 TIMES.
               10  PES-TELEFONE         PIC X(15).
               10  PES-GRUPO-DEPTO      PIC X(20).
               10  PES-GRUPO-EMAIL.
                   15  PES-EMAIL        PIC X(40).
                   15  PES-EMAIL-SIT    PIC X(1).
               10  PES-GRUPO-SITUACAO.
                   15  PES-SITUACAO     PIC X(1).
                   15  PES-DATA-SITUACAO PIC X(8).
               10  PES-REGRAVAR         PIC X(1).
       01  WS-IX-PES                    PIC 9(2).
       01  WS-PES-ESTOURO               PIC X(1).
           88  PESSOA-ESTOUROU          VALUE 'S'.

       01  WS-TABELA-VOTOS.
           05  WS-VOTO-VALOR OCCURS 50 TIMES PIC X(41).
       01  WS-IX-VOTO                   PIC 9(2).
       01  WS-VOTO-CONTAGEM             PIC 9(2).
       01  WS-VOTO-MAIOR                PIC 9(2).
       01  WS-VOTO-VENCEDOR             PIC 9(2).
       01  WS-VOTO-EMPATE               PIC X(1).
           88  VOTO-EMPATADO            VALUE 'S'.
       01  WS-VOTO-DIVERGE              PIC X(1).
           88  VOTO-DIVERGE             VALUE 'S'.
       01  WS-CAMPO-PESSOA              PIC X(1).
           88  CAMPO-DEPARTAMENTO       VALUE 'D'.
           88  CAMPO-EMAIL              VALUE 'E'.
           88  CAMPO-SITUACAO           VALUE 'S'.
       01  WS-DEPTO-REFERENCIA          PIC X(20).
       01  WS-GERAR-CORRECAO            PIC X(1).
           88  GERAR-CORRECAO           VALUE 'S'.

       01  WS-DATA-HORA-ATUAL           PIC X(21).
       01  WS-AUD-ACAO                  PIC X(1).
       01  WS-AUD-NOME-ANTES            PIC X(30).
       01  WS-AUD-TELEFONE-ANTES        PIC X(15).
       01  WS-AUD-NOME-DEPOIS           PIC X(30).
       01  WS-AUD-TELEFONE-DEPOIS       PIC X(15).

      *> Exceções: categoria, sequência e a linha já formatada.
       01  WS-EXC-CATEGORIA             PIC 9(2).
       01  WS-EXC-SEQUENCIA             PIC 9(7) VALUE ZERO.
       01  WS-LINHA-EXCECAO.
           05  EXC-CHAVE                PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  EXC-TELEFONE             PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  EXC-DETALHE              PIC X(18).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  EXC-TRATAMENTO           PIC X(14).
       01  WS-EXC-REGISTROS             PIC Z(6)9.

       01  WS-TABELA-CATEGORIAS.
           05  WS-QTD-CATEGORIA OCCURS 7 TIMES PIC 9(7)
               VALUE ZERO.
       01  WS-IX-CAT                    PIC 9(2).
       01  WS-CATEGORIA-CORRENTE        PIC 9(2).
       01  WS-TITULO-CATEGORIA          PIC X(32).

       01  WS-QTD-MEMBROS-LIDOS         PIC 9(7) VALUE ZERO.
       01  WS-QTD-INDICE-LIDOS          PIC 9(7) VALUE ZERO.
       01  WS-QTD-CONTATOS-LIDOS        PIC 9(7) VALUE ZERO.
       01  WS-QTD-PESSOAS               PIC 9(7) VALUE ZERO.
       01  WS-QTD-EXCECOES              PIC 9(7) VALUE ZERO.
       01  WS-QTD-REPAROS               PIC 9(7) VALUE ZERO.
       01  WS-QTD-CORRECOES             PIC 9(7) VALUE ZERO.

       01  WS-LINHAS-POR-PAGINA         PIC 9(2) VALUE 20.
       01  WS-CONTADOR-LINHAS           PIC 9(2) VALUE ZERO.
       01  WS-PAGINA-REL                PIC 9(4) VALUE ZERO.

       01  WS-CABECALHO-1.
           05  FILLER                   PIC X(20)
               VALUE "AGENDA TELEFÔNICA".
           05  FILLER                   PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "PAGINA: ".
           05  CAB-PAGINA               PIC ZZZ9.

       01  WS-CABECALHO-INTEG.
           05  FILLER                   PIC X(41)
               VALUE "INTEGRIDADE DOS ARQUIVOS DA AGENDA - ".
           05  CAB-MODO                 PIC X(12).

       01  WS-CABECALHO-COLUNAS.
           05  FILLER                   PIC X(31) VALUE "CHAVE".
           05  FILLER                   PIC X(16) VALUE "TELEFONE".
           05  FILLER                   PIC X(20) VALUE "OCORRÊNCIA".
           05  FILLER                   PIC X(10) VALUE "TRATAMENTO".

       01  WS-LINHA-CATEGORIA.
           05  CAT-NUMERO               PIC Z9.
           05  FILLER                   PIC X(3) VALUE " - ".
           05  CAT-TITULO               PIC X(32).

       01  WS-LINHA-TOTAL-INT.
           05  TOT-INT-ROTULO           PIC X(32).
           05  TOT-INT-VALOR            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-INTEGRIDADE.
           DISPLAY "Modo (V=verificar, R=reparar): ".
           ACCEPT WS-MODO.
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.
           IF NOT MODO-REPARO
               MOVE 'V' TO WS-MODO
           END-IF.
           PERFORM INICIAR-CONTROLE-EXECUCAO.
           IF NOT EXECUCAO-BLOQUEADA
               PERFORM CARREGAR-TABELA-DEPTO
               PERFORM ABRIR-ARQUIVOS-INTEGRIDADE
               IF ARQUIVOS-ABERTOS
                   PERFORM VERIFICAR-OPERADORES-TRILHA
                   IF MODO-REPARO
                       PERFORM ABRIR-TRILHA-REPARO
                   END-IF
                   PERFORM VERIFICAR-MEMBROS
                   PERFORM VERIFICAR-INDICE
                   PERFORM VERIFICAR-CONTATOS-INDEXADOS
                   PERFORM VERIFICAR-PESSOAS
                   PERFORM RELACIONAR-OPERADORES
                   CLOSE INTEGRIDADE-TRABALHO
                   SORT INTEGRIDADE-SORT
                       ON ASCENDING KEY SORT-INT-CATEGORIA
                       ON ASCENDING KEY SORT-INT-SEQUENCIA
                       USING INTEGRIDADE-TRABALHO
                       GIVING INTEGRIDADE-ORDENADA
                   PERFORM IMPRIMIR-EXCECOES
                   PERFORM ESCREVER-TOTAIS-INTEGRIDADE
                   PERFORM FECHAR-ARQUIVOS-INTEGRIDADE
                   PERFORM EXIBIR-RESUMO-INTEGRIDADE
               END-IF
               PERFORM ENCERRAR-CONTROLE-EXECUCAO
           END-IF.
           STOP RUN.

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
                   COMPUTE EXE-QTD-LIDOS = WS-QTD-MEMBROS-LIDOS
                       + WS-QTD-INDICE-LIDOS + WS-QTD-CONTATOS-LIDOS
                       + WS-QTD-AUDITORIA-LIDOS
                   MOVE WS-QTD-REPAROS TO EXE-QTD-APLICADOS
                   MOVE WS-QTD-CORRECOES TO EXE-QTD-CORRECOES
                   REWRITE EXECUCAO-REGISTRO
           END-READ.
           CLOSE EXECUCAO-FILE.

      *> Sem DEPTAB a conferência de departamento é desativada.
       CARREGAR-TABELA-DEPTO.
           OPEN INPUT DEPTAB-FILE.
           IF WS-DEPTAB-STATUS NOT = "00"
               DISPLAY "Tabela de departamentos indisponível ("
                   WS-DEPTAB-STATUS "); conferência de"
                   " departamento desativada."
           ELSE
               MOVE 'N' TO WS-FIM-DEPTO
               PERFORM LER-REGISTRO-DEPTO
               PERFORM GUARDAR-REGISTRO-DEPTO
                   UNTIL FIM-DEPTO
               CLOSE DEPTAB-FILE
           END-IF.

       LER-REGISTRO-DEPTO.
           READ DEPTAB-FILE
               AT END
                   MOVE 'S' TO WS-FIM-DEPTO
           END-READ.

       GUARDAR-REGISTRO-DEPTO.
           IF WS-DEP-QTD >= 50
               DISPLAY "Tabela de departamentos excede 50"
                   " entradas; excedente ignorado."
               MOVE 'S' TO WS-FIM-DEPTO
           ELSE
               ADD 1 TO WS-DEP-QTD
               MOVE DEP-NOME TO DEP-TAB-NOME(WS-DEP-QTD)
               MOVE DEP-DESCRICAO TO DEP-TAB-DESCRICAO(WS-DEP-QTD)
               PERFORM LER-REGISTRO-DEPTO
           END-IF.

      *> No modo R os mestres são abertos para atualização e exigem
      *> uso exclusivo; no modo V tudo é apenas lido.
       ABRIR-ARQUIVOS-INTEGRIDADE.
           IF MODO-REPARO
               MOVE "REPARO" TO CAB-MODO
               OPEN I-O AGENDA-FILE
           ELSE
               MOVE "VERIFICAÇÃO" TO CAB-MODO
               OPEN INPUT AGENDA-FILE
           END-IF.
           IF WS-AGENDA-STATUS NOT = "00"
               DISPLAY "Erro ao abrir a agenda ("
                   WS-AGENDA-STATUS "); o reparo exige uso"
                   " exclusivo - encerre as sessões abertas."
           ELSE
               IF MODO-REPARO
                   OPEN I-O MEMBROS-FILE
                   OPEN I-O INDICE-FILE
               ELSE
                   OPEN INPUT MEMBROS-FILE
                   OPEN INPUT INDICE-FILE
               END-IF
               IF WS-MEMBROS-STATUS NOT = "00"
                   DISPLAY "Erro ao abrir o arquivo de membros: "
                       WS-MEMBROS-STATUS
                   CLOSE AGENDA-FILE
               ELSE IF WS-INDICE-STATUS NOT = "00"
                   DISPLAY "Erro ao abrir o índice de pesquisa: "
                       WS-INDICE-STATUS
                   CLOSE AGENDA-FILE
                   CLOSE MEMBROS-FILE
               ELSE
                   OPEN INPUT GRUPOS-FILE
                   IF WS-GRUPOS-STATUS = "00"
                       MOVE 'S' TO WS-TEM-GRUPOS
                   ELSE
                       DISPLAY "Arquivo de grupos indisponível ("
                           WS-GRUPOS-STATUS "); conferência de"
                           " grupo desativada."
                   END-IF
                   OPEN INPUT OPERADOR-FILE
                   IF WS-OPERADOR-STATUS = "00"
                       MOVE 'S' TO WS-TEM-OPERADORES
                   ELSE
                       DISPLAY "Cadastro de operadores indisponível"
                           " (" WS-OPERADOR-STATUS "); conferência"
                           " de operador desativada."
                   END-IF
                   OPEN OUTPUT CORRECAO-FILE
                   MOVE SPACES TO CORRECAO-REGISTRO
                   OPEN OUTPUT INTEGRIDADE-TRABALHO
                   OPEN OUTPUT RELINTEG-FILE
                   MOVE WS-LINHAS-POR-PAGINA TO WS-CONTADOR-LINHAS
                   MOVE 'S' TO WS-ARQUIVOS-ABERTOS
               END-IF
               END-IF
           END-IF.

       FECHAR-ARQUIVOS-INTEGRIDADE.
           CLOSE AGENDA-FILE.
           CLOSE MEMBROS-FILE.
           CLOSE INDICE-FILE.
           IF TEM-GRUPOS
               CLOSE GRUPOS-FILE
           END-IF.
           IF TEM-OPERADORES
               CLOSE OPERADOR-FILE
           END-IF.
           IF MODO-REPARO
               CLOSE AUDITORIA-FILE
           END-IF.
           CLOSE CORRECAO-FILE.
           CLOSE RELINTEG-FILE.

      *> A trilha é lida antes de receber os registros do reparo.
       ABRIR-TRILHA-REPARO.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS = "35"
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.

      *> Operador (e solicitante, nas mudanças aprovadas) de cada
      *> registro da trilha. Os desconhecidos são acumulados e
      *> relatados uma vez cada, com o número de registros.
       VERIFICAR-OPERADORES-TRILHA.
           IF TEM-OPERADORES
               OPEN INPUT AUDITORIA-FILE
               IF WS-AUDITORIA-STATUS NOT = "00"
                   DISPLAY "Trilha de auditoria indisponível ("
                       WS-AUDITORIA-STATUS "); conferência de"
                       " operador desativada."
               ELSE
                   MOVE 'N' TO WS-FIM-AUDITORIA
                   PERFORM CONFERIR-REGISTRO-TRILHA
                       UNTIL FIM-AUDITORIA
                   CLOSE AUDITORIA-FILE
               END-IF
           END-IF.

       CONFERIR-REGISTRO-TRILHA.
           READ AUDITORIA-FILE
               AT END
                   MOVE 'S' TO WS-FIM-AUDITORIA
               NOT AT END
                   ADD 1 TO WS-QTD-AUDITORIA-LIDOS
                   MOVE AUD-OPERADOR TO WS-OPERADOR-CONFERIDO
                   PERFORM CONFERIR-OPERADOR
                   IF AUD-SOLICITANTE NOT = SPACES
                       MOVE AUD-SOLICITANTE TO WS-OPERADOR-CONFERIDO
                       PERFORM CONFERIR-OPERADOR
                   END-IF
           END-READ.

       CONFERIR-OPERADOR.
           MOVE 'N' TO WS-OPERADOR-BATCH.
           IF WS-OPERADOR-CONFERIDO = "BATCH"
               OR WS-OPERADOR-CONFERIDO = "EXPURGO"
               OR WS-OPERADOR-CONFERIDO = "LGPD"
               OR WS-OPERADOR-CONFERIDO = "REORG"
               OR WS-OPERADOR-CONFERIDO = WS-OPERADOR-ID
               MOVE 'S' TO WS-OPERADOR-BATCH
           END-IF.
           IF NOT OPERADOR-BATCH
               MOVE ZERO TO WS-DSC-ACHADO
               PERFORM VARYING WS-IX-DSC FROM 1 BY 1
                   UNTIL WS-IX-DSC > WS-DSC-QTD
                       OR WS-DSC-ACHADO > ZERO
                   IF DSC-OPERADOR(WS-IX-DSC)
                           = WS-OPERADOR-CONFERIDO
                       MOVE WS-IX-DSC TO WS-DSC-ACHADO
                   END-IF
               END-PERFORM
               IF WS-DSC-ACHADO > ZERO
                   ADD 1 TO DSC-REGISTROS(WS-DSC-ACHADO)
               ELSE
                   MOVE WS-OPERADOR-CONFERIDO TO OPER-ID
                   READ OPERADOR-FILE
                       INVALID KEY
                           PERFORM GUARDAR-DESCONHECIDO
                   END-READ
               END-IF
           END-IF.

       GUARDAR-DESCONHECIDO.
           IF WS-DSC-QTD >= 100
               DISPLAY "Mais de 100 operadores desconhecidos na"
                   " trilha; excedente não relatado."
           ELSE
               ADD 1 TO WS-DSC-QTD
               MOVE WS-OPERADOR-CONFERIDO
                   TO DSC-OPERADOR(WS-DSC-QTD)
               MOVE 1 TO DSC-REGISTROS(WS-DSC-QTD)
           END-IF.

       RELACIONAR-OPERADORES.
           PERFORM RELACIONAR-OPERADOR-UM
               VARYING WS-IX-DSC FROM 1 BY 1
               UNTIL WS-IX-DSC > WS-DSC-QTD.

       RELACIONAR-OPERADOR-UM.
           MOVE 6 TO WS-EXC-CATEGORIA.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           MOVE DSC-OPERADOR(WS-IX-DSC) TO EXC-CHAVE.
           MOVE DSC-REGISTROS(WS-IX-DSC) TO WS-EXC-REGISTROS.
           STRING "EM " WS-EXC-REGISTROS " REG."
               DELIMITED BY SIZE INTO EXC-DETALHE.
           MOVE "SÓ RELATÓRIO" TO EXC-TRATAMENTO.
           PERFORM REGISTRAR-EXCECAO.

      *> Associação cujo telefone não está em AGENDA ou cujo grupo
      *> não está em GRUPOS: no reparo é removida.
       VERIFICAR-MEMBROS.
           MOVE 'N' TO WS-FIM-MEMBROS.
           MOVE LOW-VALUES TO MEMBRO-CHAVE.
           START MEMBROS-FILE KEY IS NOT LESS THAN MEMBRO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-MEMBROS
           END-START.
           PERFORM CONFERIR-MEMBRO
               UNTIL FIM-MEMBROS.

       CONFERIR-MEMBRO.
           READ MEMBROS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MEMBROS
               NOT AT END
                   ADD 1 TO WS-QTD-MEMBROS-LIDOS
                   MOVE ZERO TO WS-EXC-CATEGORIA
                   MOVE MEMBRO-TELEFONE TO TELEFONE-AGENDA
                   READ AGENDA-FILE
                       INVALID KEY
                           MOVE 1 TO WS-EXC-CATEGORIA
                   END-READ
                   IF WS-EXC-CATEGORIA = ZERO AND TEM-GRUPOS
                       MOVE MEMBRO-GRUPO TO GRUPO-NOME
                       READ GRUPOS-FILE
                           INVALID KEY
                               MOVE 2 TO WS-EXC-CATEGORIA
                       END-READ
                   END-IF
                   IF WS-EXC-CATEGORIA > ZERO
                       PERFORM TRATAR-MEMBRO-ORFAO
                   END-IF
           END-READ.

       TRATAR-MEMBRO-ORFAO.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           MOVE MEMBRO-GRUPO TO EXC-CHAVE.
           MOVE MEMBRO-TELEFONE TO EXC-TELEFONE.
           IF NOT MODO-REPARO
               MOVE "A REPARAR" TO EXC-TRATAMENTO
           ELSE
               MOVE MEMBRO-CHAVE TO WS-MEMBRO-CHAVE-SALVA
               DELETE MEMBROS-FILE RECORD
                   INVALID KEY
                       MOVE "FALHOU" TO EXC-TRATAMENTO
                   NOT INVALID KEY
                       MOVE "REMOVIDO" TO EXC-TRATAMENTO
                       ADD 1 TO WS-QTD-REPAROS
                       MOVE 'R' TO WS-AUD-ACAO
                       MOVE MEMBRO-GRUPO TO WS-AUD-NOME-ANTES
                       MOVE MEMBRO-TELEFONE TO WS-AUD-TELEFONE-ANTES
                       MOVE SPACES TO WS-AUD-NOME-DEPOIS
                       MOVE SPACES TO WS-AUD-TELEFONE-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-DELETE
      *> Reposiciona a varredura após o registro excluído.
               MOVE WS-MEMBRO-CHAVE-SALVA TO MEMBRO-CHAVE
               START MEMBROS-FILE KEY IS GREATER THAN MEMBRO-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-MEMBROS
               END-START
           END-IF.
           PERFORM REGISTRAR-EXCECAO.

      *> Entrada do índice cujo telefone não está em AGENDA ou cujo
      *> trecho não é sufixo do nome do contato: no reparo é
      *> removida.
       VERIFICAR-INDICE.
           MOVE 'N' TO WS-FIM-INDICE.
           MOVE LOW-VALUES TO NDX-CHAVE.
           START INDICE-FILE KEY IS NOT LESS THAN NDX-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-INDICE
           END-START.
           PERFORM CONFERIR-ENTRADA-INDICE
               UNTIL FIM-INDICE.

       CONFERIR-ENTRADA-INDICE.
           READ INDICE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-INDICE
               NOT AT END
                   ADD 1 TO WS-QTD-INDICE-LIDOS
                   MOVE 'N' TO WS-NDX-ORFAO
                   MOVE SPACES TO WS-LINHA-EXCECAO
                   MOVE NDX-TELEFONE TO TELEFONE-AGENDA
                   READ AGENDA-FILE
                       INVALID KEY
                           MOVE 'S' TO WS-NDX-ORFAO
                           MOVE "SEM CONTATO" TO EXC-DETALHE
                       NOT INVALID KEY
                           PERFORM CONFERIR-SUFIXO-NOME
                   END-READ
                   IF NDX-ORFAO
                       PERFORM TRATAR-INDICE-ORFAO
                   END-IF
           END-READ.

       CONFERIR-SUFIXO-NOME.
           MOVE ZERO TO WS-QTD-ESPACOS-NDX.
           INSPECT NOME-AGENDA TALLYING WS-QTD-ESPACOS-NDX
               FOR TRAILING SPACE.
           COMPUTE WS-NDX-TAM = 30 - WS-QTD-ESPACOS-NDX.
           MOVE ZERO TO WS-QTD-ESPACOS-NDX.
           INSPECT NDX-TRECHO TALLYING WS-QTD-ESPACOS-NDX
               FOR TRAILING SPACE.
           COMPUTE WS-NDX-TRECHO-TAM = 30 - WS-QTD-ESPACOS-NDX.
           IF WS-NDX-TRECHO-TAM = ZERO
               OR WS-NDX-TRECHO-TAM > WS-NDX-TAM
               MOVE 'S' TO WS-NDX-ORFAO
           ELSE
               IF NOME-AGENDA(WS-NDX-TAM - WS-NDX-TRECHO-TAM + 1:
                       WS-NDX-TRECHO-TAM)
                   NOT = NDX-TRECHO(1:WS-NDX-TRECHO-TAM)
                   MOVE 'S' TO WS-NDX-ORFAO
               END-IF
           END-IF.
           IF NDX-ORFAO
               MOVE "NÃO É DO NOME" TO EXC-DETALHE
           END-IF.

       TRATAR-INDICE-ORFAO.
           MOVE 3 TO WS-EXC-CATEGORIA.
           MOVE NDX-TRECHO TO EXC-CHAVE.
           MOVE NDX-TELEFONE TO EXC-TELEFONE.
           IF NOT MODO-REPARO
               MOVE "A REPARAR" TO EXC-TRATAMENTO
           ELSE
               MOVE NDX-CHAVE TO WS-NDX-CHAVE-SALVA
               DELETE INDICE-FILE RECORD
                   INVALID KEY
                       MOVE "FALHOU" TO EXC-TRATAMENTO
                   NOT INVALID KEY
                       MOVE "REMOVIDO" TO EXC-TRATAMENTO
                       ADD 1 TO WS-QTD-REPAROS
                       MOVE 'R' TO WS-AUD-ACAO
                       MOVE NDX-TRECHO TO WS-AUD-NOME-ANTES
                       MOVE NDX-TELEFONE TO WS-AUD-TELEFONE-ANTES
                       MOVE SPACES TO WS-AUD-NOME-DEPOIS
                       MOVE SPACES TO WS-AUD-TELEFONE-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-DELETE
               MOVE WS-NDX-CHAVE-SALVA TO NDX-CHAVE
               START INDICE-FILE KEY IS GREATER THAN NDX-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-INDICE
               END-START
           END-IF.
           PERFORM REGISTRAR-EXCECAO.

      *> Todo sufixo do nome de cada contato precisa de sua entrada
      *> no índice; no reparo as que faltam são gravadas.
       VERIFICAR-CONTATOS-INDEXADOS.
           MOVE 'N' TO WS-FIM-AGENDA.
           MOVE LOW-VALUES TO TELEFONE-AGENDA.
           START AGENDA-FILE KEY IS NOT LESS THAN TELEFONE-AGENDA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-AGENDA
           END-START.
           PERFORM CONFERIR-CONTATO-INDEXADO
               UNTIL FIM-AGENDA.

       CONFERIR-CONTATO-INDEXADO.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-AGENDA
               NOT AT END
                   ADD 1 TO WS-QTD-CONTATOS-LIDOS
                   MOVE NOME-AGENDA TO WS-NDX-NOME
                   MOVE TELEFONE-AGENDA TO WS-NDX-FONE
                   MOVE ZERO TO WS-NDX-FALTANTES
                   MOVE ZERO TO WS-QTD-ESPACOS-NDX
                   INSPECT WS-NDX-NOME TALLYING WS-QTD-ESPACOS-NDX
                       FOR TRAILING SPACE
                   COMPUTE WS-NDX-TAM = 30 - WS-QTD-ESPACOS-NDX
                   PERFORM CONFERIR-TRECHO-CONTATO
                       VARYING WS-IX-NDX FROM 1 BY 1
                       UNTIL WS-IX-NDX > WS-NDX-TAM
                   IF WS-NDX-FALTANTES > ZERO
                       PERFORM TRATAR-CONTATO-SEM-INDICE
                   END-IF
           END-READ.

       CONFERIR-TRECHO-CONTATO.
           MOVE SPACES TO NDX-TRECHO.
           MOVE WS-NDX-NOME(WS-IX-NDX:
               WS-NDX-TAM - WS-IX-NDX + 1) TO NDX-TRECHO.
           MOVE WS-NDX-FONE TO NDX-TELEFONE.
           READ INDICE-FILE
               INVALID KEY
                   ADD 1 TO WS-NDX-FALTANTES
                   IF MODO-REPARO
                       WRITE INDICE-REGISTRO
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
           END-READ.

       TRATAR-CONTATO-SEM-INDICE.
           MOVE 4 TO WS-EXC-CATEGORIA.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           MOVE WS-NDX-NOME TO EXC-CHAVE.
           MOVE WS-NDX-FONE TO EXC-TELEFONE.
           MOVE WS-NDX-FALTANTES TO WS-EXC-REGISTROS.
           STRING "FALTAM" WS-EXC-REGISTROS(4:4) " TRECHOS"
               DELIMITED BY SIZE INTO EXC-DETALHE.
           IF MODO-REPARO
               MOVE "REINDEXADO" TO EXC-TRATAMENTO
               ADD 1 TO WS-QTD-REPAROS
               MOVE 'R' TO WS-AUD-ACAO
               MOVE WS-NDX-NOME TO WS-AUD-NOME-ANTES
               MOVE WS-NDX-FONE TO WS-AUD-TELEFONE-ANTES
               MOVE WS-NDX-NOME TO WS-AUD-NOME-DEPOIS
               MOVE WS-NDX-FONE TO WS-AUD-TELEFONE-DEPOIS
               PERFORM REGISTRAR-AUDITORIA
           ELSE
               MOVE "A REPARAR" TO EXC-TRATAMENTO
           END-IF.
           PERFORM REGISTRAR-EXCECAO.

      *> Pessoa a pessoa pela chave alternada NOME-AGENDA. Cada
      *> pessoa recomeça com um START após o nome anterior, de modo
      *> que a regravação dos números não perde a posição.
       VERIFICAR-PESSOAS.
           MOVE 'N' TO WS-FIM-AGENDA.
           MOVE LOW-VALUES TO WS-NOME-ANTERIOR.
           PERFORM CONFERIR-PROXIMA-PESSOA
               UNTIL FIM-AGENDA.

       CONFERIR-PROXIMA-PESSOA.
           MOVE WS-NOME-ANTERIOR TO NOME-AGENDA.
           START AGENDA-FILE KEY IS GREATER THAN NOME-AGENDA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-AGENDA
           END-START.
           IF NOT FIM-AGENDA
               READ AGENDA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-AGENDA
               END-READ
           END-IF.
           IF NOT FIM-AGENDA
               ADD 1 TO WS-QTD-PESSOAS
               MOVE NOME-AGENDA TO WS-NOME-PESSOA
               MOVE ZERO TO WS-PES-QTD
               MOVE 'N' TO WS-PES-ESTOURO
               MOVE 'N' TO WS-FIM-PESSOA
               PERFORM GUARDAR-NUMERO-PESSOA
               PERFORM LER-NUMERO-PESSOA
                   UNTIL FIM-PESSOA
               PERFORM CONFERIR-CAMPOS-PESSOA
               MOVE WS-NOME-PESSOA TO WS-NOME-ANTERIOR
           END-IF.

       LER-NUMERO-PESSOA.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PESSOA
               NOT AT END
                   IF NOME-AGENDA NOT = WS-NOME-PESSOA
                       MOVE 'S' TO WS-FIM-PESSOA
                   ELSE
                       PERFORM GUARDAR-NUMERO-PESSOA
                   END-IF
           END-READ.

       GUARDAR-NUMERO-PESSOA.
           IF WS-PES-QTD >= 50
               IF NOT PESSOA-ESTOUROU
                   DISPLAY "Mais de 50 números para " WS-NOME-PESSOA
                       "; conferidos os 50 primeiros."
                   MOVE 'S' TO WS-PES-ESTOURO
               END-IF
           ELSE
               ADD 1 TO WS-PES-QTD
               MOVE TELEFONE-AGENDA TO PES-TELEFONE(WS-PES-QTD)
               MOVE DEPARTAMENTO-AGENDA
                   TO PES-GRUPO-DEPTO(WS-PES-QTD)
               MOVE EMAIL-AGENDA TO PES-EMAIL(WS-PES-QTD)
               MOVE EMAIL-SITUACAO-AGENDA
                   TO PES-EMAIL-SIT(WS-PES-QTD)
               MOVE SITUACAO-AGENDA TO PES-SITUACAO(WS-PES-QTD)
               MOVE DATA-SITUACAO-AGENDA
                   TO PES-DATA-SITUACAO(WS-PES-QTD)
               MOVE 'N' TO PES-REGRAVAR(WS-PES-QTD)
           END-IF.

      *> Departamento, e-mail (com a marca de devolução) e situação
      *> (com a data) são apurados em separado. Vale o valor da
      *> maioria dos números; no empate não há reparo seguro e o
      *> primeiro número serve de referência para o relatório e
      *> para a correção proposta.
       CONFERIR-CAMPOS-PESSOA.
           MOVE 'N' TO WS-GERAR-CORRECAO.
           MOVE SPACES TO CORRECAO-REGISTRO.
           MOVE 'D' TO WS-CAMPO-PESSOA.
           PERFORM CONFERIR-CAMPO-PESSOA.
           MOVE PES-GRUPO-DEPTO(WS-VOTO-VENCEDOR)
               TO WS-DEPTO-REFERENCIA.
           MOVE 'E' TO WS-CAMPO-PESSOA.
           PERFORM CONFERIR-CAMPO-PESSOA.
           MOVE 'S' TO WS-CAMPO-PESSOA.
           PERFORM CONFERIR-CAMPO-PESSOA.
           IF MODO-REPARO
               PERFORM REGRAVAR-NUMERO-PESSOA
                   VARYING WS-IX-PES FROM 1 BY 1
                   UNTIL WS-IX-PES > WS-PES-QTD
           END-IF.
           PERFORM CONFERIR-DEPTO-PESSOA.
           IF GERAR-CORRECAO
               MOVE "C" TO TRANS-ACAO
               MOVE WS-NOME-PESSOA TO TRANS-NOME
               MOVE PES-TELEFONE(1) TO TRANS-TELEFONE
               MOVE SPACES TO TRANS-TELEFONE-NOVO
               MOVE SPACE TO TRANS-TIPO
               MOVE SPACES TO TRANS-DATA-EFETIVA
               WRITE CORRECAO-REGISTRO
               ADD 1 TO WS-QTD-CORRECOES
           END-IF.

       CONFERIR-CAMPO-PESSOA.
           PERFORM CARREGAR-VOTO-PESSOA
               VARYING WS-IX-PES FROM 1 BY 1
               UNTIL WS-IX-PES > WS-PES-QTD.
           PERFORM APURAR-VOTACAO.
           IF VOTO-DIVERGE
               PERFORM RELATAR-NUMERO-DIVERGENTE
                   VARYING WS-IX-PES FROM 1 BY 1
                   UNTIL WS-IX-PES > WS-PES-QTD
               IF VOTO-EMPATADO
                   IF CAMPO-DEPARTAMENTO
                       MOVE PES-GRUPO-DEPTO(1) TO TRANS-DEPARTAMENTO
                       MOVE 'S' TO WS-GERAR-CORRECAO
                   END-IF
                   IF CAMPO-EMAIL
                       MOVE PES-EMAIL(1) TO TRANS-EMAIL
                       MOVE 'S' TO WS-GERAR-CORRECAO
                   END-IF
               END-IF
           END-IF.

       CARREGAR-VOTO-PESSOA.
           EVALUATE TRUE
               WHEN CAMPO-DEPARTAMENTO
                   MOVE PES-GRUPO-DEPTO(WS-IX-PES)
                       TO WS-VOTO-VALOR(WS-IX-PES)
               WHEN CAMPO-EMAIL
                   MOVE PES-GRUPO-EMAIL(WS-IX-PES)
                       TO WS-VOTO-VALOR(WS-IX-PES)
               WHEN OTHER
                   MOVE PES-GRUPO-SITUACAO(WS-IX-PES)
                       TO WS-VOTO-VALOR(WS-IX-PES)
           END-EVALUATE.

       APURAR-VOTACAO.
           MOVE ZERO TO WS-VOTO-MAIOR.
           MOVE 1 TO WS-VOTO-VENCEDOR.
           MOVE 'N' TO WS-VOTO-EMPATE.
           MOVE 'N' TO WS-VOTO-DIVERGE.
           PERFORM APURAR-VOTO-UM
               VARYING WS-IX-PES FROM 1 BY 1
               UNTIL WS-IX-PES > WS-PES-QTD.
           IF VOTO-EMPATADO
               MOVE 1 TO WS-VOTO-VENCEDOR
           END-IF.

       APURAR-VOTO-UM.
           IF WS-VOTO-VALOR(WS-IX-PES) NOT = WS-VOTO-VALOR(1)
               MOVE 'S' TO WS-VOTO-DIVERGE
           END-IF.
           MOVE ZERO TO WS-VOTO-CONTAGEM.
           PERFORM VARYING WS-IX-VOTO FROM 1 BY 1
               UNTIL WS-IX-VOTO > WS-PES-QTD
               IF WS-VOTO-VALOR(WS-IX-VOTO)
                       = WS-VOTO-VALOR(WS-IX-PES)
                   ADD 1 TO WS-VOTO-CONTAGEM
               END-IF
           END-PERFORM.
           IF WS-VOTO-CONTAGEM > WS-VOTO-MAIOR
               MOVE WS-VOTO-CONTAGEM TO WS-VOTO-MAIOR
               MOVE WS-IX-PES TO WS-VOTO-VENCEDOR
               MOVE 'N' TO WS-VOTO-EMPATE
           ELSE
               IF WS-VOTO-CONTAGEM = WS-VOTO-MAIOR
                   AND WS-VOTO-VALOR(WS-IX-PES)
                       NOT = WS-VOTO-VALOR(WS-VOTO-VENCEDOR)
                   MOVE 'S' TO WS-VOTO-EMPATE
               END-IF
           END-IF.

      *> Uma linha por número fora da referência. No reparo (sem
      *> empate) o número recebe o valor da maioria.
       RELATAR-NUMERO-DIVERGENTE.
           IF WS-VOTO-VALOR(WS-IX-PES)
                   NOT = WS-VOTO-VALOR(WS-VOTO-VENCEDOR)
               MOVE 7 TO WS-EXC-CATEGORIA
               MOVE SPACES TO WS-LINHA-EXCECAO
               MOVE WS-NOME-PESSOA TO EXC-CHAVE
               MOVE PES-TELEFONE(WS-IX-PES) TO EXC-TELEFONE
               EVALUATE TRUE
                   WHEN CAMPO-DEPARTAMENTO
                       MOVE "DEPARTAMENTO" TO EXC-DETALHE
                   WHEN CAMPO-EMAIL
                       MOVE "E-MAIL" TO EXC-DETALHE
                   WHEN OTHER
                       MOVE "SITUAÇÃO" TO EXC-DETALHE
               END-EVALUATE
               IF VOTO-EMPATADO
                   IF CAMPO-SITUACAO
                       MOVE "SÓ RELATÓRIO" TO EXC-TRATAMENTO
                   ELSE
                       MOVE "CORREÇÃO" TO EXC-TRATAMENTO
                   END-IF
               ELSE IF MODO-REPARO
                   MOVE "REGRAVADO" TO EXC-TRATAMENTO
                   MOVE 'S' TO PES-REGRAVAR(WS-IX-PES)
                   EVALUATE TRUE
                       WHEN CAMPO-DEPARTAMENTO
                           MOVE PES-GRUPO-DEPTO(WS-VOTO-VENCEDOR)
                               TO PES-GRUPO-DEPTO(WS-IX-PES)
                       WHEN CAMPO-EMAIL
                           MOVE PES-GRUPO-EMAIL(WS-VOTO-VENCEDOR)
                               TO PES-GRUPO-EMAIL(WS-IX-PES)
                       WHEN OTHER
                           MOVE PES-GRUPO-SITUACAO(WS-VOTO-VENCEDOR)
                               TO PES-GRUPO-SITUACAO(WS-IX-PES)
                   END-EVALUATE
               ELSE
                   MOVE "A REPARAR" TO EXC-TRATAMENTO
               END-IF
               END-IF
               PERFORM REGISTRAR-EXCECAO
           END-IF.

      *> Regrava o número com os campos apurados; a alteração entra
      *> na trilha como 'A' para seguir ao AGENDA-DELTA.
       REGRAVAR-NUMERO-PESSOA.
           IF PES-REGRAVAR(WS-IX-PES) = 'S'
               MOVE PES-TELEFONE(WS-IX-PES) TO TELEFONE-AGENDA
               READ AGENDA-FILE
                   INVALID KEY
                       DISPLAY "Número sumiu durante o reparo: "
                           PES-TELEFONE(WS-IX-PES)
                   NOT INVALID KEY
                       MOVE PES-GRUPO-DEPTO(WS-IX-PES)
                           TO DEPARTAMENTO-AGENDA
                       MOVE PES-EMAIL(WS-IX-PES) TO EMAIL-AGENDA
                       MOVE PES-EMAIL-SIT(WS-IX-PES)
                           TO EMAIL-SITUACAO-AGENDA
                       MOVE PES-SITUACAO(WS-IX-PES)
                           TO SITUACAO-AGENDA
                       MOVE PES-DATA-SITUACAO(WS-IX-PES)
                           TO DATA-SITUACAO-AGENDA
                       REWRITE AGENDA-REGISTRO
                           INVALID KEY
                               DISPLAY "Erro ao regravar "
                                   TELEFONE-AGENDA ": "
                                   WS-AGENDA-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-REPAROS
                               MOVE 'A' TO WS-AUD-ACAO
                               MOVE NOME-AGENDA TO WS-AUD-NOME-ANTES
                               MOVE TELEFONE-AGENDA
                                   TO WS-AUD-TELEFONE-ANTES
                               MOVE NOME-AGENDA TO WS-AUD-NOME-DEPOIS
                               MOVE TELEFONE-AGENDA
                                   TO WS-AUD-TELEFONE-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
               END-READ
           END-IF.

      *> O departamento de referência da pessoa precisa constar da
      *> tabela oficial. Sem reparo seguro: a correção leva o valor
      *> atual, a ser trocado pelo departamento certo na revisão
      *> (apresentada sem revisão, o AGENDA-BATCH a rejeita).
       CONFERIR-DEPTO-PESSOA.
           IF WS-DEP-QTD > ZERO
               AND WS-DEPTO-REFERENCIA NOT = SPACES
               MOVE ZERO TO WS-DEP-ACHADO
               PERFORM VARYING WS-IX-DEP FROM 1 BY 1
                   UNTIL WS-IX-DEP > WS-DEP-QTD
                   IF DEP-TAB-NOME(WS-IX-DEP) = WS-DEPTO-REFERENCIA
                       MOVE WS-IX-DEP TO WS-DEP-ACHADO
                   END-IF
               END-PERFORM
               IF WS-DEP-ACHADO = ZERO
                   MOVE 5 TO WS-EXC-CATEGORIA
                   MOVE SPACES TO WS-LINHA-EXCECAO
                   MOVE WS-NOME-PESSOA TO EXC-CHAVE
                   MOVE PES-TELEFONE(1) TO EXC-TELEFONE
                   MOVE WS-DEPTO-REFERENCIA TO EXC-DETALHE
                   MOVE "CORREÇÃO" TO EXC-TRATAMENTO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE WS-DEPTO-REFERENCIA TO TRANS-DEPARTAMENTO
                   MOVE 'S' TO WS-GERAR-CORRECAO
               END-IF
           END-IF.

       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:14) TO AUD-DATA-HORA.
           MOVE WS-OPERADOR-ID TO AUD-OPERADOR.
           MOVE WS-AUD-ACAO TO AUD-ACAO.
           MOVE WS-AUD-NOME-ANTES TO AUD-NOME-ANTES.
           MOVE WS-AUD-TELEFONE-ANTES TO AUD-TELEFONE-ANTES.
           MOVE WS-AUD-NOME-DEPOIS TO AUD-NOME-DEPOIS.
           MOVE WS-AUD-TELEFONE-DEPOIS TO AUD-TELEFONE-DEPOIS.
           MOVE SPACES TO AUD-SOLICITANTE.
           WRITE AUDITORIA-REGISTRO.

       REGISTRAR-EXCECAO.
           ADD 1 TO WS-EXC-SEQUENCIA.
           ADD 1 TO WS-QTD-EXCECOES.
           ADD 1 TO WS-QTD-CATEGORIA(WS-EXC-CATEGORIA).
           MOVE WS-EXC-CATEGORIA TO TRAB-CATEGORIA.
           MOVE WS-EXC-SEQUENCIA TO TRAB-SEQUENCIA.
           MOVE WS-LINHA-EXCECAO TO TRAB-LINHA.
           WRITE INT-TRAB-REGISTRO.

       OBTER-TITULO-CATEGORIA.
           EVALUATE WS-IX-CAT
               WHEN 1
                   MOVE "MEMBROS SEM CONTATO" TO WS-TITULO-CATEGORIA
               WHEN 2
                   MOVE "MEMBROS DE GRUPO INEXISTENTE"
                       TO WS-TITULO-CATEGORIA
               WHEN 3
                   MOVE "ÍNDICE SEM CONTATO" TO WS-TITULO-CATEGORIA
               WHEN 4
                   MOVE "CONTATOS COM ÍNDICE INCOMPLETO"
                       TO WS-TITULO-CATEGORIA
               WHEN 5
                   MOVE "DEPARTAMENTO FORA DO DEPTAB"
                       TO WS-TITULO-CATEGORIA
               WHEN 6
                   MOVE "OPERADOR FORA DO CADASTRO"
                       TO WS-TITULO-CATEGORIA
               WHEN OTHER
                   MOVE "PESSOA COM CAMPOS DIVERGENTES"
                       TO WS-TITULO-CATEGORIA
           END-EVALUATE.

       IMPRIMIR-EXCECOES.
           OPEN INPUT INTEGRIDADE-ORDENADA.
           MOVE ZERO TO WS-CATEGORIA-CORRENTE.
           MOVE 'N' TO WS-FIM-ORDENADA.
           PERFORM LER-EXCECAO-ORDENADA.
           IF FIM-ORDENADA
               PERFORM ESCREVER-CABECALHO-INTEG
               MOVE "Nenhuma inconsistência encontrada."
                   TO RELINTEG-LINHA
               WRITE RELINTEG-LINHA AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CONTADOR-LINHAS
           END-IF.
           PERFORM IMPRIMIR-EXCECAO-UMA
               UNTIL FIM-ORDENADA.
           CLOSE INTEGRIDADE-ORDENADA.

       LER-EXCECAO-ORDENADA.
           READ INTEGRIDADE-ORDENADA
               AT END
                   MOVE 'S' TO WS-FIM-ORDENADA
           END-READ.

       IMPRIMIR-EXCECAO-UMA.
           IF ORD-CATEGORIA NOT = WS-CATEGORIA-CORRENTE
               MOVE ORD-CATEGORIA TO WS-CATEGORIA-CORRENTE
               IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA - 2
                   PERFORM ESCREVER-CABECALHO-INTEG
               END-IF
               MOVE ORD-CATEGORIA TO WS-IX-CAT
               PERFORM OBTER-TITULO-CATEGORIA
               MOVE WS-IX-CAT TO CAT-NUMERO
               MOVE WS-TITULO-CATEGORIA TO CAT-TITULO
               MOVE WS-LINHA-CATEGORIA TO RELINTEG-LINHA
               WRITE RELINTEG-LINHA AFTER ADVANCING 2 LINES
               ADD 2 TO WS-CONTADOR-LINHAS
           END-IF.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM ESCREVER-CABECALHO-INTEG
           END-IF.
           MOVE ORD-LINHA TO RELINTEG-LINHA.
           WRITE RELINTEG-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.
           PERFORM LER-EXCECAO-ORDENADA.

       ESCREVER-CABECALHO-INTEG.
           ADD 1 TO WS-PAGINA-REL.
           MOVE WS-PAGINA-REL TO CAB-PAGINA.
           MOVE WS-CABECALHO-1 TO RELINTEG-LINHA.
           IF WS-PAGINA-REL > 1
               WRITE RELINTEG-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE RELINTEG-LINHA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-CABECALHO-INTEG TO RELINTEG-LINHA.
           WRITE RELINTEG-LINHA AFTER ADVANCING 2 LINES.
           MOVE WS-CABECALHO-COLUNAS TO RELINTEG-LINHA.
           WRITE RELINTEG-LINHA AFTER ADVANCING 1 LINE.
           MOVE 4 TO WS-CONTADOR-LINHAS.

       ESCREVER-TOTAIS-INTEGRIDADE.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA - 10
               PERFORM ESCREVER-CABECALHO-INTEG
           END-IF.
           MOVE SPACES TO WS-LINHA-TOTAL-INT.
           PERFORM ESCREVER-TOTAL-CATEGORIA
               VARYING WS-IX-CAT FROM 1 BY 1
               UNTIL WS-IX-CAT > 7.
           MOVE "REPAROS APLICADOS" TO TOT-INT-ROTULO.
           MOVE WS-QTD-REPAROS TO TOT-INT-VALOR.
           MOVE WS-LINHA-TOTAL-INT TO RELINTEG-LINHA.
           WRITE RELINTEG-LINHA AFTER ADVANCING 2 LINES.
           MOVE "CORREÇÕES GERADAS" TO TOT-INT-ROTULO.
           MOVE WS-QTD-CORRECOES TO TOT-INT-VALOR.
           MOVE WS-LINHA-TOTAL-INT TO RELINTEG-LINHA.
           WRITE RELINTEG-LINHA AFTER ADVANCING 1 LINE.

       ESCREVER-TOTAL-CATEGORIA.
           PERFORM OBTER-TITULO-CATEGORIA.
           MOVE WS-TITULO-CATEGORIA TO TOT-INT-ROTULO.
           MOVE WS-QTD-CATEGORIA(WS-IX-CAT) TO TOT-INT-VALOR.
           MOVE WS-LINHA-TOTAL-INT TO RELINTEG-LINHA.
           IF WS-IX-CAT = 1
               WRITE RELINTEG-LINHA AFTER ADVANCING 2 LINES
           ELSE
               WRITE RELINTEG-LINHA AFTER ADVANCING 1 LINE
           END-IF.

       EXIBIR-RESUMO-INTEGRIDADE.
           DISPLAY "=======================================".
           DISPLAY "RESUMO DA INTEGRIDADE - AGENDA-INTEGRIDADE".
           DISPLAY "=======================================".
           DISPLAY "Modo...................: " CAB-MODO.
           DISPLAY "Associações lidas......: " WS-QTD-MEMBROS-LIDOS.
           DISPLAY "Entradas de índice.....: " WS-QTD-INDICE-LIDOS.
           DISPLAY "Contatos lidos.........: " WS-QTD-CONTATOS-LIDOS.
           DISPLAY "Pessoas conferidas.....: " WS-QTD-PESSOAS.
           DISPLAY "Registros da trilha....: " WS-QTD-AUDITORIA-LIDOS.
           DISPLAY "Exceções...............: " WS-QTD-EXCECOES.
           DISPLAY "Reparos aplicados......: " WS-QTD-REPAROS.
           DISPLAY "Correções geradas......: " WS-QTD-CORRECOES.
           IF WS-QTD-CORRECOES > ZERO
               DISPLAY "Revise o arquivo CORRECAO antes de"
               DISPLAY "apresentá-lo ao AGENDA-BATCH."
           END-IF.
