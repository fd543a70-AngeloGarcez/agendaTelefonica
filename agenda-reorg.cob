       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-REORG.

      *> Reorganização de departamentos dirigida pelo arquivo de
      *> mapeamento REORG (layout AGDAREO): renomeia, funde e divide
      *> departamentos. Cada número da agenda cujo departamento é
      *> reorganizado passa ao departamento novo (por pessoa, no
      *> caso da divisão), com registro 'A' na trilha de auditoria
      *> para que o AGENDA-DELTA leve a mudança à sincronização do
      *> diretório. Ao fim, DEPTAB é regravada: os nomes novos são
      *> incluídos e os departamentos que ficaram sem contatos saem.
      *> No modo S (simulação, o padrão) nada é gravado: sai apenas
      *> RELREORG com a contagem de números por departamento antes
      *> e depois. Um mapeamento com erro é recusado por inteiro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REORG-FILE ASSIGN TO REORG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORG-STATUS.

           SELECT DEPTAB-FILE ASSIGN TO DEPTAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTAB-STATUS.

           SELECT AGENDA-FILE ASSIGN TO AGENDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELEFONE-AGENDA
               ALTERNATE RECORD KEY IS NOME-AGENDA WITH DUPLICATES
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT RELREORG-FILE ASSIGN TO RELREORG
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXECUCAO-FILE ASSIGN TO "EXECCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-EXECUCAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REORG-FILE.
       01  REORG-REGISTRO.
           COPY AGDAREO.

       FD  DEPTAB-FILE.
       01  DEPTO-REGISTRO.
           COPY AGDADEP.

       FD  AGENDA-FILE.
       01  AGENDA-REGISTRO.
           COPY AGDAREC.

       FD  AUDITORIA-FILE.
       01  AUDITORIA-REGISTRO.
           COPY AGDAAUD.

       FD  RELREORG-FILE
           LINAGE IS 20 LINES WITH FOOTING AT 18.
       01  RELREORG-LINHA                  PIC X(80).

       FD  EXECUCAO-FILE.
       01  EXECUCAO-REGISTRO.
           COPY AGDAEXE.

       WORKING-STORAGE SECTION.
       01  WS-EXECUCAO-STATUS           PIC X(2).
       01  WS-EXEC-PROGRAMA             PIC X(8) VALUE "AGDAREO".
       01  WS-EXEC-INICIO               PIC X(14).
       01  WS-EXEC-BLOQUEADO            PIC X(1) VALUE 'N'.
           88  EXECUCAO-BLOQUEADA       VALUE 'S'.
       01  WS-FIM-EXECUCAO              PIC X(1).
           88  FIM-EXECUCAO             VALUE 'S'.
       01  WS-DATA-HORA-EXEC            PIC X(21).

       01  WS-REORG-STATUS              PIC X(2).
       01  WS-DEPTAB-STATUS             PIC X(2).
       01  WS-AGENDA-STATUS             PIC X(2).
       01  WS-AUDITORIA-STATUS          PIC X(2).

       01  WS-MODO                      PIC X(1).
           88  MODO-APLICAR             VALUE 'A'.
       01  WS-MAPA-VALIDO               PIC X(1) VALUE 'S'.
           88  MAPA-VALIDO              VALUE 'S'.
       01  WS-TEM-TABELA                PIC X(1) VALUE 'N'.
           88  TEM-TABELA               VALUE 'S'.
       01  WS-TEM-MAPA                  PIC X(1) VALUE 'N'.
           88  TEM-MAPA                 VALUE 'S'.
       01  WS-AGENDA-ABERTA             PIC X(1) VALUE 'N'.
           88  AGENDA-ABERTA            VALUE 'S'.
       01  WS-FIM-REORG                 PIC X(1) VALUE 'N'.
           88  FIM-REORG                VALUE 'S'.
       01  WS-FIM-AGENDA                PIC X(1) VALUE 'N'.
           88  FIM-AGENDA               VALUE 'S'.

      *> Departamentos oficiais carregados de DEPTAB.
       01  WS-FIM-DEPTO                 PIC X(1) VALUE 'N'.
           88  FIM-DEPTO                VALUE 'S'.
       01  WS-IX-DEP                    PIC 9(2).
       01  WS-DEP-ACHADO                PIC 9(2).
       01  WS-DEPTO-PROCURADO           PIC X(20).
       01  WS-TABELA-DEPTO.
           05  WS-DEP-QTD               PIC 9(2) VALUE ZERO.
           05  WS-DEP-ENTRADA OCCURS 50 TIMES.
               10  DEP-TAB-NOME         PIC X(20).
               10  DEP-TAB-DESCRICAO    PIC X(30).
       01  WS-QTD-DEPTO-FINAL           PIC 9(3).

      *> Linhas do mapeamento.
       01  WS-TABELA-MAPA.
           05  WS-MAP-QTD               PIC 9(3) VALUE ZERO.
           05  WS-MAP-ENTRADA OCCURS 200 TIMES.
               10  MAP-ANTIGO           PIC X(20).
               10  MAP-NOVO             PIC X(20).
               10  MAP-NOME             PIC X(30).
               10  MAP-DESCRICAO        PIC X(30).
               10  MAP-TIPO             PIC X(8).
               10  MAP-NUMEROS          PIC 9(7).
               10  MAP-ERRO             PIC X(38).
       01  WS-IX-MAP                    PIC 9(3).
       01  WS-IX-MAP-2                  PIC 9(3).
       01  WS-MAP-ACHADO                PIC 9(3).
       01  WS-QTD-MAPA-LIDOS            PIC 9(7) VALUE ZERO.
       01  WS-ERRO-MAPA                 PIC X(38).
       01  WS-ERRO-GERAL                PIC X(38) VALUE SPACES.
       01  WS-QTD-ERROS-MAPA            PIC 9(7) VALUE ZERO.

      *> Contagem de números por departamento, antes e depois.
       01  WS-TABELA-CONTAGEM.
           05  WS-CNT-QTD               PIC 9(3) VALUE ZERO.
           05  WS-CNT-ENTRADA OCCURS 120 TIMES.
               10  CNT-NOME             PIC X(20).
               10  CNT-ANTES            PIC 9(7).
               10  CNT-DEPOIS           PIC 9(7).
               10  CNT-OFICIAL          PIC X(1).
               10  CNT-ORIGEM           PIC X(1).
       01  WS-IX-CNT                    PIC 9(3).
       01  WS-CNT-ACHADO                PIC 9(3).
       01  WS-CNT-PROCURADO             PIC X(20).

       01  WS-DEPTO-ATUAL               PIC X(20).
       01  WS-DEPTO-DESTINO             PIC X(20).
       01  WS-QTD-NUMEROS-LIDOS         PIC 9(7) VALUE ZERO.
       01  WS-QTD-NUMEROS-MOVIDOS       PIC 9(7) VALUE ZERO.
       01  WS-QTD-FALHAS                PIC 9(7) VALUE ZERO.
       01  WS-QTD-DEPTOS-INCLUIDOS      PIC 9(7) VALUE ZERO.
       01  WS-QTD-DEPTOS-REMOVIDOS      PIC 9(7) VALUE ZERO.

       01  WS-OPERADOR-ID               PIC X(10) VALUE "REORG".
       01  WS-DATA-HORA-ATUAL           PIC X(21).
       01  WS-AUD-ACAO                  PIC X(1).
       01  WS-AUD-NOME-ANTES            PIC X(30).
       01  WS-AUD-TELEFONE-ANTES        PIC X(15).
       01  WS-AUD-NOME-DEPOIS           PIC X(30).
       01  WS-AUD-TELEFONE-DEPOIS       PIC X(15).

       01  WS-LINHAS-POR-PAGINA         PIC 9(2) VALUE 20.
       01  WS-CONTADOR-LINHAS           PIC 9(2) VALUE ZERO.
       01  WS-PAGINA-REL                PIC 9(4) VALUE ZERO.

       01  WS-CABECALHO-1.
           05  FILLER                   PIC X(20)
               VALUE "AGENDA TELEFÔNICA".
           05  FILLER                   PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "PAGINA: ".
           05  CAB-PAGINA               PIC ZZZ9.

       01  WS-CABECALHO-REORG.
           05  FILLER                   PIC X(38)
               VALUE "REORGANIZAÇÃO DE DEPARTAMENTOS - ".
           05  CAB-MODO                 PIC X(12).

       01  WS-TITULO-SECAO              PIC X(40).
       01  WS-COLUNAS-SECAO             PIC X(80).

       01  WS-COLUNAS-MAPA.
           05  FILLER                   PIC X(21) VALUE "DE".
           05  FILLER                   PIC X(21) VALUE "PARA".
           05  FILLER                   PIC X(9) VALUE "TIPO".
           05  FILLER                   PIC X(29) VALUE "PESSOA".

       01  WS-LINHA-MAPA.
           05  MAPA-ANTIGO              PIC X(20).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  MAPA-NOVO                PIC X(20).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  MAPA-TIPO                PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  MAPA-NOME                PIC X(29).

       01  WS-LINHA-ERRO.
           05  ERRO-ANTIGO              PIC X(20).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  ERRO-NOVO                PIC X(20).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  ERRO-TEXTO               PIC X(38).

       01  WS-COLUNAS-CONTAGEM.
           05  FILLER                   PIC X(21) VALUE "DEPARTAMENTO".
           05  FILLER                   PIC X(11) VALUE "      ANTES".
           05  FILLER                   PIC X(12) VALUE "      DEPOIS".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE "TABELA".

       01  WS-LINHA-CONTAGEM.
           05  CONT-NOME                PIC X(20).
           05  FILLER                   PIC X(5) VALUE SPACES.
           05  CONT-ANTES               PIC ZZZZZZ9.
           05  FILLER                   PIC X(5) VALUE SPACES.
           05  CONT-DEPOIS              PIC ZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CONT-SITUACAO            PIC X(14).

       01  WS-LINHA-TOTAL-REORG.
           05  TOT-REO-ROTULO           PIC X(32).
           05  TOT-REO-VALOR            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-REORG.
           DISPLAY "Modo (S=simular, A=aplicar): ".
           ACCEPT WS-MODO.
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.
           IF MODO-APLICAR
               MOVE "APLICAÇÃO" TO CAB-MODO
           ELSE
               MOVE 'S' TO WS-MODO
               MOVE "SIMULAÇÃO" TO CAB-MODO
           END-IF.
           PERFORM INICIAR-CONTROLE-EXECUCAO.
           IF NOT EXECUCAO-BLOQUEADA
               OPEN OUTPUT RELREORG-FILE
               MOVE WS-LINHAS-POR-PAGINA TO WS-CONTADOR-LINHAS
               PERFORM CARREGAR-TABELA-DEPTO
               IF TEM-TABELA
                   PERFORM CARREGAR-MAPEAMENTO
               END-IF
               IF TEM-MAPA
                   PERFORM VALIDAR-MAPEAMENTO
                   PERFORM IMPRIMIR-MAPEAMENTO
                   IF MAPA-VALIDO AND WS-MAP-QTD > ZERO
                       PERFORM REORGANIZAR-AGENDA
                       IF AGENDA-ABERTA
                           IF MODO-APLICAR
                               PERFORM GRAVAR-TABELA-DEPTO
                           END-IF
                           PERFORM IMPRIMIR-CONTAGEM
                       END-IF
                   END-IF
               END-IF
               CLOSE RELREORG-FILE
               PERFORM EXIBIR-RESUMO-REORG
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
                   MOVE WS-QTD-NUMEROS-LIDOS TO EXE-QTD-LIDOS
                   IF MODO-APLICAR
                       MOVE WS-QTD-NUMEROS-MOVIDOS TO EXE-QTD-APLICADOS
                   END-IF
                   COMPUTE EXE-QTD-REJEITADOS = WS-QTD-ERROS-MAPA
                       + WS-QTD-FALHAS
                   REWRITE EXECUCAO-REGISTRO
           END-READ.
           CLOSE EXECUCAO-FILE.

      *> Sem DEPTAB não há o que reorganizar: o job encerra.
       CARREGAR-TABELA-DEPTO.
           OPEN INPUT DEPTAB-FILE.
           IF WS-DEPTAB-STATUS NOT = "00"
               DISPLAY "Tabela de departamentos indisponível ("
                   WS-DEPTAB-STATUS "); reorganização cancelada."
           ELSE
               MOVE 'N' TO WS-FIM-DEPTO
               PERFORM LER-REGISTRO-DEPTO
               PERFORM GUARDAR-REGISTRO-DEPTO
                   UNTIL FIM-DEPTO
               CLOSE DEPTAB-FILE
               MOVE 'S' TO WS-TEM-TABELA
               PERFORM VARYING WS-IX-DEP FROM 1 BY 1
                   UNTIL WS-IX-DEP > WS-DEP-QTD
                   MOVE DEP-TAB-NOME(WS-IX-DEP) TO WS-CNT-PROCURADO
                   PERFORM PROCURAR-CONTAGEM
                   MOVE 'S' TO CNT-OFICIAL(WS-CNT-ACHADO)
               END-PERFORM
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

       PROCURAR-DEPTO.
           MOVE ZERO TO WS-DEP-ACHADO.
           PERFORM VARYING WS-IX-DEP FROM 1 BY 1
               UNTIL WS-IX-DEP > WS-DEP-QTD
               IF DEP-TAB-NOME(WS-IX-DEP) = WS-DEPTO-PROCURADO
                   MOVE WS-IX-DEP TO WS-DEP-ACHADO
               END-IF
           END-PERFORM.

       CARREGAR-MAPEAMENTO.
           OPEN INPUT REORG-FILE.
           IF WS-REORG-STATUS NOT = "00"
               DISPLAY "Arquivo de mapeamento indisponível ("
                   WS-REORG-STATUS "); reorganização cancelada."
           ELSE
               MOVE 'N' TO WS-FIM-REORG
               PERFORM LER-LINHA-MAPA
                   UNTIL FIM-REORG
               CLOSE REORG-FILE
               MOVE 'S' TO WS-TEM-MAPA
           END-IF.

       LER-LINHA-MAPA.
           READ REORG-FILE
               AT END
                   MOVE 'S' TO WS-FIM-REORG
               NOT AT END
                   ADD 1 TO WS-QTD-MAPA-LIDOS
                   IF REORG-REGISTRO NOT = SPACES
                       PERFORM GUARDAR-LINHA-MAPA
                   END-IF
           END-READ.

       GUARDAR-LINHA-MAPA.
           IF WS-MAP-QTD >= 200
               MOVE REO-DEPTO-ANTIGO TO ERRO-ANTIGO
               MOVE REO-DEPTO-NOVO TO ERRO-NOVO
               MOVE "MAIS DE 200 LINHAS NO MAPEAMENTO"
                   TO WS-ERRO-MAPA
               PERFORM REGISTRAR-ERRO-MAPA
               MOVE WS-ERRO-MAPA TO WS-ERRO-GERAL
               MOVE 'S' TO WS-FIM-REORG
           ELSE
               ADD 1 TO WS-MAP-QTD
               MOVE FUNCTION UPPER-CASE(REO-DEPTO-ANTIGO)
                   TO MAP-ANTIGO(WS-MAP-QTD)
               MOVE FUNCTION UPPER-CASE(REO-DEPTO-NOVO)
                   TO MAP-NOVO(WS-MAP-QTD)
               MOVE REO-NOME TO MAP-NOME(WS-MAP-QTD)
               MOVE REO-DESCRICAO TO MAP-DESCRICAO(WS-MAP-QTD)
               MOVE SPACES TO MAP-TIPO(WS-MAP-QTD)
               MOVE ZERO TO MAP-NUMEROS(WS-MAP-QTD)
               MOVE SPACES TO MAP-ERRO(WS-MAP-QTD)
           END-IF.

      *> Qualquer linha inválida recusa o mapeamento inteiro, para
      *> que uma reorganização nunca fique aplicada pela metade.
       VALIDAR-MAPEAMENTO.
           PERFORM VALIDAR-LINHA-MAPA
               VARYING WS-IX-MAP FROM 1 BY 1
               UNTIL WS-IX-MAP > WS-MAP-QTD.
           PERFORM CALCULAR-TABELA-FINAL.
           IF WS-QTD-DEPTO-FINAL > 50
               MOVE SPACES TO ERRO-ANTIGO
               MOVE SPACES TO ERRO-NOVO
               MOVE "TABELA FINAL PASSA DE 50 DEPARTAMENTOS"
                   TO WS-ERRO-MAPA
               PERFORM REGISTRAR-ERRO-MAPA
               MOVE WS-ERRO-MAPA TO WS-ERRO-GERAL
           END-IF.
           IF WS-MAP-QTD = ZERO
               DISPLAY "Mapeamento vazio; nada a reorganizar."
           END-IF.

       VALIDAR-LINHA-MAPA.
           MOVE MAP-ANTIGO(WS-IX-MAP) TO ERRO-ANTIGO.
           MOVE MAP-NOVO(WS-IX-MAP) TO ERRO-NOVO.
           MOVE MAP-NOVO(WS-IX-MAP) TO WS-DEPTO-PROCURADO.
           PERFORM PROCURAR-DEPTO.
           IF MAP-NOME(WS-IX-MAP) NOT = SPACES
               MOVE "DIVIDIR" TO MAP-TIPO(WS-IX-MAP)
           ELSE IF WS-DEP-ACHADO > ZERO
               MOVE "FUNDIR" TO MAP-TIPO(WS-IX-MAP)
           ELSE
               MOVE "RENOMEAR" TO MAP-TIPO(WS-IX-MAP)
           END-IF
           END-IF.
           IF MAP-ANTIGO(WS-IX-MAP) = SPACES
               OR MAP-NOVO(WS-IX-MAP) = SPACES
               MOVE "DEPARTAMENTO DE OU PARA EM BRANCO"
                   TO WS-ERRO-MAPA
               PERFORM REGISTRAR-ERRO-LINHA
           ELSE IF MAP-ANTIGO(WS-IX-MAP) = MAP-NOVO(WS-IX-MAP)
               MOVE "DE E PARA IGUAIS" TO WS-ERRO-MAPA
               PERFORM REGISTRAR-ERRO-LINHA
           ELSE IF MAP-NOVO(WS-IX-MAP) = "(SEM DEPARTAMENTO)"
               MOVE "PARA INVÁLIDO" TO WS-ERRO-MAPA
               PERFORM REGISTRAR-ERRO-LINHA
           ELSE
               PERFORM VARYING WS-IX-MAP-2 FROM 1 BY 1
                   UNTIL WS-IX-MAP-2 > WS-MAP-QTD
                   IF WS-IX-MAP-2 NOT = WS-IX-MAP
                       PERFORM COMPARAR-LINHAS-MAPA
                   END-IF
               END-PERFORM
           END-IF
           END-IF
           END-IF.

      *> Duas linhas para a mesma pessoa (ou duas linhas gerais) do
      *> mesmo departamento são ambíguas; um destino que também é
      *> reorganizado por inteiro encadearia as mudanças.
       COMPARAR-LINHAS-MAPA.
           IF WS-IX-MAP-2 > WS-IX-MAP
               AND MAP-ANTIGO(WS-IX-MAP-2) = MAP-ANTIGO(WS-IX-MAP)
               AND MAP-NOME(WS-IX-MAP-2) = MAP-NOME(WS-IX-MAP)
               MOVE "LINHA REPETIDA PARA O MESMO CASO"
                   TO WS-ERRO-MAPA
               PERFORM REGISTRAR-ERRO-LINHA
           END-IF.
           IF MAP-ANTIGO(WS-IX-MAP-2) = MAP-NOVO(WS-IX-MAP)
               AND MAP-NOME(WS-IX-MAP-2) = SPACES
               MOVE "DESTINO TAMBÉM É REORGANIZADO"
                   TO WS-ERRO-MAPA
               PERFORM REGISTRAR-ERRO-LINHA
           END-IF.

       REGISTRAR-ERRO-LINHA.
           MOVE WS-ERRO-MAPA TO MAP-ERRO(WS-IX-MAP).
           PERFORM REGISTRAR-ERRO-MAPA.

       REGISTRAR-ERRO-MAPA.
           MOVE 'N' TO WS-MAPA-VALIDO.
           ADD 1 TO WS-QTD-ERROS-MAPA.
           DISPLAY "Mapeamento: " ERRO-ANTIGO " -> " ERRO-NOVO
               " " WS-ERRO-MAPA.

      *> Tamanho da tabela ao fim: oficiais, menos os departamentos
      *> esvaziados por uma linha geral, mais os nomes novos.
       CALCULAR-TABELA-FINAL.
           MOVE WS-DEP-QTD TO WS-QTD-DEPTO-FINAL.
           PERFORM VARYING WS-IX-DEP FROM 1 BY 1
               UNTIL WS-IX-DEP > WS-DEP-QTD
               MOVE ZERO TO WS-MAP-ACHADO
               PERFORM VARYING WS-IX-MAP FROM 1 BY 1
                   UNTIL WS-IX-MAP > WS-MAP-QTD
                   IF MAP-ANTIGO(WS-IX-MAP) = DEP-TAB-NOME(WS-IX-DEP)
                       AND MAP-NOME(WS-IX-MAP) = SPACES
                       MOVE WS-IX-MAP TO WS-MAP-ACHADO
                   END-IF
               END-PERFORM
               IF WS-MAP-ACHADO > ZERO
                   SUBTRACT 1 FROM WS-QTD-DEPTO-FINAL
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IX-MAP FROM 1 BY 1
               UNTIL WS-IX-MAP > WS-MAP-QTD
               MOVE MAP-NOVO(WS-IX-MAP) TO WS-DEPTO-PROCURADO
               PERFORM PROCURAR-DEPTO
               MOVE ZERO TO WS-MAP-ACHADO
               PERFORM VARYING WS-IX-MAP-2 FROM 1 BY 1
                   UNTIL WS-IX-MAP-2 >= WS-IX-MAP
                   IF MAP-NOVO(WS-IX-MAP-2) = MAP-NOVO(WS-IX-MAP)
                       MOVE WS-IX-MAP-2 TO WS-MAP-ACHADO
                   END-IF
               END-PERFORM
               IF WS-DEP-ACHADO = ZERO AND WS-MAP-ACHADO = ZERO
                   ADD 1 TO WS-QTD-DEPTO-FINAL
               END-IF
           END-PERFORM.

       IMPRIMIR-MAPEAMENTO.
           MOVE "MAPEAMENTO" TO WS-TITULO-SECAO.
           MOVE WS-COLUNAS-MAPA TO WS-COLUNAS-SECAO.
           PERFORM ESCREVER-CABECALHO-REORG.
           PERFORM IMPRIMIR-LINHA-MAPA
               VARYING WS-IX-MAP FROM 1 BY 1
               UNTIL WS-IX-MAP > WS-MAP-QTD.
           IF WS-ERRO-GERAL NOT = SPACES
               MOVE SPACES TO WS-LINHA-ERRO
               MOVE WS-ERRO-GERAL TO ERRO-TEXTO
               MOVE WS-LINHA-ERRO TO RELREORG-LINHA
               WRITE RELREORG-LINHA AFTER ADVANCING 2 LINES
               ADD 2 TO WS-CONTADOR-LINHAS
           END-IF.
           IF NOT MAPA-VALIDO
               MOVE "MAPEAMENTO RECUSADO; NADA FOI ALTERADO."
                   TO RELREORG-LINHA
               WRITE RELREORG-LINHA AFTER ADVANCING 2 LINES
               ADD 2 TO WS-CONTADOR-LINHAS
           END-IF.

       IMPRIMIR-LINHA-MAPA.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM ESCREVER-CABECALHO-REORG
           END-IF.
           MOVE MAP-ANTIGO(WS-IX-MAP) TO MAPA-ANTIGO.
           MOVE MAP-NOVO(WS-IX-MAP) TO MAPA-NOVO.
           MOVE MAP-TIPO(WS-IX-MAP) TO MAPA-TIPO.
           IF MAP-NOME(WS-IX-MAP) = SPACES
               MOVE "(TODOS OS DEMAIS)" TO MAPA-NOME
           ELSE
               MOVE MAP-NOME(WS-IX-MAP) TO MAPA-NOME
           END-IF.
           MOVE WS-LINHA-MAPA TO RELREORG-LINHA.
           WRITE RELREORG-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.
           IF MAP-ERRO(WS-IX-MAP) NOT = SPACES
               MOVE SPACES TO WS-LINHA-ERRO
               MOVE "  *** ERRO:" TO ERRO-ANTIGO
               MOVE MAP-ERRO(WS-IX-MAP) TO ERRO-TEXTO
               MOVE WS-LINHA-ERRO TO RELREORG-LINHA
               WRITE RELREORG-LINHA AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CONTADOR-LINHAS
           END-IF.

      *> Varredura da agenda: cada número tem o seu departamento
      *> contado antes e depois; no modo A o número reorganizado é
      *> regravado e a mudança entra na trilha.
       REORGANIZAR-AGENDA.
           IF MODO-APLICAR
               OPEN I-O AGENDA-FILE
           ELSE
               OPEN INPUT AGENDA-FILE
           END-IF.
           IF WS-AGENDA-STATUS NOT = "00"
               DISPLAY "Erro ao abrir a agenda: " WS-AGENDA-STATUS
           ELSE
               MOVE 'S' TO WS-AGENDA-ABERTA
               IF MODO-APLICAR
                   OPEN EXTEND AUDITORIA-FILE
                   IF WS-AUDITORIA-STATUS = "35"
                       OPEN OUTPUT AUDITORIA-FILE
                       CLOSE AUDITORIA-FILE
                       OPEN EXTEND AUDITORIA-FILE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FIM-AGENDA
               MOVE LOW-VALUES TO TELEFONE-AGENDA
               START AGENDA-FILE KEY IS NOT LESS THAN TELEFONE-AGENDA
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-AGENDA
               END-START
               PERFORM REORGANIZAR-NUMERO
                   UNTIL FIM-AGENDA
               CLOSE AGENDA-FILE
               IF MODO-APLICAR
                   CLOSE AUDITORIA-FILE
               END-IF
           END-IF.

       REORGANIZAR-NUMERO.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-AGENDA
               NOT AT END
                   ADD 1 TO WS-QTD-NUMEROS-LIDOS
                   MOVE DEPARTAMENTO-AGENDA TO WS-DEPTO-ATUAL
                   PERFORM PROCURAR-MAPA-NUMERO
                   IF WS-MAP-ACHADO > ZERO
                       MOVE MAP-NOVO(WS-MAP-ACHADO)
                           TO WS-DEPTO-DESTINO
                       IF MODO-APLICAR
                           PERFORM REGRAVAR-NUMERO
                       ELSE
                           ADD 1 TO MAP-NUMEROS(WS-MAP-ACHADO)
                           ADD 1 TO WS-QTD-NUMEROS-MOVIDOS
                       END-IF
                   ELSE
                       MOVE WS-DEPTO-ATUAL TO WS-DEPTO-DESTINO
                   END-IF
                   PERFORM CONTAR-NUMERO
           END-READ.

      *> A linha da pessoa vale antes da linha geral do departamento.
       PROCURAR-MAPA-NUMERO.
           MOVE ZERO TO WS-MAP-ACHADO.
           IF WS-DEPTO-ATUAL NOT = SPACES
               PERFORM VARYING WS-IX-MAP FROM 1 BY 1
                   UNTIL WS-IX-MAP > WS-MAP-QTD
                   IF MAP-ANTIGO(WS-IX-MAP) = WS-DEPTO-ATUAL
                       AND MAP-NOME(WS-IX-MAP) = NOME-AGENDA
                       MOVE WS-IX-MAP TO WS-MAP-ACHADO
                   END-IF
               END-PERFORM
               IF WS-MAP-ACHADO = ZERO
                   PERFORM VARYING WS-IX-MAP FROM 1 BY 1
                       UNTIL WS-IX-MAP > WS-MAP-QTD
                       IF MAP-ANTIGO(WS-IX-MAP) = WS-DEPTO-ATUAL
                           AND MAP-NOME(WS-IX-MAP) = SPACES
                           MOVE WS-IX-MAP TO WS-MAP-ACHADO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       REGRAVAR-NUMERO.
           MOVE WS-DEPTO-DESTINO TO DEPARTAMENTO-AGENDA.
           REWRITE AGENDA-REGISTRO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-AGENDA-STATUS = "00"
               ADD 1 TO MAP-NUMEROS(WS-MAP-ACHADO)
               ADD 1 TO WS-QTD-NUMEROS-MOVIDOS
               MOVE 'A' TO WS-AUD-ACAO
               MOVE NOME-AGENDA TO WS-AUD-NOME-ANTES
               MOVE TELEFONE-AGENDA TO WS-AUD-TELEFONE-ANTES
               MOVE NOME-AGENDA TO WS-AUD-NOME-DEPOIS
               MOVE TELEFONE-AGENDA TO WS-AUD-TELEFONE-DEPOIS
               PERFORM REGISTRAR-AUDITORIA
           ELSE
               ADD 1 TO WS-QTD-FALHAS
               DISPLAY "Erro ao regravar " TELEFONE-AGENDA ": "
                   WS-AGENDA-STATUS
               MOVE WS-DEPTO-ATUAL TO WS-DEPTO-DESTINO
           END-IF.

       CONTAR-NUMERO.
           MOVE WS-DEPTO-ATUAL TO WS-CNT-PROCURADO.
           PERFORM PROCURAR-CONTAGEM.
           ADD 1 TO CNT-ANTES(WS-CNT-ACHADO).
           MOVE WS-DEPTO-DESTINO TO WS-CNT-PROCURADO.
           PERFORM PROCURAR-CONTAGEM.
           ADD 1 TO CNT-DEPOIS(WS-CNT-ACHADO).

       PROCURAR-CONTAGEM.
           IF WS-CNT-PROCURADO = SPACES
               MOVE "(SEM DEPARTAMENTO)" TO WS-CNT-PROCURADO
           END-IF.
           MOVE ZERO TO WS-CNT-ACHADO.
           PERFORM VARYING WS-IX-CNT FROM 1 BY 1
               UNTIL WS-IX-CNT > WS-CNT-QTD
               IF CNT-NOME(WS-IX-CNT) = WS-CNT-PROCURADO
                   MOVE WS-IX-CNT TO WS-CNT-ACHADO
               END-IF
           END-PERFORM.
           IF WS-CNT-ACHADO = ZERO
               IF WS-CNT-QTD >= 120
                   DISPLAY "Aviso: mais de 120 departamentos"
                       " distintos; excedente somado no último."
                   MOVE WS-CNT-QTD TO WS-CNT-ACHADO
               ELSE
                   ADD 1 TO WS-CNT-QTD
                   MOVE WS-CNT-QTD TO WS-CNT-ACHADO
                   MOVE WS-CNT-PROCURADO TO CNT-NOME(WS-CNT-ACHADO)
                   MOVE ZERO TO CNT-ANTES(WS-CNT-ACHADO)
                   MOVE ZERO TO CNT-DEPOIS(WS-CNT-ACHADO)
                   MOVE 'N' TO CNT-OFICIAL(WS-CNT-ACHADO)
                   MOVE 'N' TO CNT-ORIGEM(WS-CNT-ACHADO)
               END-IF
           END-IF.

      *> Nova DEPTAB: sai todo departamento de origem que ficou sem
      *> números; entra cada destino que ainda não constava, com a
      *> descrição do mapeamento (ou a da origem, numa renomeação).
       GRAVAR-TABELA-DEPTO.
           PERFORM MONTAR-TABELA-FINAL.
           OPEN OUTPUT DEPTAB-FILE.
           IF WS-DEPTAB-STATUS NOT = "00"
               DISPLAY "Erro ao regravar a tabela de departamentos: "
                   WS-DEPTAB-STATUS
           ELSE
               PERFORM VARYING WS-IX-DEP FROM 1 BY 1
                   UNTIL WS-IX-DEP > WS-DEP-QTD
                   MOVE SPACES TO DEPTO-REGISTRO
                   MOVE DEP-TAB-NOME(WS-IX-DEP) TO DEP-NOME
                   MOVE DEP-TAB-DESCRICAO(WS-IX-DEP) TO DEP-DESCRICAO
                   WRITE DEPTO-REGISTRO
               END-PERFORM
               CLOSE DEPTAB-FILE
           END-IF.

       MONTAR-TABELA-FINAL.
           PERFORM INCLUIR-DESTINO-TABELA
               VARYING WS-IX-MAP FROM 1 BY 1
               UNTIL WS-IX-MAP > WS-MAP-QTD.
           PERFORM MARCAR-ORIGEM-CONTAGEM
               VARYING WS-IX-MAP FROM 1 BY 1
               UNTIL WS-IX-MAP > WS-MAP-QTD.
           MOVE 1 TO WS-IX-DEP.
           PERFORM EXCLUIR-ORIGEM-TABELA
               UNTIL WS-IX-DEP > WS-DEP-QTD.

       INCLUIR-DESTINO-TABELA.
           MOVE MAP-NOVO(WS-IX-MAP) TO WS-DEPTO-PROCURADO.
           PERFORM PROCURAR-DEPTO.
           IF WS-DEP-ACHADO = ZERO AND WS-DEP-QTD < 50
               ADD 1 TO WS-DEP-QTD
               ADD 1 TO WS-QTD-DEPTOS-INCLUIDOS
               MOVE MAP-NOVO(WS-IX-MAP) TO DEP-TAB-NOME(WS-DEP-QTD)
               MOVE MAP-DESCRICAO(WS-IX-MAP)
                   TO DEP-TAB-DESCRICAO(WS-DEP-QTD)
               IF MAP-DESCRICAO(WS-IX-MAP) = SPACES
                   MOVE MAP-ANTIGO(WS-IX-MAP) TO WS-DEPTO-PROCURADO
                   PERFORM PROCURAR-DEPTO
                   IF WS-DEP-ACHADO > ZERO
                       MOVE DEP-TAB-DESCRICAO(WS-DEP-ACHADO)
                           TO DEP-TAB-DESCRICAO(WS-DEP-QTD)
                   END-IF
               END-IF
           END-IF.

       MARCAR-ORIGEM-CONTAGEM.
           MOVE MAP-ANTIGO(WS-IX-MAP) TO WS-CNT-PROCURADO.
           PERFORM PROCURAR-CONTAGEM.
           MOVE 'S' TO CNT-ORIGEM(WS-CNT-ACHADO).

       EXCLUIR-ORIGEM-TABELA.
           MOVE DEP-TAB-NOME(WS-IX-DEP) TO WS-CNT-PROCURADO.
           PERFORM PROCURAR-CONTAGEM.
           IF CNT-ORIGEM(WS-CNT-ACHADO) = 'S'
               AND CNT-DEPOIS(WS-CNT-ACHADO) = ZERO
               ADD 1 TO WS-QTD-DEPTOS-REMOVIDOS
               MOVE WS-IX-DEP TO WS-DEP-ACHADO
               PERFORM VARYING WS-IX-DEP FROM WS-DEP-ACHADO BY 1
                   UNTIL WS-IX-DEP >= WS-DEP-QTD
                   MOVE WS-DEP-ENTRADA(WS-IX-DEP + 1)
                       TO WS-DEP-ENTRADA(WS-IX-DEP)
               END-PERFORM
               SUBTRACT 1 FROM WS-DEP-QTD
               MOVE WS-DEP-ACHADO TO WS-IX-DEP
           ELSE
               ADD 1 TO WS-IX-DEP
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

      *> Números por departamento antes e depois da reorganização.
      *> No modo S a coluna TABELA mostra o que a aplicação faria.
       IMPRIMIR-CONTAGEM.
           IF NOT MODO-APLICAR
               PERFORM MARCAR-ORIGEM-CONTAGEM
                   VARYING WS-IX-MAP FROM 1 BY 1
                   UNTIL WS-IX-MAP > WS-MAP-QTD
           END-IF.
           PERFORM VARYING WS-IX-MAP FROM 1 BY 1
               UNTIL WS-IX-MAP > WS-MAP-QTD
               MOVE MAP-NOVO(WS-IX-MAP) TO WS-CNT-PROCURADO
               PERFORM PROCURAR-CONTAGEM
           END-PERFORM.
           MOVE "NÚMEROS POR DEPARTAMENTO" TO WS-TITULO-SECAO.
           MOVE WS-COLUNAS-CONTAGEM TO WS-COLUNAS-SECAO.
           PERFORM ESCREVER-CABECALHO-REORG.
           PERFORM IMPRIMIR-LINHA-CONTAGEM
               VARYING WS-IX-CNT FROM 1 BY 1
               UNTIL WS-IX-CNT > WS-CNT-QTD.
           PERFORM ESCREVER-TOTAIS-REORG.

       IMPRIMIR-LINHA-CONTAGEM.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM ESCREVER-CABECALHO-REORG
           END-IF.
           MOVE CNT-NOME(WS-IX-CNT) TO CONT-NOME.
           MOVE CNT-ANTES(WS-IX-CNT) TO CONT-ANTES.
           MOVE CNT-DEPOIS(WS-IX-CNT) TO CONT-DEPOIS.
           EVALUATE TRUE
               WHEN CNT-ORIGEM(WS-IX-CNT) = 'S'
                   AND CNT-DEPOIS(WS-IX-CNT) = ZERO
                   AND CNT-OFICIAL(WS-IX-CNT) = 'S'
                   MOVE "SAI" TO CONT-SITUACAO
               WHEN CNT-OFICIAL(WS-IX-CNT) = 'S'
                   MOVE "MANTIDO" TO CONT-SITUACAO
               WHEN CNT-NOME(WS-IX-CNT) = "(SEM DEPARTAMENTO)"
                   MOVE SPACES TO CONT-SITUACAO
               WHEN OTHER
                   MOVE ZERO TO WS-MAP-ACHADO
                   PERFORM VARYING WS-IX-MAP FROM 1 BY 1
                       UNTIL WS-IX-MAP > WS-MAP-QTD
                       IF MAP-NOVO(WS-IX-MAP) = CNT-NOME(WS-IX-CNT)
                           MOVE WS-IX-MAP TO WS-MAP-ACHADO
                       END-IF
                   END-PERFORM
                   IF WS-MAP-ACHADO > ZERO
                       MOVE "ENTRA" TO CONT-SITUACAO
                   ELSE
                       MOVE "FORA DA TABELA" TO CONT-SITUACAO
                   END-IF
           END-EVALUATE.
           MOVE WS-LINHA-CONTAGEM TO RELREORG-LINHA.
           WRITE RELREORG-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.

       ESCREVER-CABECALHO-REORG.
           ADD 1 TO WS-PAGINA-REL.
           MOVE WS-PAGINA-REL TO CAB-PAGINA.
           MOVE WS-CABECALHO-1 TO RELREORG-LINHA.
           IF WS-PAGINA-REL > 1
               WRITE RELREORG-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE RELREORG-LINHA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-CABECALHO-REORG TO RELREORG-LINHA.
           WRITE RELREORG-LINHA AFTER ADVANCING 2 LINES.
           MOVE WS-TITULO-SECAO TO RELREORG-LINHA.
           WRITE RELREORG-LINHA AFTER ADVANCING 1 LINE.
           MOVE WS-COLUNAS-SECAO TO RELREORG-LINHA.
           WRITE RELREORG-LINHA AFTER ADVANCING 2 LINES.
           MOVE 6 TO WS-CONTADOR-LINHAS.

       ESCREVER-TOTAIS-REORG.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA - 5
               PERFORM ESCREVER-CABECALHO-REORG
           END-IF.
           MOVE SPACES TO WS-LINHA-TOTAL-REORG.
           MOVE "NÚMEROS LIDOS" TO TOT-REO-ROTULO.
           MOVE WS-QTD-NUMEROS-LIDOS TO TOT-REO-VALOR.
           MOVE WS-LINHA-TOTAL-REORG TO RELREORG-LINHA.
           WRITE RELREORG-LINHA AFTER ADVANCING 2 LINES.
           IF MODO-APLICAR
               MOVE "NÚMEROS TRANSFERIDOS" TO TOT-REO-ROTULO
           ELSE
               MOVE "NÚMEROS A TRANSFERIR" TO TOT-REO-ROTULO
           END-IF.
           MOVE WS-QTD-NUMEROS-MOVIDOS TO TOT-REO-VALOR.
           MOVE WS-LINHA-TOTAL-REORG TO RELREORG-LINHA.
           WRITE RELREORG-LINHA AFTER ADVANCING 1 LINE.
           IF MODO-APLICAR
               MOVE "FALHAS DE REGRAVAÇÃO" TO TOT-REO-ROTULO
               MOVE WS-QTD-FALHAS TO TOT-REO-VALOR
               MOVE WS-LINHA-TOTAL-REORG TO RELREORG-LINHA
               WRITE RELREORG-LINHA AFTER ADVANCING 1 LINE
           END-IF.

       EXIBIR-RESUMO-REORG.
           DISPLAY "=======================================".
           DISPLAY "RESUMO DA REORGANIZAÇÃO - AGENDA-REORG".
           DISPLAY "=======================================".
           DISPLAY "Modo...................: " CAB-MODO.
           DISPLAY "Linhas de mapeamento...: " WS-MAP-QTD.
           DISPLAY "Erros no mapeamento....: " WS-QTD-ERROS-MAPA.
           DISPLAY "Números lidos..........: " WS-QTD-NUMEROS-LIDOS.
           IF MODO-APLICAR
               DISPLAY "Números transferidos...: "
                   WS-QTD-NUMEROS-MOVIDOS
               DISPLAY "Falhas de regravação...: " WS-QTD-FALHAS
               DISPLAY "Departamentos incluídos: "
                   WS-QTD-DEPTOS-INCLUIDOS
               DISPLAY "Departamentos retirados: "
                   WS-QTD-DEPTOS-REMOVIDOS
           ELSE
               DISPLAY "Números a transferir...: "
                   WS-QTD-NUMEROS-MOVIDOS
           END-IF.
           IF NOT MAPA-VALIDO
               DISPLAY "Mapeamento recusado; nada foi alterado."
           END-IF.
