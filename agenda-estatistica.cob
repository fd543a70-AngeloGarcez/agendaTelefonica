       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-ESTATISTICA.

      *> Estatística mensal da agenda. No fechamento do mês (função
      *> F) grava em ESTATIS (layout AGDAEST) a fotografia do
      *> período: pessoas e números por departamento, situação,
      *> e-mail devolvido, tipo de número, UF e região (DDDTAB),
      *> mais as inclusões, alterações e exclusões do mês lidas da
      *> trilha AUDITORIA.LOG e do arquivo morto AUDARQ.AAAAMM do
      *> período, se o corte já passou. A fotografia conta a agenda
      *> como está hoje, por isso F só aceita o mês anterior ou o
      *> corrente. Uma nova fotografia do mesmo período substitui
      *> a anterior. Em seguida (ou sozinho, na função T)
      *> imprime em RELEST a tendência dos 12 períodos até o
      *> informado, lado a lado, com a variação de um mês para o
      *> outro; departamento cuja variação passa do limite do SYSIN
      *> é marcado como variação atípica.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA-FILE ASSIGN TO AGENDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELEFONE-AGENDA
               ALTERNATE RECORD KEY IS NOME-AGENDA WITH DUPLICATES
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT ESTATIS-FILE ASSIGN TO ESTATIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WS-ESTATIS-STATUS.

           SELECT DDDTAB-FILE ASSIGN TO DDDTAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DDD-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT ARQMORTO-FILE ASSIGN TO DYNAMIC WS-NOME-ARQMORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQMORTO-STATUS.

           SELECT RELEST-FILE ASSIGN TO RELEST
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

       FD  ESTATIS-FILE.
       01  ESTATIS-REGISTRO.
           COPY AGDAEST.

       FD  DDDTAB-FILE.
       01  DDD-REGISTRO.
           COPY AGDADDD.

       FD  AUDITORIA-FILE.
       01  AUDITORIA-REGISTRO              PIC X(132).

       FD  ARQMORTO-FILE.
       01  ARQMORTO-REGISTRO               PIC X(132).

      *> Doze colunas de período não cabem em 80 posições: a
      *> tendência sai em formulário de 132 colunas.
       FD  RELEST-FILE
           LINAGE IS 20 LINES WITH FOOTING AT 18.
       01  RELEST-LINHA                    PIC X(132).

       FD  EXECUCAO-FILE.
       01  EXECUCAO-REGISTRO.
           COPY AGDAEXE.

       WORKING-STORAGE SECTION.
       01  WS-EXECUCAO-STATUS           PIC X(2).
       01  WS-EXEC-PROGRAMA             PIC X(8) VALUE "AGDAEST".
       01  WS-EXEC-INICIO               PIC X(14).
       01  WS-EXEC-BLOQUEADO            PIC X(1) VALUE 'N'.
           88  EXECUCAO-BLOQUEADA       VALUE 'S'.
       01  WS-FIM-EXECUCAO              PIC X(1).
           88  FIM-EXECUCAO             VALUE 'S'.
       01  WS-DATA-HORA-EXEC            PIC X(21).

       01  WS-AGENDA-STATUS             PIC X(2).
       01  WS-ESTATIS-STATUS            PIC X(2).
       01  WS-DDD-STATUS                PIC X(2).
       01  WS-AUDITORIA-STATUS          PIC X(2).
       01  WS-ARQMORTO-STATUS           PIC X(2).

      *> Registro de auditoria (trilha viva ou arquivo morto) em
      *> contagem.
       01  WS-REGISTRO-AUD.
           COPY AGDAAUD.
       01  WS-NOME-ARQMORTO             PIC X(14).
       01  WS-MOVIMENTO-LIDO            PIC X(1).
           88  MOVIMENTO-LIDO           VALUE 'S'.

       01  WS-DATA-HORA-ATUAL           PIC X(21).
       01  WS-DATA-HOJE                 PIC X(8).

      *> Parâmetros do SYSIN: função, período e limite.
       01  WS-FUNCAO                    PIC X(1).
           88  FUNCAO-TENDENCIA         VALUE 'T'.
       01  WS-PERIODO                   PIC X(6).
       01  WS-PERIODO-NUM REDEFINES WS-PERIODO.
           05  WS-PER-ANO               PIC 9(4).
           05  WS-PER-MES               PIC 9(2).
      *> Mês anterior ao corrente: período mais antigo aceito para
      *> a fotografia.
       01  WS-PERIODO-MINIMO            PIC X(6).
       01  WS-PERIODO-MINIMO-NUM REDEFINES WS-PERIODO-MINIMO.
           05  WS-MIN-ANO               PIC 9(4).
           05  WS-MIN-MES               PIC 9(2).
       01  WS-LIMITE-TEXTO              PIC X(3).
       01  WS-LIMITE-AJUSTADO           PIC X(3) JUSTIFIED RIGHT.
       01  WS-LIMITE-VARIACAO           PIC 9(3) VALUE 20.
       01  WS-VARIACAO-MINIMA           PIC 9(3) VALUE 3.
       01  WS-PARAMETRO-VALIDO          PIC X(1) VALUE 'N'.
           88  PARAMETRO-VALIDO         VALUE 'S'.
       01  WS-ESTATIS-ABERTO            PIC X(1) VALUE 'N'.
           88  ESTATIS-ABERTO           VALUE 'S'.

       01  WS-FIM-AGENDA                PIC X(1) VALUE 'N'.
           88  FIM-AGENDA               VALUE 'S'.
       01  WS-FIM-AUDITORIA             PIC X(1) VALUE 'N'.
           88  FIM-AUDITORIA            VALUE 'S'.
       01  WS-FIM-ARQMORTO              PIC X(1) VALUE 'N'.
           88  FIM-ARQMORTO             VALUE 'S'.
       01  WS-FIM-ESTATIS               PIC X(1) VALUE 'N'.
           88  FIM-ESTATIS              VALUE 'S'.

      *> Códigos DDD oficiais carregados de DDDTAB.
       01  WS-FIM-DDD                   PIC X(1) VALUE 'N'.
           88  FIM-DDD                  VALUE 'S'.
       01  WS-DDD-PROCURADO             PIC X(2).
       01  WS-IX-DDD                    PIC 9(3).
       01  WS-DDD-ACHADO                PIC 9(3).
       01  WS-TABELA-DDD.
           05  WS-DDD-QTD               PIC 9(3) VALUE ZERO.
           05  WS-DDD-ENTRADA OCCURS 100 TIMES.
               10  DDD-TAB-CODIGO       PIC X(2).
               10  DDD-TAB-UF           PIC X(2).
               10  DDD-TAB-REGIAO       PIC X(20).

      *> Acumuladores da fotografia: um por categoria e item.
       01  WS-TABELA-ACUMULO.
           05  WS-ACU-QTD               PIC 9(3) VALUE ZERO.
           05  WS-ACU-ENTRADA OCCURS 300 TIMES.
               10  ACU-CATEGORIA        PIC X(1).
               10  ACU-ITEM             PIC X(20).
               10  ACU-PESSOAS          PIC 9(7).
               10  ACU-NUMEROS          PIC 9(7).
       01  WS-IX-ACU                    PIC 9(3).
       01  WS-ACU-ACHADO                PIC 9(3).
       01  WS-ACU-CATEGORIA             PIC X(1).
       01  WS-ACU-ITEM                  PIC X(20).
       01  WS-ACU-PESSOA-NOVA           PIC 9(1).
       01  WS-NOME-ANTERIOR             PIC X(30).

       01  WS-QTD-NUMEROS-LIDOS         PIC 9(7) VALUE ZERO.
       01  WS-QTD-PESSOAS-LIDAS         PIC 9(7) VALUE ZERO.
       01  WS-QTD-AUDITORIA-MES         PIC 9(7) VALUE ZERO.
       01  WS-QTD-GRAVADOS              PIC 9(7) VALUE ZERO.
       01  WS-QTD-SUBSTITUIDOS          PIC 9(7) VALUE ZERO.
       01  WS-CHAVE-SALVA               PIC X(27).

      *> Tendência: os 12 períodos até o informado.
       01  WS-MESES-CORRIDOS            PIC 9(6).
       01  WS-COL-ANO                   PIC 9(4).
       01  WS-COL-MES                   PIC 9(2).
       01  WS-TABELA-PERIODOS.
           05  WS-PER-COLUNA OCCURS 12 TIMES.
               10  PER-CODIGO           PIC X(6).
               10  PER-PRESENTE         PIC X(1).
       01  WS-IX-PER                    PIC 9(2).
       01  WS-IX-COL                    PIC 9(2).
       01  WS-QTD-PERIODOS-PRESENTES    PIC 9(2) VALUE ZERO.

       01  WS-TABELA-TENDENCIA.
           05  WS-TEN-QTD               PIC 9(3) VALUE ZERO.
           05  WS-TEN-ENTRADA OCCURS 150 TIMES.
               10  TEN-ITEM             PIC X(20).
               10  TEN-VALOR OCCURS 12 TIMES PIC 9(7).
       01  WS-IX-TEN                    PIC 9(3).
       01  WS-TEN-ACHADO                PIC 9(3).
       01  WS-TEN-ITEM                  PIC X(20).
       01  WS-TEN-VALOR                 PIC 9(7).
       01  WS-CATEGORIA-TENDENCIA       PIC X(1).
           88  CATEGORIA-DEPARTAMENTO   VALUE 'D'.
       01  WS-VARIACAO                  PIC S9(7).
       01  WS-VARIACAO-ABSOLUTA         PIC 9(7).
       01  WS-ITEM-ATIPICO              PIC X(1).
           88  ITEM-ATIPICO             VALUE 'S'.
       01  WS-QTD-DEPTOS-ATIPICOS       PIC 9(7) VALUE ZERO.

       01  WS-LINHAS-POR-PAGINA         PIC 9(2) VALUE 20.
       01  WS-CONTADOR-LINHAS           PIC 9(2) VALUE ZERO.
       01  WS-PAGINA-REL                PIC 9(4) VALUE ZERO.

       01  WS-CABECALHO-1.
           05  FILLER                   PIC X(20)
               VALUE "AGENDA TELEFÔNICA".
           05  FILLER                   PIC X(92) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "PAGINA: ".
           05  CAB-PAGINA               PIC ZZZ9.

       01  WS-CABECALHO-EST.
           05  FILLER                   PIC X(43)
               VALUE "ESTATÍSTICA DA AGENDA - TENDÊNCIA ATÉ ".
           05  CAB-EST-MES              PIC X(2).
           05  FILLER                   PIC X(1) VALUE "/".
           05  CAB-EST-ANO              PIC X(4).
           05  FILLER                   PIC X(24)
               VALUE " - VARIAÇÃO ATÍPICA: ".
           05  CAB-EST-LIMITE           PIC ZZ9.
           05  FILLER                   PIC X(1) VALUE "%".

       01  WS-TITULO-SECAO              PIC X(40).

       01  WS-LINHA-TENDENCIA.
           05  LIN-ROTULO               PIC X(20).
           05  LIN-CELULA OCCURS 12 TIMES PIC X(9).
           05  LIN-MARCA                PIC X(4).
       01  WS-EDITA-VALOR               PIC Z(7)9.
       01  WS-EDITA-VARIACAO            PIC +(7)9.

       01  WS-LINHA-TOTAL-EST.
           05  TOT-EST-ROTULO           PIC X(32).
           05  TOT-EST-VALOR            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-ESTATISTICA.
           PERFORM LER-PARAMETROS-ESTATISTICA.
           IF PARAMETRO-VALIDO
               PERFORM INICIAR-CONTROLE-EXECUCAO
               IF NOT EXECUCAO-BLOQUEADA
                   IF FUNCAO-TENDENCIA
                       OPEN INPUT ESTATIS-FILE
                   ELSE
                       OPEN I-O ESTATIS-FILE
                       IF WS-ESTATIS-STATUS = "35"
                           OPEN OUTPUT ESTATIS-FILE
                           CLOSE ESTATIS-FILE
                           OPEN I-O ESTATIS-FILE
                       END-IF
                   END-IF
                   IF WS-ESTATIS-STATUS NOT = "00"
                       DISPLAY "Erro ao abrir o histórico de"
                           " estatísticas: " WS-ESTATIS-STATUS
                   ELSE
                       MOVE 'S' TO WS-ESTATIS-ABERTO
                       IF NOT FUNCAO-TENDENCIA
                           PERFORM TIRAR-FOTOGRAFIA
                       END-IF
                       PERFORM IMPRIMIR-TENDENCIA
                       CLOSE ESTATIS-FILE
                   END-IF
                   PERFORM EXIBIR-RESUMO-ESTATISTICA
                   PERFORM ENCERRAR-CONTROLE-EXECUCAO
               END-IF
           END-IF.
           STOP RUN.

       LER-PARAMETROS-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE(1:6) TO WS-PERIODO-MINIMO.
           IF WS-MIN-MES = 1
               SUBTRACT 1 FROM WS-MIN-ANO
               MOVE 12 TO WS-MIN-MES
           ELSE
               SUBTRACT 1 FROM WS-MIN-MES
           END-IF.
           DISPLAY "Função (F=fotografia e tendência,"
               " T=só tendência): ".
           ACCEPT WS-FUNCAO.
           MOVE FUNCTION UPPER-CASE(WS-FUNCAO) TO WS-FUNCAO.
           IF NOT FUNCAO-TENDENCIA
               MOVE 'F' TO WS-FUNCAO
           END-IF.
           DISPLAY "Período (AAAAMM, branco = mês anterior): ".
           ACCEPT WS-PERIODO.
           IF WS-PERIODO = SPACES
               MOVE WS-PERIODO-MINIMO TO WS-PERIODO
           END-IF.
           DISPLAY "Limite de variação atípica (%, branco = 20): ".
           ACCEPT WS-LIMITE-TEXTO.
           MOVE FUNCTION TRIM(WS-LIMITE-TEXTO) TO WS-LIMITE-AJUSTADO.
           IF WS-LIMITE-AJUSTADO = SPACES
               MOVE "020" TO WS-LIMITE-AJUSTADO
           ELSE
               INSPECT WS-LIMITE-AJUSTADO
                   REPLACING LEADING " " BY "0"
           END-IF.
           IF WS-PERIODO NOT NUMERIC
               DISPLAY "Período inválido: " WS-PERIODO
           ELSE IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Período inválido: " WS-PERIODO
           ELSE IF NOT FUNCAO-TENDENCIA
               AND (WS-PERIODO < WS-PERIODO-MINIMO
                   OR WS-PERIODO > WS-DATA-HOJE(1:6))
               DISPLAY "Fotografia só do mês anterior ou do"
                   " corrente: " WS-PERIODO
           ELSE IF WS-LIMITE-AJUSTADO NOT NUMERIC
               DISPLAY "Limite de variação inválido: "
                   WS-LIMITE-TEXTO
           ELSE
               MOVE WS-LIMITE-AJUSTADO TO WS-LIMITE-VARIACAO
               IF WS-LIMITE-VARIACAO = ZERO
                   DISPLAY "Limite de variação inválido: "
                       WS-LIMITE-TEXTO
               ELSE
                   MOVE 'S' TO WS-PARAMETRO-VALIDO
                   PERFORM CALCULAR-PERIODOS
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *> A coluna 12 é o período informado; a 1, onze meses antes.
       CALCULAR-PERIODOS.
           PERFORM VARYING WS-IX-PER FROM 1 BY 1
               UNTIL WS-IX-PER > 12
               COMPUTE WS-MESES-CORRIDOS = WS-PER-ANO * 12
                   + WS-PER-MES - 1 - (12 - WS-IX-PER)
               DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-COL-ANO
                   REMAINDER WS-COL-MES
               ADD 1 TO WS-COL-MES
               MOVE WS-COL-ANO TO PER-CODIGO(WS-IX-PER)(1:4)
               MOVE WS-COL-MES TO PER-CODIGO(WS-IX-PER)(5:2)
               MOVE 'N' TO PER-PRESENTE(WS-IX-PER)
           END-PERFORM.

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
                   MOVE WS-QTD-GRAVADOS TO EXE-QTD-APLICADOS
                   REWRITE EXECUCAO-REGISTRO
           END-READ.
           CLOSE EXECUCAO-FILE.

      *> Fotografia do período: contagens da agenda como está no
      *> momento da execução e o movimento do mês na trilha.
       TIRAR-FOTOGRAFIA.
           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
               DISPLAY "Erro ao abrir a agenda: " WS-AGENDA-STATUS
                   "; fotografia não gravada."
           ELSE
               PERFORM CARREGAR-TABELA-DDD
               PERFORM INICIAR-ACUMULADORES
               PERFORM CONTAR-AGENDA
               CLOSE AGENDA-FILE
               PERFORM CONTAR-MOVIMENTO-MES
               PERFORM EXCLUIR-FOTOGRAFIA-ANTERIOR
               PERFORM GRAVAR-FOTOGRAFIA
           END-IF.

       CARREGAR-TABELA-DDD.
           OPEN INPUT DDDTAB-FILE.
           IF WS-DDD-STATUS NOT = "00"
               DISPLAY "Tabela DDD indisponível ("
                   WS-DDD-STATUS "); UF e região sem contagem."
           ELSE
               MOVE 'N' TO WS-FIM-DDD
               PERFORM LER-REGISTRO-DDD
               PERFORM GUARDAR-REGISTRO-DDD
                   UNTIL FIM-DDD
               CLOSE DDDTAB-FILE
           END-IF.

       LER-REGISTRO-DDD.
           READ DDDTAB-FILE
               AT END
                   MOVE 'S' TO WS-FIM-DDD
           END-READ.

       GUARDAR-REGISTRO-DDD.
           IF WS-DDD-QTD >= 100
               DISPLAY "Tabela DDD excede 100 códigos;"
                   " excedente ignorado."
               MOVE 'S' TO WS-FIM-DDD
           ELSE
               ADD 1 TO WS-DDD-QTD
               MOVE DDD-CODIGO TO DDD-TAB-CODIGO(WS-DDD-QTD)
               MOVE DDD-UF TO DDD-TAB-UF(WS-DDD-QTD)
               MOVE DDD-REGIAO TO DDD-TAB-REGIAO(WS-DDD-QTD)
               PERFORM LER-REGISTRO-DDD
           END-IF.

       PROCURAR-DDD.
           MOVE ZERO TO WS-DDD-ACHADO.
           PERFORM VARYING WS-IX-DDD FROM 1 BY 1
               UNTIL WS-IX-DDD > WS-DDD-QTD
               IF DDD-TAB-CODIGO(WS-IX-DDD) = WS-DDD-PROCURADO
                   MOVE WS-IX-DDD TO WS-DDD-ACHADO
               END-IF
           END-PERFORM.

      *> Totais e movimento existem em toda fotografia, mesmo zerados,
      *> para que o período apareça na tendência.
       INICIAR-ACUMULADORES.
           MOVE ZERO TO WS-ACU-QTD.
           MOVE ZERO TO WS-ACU-PESSOA-NOVA.
           MOVE 'G' TO WS-ACU-CATEGORIA.
           MOVE "AGENDA" TO WS-ACU-ITEM.
           PERFORM PROCURAR-ACUMULADOR.
           MOVE 'M' TO WS-ACU-CATEGORIA.
           MOVE "INCLUSÕES" TO WS-ACU-ITEM.
           PERFORM PROCURAR-ACUMULADOR.
           MOVE "ALTERAÇÕES" TO WS-ACU-ITEM.
           PERFORM PROCURAR-ACUMULADOR.
           MOVE "EXCLUSÕES" TO WS-ACU-ITEM.
           PERFORM PROCURAR-ACUMULADOR.

      *> Pela chave alternada NOME-AGENDA os números de uma pessoa
      *> vêm juntos: a pessoa conta uma vez, no primeiro número.
       CONTAR-AGENDA.
           MOVE 'N' TO WS-FIM-AGENDA.
           MOVE LOW-VALUES TO WS-NOME-ANTERIOR.
           MOVE LOW-VALUES TO NOME-AGENDA.
           START AGENDA-FILE KEY IS NOT LESS THAN NOME-AGENDA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-AGENDA
           END-START.
           PERFORM CONTAR-NUMERO-AGENDA
               UNTIL FIM-AGENDA.

       CONTAR-NUMERO-AGENDA.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-AGENDA
               NOT AT END
                   ADD 1 TO WS-QTD-NUMEROS-LIDOS
                   IF NOME-AGENDA NOT = WS-NOME-ANTERIOR
                       MOVE NOME-AGENDA TO WS-NOME-ANTERIOR
                       MOVE 1 TO WS-ACU-PESSOA-NOVA
                       ADD 1 TO WS-QTD-PESSOAS-LIDAS
                   ELSE
                       MOVE ZERO TO WS-ACU-PESSOA-NOVA
                   END-IF
                   PERFORM ACUMULAR-CAMPOS-PESSOA
                   PERFORM ACUMULAR-CAMPOS-NUMERO
           END-READ.

       ACUMULAR-CAMPOS-PESSOA.
           MOVE 'G' TO WS-ACU-CATEGORIA.
           MOVE "AGENDA" TO WS-ACU-ITEM.
           PERFORM ACUMULAR-ITEM.
           MOVE 'D' TO WS-ACU-CATEGORIA.
           IF DEPARTAMENTO-AGENDA = SPACES
               MOVE "(SEM DEPARTAMENTO)" TO WS-ACU-ITEM
           ELSE
               MOVE DEPARTAMENTO-AGENDA TO WS-ACU-ITEM
           END-IF.
           PERFORM ACUMULAR-ITEM.
           MOVE 'S' TO WS-ACU-CATEGORIA.
           EVALUATE TRUE
               WHEN CONTATO-ATIVO
                   MOVE "ATIVO" TO WS-ACU-ITEM
               WHEN CONTATO-INATIVO
                   MOVE "INATIVO" TO WS-ACU-ITEM
               WHEN OTHER
                   MOVE "OUTRA" TO WS-ACU-ITEM
           END-EVALUATE.
           PERFORM ACUMULAR-ITEM.
           IF CONTATO-INATIVO
               AND DATA-SITUACAO-AGENDA(1:6) = WS-PERIODO
               MOVE "INATIVADO NO MÊS" TO WS-ACU-ITEM
               PERFORM ACUMULAR-ITEM
           END-IF.
           MOVE 'E' TO WS-ACU-CATEGORIA.
           IF EMAIL-AGENDA NOT = SPACES
               MOVE "COM E-MAIL" TO WS-ACU-ITEM
               PERFORM ACUMULAR-ITEM
               IF EMAIL-DEVOLVIDO
                   MOVE "E-MAIL DEVOLVIDO" TO WS-ACU-ITEM
                   PERFORM ACUMULAR-ITEM
               END-IF
           END-IF.

      *> Tipo, UF e região são do número: só a contagem de números.
       ACUMULAR-CAMPOS-NUMERO.
           MOVE ZERO TO WS-ACU-PESSOA-NOVA.
           MOVE 'T' TO WS-ACU-CATEGORIA.
           EVALUATE TRUE
               WHEN TIPO-FIXO
                   MOVE "FIXO" TO WS-ACU-ITEM
               WHEN TIPO-CELULAR
                   MOVE "CELULAR" TO WS-ACU-ITEM
               WHEN TIPO-RAMAL
                   MOVE "RAMAL" TO WS-ACU-ITEM
               WHEN OTHER
                   MOVE "OUTRO" TO WS-ACU-ITEM
           END-EVALUATE.
           PERFORM ACUMULAR-ITEM.
           IF WS-DDD-QTD > ZERO
               MOVE TELEFONE-AGENDA(1:2) TO WS-DDD-PROCURADO
               PERFORM PROCURAR-DDD
               MOVE 'U' TO WS-ACU-CATEGORIA
               IF WS-DDD-ACHADO = ZERO
                   MOVE "DDD DESCONHECIDO" TO WS-ACU-ITEM
               ELSE
                   MOVE DDD-TAB-UF(WS-DDD-ACHADO) TO WS-ACU-ITEM
               END-IF
               PERFORM ACUMULAR-ITEM
               MOVE 'R' TO WS-ACU-CATEGORIA
               IF WS-DDD-ACHADO = ZERO
                   MOVE "DDD DESCONHECIDO" TO WS-ACU-ITEM
               ELSE
                   MOVE DDD-TAB-REGIAO(WS-DDD-ACHADO) TO WS-ACU-ITEM
               END-IF
               PERFORM ACUMULAR-ITEM
           END-IF.

       ACUMULAR-ITEM.
           PERFORM PROCURAR-ACUMULADOR.
           ADD WS-ACU-PESSOA-NOVA TO ACU-PESSOAS(WS-ACU-ACHADO).
           ADD 1 TO ACU-NUMEROS(WS-ACU-ACHADO).

       PROCURAR-ACUMULADOR.
           MOVE ZERO TO WS-ACU-ACHADO.
           PERFORM VARYING WS-IX-ACU FROM 1 BY 1
               UNTIL WS-IX-ACU > WS-ACU-QTD
               IF ACU-CATEGORIA(WS-IX-ACU) = WS-ACU-CATEGORIA
                   AND ACU-ITEM(WS-IX-ACU) = WS-ACU-ITEM
                   MOVE WS-IX-ACU TO WS-ACU-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACU-ACHADO = ZERO
               IF WS-ACU-QTD >= 300
                   DISPLAY "Aviso: mais de 300 itens na fotografia;"
                       " excedente somado no último."
                   MOVE WS-ACU-QTD TO WS-ACU-ACHADO
               ELSE
                   ADD 1 TO WS-ACU-QTD
                   MOVE WS-ACU-QTD TO WS-ACU-ACHADO
                   MOVE WS-ACU-CATEGORIA
                       TO ACU-CATEGORIA(WS-ACU-ACHADO)
                   MOVE WS-ACU-ITEM TO ACU-ITEM(WS-ACU-ACHADO)
                   MOVE ZERO TO ACU-PESSOAS(WS-ACU-ACHADO)
                   MOVE ZERO TO ACU-NUMEROS(WS-ACU-ACHADO)
               END-IF
           END-IF.

      *> Movimento do mês: as mesmas ações que o AGENDA-DELTA leva
      *> adiante (I, A e E); as demais ações da trilha ficam fora.
      *> O corte mensal do AGENDA-AUDITORIA tira da trilha viva os
      *> períodos encerrados; o arquivo morto do período, se
      *> existir, é lido também, para a fotografia tirada depois do
      *> corte não gravar o movimento zerado.
       CONTAR-MOVIMENTO-MES.
           MOVE 'M' TO WS-ACU-CATEGORIA.
           MOVE ZERO TO WS-ACU-PESSOA-NOVA.
           MOVE 'N' TO WS-MOVIMENTO-LIDO.
           OPEN INPUT AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "Trilha de auditoria indisponível ("
                   WS-AUDITORIA-STATUS ")."
           ELSE
               MOVE 'S' TO WS-MOVIMENTO-LIDO
               MOVE 'N' TO WS-FIM-AUDITORIA
               PERFORM CONTAR-REGISTRO-TRILHA
                   UNTIL FIM-AUDITORIA
               CLOSE AUDITORIA-FILE
           END-IF.

           MOVE SPACES TO WS-NOME-ARQMORTO.
           STRING "AUDARQ." DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               INTO WS-NOME-ARQMORTO.
           OPEN INPUT ARQMORTO-FILE.
           IF WS-ARQMORTO-STATUS = "00"
               MOVE 'S' TO WS-MOVIMENTO-LIDO
               MOVE 'N' TO WS-FIM-ARQMORTO
               PERFORM CONTAR-REGISTRO-ARQMORTO
                   UNTIL FIM-ARQMORTO
               CLOSE ARQMORTO-FILE
           END-IF.

           IF NOT MOVIMENTO-LIDO
               DISPLAY "Movimento do mês indisponível;"
                   " movimento zerado."
           END-IF.

       CONTAR-REGISTRO-TRILHA.
           READ AUDITORIA-FILE INTO WS-REGISTRO-AUD
               AT END
                   MOVE 'S' TO WS-FIM-AUDITORIA
               NOT AT END
                   PERFORM CONTAR-MOVIMENTO-REGISTRO
           END-READ.

       CONTAR-REGISTRO-ARQMORTO.
           READ ARQMORTO-FILE INTO WS-REGISTRO-AUD
               AT END
                   MOVE 'S' TO WS-FIM-ARQMORTO
               NOT AT END
                   PERFORM CONTAR-MOVIMENTO-REGISTRO
           END-READ.

       CONTAR-MOVIMENTO-REGISTRO.
           IF AUD-DATA-HORA(1:6) = WS-PERIODO
               EVALUATE AUD-ACAO
                   WHEN 'I'
                       MOVE "INCLUSÕES" TO WS-ACU-ITEM
                       PERFORM ACUMULAR-ITEM
                       ADD 1 TO WS-QTD-AUDITORIA-MES
                   WHEN 'A'
                       MOVE "ALTERAÇÕES" TO WS-ACU-ITEM
                       PERFORM ACUMULAR-ITEM
                       ADD 1 TO WS-QTD-AUDITORIA-MES
                   WHEN 'E'
                       MOVE "EXCLUSÕES" TO WS-ACU-ITEM
                       PERFORM ACUMULAR-ITEM
                       ADD 1 TO WS-QTD-AUDITORIA-MES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> Reexecução do mesmo período: a fotografia anterior sai por
      *> inteiro antes da nova, para não sobrar item que sumiu.
       EXCLUIR-FOTOGRAFIA-ANTERIOR.
           MOVE 'N' TO WS-FIM-ESTATIS.
           MOVE LOW-VALUES TO EST-CHAVE.
           MOVE WS-PERIODO TO EST-PERIODO.
           START ESTATIS-FILE KEY IS NOT LESS THAN EST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ESTATIS
           END-START.
           PERFORM EXCLUIR-REGISTRO-ANTERIOR
               UNTIL FIM-ESTATIS.

       EXCLUIR-REGISTRO-ANTERIOR.
           READ ESTATIS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ESTATIS
               NOT AT END
                   IF EST-PERIODO NOT = WS-PERIODO
                       MOVE 'S' TO WS-FIM-ESTATIS
                   ELSE
                       MOVE EST-CHAVE TO WS-CHAVE-SALVA
                       DELETE ESTATIS-FILE RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-SUBSTITUIDOS
                       END-DELETE
                       MOVE WS-CHAVE-SALVA TO EST-CHAVE
                       START ESTATIS-FILE
                           KEY IS GREATER THAN EST-CHAVE
                           INVALID KEY
                               MOVE 'S' TO WS-FIM-ESTATIS
                       END-START
                   END-IF
           END-READ.

       GRAVAR-FOTOGRAFIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           PERFORM GRAVAR-ITEM-FOTOGRAFIA
               VARYING WS-IX-ACU FROM 1 BY 1
               UNTIL WS-IX-ACU > WS-ACU-QTD.

       GRAVAR-ITEM-FOTOGRAFIA.
           MOVE WS-PERIODO TO EST-PERIODO.
           MOVE ACU-CATEGORIA(WS-IX-ACU) TO EST-CATEGORIA.
           MOVE ACU-ITEM(WS-IX-ACU) TO EST-ITEM.
           MOVE ACU-PESSOAS(WS-IX-ACU) TO EST-PESSOAS.
           MOVE ACU-NUMEROS(WS-IX-ACU) TO EST-NUMEROS.
           MOVE WS-DATA-HORA-ATUAL(1:14) TO EST-DATA-HORA.
           WRITE ESTATIS-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao gravar a estatística "
                       EST-CATEGORIA " " EST-ITEM ": "
                       WS-ESTATIS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.

      *> Tendência: uma seção por categoria, cada item com a linha
      *> dos valores e a da variação sobre o mês anterior.
       IMPRIMIR-TENDENCIA.
           PERFORM VERIFICAR-PERIODO-PRESENTE
               VARYING WS-IX-PER FROM 1 BY 1
               UNTIL WS-IX-PER > 12.
           OPEN OUTPUT RELEST-FILE.
           MOVE WS-LINHAS-POR-PAGINA TO WS-CONTADOR-LINHAS.
           MOVE WS-PERIODO(5:2) TO CAB-EST-MES.
           MOVE WS-PERIODO(1:4) TO CAB-EST-ANO.
           MOVE WS-LIMITE-VARIACAO TO CAB-EST-LIMITE.
           IF WS-QTD-PERIODOS-PRESENTES = ZERO
               PERFORM ESCREVER-CABECALHO-EST
               MOVE "Nenhuma fotografia nos 12 períodos."
                   TO RELEST-LINHA
               WRITE RELEST-LINHA AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'G' TO WS-CATEGORIA-TENDENCIA
               MOVE "TOTAIS DA AGENDA" TO WS-TITULO-SECAO
               PERFORM IMPRIMIR-SECAO-TENDENCIA
               MOVE 'M' TO WS-CATEGORIA-TENDENCIA
               MOVE "MOVIMENTO DO MÊS (TRILHA)" TO WS-TITULO-SECAO
               PERFORM IMPRIMIR-SECAO-TENDENCIA
               MOVE 'D' TO WS-CATEGORIA-TENDENCIA
               MOVE "PESSOAS POR DEPARTAMENTO" TO WS-TITULO-SECAO
               PERFORM IMPRIMIR-SECAO-TENDENCIA
               MOVE 'S' TO WS-CATEGORIA-TENDENCIA
               MOVE "PESSOAS POR SITUAÇÃO" TO WS-TITULO-SECAO
               PERFORM IMPRIMIR-SECAO-TENDENCIA
               MOVE 'E' TO WS-CATEGORIA-TENDENCIA
               MOVE "PESSOAS POR E-MAIL" TO WS-TITULO-SECAO
               PERFORM IMPRIMIR-SECAO-TENDENCIA
               MOVE 'T' TO WS-CATEGORIA-TENDENCIA
               MOVE "NÚMEROS POR TIPO" TO WS-TITULO-SECAO
               PERFORM IMPRIMIR-SECAO-TENDENCIA
               MOVE 'U' TO WS-CATEGORIA-TENDENCIA
               MOVE "NÚMEROS POR UF" TO WS-TITULO-SECAO
               PERFORM IMPRIMIR-SECAO-TENDENCIA
               MOVE 'R' TO WS-CATEGORIA-TENDENCIA
               MOVE "NÚMEROS POR REGIÃO" TO WS-TITULO-SECAO
               PERFORM IMPRIMIR-SECAO-TENDENCIA
               PERFORM ESCREVER-TOTAIS-ESTATISTICA
           END-IF.
           CLOSE RELEST-FILE.

      *> O período tem fotografia quando o item de totais existe.
       VERIFICAR-PERIODO-PRESENTE.
           MOVE PER-CODIGO(WS-IX-PER) TO EST-PERIODO.
           MOVE 'G' TO EST-CATEGORIA.
           MOVE "AGENDA" TO EST-ITEM.
           READ ESTATIS-FILE
               INVALID KEY
                   MOVE 'N' TO PER-PRESENTE(WS-IX-PER)
               NOT INVALID KEY
                   MOVE 'S' TO PER-PRESENTE(WS-IX-PER)
                   ADD 1 TO WS-QTD-PERIODOS-PRESENTES
           END-READ.

       IMPRIMIR-SECAO-TENDENCIA.
           MOVE ZERO TO WS-TEN-QTD.
           PERFORM CARREGAR-PERIODO-TENDENCIA
               VARYING WS-IX-PER FROM 1 BY 1
               UNTIL WS-IX-PER > 12.
           IF WS-TEN-QTD > ZERO
               IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA - 4
                   PERFORM ESCREVER-CABECALHO-EST
               END-IF
               MOVE WS-TITULO-SECAO TO RELEST-LINHA
               WRITE RELEST-LINHA AFTER ADVANCING 2 LINES
               ADD 2 TO WS-CONTADOR-LINHAS
               PERFORM IMPRIMIR-ITEM-TENDENCIA
                   VARYING WS-IX-TEN FROM 1 BY 1
                   UNTIL WS-IX-TEN > WS-TEN-QTD
           END-IF.

       CARREGAR-PERIODO-TENDENCIA.
           IF PER-PRESENTE(WS-IX-PER) = 'S'
               MOVE 'N' TO WS-FIM-ESTATIS
               MOVE LOW-VALUES TO EST-CHAVE
               MOVE PER-CODIGO(WS-IX-PER) TO EST-PERIODO
               MOVE WS-CATEGORIA-TENDENCIA TO EST-CATEGORIA
               START ESTATIS-FILE KEY IS NOT LESS THAN EST-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-ESTATIS
               END-START
               PERFORM CARREGAR-ITEM-TENDENCIA
                   UNTIL FIM-ESTATIS
           END-IF.

      *> Nos totais a mesma linha da fotografia vira duas na
      *> tendência: pessoas e números.
       CARREGAR-ITEM-TENDENCIA.
           READ ESTATIS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ESTATIS
               NOT AT END
                   IF EST-PERIODO NOT = PER-CODIGO(WS-IX-PER)
                       OR EST-CATEGORIA NOT = WS-CATEGORIA-TENDENCIA
                       MOVE 'S' TO WS-FIM-ESTATIS
                   ELSE
                       EVALUATE EST-CATEGORIA
                           WHEN 'G'
                               MOVE "PESSOAS" TO WS-TEN-ITEM
                               MOVE EST-PESSOAS TO WS-TEN-VALOR
                               PERFORM GUARDAR-VALOR-TENDENCIA
                               MOVE "NÚMEROS" TO WS-TEN-ITEM
                               MOVE EST-NUMEROS TO WS-TEN-VALOR
                           WHEN 'D'
                           WHEN 'S'
                           WHEN 'E'
                               MOVE EST-ITEM TO WS-TEN-ITEM
                               MOVE EST-PESSOAS TO WS-TEN-VALOR
                           WHEN OTHER
                               MOVE EST-ITEM TO WS-TEN-ITEM
                               MOVE EST-NUMEROS TO WS-TEN-VALOR
                       END-EVALUATE
                       PERFORM GUARDAR-VALOR-TENDENCIA
                   END-IF
           END-READ.

       GUARDAR-VALOR-TENDENCIA.
           MOVE ZERO TO WS-TEN-ACHADO.
           PERFORM VARYING WS-IX-TEN FROM 1 BY 1
               UNTIL WS-IX-TEN > WS-TEN-QTD
               IF TEN-ITEM(WS-IX-TEN) = WS-TEN-ITEM
                   MOVE WS-IX-TEN TO WS-TEN-ACHADO
               END-IF
           END-PERFORM.
           IF WS-TEN-ACHADO = ZERO
               IF WS-TEN-QTD >= 150
                   DISPLAY "Aviso: mais de 150 itens na categoria "
                       WS-CATEGORIA-TENDENCIA "; excedente omitido."
               ELSE
                   ADD 1 TO WS-TEN-QTD
                   MOVE WS-TEN-QTD TO WS-TEN-ACHADO
                   MOVE WS-TEN-ITEM TO TEN-ITEM(WS-TEN-ACHADO)
                   PERFORM VARYING WS-IX-COL FROM 1 BY 1
                       UNTIL WS-IX-COL > 12
                       MOVE ZERO TO TEN-VALOR(WS-TEN-ACHADO, WS-IX-COL)
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-TEN-ACHADO > ZERO
               MOVE WS-TEN-VALOR TO TEN-VALOR(WS-TEN-ACHADO, WS-IX-PER)
           END-IF.

      *> Período sem fotografia sai em branco, e a variação só é
      *> calculada entre dois períodos fotografados seguidos. No
      *> departamento, variação de pelo menos 3 pessoas que passa
      *> do limite percentual sobre o mês anterior leva '*'.
       IMPRIMIR-ITEM-TENDENCIA.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA - 1
               PERFORM ESCREVER-CABECALHO-EST
           END-IF.
           MOVE SPACES TO WS-LINHA-TENDENCIA.
           MOVE TEN-ITEM(WS-IX-TEN) TO LIN-ROTULO.
           PERFORM VARYING WS-IX-PER FROM 1 BY 1
               UNTIL WS-IX-PER > 12
               IF PER-PRESENTE(WS-IX-PER) = 'S'
                   MOVE TEN-VALOR(WS-IX-TEN, WS-IX-PER)
                       TO WS-EDITA-VALOR
                   MOVE WS-EDITA-VALOR
                       TO LIN-CELULA(WS-IX-PER)(1:8)
               END-IF
           END-PERFORM.
           MOVE WS-LINHA-TENDENCIA TO RELEST-LINHA.
           WRITE RELEST-LINHA AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-LINHA-TENDENCIA.
           MOVE "  VARIAÇÃO" TO LIN-ROTULO.
           MOVE 'N' TO WS-ITEM-ATIPICO.
           PERFORM VARYING WS-IX-PER FROM 2 BY 1
               UNTIL WS-IX-PER > 12
               IF PER-PRESENTE(WS-IX-PER) = 'S'
                   AND PER-PRESENTE(WS-IX-PER - 1) = 'S'
                   PERFORM CALCULAR-VARIACAO
               END-IF
           END-PERFORM.
           IF ITEM-ATIPICO
               MOVE " ***" TO LIN-MARCA
               ADD 1 TO WS-QTD-DEPTOS-ATIPICOS
           END-IF.
           MOVE WS-LINHA-TENDENCIA TO RELEST-LINHA.
           WRITE RELEST-LINHA AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-CONTADOR-LINHAS.

       CALCULAR-VARIACAO.
           COMPUTE WS-VARIACAO = TEN-VALOR(WS-IX-TEN, WS-IX-PER)
               - TEN-VALOR(WS-IX-TEN, WS-IX-PER - 1).
           MOVE WS-VARIACAO TO WS-EDITA-VARIACAO.
           MOVE WS-EDITA-VARIACAO TO LIN-CELULA(WS-IX-PER)(1:8).
           IF WS-VARIACAO < ZERO
               COMPUTE WS-VARIACAO-ABSOLUTA = 0 - WS-VARIACAO
           ELSE
               MOVE WS-VARIACAO TO WS-VARIACAO-ABSOLUTA
           END-IF.
           IF CATEGORIA-DEPARTAMENTO
               AND WS-VARIACAO-ABSOLUTA >= WS-VARIACAO-MINIMA
               AND WS-VARIACAO-ABSOLUTA * 100 >= WS-LIMITE-VARIACAO
                   * TEN-VALOR(WS-IX-TEN, WS-IX-PER - 1)
               MOVE "*" TO LIN-CELULA(WS-IX-PER)(9:1)
               MOVE 'S' TO WS-ITEM-ATIPICO
           END-IF.

       ESCREVER-CABECALHO-EST.
           ADD 1 TO WS-PAGINA-REL.
           MOVE WS-PAGINA-REL TO CAB-PAGINA.
           MOVE WS-CABECALHO-1 TO RELEST-LINHA.
           IF WS-PAGINA-REL > 1
               WRITE RELEST-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE RELEST-LINHA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-CABECALHO-EST TO RELEST-LINHA.
           WRITE RELEST-LINHA AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-LINHA-TENDENCIA.
           MOVE "ITEM" TO LIN-ROTULO.
           PERFORM VARYING WS-IX-PER FROM 1 BY 1
               UNTIL WS-IX-PER > 12
               STRING PER-CODIGO(WS-IX-PER)(5:2) "/"
                       PER-CODIGO(WS-IX-PER)(1:4)
                       DELIMITED BY SIZE
                   INTO LIN-CELULA(WS-IX-PER)(2:7)
           END-PERFORM.
           MOVE WS-LINHA-TENDENCIA TO RELEST-LINHA.
           WRITE RELEST-LINHA AFTER ADVANCING 2 LINES.
           MOVE 5 TO WS-CONTADOR-LINHAS.

       ESCREVER-TOTAIS-ESTATISTICA.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA - 4
               PERFORM ESCREVER-CABECALHO-EST
           END-IF.
           MOVE SPACES TO WS-LINHA-TOTAL-EST.
           MOVE "PERÍODOS COM FOTOGRAFIA" TO TOT-EST-ROTULO.
           MOVE WS-QTD-PERIODOS-PRESENTES TO TOT-EST-VALOR.
           MOVE WS-LINHA-TOTAL-EST TO RELEST-LINHA.
           WRITE RELEST-LINHA AFTER ADVANCING 2 LINES.
           MOVE "DEPARTAMENTOS COM VARIAÇÃO ***" TO TOT-EST-ROTULO.
           MOVE WS-QTD-DEPTOS-ATIPICOS TO TOT-EST-VALOR.
           MOVE WS-LINHA-TOTAL-EST TO RELEST-LINHA.
           WRITE RELEST-LINHA AFTER ADVANCING 1 LINE.

       EXIBIR-RESUMO-ESTATISTICA.
           DISPLAY "=======================================".
           DISPLAY "RESUMO DA ESTATÍSTICA - AGENDA-ESTATISTICA".
           DISPLAY "=======================================".
           DISPLAY "Período................: " WS-PERIODO.
           IF NOT FUNCAO-TENDENCIA
               DISPLAY "Números lidos..........: "
                   WS-QTD-NUMEROS-LIDOS
               DISPLAY "Pessoas lidas..........: "
                   WS-QTD-PESSOAS-LIDAS
               DISPLAY "Movimento do mês.......: "
                   WS-QTD-AUDITORIA-MES
               DISPLAY "Itens gravados.........: " WS-QTD-GRAVADOS
               DISPLAY "Itens substituídos.....: "
                   WS-QTD-SUBSTITUIDOS
           END-IF.
           DISPLAY "Períodos na tendência..: "
               WS-QTD-PERIODOS-PRESENTES.
           DISPLAY "Deptos. com variação...: "
               WS-QTD-DEPTOS-ATIPICOS.
