      *> (layout AGDAEXE): lista o histórico de execuções dos jobs
      *> batch da agenda e permite limpar manualmente uma marca de
      *> execução presa em curso após a queda de um job, liberando
      *> a partida dos demais. A opção 4 imprime em RELEXEC.TXT o
      *> desempenho dos jobs num intervalo de datas: o histórico de
      *> cada job com tempo decorrido e contadores, as médias, as
      *> execuções mais longas e as quedas com o tempo que a marca
      *> ficou presa até ser limpa. Execução com duração (de pelo
      *> menos um minuto) ou taxa de rejeição acima do dobro da média
      *> do job no intervalo sai marcada como desvio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-EXECUCAO-STATUS.

           SELECT RELEXEC-FILE ASSIGN TO "RELEXEC.TXT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXECUCAO-FILE.
       01  EXECUCAO-REGISTRO.
           COPY AGDAEXE.

       FD  RELEXEC-FILE
           LINAGE IS 20 LINES WITH FOOTING AT 18.
       01  RELEXEC-LINHA                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EXECUCAO-STATUS           PIC X(2).


       01  WS-DESCRICAO-SITUACAO        PIC X(10).

      *> Filtro do relatório de desempenho.
       01  WS-DATA-INICIAL              PIC X(8).
       01  WS-DATA-FINAL                PIC X(8).
       01  WS-PROGRAMA-FILTRO           PIC X(8).
       01  WS-FILTRO-VALIDO             PIC X(1).
           88  FILTRO-VALIDO            VALUE 'S'.
       01  WS-NO-FILTRO                 PIC X(1).
           88  NO-FILTRO                VALUE 'S'.

       01  WS-FATOR-DESVIO              PIC 9(1) VALUE 2.
       01  WS-DURACAO-MINIMA            PIC 9(7) VALUE 60.

      *> Totais por job no intervalo; médias só das execuções
      *> terminadas normalmente.
       01  WS-TABELA-JOBS.
           05  WS-JOB-QTD               PIC 9(2) VALUE ZERO.
           05  WS-JOB-ENTRADA OCCURS 40 TIMES.
               10  JOB-PROGRAMA         PIC X(8).
               10  JOB-EXECUCOES        PIC 9(5).
               10  JOB-QUEDAS           PIC 9(5).
               10  JOB-SOMA-DURACAO     PIC 9(11).
               10  JOB-MAIOR-DURACAO    PIC 9(7).
               10  JOB-SOMA-LIDOS       PIC 9(11).
               10  JOB-SOMA-APLICADOS   PIC 9(11).
               10  JOB-SOMA-REJEITADOS  PIC 9(11).
               10  JOB-MEDIA-DURACAO    PIC 9(7).
               10  JOB-TAXA-REJEICAO    PIC 9(5)V99.
       01  WS-IX-JOB                    PIC 9(2).
       01  WS-JOB-ACHADO                PIC 9(2).

      *> As 10 execuções mais longas, da maior para a menor.
       01  WS-TABELA-LONGAS.
           05  WS-LNG-QTD               PIC 9(2) VALUE ZERO.
           05  WS-LNG-ENTRADA OCCURS 10 TIMES.
               10  LNG-PROGRAMA         PIC X(8).
               10  LNG-INICIO           PIC X(14).
               10  LNG-DURACAO          PIC 9(7).
               10  LNG-LIDOS            PIC 9(7).
       01  WS-IX-LNG                    PIC 9(2).
       01  WS-LNG-POSICAO               PIC 9(2).

       01  WS-QTD-NO-PERIODO            PIC 9(5) VALUE ZERO.
       01  WS-QTD-QUEDAS                PIC 9(5) VALUE ZERO.
       01  WS-QTD-DESVIOS               PIC 9(5) VALUE ZERO.
       01  WS-TAXA-EXECUCAO             PIC 9(5)V99.
       01  WS-DESVIO-DURACAO            PIC X(1).
           88  DESVIO-DURACAO           VALUE 'S'.
       01  WS-DESVIO-REJEICAO           PIC X(1).
           88  DESVIO-REJEICAO          VALUE 'S'.

       01  WS-DURACAO-SEGUNDOS          PIC 9(7).
       01  WS-DURACAO-HORAS             PIC 9(4).
       01  WS-DURACAO-RESTO             PIC 9(4).
       01  WS-DURACAO-MINUTOS           PIC 9(2).
       01  WS-DURACAO-SEGS              PIC 9(2).
       01  WS-DURACAO-EDITADA.
           05  DUR-ED-HORAS             PIC ZZZ9.
           05  FILLER                   PIC X(1) VALUE ":".
           05  DUR-ED-MINUTOS           PIC 99.
           05  FILLER                   PIC X(1) VALUE ":".
           05  DUR-ED-SEGUNDOS          PIC 99.
       01  WS-MOMENTO                   PIC X(14).
       01  WS-MOMENTO-EXIBIDO           PIC X(16).

       01  WS-LINHAS-POR-PAGINA         PIC 9(2) VALUE 20.
       01  WS-CONTADOR-LINHAS           PIC 9(2) VALUE ZERO.
       01  WS-PAGINA-REL                PIC 9(4) VALUE ZERO.
       01  WS-TITULO-SECAO              PIC X(50).
       01  WS-COLUNAS-SECAO             PIC X(80).

       01  WS-CABECALHO-1.
           05  FILLER                   PIC X(20)
               VALUE "AGENDA TELEFÔNICA".
           05  FILLER                   PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "PAGINA: ".
           05  CAB-PAGINA               PIC ZZZ9.

       01  WS-CABECALHO-EXEC.
           05  FILLER                   PIC X(36)
               VALUE "DESEMPENHO DAS EXECUÇÕES DE ".
           05  CAB-EXEC-INICIAL         PIC X(10).
           05  FILLER                   PIC X(3) VALUE " A ".
           05  CAB-EXEC-FINAL           PIC X(10).

       01  WS-COLUNAS-HISTORICO.
           05  FILLER                   PIC X(9) VALUE "PROGRAMA".
           05  FILLER                   PIC X(17) VALUE "INÍCIO".
           05  FILLER                   PIC X(2) VALUE "S".
           05  FILLER                   PIC X(10) VALUE " DURAÇÃO".
           05  FILLER                   PIC X(8) VALUE "   LIDOS".
           05  FILLER                   PIC X(8) VALUE "APLICAD.".
           05  FILLER                   PIC X(8) VALUE " REJEIT.".
           05  FILLER                   PIC X(8) VALUE "CORREÇ.".
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  FILLER                   PIC X(7) VALUE "DESVIO".

       01  WS-LINHA-EXECUCAO.
           05  LEX-PROGRAMA             PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  LEX-INICIO               PIC X(16).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  LEX-SITUACAO             PIC X(1).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  LEX-DURACAO              PIC X(10).
           05  LEX-LIDOS                PIC Z(7)9.
           05  LEX-APLICADOS            PIC Z(7)9.
           05  LEX-REJEITADOS           PIC Z(7)9.
           05  LEX-CORRECOES            PIC Z(7)9.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  LEX-DESVIO               PIC X(7).

       01  WS-COLUNAS-MEDIAS.
           05  FILLER                   PIC X(11) VALUE "PROGRAMA".
           05  FILLER                   PIC X(5) VALUE "EXEC.".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "DUR.MÉDIA".
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "MAIOR DUR.".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "   LIDOS".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "APLICAD.".
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  FILLER                   PIC X(7) VALUE "  REJ.%".
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "QUEDAS".

       01  WS-LINHA-MEDIA.
           05  LMD-PROGRAMA             PIC X(8).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  LMD-EXECUCOES            PIC ZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LMD-DURACAO-MEDIA        PIC X(10).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  LMD-MAIOR-DURACAO        PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LMD-LIDOS-MEDIO          PIC Z(7)9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LMD-APLICADOS-MEDIO      PIC Z(7)9.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  LMD-TAXA-REJEICAO        PIC ZZZ9.99.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  LMD-QUEDAS               PIC ZZZZ9.

       01  WS-COLUNAS-LONGAS.
           05  FILLER                   PIC X(5) VALUE " Nº".
           05  FILLER                   PIC X(10) VALUE "PROGRAMA".
           05  FILLER                   PIC X(18) VALUE "INÍCIO".
           05  FILLER                   PIC X(10) VALUE " DURAÇÃO".
           05  FILLER                   PIC X(8) VALUE "   LIDOS".

       01  WS-LINHA-LONGA.
           05  LLG-POSICAO              PIC Z9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  LLG-PROGRAMA             PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LLG-INICIO               PIC X(16).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LLG-DURACAO              PIC X(10).
           05  LLG-LIDOS                PIC Z(7)9.

       01  WS-COLUNAS-QUEDAS.
           05  FILLER                   PIC X(10) VALUE "PROGRAMA".
           05  FILLER                   PIC X(18) VALUE "INÍCIO".
           05  FILLER                   PIC X(18) VALUE "LIMPA EM".
           05  FILLER                   PIC X(11) VALUE "MARCA PRESA".

       01  WS-LINHA-QUEDA.
           05  LQD-PROGRAMA             PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LQD-INICIO               PIC X(16).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LQD-LIMPEZA              PIC X(16).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LQD-TEMPO-PRESA          PIC X(10).

       01  WS-LINHA-TOTAL-EXEC.
           05  TOT-EXEC-ROTULO          PIC X(32).
           05  TOT-EXEC-VALOR           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-OPERACAO.
           PERFORM ABRIR-CONTROLE.
           DISPLAY "1 - Listar histórico de execuções".
           DISPLAY "2 - Limpar marca de execução presa".
           DISPLAY "3 - Sair".
           DISPLAY "4 - Relatório de desempenho dos jobs".
           DISPLAY "=======================================".
           DISPLAY "Escolha uma opção (1-4): ".
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = '1' THEN
               PERFORM LISTAR-EXECUCOES
           ELSE IF WS-OPCAO = '2' THEN
               PERFORM LIMPAR-MARCA-PRESA
           ELSE IF WS-OPCAO = '4' THEN
               PERFORM GERAR-RELATORIO-DESEMPENHO.

       LISTAR-EXECUCOES.
           MOVE ZERO TO WS-QTD-LISTADAS.
                               TO WS-DATA-HORA-ATUAL
                           MOVE WS-DATA-HORA-ATUAL(1:14)
                               TO EXE-FIM
                           COMPUTE EXE-DURACAO =
                               (FUNCTION INTEGER-OF-DATE(EXE-FIM-DATA)
                               - FUNCTION INTEGER-OF-DATE
                                   (EXE-INICIO-DATA)) * 86400
                               + (EXE-FIM-HORA - EXE-INICIO-HORA)
                                   * 3600
                               + (EXE-FIM-MINUTO - EXE-INICIO-MINUTO)
                                   * 60
                               + EXE-FIM-SEGUNDO - EXE-INICIO-SEGUNDO
                           REWRITE EXECUCAO-REGISTRO
                               INVALID KEY
                                   DISPLAY "Erro ao limpar a marca."
                       END-IF
                   END-IF
           END-READ.

      *> Relatório de desempenho: uma passada acumula os totais por
      *> job e as execuções mais longas; com as médias calculadas,
      *> novas passadas imprimem o histórico com os desvios e as
      *> quedas do intervalo.
       GERAR-RELATORIO-DESEMPENHO.
           PERFORM SOLICITAR-FILTRO-DESEMPENHO.
           IF FILTRO-VALIDO
               MOVE ZERO TO WS-JOB-QTD
               MOVE ZERO TO WS-LNG-QTD
               MOVE ZERO TO WS-QTD-NO-PERIODO
               MOVE ZERO TO WS-QTD-QUEDAS
               MOVE ZERO TO WS-QTD-DESVIOS
               PERFORM POSICIONAR-CONTROLE
               PERFORM ACUMULAR-UMA-EXECUCAO
                   UNTIL FIM-EXECUCAO
               IF WS-QTD-NO-PERIODO = ZERO
                   DISPLAY "Nenhuma execução no intervalo."
               ELSE
                   PERFORM CALCULAR-MEDIA-JOB
                       VARYING WS-IX-JOB FROM 1 BY 1
                       UNTIL WS-IX-JOB > WS-JOB-QTD
                   PERFORM ESCREVER-RELATORIO-DESEMPENHO
               END-IF
           END-IF.

       SOLICITAR-FILTRO-DESEMPENHO.
           MOVE 'N' TO WS-FILTRO-VALIDO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           DISPLAY "Data inicial (AAAAMMDD, branco = dia 1 do mês): ".
           ACCEPT WS-DATA-INICIAL.
           IF WS-DATA-INICIAL = SPACES
               MOVE WS-DATA-HORA-ATUAL(1:6) TO WS-DATA-INICIAL(1:6)
               MOVE "01" TO WS-DATA-INICIAL(7:2)
           END-IF.
           DISPLAY "Data final (AAAAMMDD, branco = hoje): ".
           ACCEPT WS-DATA-FINAL.
           IF WS-DATA-FINAL = SPACES
               MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-FINAL
           END-IF.
           DISPLAY "Programa (ex.: AGDABAT, branco = todos): ".
           ACCEPT WS-PROGRAMA-FILTRO.
           MOVE FUNCTION UPPER-CASE(WS-PROGRAMA-FILTRO)
               TO WS-PROGRAMA-FILTRO.
           IF WS-DATA-INICIAL NOT NUMERIC
               DISPLAY "Data inicial inválida: " WS-DATA-INICIAL
           ELSE IF WS-DATA-FINAL NOT NUMERIC
               DISPLAY "Data final inválida: " WS-DATA-FINAL
           ELSE IF WS-DATA-INICIAL > WS-DATA-FINAL
               DISPLAY "Data inicial posterior à final."
           ELSE
               MOVE 'S' TO WS-FILTRO-VALIDO
           END-IF
           END-IF
           END-IF.

      *> Com programa informado a leitura começa nele e para quando
      *> a chave passa para o job seguinte.
       POSICIONAR-CONTROLE.
           MOVE 'N' TO WS-FIM-EXECUCAO.
           MOVE LOW-VALUES TO EXE-CHAVE.
           IF WS-PROGRAMA-FILTRO NOT = SPACES
               MOVE WS-PROGRAMA-FILTRO TO EXE-PROGRAMA
           END-IF.
           START EXECUCAO-FILE KEY IS NOT LESS THAN EXE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-EXECUCAO
           END-START.

       LER-EXECUCAO-FILTRADA.
           MOVE 'N' TO WS-NO-FILTRO.
           READ EXECUCAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-EXECUCAO
               NOT AT END
                   IF WS-PROGRAMA-FILTRO NOT = SPACES
                       AND EXE-PROGRAMA NOT = WS-PROGRAMA-FILTRO
                       MOVE 'S' TO WS-FIM-EXECUCAO
                   ELSE IF EXE-INICIO(1:8) >= WS-DATA-INICIAL
                       AND EXE-INICIO(1:8) <= WS-DATA-FINAL
                       MOVE 'S' TO WS-NO-FILTRO
                   END-IF
                   END-IF
           END-READ.

      *> Só a execução terminada entra nas médias; marca limpa ou
      *> ainda em curso conta como queda do job.
       ACUMULAR-UMA-EXECUCAO.
           PERFORM LER-EXECUCAO-FILTRADA.
           IF NO-FILTRO
               ADD 1 TO WS-QTD-NO-PERIODO
               PERFORM PROCURAR-JOB
               IF EXECUCAO-TERMINADA
                   ADD 1 TO JOB-EXECUCOES(WS-JOB-ACHADO)
                   ADD EXE-DURACAO
                       TO JOB-SOMA-DURACAO(WS-JOB-ACHADO)
                   IF EXE-DURACAO > JOB-MAIOR-DURACAO(WS-JOB-ACHADO)
                       MOVE EXE-DURACAO
                           TO JOB-MAIOR-DURACAO(WS-JOB-ACHADO)
                   END-IF
                   ADD EXE-QTD-LIDOS TO JOB-SOMA-LIDOS(WS-JOB-ACHADO)
                   ADD EXE-QTD-APLICADOS
                       TO JOB-SOMA-APLICADOS(WS-JOB-ACHADO)
                   ADD EXE-QTD-REJEITADOS
                       TO JOB-SOMA-REJEITADOS(WS-JOB-ACHADO)
                   PERFORM GUARDAR-EXECUCAO-LONGA
               ELSE
                   ADD 1 TO JOB-QUEDAS(WS-JOB-ACHADO)
                   ADD 1 TO WS-QTD-QUEDAS
               END-IF
           END-IF.

       PROCURAR-JOB.
           MOVE ZERO TO WS-JOB-ACHADO.
           PERFORM VARYING WS-IX-JOB FROM 1 BY 1
               UNTIL WS-IX-JOB > WS-JOB-QTD
               IF JOB-PROGRAMA(WS-IX-JOB) = EXE-PROGRAMA
                   MOVE WS-IX-JOB TO WS-JOB-ACHADO
               END-IF
           END-PERFORM.
           IF WS-JOB-ACHADO = ZERO
               IF WS-JOB-QTD >= 40
                   DISPLAY "Aviso: mais de 40 jobs distintos;"
                       " excedente agrupado no último."
                   MOVE WS-JOB-QTD TO WS-JOB-ACHADO
               ELSE
                   ADD 1 TO WS-JOB-QTD
                   MOVE WS-JOB-QTD TO WS-JOB-ACHADO
                   MOVE EXE-PROGRAMA TO JOB-PROGRAMA(WS-JOB-ACHADO)
                   MOVE ZERO TO JOB-EXECUCOES(WS-JOB-ACHADO)
                   MOVE ZERO TO JOB-QUEDAS(WS-JOB-ACHADO)
                   MOVE ZERO TO JOB-SOMA-DURACAO(WS-JOB-ACHADO)
                   MOVE ZERO TO JOB-MAIOR-DURACAO(WS-JOB-ACHADO)
                   MOVE ZERO TO JOB-SOMA-LIDOS(WS-JOB-ACHADO)
                   MOVE ZERO TO JOB-SOMA-APLICADOS(WS-JOB-ACHADO)
                   MOVE ZERO TO JOB-SOMA-REJEITADOS(WS-JOB-ACHADO)
                   MOVE ZERO TO JOB-MEDIA-DURACAO(WS-JOB-ACHADO)
                   MOVE ZERO TO JOB-TAXA-REJEICAO(WS-JOB-ACHADO)
               END-IF
           END-IF.

      *> Mantém a tabela das mais longas ordenada: a execução entra
      *> na primeira posição de duração menor e as demais descem.
       GUARDAR-EXECUCAO-LONGA.
           MOVE ZERO TO WS-LNG-POSICAO.
           PERFORM VARYING WS-IX-LNG FROM 1 BY 1
               UNTIL WS-IX-LNG > WS-LNG-QTD
                   OR WS-LNG-POSICAO > ZERO
               IF EXE-DURACAO > LNG-DURACAO(WS-IX-LNG)
                   MOVE WS-IX-LNG TO WS-LNG-POSICAO
               END-IF
           END-PERFORM.
           IF WS-LNG-POSICAO = ZERO AND WS-LNG-QTD < 10
               COMPUTE WS-LNG-POSICAO = WS-LNG-QTD + 1
           END-IF.
           IF WS-LNG-POSICAO > ZERO
               IF WS-LNG-QTD < 10
                   ADD 1 TO WS-LNG-QTD
               END-IF
               PERFORM DESCER-EXECUCAO-LONGA
                   VARYING WS-IX-LNG FROM WS-LNG-QTD BY -1
                   UNTIL WS-IX-LNG <= WS-LNG-POSICAO
               MOVE EXE-PROGRAMA TO LNG-PROGRAMA(WS-LNG-POSICAO)
               MOVE EXE-INICIO TO LNG-INICIO(WS-LNG-POSICAO)
               MOVE EXE-DURACAO TO LNG-DURACAO(WS-LNG-POSICAO)
               MOVE EXE-QTD-LIDOS TO LNG-LIDOS(WS-LNG-POSICAO)
           END-IF.

       DESCER-EXECUCAO-LONGA.
           MOVE WS-LNG-ENTRADA(WS-IX-LNG - 1)
               TO WS-LNG-ENTRADA(WS-IX-LNG).

       CALCULAR-MEDIA-JOB.
           IF JOB-EXECUCOES(WS-IX-JOB) > ZERO
               COMPUTE JOB-MEDIA-DURACAO(WS-IX-JOB) ROUNDED =
                   JOB-SOMA-DURACAO(WS-IX-JOB)
                   / JOB-EXECUCOES(WS-IX-JOB)
           END-IF.
           IF JOB-SOMA-LIDOS(WS-IX-JOB) > ZERO
               COMPUTE JOB-TAXA-REJEICAO(WS-IX-JOB) ROUNDED =
                   JOB-SOMA-REJEITADOS(WS-IX-JOB) * 100
                   / JOB-SOMA-LIDOS(WS-IX-JOB)
           END-IF.

       ESCREVER-RELATORIO-DESEMPENHO.
           OPEN OUTPUT RELEXEC-FILE.
           MOVE ZERO TO WS-PAGINA-REL.
           MOVE SPACES TO CAB-EXEC-INICIAL.
           STRING WS-DATA-INICIAL(7:2) "/" WS-DATA-INICIAL(5:2) "/"
                   WS-DATA-INICIAL(1:4) DELIMITED BY SIZE
               INTO CAB-EXEC-INICIAL.
           MOVE SPACES TO CAB-EXEC-FINAL.
           STRING WS-DATA-FINAL(7:2) "/" WS-DATA-FINAL(5:2) "/"
                   WS-DATA-FINAL(1:4) DELIMITED BY SIZE
               INTO CAB-EXEC-FINAL.

           MOVE "HISTÓRICO DE EXECUÇÕES" TO WS-TITULO-SECAO.
           MOVE WS-COLUNAS-HISTORICO TO WS-COLUNAS-SECAO.
           MOVE WS-LINHAS-POR-PAGINA TO WS-CONTADOR-LINHAS.
           PERFORM POSICIONAR-CONTROLE.
           PERFORM ESCREVER-UMA-EXECUCAO
               UNTIL FIM-EXECUCAO.

           MOVE "MÉDIAS POR JOB (EXECUÇÕES TERMINADAS)"
               TO WS-TITULO-SECAO.
           MOVE WS-COLUNAS-MEDIAS TO WS-COLUNAS-SECAO.
           MOVE WS-LINHAS-POR-PAGINA TO WS-CONTADOR-LINHAS.
           PERFORM ESCREVER-MEDIA-JOB
               VARYING WS-IX-JOB FROM 1 BY 1
               UNTIL WS-IX-JOB > WS-JOB-QTD.

           IF WS-LNG-QTD > ZERO
               MOVE "EXECUÇÕES MAIS LONGAS" TO WS-TITULO-SECAO
               MOVE WS-COLUNAS-LONGAS TO WS-COLUNAS-SECAO
               MOVE WS-LINHAS-POR-PAGINA TO WS-CONTADOR-LINHAS
               PERFORM ESCREVER-EXECUCAO-LONGA
                   VARYING WS-IX-LNG FROM 1 BY 1
                   UNTIL WS-IX-LNG > WS-LNG-QTD
           END-IF.

           IF WS-QTD-QUEDAS > ZERO
               MOVE "QUEDAS E MARCAS PRESAS" TO WS-TITULO-SECAO
               MOVE WS-COLUNAS-QUEDAS TO WS-COLUNAS-SECAO
               MOVE WS-LINHAS-POR-PAGINA TO WS-CONTADOR-LINHAS
               PERFORM POSICIONAR-CONTROLE
               PERFORM ESCREVER-UMA-QUEDA
                   UNTIL FIM-EXECUCAO
           END-IF.

           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA - 4
               PERFORM ESCREVER-CABECALHO-DESEMP
           END-IF.
           MOVE SPACES TO WS-LINHA-TOTAL-EXEC.
           MOVE "EXECUÇÕES NO INTERVALO" TO TOT-EXEC-ROTULO.
           MOVE WS-QTD-NO-PERIODO TO TOT-EXEC-VALOR.
           MOVE WS-LINHA-TOTAL-EXEC TO RELEXEC-LINHA.
           WRITE RELEXEC-LINHA AFTER ADVANCING 2 LINES.
           MOVE "QUEDAS E MARCAS PRESAS" TO TOT-EXEC-ROTULO.
           MOVE WS-QTD-QUEDAS TO TOT-EXEC-VALOR.
           MOVE WS-LINHA-TOTAL-EXEC TO RELEXEC-LINHA.
           WRITE RELEXEC-LINHA AFTER ADVANCING 1 LINE.
           MOVE "EXECUÇÕES COM DESVIO" TO TOT-EXEC-ROTULO.
           MOVE WS-QTD-DESVIOS TO TOT-EXEC-VALOR.
           MOVE WS-LINHA-TOTAL-EXEC TO RELEXEC-LINHA.
           WRITE RELEXEC-LINHA AFTER ADVANCING 1 LINE.
           CLOSE RELEXEC-FILE.
           DISPLAY "Relatório gerado em RELEXEC.TXT.".
           DISPLAY "Páginas geradas: " WS-PAGINA-REL.
           IF WS-QTD-DESVIOS > ZERO
               DISPLAY "Execuções com desvio: " WS-QTD-DESVIOS
           END-IF.

       ESCREVER-UMA-EXECUCAO.
           PERFORM LER-EXECUCAO-FILTRADA.
           IF NO-FILTRO
               IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
                   PERFORM ESCREVER-CABECALHO-DESEMP
               END-IF
               MOVE SPACES TO WS-LINHA-EXECUCAO
               MOVE EXE-PROGRAMA TO LEX-PROGRAMA
               MOVE EXE-INICIO TO WS-MOMENTO
               PERFORM FORMATAR-MOMENTO
               MOVE WS-MOMENTO-EXIBIDO TO LEX-INICIO
               MOVE EXE-SITUACAO TO LEX-SITUACAO
               IF EXECUCAO-TERMINADA
                   MOVE EXE-DURACAO TO WS-DURACAO-SEGUNDOS
                   PERFORM FORMATAR-DURACAO
                   MOVE WS-DURACAO-EDITADA TO LEX-DURACAO
                   MOVE EXE-QTD-LIDOS TO LEX-LIDOS
                   MOVE EXE-QTD-APLICADOS TO LEX-APLICADOS
                   MOVE EXE-QTD-REJEITADOS TO LEX-REJEITADOS
                   MOVE EXE-QTD-CORRECOES TO LEX-CORRECOES
                   PERFORM AVALIAR-DESVIO
               ELSE IF EXECUCAO-LIMPA
                   MOVE "QUEDA" TO LEX-DESVIO
               ELSE
                   MOVE "MARCADA" TO LEX-DESVIO
               END-IF
               END-IF
               MOVE WS-LINHA-EXECUCAO TO RELEXEC-LINHA
               WRITE RELEXEC-LINHA AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CONTADOR-LINHAS
           END-IF.

      *> Desvio: duração de pelo menos um minuto acima do dobro da
      *> média do job, ou taxa de rejeição acima do dobro da taxa do
      *> job; job com uma só execução no intervalo não é comparado.
       AVALIAR-DESVIO.
           PERFORM PROCURAR-JOB.
           MOVE 'N' TO WS-DESVIO-DURACAO.
           MOVE 'N' TO WS-DESVIO-REJEICAO.
           IF JOB-EXECUCOES(WS-JOB-ACHADO) > 1
               IF EXE-DURACAO >= WS-DURACAO-MINIMA
                   AND EXE-DURACAO > WS-FATOR-DESVIO
                       * JOB-MEDIA-DURACAO(WS-JOB-ACHADO)
                   MOVE 'S' TO WS-DESVIO-DURACAO
               END-IF
               IF EXE-QTD-LIDOS > ZERO
                   AND EXE-QTD-REJEITADOS > ZERO
                   COMPUTE WS-TAXA-EXECUCAO ROUNDED =
                       EXE-QTD-REJEITADOS * 100 / EXE-QTD-LIDOS
                   IF WS-TAXA-EXECUCAO > WS-FATOR-DESVIO
                       * JOB-TAXA-REJEICAO(WS-JOB-ACHADO)
                       MOVE 'S' TO WS-DESVIO-REJEICAO
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN DESVIO-DURACAO AND DESVIO-REJEICAO
                   MOVE "DUR REJ" TO LEX-DESVIO
                   ADD 1 TO WS-QTD-DESVIOS
               WHEN DESVIO-DURACAO
                   MOVE "DUR" TO LEX-DESVIO
                   ADD 1 TO WS-QTD-DESVIOS
               WHEN DESVIO-REJEICAO
                   MOVE "REJ" TO LEX-DESVIO
                   ADD 1 TO WS-QTD-DESVIOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ESCREVER-MEDIA-JOB.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM ESCREVER-CABECALHO-DESEMP
           END-IF.
           MOVE JOB-PROGRAMA(WS-IX-JOB) TO LMD-PROGRAMA.
           MOVE JOB-EXECUCOES(WS-IX-JOB) TO LMD-EXECUCOES.
           MOVE JOB-MEDIA-DURACAO(WS-IX-JOB) TO WS-DURACAO-SEGUNDOS.
           PERFORM FORMATAR-DURACAO.
           MOVE WS-DURACAO-EDITADA TO LMD-DURACAO-MEDIA.
           MOVE JOB-MAIOR-DURACAO(WS-IX-JOB) TO WS-DURACAO-SEGUNDOS.
           PERFORM FORMATAR-DURACAO.
           MOVE WS-DURACAO-EDITADA TO LMD-MAIOR-DURACAO.
           IF JOB-EXECUCOES(WS-IX-JOB) > ZERO
               COMPUTE LMD-LIDOS-MEDIO ROUNDED =
                   JOB-SOMA-LIDOS(WS-IX-JOB) / JOB-EXECUCOES(WS-IX-JOB)
               COMPUTE LMD-APLICADOS-MEDIO ROUNDED =
                   JOB-SOMA-APLICADOS(WS-IX-JOB)
                   / JOB-EXECUCOES(WS-IX-JOB)
           ELSE
               MOVE ZERO TO LMD-LIDOS-MEDIO
               MOVE ZERO TO LMD-APLICADOS-MEDIO
           END-IF.
           MOVE JOB-TAXA-REJEICAO(WS-IX-JOB) TO LMD-TAXA-REJEICAO.
           MOVE JOB-QUEDAS(WS-IX-JOB) TO LMD-QUEDAS.
           MOVE WS-LINHA-MEDIA TO RELEXEC-LINHA.
           WRITE RELEXEC-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.

       ESCREVER-EXECUCAO-LONGA.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM ESCREVER-CABECALHO-DESEMP
           END-IF.
           MOVE WS-IX-LNG TO LLG-POSICAO.
           MOVE LNG-PROGRAMA(WS-IX-LNG) TO LLG-PROGRAMA.
           MOVE LNG-INICIO(WS-IX-LNG) TO WS-MOMENTO.
           PERFORM FORMATAR-MOMENTO.
           MOVE WS-MOMENTO-EXIBIDO TO LLG-INICIO.
           MOVE LNG-DURACAO(WS-IX-LNG) TO WS-DURACAO-SEGUNDOS.
           PERFORM FORMATAR-DURACAO.
           MOVE WS-DURACAO-EDITADA TO LLG-DURACAO.
           MOVE LNG-LIDOS(WS-IX-LNG) TO LLG-LIDOS.
           MOVE WS-LINHA-LONGA TO RELEXEC-LINHA.
           WRITE RELEXEC-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.

      *> Para a marca limpa, EXE-FIM é o momento da limpeza e
      *> EXE-DURACAO o tempo que ela ficou presa.
       ESCREVER-UMA-QUEDA.
           PERFORM LER-EXECUCAO-FILTRADA.
           IF NO-FILTRO AND NOT EXECUCAO-TERMINADA
               IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
                   PERFORM ESCREVER-CABECALHO-DESEMP
               END-IF
               MOVE EXE-PROGRAMA TO LQD-PROGRAMA
               MOVE EXE-INICIO TO WS-MOMENTO
               PERFORM FORMATAR-MOMENTO
               MOVE WS-MOMENTO-EXIBIDO TO LQD-INICIO
               IF EXECUCAO-LIMPA
                   MOVE EXE-FIM TO WS-MOMENTO
                   PERFORM FORMATAR-MOMENTO
                   MOVE WS-MOMENTO-EXIBIDO TO LQD-LIMPEZA
                   MOVE EXE-DURACAO TO WS-DURACAO-SEGUNDOS
                   PERFORM FORMATAR-DURACAO
                   MOVE WS-DURACAO-EDITADA TO LQD-TEMPO-PRESA
               ELSE
                   MOVE "AINDA MARCADA" TO LQD-LIMPEZA
                   MOVE SPACES TO LQD-TEMPO-PRESA
               END-IF
               MOVE WS-LINHA-QUEDA TO RELEXEC-LINHA
               WRITE RELEXEC-LINHA AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CONTADOR-LINHAS
           END-IF.

       ESCREVER-CABECALHO-DESEMP.
           ADD 1 TO WS-PAGINA-REL.
           MOVE WS-PAGINA-REL TO CAB-PAGINA.
           MOVE WS-CABECALHO-1 TO RELEXEC-LINHA.
           IF WS-PAGINA-REL > 1
               WRITE RELEXEC-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE RELEXEC-LINHA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-CABECALHO-EXEC TO RELEXEC-LINHA.
           WRITE RELEXEC-LINHA AFTER ADVANCING 2 LINES.
           MOVE WS-TITULO-SECAO TO RELEXEC-LINHA.
           WRITE RELEXEC-LINHA AFTER ADVANCING 2 LINES.
           MOVE WS-COLUNAS-SECAO TO RELEXEC-LINHA.
           WRITE RELEXEC-LINHA AFTER ADVANCING 1 LINE.
           MOVE 6 TO WS-CONTADOR-LINHAS.

       FORMATAR-DURACAO.
           DIVIDE WS-DURACAO-SEGUNDOS BY 3600
               GIVING WS-DURACAO-HORAS REMAINDER WS-DURACAO-RESTO.
           DIVIDE WS-DURACAO-RESTO BY 60
               GIVING WS-DURACAO-MINUTOS REMAINDER WS-DURACAO-SEGS.
           MOVE WS-DURACAO-HORAS TO DUR-ED-HORAS.
           MOVE WS-DURACAO-MINUTOS TO DUR-ED-MINUTOS.
           MOVE WS-DURACAO-SEGS TO DUR-ED-SEGUNDOS.

       FORMATAR-MOMENTO.
           MOVE SPACES TO WS-MOMENTO-EXIBIDO.
           STRING WS-MOMENTO(7:2) "/" WS-MOMENTO(5:2) "/"
                   WS-MOMENTO(1:4) " " WS-MOMENTO(9:2) ":"
                   WS-MOMENTO(11:2) DELIMITED BY SIZE
               INTO WS-MOMENTO-EXIBIDO.
