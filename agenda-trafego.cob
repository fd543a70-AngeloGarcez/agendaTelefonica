       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-TRAFEGO.

      *> Tráfego telefônico mensal a partir da exportação de
      *> bilhetes do PBX (CDR, layout AGDACDR). Os números de origem
      *> e de destino passam pelo plano de discagem de PBXPARM
      *> (layout AGDAPBX: tronco externo, longa distância, DDD local
      *> e faixas DDI de ramais) e são procurados em TELEFONE-AGENDA.
      *> Para a competência lida do SYSIN, imprime em RELTRAF o uso
      *> por contato dentro de cada departamento, o resumo por
      *> DEPARTAMENTO-AGENDA e os números externos discados com
      *> frequência que não estão na agenda. Todo bilhete lido
      *> atualiza o último uso do número em USO (layout AGDAUSO);
      *> com ele, a última seção lista os contatos ativos sem
      *> tráfego nos últimos N meses (N do SYSIN), candidatos a
      *> revisão antes do AGENDA-EXPURGO. A agenda é apenas lida.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDR-FILE ASSIGN TO CDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDR-STATUS.

           SELECT PBXPARM-FILE ASSIGN TO PBXPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBXPARM-STATUS.

           SELECT AGENDA-FILE ASSIGN TO AGENDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELEFONE-AGENDA
               ALTERNATE RECORD KEY IS NOME-AGENDA WITH DUPLICATES
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT USO-FILE ASSIGN TO USO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USO-TELEFONE
               FILE STATUS IS WS-USO-STATUS.

           SELECT TRAFEGO-TRABALHO ASSIGN TO "TRFTRAB.TMP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TRAFEGO-SORT ASSIGN TO "TRFWORK.TMP".

           SELECT TRAFEGO-ORDENADO ASSIGN TO "TRFSORT.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RELTRAF-FILE ASSIGN TO RELTRAF
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXECUCAO-FILE ASSIGN TO "EXECCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-EXECUCAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CDR-FILE.
       01  CDR-REGISTRO.
           COPY AGDACDR.

       FD  PBXPARM-FILE.
       01  PBXPARM-REGISTRO.
           COPY AGDAPBX.

       FD  AGENDA-FILE.
       01  AGENDA-REGISTRO.
           COPY AGDAREC.

       FD  USO-FILE.
       01  USO-REGISTRO.
           COPY AGDAUSO.

       FD  TRAFEGO-TRABALHO.
       01  TRF-TRAB-REGISTRO.
           05  TRAB-TIPO                PIC X(1).
           05  TRAB-DEPARTAMENTO        PIC X(20).
           05  TRAB-NOME                PIC X(30).
           05  TRAB-TELEFONE            PIC X(15).
           05  TRAB-SENTIDO             PIC X(1).
           05  TRAB-SEGUNDOS            PIC 9(6).

       SD  TRAFEGO-SORT.
       01  TRF-SORT-REGISTRO.
           05  SORT-TRF-TIPO            PIC X(1).
           05  SORT-TRF-DEPARTAMENTO    PIC X(20).
           05  SORT-TRF-NOME            PIC X(30).
           05  SORT-TRF-TELEFONE        PIC X(15).
           05  SORT-TRF-SENTIDO         PIC X(1).
           05  SORT-TRF-SEGUNDOS        PIC 9(6).

       FD  TRAFEGO-ORDENADO.
       01  TRF-ORD-REGISTRO.
           05  ORD-TIPO                 PIC X(1).
               88  ORD-USO-CONTATO      VALUE 'C'.
           05  ORD-DEPARTAMENTO         PIC X(20).
           05  ORD-NOME                 PIC X(30).
           05  ORD-TELEFONE             PIC X(15).
           05  ORD-SENTIDO              PIC X(1).
               88  ORD-FEITA            VALUE 'F'.
           05  ORD-SEGUNDOS             PIC 9(6).

       FD  RELTRAF-FILE
           LINAGE IS 20 LINES WITH FOOTING AT 18.
       01  RELTRAF-LINHA                   PIC X(80).

       FD  EXECUCAO-FILE.
       01  EXECUCAO-REGISTRO.
           COPY AGDAEXE.

       WORKING-STORAGE SECTION.
       01  WS-EXECUCAO-STATUS           PIC X(2).
       01  WS-EXEC-PROGRAMA             PIC X(8) VALUE "AGDATRF".
       01  WS-EXEC-INICIO               PIC X(14).
       01  WS-EXEC-BLOQUEADO            PIC X(1) VALUE 'N'.
           88  EXECUCAO-BLOQUEADA       VALUE 'S'.
       01  WS-FIM-EXECUCAO              PIC X(1).
           88  FIM-EXECUCAO             VALUE 'S'.
       01  WS-DATA-HORA-EXEC            PIC X(21).

       01  WS-CDR-STATUS                PIC X(2).
       01  WS-PBXPARM-STATUS            PIC X(2).
       01  WS-AGENDA-STATUS             PIC X(2).
       01  WS-USO-STATUS                PIC X(2).

       01  WS-FIM-CDR                   PIC X(1) VALUE 'N'.
           88  FIM-CDR                  VALUE 'S'.
       01  WS-FIM-PARAMETRO             PIC X(1) VALUE 'N'.
           88  FIM-PARAMETRO            VALUE 'S'.
       01  WS-FIM-ORDENADO              PIC X(1) VALUE 'N'.
           88  FIM-ORDENADO             VALUE 'S'.
       01  WS-FIM-AGENDA                PIC X(1) VALUE 'N'.
           88  FIM-AGENDA               VALUE 'S'.
       01  WS-ARQUIVOS-ABERTOS          PIC X(1) VALUE 'N'.
           88  ARQUIVOS-ABERTOS         VALUE 'S'.

      *> Parâmetros do SYSIN: competência e meses sem tráfego.
       01  WS-COMPETENCIA               PIC X(6).
       01  WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA.
           05  WS-COMP-ANO              PIC 9(4).
           05  WS-COMP-MES              PIC 9(2).
       01  WS-MESES-TEXTO               PIC X(2).
       01  WS-MESES-AJUSTADO            PIC X(2) JUSTIFIED RIGHT.
       01  WS-MESES-SEM-USO             PIC 9(2) VALUE ZERO.
       01  WS-PARAMETRO-VALIDO          PIC X(1) VALUE 'N'.
           88  PARAMETRO-VALIDO         VALUE 'S'.
       01  WS-MESES-CORRIDOS            PIC 9(6).
       01  WS-CORTE-ANO                 PIC 9(4).
       01  WS-CORTE-MES                 PIC 9(2).
       01  WS-DATA-CORTE                PIC X(8).
       01  WS-DATA-CORTE-EXIBIDA        PIC X(10).

       01  WS-DATA-HORA-ATUAL           PIC X(21).
       01  WS-DATA-HOJE                 PIC X(8).

      *> Plano de discagem carregado de PBXPARM.
       01  WS-PREFIXO-EXTERNO           PIC X(15) VALUE SPACES.
       01  WS-TAM-PREFIXO-EXT           PIC 9(2) VALUE ZERO.
       01  WS-PREFIXO-LD                PIC X(15) VALUE SPACES.
       01  WS-TAM-PREFIXO-LD            PIC 9(2) VALUE ZERO.
       01  WS-TAM-OPERADORA             PIC 9(2) VALUE ZERO.
       01  WS-DDD-LOCAL                 PIC X(2) VALUE SPACES.
       01  WS-MINIMO-FREQUENTE          PIC 9(5) VALUE 5.

       01  WS-TABELA-DDI.
           05  WS-DDI-QTD               PIC 9(2) VALUE ZERO.
           05  WS-DDI-ENTRADA OCCURS 50 TIMES.
               10  DDI-TAB-RAIZ         PIC X(15).
               10  DDI-TAB-TAM-RAIZ     PIC 9(2).
               10  DDI-TAB-TAM-RAMAL    PIC 9(2).
       01  WS-IX-DDI                    PIC 9(2).

       01  WS-VALOR-TEXTO               PIC X(15).
       01  WS-VALOR-AJUSTADO            PIC X(5) JUSTIFIED RIGHT.
       01  WS-VALOR-NUM                 PIC 9(5).
       01  WS-VALOR-VALIDO              PIC X(1).
           88  VALOR-VALIDO             VALUE 'S'.
       01  WS-QTD-PARAM-INVALIDOS       PIC 9(3) VALUE ZERO.

      *> Normalização de um número do bilhete.
       01  WS-NUM-BRUTO                 PIC X(20).
       01  WS-NUM-NORMAL                PIC X(20).
       01  WS-NUM-AUX                   PIC X(20).
       01  WS-TAM-NUM                   PIC 9(2).
       01  WS-QTD-ESPACOS               PIC 9(2).
       01  WS-TAM-CORTE                 PIC 9(2).
       01  WS-APLICA-PREFIXO-EXT        PIC X(1).
           88  APLICA-PREFIXO-EXT       VALUE 'S'.
       01  WS-NUMERO-ACHADO             PIC X(1).
           88  NUMERO-ACHADO            VALUE 'S'.
       01  WS-NUM-ALTERNATIVO           PIC X(20).

       01  WS-NO-MES                    PIC X(1).
           88  BILHETE-DO-MES           VALUE 'S'.
       01  WS-SEGUNDOS-CDR              PIC 9(6).

      *> Quebras do relatório.
       01  WS-DEPTO-CORRENTE            PIC X(20).
       01  WS-FONE-CORRENTE             PIC X(15).
       01  WS-NOME-CORRENTE             PIC X(30).
       01  WS-TEM-DEPTO-ABERTO          PIC X(1) VALUE 'N'.
           88  TEM-DEPTO-ABERTO         VALUE 'S'.
       01  WS-FONE-FEITAS               PIC 9(7).
       01  WS-FONE-RECEBIDAS            PIC 9(7).
       01  WS-FONE-SEGUNDOS             PIC 9(9).
       01  WS-DEP-NUMEROS               PIC 9(5).
       01  WS-DEP-FEITAS                PIC 9(7).
       01  WS-DEP-RECEBIDAS             PIC 9(7).
       01  WS-DEP-SEGUNDOS              PIC 9(9).
       01  WS-EXT-CHAMADAS              PIC 9(7).
       01  WS-EXT-SEGUNDOS              PIC 9(9).
       01  WS-MINUTOS                   PIC 9(7).

       01  WS-TABELA-DEPTO-USO.
           05  WS-DTU-QTD               PIC 9(3) VALUE ZERO.
           05  WS-DTU-ENTRADA OCCURS 200 TIMES.
               10  DTU-NOME             PIC X(20).
               10  DTU-NUMEROS          PIC 9(5).
               10  DTU-FEITAS           PIC 9(7).
               10  DTU-RECEBIDAS        PIC 9(7).
               10  DTU-SEGUNDOS         PIC 9(9).
       01  WS-IX-DTU                    PIC 9(3).
       01  WS-DTU-ESTOURO               PIC X(1) VALUE 'N'.
           88  DTU-ESTOUROU             VALUE 'S'.

       01  WS-QTD-LIDOS                 PIC 9(7) VALUE ZERO.
       01  WS-QTD-DO-MES                PIC 9(7) VALUE ZERO.
       01  WS-QTD-FORA-MES              PIC 9(7) VALUE ZERO.
       01  WS-QTD-INVALIDOS             PIC 9(7) VALUE ZERO.
       01  WS-QTD-NUMEROS-USADOS        PIC 9(7) VALUE ZERO.
       01  WS-QTD-USO-GRAVADOS          PIC 9(7) VALUE ZERO.
       01  WS-QTD-EXTERNOS              PIC 9(7) VALUE ZERO.
       01  WS-QTD-FREQUENTES            PIC 9(7) VALUE ZERO.
       01  WS-QTD-SEM-TRAFEGO           PIC 9(7) VALUE ZERO.

       01  WS-LINHAS-POR-PAGINA         PIC 9(2) VALUE 20.
       01  WS-CONTADOR-LINHAS           PIC 9(2) VALUE ZERO.
       01  WS-PAGINA-REL                PIC 9(4) VALUE ZERO.

       01  WS-CABECALHO-1.
           05  FILLER                   PIC X(20)
               VALUE "AGENDA TELEFÔNICA".
           05  FILLER                   PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "PAGINA: ".
           05  CAB-PAGINA               PIC ZZZ9.

       01  WS-TITULO-SECAO              PIC X(80).
       01  WS-COLUNAS-SECAO             PIC X(80).

       01  WS-TITULO-TRAFEGO.
           05  CAB-TRF-TEXTO            PIC X(40).
           05  FILLER                   PIC X(14)
               VALUE " COMPETÊNCIA ".
           05  CAB-TRF-MES              PIC X(2).
           05  FILLER                   PIC X(1) VALUE "/".
           05  CAB-TRF-ANO              PIC X(4).

       01  WS-TITULO-SEM-TRAFEGO.
           05  FILLER                   PIC X(45)
               VALUE "CONTATOS ATIVOS SEM TRÁFEGO DESDE".
           05  CAB-TRF-CORTE            PIC X(10).

       01  WS-COLUNAS-USO.
           05  FILLER                   PIC X(31) VALUE "CONTATO".
           05  FILLER                   PIC X(16) VALUE "TELEFONE".
           05  FILLER                   PIC X(8) VALUE "FEITAS".
           05  FILLER                   PIC X(10) VALUE "RECEBIDAS".
           05  FILLER                   PIC X(7) VALUE "MINUTOS".

       01  WS-COLUNAS-DEPTO.
           05  FILLER                   PIC X(22) VALUE "DEPARTAMENTO".
           05  FILLER                   PIC X(9) VALUE "NÚMEROS".
           05  FILLER                   PIC X(11) VALUE "FEITAS".
           05  FILLER                   PIC X(11) VALUE "RECEBIDAS".
           05  FILLER                   PIC X(7) VALUE "MINUTOS".

       01  WS-COLUNAS-EXTERNO.
           05  FILLER                   PIC X(22)
               VALUE "NÚMERO DISCADO".
           05  FILLER                   PIC X(11) VALUE "CHAMADAS".
           05  FILLER                   PIC X(7) VALUE "MINUTOS".

       01  WS-COLUNAS-SEM-TRAFEGO.
           05  FILLER                   PIC X(31) VALUE "CONTATO".
           05  FILLER                   PIC X(16) VALUE "TELEFONE".
           05  FILLER                   PIC X(21) VALUE "DEPARTAMENTO".
           05  FILLER                   PIC X(11) VALUE "ÚLTIMO USO".

       01  WS-LINHA-DEPTO-USO.
           05  FILLER                   PIC X(14)
               VALUE "DEPARTAMENTO: ".
           05  DTL-NOME                 PIC X(20).

       01  WS-LINHA-USO.
           05  USL-NOME                 PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  USL-TELEFONE             PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  USL-FEITAS               PIC ZZZZZZ9.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  USL-RECEBIDAS            PIC ZZZZZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  USL-MINUTOS              PIC ZZZZZZ9.

       01  WS-LINHA-SUBTOTAL-USO.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(17)
               VALUE "TOTAL DO DEPTO.: ".
           05  SBT-NUMEROS              PIC ZZZZ9.
           05  FILLER                   PIC X(21)
               VALUE " NÚMERO(S)          ".
           05  SBT-FEITAS               PIC ZZZZZZ9.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  SBT-RECEBIDAS            PIC ZZZZZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  SBT-MINUTOS              PIC ZZZZZZ9.

       01  WS-LINHA-RESUMO-DEPTO.
           05  RSD-NOME                 PIC X(20).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RSD-NUMEROS              PIC ZZZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  RSD-FEITAS               PIC ZZZZZZ9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  RSD-RECEBIDAS            PIC ZZZZZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  RSD-MINUTOS              PIC ZZZZZZZ9.

       01  WS-LINHA-EXTERNO.
           05  EXL-NUMERO               PIC X(20).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  EXL-CHAMADAS             PIC ZZZZZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  EXL-MINUTOS              PIC ZZZZZZ9.

       01  WS-LINHA-SEM-TRAFEGO.
           05  SML-NOME                 PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  SML-TELEFONE             PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  SML-DEPARTAMENTO         PIC X(20).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  SML-ULTIMO-USO           PIC X(12).

       01  WS-LINHA-TOTAL-TRF.
           05  TOT-TRF-ROTULO           PIC X(32).
           05  TOT-TRF-VALOR            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-TRAFEGO.
           PERFORM LER-PARAMETROS-TRAFEGO.
           IF PARAMETRO-VALIDO
               PERFORM INICIAR-CONTROLE-EXECUCAO
               IF NOT EXECUCAO-BLOQUEADA
                   PERFORM CARREGAR-PLANO-DISCAGEM
                   PERFORM ABRIR-ARQUIVOS-TRAFEGO
                   IF ARQUIVOS-ABERTOS
                       PERFORM PROCESSAR-PROXIMO-CDR
                           UNTIL FIM-CDR
                       CLOSE TRAFEGO-TRABALHO
                       SORT TRAFEGO-SORT
                           ON ASCENDING KEY SORT-TRF-TIPO
                           ON ASCENDING KEY SORT-TRF-DEPARTAMENTO
                           ON ASCENDING KEY SORT-TRF-NOME
                           ON ASCENDING KEY SORT-TRF-TELEFONE
                           USING TRAFEGO-TRABALHO
                           GIVING TRAFEGO-ORDENADO
                       PERFORM IMPRIMIR-TRAFEGO
                       PERFORM IMPRIMIR-SEM-TRAFEGO
                       PERFORM ESCREVER-TOTAIS-TRAFEGO
                       PERFORM FECHAR-ARQUIVOS-TRAFEGO
                       PERFORM EXIBIR-RESUMO-TRAFEGO
                   END-IF
                   PERFORM ENCERRAR-CONTROLE-EXECUCAO
               END-IF
           END-IF.
           STOP RUN.

      *> SYSIN: competência AAAAMM (em branco, o mês anterior) e o
      *> número de meses sem tráfego que torna o contato candidato
      *> a revisão, contados até a competência inclusive.
       LER-PARAMETROS-TRAFEGO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           DISPLAY "Competência (AAAAMM, branco = mês anterior): ".
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA = SPACES
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
               IF WS-COMP-MES = 1
                   SUBTRACT 1 FROM WS-COMP-ANO
                   MOVE 12 TO WS-COMP-MES
               ELSE
                   SUBTRACT 1 FROM WS-COMP-MES
               END-IF
           END-IF.
           DISPLAY "Meses sem tráfego para revisão: ".
           ACCEPT WS-MESES-TEXTO.
           MOVE FUNCTION TRIM(WS-MESES-TEXTO) TO WS-MESES-AJUSTADO.
           IF WS-MESES-AJUSTADO NOT = SPACES
               INSPECT WS-MESES-AJUSTADO
                   REPLACING LEADING " " BY "0"
           END-IF.
           IF WS-COMPETENCIA NOT NUMERIC
               DISPLAY "Competência inválida: " WS-COMPETENCIA
           ELSE IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "Competência inválida: " WS-COMPETENCIA
           ELSE IF WS-MESES-AJUSTADO NOT NUMERIC
               DISPLAY "Número de meses inválido: " WS-MESES-TEXTO
           ELSE
               MOVE WS-MESES-AJUSTADO TO WS-MESES-SEM-USO
               IF WS-MESES-SEM-USO = ZERO
                   DISPLAY "Número de meses inválido: "
                       WS-MESES-TEXTO
               ELSE
                   MOVE 'S' TO WS-PARAMETRO-VALIDO
                   PERFORM CALCULAR-DATA-CORTE
               END-IF
           END-IF
           END-IF
           END-IF.

      *> O corte é o primeiro dia do mais antigo dos N meses que
      *> terminam na competência.
       CALCULAR-DATA-CORTE.
           COMPUTE WS-MESES-CORRIDOS = WS-COMP-ANO * 12
               + WS-COMP-MES - 1 - (WS-MESES-SEM-USO - 1).
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-CORTE-ANO
               REMAINDER WS-CORTE-MES.
           ADD 1 TO WS-CORTE-MES.
           MOVE WS-CORTE-ANO TO WS-DATA-CORTE(1:4).
           MOVE WS-CORTE-MES TO WS-DATA-CORTE(5:2).
           MOVE "01" TO WS-DATA-CORTE(7:2).
           STRING WS-DATA-CORTE(7:2) "/" WS-DATA-CORTE(5:2) "/"
                   WS-DATA-CORTE(1:4) DELIMITED BY SIZE
               INTO WS-DATA-CORTE-EXIBIDA.

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
                   MOVE WS-QTD-USO-GRAVADOS TO EXE-QTD-APLICADOS
                   MOVE WS-QTD-INVALIDOS TO EXE-QTD-REJEITADOS
                   REWRITE EXECUCAO-REGISTRO
           END-READ.
           CLOSE EXECUCAO-FILE.

      *> Sem PBXPARM os números são comparados como vieram no
      *> bilhete; um valor numérico inválido descarta a entrada.
       CARREGAR-PLANO-DISCAGEM.
           OPEN INPUT PBXPARM-FILE.
           IF WS-PBXPARM-STATUS NOT = "00"
               DISPLAY "Plano de discagem indisponível ("
                   WS-PBXPARM-STATUS "); números comparados como"
                   " vieram no bilhete."
           ELSE
               MOVE 'N' TO WS-FIM-PARAMETRO
               PERFORM LER-REGISTRO-PARAMETRO
               PERFORM GUARDAR-REGISTRO-PARAMETRO
                   UNTIL FIM-PARAMETRO
               CLOSE PBXPARM-FILE
           END-IF.

       LER-REGISTRO-PARAMETRO.
           READ PBXPARM-FILE
               AT END
                   MOVE 'S' TO WS-FIM-PARAMETRO
           END-READ.

       GUARDAR-REGISTRO-PARAMETRO.
           EVALUATE PAR-TIPO
               WHEN 'P'
                   MOVE PAR-VALOR-1 TO WS-PREFIXO-EXTERNO
                   MOVE PAR-VALOR-1 TO WS-NUM-BRUTO
                   PERFORM MEDIR-NUMERO-BRUTO
                   MOVE WS-TAM-NUM TO WS-TAM-PREFIXO-EXT
               WHEN 'N'
                   MOVE PAR-VALOR-2 TO WS-VALOR-TEXTO
                   PERFORM CONVERTER-VALOR-PARAMETRO
                   IF VALOR-VALIDO
                       MOVE PAR-VALOR-1 TO WS-PREFIXO-LD
                       MOVE PAR-VALOR-1 TO WS-NUM-BRUTO
                       PERFORM MEDIR-NUMERO-BRUTO
                       MOVE WS-TAM-NUM TO WS-TAM-PREFIXO-LD
                       MOVE WS-VALOR-NUM TO WS-TAM-OPERADORA
                   END-IF
               WHEN 'L'
                   MOVE PAR-VALOR-1 TO WS-DDD-LOCAL
               WHEN 'D'
                   MOVE PAR-VALOR-2 TO WS-VALOR-TEXTO
                   PERFORM CONVERTER-VALOR-PARAMETRO
                   IF VALOR-VALIDO
                       IF WS-DDI-QTD >= 50
                           DISPLAY "Plano de discagem excede 50"
                               " faixas DDI; excedente ignorado."
                       ELSE
                           ADD 1 TO WS-DDI-QTD
                           MOVE PAR-VALOR-1
                               TO DDI-TAB-RAIZ(WS-DDI-QTD)
                           MOVE PAR-VALOR-1 TO WS-NUM-BRUTO
                           PERFORM MEDIR-NUMERO-BRUTO
                           MOVE WS-TAM-NUM
                               TO DDI-TAB-TAM-RAIZ(WS-DDI-QTD)
                           MOVE WS-VALOR-NUM
                               TO DDI-TAB-TAM-RAMAL(WS-DDI-QTD)
                       END-IF
                   END-IF
               WHEN 'F'
                   MOVE PAR-VALOR-1 TO WS-VALOR-TEXTO
                   PERFORM CONVERTER-VALOR-PARAMETRO
                   IF VALOR-VALIDO
                       MOVE WS-VALOR-NUM TO WS-MINIMO-FREQUENTE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-QTD-PARAM-INVALIDOS
                   DISPLAY "Entrada do plano de discagem ignorada: "
                       PBXPARM-REGISTRO
           END-EVALUATE.
           PERFORM LER-REGISTRO-PARAMETRO.

       CONVERTER-VALOR-PARAMETRO.
           MOVE 'N' TO WS-VALOR-VALIDO.
           MOVE FUNCTION TRIM(WS-VALOR-TEXTO) TO WS-VALOR-AJUSTADO.
           IF WS-VALOR-AJUSTADO NOT = SPACES
               INSPECT WS-VALOR-AJUSTADO
                   REPLACING LEADING " " BY "0"
           END-IF.
           IF WS-VALOR-AJUSTADO NOT NUMERIC
               ADD 1 TO WS-QTD-PARAM-INVALIDOS
               DISPLAY "Entrada do plano de discagem ignorada: "
                   PBXPARM-REGISTRO
           ELSE
               MOVE WS-VALOR-AJUSTADO TO WS-VALOR-NUM
               MOVE 'S' TO WS-VALOR-VALIDO
           END-IF.

       MEDIR-NUMERO-BRUTO.
           MOVE ZERO TO WS-QTD-ESPACOS.
           INSPECT WS-NUM-BRUTO TALLYING WS-QTD-ESPACOS
               FOR TRAILING SPACE.
           COMPUTE WS-TAM-NUM = 20 - WS-QTD-ESPACOS.

       ABRIR-ARQUIVOS-TRAFEGO.
           OPEN INPUT CDR-FILE.
           IF WS-CDR-STATUS NOT = "00"
               DISPLAY "Erro ao abrir os bilhetes do PBX: "
                   WS-CDR-STATUS
           ELSE
               OPEN INPUT AGENDA-FILE
               IF WS-AGENDA-STATUS NOT = "00"
                   DISPLAY "Erro ao abrir agenda: "
                       WS-AGENDA-STATUS
                   CLOSE CDR-FILE
               ELSE
                   OPEN I-O USO-FILE
                   IF WS-USO-STATUS = "35"
                       OPEN OUTPUT USO-FILE
                       CLOSE USO-FILE
                       OPEN I-O USO-FILE
                   END-IF
                   OPEN OUTPUT TRAFEGO-TRABALHO
                   OPEN OUTPUT RELTRAF-FILE
                   MOVE 'S' TO WS-ARQUIVOS-ABERTOS
               END-IF
           END-IF.

       FECHAR-ARQUIVOS-TRAFEGO.
           CLOSE CDR-FILE.
           CLOSE AGENDA-FILE.
           CLOSE USO-FILE.
           CLOSE RELTRAF-FILE.

       PROCESSAR-PROXIMO-CDR.
           READ CDR-FILE
               AT END
                   MOVE 'S' TO WS-FIM-CDR
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM TRATAR-BILHETE
           END-READ.

      *> Todo bilhete válido atualiza o último uso dos números da
      *> agenda; só os da competência entram no relatório de uso. O
      *> número externo discado e ausente da agenda vai para a
      *> contagem de frequentes.
       TRATAR-BILHETE.
           IF CDR-DATA NOT NUMERIC OR CDR-DURACAO NOT NUMERIC
               ADD 1 TO WS-QTD-INVALIDOS
           ELSE
               MOVE CDR-DURACAO TO WS-SEGUNDOS-CDR
               IF CDR-DATA(1:6) = WS-COMPETENCIA
                   MOVE 'S' TO WS-NO-MES
                   ADD 1 TO WS-QTD-DO-MES
               ELSE
                   MOVE 'N' TO WS-NO-MES
                   ADD 1 TO WS-QTD-FORA-MES
               END-IF

               MOVE CDR-ORIGEM TO WS-NUM-BRUTO
               MOVE 'N' TO WS-APLICA-PREFIXO-EXT
               PERFORM NORMALIZAR-NUMERO
               PERFORM PROCURAR-NUMERO-AGENDA
               IF NUMERO-ACHADO
                   PERFORM REGISTRAR-ULTIMO-USO
                   IF BILHETE-DO-MES
                       MOVE 'F' TO TRAB-SENTIDO
                       PERFORM GRAVAR-USO-CONTATO
                   END-IF
               END-IF

               MOVE CDR-DESTINO TO WS-NUM-BRUTO
               IF CDR-SAIDA
                   MOVE 'S' TO WS-APLICA-PREFIXO-EXT
               ELSE
                   MOVE 'N' TO WS-APLICA-PREFIXO-EXT
               END-IF
               PERFORM NORMALIZAR-NUMERO
               PERFORM PROCURAR-NUMERO-AGENDA
               IF NUMERO-ACHADO
                   PERFORM REGISTRAR-ULTIMO-USO
                   IF BILHETE-DO-MES
                       MOVE 'R' TO TRAB-SENTIDO
                       PERFORM GRAVAR-USO-CONTATO
                   END-IF
               ELSE
                   IF CDR-SAIDA AND BILHETE-DO-MES
                       AND WS-TAM-NUM > 5
                       PERFORM GRAVAR-USO-EXTERNO
                   END-IF
               END-IF
           END-IF.

      *> Plano de discagem: tronco externo (só no número discado
      *> para fora), longa distância com código de operadora e DDD
      *> local no número discado sem DDD. Ramais (até 5 dígitos)
      *> passam como vieram.
       NORMALIZAR-NUMERO.
           MOVE WS-NUM-BRUTO TO WS-NUM-NORMAL.
           PERFORM MEDIR-NUMERO-BRUTO.
           IF APLICA-PREFIXO-EXT AND WS-TAM-PREFIXO-EXT > ZERO
               AND WS-TAM-NUM > WS-TAM-PREFIXO-EXT + 5
               IF WS-NUM-NORMAL(1:WS-TAM-PREFIXO-EXT)
                       = WS-PREFIXO-EXTERNO(1:WS-TAM-PREFIXO-EXT)
                   MOVE WS-TAM-PREFIXO-EXT TO WS-TAM-CORTE
                   PERFORM CORTAR-INICIO-NUMERO
               END-IF
           END-IF.
           IF WS-TAM-PREFIXO-LD > ZERO
               AND WS-TAM-NUM > WS-TAM-PREFIXO-LD
               IF WS-NUM-NORMAL(1:WS-TAM-PREFIXO-LD)
                       = WS-PREFIXO-LD(1:WS-TAM-PREFIXO-LD)
                   IF WS-TAM-NUM - WS-TAM-PREFIXO-LD
                           - WS-TAM-OPERADORA >= 10
                       COMPUTE WS-TAM-CORTE = WS-TAM-PREFIXO-LD
                           + WS-TAM-OPERADORA
                       PERFORM CORTAR-INICIO-NUMERO
                   ELSE IF WS-TAM-NUM - WS-TAM-PREFIXO-LD >= 10
                       MOVE WS-TAM-PREFIXO-LD TO WS-TAM-CORTE
                       PERFORM CORTAR-INICIO-NUMERO
                   END-IF
                   END-IF
               END-IF
           END-IF.
           IF (WS-TAM-NUM = 8 OR WS-TAM-NUM = 9)
               AND WS-DDD-LOCAL NOT = SPACES
               MOVE SPACES TO WS-NUM-AUX
               STRING WS-DDD-LOCAL WS-NUM-NORMAL(1:WS-TAM-NUM)
                   DELIMITED BY SIZE INTO WS-NUM-AUX
               MOVE WS-NUM-AUX TO WS-NUM-NORMAL
               ADD 2 TO WS-TAM-NUM
           END-IF.

       CORTAR-INICIO-NUMERO.
           MOVE WS-NUM-NORMAL(WS-TAM-CORTE + 1:) TO WS-NUM-AUX.
           MOVE WS-NUM-AUX TO WS-NUM-NORMAL.
           SUBTRACT WS-TAM-CORTE FROM WS-TAM-NUM.

      *> Procura o número normalizado; não achando, tenta a outra
      *> forma da mesma linha pelas faixas DDI (raiz + ramal <->
      *> ramal). O registro achado fica em AGENDA-REGISTRO.
       PROCURAR-NUMERO-AGENDA.
           MOVE 'N' TO WS-NUMERO-ACHADO.
           IF WS-TAM-NUM > ZERO AND WS-TAM-NUM <= 15
               MOVE WS-NUM-NORMAL(1:15) TO TELEFONE-AGENDA
               READ AGENDA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-NUMERO-ACHADO
               END-READ
               PERFORM TENTAR-FAIXA-DDI
                   VARYING WS-IX-DDI FROM 1 BY 1
                   UNTIL WS-IX-DDI > WS-DDI-QTD OR NUMERO-ACHADO
           END-IF.

       TENTAR-FAIXA-DDI.
           MOVE SPACES TO WS-NUM-ALTERNATIVO.
           IF WS-TAM-NUM = DDI-TAB-TAM-RAIZ(WS-IX-DDI)
                   + DDI-TAB-TAM-RAMAL(WS-IX-DDI)
               IF WS-NUM-NORMAL(1:DDI-TAB-TAM-RAIZ(WS-IX-DDI))
                       = DDI-TAB-RAIZ(WS-IX-DDI)
                           (1:DDI-TAB-TAM-RAIZ(WS-IX-DDI))
                   MOVE WS-NUM-NORMAL(DDI-TAB-TAM-RAIZ(WS-IX-DDI)
                       + 1:DDI-TAB-TAM-RAMAL(WS-IX-DDI))
                       TO WS-NUM-ALTERNATIVO
               END-IF
           ELSE IF WS-TAM-NUM = DDI-TAB-TAM-RAMAL(WS-IX-DDI)
               STRING DDI-TAB-RAIZ(WS-IX-DDI)
                       (1:DDI-TAB-TAM-RAIZ(WS-IX-DDI))
                   WS-NUM-NORMAL(1:WS-TAM-NUM)
                   DELIMITED BY SIZE INTO WS-NUM-ALTERNATIVO
           END-IF
           END-IF.
           IF WS-NUM-ALTERNATIVO NOT = SPACES
               MOVE WS-NUM-ALTERNATIVO(1:15) TO TELEFONE-AGENDA
               READ AGENDA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-NUMERO-ACHADO
               END-READ
           END-IF.

      *> O último uso só avança: reprocessar uma exportação antiga
      *> não faz um número parecer ocioso.
       REGISTRAR-ULTIMO-USO.
           MOVE TELEFONE-AGENDA TO USO-TELEFONE.
           READ USO-FILE
               INVALID KEY
                   MOVE CDR-DATA TO USO-ULTIMO-USO
                   MOVE WS-DATA-HORA-ATUAL(1:14) TO USO-DATA-HORA
                   WRITE USO-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao gravar uso de "
                               USO-TELEFONE ": " WS-USO-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-USO-GRAVADOS
                   END-WRITE
               NOT INVALID KEY
                   IF CDR-DATA > USO-ULTIMO-USO
                       MOVE CDR-DATA TO USO-ULTIMO-USO
                       MOVE WS-DATA-HORA-ATUAL(1:14)
                           TO USO-DATA-HORA
                       REWRITE USO-REGISTRO
                           INVALID KEY
                               DISPLAY "Erro ao gravar uso de "
                                   USO-TELEFONE ": " WS-USO-STATUS
                       END-REWRITE
                   END-IF
           END-READ.

       GRAVAR-USO-CONTATO.
           MOVE 'C' TO TRAB-TIPO.
           MOVE DEPARTAMENTO-AGENDA TO TRAB-DEPARTAMENTO.
           IF TRAB-DEPARTAMENTO = SPACES
               MOVE "(SEM DEPARTAMENTO)" TO TRAB-DEPARTAMENTO
           END-IF.
           MOVE NOME-AGENDA TO TRAB-NOME.
           MOVE TELEFONE-AGENDA TO TRAB-TELEFONE.
           MOVE WS-SEGUNDOS-CDR TO TRAB-SEGUNDOS.
           WRITE TRF-TRAB-REGISTRO.

       GRAVAR-USO-EXTERNO.
           MOVE 'X' TO TRAB-TIPO.
           MOVE SPACES TO TRAB-DEPARTAMENTO.
           MOVE SPACES TO TRAB-NOME.
           MOVE WS-NUM-NORMAL(1:15) TO TRAB-TELEFONE.
           MOVE 'F' TO TRAB-SENTIDO.
           MOVE WS-SEGUNDOS-CDR TO TRAB-SEGUNDOS.
           WRITE TRF-TRAB-REGISTRO.

      *> Seções 1 a 3 a partir do arquivo ordenado: uso por contato
      *> (quebra por departamento e por telefone), resumo por
      *> departamento e externos frequentes.
       IMPRIMIR-TRAFEGO.
           OPEN INPUT TRAFEGO-ORDENADO.
           MOVE ZERO TO WS-PAGINA-REL.
           MOVE SPACES TO WS-DEPTO-CORRENTE.
           MOVE SPACES TO WS-FONE-CORRENTE.
           MOVE 'N' TO WS-TEM-DEPTO-ABERTO.
           MOVE 'N' TO WS-FIM-ORDENADO.

           MOVE "USO POR CONTATO -" TO CAB-TRF-TEXTO.
           PERFORM ABRIR-SECAO-COMPETENCIA.
           MOVE WS-COLUNAS-USO TO WS-COLUNAS-SECAO.
           PERFORM ESCREVER-CABECALHO-TRAFEGO.
           PERFORM LER-TRAFEGO-ORDENADO.
           PERFORM TRATAR-USO-CONTATO
               UNTIL FIM-ORDENADO OR NOT ORD-USO-CONTATO.
           IF WS-FONE-CORRENTE NOT = SPACES
               PERFORM FECHAR-FONE-USO
           END-IF.
           IF TEM-DEPTO-ABERTO
               PERFORM FECHAR-DEPTO-USO
           END-IF.

           MOVE "USO POR DEPARTAMENTO -" TO CAB-TRF-TEXTO.
           PERFORM ABRIR-SECAO-COMPETENCIA.
           MOVE WS-COLUNAS-DEPTO TO WS-COLUNAS-SECAO.
           PERFORM ESCREVER-CABECALHO-TRAFEGO.
           PERFORM ESCREVER-RESUMO-DEPTO
               VARYING WS-IX-DTU FROM 1 BY 1
               UNTIL WS-IX-DTU > WS-DTU-QTD.

           MOVE "EXTERNOS FREQUENTES FORA DA AGENDA -"
               TO CAB-TRF-TEXTO.
           PERFORM ABRIR-SECAO-COMPETENCIA.
           MOVE WS-COLUNAS-EXTERNO TO WS-COLUNAS-SECAO.
           PERFORM ESCREVER-CABECALHO-TRAFEGO.
           MOVE SPACES TO WS-FONE-CORRENTE.
           PERFORM TRATAR-USO-EXTERNO
               UNTIL FIM-ORDENADO.
           IF WS-FONE-CORRENTE NOT = SPACES
               PERFORM FECHAR-EXTERNO
           END-IF.
           CLOSE TRAFEGO-ORDENADO.

       ABRIR-SECAO-COMPETENCIA.
           MOVE WS-COMPETENCIA(5:2) TO CAB-TRF-MES.
           MOVE WS-COMPETENCIA(1:4) TO CAB-TRF-ANO.
           MOVE WS-TITULO-TRAFEGO TO WS-TITULO-SECAO.

       LER-TRAFEGO-ORDENADO.
           READ TRAFEGO-ORDENADO
               AT END
                   MOVE 'S' TO WS-FIM-ORDENADO
           END-READ.

       TRATAR-USO-CONTATO.
           IF ORD-TELEFONE NOT = WS-FONE-CORRENTE
               IF WS-FONE-CORRENTE NOT = SPACES
                   PERFORM FECHAR-FONE-USO
               END-IF
               IF ORD-DEPARTAMENTO NOT = WS-DEPTO-CORRENTE
                   IF TEM-DEPTO-ABERTO
                       PERFORM FECHAR-DEPTO-USO
                   END-IF
                   PERFORM ABRIR-DEPTO-USO
               END-IF
               MOVE ORD-TELEFONE TO WS-FONE-CORRENTE
               MOVE ORD-NOME TO WS-NOME-CORRENTE
               MOVE ZERO TO WS-FONE-FEITAS
               MOVE ZERO TO WS-FONE-RECEBIDAS
               MOVE ZERO TO WS-FONE-SEGUNDOS
           END-IF.
           IF ORD-FEITA
               ADD 1 TO WS-FONE-FEITAS
           ELSE
               ADD 1 TO WS-FONE-RECEBIDAS
           END-IF.
           ADD ORD-SEGUNDOS TO WS-FONE-SEGUNDOS.
           PERFORM LER-TRAFEGO-ORDENADO.

       ABRIR-DEPTO-USO.
           MOVE ORD-DEPARTAMENTO TO WS-DEPTO-CORRENTE.
           MOVE 'S' TO WS-TEM-DEPTO-ABERTO.
           MOVE ZERO TO WS-DEP-NUMEROS.
           MOVE ZERO TO WS-DEP-FEITAS.
           MOVE ZERO TO WS-DEP-RECEBIDAS.
           MOVE ZERO TO WS-DEP-SEGUNDOS.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA - 2
               PERFORM ESCREVER-CABECALHO-TRAFEGO
           END-IF.
           MOVE WS-DEPTO-CORRENTE TO DTL-NOME.
           MOVE WS-LINHA-DEPTO-USO TO RELTRAF-LINHA.
           WRITE RELTRAF-LINHA AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-CONTADOR-LINHAS.

       FECHAR-FONE-USO.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM ESCREVER-CABECALHO-TRAFEGO
           END-IF.
           COMPUTE WS-MINUTOS ROUNDED = WS-FONE-SEGUNDOS / 60.
           MOVE WS-NOME-CORRENTE TO USL-NOME.
           MOVE WS-FONE-CORRENTE TO USL-TELEFONE.
           MOVE WS-FONE-FEITAS TO USL-FEITAS.
           MOVE WS-FONE-RECEBIDAS TO USL-RECEBIDAS.
           MOVE WS-MINUTOS TO USL-MINUTOS.
           MOVE WS-LINHA-USO TO RELTRAF-LINHA.
           WRITE RELTRAF-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.
           ADD 1 TO WS-QTD-NUMEROS-USADOS.
           ADD 1 TO WS-DEP-NUMEROS.
           ADD WS-FONE-FEITAS TO WS-DEP-FEITAS.
           ADD WS-FONE-RECEBIDAS TO WS-DEP-RECEBIDAS.
           ADD WS-FONE-SEGUNDOS TO WS-DEP-SEGUNDOS.

      *> O subtotal do departamento também alimenta o resumo da
      *> seção seguinte.
       FECHAR-DEPTO-USO.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM ESCREVER-CABECALHO-TRAFEGO
           END-IF.
           COMPUTE WS-MINUTOS ROUNDED = WS-DEP-SEGUNDOS / 60.
           MOVE WS-DEP-NUMEROS TO SBT-NUMEROS.
           MOVE WS-DEP-FEITAS TO SBT-FEITAS.
           MOVE WS-DEP-RECEBIDAS TO SBT-RECEBIDAS.
           MOVE WS-MINUTOS TO SBT-MINUTOS.
           MOVE WS-LINHA-SUBTOTAL-USO TO RELTRAF-LINHA.
           WRITE RELTRAF-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.
           MOVE 'N' TO WS-TEM-DEPTO-ABERTO.
           IF WS-DTU-QTD >= 200
               IF NOT DTU-ESTOUROU
                   DISPLAY "Mais de 200 departamentos com tráfego;"
                       " o resumo por departamento sai"
                       " incompleto."
                   MOVE 'S' TO WS-DTU-ESTOURO
               END-IF
           ELSE
               ADD 1 TO WS-DTU-QTD
               MOVE WS-DEPTO-CORRENTE TO DTU-NOME(WS-DTU-QTD)
               MOVE WS-DEP-NUMEROS TO DTU-NUMEROS(WS-DTU-QTD)
               MOVE WS-DEP-FEITAS TO DTU-FEITAS(WS-DTU-QTD)
               MOVE WS-DEP-RECEBIDAS TO DTU-RECEBIDAS(WS-DTU-QTD)
               MOVE WS-DEP-SEGUNDOS TO DTU-SEGUNDOS(WS-DTU-QTD)
           END-IF.

       ESCREVER-RESUMO-DEPTO.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM ESCREVER-CABECALHO-TRAFEGO
           END-IF.
           COMPUTE WS-MINUTOS ROUNDED =
               DTU-SEGUNDOS(WS-IX-DTU) / 60.
           MOVE DTU-NOME(WS-IX-DTU) TO RSD-NOME.
           MOVE DTU-NUMEROS(WS-IX-DTU) TO RSD-NUMEROS.
           MOVE DTU-FEITAS(WS-IX-DTU) TO RSD-FEITAS.
           MOVE DTU-RECEBIDAS(WS-IX-DTU) TO RSD-RECEBIDAS.
           MOVE WS-MINUTOS TO RSD-MINUTOS.
           MOVE WS-LINHA-RESUMO-DEPTO TO RELTRAF-LINHA.
           WRITE RELTRAF-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.

       TRATAR-USO-EXTERNO.
           IF ORD-TELEFONE NOT = WS-FONE-CORRENTE
               IF WS-FONE-CORRENTE NOT = SPACES
                   PERFORM FECHAR-EXTERNO
               END-IF
               MOVE ORD-TELEFONE TO WS-FONE-CORRENTE
               MOVE ZERO TO WS-EXT-CHAMADAS
               MOVE ZERO TO WS-EXT-SEGUNDOS
           END-IF.
           ADD 1 TO WS-EXT-CHAMADAS.
           ADD ORD-SEGUNDOS TO WS-EXT-SEGUNDOS.
           PERFORM LER-TRAFEGO-ORDENADO.

       FECHAR-EXTERNO.
           ADD 1 TO WS-QTD-EXTERNOS.
           IF WS-EXT-CHAMADAS >= WS-MINIMO-FREQUENTE
               IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
                   PERFORM ESCREVER-CABECALHO-TRAFEGO
               END-IF
               COMPUTE WS-MINUTOS ROUNDED = WS-EXT-SEGUNDOS / 60
               MOVE WS-FONE-CORRENTE TO EXL-NUMERO
               MOVE WS-EXT-CHAMADAS TO EXL-CHAMADAS
               MOVE WS-MINUTOS TO EXL-MINUTOS
               MOVE WS-LINHA-EXTERNO TO RELTRAF-LINHA
               WRITE RELTRAF-LINHA AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CONTADOR-LINHAS
               ADD 1 TO WS-QTD-FREQUENTES
           END-IF.

      *> Seção 4: contato ativo desde antes do corte cujo número não
      *> aparece em bilhete algum desde o corte.
       IMPRIMIR-SEM-TRAFEGO.
           MOVE WS-DATA-CORTE-EXIBIDA TO CAB-TRF-CORTE.
           MOVE WS-TITULO-SEM-TRAFEGO TO WS-TITULO-SECAO.
           MOVE WS-COLUNAS-SEM-TRAFEGO TO WS-COLUNAS-SECAO.
           PERFORM ESCREVER-CABECALHO-TRAFEGO.
           MOVE 'N' TO WS-FIM-AGENDA.
           MOVE LOW-VALUES TO TELEFONE-AGENDA.
           START AGENDA-FILE KEY IS NOT LESS THAN TELEFONE-AGENDA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-AGENDA
           END-START.
           PERFORM EXAMINAR-CONTATO-SEM-TRAFEGO
               UNTIL FIM-AGENDA.

       EXAMINAR-CONTATO-SEM-TRAFEGO.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-AGENDA
               NOT AT END
                   IF CONTATO-ATIVO
                       AND DATA-SITUACAO-AGENDA < WS-DATA-CORTE
                       MOVE TELEFONE-AGENDA TO USO-TELEFONE
                       READ USO-FILE
                           INVALID KEY
                               MOVE "NENHUM" TO SML-ULTIMO-USO
                               PERFORM ESCREVER-SEM-TRAFEGO
                           NOT INVALID KEY
                               IF USO-ULTIMO-USO < WS-DATA-CORTE
                                   MOVE SPACES TO SML-ULTIMO-USO
                                   STRING USO-ULTIMO-USO(7:2) "/"
                                       USO-ULTIMO-USO(5:2) "/"
                                       USO-ULTIMO-USO(1:4)
                                       DELIMITED BY SIZE
                                       INTO SML-ULTIMO-USO
                                   PERFORM ESCREVER-SEM-TRAFEGO
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       ESCREVER-SEM-TRAFEGO.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM ESCREVER-CABECALHO-TRAFEGO
           END-IF.
           MOVE NOME-AGENDA TO SML-NOME.
           MOVE TELEFONE-AGENDA TO SML-TELEFONE.
           MOVE DEPARTAMENTO-AGENDA TO SML-DEPARTAMENTO.
           MOVE WS-LINHA-SEM-TRAFEGO TO RELTRAF-LINHA.
           WRITE RELTRAF-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.
           ADD 1 TO WS-QTD-SEM-TRAFEGO.

      *> Cada seção começa em página nova com seu título e colunas.
       ESCREVER-CABECALHO-TRAFEGO.
           ADD 1 TO WS-PAGINA-REL.
           MOVE WS-PAGINA-REL TO CAB-PAGINA.
           MOVE WS-CABECALHO-1 TO RELTRAF-LINHA.
           IF WS-PAGINA-REL > 1
               WRITE RELTRAF-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE RELTRAF-LINHA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-TITULO-SECAO TO RELTRAF-LINHA.
           WRITE RELTRAF-LINHA AFTER ADVANCING 2 LINES.
           MOVE WS-COLUNAS-SECAO TO RELTRAF-LINHA.
           WRITE RELTRAF-LINHA AFTER ADVANCING 1 LINE.
           MOVE 4 TO WS-CONTADOR-LINHAS.

       ESCREVER-TOTAIS-TRAFEGO.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA - 8
               PERFORM ESCREVER-CABECALHO-TRAFEGO
           END-IF.
           MOVE SPACES TO WS-LINHA-TOTAL-TRF.
           MOVE "BILHETES LIDOS................:" TO TOT-TRF-ROTULO.
           MOVE WS-QTD-LIDOS TO TOT-TRF-VALOR.
           MOVE WS-LINHA-TOTAL-TRF TO RELTRAF-LINHA.
           WRITE RELTRAF-LINHA AFTER ADVANCING 2 LINES.
           MOVE "BILHETES DA COMPETÊNCIA.......:" TO TOT-TRF-ROTULO.
           MOVE WS-QTD-DO-MES TO TOT-TRF-VALOR.
           MOVE WS-LINHA-TOTAL-TRF TO RELTRAF-LINHA.
           WRITE RELTRAF-LINHA AFTER ADVANCING 1 LINE.
           MOVE "BILHETES INVÁLIDOS............:" TO TOT-TRF-ROTULO.
           MOVE WS-QTD-INVALIDOS TO TOT-TRF-VALOR.
           MOVE WS-LINHA-TOTAL-TRF TO RELTRAF-LINHA.
           WRITE RELTRAF-LINHA AFTER ADVANCING 1 LINE.
           MOVE "NÚMEROS DA AGENDA COM TRÁFEGO:" TO TOT-TRF-ROTULO.
           MOVE WS-QTD-NUMEROS-USADOS TO TOT-TRF-VALOR.
           MOVE WS-LINHA-TOTAL-TRF TO RELTRAF-LINHA.
           WRITE RELTRAF-LINHA AFTER ADVANCING 1 LINE.
           MOVE "EXTERNOS FREQUENTES...........:" TO TOT-TRF-ROTULO.
           MOVE WS-QTD-FREQUENTES TO TOT-TRF-VALOR.
           MOVE WS-LINHA-TOTAL-TRF TO RELTRAF-LINHA.
           WRITE RELTRAF-LINHA AFTER ADVANCING 1 LINE.
           MOVE "CONTATOS SEM TRÁFEGO..........:" TO TOT-TRF-ROTULO.
           MOVE WS-QTD-SEM-TRAFEGO TO TOT-TRF-VALOR.
           MOVE WS-LINHA-TOTAL-TRF TO RELTRAF-LINHA.
           WRITE RELTRAF-LINHA AFTER ADVANCING 1 LINE.

       EXIBIR-RESUMO-TRAFEGO.
           DISPLAY "=======================================".
           DISPLAY "RESUMO - AGENDA-TRAFEGO".
           DISPLAY "=======================================".
           DISPLAY "Competência............: " WS-COMPETENCIA.
           DISPLAY "Bilhetes lidos.........: " WS-QTD-LIDOS.
           DISPLAY "Da competência.........: " WS-QTD-DO-MES.
           DISPLAY "Fora da competência....: " WS-QTD-FORA-MES.
           DISPLAY "Bilhetes inválidos.....: " WS-QTD-INVALIDOS.
           DISPLAY "Números com tráfego....: " WS-QTD-NUMEROS-USADOS.
           DISPLAY "Novos em USO...........: " WS-QTD-USO-GRAVADOS.
           DISPLAY "Externos distintos.....: " WS-QTD-EXTERNOS.
           DISPLAY "Externos frequentes....: " WS-QTD-FREQUENTES.
           DISPLAY "Sem tráfego desde " WS-DATA-CORTE-EXIBIDA
               ": " WS-QTD-SEM-TRAFEGO.
           IF WS-QTD-PARAM-INVALIDOS > ZERO
               DISPLAY "Entradas do plano de discagem ignoradas: "
                   WS-QTD-PARAM-INVALIDOS
           END-IF.
