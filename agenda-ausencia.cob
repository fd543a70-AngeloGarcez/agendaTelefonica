       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-AUSENCIA.

      *> Manutenção noturna das ausências: lê AUSENCIA (layout
      *> AGDAAUS) e remove as ausências cujo último dia já passou e
      *> as de pessoas que não estão mais na agenda; nas demais
      *> confere o substituto e marca AUS-SITUACAO quando ele ficou
      *> inativo ou foi excluído (a marca some se ele voltou a
      *> valer). Tudo o que foi removido ou marcado sai em RELAUS;
      *> indicar outro substituto é feito no AGENDA-TELEFONICA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUSENCIA-FILE ASSIGN TO AUSENCIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-NOME
               FILE STATUS IS WS-AUSENCIA-STATUS.

           SELECT AGENDA-FILE ASSIGN TO AGENDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELEFONE-AGENDA
               ALTERNATE RECORD KEY IS NOME-AGENDA WITH DUPLICATES
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT RELAUS-FILE ASSIGN TO RELAUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXECUCAO-FILE ASSIGN TO "EXECCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-EXECUCAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUSENCIA-FILE.
       01  AUSENCIA-REGISTRO.
           COPY AGDAAUS.

       FD  AGENDA-FILE.
       01  AGENDA-REGISTRO.
           COPY AGDAREC.

       FD  RELAUS-FILE
           LINAGE IS 20 LINES WITH FOOTING AT 18.
       01  RELAUS-LINHA                    PIC X(80).

       FD  EXECUCAO-FILE.
       01  EXECUCAO-REGISTRO.
           COPY AGDAEXE.

       WORKING-STORAGE SECTION.
       01  WS-EXECUCAO-STATUS           PIC X(2).
       01  WS-EXEC-PROGRAMA             PIC X(8) VALUE "AGDAAUS".
       01  WS-EXEC-INICIO               PIC X(14).
       01  WS-EXEC-BLOQUEADO            PIC X(1) VALUE 'N'.
           88  EXECUCAO-BLOQUEADA       VALUE 'S'.
       01  WS-FIM-EXECUCAO              PIC X(1).
           88  FIM-EXECUCAO             VALUE 'S'.
       01  WS-DATA-HORA-EXEC            PIC X(21).

       01  WS-AUSENCIA-STATUS           PIC X(2).
       01  WS-AGENDA-STATUS             PIC X(2).

       01  WS-FIM-AUSENCIA              PIC X(1) VALUE 'N'.
           88  FIM-AUSENCIA             VALUE 'S'.

       01  WS-DATA-HORA-ATUAL           PIC X(21).
       01  WS-DATA-HOJE                 PIC X(8).

       01  WS-NOME-PESSOA               PIC X(30).
       01  WS-PESSOA-EXISTE             PIC X(1).
           88  PESSOA-EXISTE            VALUE 'S'.
       01  WS-PESSOA-SITUACAO           PIC X(1).
           88  PESSOA-INATIVA           VALUE 'I'.
       01  WS-SITUACAO-NOVA             PIC X(1).

       01  WS-OCORRENCIA                PIC X(15).
       01  WS-DATA-TEXTO                PIC X(8).
       01  WS-DATA-EXIBIDA              PIC X(10).

       01  WS-QTD-LIDAS                 PIC 9(7) VALUE ZERO.
       01  WS-QTD-ENCERRADAS            PIC 9(7) VALUE ZERO.
       01  WS-QTD-SEM-PESSOA            PIC 9(7) VALUE ZERO.
       01  WS-QTD-SUBST-INATIVO         PIC 9(7) VALUE ZERO.
       01  WS-QTD-SUBST-EXCLUIDO        PIC 9(7) VALUE ZERO.
       01  WS-QTD-MARCA-LIMPA           PIC 9(7) VALUE ZERO.
       01  WS-QTD-VIGENTES              PIC 9(7) VALUE ZERO.

       01  WS-LINHAS-POR-PAGINA         PIC 9(2) VALUE 20.
       01  WS-CONTADOR-LINHAS           PIC 9(2) VALUE ZERO.
       01  WS-PAGINA-REL                PIC 9(4) VALUE ZERO.

       01  WS-CABECALHO-1.
           05  FILLER                   PIC X(20)
               VALUE "AGENDA TELEFÔNICA".
           05  FILLER                   PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "PAGINA: ".
           05  CAB-PAGINA               PIC ZZZ9.

       01  WS-CABECALHO-AUS.
           05  FILLER                   PIC X(38)
               VALUE "AUSÊNCIAS - ENCERRADAS E PENDÊNCIAS".

       01  WS-CABECALHO-AUS-COL.
           05  FILLER                   PIC X(17) VALUE "OCORRÊNCIA".
           05  FILLER                   PIC X(31) VALUE "AUSENTE".
           05  FILLER                   PIC X(11) VALUE "ATÉ".

       01  WS-LINHA-AUSENCIA.
           05  AUR-OCORRENCIA           PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  AUR-NOME                 PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  AUR-ATE                  PIC X(10).

       01  WS-LINHA-SUBSTITUTO.
           05  FILLER                   PIC X(16) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE "SUBSTITUTO: ".
           05  AUR-SUBSTITUTO           PIC X(30).

       01  WS-LINHA-TOTAL-AUS.
           05  TOT-AUS-ROTULO           PIC X(32).
           05  TOT-AUS-VALOR            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-AUSENCIA.
           PERFORM INICIAR-CONTROLE-EXECUCAO.
           IF NOT EXECUCAO-BLOQUEADA
               PERFORM ABRIR-ARQUIVOS-AUSENCIA
               PERFORM EXAMINAR-PROXIMA-AUSENCIA
                   UNTIL FIM-AUSENCIA
               PERFORM ESCREVER-TOTAIS-AUSENCIA
               PERFORM FECHAR-ARQUIVOS-AUSENCIA
               PERFORM EXIBIR-RESUMO-AUSENCIA
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
                   MOVE WS-QTD-LIDAS TO EXE-QTD-LIDOS
                   COMPUTE EXE-QTD-APLICADOS = WS-QTD-ENCERRADAS
                       + WS-QTD-SEM-PESSOA + WS-QTD-MARCA-LIMPA
                   REWRITE EXECUCAO-REGISTRO
           END-READ.
           CLOSE EXECUCAO-FILE.

       ABRIR-ARQUIVOS-AUSENCIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE.
           OPEN OUTPUT RELAUS-FILE.
           MOVE WS-LINHAS-POR-PAGINA TO WS-CONTADOR-LINHAS.
           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
               DISPLAY "Erro ao abrir agenda: " WS-AGENDA-STATUS
               MOVE 'S' TO WS-FIM-AUSENCIA
           END-IF.
           OPEN I-O AUSENCIA-FILE.
           IF WS-AUSENCIA-STATUS = "35"
               DISPLAY "Arquivo de ausências ainda não existe;"
                   " nada a verificar."
               MOVE 'S' TO WS-FIM-AUSENCIA
           ELSE
               IF WS-AUSENCIA-STATUS NOT = "00"
                   DISPLAY "Erro ao abrir as ausências: "
                       WS-AUSENCIA-STATUS
                   MOVE 'S' TO WS-FIM-AUSENCIA
               ELSE
                   MOVE LOW-VALUES TO AUS-NOME
                   START AUSENCIA-FILE
                       KEY IS NOT LESS THAN AUS-NOME
                       INVALID KEY
                           MOVE 'S' TO WS-FIM-AUSENCIA
                   END-START
               END-IF
           END-IF.

       FECHAR-ARQUIVOS-AUSENCIA.
           IF WS-AUSENCIA-STATUS NOT = "35"
               CLOSE AUSENCIA-FILE
           END-IF.
           CLOSE AGENDA-FILE.
           CLOSE RELAUS-FILE.

      *> Ausência cujo último dia já passou, ou de pessoa que não
      *> está mais na agenda, é removida; as demais têm o substituto
      *> conferido.
       EXAMINAR-PROXIMA-AUSENCIA.
           READ AUSENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-AUSENCIA
               NOT AT END
                   ADD 1 TO WS-QTD-LIDAS
                   MOVE AUS-NOME TO WS-NOME-PESSOA
                   PERFORM EXAMINAR-PESSOA
                   IF AUS-FIM < WS-DATA-HOJE
                       MOVE "ENCERRADA" TO WS-OCORRENCIA
                       PERFORM REMOVER-AUSENCIA
                   ELSE IF NOT PESSOA-EXISTE
                       MOVE "SEM CONTATO" TO WS-OCORRENCIA
                       PERFORM REMOVER-AUSENCIA
                   ELSE
                       ADD 1 TO WS-QTD-VIGENTES
                       PERFORM VERIFICAR-SUBSTITUTO
                   END-IF
                   END-IF
           END-READ.

       REMOVER-AUSENCIA.
           DELETE AUSENCIA-FILE RECORD
               INVALID KEY
                   DISPLAY "Erro ao remover a ausência de "
                       AUS-NOME ": " WS-AUSENCIA-STATUS
               NOT INVALID KEY
                   IF WS-OCORRENCIA = "ENCERRADA"
                       ADD 1 TO WS-QTD-ENCERRADAS
                   ELSE
                       ADD 1 TO WS-QTD-SEM-PESSOA
                   END-IF
                   PERFORM ESCREVER-OCORRENCIA
           END-DELETE.

      *> A marca é recalculada toda noite: vale o cadastro atual do
      *> substituto.
       VERIFICAR-SUBSTITUTO.
           MOVE AUS-SUBSTITUTO TO WS-NOME-PESSOA.
           PERFORM EXAMINAR-PESSOA.
           MOVE SPACE TO WS-SITUACAO-NOVA.
           MOVE SPACES TO WS-OCORRENCIA.
           IF NOT PESSOA-EXISTE
               MOVE 'X' TO WS-SITUACAO-NOVA
               MOVE "SUBST.EXCLUÍDO" TO WS-OCORRENCIA
               ADD 1 TO WS-QTD-SUBST-EXCLUIDO
           ELSE IF PESSOA-INATIVA
               MOVE 'I' TO WS-SITUACAO-NOVA
               MOVE "SUBST. INATIVO" TO WS-OCORRENCIA
               ADD 1 TO WS-QTD-SUBST-INATIVO
           END-IF
           END-IF.
           IF WS-SITUACAO-NOVA NOT = AUS-SITUACAO
               IF WS-SITUACAO-NOVA = SPACE
                   ADD 1 TO WS-QTD-MARCA-LIMPA
               END-IF
               MOVE WS-SITUACAO-NOVA TO AUS-SITUACAO
               REWRITE AUSENCIA-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao marcar a ausência de "
                           AUS-NOME ": " WS-AUSENCIA-STATUS
               END-REWRITE
           END-IF.
           IF WS-OCORRENCIA NOT = SPACES
               PERFORM ESCREVER-OCORRENCIA
           END-IF.

       EXAMINAR-PESSOA.
           MOVE 'N' TO WS-PESSOA-EXISTE.
           MOVE SPACES TO WS-PESSOA-SITUACAO.
           MOVE WS-NOME-PESSOA TO NOME-AGENDA.
           READ AGENDA-FILE KEY IS NOME-AGENDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-PESSOA-EXISTE
                   MOVE SITUACAO-AGENDA TO WS-PESSOA-SITUACAO
           END-READ.

       ESCREVER-OCORRENCIA.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA - 1
               PERFORM ESCREVER-CABECALHO-AUS
           END-IF.
           MOVE WS-OCORRENCIA TO AUR-OCORRENCIA.
           MOVE AUS-NOME TO AUR-NOME.
           MOVE AUS-FIM TO WS-DATA-TEXTO.
           PERFORM FORMATAR-DATA.
           MOVE WS-DATA-EXIBIDA TO AUR-ATE.
           MOVE WS-LINHA-AUSENCIA TO RELAUS-LINHA.
           WRITE RELAUS-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.
           MOVE AUS-SUBSTITUTO TO AUR-SUBSTITUTO.
           MOVE WS-LINHA-SUBSTITUTO TO RELAUS-LINHA.
           WRITE RELAUS-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.

       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-EXIBIDA.
           STRING WS-DATA-TEXTO(7:2) "/" WS-DATA-TEXTO(5:2) "/"
                   WS-DATA-TEXTO(1:4) DELIMITED BY SIZE
               INTO WS-DATA-EXIBIDA.

       ESCREVER-CABECALHO-AUS.
           ADD 1 TO WS-PAGINA-REL.
           MOVE WS-PAGINA-REL TO CAB-PAGINA.
           MOVE WS-CABECALHO-1 TO RELAUS-LINHA.
           IF WS-PAGINA-REL > 1
               WRITE RELAUS-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE RELAUS-LINHA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-CABECALHO-AUS TO RELAUS-LINHA.
           WRITE RELAUS-LINHA AFTER ADVANCING 2 LINES.
           MOVE WS-CABECALHO-AUS-COL TO RELAUS-LINHA.
           WRITE RELAUS-LINHA AFTER ADVANCING 1 LINE.
           MOVE 4 TO WS-CONTADOR-LINHAS.

       ESCREVER-TOTAIS-AUSENCIA.
           IF WS-PAGINA-REL = ZERO
               PERFORM ESCREVER-CABECALHO-AUS
           END-IF.
           MOVE SPACES TO WS-LINHA-TOTAL-AUS.
           MOVE "AUSÊNCIAS LIDAS...............:" TO TOT-AUS-ROTULO.
           MOVE WS-QTD-LIDAS TO TOT-AUS-VALOR.
           MOVE WS-LINHA-TOTAL-AUS TO RELAUS-LINHA.
           WRITE RELAUS-LINHA AFTER ADVANCING 2 LINES.
           MOVE "ENCERRADAS E REMOVIDAS........:" TO TOT-AUS-ROTULO.
           MOVE WS-QTD-ENCERRADAS TO TOT-AUS-VALOR.
           MOVE WS-LINHA-TOTAL-AUS TO RELAUS-LINHA.
           WRITE RELAUS-LINHA AFTER ADVANCING 1 LINE.
           MOVE "REMOVIDAS SEM CONTATO.........:" TO TOT-AUS-ROTULO.
           MOVE WS-QTD-SEM-PESSOA TO TOT-AUS-VALOR.
           MOVE WS-LINHA-TOTAL-AUS TO RELAUS-LINHA.
           WRITE RELAUS-LINHA AFTER ADVANCING 1 LINE.
           MOVE "VIGENTES E FUTURAS............:" TO TOT-AUS-ROTULO.
           MOVE WS-QTD-VIGENTES TO TOT-AUS-VALOR.
           MOVE WS-LINHA-TOTAL-AUS TO RELAUS-LINHA.
           WRITE RELAUS-LINHA AFTER ADVANCING 1 LINE.
           MOVE "SUBSTITUTO INATIVO............:" TO TOT-AUS-ROTULO.
           MOVE WS-QTD-SUBST-INATIVO TO TOT-AUS-VALOR.
           MOVE WS-LINHA-TOTAL-AUS TO RELAUS-LINHA.
           WRITE RELAUS-LINHA AFTER ADVANCING 1 LINE.
           MOVE "SUBSTITUTO EXCLUÍDO...........:" TO TOT-AUS-ROTULO.
           MOVE WS-QTD-SUBST-EXCLUIDO TO TOT-AUS-VALOR.
           MOVE WS-LINHA-TOTAL-AUS TO RELAUS-LINHA.
           WRITE RELAUS-LINHA AFTER ADVANCING 1 LINE.

       EXIBIR-RESUMO-AUSENCIA.
           DISPLAY "=======================================".
           DISPLAY "RESUMO - AGENDA-AUSENCIA".
           DISPLAY "=======================================".
           DISPLAY "Ausências lidas........: " WS-QTD-LIDAS.
           DISPLAY "Encerradas removidas...: " WS-QTD-ENCERRADAS.
           DISPLAY "Removidas sem contato..: " WS-QTD-SEM-PESSOA.
           DISPLAY "Vigentes e futuras.....: " WS-QTD-VIGENTES.
           DISPLAY "Substituto inativo.....: " WS-QTD-SUBST-INATIVO.
           DISPLAY "Substituto excluído....: "
               WS-QTD-SUBST-EXCLUIDO.
           DISPLAY "Marcas retiradas.......: " WS-QTD-MARCA-LIMPA.
           IF WS-QTD-SUBST-INATIVO > ZERO
               OR WS-QTD-SUBST-EXCLUIDO > ZERO
               DISPLAY "Indique outro substituto para as ausências"
               DISPLAY "listadas em RELAUS pela opção de ausências"
               DISPLAY "da agenda."
           END-IF.
