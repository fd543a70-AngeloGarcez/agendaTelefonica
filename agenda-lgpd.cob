       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-LGPD.

      *> Atendimento ao titular de dados (LGPD). Recebe o nome ou o
      *> telefone do titular e imprime em RELLGPD, num relatório
      *> único, todo registro que o cita: agenda (AGENDA), grupos
      *> (MEMBROS), trilha viva (AUDITORIA.LOG), arquivos mortos
      *> de auditoria (AUDARQ.AAAAMM) de uma faixa de períodos,
      *> histórico de expurgo (HISTORIA) e backups (AGDABKP.*) de
      *> uma faixa de datas. Os nomes e telefones do titular são
      *> reunidos da agenda e do histórico antes da varredura.
      *>
      *> No modo A (anonimizar), depois do relatório, substitui o
      *> nome, o telefone e o e-mail do titular no histórico de
      *> expurgo, na trilha viva e nos arquivos mortos da faixa.
      *> Nenhum registro é incluído ou removido nesses arquivos:
      *> cada um é regravado por um arquivo de trabalho e só
      *> volta ao lugar se lidos e gravados baterem, de modo que
      *> as contagens de inclusões, alterações e exclusões da
      *> trilha continuam fechando. Ao final grava na trilha um
      *> registro de ação 'L' com o responsável pela anonimização.
      *> A anonimização exige que o titular já tenha saído da
      *> agenda e dos grupos pelo fluxo normal de exclusão; os
      *> backups apenas constam do relatório e saem pelo ciclo de
      *> retenção.

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

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT ARQMORTO-FILE ASSIGN TO DYNAMIC WS-NOME-ARQMORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQMORTO-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO HISTORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-NOME-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT LGPDTMP-FILE ASSIGN TO "LGPD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGPDTMP-STATUS.

           SELECT RELLGPD-FILE ASSIGN TO RELLGPD
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

       FD  AUDITORIA-FILE.
       01  AUDITORIA-REGISTRO              PIC X(132).

       FD  ARQMORTO-FILE.
       01  ARQMORTO-REGISTRO               PIC X(132).

      *> Histórico de expurgo: o registro da agenda como estava,
      *> seguido da data/hora em que foi expurgado.
       FD  HISTORIA-FILE.
       01  HISTORIA-REGISTRO.
           05  HIST-CONTATO             PIC X(116).
           05  FILLER                   PIC X(1).
           05  HIST-DATA-EXPURGO        PIC X(14).

       FD  BACKUP-FILE.
       01  BACKUP-REGISTRO                 PIC X(116).

       FD  LGPDTMP-FILE.
       01  LGPDTMP-REGISTRO                PIC X(132).

       FD  RELLGPD-FILE
           LINAGE IS 20 LINES WITH FOOTING AT 18.
       01  RELLGPD-LINHA                   PIC X(80).

       FD  EXECUCAO-FILE.
       01  EXECUCAO-REGISTRO.
           COPY AGDAEXE.

       WORKING-STORAGE SECTION.
       01  WS-EXECUCAO-STATUS           PIC X(2).
       01  WS-EXEC-PROGRAMA             PIC X(8) VALUE "AGDALGP".
       01  WS-EXEC-INICIO               PIC X(14).
       01  WS-EXEC-BLOQUEADO            PIC X(1) VALUE 'N'.
           88  EXECUCAO-BLOQUEADA       VALUE 'S'.
       01  WS-FIM-EXECUCAO              PIC X(1).
           88  FIM-EXECUCAO             VALUE 'S'.

       01  WS-AGENDA-STATUS             PIC X(2).
       01  WS-MEMBROS-STATUS            PIC X(2).
       01  WS-AUDITORIA-STATUS          PIC X(2).
       01  WS-ARQMORTO-STATUS           PIC X(2).
       01  WS-HISTORIA-STATUS           PIC X(2).
       01  WS-BACKUP-STATUS             PIC X(2).
       01  WS-LGPDTMP-STATUS            PIC X(2).

      *> Registro de auditoria (trilha viva ou arquivo morto) em
      *> tratamento.
       01  WS-REGISTRO-AUD.
           COPY AGDAAUD.

      *> Contato lido do histórico ou de um backup, no layout de
      *> AGDAREC.
       01  WS-CONTATO-LIDO.
           05  LIDO-NOME                PIC X(30).
           05  LIDO-TELEFONE            PIC X(15).
           05  LIDO-DEPARTAMENTO        PIC X(20).
           05  LIDO-EMAIL               PIC X(40).
           05  LIDO-TIPO                PIC X(1).
           05  LIDO-SITUACAO            PIC X(1).
           05  LIDO-DATA-SITUACAO       PIC X(8).
           05  LIDO-EMAIL-SITUACAO      PIC X(1).

       01  WS-MODO                      PIC X(1).
           88  MODO-ANONIMIZAR          VALUE 'A'.
       01  WS-CONFIRMA                  PIC X(1).
       01  WS-OPERADOR-ID               PIC X(10) VALUE "LGPD".

       01  WS-CHAVE-TITULAR             PIC X(30).
       01  WS-CHAVE-TELEFONE            PIC X(1).
           88  CHAVE-E-TELEFONE         VALUE 'S'.
       01  WS-TAM-CHAVE                 PIC 9(2).
       01  WS-QTD-ESPACOS-AUX           PIC 9(2).
       01  WS-I                         PIC 9(2).

       01  WS-PARAMETROS-OK             PIC X(1) VALUE 'S'.
           88  PARAMETROS-VALIDOS       VALUE 'S'.

      *> Faixa de arquivos mortos de auditoria (AAAAMM).
       01  WS-PERIODO-INI               PIC X(6).
       01  WS-PERIODO-FIM               PIC X(6).
       01  WS-PERIODO-CORRENTE.
           05  WS-PER-ANO               PIC 9(4).
           05  WS-PER-MES               PIC 9(2).
       01  WS-NOME-ARQMORTO             PIC X(14).

      *> Faixa de backups (AAAAMMDD).
       01  WS-BKP-DATA-INI              PIC X(8).
       01  WS-BKP-DATA-FIM              PIC X(8).
       01  WS-BKP-DATA                  PIC 9(8).
       01  WS-BKP-DIA                   PIC 9(7).
       01  WS-BKP-DIA-FIM               PIC 9(7).
       01  WS-NOME-BACKUP               PIC X(20).

      *> Nomes e telefones conhecidos do titular; cada telefone
      *> leva o substituto que o trocará na anonimização.
       01  WS-TABELA-NOMES.
           05  WS-NOM-QTD               PIC 9(2) VALUE ZERO.
           05  WS-NOM-ENTRADA OCCURS 10 TIMES.
               10  NOM-NOME             PIC X(30).
       01  WS-NOM-LIMITE                PIC 9(2) VALUE 10.
      *> Quantos nomes da tabela identificam o titular (o nome
      *> informado ou o da agenda para o telefone informado); os
      *> demais vêm do histórico e não puxam outros telefones.
       01  WS-NOM-IDENTIFICACAO         PIC 9(2) VALUE ZERO.
       01  WS-IX-NOM                    PIC 9(2).
       01  WS-POSICAO-NOME              PIC 9(2).
       01  WS-NOME-TESTE                PIC X(30).

       01  WS-TABELA-FONES.
           05  WS-FON-QTD               PIC 9(2) VALUE ZERO.
           05  WS-FON-ENTRADA OCCURS 50 TIMES.
               10  FON-TELEFONE         PIC X(15).
               10  FON-SUBSTITUTO       PIC X(15).
       01  WS-FON-LIMITE                PIC 9(2) VALUE 50.
       01  WS-IX-FON                    PIC 9(2).
       01  WS-POSICAO-FONE              PIC 9(2).
       01  WS-FONE-TESTE                PIC X(15).

       01  WS-TABELA-ESTOURADA          PIC X(1) VALUE 'N'.
           88  TABELA-ESTOURADA         VALUE 'S'.

       01  WS-DO-TITULAR                PIC X(1).
           88  REGISTRO-DO-TITULAR      VALUE 'S'.

       01  WS-NOME-ANONIMO              PIC X(30).
       01  WS-DATA-HORA-ATUAL           PIC X(21).

       01  WS-FIM-AGENDA                PIC X(1) VALUE 'N'.
           88  FIM-AGENDA               VALUE 'S'.
       01  WS-FIM-MEMBROS               PIC X(1) VALUE 'N'.
           88  FIM-MEMBROS              VALUE 'S'.
       01  WS-FIM-AUDITORIA             PIC X(1) VALUE 'N'.
           88  FIM-AUDITORIA            VALUE 'S'.
       01  WS-FIM-ARQMORTO              PIC X(1) VALUE 'N'.
           88  FIM-ARQMORTO             VALUE 'S'.
       01  WS-FIM-HISTORIA              PIC X(1) VALUE 'N'.
           88  FIM-HISTORIA             VALUE 'S'.
       01  WS-FIM-BACKUP                PIC X(1) VALUE 'N'.
           88  FIM-BACKUP               VALUE 'S'.
       01  WS-FIM-LGPDTMP               PIC X(1) VALUE 'N'.
           88  FIM-LGPDTMP              VALUE 'S'.

       01  WS-QTD-AGENDA                PIC 9(7) VALUE ZERO.
       01  WS-QTD-MEMBROS               PIC 9(7) VALUE ZERO.
       01  WS-QTD-AUDITORIA             PIC 9(7) VALUE ZERO.
       01  WS-QTD-ARQMORTO              PIC 9(7) VALUE ZERO.
       01  WS-QTD-HISTORIA              PIC 9(7) VALUE ZERO.
       01  WS-QTD-BACKUP                PIC 9(7) VALUE ZERO.
       01  WS-QTD-ARQ-MORTOS-LIDOS      PIC 9(5) VALUE ZERO.
       01  WS-QTD-BACKUPS-LIDOS         PIC 9(5) VALUE ZERO.

      *> Contagens da regravação de um arquivo na anonimização.
       01  WS-QTD-LIDOS-ARQ             PIC 9(7) VALUE ZERO.
       01  WS-QTD-GRAVADOS-ARQ          PIC 9(7) VALUE ZERO.
       01  WS-QTD-ALTERADOS-ARQ         PIC 9(7) VALUE ZERO.
       01  WS-QTD-COPIADOS-ARQ          PIC 9(7) VALUE ZERO.
       01  WS-REGRAVACAO-OK             PIC X(1).
           88  REGRAVACAO-OK            VALUE 'S'.

       01  WS-ANONIMIZOU                PIC X(1) VALUE 'N'.
           88  ANONIMIZOU               VALUE 'S'.
       01  WS-QTD-ANON-HISTORIA         PIC 9(7) VALUE ZERO.
       01  WS-QTD-ANON-AUDITORIA        PIC 9(7) VALUE ZERO.
       01  WS-QTD-ANON-ARQMORTO         PIC 9(7) VALUE ZERO.
       01  WS-QTD-ARQ-PRESERVADOS       PIC 9(5) VALUE ZERO.

       01  WS-LINHAS-POR-PAGINA         PIC 9(2) VALUE 20.
       01  WS-CONTADOR-LINHAS           PIC 9(2) VALUE ZERO.
       01  WS-PAGINA-REL                PIC 9(4) VALUE ZERO.

       01  WS-CABECALHO-1.
           05  FILLER                   PIC X(20)
               VALUE "AGENDA TELEFÔNICA".
           05  FILLER                   PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "PAGINA: ".
           05  CAB-PAGINA               PIC ZZZ9.

       01  WS-CABECALHO-LGPD.
           05  FILLER                   PIC X(26)
               VALUE "DADOS DO TITULAR (LGPD): ".
           05  CAB-TITULAR              PIC X(30).

       01  WS-CABECALHO-COLUNAS.
           05  FILLER                   PIC X(17) VALUE "ORIGEM".
           05  FILLER                   PIC X(31) VALUE "NOME".
           05  FILLER                   PIC X(16) VALUE "TELEFONE".
           05  FILLER                   PIC X(16) VALUE "COMPLEMENTO".

       01  WS-LINHA-LGPD.
           05  LGP-ORIGEM               PIC X(16).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  LGP-NOME                 PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  LGP-TELEFONE             PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  LGP-COMPLEMENTO          PIC X(16).

       01  WS-LINHA-LGPD-DETALHE.
           05  FILLER                   PIC X(17) VALUE SPACES.
           05  LGD-TEXTO                PIC X(63).

       01  WS-LINHA-TOTAL-LGPD.
           05  TOT-LGP-ROTULO           PIC X(32).
           05  TOT-LGP-VALOR            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LGPD.
           PERFORM INICIAR-CONTROLE-EXECUCAO.
           IF NOT EXECUCAO-BLOQUEADA
               PERFORM LER-PARAMETROS-LGPD
               IF PARAMETROS-VALIDOS
                   PERFORM MONTAR-CHAVES-TITULAR
                   PERFORM GERAR-RELATORIO-LGPD
                   IF MODO-ANONIMIZAR
                       PERFORM ANONIMIZAR-TITULAR
                   END-IF
                   PERFORM ESCREVER-TOTAIS-LGPD
                   CLOSE RELLGPD-FILE
                   PERFORM EXIBIR-RESUMO-LGPD
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
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
                   MOVE WS-DATA-HORA-ATUAL(1:14) TO WS-EXEC-INICIO
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
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
                   MOVE WS-DATA-HORA-ATUAL(1:14) TO EXE-FIM
                   COMPUTE EXE-DURACAO =
                       (FUNCTION INTEGER-OF-DATE(EXE-FIM-DATA)
                       - FUNCTION INTEGER-OF-DATE(EXE-INICIO-DATA))
                       * 86400
                       + (EXE-FIM-HORA - EXE-INICIO-HORA) * 3600
                       + (EXE-FIM-MINUTO - EXE-INICIO-MINUTO) * 60
                       + EXE-FIM-SEGUNDO - EXE-INICIO-SEGUNDO
                   COMPUTE EXE-QTD-LIDOS = WS-QTD-AGENDA
                       + WS-QTD-MEMBROS + WS-QTD-AUDITORIA
                       + WS-QTD-ARQMORTO + WS-QTD-HISTORIA
                       + WS-QTD-BACKUP
                   COMPUTE EXE-QTD-APLICADOS = WS-QTD-ANON-HISTORIA
                       + WS-QTD-ANON-AUDITORIA + WS-QTD-ANON-ARQMORTO
                   REWRITE EXECUCAO-REGISTRO
           END-READ.
           CLOSE EXECUCAO-FILE.

      *> Parâmetros: modo, titular, faixa de arquivos mortos e faixa
      *> de backups (faixa em branco = fonte não consultada) e, no
      *> modo A, o responsável pela anonimização.
       LER-PARAMETROS-LGPD.
           MOVE 'S' TO WS-PARAMETROS-OK.
           DISPLAY "Modo (C=consultar, A=anonimizar): ".
           ACCEPT WS-MODO.
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.
           DISPLAY "Nome completo ou telefone do titular: ".
           ACCEPT WS-CHAVE-TITULAR.
           DISPLAY "Arquivos mortos - período inicial (AAAAMM): ".
           ACCEPT WS-PERIODO-INI.
           DISPLAY "Arquivos mortos - período final (AAAAMM): ".
           ACCEPT WS-PERIODO-FIM.
           DISPLAY "Backups - data inicial (AAAAMMDD): ".
           ACCEPT WS-BKP-DATA-INI.
           DISPLAY "Backups - data final (AAAAMMDD): ".
           ACCEPT WS-BKP-DATA-FIM.
           IF MODO-ANONIMIZAR
               DISPLAY "Responsável pela anonimização (ID): "
               ACCEPT WS-OPERADOR-ID
               IF WS-OPERADOR-ID = SPACES
                   MOVE "LGPD" TO WS-OPERADOR-ID
               END-IF
           END-IF.

           IF WS-CHAVE-TITULAR = SPACES
               DISPLAY "Informe o nome ou o telefone do titular."
               MOVE 'N' TO WS-PARAMETROS-OK
           END-IF.
           PERFORM VALIDAR-FAIXA-ARQMORTO.
           PERFORM VALIDAR-FAIXA-BACKUP.
           PERFORM CLASSIFICAR-CHAVE-TITULAR.

       VALIDAR-FAIXA-ARQMORTO.
           IF WS-PERIODO-INI NOT = SPACES
               IF WS-PERIODO-FIM = SPACES
                   MOVE WS-PERIODO-INI TO WS-PERIODO-FIM
               END-IF
               IF WS-PERIODO-INI NOT NUMERIC
                   OR WS-PERIODO-FIM NOT NUMERIC
                   OR WS-PERIODO-INI(5:2) < "01"
                   OR WS-PERIODO-INI(5:2) > "12"
                   OR WS-PERIODO-FIM < WS-PERIODO-INI
                   DISPLAY "Faixa de períodos inválida; use AAAAMM."
                   MOVE 'N' TO WS-PARAMETROS-OK
               END-IF
           END-IF.

       VALIDAR-FAIXA-BACKUP.
           IF WS-BKP-DATA-INI NOT = SPACES
               IF WS-BKP-DATA-FIM = SPACES
                   MOVE WS-BKP-DATA-INI TO WS-BKP-DATA-FIM
               END-IF
               IF WS-BKP-DATA-INI NOT NUMERIC
                   OR WS-BKP-DATA-FIM NOT NUMERIC
                   OR WS-BKP-DATA-FIM < WS-BKP-DATA-INI
                   DISPLAY "Faixa de backups inválida; use AAAAMMDD."
                   MOVE 'N' TO WS-PARAMETROS-OK
               ELSE
                   MOVE WS-BKP-DATA-INI TO WS-BKP-DATA
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-BKP-DATA)
                       NOT = ZERO
                       DISPLAY "Data inicial de backup inválida: "
                           WS-BKP-DATA-INI
                       MOVE 'N' TO WS-PARAMETROS-OK
                   END-IF
                   MOVE WS-BKP-DATA-FIM TO WS-BKP-DATA
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-BKP-DATA)
                       NOT = ZERO
                       DISPLAY "Data final de backup inválida: "
                           WS-BKP-DATA-FIM
                       MOVE 'N' TO WS-PARAMETROS-OK
                   END-IF
               END-IF
           END-IF.

      *> Chave só de dígitos é telefone; qualquer outra é nome.
       CLASSIFICAR-CHAVE-TITULAR.
           MOVE 'S' TO WS-CHAVE-TELEFONE.
           MOVE ZERO TO WS-QTD-ESPACOS-AUX.
           INSPECT WS-CHAVE-TITULAR TALLYING WS-QTD-ESPACOS-AUX
               FOR TRAILING SPACE.
           COMPUTE WS-TAM-CHAVE = 30 - WS-QTD-ESPACOS-AUX.
           IF WS-TAM-CHAVE = ZERO OR WS-TAM-CHAVE > 15
               MOVE 'N' TO WS-CHAVE-TELEFONE
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TAM-CHAVE
                   IF WS-CHAVE-TITULAR(WS-I:1) NOT NUMERIC
                       MOVE 'N' TO WS-CHAVE-TELEFONE
                   END-IF
               END-PERFORM
           END-IF.

      *> Reúne os nomes e telefones do titular: pelo telefone
      *> informado chega ao nome na agenda; o histórico acrescenta
      *> números já expurgados sob esse nome e nomes já usados no
      *> telefone informado; por fim todos os números que a agenda
      *> guarda sob o nome. Só as chaves de identificação puxam
      *> outras, para não trazer dados de terceiros (um número
      *> reaproveitado levaria ao nome e aos números do novo dono).
       MONTAR-CHAVES-TITULAR.
           IF CHAVE-E-TELEFONE
               MOVE WS-CHAVE-TITULAR(1:15) TO WS-FONE-TESTE
               PERFORM GUARDAR-FONE-TITULAR
           ELSE
               MOVE WS-CHAVE-TITULAR TO WS-NOME-TESTE
               PERFORM GUARDAR-NOME-TITULAR
           END-IF.

           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
               DISPLAY "Erro ao abrir agenda: " WS-AGENDA-STATUS
           ELSE
               IF CHAVE-E-TELEFONE
                   MOVE WS-CHAVE-TITULAR(1:15) TO TELEFONE-AGENDA
                   READ AGENDA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NOME-AGENDA TO WS-NOME-TESTE
                           PERFORM GUARDAR-NOME-TITULAR
                   END-READ
               END-IF
               CLOSE AGENDA-FILE
           END-IF.
           MOVE WS-NOM-QTD TO WS-NOM-IDENTIFICACAO.

           MOVE 'N' TO WS-FIM-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-STATUS = "00"
               PERFORM LER-HISTORIA
               PERFORM COLETAR-CHAVES-HISTORIA
                   UNTIL FIM-HISTORIA
               CLOSE HISTORIA-FILE
           END-IF.

           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS = "00"
               PERFORM COLETAR-FONES-DO-NOME
                   VARYING WS-IX-NOM FROM 1 BY 1
                   UNTIL WS-IX-NOM > WS-NOM-IDENTIFICACAO
               CLOSE AGENDA-FILE
           END-IF.

       COLETAR-CHAVES-HISTORIA.
           MOVE HIST-CONTATO TO WS-CONTATO-LIDO.
           MOVE LIDO-NOME TO WS-NOME-TESTE.
           PERFORM PROCURAR-NOME-TITULAR.
           IF WS-POSICAO-NOME > ZERO
               AND WS-POSICAO-NOME NOT > WS-NOM-IDENTIFICACAO
               MOVE LIDO-TELEFONE TO WS-FONE-TESTE
               PERFORM GUARDAR-FONE-TITULAR
           END-IF.
           IF CHAVE-E-TELEFONE
               AND LIDO-TELEFONE = WS-CHAVE-TITULAR(1:15)
               MOVE LIDO-NOME TO WS-NOME-TESTE
               PERFORM GUARDAR-NOME-TITULAR
           END-IF.
           PERFORM LER-HISTORIA.

       COLETAR-FONES-DO-NOME.
           MOVE 'N' TO WS-FIM-AGENDA.
           MOVE NOM-NOME(WS-IX-NOM) TO NOME-AGENDA.
           START AGENDA-FILE KEY IS EQUAL TO NOME-AGENDA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-AGENDA
           END-START.
           PERFORM COLETAR-UM-FONE-DO-NOME
               UNTIL FIM-AGENDA.

       COLETAR-UM-FONE-DO-NOME.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-AGENDA
               NOT AT END
                   IF NOME-AGENDA NOT = NOM-NOME(WS-IX-NOM)
                       MOVE 'S' TO WS-FIM-AGENDA
                   ELSE
                       MOVE TELEFONE-AGENDA TO WS-FONE-TESTE
                       PERFORM GUARDAR-FONE-TITULAR
                   END-IF
           END-READ.

       GUARDAR-NOME-TITULAR.
           PERFORM PROCURAR-NOME-TITULAR.
           IF WS-NOME-TESTE NOT = SPACES AND WS-POSICAO-NOME = ZERO
               IF WS-NOM-QTD >= WS-NOM-LIMITE
                   MOVE 'S' TO WS-TABELA-ESTOURADA
               ELSE
                   ADD 1 TO WS-NOM-QTD
                   MOVE WS-NOME-TESTE TO NOM-NOME(WS-NOM-QTD)
               END-IF
           END-IF.

       GUARDAR-FONE-TITULAR.
           PERFORM PROCURAR-FONE-TITULAR.
           IF WS-FONE-TESTE NOT = SPACES AND WS-POSICAO-FONE = ZERO
               IF WS-FON-QTD >= WS-FON-LIMITE
                   MOVE 'S' TO WS-TABELA-ESTOURADA
               ELSE
                   ADD 1 TO WS-FON-QTD
                   MOVE WS-FONE-TESTE TO FON-TELEFONE(WS-FON-QTD)
                   MOVE SPACES TO FON-SUBSTITUTO(WS-FON-QTD)
               END-IF
           END-IF.

       PROCURAR-NOME-TITULAR.
           MOVE ZERO TO WS-POSICAO-NOME.
           IF WS-NOME-TESTE NOT = SPACES
               PERFORM VARYING WS-IX-NOM FROM 1 BY 1
                   UNTIL WS-IX-NOM > WS-NOM-QTD
                   IF NOM-NOME(WS-IX-NOM) = WS-NOME-TESTE
                       MOVE WS-IX-NOM TO WS-POSICAO-NOME
                   END-IF
               END-PERFORM
           END-IF.

       PROCURAR-FONE-TITULAR.
           MOVE ZERO TO WS-POSICAO-FONE.
           IF WS-FONE-TESTE NOT = SPACES
               PERFORM VARYING WS-IX-FON FROM 1 BY 1
                   UNTIL WS-IX-FON > WS-FON-QTD
                   IF FON-TELEFONE(WS-IX-FON) = WS-FONE-TESTE
                       MOVE WS-IX-FON TO WS-POSICAO-FONE
                   END-IF
               END-PERFORM
           END-IF.

      *> Um contato (histórico ou backup) é do titular se o nome ou
      *> o telefone constar das tabelas do titular.
       VERIFICAR-CONTATO-LIDO.
           MOVE 'N' TO WS-DO-TITULAR.
           MOVE LIDO-NOME TO WS-NOME-TESTE.
           PERFORM PROCURAR-NOME-TITULAR.
           MOVE LIDO-TELEFONE TO WS-FONE-TESTE.
           PERFORM PROCURAR-FONE-TITULAR.
           IF WS-POSICAO-NOME > ZERO OR WS-POSICAO-FONE > ZERO
               MOVE 'S' TO WS-DO-TITULAR
           END-IF.

       VERIFICAR-REGISTRO-AUD.
           MOVE 'N' TO WS-DO-TITULAR.
           MOVE AUD-NOME-ANTES TO WS-NOME-TESTE.
           PERFORM PROCURAR-NOME-TITULAR.
           IF WS-POSICAO-NOME > ZERO
               MOVE 'S' TO WS-DO-TITULAR
           END-IF.
           MOVE AUD-NOME-DEPOIS TO WS-NOME-TESTE.
           PERFORM PROCURAR-NOME-TITULAR.
           IF WS-POSICAO-NOME > ZERO
               MOVE 'S' TO WS-DO-TITULAR
           END-IF.
           MOVE AUD-TELEFONE-ANTES TO WS-FONE-TESTE.
           PERFORM PROCURAR-FONE-TITULAR.
           IF WS-POSICAO-FONE > ZERO
               MOVE 'S' TO WS-DO-TITULAR
           END-IF.
           MOVE AUD-TELEFONE-DEPOIS TO WS-FONE-TESTE.
           PERFORM PROCURAR-FONE-TITULAR.
           IF WS-POSICAO-FONE > ZERO
               MOVE 'S' TO WS-DO-TITULAR
           END-IF.

       GERAR-RELATORIO-LGPD.
           OPEN OUTPUT RELLGPD-FILE.
           MOVE WS-LINHAS-POR-PAGINA TO WS-CONTADOR-LINHAS.
           PERFORM ESCREVER-CHAVES-TITULAR.
           PERFORM RELATAR-AGENDA.
           PERFORM RELATAR-MEMBROS.
           PERFORM RELATAR-AUDITORIA.
           IF WS-PERIODO-INI NOT = SPACES
               MOVE WS-PERIODO-INI TO WS-PERIODO-CORRENTE
               PERFORM RELATAR-ARQMORTO-PERIODO
                   UNTIL WS-PERIODO-CORRENTE > WS-PERIODO-FIM
           END-IF.
           PERFORM RELATAR-HISTORIA.
           IF WS-BKP-DATA-INI NOT = SPACES
               MOVE WS-BKP-DATA-INI TO WS-BKP-DATA
               COMPUTE WS-BKP-DIA
                   = FUNCTION INTEGER-OF-DATE(WS-BKP-DATA)
               MOVE WS-BKP-DATA-FIM TO WS-BKP-DATA
               COMPUTE WS-BKP-DIA-FIM
                   = FUNCTION INTEGER-OF-DATE(WS-BKP-DATA)
               PERFORM RELATAR-BACKUP-DIA
                   UNTIL WS-BKP-DIA > WS-BKP-DIA-FIM
           END-IF.

       ESCREVER-CHAVES-TITULAR.
           PERFORM ESCREVER-CABECALHO-LGPD.
           PERFORM ESCREVER-NOME-CHAVE
               VARYING WS-IX-NOM FROM 1 BY 1
               UNTIL WS-IX-NOM > WS-NOM-QTD.
           PERFORM ESCREVER-FONE-CHAVE
               VARYING WS-IX-FON FROM 1 BY 1
               UNTIL WS-IX-FON > WS-FON-QTD.
           IF TABELA-ESTOURADA
               MOVE SPACES TO LGD-TEXTO
               MOVE "ATENÇÃO: CHAVES DO TITULAR ALÉM DO LIMITE"
                   TO LGD-TEXTO
               PERFORM ESCREVER-DETALHE-LGPD
           END-IF.

       ESCREVER-NOME-CHAVE.
           MOVE SPACES TO WS-LINHA-LGPD.
           MOVE "CHAVE - NOME" TO LGP-ORIGEM.
           MOVE NOM-NOME(WS-IX-NOM) TO LGP-NOME.
           PERFORM ESCREVER-LINHA-LGPD.

       ESCREVER-FONE-CHAVE.
           MOVE SPACES TO WS-LINHA-LGPD.
           MOVE "CHAVE - TELEFONE" TO LGP-ORIGEM.
           MOVE FON-TELEFONE(WS-IX-FON) TO LGP-TELEFONE.
           PERFORM ESCREVER-LINHA-LGPD.

       RELATAR-AGENDA.
           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS = "00"
               PERFORM RELATAR-FONE-AGENDA
                   VARYING WS-IX-FON FROM 1 BY 1
                   UNTIL WS-IX-FON > WS-FON-QTD
               CLOSE AGENDA-FILE
           END-IF.

       RELATAR-FONE-AGENDA.
           MOVE FON-TELEFONE(WS-IX-FON) TO TELEFONE-AGENDA.
           READ AGENDA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-AGENDA
                   MOVE AGENDA-REGISTRO TO WS-CONTATO-LIDO
                   MOVE SPACES TO WS-LINHA-LGPD
                   MOVE "AGENDA.DAT" TO LGP-ORIGEM
                   MOVE DEPARTAMENTO-AGENDA TO LGP-COMPLEMENTO
                   PERFORM ESCREVER-CONTATO-LGPD
           END-READ.

       RELATAR-MEMBROS.
           OPEN INPUT MEMBROS-FILE.
           IF WS-MEMBROS-STATUS = "00"
               PERFORM RELATAR-FONE-MEMBROS
                   VARYING WS-IX-FON FROM 1 BY 1
                   UNTIL WS-IX-FON > WS-FON-QTD
               CLOSE MEMBROS-FILE
           END-IF.

       RELATAR-FONE-MEMBROS.
           MOVE 'N' TO WS-FIM-MEMBROS.
           MOVE FON-TELEFONE(WS-IX-FON) TO MEMBRO-TELEFONE.
           START MEMBROS-FILE KEY IS EQUAL TO MEMBRO-TELEFONE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-MEMBROS
           END-START.
           PERFORM RELATAR-UM-MEMBRO
               UNTIL FIM-MEMBROS.

       RELATAR-UM-MEMBRO.
           READ MEMBROS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MEMBROS
               NOT AT END
                   IF MEMBRO-TELEFONE NOT = FON-TELEFONE(WS-IX-FON)
                       MOVE 'S' TO WS-FIM-MEMBROS
                   ELSE
                       ADD 1 TO WS-QTD-MEMBROS
                       MOVE SPACES TO WS-LINHA-LGPD
                       MOVE "MEMBROS.DAT" TO LGP-ORIGEM
                       MOVE MEMBRO-GRUPO TO LGP-NOME
                       MOVE MEMBRO-TELEFONE TO LGP-TELEFONE
                       MOVE "GRUPO" TO LGP-COMPLEMENTO
                       PERFORM ESCREVER-LINHA-LGPD
                   END-IF
           END-READ.

       RELATAR-AUDITORIA.
           MOVE 'N' TO WS-FIM-AUDITORIA.
           OPEN INPUT AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS = "00"
               PERFORM LER-AUDITORIA
               PERFORM RELATAR-REGISTRO-AUDITORIA
                   UNTIL FIM-AUDITORIA
               CLOSE AUDITORIA-FILE
           END-IF.

       RELATAR-REGISTRO-AUDITORIA.
           MOVE AUDITORIA-REGISTRO TO WS-REGISTRO-AUD.
           PERFORM VERIFICAR-REGISTRO-AUD.
           IF REGISTRO-DO-TITULAR
               ADD 1 TO WS-QTD-AUDITORIA
               MOVE SPACES TO WS-LINHA-LGPD
               MOVE "AUDITORIA.LOG" TO LGP-ORIGEM
               PERFORM ESCREVER-AUDITORIA-LGPD
           END-IF.
           PERFORM LER-AUDITORIA.

       RELATAR-ARQMORTO-PERIODO.
           MOVE SPACES TO WS-NOME-ARQMORTO.
           STRING "AUDARQ." DELIMITED BY SIZE
               WS-PERIODO-CORRENTE DELIMITED BY SIZE
               INTO WS-NOME-ARQMORTO.
           MOVE 'N' TO WS-FIM-ARQMORTO.
           OPEN INPUT ARQMORTO-FILE.
           IF WS-ARQMORTO-STATUS = "00"
               ADD 1 TO WS-QTD-ARQ-MORTOS-LIDOS
               PERFORM LER-ARQMORTO
               PERFORM RELATAR-REGISTRO-ARQMORTO
                   UNTIL FIM-ARQMORTO
               CLOSE ARQMORTO-FILE
           END-IF.
           PERFORM AVANCAR-PERIODO.

       RELATAR-REGISTRO-ARQMORTO.
           MOVE ARQMORTO-REGISTRO TO WS-REGISTRO-AUD.
           PERFORM VERIFICAR-REGISTRO-AUD.
           IF REGISTRO-DO-TITULAR
               ADD 1 TO WS-QTD-ARQMORTO
               MOVE SPACES TO WS-LINHA-LGPD
               MOVE WS-NOME-ARQMORTO TO LGP-ORIGEM
               PERFORM ESCREVER-AUDITORIA-LGPD
           END-IF.
           PERFORM LER-ARQMORTO.

       AVANCAR-PERIODO.
           ADD 1 TO WS-PER-MES.
           IF WS-PER-MES > 12
               MOVE 1 TO WS-PER-MES
               ADD 1 TO WS-PER-ANO
           END-IF.

       RELATAR-HISTORIA.
           MOVE 'N' TO WS-FIM-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-STATUS = "00"
               PERFORM LER-HISTORIA
               PERFORM RELATAR-REGISTRO-HISTORIA
                   UNTIL FIM-HISTORIA
               CLOSE HISTORIA-FILE
           END-IF.

       RELATAR-REGISTRO-HISTORIA.
           MOVE HIST-CONTATO TO WS-CONTATO-LIDO.
           PERFORM VERIFICAR-CONTATO-LIDO.
           IF REGISTRO-DO-TITULAR
               ADD 1 TO WS-QTD-HISTORIA
               MOVE SPACES TO WS-LINHA-LGPD
               MOVE "HISTORIA" TO LGP-ORIGEM
               MOVE HIST-DATA-EXPURGO TO LGP-COMPLEMENTO
               PERFORM ESCREVER-CONTATO-LGPD
           END-IF.
           PERFORM LER-HISTORIA.

      *> Backups inexistentes na faixa (fins de semana, feriados)
      *> são simplesmente saltados.
       RELATAR-BACKUP-DIA.
           MOVE FUNCTION DATE-OF-INTEGER(WS-BKP-DIA) TO WS-BKP-DATA.
           MOVE SPACES TO WS-NOME-BACKUP.
           STRING "AGDABKP." DELIMITED BY SIZE
               WS-BKP-DATA DELIMITED BY SIZE
               INTO WS-NOME-BACKUP.
           MOVE 'N' TO WS-FIM-BACKUP.
           OPEN INPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS = "00"
               ADD 1 TO WS-QTD-BACKUPS-LIDOS
               PERFORM LER-BACKUP
               PERFORM RELATAR-REGISTRO-BACKUP
                   UNTIL FIM-BACKUP
               CLOSE BACKUP-FILE
           END-IF.
           ADD 1 TO WS-BKP-DIA.

       RELATAR-REGISTRO-BACKUP.
           IF BACKUP-REGISTRO(1:5) NOT = "CABEC"
               MOVE BACKUP-REGISTRO TO WS-CONTATO-LIDO
               PERFORM VERIFICAR-CONTATO-LIDO
               IF REGISTRO-DO-TITULAR
                   ADD 1 TO WS-QTD-BACKUP
                   MOVE SPACES TO WS-LINHA-LGPD
                   MOVE WS-NOME-BACKUP TO LGP-ORIGEM
                   MOVE LIDO-DEPARTAMENTO TO LGP-COMPLEMENTO
                   PERFORM ESCREVER-CONTATO-LGPD
               END-IF
           END-IF.
           PERFORM LER-BACKUP.

       LER-AUDITORIA.
           READ AUDITORIA-FILE
               AT END
                   MOVE 'S' TO WS-FIM-AUDITORIA
           END-READ.

       LER-ARQMORTO.
           READ ARQMORTO-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQMORTO
           END-READ.

       LER-HISTORIA.
           READ HISTORIA-FILE
               AT END
                   MOVE 'S' TO WS-FIM-HISTORIA
           END-READ.

       LER-BACKUP.
           READ BACKUP-FILE
               AT END
                   MOVE 'S' TO WS-FIM-BACKUP
           END-READ.

      *> Contato em duas linhas: nome/telefone/complemento e, na
      *> seguinte, e-mail, tipo e situação.
       ESCREVER-CONTATO-LGPD.
           IF WS-CONTADOR-LINHAS + 2 > 18
               PERFORM ESCREVER-CABECALHO-LGPD
           END-IF.
           MOVE LIDO-NOME TO LGP-NOME.
           MOVE LIDO-TELEFONE TO LGP-TELEFONE.
           PERFORM ESCREVER-LINHA-LGPD.
           MOVE SPACES TO LGD-TEXTO.
           STRING "E-MAIL " DELIMITED BY SIZE
               LIDO-EMAIL DELIMITED BY SIZE
               " TIPO " DELIMITED BY SIZE
               LIDO-TIPO DELIMITED BY SIZE
               " SIT " DELIMITED BY SIZE
               LIDO-SITUACAO DELIMITED BY SIZE
               INTO LGD-TEXTO.
           PERFORM ESCREVER-DETALHE-LGPD.

      *> Registro de auditoria em duas linhas: antes com a data/hora
      *> e depois com a ação e o operador.
       ESCREVER-AUDITORIA-LGPD.
           IF WS-CONTADOR-LINHAS + 2 > 18
               PERFORM ESCREVER-CABECALHO-LGPD
           END-IF.
           MOVE AUD-NOME-ANTES TO LGP-NOME.
           MOVE AUD-TELEFONE-ANTES TO LGP-TELEFONE.
           MOVE AUD-DATA-HORA TO LGP-COMPLEMENTO.
           PERFORM ESCREVER-LINHA-LGPD.
           MOVE SPACES TO WS-LINHA-LGPD.
           MOVE AUD-NOME-DEPOIS TO LGP-NOME.
           MOVE AUD-TELEFONE-DEPOIS TO LGP-TELEFONE.
           STRING AUD-ACAO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUD-OPERADOR DELIMITED BY SIZE
               INTO LGP-COMPLEMENTO.
           PERFORM ESCREVER-LINHA-LGPD.

       ESCREVER-LINHA-LGPD.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM ESCREVER-CABECALHO-LGPD
           END-IF.
           MOVE WS-LINHA-LGPD TO RELLGPD-LINHA.
           WRITE RELLGPD-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.

       ESCREVER-DETALHE-LGPD.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM ESCREVER-CABECALHO-LGPD
           END-IF.
           MOVE WS-LINHA-LGPD-DETALHE TO RELLGPD-LINHA.
           WRITE RELLGPD-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.

       ESCREVER-CABECALHO-LGPD.
           ADD 1 TO WS-PAGINA-REL.
           MOVE WS-PAGINA-REL TO CAB-PAGINA.
           MOVE WS-CHAVE-TITULAR TO CAB-TITULAR.
           MOVE WS-CABECALHO-1 TO RELLGPD-LINHA.
           IF WS-PAGINA-REL > 1
               WRITE RELLGPD-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE RELLGPD-LINHA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-CABECALHO-LGPD TO RELLGPD-LINHA.
           WRITE RELLGPD-LINHA AFTER ADVANCING 2 LINES.
           MOVE WS-CABECALHO-COLUNAS TO RELLGPD-LINHA.
           WRITE RELLGPD-LINHA AFTER ADVANCING 1 LINE.
           MOVE 4 TO WS-CONTADOR-LINHAS.

      *> Anonimização controlada: só com o titular fora da agenda e
      *> dos grupos, e com confirmação expressa.
       ANONIMIZAR-TITULAR.
           IF WS-QTD-AGENDA > ZERO OR WS-QTD-MEMBROS > ZERO
               DISPLAY "Titular ainda consta de AGENDA.DAT ou de"
                   " MEMBROS.DAT; exclua-o pelo fluxo normal"
               DISPLAY "antes de anonimizar. Nada foi alterado."
           ELSE
               IF TABELA-ESTOURADA
                   DISPLAY "Chaves do titular além do limite;"
                       " anonimização abandonada."
               ELSE
                   DISPLAY "Os registros listados em RELLGPD serão"
                       " anonimizados."
                   DISPLAY "Confirma (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM GERAR-SUBSTITUTOS
                       PERFORM ANONIMIZAR-HISTORIA
                       PERFORM ANONIMIZAR-AUDITORIA
                       IF WS-PERIODO-INI NOT = SPACES
                           MOVE WS-PERIODO-INI
                               TO WS-PERIODO-CORRENTE
                           PERFORM ANONIMIZAR-ARQMORTO-PERIODO
                               UNTIL WS-PERIODO-CORRENTE
                                   > WS-PERIODO-FIM
                       END-IF
                       PERFORM REGISTRAR-ANONIMIZACAO
                       MOVE 'S' TO WS-ANONIMIZOU
                   ELSE
                       DISPLAY "Anonimização cancelada."
                   END-IF
               END-IF
           END-IF.

      *> O nome vira "ANONIMIZADO" com a data/hora da operação e
      *> cada telefone um substituto iniciado por "A", que nunca
      *> coincide com um telefone real. Os substitutos são únicos,
      *> de modo que a trilha reaplicada (recuperação a ponto no
      *> tempo) continua casando inclusões com suas exclusões.
       GERAR-SUBSTITUTOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE SPACES TO WS-NOME-ANONIMO.
           STRING "ANONIMIZADO " DELIMITED BY SIZE
               WS-DATA-HORA-ATUAL(1:14) DELIMITED BY SIZE
               INTO WS-NOME-ANONIMO.
           PERFORM VARYING WS-IX-FON FROM 1 BY 1
               UNTIL WS-IX-FON > WS-FON-QTD
               MOVE SPACES TO FON-SUBSTITUTO(WS-IX-FON)
               STRING "A" DELIMITED BY SIZE
                   WS-DATA-HORA-ATUAL(3:12) DELIMITED BY SIZE
                   WS-IX-FON DELIMITED BY SIZE
                   INTO FON-SUBSTITUTO(WS-IX-FON)
           END-PERFORM.

       ANONIMIZAR-CONTATO-LIDO.
           MOVE LIDO-TELEFONE TO WS-FONE-TESTE.
           PERFORM PROCURAR-FONE-TITULAR.
           IF WS-POSICAO-FONE > ZERO
               MOVE FON-SUBSTITUTO(WS-POSICAO-FONE) TO LIDO-TELEFONE
           END-IF.
           MOVE WS-NOME-ANONIMO TO LIDO-NOME.
           MOVE SPACES TO LIDO-EMAIL.

       ANONIMIZAR-REGISTRO-AUD.
           MOVE AUD-NOME-ANTES TO WS-NOME-TESTE.
           PERFORM PROCURAR-NOME-TITULAR.
           IF WS-POSICAO-NOME > ZERO
               MOVE WS-NOME-ANONIMO TO AUD-NOME-ANTES
           END-IF.
           MOVE AUD-NOME-DEPOIS TO WS-NOME-TESTE.
           PERFORM PROCURAR-NOME-TITULAR.
           IF WS-POSICAO-NOME > ZERO
               MOVE WS-NOME-ANONIMO TO AUD-NOME-DEPOIS
           END-IF.
           MOVE AUD-TELEFONE-ANTES TO WS-FONE-TESTE.
           PERFORM PROCURAR-FONE-TITULAR.
           IF WS-POSICAO-FONE > ZERO
               MOVE FON-SUBSTITUTO(WS-POSICAO-FONE)
                   TO AUD-TELEFONE-ANTES
           END-IF.
           MOVE AUD-TELEFONE-DEPOIS TO WS-FONE-TESTE.
           PERFORM PROCURAR-FONE-TITULAR.
           IF WS-POSICAO-FONE > ZERO
               MOVE FON-SUBSTITUTO(WS-POSICAO-FONE)
                   TO AUD-TELEFONE-DEPOIS
           END-IF.

      *> Histórico de expurgo: cópia anonimizada em LGPD.TMP e, com
      *> as contagens conferidas, regravação do HISTORIA.
       ANONIMIZAR-HISTORIA.
           PERFORM ZERAR-CONTAGENS-ARQUIVO.
           MOVE 'N' TO WS-FIM-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-STATUS = "00"
               OPEN OUTPUT LGPDTMP-FILE
               PERFORM LER-HISTORIA
               PERFORM COPIAR-HISTORIA-ANONIMA
                   UNTIL FIM-HISTORIA
               CLOSE HISTORIA-FILE
               CLOSE LGPDTMP-FILE
               IF WS-QTD-LIDOS-ARQ NOT = WS-QTD-GRAVADOS-ARQ
                   DISPLAY "HISTORIA: lidos " WS-QTD-LIDOS-ARQ
                       " gravados " WS-QTD-GRAVADOS-ARQ
                       "; arquivo preservado."
                   ADD 1 TO WS-QTD-ARQ-PRESERVADOS
               ELSE
                   IF WS-QTD-ALTERADOS-ARQ > ZERO
                       PERFORM REGRAVAR-HISTORIA
                   END-IF
               END-IF
           END-IF.

       COPIAR-HISTORIA-ANONIMA.
           ADD 1 TO WS-QTD-LIDOS-ARQ.
           MOVE HIST-CONTATO TO WS-CONTATO-LIDO.
           PERFORM VERIFICAR-CONTATO-LIDO.
           IF REGISTRO-DO-TITULAR
               PERFORM ANONIMIZAR-CONTATO-LIDO
               MOVE WS-CONTATO-LIDO TO HIST-CONTATO
               ADD 1 TO WS-QTD-ALTERADOS-ARQ
           END-IF.
           MOVE HISTORIA-REGISTRO TO LGPDTMP-REGISTRO.
           WRITE LGPDTMP-REGISTRO.
           IF WS-LGPDTMP-STATUS = "00"
               ADD 1 TO WS-QTD-GRAVADOS-ARQ
           END-IF.
           PERFORM LER-HISTORIA.

       REGRAVAR-HISTORIA.
           MOVE 'N' TO WS-FIM-LGPDTMP.
           OPEN INPUT LGPDTMP-FILE.
           OPEN OUTPUT HISTORIA-FILE.
           IF WS-HISTORIA-STATUS NOT = "00"
               DISPLAY "Erro ao regravar HISTORIA ("
                   WS-HISTORIA-STATUS "); cópia anonimizada"
                   " mantida em LGPD.TMP."
               CLOSE LGPDTMP-FILE
               ADD 1 TO WS-QTD-ARQ-PRESERVADOS
           ELSE
               PERFORM LER-LGPDTMP
               PERFORM COPIAR-LGPDTMP-HISTORIA
                   UNTIL FIM-LGPDTMP
               CLOSE LGPDTMP-FILE
               CLOSE HISTORIA-FILE
               PERFORM CONFERIR-REGRAVACAO
               IF REGRAVACAO-OK
                   ADD WS-QTD-ALTERADOS-ARQ TO WS-QTD-ANON-HISTORIA
               ELSE
                   DISPLAY "HISTORIA: regravados "
                       WS-QTD-COPIADOS-ARQ " de " WS-QTD-LIDOS-ARQ
                       "; confira com LGPD.TMP."
               END-IF
           END-IF.

       COPIAR-LGPDTMP-HISTORIA.
           MOVE LGPDTMP-REGISTRO TO HISTORIA-REGISTRO.
           WRITE HISTORIA-REGISTRO.
           IF WS-HISTORIA-STATUS = "00"
               ADD 1 TO WS-QTD-COPIADOS-ARQ
           END-IF.
           PERFORM LER-LGPDTMP.

      *> Trilha viva: mesma regravação por LGPD.TMP.
       ANONIMIZAR-AUDITORIA.
           PERFORM ZERAR-CONTAGENS-ARQUIVO.
           MOVE 'N' TO WS-FIM-AUDITORIA.
           OPEN INPUT AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS = "00"
               OPEN OUTPUT LGPDTMP-FILE
               PERFORM LER-AUDITORIA
               PERFORM COPIAR-AUDITORIA-ANONIMA
                   UNTIL FIM-AUDITORIA
               CLOSE AUDITORIA-FILE
               CLOSE LGPDTMP-FILE
               IF WS-QTD-LIDOS-ARQ NOT = WS-QTD-GRAVADOS-ARQ
                   DISPLAY "AUDITORIA.LOG: lidos " WS-QTD-LIDOS-ARQ
                       " gravados " WS-QTD-GRAVADOS-ARQ
                       "; arquivo preservado."
                   ADD 1 TO WS-QTD-ARQ-PRESERVADOS
               ELSE
                   IF WS-QTD-ALTERADOS-ARQ > ZERO
                       PERFORM REGRAVAR-AUDITORIA
                   END-IF
               END-IF
           END-IF.

       COPIAR-AUDITORIA-ANONIMA.
           ADD 1 TO WS-QTD-LIDOS-ARQ.
           MOVE AUDITORIA-REGISTRO TO WS-REGISTRO-AUD.
           PERFORM VERIFICAR-REGISTRO-AUD.
           IF REGISTRO-DO-TITULAR
               PERFORM ANONIMIZAR-REGISTRO-AUD
               ADD 1 TO WS-QTD-ALTERADOS-ARQ
           END-IF.
           MOVE WS-REGISTRO-AUD TO LGPDTMP-REGISTRO.
           WRITE LGPDTMP-REGISTRO.
           IF WS-LGPDTMP-STATUS = "00"
               ADD 1 TO WS-QTD-GRAVADOS-ARQ
           END-IF.
           PERFORM LER-AUDITORIA.

       REGRAVAR-AUDITORIA.
           MOVE 'N' TO WS-FIM-LGPDTMP.
           OPEN INPUT LGPDTMP-FILE.
           OPEN OUTPUT AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "Erro ao regravar AUDITORIA.LOG ("
                   WS-AUDITORIA-STATUS "); cópia anonimizada"
                   " mantida em LGPD.TMP."
               CLOSE LGPDTMP-FILE
               ADD 1 TO WS-QTD-ARQ-PRESERVADOS
           ELSE
               PERFORM LER-LGPDTMP
               PERFORM COPIAR-LGPDTMP-AUDITORIA
                   UNTIL FIM-LGPDTMP
               CLOSE LGPDTMP-FILE
               CLOSE AUDITORIA-FILE
               PERFORM CONFERIR-REGRAVACAO
               IF REGRAVACAO-OK
                   ADD WS-QTD-ALTERADOS-ARQ TO WS-QTD-ANON-AUDITORIA
               ELSE
                   DISPLAY "AUDITORIA.LOG: regravados "
                       WS-QTD-COPIADOS-ARQ " de " WS-QTD-LIDOS-ARQ
                       "; confira com LGPD.TMP."
               END-IF
           END-IF.

       COPIAR-LGPDTMP-AUDITORIA.
           MOVE LGPDTMP-REGISTRO(1:132) TO AUDITORIA-REGISTRO.
           WRITE AUDITORIA-REGISTRO.
           IF WS-AUDITORIA-STATUS = "00"
               ADD 1 TO WS-QTD-COPIADOS-ARQ
           END-IF.
           PERFORM LER-LGPDTMP.

      *> Arquivo morto de um período da faixa, se existir.
       ANONIMIZAR-ARQMORTO-PERIODO.
           MOVE SPACES TO WS-NOME-ARQMORTO.
           STRING "AUDARQ." DELIMITED BY SIZE
               WS-PERIODO-CORRENTE DELIMITED BY SIZE
               INTO WS-NOME-ARQMORTO.
           PERFORM ZERAR-CONTAGENS-ARQUIVO.
           MOVE 'N' TO WS-FIM-ARQMORTO.
           OPEN INPUT ARQMORTO-FILE.
           IF WS-ARQMORTO-STATUS = "00"
               OPEN OUTPUT LGPDTMP-FILE
               PERFORM LER-ARQMORTO
               PERFORM COPIAR-ARQMORTO-ANONIMO
                   UNTIL FIM-ARQMORTO
               CLOSE ARQMORTO-FILE
               CLOSE LGPDTMP-FILE
               IF WS-QTD-LIDOS-ARQ NOT = WS-QTD-GRAVADOS-ARQ
                   DISPLAY WS-NOME-ARQMORTO ": lidos "
                       WS-QTD-LIDOS-ARQ " gravados "
                       WS-QTD-GRAVADOS-ARQ "; arquivo preservado."
                   ADD 1 TO WS-QTD-ARQ-PRESERVADOS
               ELSE
                   IF WS-QTD-ALTERADOS-ARQ > ZERO
                       PERFORM REGRAVAR-ARQMORTO
                   END-IF
               END-IF
           END-IF.
           PERFORM AVANCAR-PERIODO.

       COPIAR-ARQMORTO-ANONIMO.
           ADD 1 TO WS-QTD-LIDOS-ARQ.
           MOVE ARQMORTO-REGISTRO TO WS-REGISTRO-AUD.
           PERFORM VERIFICAR-REGISTRO-AUD.
           IF REGISTRO-DO-TITULAR
               PERFORM ANONIMIZAR-REGISTRO-AUD
               ADD 1 TO WS-QTD-ALTERADOS-ARQ
           END-IF.
           MOVE WS-REGISTRO-AUD TO LGPDTMP-REGISTRO.
           WRITE LGPDTMP-REGISTRO.
           IF WS-LGPDTMP-STATUS = "00"
               ADD 1 TO WS-QTD-GRAVADOS-ARQ
           END-IF.
           PERFORM LER-ARQMORTO.

       REGRAVAR-ARQMORTO.
           MOVE 'N' TO WS-FIM-LGPDTMP.
           OPEN INPUT LGPDTMP-FILE.
           OPEN OUTPUT ARQMORTO-FILE.
           IF WS-ARQMORTO-STATUS NOT = "00"
               DISPLAY "Erro ao regravar " WS-NOME-ARQMORTO " ("
                   WS-ARQMORTO-STATUS "); cópia anonimizada"
                   " mantida em LGPD.TMP."
               CLOSE LGPDTMP-FILE
               ADD 1 TO WS-QTD-ARQ-PRESERVADOS
           ELSE
               PERFORM LER-LGPDTMP
               PERFORM COPIAR-LGPDTMP-ARQMORTO
                   UNTIL FIM-LGPDTMP
               CLOSE LGPDTMP-FILE
               CLOSE ARQMORTO-FILE
               PERFORM CONFERIR-REGRAVACAO
               IF REGRAVACAO-OK
                   ADD WS-QTD-ALTERADOS-ARQ TO WS-QTD-ANON-ARQMORTO
               ELSE
                   DISPLAY WS-NOME-ARQMORTO ": regravados "
                       WS-QTD-COPIADOS-ARQ " de " WS-QTD-LIDOS-ARQ
                       "; confira com LGPD.TMP."
               END-IF
           END-IF.

       COPIAR-LGPDTMP-ARQMORTO.
           MOVE LGPDTMP-REGISTRO(1:132) TO ARQMORTO-REGISTRO.
           WRITE ARQMORTO-REGISTRO.
           IF WS-ARQMORTO-STATUS = "00"
               ADD 1 TO WS-QTD-COPIADOS-ARQ
           END-IF.
           PERFORM LER-LGPDTMP.

       LER-LGPDTMP.
           READ LGPDTMP-FILE
               AT END
                   MOVE 'S' TO WS-FIM-LGPDTMP
           END-READ.

       ZERAR-CONTAGENS-ARQUIVO.
           MOVE ZERO TO WS-QTD-LIDOS-ARQ.
           MOVE ZERO TO WS-QTD-GRAVADOS-ARQ.
           MOVE ZERO TO WS-QTD-ALTERADOS-ARQ.
           MOVE ZERO TO WS-QTD-COPIADOS-ARQ.

       CONFERIR-REGRAVACAO.
           IF WS-QTD-COPIADOS-ARQ = WS-QTD-LIDOS-ARQ
               MOVE 'S' TO WS-REGRAVACAO-OK
           ELSE
               MOVE 'N' TO WS-REGRAVACAO-OK
               ADD 1 TO WS-QTD-ARQ-PRESERVADOS
           END-IF.

      *> A própria anonimização entra na trilha como ação 'L', com
      *> o responsável e só os substitutos - nunca os dados do
      *> titular.
       REGISTRAR-ANONIMIZACAO.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS = "35"
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "Erro ao registrar a anonimização na trilha: "
                   WS-AUDITORIA-STATUS
           ELSE
               MOVE SPACES TO WS-REGISTRO-AUD
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
               MOVE WS-DATA-HORA-ATUAL(1:14) TO AUD-DATA-HORA
               MOVE WS-OPERADOR-ID TO AUD-OPERADOR
               MOVE 'L' TO AUD-ACAO
               MOVE WS-NOME-ANONIMO TO AUD-NOME-ANTES
               MOVE WS-NOME-ANONIMO TO AUD-NOME-DEPOIS
               IF WS-FON-QTD > ZERO
                   MOVE FON-SUBSTITUTO(1) TO AUD-TELEFONE-ANTES
                   MOVE FON-SUBSTITUTO(WS-FON-QTD)
                       TO AUD-TELEFONE-DEPOIS
               END-IF
               MOVE WS-REGISTRO-AUD TO AUDITORIA-REGISTRO
               WRITE AUDITORIA-REGISTRO
               CLOSE AUDITORIA-FILE
           END-IF.

       ESCREVER-TOTAIS-LGPD.
           IF WS-CONTADOR-LINHAS + 8 > 18
               PERFORM ESCREVER-CABECALHO-LGPD
           END-IF.
           MOVE SPACES TO WS-LINHA-TOTAL-LGPD.
           MOVE "REGISTROS EM AGENDA.DAT........:" TO TOT-LGP-ROTULO.
           MOVE WS-QTD-AGENDA TO TOT-LGP-VALOR.
           MOVE WS-LINHA-TOTAL-LGPD TO RELLGPD-LINHA.
           WRITE RELLGPD-LINHA AFTER ADVANCING 2 LINES.
           MOVE "ASSOCIAÇÕES EM MEMBROS.DAT...:" TO TOT-LGP-ROTULO.
           MOVE WS-QTD-MEMBROS TO TOT-LGP-VALOR.
           MOVE WS-LINHA-TOTAL-LGPD TO RELLGPD-LINHA.
           WRITE RELLGPD-LINHA AFTER ADVANCING 1 LINE.
           MOVE "REGISTROS EM AUDITORIA.LOG.....:" TO TOT-LGP-ROTULO.
           MOVE WS-QTD-AUDITORIA TO TOT-LGP-VALOR.
           MOVE WS-LINHA-TOTAL-LGPD TO RELLGPD-LINHA.
           WRITE RELLGPD-LINHA AFTER ADVANCING 1 LINE.
           MOVE "REGISTROS EM ARQUIVOS MORTOS...:" TO TOT-LGP-ROTULO.
           MOVE WS-QTD-ARQMORTO TO TOT-LGP-VALOR.
           MOVE WS-LINHA-TOTAL-LGPD TO RELLGPD-LINHA.
           WRITE RELLGPD-LINHA AFTER ADVANCING 1 LINE.
           MOVE "REGISTROS NO HISTÓRICO........:" TO TOT-LGP-ROTULO.
           MOVE WS-QTD-HISTORIA TO TOT-LGP-VALOR.
           MOVE WS-LINHA-TOTAL-LGPD TO RELLGPD-LINHA.
           WRITE RELLGPD-LINHA AFTER ADVANCING 1 LINE.
           MOVE "REGISTROS EM BACKUPS...........:" TO TOT-LGP-ROTULO.
           MOVE WS-QTD-BACKUP TO TOT-LGP-VALOR.
           MOVE WS-LINHA-TOTAL-LGPD TO RELLGPD-LINHA.
           WRITE RELLGPD-LINHA AFTER ADVANCING 1 LINE.
           ADD 7 TO WS-CONTADOR-LINHAS.
           IF ANONIMIZOU
               MOVE SPACES TO WS-LINHA-TOTAL-LGPD
               MOVE "SUBSTITUTO DO NOME.............:"
                   TO TOT-LGP-ROTULO
               MOVE WS-LINHA-TOTAL-LGPD TO RELLGPD-LINHA
               MOVE WS-NOME-ANONIMO TO RELLGPD-LINHA(33:30)
               WRITE RELLGPD-LINHA AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CONTADOR-LINHAS
           END-IF.

       EXIBIR-RESUMO-LGPD.
           DISPLAY "=======================================".
           DISPLAY "TITULAR DE DADOS - AGENDA-LGPD".
           DISPLAY "=======================================".
           DISPLAY "Titular...............: " WS-CHAVE-TITULAR.
           DISPLAY "Nomes / telefones.....: " WS-NOM-QTD " / "
               WS-FON-QTD.
           DISPLAY "Agenda................: " WS-QTD-AGENDA.
           DISPLAY "Grupos................: " WS-QTD-MEMBROS.
           DISPLAY "Trilha viva...........: " WS-QTD-AUDITORIA.
           DISPLAY "Arquivos mortos.......: " WS-QTD-ARQMORTO
               " em " WS-QTD-ARQ-MORTOS-LIDOS " arquivo(s)".
           DISPLAY "Histórico de expurgo..: " WS-QTD-HISTORIA.
           DISPLAY "Backups...............: " WS-QTD-BACKUP
               " em " WS-QTD-BACKUPS-LIDOS " arquivo(s)".
           IF ANONIMIZOU
               DISPLAY "Anonimizados no histórico.....: "
                   WS-QTD-ANON-HISTORIA
               DISPLAY "Anonimizados na trilha viva...: "
                   WS-QTD-ANON-AUDITORIA
               DISPLAY "Anonimizados nos arquivos mortos: "
                   WS-QTD-ANON-ARQMORTO
               DISPLAY "Substituto do nome: " WS-NOME-ANONIMO
               IF WS-QTD-ARQ-PRESERVADOS > ZERO
                   DISPLAY "Atenção: " WS-QTD-ARQ-PRESERVADOS
                       " arquivo(s) não regravado(s); ver"
                       " mensagens acima."
               END-IF
           END-IF.
           DISPLAY "Relatório impresso em RELLGPD.".
