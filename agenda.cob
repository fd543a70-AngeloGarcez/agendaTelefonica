               SHARING WITH ALL OTHER
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT PENDENTE-FILE ASSIGN TO "PENDENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               LOCK MODE IS MANUAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PENDENTE-STATUS.

           SELECT PLANTAO-FILE ASSIGN TO "PLANTAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLT-CHAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PLANTAO-STATUS.

           SELECT RELPLANT-FILE ASSIGN TO "RELPLANT.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUSENCIA-FILE ASSIGN TO "AUSENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-NOME
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-AUSENCIA-STATUS.

           SELECT GRUPO-TRABALHO ASSIGN TO "GRPTRAB.TMP"
               ORGANIZATION IS SEQUENTIAL.

       01  OPERADOR-REGISTRO.
           COPY AGDAOPE.

       FD  PENDENTE-FILE.
       01  PENDENTE-REGISTRO.
           COPY AGDAPEN.

       FD  PLANTAO-FILE.
       01  PLANTAO-REGISTRO.
           COPY AGDAPLT.

       FD  RELPLANT-FILE
           LINAGE IS 20 LINES WITH FOOTING AT 18.
       01  RELPLANT-LINHA                  PIC X(80).

       FD  AUSENCIA-FILE.
       01  AUSENCIA-REGISTRO.
           COPY AGDAAUS.

       FD  GRUPO-TRABALHO.
       01  GRP-TRAB-REGISTRO               PIC X(116).

       01  WS-OPCAO-DEPTO               PIC X(1).
       01  WS-DEPTO-NOVO-NOME           PIC X(20).
       01  WS-DEPTO-NOVA-DESC           PIC X(30).
       01  WS-DEPTO-SUBSTITUTO          PIC X(20).
       01  WS-QTD-USO-DEPTO             PIC 9(5) VALUE ZERO.
       01  WS-FIM-USO-DEPTO             PIC X(1).
           88  FIM-USO-DEPTO            VALUE 'S'.

       01  WS-TABELA-CONTAGEM-DEP.
           05  WS-CDEP-QTD              PIC 9(2) VALUE ZERO.
           05  FILLER                   PIC X(3) VALUE " - ".
           05  CAB-GRUPO-DESC           PIC X(40).

       01  WS-PLANTAO-STATUS            PIC X(2).
       01  WS-OPCAO-PLANTAO             PIC X(1).
       01  WS-FIM-PLANTAO               PIC X(1) VALUE 'N'.
           88  FIM-PLANTAO              VALUE 'S'.
       01  WS-PLANTAO-SALVO             PIC X(113).
       01  WS-PLT-DATA-TEXTO            PIC X(8).
       01  WS-PLT-HORA-TEXTO            PIC X(4).
       01  WS-PLT-DATA-NUM              PIC 9(8).
       01  WS-PLT-DATA-FIM-NUM          PIC 9(8).
       01  WS-PLT-MOMENTO               PIC X(12).
       01  WS-PLT-MOMENTO-VALIDO        PIC X(1).
           88  MOMENTO-PLANTAO-VALIDO   VALUE 'S'.
       01  WS-PLT-PERIODO-VALIDO        PIC X(1).
           88  PERIODO-PLANTAO-VALIDO   VALUE 'S'.
       01  WS-PLT-INICIO-NOVO           PIC X(12).
       01  WS-PLT-FIM-NOVO              PIC X(12).
       01  WS-PLT-AGORA                 PIC X(12).
       01  WS-PLT-LIMITE                PIC X(12).
       01  WS-PLT-SOBREPOSTO            PIC X(1).
           88  PLANTAO-SOBREPOSTO       VALUE 'S'.
       01  WS-PLT-PLANTONISTA-VALIDO    PIC X(1).
           88  PLANTONISTA-VALIDO       VALUE 'S'.
       01  WS-PLT-ACHADO                PIC X(1).
           88  PLANTONISTA-ACHADO       VALUE 'S'.
       01  WS-PLT-CELULAR               PIC X(15).
       01  WS-PLT-PROXIMO-INICIO        PIC X(12).
       01  WS-PLT-PROXIMO-NOME          PIC X(30).
       01  WS-PLT-DATA-EXIBIDA          PIC X(16).
       01  WS-QTD-PLANTOES              PIC 9(4) VALUE ZERO.

       01  WS-CABECALHO-PLANTAO.
           05  FILLER                   PIC X(29)
               VALUE "ESCALA DE PLANTÃO - GRUPO: ".
           05  CAB-PLT-GRUPO            PIC X(20).

       01  WS-CABECALHO-PLT-SEMANA.
           05  FILLER                   PIC X(10) VALUE "SEMANA DE ".
           05  CAB-PLT-DE               PIC X(10).
           05  FILLER                   PIC X(3) VALUE " A ".
           05  CAB-PLT-ATE              PIC X(10).

       01  WS-CABECALHO-PLT-COL.
           05  FILLER                   PIC X(18) VALUE "INÍCIO".
           05  FILLER                   PIC X(17) VALUE "FIM".
           05  FILLER                   PIC X(31) VALUE "PLANTONISTA".
           05  FILLER                   PIC X(7) VALUE "CELULAR".

       01  WS-LINHA-PLANTAO.
           05  PLTR-INICIO              PIC X(16).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  PLTR-FIM                 PIC X(16).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  PLTR-NOME                PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  PLTR-CELULAR             PIC X(15).

       01  WS-AUSENCIA-STATUS           PIC X(2).
       01  WS-OPCAO-AUSENCIA            PIC X(1).
       01  WS-FIM-AUSENCIA              PIC X(1) VALUE 'N'.
           88  FIM-AUSENCIA             VALUE 'S'.
       01  WS-AUS-DATA-TEXTO            PIC X(8).
       01  WS-AUS-DATA-NUM              PIC 9(8).
       01  WS-AUS-DATA-VALIDA           PIC X(1).
           88  DATA-AUSENCIA-VALIDA     VALUE 'S'.
       01  WS-AUS-INICIO-NOVO           PIC X(8).
       01  WS-AUS-FIM-NOVO              PIC X(8).
       01  WS-AUS-AUSENTE               PIC X(30).
       01  WS-AUS-SUBSTITUTO            PIC X(30).
       01  WS-AUS-SUBST-VALIDO          PIC X(1).
           88  SUBSTITUTO-VALIDO        VALUE 'S'.
       01  WS-AUS-PERIODO-VALIDO        PIC X(1).
           88  PERIODO-AUSENCIA-VALIDO  VALUE 'S'.
       01  WS-AUS-VIGENTE               PIC X(1).
           88  AUSENCIA-VIGENTE         VALUE 'S'.
       01  WS-AUS-DATA-EXIBIDA          PIC X(10).
       01  WS-AUS-NOME-ANOTADO          PIC X(30).
       01  WS-QTD-AUSENCIAS             PIC 9(4) VALUE ZERO.

       01  WS-LINHA-AUSENCIA-GRUPO.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE "AUSENTE ATÉ ".
           05  AGR-ATE                  PIC X(10).
           05  FILLER                   PIC X(13)
               VALUE " - FALAR COM ".
           05  AGR-SUBSTITUTO           PIC X(30).

       01  WS-NOME-VALIDO               PIC X(1).
           88  NOME-VALIDO              VALUE 'S'.
       01  WS-QTD-VIRGULAS              PIC 9(2).
       01  WS-PERFIL-OPERADOR           PIC X(1).
           88  OPERADOR-CONSULTA        VALUE 'C'.
           88  OPERADOR-MANUTENCAO      VALUE 'M'.
           88  OPERADOR-SUPERVISOR      VALUE 'S'.

       01  WS-OPCAO-OPER                PIC X(1).
       01  WS-OPER-ID-ALVO              PIC X(10).
       01  WS-AUD-TELEFONE-ANTES          PIC X(15).
       01  WS-AUD-NOME-DEPOIS             PIC X(30).
       01  WS-AUD-TELEFONE-DEPOIS         PIC X(15).
       01  WS-AUD-SOLICITANTE             PIC X(10) VALUE SPACES.

       01  WS-PENDENTE-STATUS             PIC X(2).
       01  WS-PENDENCIA-SOLICITADA        PIC X(1) VALUE 'N'.
           88  PENDENCIA-SOLICITADA       VALUE 'S'.
       01  WS-PEN-DEPTO-NOVO              PIC X(20).
       01  WS-PEN-EMAIL-NOVO              PIC X(40).
       01  WS-FIM-PENDENCIAS              PIC X(1) VALUE 'N'.
           88  FIM-PENDENCIAS             VALUE 'S'.
       01  WS-QTD-PENDENCIAS              PIC 9(4) VALUE ZERO.
       01  WS-QTD-FALHAS-PENDENCIA        PIC 9(3) VALUE ZERO.
       01  WS-DEPTO-PEDIDO-AUSENTE        PIC X(1) VALUE 'N'.
           88  DEPTO-PEDIDO-AUSENTE       VALUE 'S'.

       01  WS-TERMO-PESQUISA              PIC X(30).
       01  WS-TAM-TERMO                   PIC 9(2).
               OPEN EXTEND AUDITORIA-FILE
           END-IF.

           OPEN I-O PENDENTE-FILE.
           IF WS-PENDENTE-STATUS = "35"
               OPEN OUTPUT PENDENTE-FILE
               CLOSE PENDENTE-FILE
               OPEN I-O PENDENTE-FILE
           END-IF.

           OPEN I-O PLANTAO-FILE.
           IF WS-PLANTAO-STATUS = "35"
               OPEN OUTPUT PLANTAO-FILE
               CLOSE PLANTAO-FILE
               OPEN I-O PLANTAO-FILE
           END-IF.

           OPEN I-O AUSENCIA-FILE.
           IF WS-AUSENCIA-STATUS = "35"
               OPEN OUTPUT AUSENCIA-FILE
               CLOSE AUSENCIA-FILE
               OPEN I-O AUSENCIA-FILE
           END-IF.

           PERFORM CARREGAR-TABELA-DDD.
           PERFORM CARREGAR-TABELA-DEPTO.

           CLOSE INDICE-FILE.
           CLOSE OPERADOR-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE PENDENTE-FILE.
           CLOSE PLANTAO-FILE.
           CLOSE AUSENCIA-FILE.

       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-AUD-TELEFONE-ANTES TO AUD-TELEFONE-ANTES.
           MOVE WS-AUD-NOME-DEPOIS TO AUD-NOME-DEPOIS.
           MOVE WS-AUD-TELEFONE-DEPOIS TO AUD-TELEFONE-DEPOIS.
           MOVE WS-AUD-SOLICITANTE TO AUD-SOLICITANTE.
           WRITE AUDITORIA-REGISTRO.

       EXIBIR-MENU.
           DISPLAY "8 - Importar contatos (CSV)".
           DISPLAY "9 - Relatório por UF/região".
           DISPLAY "10 - Manutenção de grupos".
           IF OPERADOR-MANUTENCAO OR OPERADOR-SUPERVISOR
               DISPLAY "11 - Manutenção de operadores"
               DISPLAY "12 - Manutenção de departamentos"
           END-IF.
           DISPLAY "13 - Relatório por departamento".
           DISPLAY "14 - Lista telefônica por departamento".
           IF OPERADOR-SUPERVISOR
               DISPLAY "15 - Aprovação de pendências"
           END-IF.
           DISPLAY "16 - Plantão dos grupos".
           IF OPERADOR-MANUTENCAO OR OPERADOR-SUPERVISOR
               DISPLAY "17 - Ausências e substitutos"
           END-IF.
           IF OPERADOR-CONSULTA
               DISPLAY "(perfil de consulta: opções 2, 3, 4 e 16)"
           END-IF.
           DISPLAY "=======================================".
           IF OPERADOR-SUPERVISOR
               DISPLAY "Escolha uma opção (1-17): "
           ELSE IF OPERADOR-MANUTENCAO
               DISPLAY "Escolha uma opção (1-14, 16-17): "
           ELSE
               DISPLAY "Escolha uma opção (1-14, 16): "
           END-IF
           END-IF.
           ACCEPT WS-OPCAO.

           IF OPERADOR-CONSULTA
               AND WS-OPCAO NOT = '2'
               AND WS-OPCAO NOT = '3'
               AND WS-OPCAO NOT = '4'
               AND WS-OPCAO NOT = '16'
               DISPLAY "Opção restrita a operadores de manutenção."
           ELSE IF WS-OPCAO = '15' AND NOT OPERADOR-SUPERVISOR
               DISPLAY "Opção restrita a supervisores."
           ELSE IF WS-OPCAO = '1' THEN
               PERFORM INSERIR-CONTATO
           ELSE IF WS-OPCAO = '2' THEN
           ELSE IF WS-OPCAO = '13' THEN
               PERFORM GERAR-RELATORIO-DEPTO
           ELSE IF WS-OPCAO = '14' THEN
               PERFORM GERAR-LISTA-TELEFONICA
           ELSE IF WS-OPCAO = '15' THEN
               PERFORM APROVAR-PENDENCIAS
           ELSE IF WS-OPCAO = '16' THEN
               PERFORM MANTER-PLANTAO
           ELSE IF WS-OPCAO = '17' THEN
               PERFORM MANTER-AUSENCIAS.

       GERAR-LISTA-TELEFONICA.
           CALL "AGENDA-CATALOGO"
                           TO WS-PESQ-FONE(WS-PESQ-QTD)
                       ADD 1 TO WS-QTD-ENCONTRADOS
                       PERFORM EXIBIR-CONTATO-ATUAL
                       PERFORM EXIBIR-AUSENCIA-CONTATO
               END-READ
           END-IF.

                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-ENCONTRADOS
                       PERFORM EXIBIR-CONTATO-ATUAL
                       PERFORM EXIBIR-AUSENCIA-CONTATO
               END-READ
           END-IF.

               END-PERFORM
           END-IF.

      *> Departamento e e-mail valem para a pessoa toda e só mudam
      *> com a aprovação de um supervisor: a alteração vira uma
      *> pendência e os números mantêm os valores atuais.
           MOVE 'N' TO WS-PENDENCIA-SOLICITADA.
           IF DEPARTAMENTO-NOVO NOT = SALVO-DEPARTAMENTO
               OR EMAIL-NOVO NOT = SALVO-EMAIL
               MOVE 'S' TO WS-PENDENCIA-SOLICITADA
               MOVE DEPARTAMENTO-NOVO TO WS-PEN-DEPTO-NOVO
               MOVE EMAIL-NOVO TO WS-PEN-EMAIL-NOVO
               MOVE SALVO-DEPARTAMENTO TO DEPARTAMENTO-NOVO
               MOVE SALVO-EMAIL TO EMAIL-NOVO
           END-IF.

           DISPLAY "Nova situação (A/I, branco mantém): ".
           ACCEPT SITUACAO-NOVO.
           IF SITUACAO-NOVO = SPACES
           MOVE WS-AUD-TELEFONE-DEPOIS TO WS-NDX-FONE.
           PERFORM INDEXAR-CONTATO.
           PERFORM SINCRONIZAR-DADOS-PESSOA.
           IF PENDENCIA-SOLICITADA
               PERFORM SOLICITAR-ALTERACAO-PESSOA
           END-IF.

      *> Departamento, e-mail e situação valem para a pessoa toda;
      *> replica a alteração nos demais números do contato.
               ELSE
                   MOVE WS-PRIMEIRO-FONE TO WS-FONE-ESCOLHIDO
               END-IF
      *> Excluir todos os números, ou o único que resta, elimina a
      *> pessoa: isso depende da aprovação de um supervisor.
               IF WS-FONE-ESCOLHIDO = SPACES
                   OR WS-QTD-NUMEROS = 1
                   PERFORM SOLICITAR-EXCLUSAO-PESSOA
               ELSE
                   PERFORM EXCLUIR-UM-NUMERO
               END-IF
                   PERFORM LIMPAR-MEMBROS-CONTATO
           END-DELETE.

      *> Pendências de aprovação (quatro olhos): o operador apenas
      *> registra o pedido em PENDENTE.DAT; a alteração só chega à
      *> agenda, aos grupos e ao índice quando outro operador, de
      *> perfil supervisor, aprova o pedido pela opção 15.
       SOLICITAR-EXCLUSAO-PESSOA.
           MOVE SPACES TO PENDENTE-REGISTRO.
           MOVE 'E' TO PEN-TIPO.
           MOVE WS-NOME-PESSOA TO PEN-NOME.
           MOVE PESSOA-DEPARTAMENTO TO PEN-DEPTO-ANTES.
           MOVE PESSOA-DEPARTAMENTO TO PEN-DEPTO-DEPOIS.
           MOVE PESSOA-EMAIL TO PEN-EMAIL-ANTES.
           MOVE PESSOA-EMAIL TO PEN-EMAIL-DEPOIS.
           PERFORM GRAVAR-PENDENCIA.
           IF WS-PENDENTE-STATUS = "00"
               DISPLAY "Exclusão do contato registrada; aguarda"
               DISPLAY "aprovação de um supervisor."
           END-IF.

       SOLICITAR-ALTERACAO-PESSOA.
           MOVE SPACES TO PENDENTE-REGISTRO.
           MOVE 'A' TO PEN-TIPO.
           MOVE WS-AUD-NOME-DEPOIS TO PEN-NOME.
           MOVE SALVO-DEPARTAMENTO TO PEN-DEPTO-ANTES.
           MOVE WS-PEN-DEPTO-NOVO TO PEN-DEPTO-DEPOIS.
           MOVE SALVO-EMAIL TO PEN-EMAIL-ANTES.
           MOVE WS-PEN-EMAIL-NOVO TO PEN-EMAIL-DEPOIS.
           PERFORM GRAVAR-PENDENCIA.
           IF WS-PENDENTE-STATUS = "00"
               DISPLAY "Departamento/e-mail alterados aguardam"
               DISPLAY "aprovação de um supervisor."
           END-IF.
           MOVE 'N' TO WS-PENDENCIA-SOLICITADA.

       GRAVAR-PENDENCIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:14) TO PEN-DATA-HORA.
           MOVE WS-OPERADOR-ID TO PEN-SOLICITANTE.
           MOVE 'P' TO PEN-SITUACAO.
           WRITE PENDENTE-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao registrar a pendência;"
                       " repita a operação."
           END-WRITE.

       APROVAR-PENDENCIAS.
           DISPLAY "=======================================".
           DISPLAY "APROVAÇÃO DE PENDÊNCIAS".
           DISPLAY "=======================================".
           MOVE ZERO TO WS-QTD-PENDENCIAS.
           MOVE 'N' TO WS-FIM-PENDENCIAS.
           MOVE LOW-VALUES TO PEN-CHAVE.
           START PENDENTE-FILE KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PENDENCIAS
           END-START.
           PERFORM ANALISAR-PROXIMA-PENDENCIA
               UNTIL FIM-PENDENCIAS.
           IF WS-QTD-PENDENCIAS = ZERO
               DISPLAY "Nenhuma pendência aguardando aprovação."
           END-IF.

       ANALISAR-PROXIMA-PENDENCIA.
           READ PENDENTE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PENDENCIAS
               NOT AT END
                   IF PENDENCIA-ABERTA
                       ADD 1 TO WS-QTD-PENDENCIAS
                       PERFORM EXIBIR-PENDENCIA
                       IF PEN-SOLICITANTE = WS-OPERADOR-ID
                           DISPLAY "Pedido seu: a aprovação cabe a"
                               " outro supervisor."
                       ELSE
                           PERFORM DECIDIR-PENDENCIA
                       END-IF
                   END-IF
           END-READ.

       EXIBIR-PENDENCIA.
           DISPLAY "---------------------------------------".
           DISPLAY "Pedido em......: " PEN-DATA-HORA(7:2) "/"
               PEN-DATA-HORA(5:2) "/" PEN-DATA-HORA(1:4) " "
               PEN-DATA-HORA(9:2) ":" PEN-DATA-HORA(11:2).
           DISPLAY "Solicitante....: " PEN-SOLICITANTE.
           IF PEN-TROCA-DEPARTAMENTO
               DISPLAY "Pedido.........: excluir departamento em uso"
               DISPLAY "Departamento...: " PEN-DEPTO-ANTES
                   " -> " PEN-DEPTO-DEPOIS
           ELSE IF PEN-EXCLUSAO-PESSOA
               DISPLAY "Contato........: " PEN-NOME
               DISPLAY "Pedido.........: excluir todos os números"
           ELSE
               DISPLAY "Contato........: " PEN-NOME
               DISPLAY "Pedido.........: alterar dados da pessoa"
               IF PEN-DEPTO-DEPOIS NOT = PEN-DEPTO-ANTES
                   DISPLAY "Departamento...: " PEN-DEPTO-ANTES
                       " -> " PEN-DEPTO-DEPOIS
               END-IF
               IF PEN-EMAIL-DEPOIS NOT = PEN-EMAIL-ANTES
                   DISPLAY "E-mail atual...: " PEN-EMAIL-ANTES
                   DISPLAY "E-mail novo....: " PEN-EMAIL-DEPOIS
               END-IF
           END-IF
           END-IF.

      *> A decisão relê o pedido com bloqueio: dois supervisores
      *> não decidem o mesmo pedido ao mesmo tempo.
       DECIDIR-PENDENCIA.
           DISPLAY "Aprovar (A), rejeitar (R) ou deixar para"
               " depois (branco): ".
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA = 'A' OR WS-CONFIRMA = 'R'
               READ PENDENTE-FILE WITH LOCK
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE WS-PENDENTE-STATUS
                   WHEN "00"
                       IF PENDENCIA-ABERTA
                           PERFORM REGISTRAR-DECISAO
                       ELSE
                           DISPLAY "Pedido já decidido por outro"
                               " supervisor."
                       END-IF
                   WHEN "51"
                   WHEN "99"
                       DISPLAY "Pedido em análise por outro"
                           " supervisor."
                   WHEN OTHER
                       DISPLAY "Pedido não encontrado."
               END-EVALUATE
               UNLOCK PENDENTE-FILE
           END-IF.

      *> Pedido que não pôde ser aplicado por inteiro (número em uso
      *> por outro operador) continua aberto para nova aprovação.
       REGISTRAR-DECISAO.
           MOVE 'N' TO WS-DEPTO-PEDIDO-AUSENTE.
           IF WS-CONFIRMA = 'R'
               MOVE 'R' TO PEN-SITUACAO
           ELSE
               MOVE PEN-SOLICITANTE TO WS-AUD-SOLICITANTE
               EVALUATE TRUE
                   WHEN PEN-EXCLUSAO-PESSOA
                       PERFORM APLICAR-EXCLUSAO-PENDENTE
                   WHEN PEN-TROCA-DEPARTAMENTO
                       PERFORM APLICAR-TROCA-DEPTO-PENDENTE
                   WHEN OTHER
                       PERFORM APLICAR-ALTERACAO-PENDENTE
               END-EVALUATE
               MOVE SPACES TO WS-AUD-SOLICITANTE
           END-IF.
           IF NOT PENDENCIA-ABERTA
               MOVE WS-OPERADOR-ID TO PEN-APROVADOR
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
               MOVE WS-DATA-HORA-ATUAL(1:14) TO PEN-DATA-DECISAO
               REWRITE PENDENTE-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao gravar a decisão."
               END-REWRITE
               IF WS-PENDENTE-STATUS = "00"
                   EVALUATE TRUE
                       WHEN PENDENCIA-APROVADA
                           DISPLAY "Pedido aprovado e aplicado."
                       WHEN PENDENCIA-REJEITADA
                           DISPLAY "Pedido rejeitado."
                       WHEN PEN-TROCA-DEPARTAMENTO
                           DISPLAY "Substituto fora da tabela de"
                               " departamentos; pedido cancelado."
                       WHEN DEPTO-PEDIDO-AUSENTE
                           DISPLAY "Departamento " PEN-DEPTO-DEPOIS
                               " fora da tabela de departamentos;"
                               " pedido cancelado."
                       WHEN OTHER
                           DISPLAY "Contato não existe mais;"
                               " pedido cancelado."
                   END-EVALUATE
               END-IF
           END-IF.

       APLICAR-EXCLUSAO-PENDENTE.
           MOVE PEN-NOME TO WS-NOME-PESSOA.
           PERFORM PROCURAR-PESSOA.
           IF NOT PESSOA-EXISTE
               MOVE 'C' TO PEN-SITUACAO
           ELSE
               PERFORM EXCLUIR-PESSOA-INTEIRA
               PERFORM PROCURAR-PESSOA
               IF PESSOA-EXISTE
                   DISPLAY "Exclusão incompleta; o pedido continua"
                   DISPLAY "aberto para nova aprovação."
               ELSE
                   MOVE 'A' TO PEN-SITUACAO
               END-IF
           END-IF.

      *> Troca de departamento: todo número ainda no departamento
      *> antigo passa ao substituto, com registro 'A' na trilha, e
      *> só então a entrada antiga sai de DEPTO.TAB. Substituto
      *> excluído da tabela nesse meio tempo cancela o pedido. A
      *> tabela é relida antes, para não regravar DEPTO.TAB sem
      *> departamentos criados depois da entrada do operador.
       APLICAR-TROCA-DEPTO-PENDENTE.
           PERFORM CARREGAR-TABELA-DEPTO.
           MOVE PEN-DEPTO-DEPOIS TO WS-DEPTO-PROCURADO.
           PERFORM PROCURAR-DEPTO.
           IF WS-DEP-QTD > ZERO AND WS-DEP-ACHADO = ZERO
               MOVE 'C' TO PEN-SITUACAO
           ELSE
               MOVE ZERO TO WS-QTD-FALHAS-PENDENCIA
               MOVE ZERO TO WS-QTD-USO-DEPTO
               MOVE 'N' TO WS-FIM-USO-DEPTO
               MOVE LOW-VALUES TO TELEFONE-AGENDA
               START AGENDA-FILE
                   KEY IS NOT LESS THAN TELEFONE-AGENDA
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-USO-DEPTO
               END-START
               PERFORM TROCAR-DEPTO-NUMERO-UM
                   UNTIL FIM-USO-DEPTO
               IF WS-QTD-FALHAS-PENDENCIA = ZERO
                   MOVE PEN-DEPTO-ANTES TO WS-DEPTO-PROCURADO
                   PERFORM PROCURAR-DEPTO
                   IF WS-DEP-ACHADO > ZERO
                       PERFORM REMOVER-DEPTO-TABELA
                       PERFORM GRAVAR-TABELA-DEPTO
                   END-IF
                   DISPLAY "Números transferidos: " WS-QTD-USO-DEPTO
                   MOVE 'A' TO PEN-SITUACAO
               ELSE
                   DISPLAY "Troca incompleta; o pedido continua"
                   DISPLAY "aberto para nova aprovação."
               END-IF
           END-IF.

       TROCAR-DEPTO-NUMERO-UM.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-USO-DEPTO
               NOT AT END
                   IF DEPARTAMENTO-AGENDA = PEN-DEPTO-ANTES
                       MOVE PEN-DEPTO-DEPOIS TO DEPARTAMENTO-AGENDA
                       REWRITE AGENDA-REGISTRO
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF WS-AGENDA-STATUS = "00"
                           ADD 1 TO WS-QTD-USO-DEPTO
                           MOVE 'A' TO WS-AUD-ACAO
                           MOVE NOME-AGENDA TO WS-AUD-NOME-ANTES
                           MOVE TELEFONE-AGENDA
                               TO WS-AUD-TELEFONE-ANTES
                           MOVE NOME-AGENDA TO WS-AUD-NOME-DEPOIS
                           MOVE TELEFONE-AGENDA
                               TO WS-AUD-TELEFONE-DEPOIS
                           PERFORM REGISTRAR-AUDITORIA
                       ELSE
                           ADD 1 TO WS-QTD-FALHAS-PENDENCIA
                           DISPLAY "Aviso: número " TELEFONE-AGENDA
                               " não alterado (em uso por outro"
                               " operador)."
                       END-IF
                   END-IF
           END-READ.

      *> Só os campos que o pedido altera são gravados, para não
      *> desfazer mudanças feitas depois por outro caminho. O
      *> departamento pedido pode ter saído da tabela depois do
      *> pedido (exclusão, troca aprovada ou reorganização): nesse
      *> caso o pedido é cancelado.
       APLICAR-ALTERACAO-PENDENTE.
           IF PEN-DEPTO-DEPOIS NOT = PEN-DEPTO-ANTES
               AND PEN-DEPTO-DEPOIS NOT = SPACES
               PERFORM CARREGAR-TABELA-DEPTO
               IF WS-DEP-QTD > ZERO
                   MOVE PEN-DEPTO-DEPOIS TO WS-DEPTO-PROCURADO
                   PERFORM PROCURAR-DEPTO
                   IF WS-DEP-ACHADO = ZERO
                       MOVE 'S' TO WS-DEPTO-PEDIDO-AUSENTE
                   END-IF
               END-IF
           END-IF.
           MOVE PEN-NOME TO WS-NOME-PESSOA.
           PERFORM PROCURAR-PESSOA.
           IF DEPTO-PEDIDO-AUSENTE
               MOVE 'C' TO PEN-SITUACAO
           ELSE IF NOT PESSOA-EXISTE
               MOVE 'C' TO PEN-SITUACAO
           ELSE
               MOVE ZERO TO WS-QTD-FALHAS-PENDENCIA
               MOVE WS-NOME-PESSOA TO NOME-AGENDA
               MOVE 'N' TO WS-FIM-PESSOA
               START AGENDA-FILE KEY IS EQUAL TO NOME-AGENDA
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-PESSOA
               END-START
               PERFORM ALTERAR-NUMERO-PENDENTE-UM
                   UNTIL FIM-PESSOA
               IF WS-QTD-FALHAS-PENDENCIA = ZERO
                   MOVE 'A' TO PEN-SITUACAO
               ELSE
                   DISPLAY "Alteração incompleta; o pedido continua"
                   DISPLAY "aberto para nova aprovação."
               END-IF
           END-IF
           END-IF.

       ALTERAR-NUMERO-PENDENTE-UM.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PESSOA
               NOT AT END
                   IF NOME-AGENDA NOT = WS-NOME-PESSOA
                       MOVE 'S' TO WS-FIM-PESSOA
                   ELSE
                       PERFORM APLICAR-PENDENCIA-NUMERO
                   END-IF
           END-READ.

       APLICAR-PENDENCIA-NUMERO.
           IF PEN-DEPTO-DEPOIS NOT = PEN-DEPTO-ANTES
               MOVE PEN-DEPTO-DEPOIS TO DEPARTAMENTO-AGENDA
           END-IF.
           IF PEN-EMAIL-DEPOIS NOT = PEN-EMAIL-ANTES
               MOVE PEN-EMAIL-DEPOIS TO EMAIL-AGENDA
               MOVE SPACE TO EMAIL-SITUACAO-AGENDA
           END-IF.
           REWRITE AGENDA-REGISTRO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-AGENDA-STATUS = "00"
               MOVE 'A' TO WS-AUD-ACAO
               MOVE NOME-AGENDA TO WS-AUD-NOME-ANTES
               MOVE TELEFONE-AGENDA TO WS-AUD-TELEFONE-ANTES
               MOVE NOME-AGENDA TO WS-AUD-NOME-DEPOIS
               MOVE TELEFONE-AGENDA TO WS-AUD-TELEFONE-DEPOIS
               PERFORM REGISTRAR-AUDITORIA
           ELSE
               ADD 1 TO WS-QTD-FALHAS-PENDENCIA
               DISPLAY "Aviso: número " TELEFONE-AGENDA
                   " não alterado (em uso por outro operador)."
           END-IF.

       EXPORTAR-CSV.
           DISPLAY "=======================================".
           DISPLAY "EXPORTAR CONTATOS PARA CSV".
                   MOVE WS-GRUPO-ALVO TO GRUPO-NOME
                   DELETE GRUPOS-FILE RECORD
                   PERFORM REMANEJAR-MEMBROS-GRUPO
                   PERFORM REMANEJAR-PLANTAO-GRUPO
                   DISPLAY "Grupo renomeado para "
                       WS-GRUPO-NOVO-NOME
           END-WRITE.
                           DISPLAY "Erro ao excluir grupo."
                       NOT INVALID KEY
                           PERFORM EXCLUIR-MEMBROS-GRUPO
                           PERFORM EXCLUIR-PLANTAO-GRUPO
                           DISPLAY "Grupo excluído."
                   END-DELETE
               ELSE
               MOVE ZERO TO WS-PAGINA-REL
               MOVE WS-LINHAS-POR-PAGINA TO WS-CONTADOR-LINHAS
               MOVE 'N' TO WS-FIM-ORDENADA
               MOVE SPACES TO WS-AUS-NOME-ANOTADO
               PERFORM OBTER-DATA-HOJE

               PERFORM LER-ORDENADA
               PERFORM ESCREVER-LINHA-GRUPO
           MOVE WS-LINHA-DETALHE TO RELGRUPO-LINHA.
           WRITE RELGRUPO-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.
      *> Quem está ausente ganha, uma vez por pessoa, a linha com o
      *> retorno e o substituto logo abaixo do primeiro número.
           IF ORD-NOME-AGENDA NOT = WS-AUS-NOME-ANOTADO
               MOVE ORD-NOME-AGENDA TO WS-AUS-NOME-ANOTADO
               MOVE ORD-NOME-AGENDA TO WS-AUS-AUSENTE
               PERFORM VERIFICAR-AUSENCIA-VIGENTE
               IF AUSENCIA-VIGENTE
                   IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
                       PERFORM ESCREVER-CABECALHO-GRUPO
                   END-IF
                   MOVE WS-AUS-DATA-EXIBIDA TO AGR-ATE
                   MOVE AUS-SUBSTITUTO TO AGR-SUBSTITUTO
                   MOVE WS-LINHA-AUSENCIA-GRUPO TO RELGRUPO-LINHA
                   WRITE RELGRUPO-LINHA AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-CONTADOR-LINHAS
               END-IF
           END-IF.
           PERFORM LER-ORDENADA.

       ESCREVER-CABECALHO-GRUPO.
               END-READ
           END-IF.

      *> Plantão: cada grupo de GRUPOS.DAT pode ter uma escala em
      *> PLANTAO.DAT (layout AGDAPLT), com um membro ativo, que tenha
      *> celular, por período; períodos do mesmo grupo não se
      *> sobrepõem. Consulta e impressão ficam abertas ao perfil de
      *> consulta (mesa telefônica); a manutenção da escala, não.
       MANTER-PLANTAO.
           PERFORM EXIBIR-MENU-PLANTAO
               UNTIL WS-OPCAO-PLANTAO = '6'.
           MOVE SPACES TO WS-OPCAO-PLANTAO.

       EXIBIR-MENU-PLANTAO.
           DISPLAY "=======================================".
           DISPLAY "PLANTÃO DOS GRUPOS".
           DISPLAY "=======================================".
           DISPLAY "1 - Quem está de plantão agora".
           DISPLAY "2 - Consultar escala do grupo".
           DISPLAY "3 - Incluir plantão".
           DISPLAY "4 - Excluir plantão".
           DISPLAY "5 - Imprimir escala semanal".
           DISPLAY "6 - Voltar".
           DISPLAY "=======================================".
           DISPLAY "Escolha uma opção (1-6): ".
           ACCEPT WS-OPCAO-PLANTAO.

           IF OPERADOR-CONSULTA
               AND (WS-OPCAO-PLANTAO = '3' OR WS-OPCAO-PLANTAO = '4')
               DISPLAY "Opção restrita a operadores de manutenção."
           ELSE IF WS-OPCAO-PLANTAO = '1' THEN
               PERFORM CONSULTAR-PLANTAO-AGORA
           ELSE IF WS-OPCAO-PLANTAO = '2' THEN
               PERFORM CONSULTAR-ESCALA-GRUPO
           ELSE IF WS-OPCAO-PLANTAO = '3' THEN
               PERFORM INCLUIR-PLANTAO
           ELSE IF WS-OPCAO-PLANTAO = '4' THEN
               PERFORM EXCLUIR-PLANTAO
           ELSE IF WS-OPCAO-PLANTAO = '5' THEN
               PERFORM IMPRIMIR-ESCALA-SEMANAL.

       OBTER-MOMENTO-ATUAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:12) TO WS-PLT-AGORA.

       POSICIONAR-PLANTAO-GRUPO.
           MOVE 'N' TO WS-FIM-PLANTAO.
           MOVE WS-GRUPO-ALVO TO PLT-GRUPO.
           MOVE LOW-VALUES TO PLT-INICIO.
           START PLANTAO-FILE
               KEY IS NOT LESS THAN PLT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PLANTAO
           END-START.

       FORMATAR-MOMENTO-PLANTAO.
           MOVE SPACES TO WS-PLT-DATA-EXIBIDA.
           STRING WS-PLT-MOMENTO(7:2) "/" WS-PLT-MOMENTO(5:2) "/"
                   WS-PLT-MOMENTO(1:4) " " WS-PLT-MOMENTO(9:2) ":"
                   WS-PLT-MOMENTO(11:2) DELIMITED BY SIZE
               INTO WS-PLT-DATA-EXIBIDA.

       CONSULTAR-PLANTAO-AGORA.
           PERFORM LER-GRUPO-ALVO.
           IF NOT GRUPO-EXISTE
               DISPLAY "Grupo não encontrado."
           ELSE
               PERFORM OBTER-MOMENTO-ATUAL
               MOVE 'N' TO WS-PLT-ACHADO
               MOVE SPACES TO WS-PLT-PROXIMO-INICIO
               PERFORM POSICIONAR-PLANTAO-GRUPO
               PERFORM PROCURAR-PLANTAO-AGORA
                   UNTIL FIM-PLANTAO
               IF NOT PLANTONISTA-ACHADO
                   DISPLAY "Nenhum plantonista escalado agora"
                       " para o grupo " WS-GRUPO-ALVO
                   IF WS-PLT-PROXIMO-INICIO NOT = SPACES
                       MOVE WS-PLT-PROXIMO-INICIO TO WS-PLT-MOMENTO
                       PERFORM FORMATAR-MOMENTO-PLANTAO
                       DISPLAY "Próximo plantão a partir de "
                           WS-PLT-DATA-EXIBIDA ": "
                           WS-PLT-PROXIMO-NOME
                   END-IF
               END-IF
           END-IF.

       PROCURAR-PLANTAO-AGORA.
           READ PLANTAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PLANTAO
               NOT AT END
                   IF PLT-GRUPO NOT = WS-GRUPO-ALVO
                       MOVE 'S' TO WS-FIM-PLANTAO
                   ELSE IF PLT-INICIO > WS-PLT-AGORA
                       MOVE PLT-INICIO TO WS-PLT-PROXIMO-INICIO
                       MOVE PLT-NOME TO WS-PLT-PROXIMO-NOME
                       MOVE 'S' TO WS-FIM-PLANTAO
                   ELSE IF PLT-FIM > WS-PLT-AGORA
                       MOVE 'S' TO WS-PLT-ACHADO
                       PERFORM EXIBIR-PLANTONISTA
                   END-IF
                   END-IF
                   END-IF
           END-READ.

      *> O celular vem da agenda no momento da consulta; se a
      *> pessoa perdeu o celular ou saiu da agenda depois da
      *> escala, a mesa recebe o número de membro do plantão.
       EXIBIR-PLANTONISTA.
           MOVE PLT-FIM TO WS-PLT-MOMENTO.
           PERFORM FORMATAR-MOMENTO-PLANTAO.
           DISPLAY "De plantão: " PLT-NOME.
           DISPLAY "Até.......: " WS-PLT-DATA-EXIBIDA.
           MOVE PLT-NOME TO WS-NOME-PESSOA.
           PERFORM PROCURAR-CELULAR-PESSOA.
           IF WS-PLT-CELULAR = SPACES
               DISPLAY "Celular...: não cadastrado; número do"
                   " plantão: " PLT-TELEFONE
           ELSE
               DISPLAY "Celular...: " WS-PLT-CELULAR
           END-IF.
           IF NOT PESSOA-EXISTE
               DISPLAY "Atenção: contato não consta mais da agenda."
           ELSE IF PESSOA-SITUACAO = 'I'
               DISPLAY "Atenção: contato inativo na agenda."
           END-IF
           END-IF.

      *> Primeiro número TIPO C da pessoa (WS-NOME-PESSOA) em
      *> WS-PLT-CELULAR, ou espaços se não houver; PESSOA-EXISTE e
      *> PESSOA-SITUACAO refletem o cadastro atual.
       PROCURAR-CELULAR-PESSOA.
           MOVE SPACES TO WS-PLT-CELULAR.
           MOVE 'N' TO WS-PESSOA-EXISTE.
           MOVE WS-NOME-PESSOA TO NOME-AGENDA.
           MOVE 'N' TO WS-FIM-PESSOA.
           START AGENDA-FILE KEY IS EQUAL TO NOME-AGENDA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PESSOA
           END-START.
           PERFORM PROCURAR-CELULAR-PESSOA-UM
               UNTIL FIM-PESSOA.

       PROCURAR-CELULAR-PESSOA-UM.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PESSOA
               NOT AT END
                   IF NOME-AGENDA NOT = WS-NOME-PESSOA
                       MOVE 'S' TO WS-FIM-PESSOA
                   ELSE
                       MOVE 'S' TO WS-PESSOA-EXISTE
                       MOVE SITUACAO-AGENDA TO PESSOA-SITUACAO
                       IF TIPO-CELULAR AND WS-PLT-CELULAR = SPACES
                           MOVE TELEFONE-AGENDA TO WS-PLT-CELULAR
                       END-IF
                   END-IF
           END-READ.

       CONSULTAR-ESCALA-GRUPO.
           PERFORM LER-GRUPO-ALVO.
           IF NOT GRUPO-EXISTE
               DISPLAY "Grupo não encontrado."
           ELSE
               PERFORM OBTER-MOMENTO-ATUAL
               MOVE ZERO TO WS-QTD-PLANTOES
               PERFORM POSICIONAR-PLANTAO-GRUPO
               PERFORM LISTAR-PLANTAO-GRUPO-UM
                   UNTIL FIM-PLANTAO
               IF WS-QTD-PLANTOES = ZERO
                   DISPLAY "Nenhum plantão vigente ou futuro."
               ELSE
                   DISPLAY "Plantões listados: " WS-QTD-PLANTOES
               END-IF
           END-IF.

       LISTAR-PLANTAO-GRUPO-UM.
           READ PLANTAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PLANTAO
               NOT AT END
                   IF PLT-GRUPO NOT = WS-GRUPO-ALVO
                       MOVE 'S' TO WS-FIM-PLANTAO
                   ELSE IF PLT-FIM > WS-PLT-AGORA
                       ADD 1 TO WS-QTD-PLANTOES
                       MOVE PLT-INICIO TO WS-PLT-MOMENTO
                       PERFORM FORMATAR-MOMENTO-PLANTAO
                       MOVE WS-PLT-DATA-EXIBIDA TO PLTR-INICIO
                       MOVE PLT-FIM TO WS-PLT-MOMENTO
                       PERFORM FORMATAR-MOMENTO-PLANTAO
                       DISPLAY PLTR-INICIO " a " WS-PLT-DATA-EXIBIDA
                           "  " PLT-NOME
                   END-IF
                   END-IF
           END-READ.

       INCLUIR-PLANTAO.
           PERFORM LER-GRUPO-ALVO.
           IF NOT GRUPO-EXISTE
               DISPLAY "Grupo não encontrado."
           ELSE
               DISPLAY "Telefone do membro escalado: "
               ACCEPT WS-FONE-MEMBRO
               PERFORM VALIDAR-PLANTONISTA
               IF PLANTONISTA-VALIDO
                   PERFORM LER-PERIODO-PLANTAO
                   IF PERIODO-PLANTAO-VALIDO
                       PERFORM VERIFICAR-SOBREPOSICAO-PLANTAO
                       IF PLANTAO-SOBREPOSTO
                           MOVE PLT-INICIO TO WS-PLT-MOMENTO
                           PERFORM FORMATAR-MOMENTO-PLANTAO
                           DISPLAY "Período sobrepõe o plantão de "
                               PLT-NOME
                           DISPLAY "iniciado em " WS-PLT-DATA-EXIBIDA
                       ELSE
                           PERFORM GRAVAR-PLANTAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Só pode ser escalado quem está ativo, é membro do grupo
      *> pelo número informado e tem um celular na agenda.
       VALIDAR-PLANTONISTA.
           MOVE 'N' TO WS-PLT-PLANTONISTA-VALIDO.
           MOVE WS-FONE-MEMBRO TO TELEFONE-AGENDA.
           READ AGENDA-FILE
               INVALID KEY
                   DISPLAY "Contato não encontrado."
               NOT INVALID KEY
                   MOVE NOME-AGENDA TO WS-NOME-PESSOA
                   IF CONTATO-INATIVO
                       DISPLAY "Contato inativo não pode ser"
                           " escalado."
                   ELSE
                       MOVE WS-GRUPO-ALVO TO MEMBRO-GRUPO
                       MOVE WS-FONE-MEMBRO TO MEMBRO-TELEFONE
                       READ MEMBROS-FILE
                           INVALID KEY
                               DISPLAY "Contato não é membro do"
                                   " grupo."
                           NOT INVALID KEY
                               PERFORM PROCURAR-CELULAR-PESSOA
                               IF WS-PLT-CELULAR = SPACES
                                   DISPLAY "Contato sem celular"
                                       " (tipo C) na agenda."
                               ELSE
                                   MOVE 'S'
                                       TO WS-PLT-PLANTONISTA-VALIDO
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       LER-PERIODO-PLANTAO.
           MOVE 'N' TO WS-PLT-PERIODO-VALIDO.
           PERFORM OBTER-MOMENTO-ATUAL.
           DISPLAY "Início - data (AAAAMMDD): ".
           ACCEPT WS-PLT-DATA-TEXTO.
           DISPLAY "Início - hora (HHMM): ".
           ACCEPT WS-PLT-HORA-TEXTO.
           PERFORM MONTAR-MOMENTO-PLANTAO.
           IF MOMENTO-PLANTAO-VALIDO
               MOVE WS-PLT-MOMENTO TO WS-PLT-INICIO-NOVO
               DISPLAY "Fim - data (AAAAMMDD): "
               ACCEPT WS-PLT-DATA-TEXTO
               DISPLAY "Fim - hora (HHMM): "
               ACCEPT WS-PLT-HORA-TEXTO
               PERFORM MONTAR-MOMENTO-PLANTAO
               IF MOMENTO-PLANTAO-VALIDO
                   MOVE WS-PLT-MOMENTO TO WS-PLT-FIM-NOVO
                   IF WS-PLT-FIM-NOVO NOT > WS-PLT-INICIO-NOVO
                       DISPLAY "O fim deve ser posterior ao início."
                   ELSE IF WS-PLT-FIM-NOVO NOT > WS-PLT-AGORA
                       DISPLAY "Período já encerrado."
                   ELSE
                       MOVE 'S' TO WS-PLT-PERIODO-VALIDO
                   END-IF
                   END-IF
               END-IF
           END-IF.

       MONTAR-MOMENTO-PLANTAO.
           MOVE 'N' TO WS-PLT-MOMENTO-VALIDO.
           IF WS-PLT-DATA-TEXTO NOT NUMERIC
               OR WS-PLT-HORA-TEXTO NOT NUMERIC
               DISPLAY "Data ou hora inválida."
           ELSE
               MOVE WS-PLT-DATA-TEXTO TO WS-PLT-DATA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PLT-DATA-NUM)
                       NOT = ZERO
                   OR WS-PLT-HORA-TEXTO(1:2) > "23"
                   OR WS-PLT-HORA-TEXTO(3:2) > "59"
                   DISPLAY "Data ou hora inválida."
               ELSE
                   MOVE WS-PLT-DATA-TEXTO TO WS-PLT-MOMENTO(1:8)
                   MOVE WS-PLT-HORA-TEXTO TO WS-PLT-MOMENTO(9:4)
                   MOVE 'S' TO WS-PLT-MOMENTO-VALIDO
               END-IF
           END-IF.

      *> A leitura sai pela ordem de início; para no primeiro
      *> plantão que começa depois do fim do novo período.
       VERIFICAR-SOBREPOSICAO-PLANTAO.
           MOVE 'N' TO WS-PLT-SOBREPOSTO.
           PERFORM POSICIONAR-PLANTAO-GRUPO.
           PERFORM VERIFICAR-SOBREPOSICAO-UM
               UNTIL FIM-PLANTAO OR PLANTAO-SOBREPOSTO.

       VERIFICAR-SOBREPOSICAO-UM.
           READ PLANTAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PLANTAO
               NOT AT END
                   IF PLT-GRUPO NOT = WS-GRUPO-ALVO
                       OR PLT-INICIO NOT < WS-PLT-FIM-NOVO
                       MOVE 'S' TO WS-FIM-PLANTAO
                   ELSE IF PLT-FIM > WS-PLT-INICIO-NOVO
                       MOVE 'S' TO WS-PLT-SOBREPOSTO
                   END-IF
                   END-IF
           END-READ.

       GRAVAR-PLANTAO.
           MOVE WS-GRUPO-ALVO TO PLT-GRUPO.
           MOVE WS-PLT-INICIO-NOVO TO PLT-INICIO.
           MOVE WS-PLT-FIM-NOVO TO PLT-FIM.
           MOVE WS-FONE-MEMBRO TO PLT-TELEFONE.
           MOVE WS-NOME-PESSOA TO PLT-NOME.
           MOVE WS-OPERADOR-ID TO PLT-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:14) TO PLT-DATA-HORA.
           WRITE PLANTAO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao gravar plantão: "
                       WS-PLANTAO-STATUS
               NOT INVALID KEY
                   DISPLAY "Plantão incluído: " PLT-NOME
                   DISPLAY "Celular: " WS-PLT-CELULAR
           END-WRITE.

       EXCLUIR-PLANTAO.
           PERFORM LER-GRUPO-ALVO.
           IF NOT GRUPO-EXISTE
               DISPLAY "Grupo não encontrado."
           ELSE
               DISPLAY "Início do plantão - data (AAAAMMDD): "
               ACCEPT WS-PLT-DATA-TEXTO
               DISPLAY "Início do plantão - hora (HHMM): "
               ACCEPT WS-PLT-HORA-TEXTO
               PERFORM MONTAR-MOMENTO-PLANTAO
               IF MOMENTO-PLANTAO-VALIDO
                   MOVE WS-GRUPO-ALVO TO PLT-GRUPO
                   MOVE WS-PLT-MOMENTO TO PLT-INICIO
                   READ PLANTAO-FILE
                       INVALID KEY
                           DISPLAY "Plantão não encontrado."
                       NOT INVALID KEY
                           PERFORM CONFIRMAR-EXCLUSAO-PLANTAO
                   END-READ
               END-IF
           END-IF.

       CONFIRMAR-EXCLUSAO-PLANTAO.
           MOVE PLT-FIM TO WS-PLT-MOMENTO.
           PERFORM FORMATAR-MOMENTO-PLANTAO.
           DISPLAY "Plantonista: " PLT-NOME.
           DISPLAY "Até........: " WS-PLT-DATA-EXIBIDA.
           DISPLAY "Exclui este plantão (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               DELETE PLANTAO-FILE RECORD
                   INVALID KEY
                       DISPLAY "Erro ao excluir plantão."
                   NOT INVALID KEY
                       DISPLAY "Plantão excluído."
               END-DELETE
           ELSE
               DISPLAY "Operação cancelada."
           END-IF.

      *> Escala de sete dias a partir da data informada (em branco,
      *> hoje), com todo plantão que toque a semana, em
      *> RELPLANT.TXT.
       IMPRIMIR-ESCALA-SEMANAL.
           PERFORM LER-GRUPO-ALVO.
           IF NOT GRUPO-EXISTE
               DISPLAY "Grupo não encontrado."
           ELSE
               PERFORM OBTER-MOMENTO-ATUAL
               DISPLAY "Semana a partir de (AAAAMMDD, em branco"
                   " = hoje): "
               ACCEPT WS-PLT-DATA-TEXTO
               IF WS-PLT-DATA-TEXTO = SPACES
                   MOVE WS-PLT-AGORA(1:8) TO WS-PLT-DATA-TEXTO
               END-IF
               MOVE "0000" TO WS-PLT-HORA-TEXTO
               PERFORM MONTAR-MOMENTO-PLANTAO
               IF MOMENTO-PLANTAO-VALIDO
                   PERFORM GERAR-ESCALA-SEMANAL
               END-IF
           END-IF.

       GERAR-ESCALA-SEMANAL.
           MOVE WS-PLT-MOMENTO TO WS-PLT-INICIO-NOVO.
           PERFORM FORMATAR-MOMENTO-PLANTAO.
           COMPUTE WS-PLT-DATA-FIM-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-PLT-DATA-NUM) + 7).
           MOVE WS-PLT-DATA-FIM-NUM TO WS-PLT-LIMITE(1:8).
           MOVE "0000" TO WS-PLT-LIMITE(9:4).
           MOVE WS-GRUPO-ALVO TO CAB-PLT-GRUPO.
           MOVE WS-PLT-DATA-EXIBIDA(1:10) TO CAB-PLT-DE.
           COMPUTE WS-PLT-DATA-FIM-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-PLT-DATA-NUM) + 6).
           MOVE WS-PLT-DATA-FIM-NUM TO WS-PLT-MOMENTO(1:8).
           PERFORM FORMATAR-MOMENTO-PLANTAO.
           MOVE WS-PLT-DATA-EXIBIDA(1:10) TO CAB-PLT-ATE.
           MOVE ZERO TO WS-QTD-PLANTOES.
           OPEN OUTPUT RELPLANT-FILE.
           MOVE ZERO TO WS-PAGINA-REL.
           MOVE WS-LINHAS-POR-PAGINA TO WS-CONTADOR-LINHAS.
           PERFORM POSICIONAR-PLANTAO-GRUPO.
           PERFORM ESCREVER-PLANTAO-SEMANA
               UNTIL FIM-PLANTAO.
           IF WS-QTD-PLANTOES = ZERO
               PERFORM ESCREVER-CABECALHO-PLANTAO
               MOVE "NENHUM PLANTÃO ESCALADO NA SEMANA."
                   TO RELPLANT-LINHA
               WRITE RELPLANT-LINHA AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE RELPLANT-FILE.
           DISPLAY "Plantões na semana: " WS-QTD-PLANTOES.
           DISPLAY "Escala gerada em RELPLANT.TXT.".

       ESCREVER-PLANTAO-SEMANA.
           READ PLANTAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PLANTAO
               NOT AT END
                   IF PLT-GRUPO NOT = WS-GRUPO-ALVO
                       OR PLT-INICIO NOT < WS-PLT-LIMITE
                       MOVE 'S' TO WS-FIM-PLANTAO
                   ELSE IF PLT-FIM > WS-PLT-INICIO-NOVO
                       PERFORM ESCREVER-LINHA-PLANTAO
                   END-IF
                   END-IF
           END-READ.

       ESCREVER-LINHA-PLANTAO.
           IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM ESCREVER-CABECALHO-PLANTAO
           END-IF.
           ADD 1 TO WS-QTD-PLANTOES.
           MOVE PLT-INICIO TO WS-PLT-MOMENTO.
           PERFORM FORMATAR-MOMENTO-PLANTAO.
           MOVE WS-PLT-DATA-EXIBIDA TO PLTR-INICIO.
           MOVE PLT-FIM TO WS-PLT-MOMENTO.
           PERFORM FORMATAR-MOMENTO-PLANTAO.
           MOVE WS-PLT-DATA-EXIBIDA TO PLTR-FIM.
           MOVE PLT-NOME TO PLTR-NOME.
           MOVE PLT-NOME TO WS-NOME-PESSOA.
           PERFORM PROCURAR-CELULAR-PESSOA.
           IF WS-PLT-CELULAR = SPACES
               MOVE "SEM CELULAR" TO PLTR-CELULAR
           ELSE
               MOVE WS-PLT-CELULAR TO PLTR-CELULAR
           END-IF.
           MOVE WS-LINHA-PLANTAO TO RELPLANT-LINHA.
           WRITE RELPLANT-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONTADOR-LINHAS.

       ESCREVER-CABECALHO-PLANTAO.
           ADD 1 TO WS-PAGINA-REL.
           MOVE WS-PAGINA-REL TO CAB-PAGINA.
           MOVE WS-CABECALHO-1 TO RELPLANT-LINHA.
           IF WS-PAGINA-REL > 1
               WRITE RELPLANT-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE RELPLANT-LINHA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-CABECALHO-PLANTAO TO RELPLANT-LINHA.
           WRITE RELPLANT-LINHA AFTER ADVANCING 2 LINES.
           MOVE WS-CABECALHO-PLT-SEMANA TO RELPLANT-LINHA.
           WRITE RELPLANT-LINHA AFTER ADVANCING 1 LINE.
           MOVE WS-CABECALHO-PLT-COL TO RELPLANT-LINHA.
           WRITE RELPLANT-LINHA AFTER ADVANCING 2 LINES.
           MOVE 6 TO WS-CONTADOR-LINHAS.

      *> Renomear ou excluir o grupo leva junto a escala, como as
      *> associações de MEMBROS.DAT.
       REMANEJAR-PLANTAO-GRUPO.
           MOVE 'N' TO WS-FIM-PLANTAO.
           PERFORM REMANEJAR-PLANTAO-GRUPO-UM
               UNTIL FIM-PLANTAO.

       REMANEJAR-PLANTAO-GRUPO-UM.
           PERFORM POSICIONAR-PLANTAO-GRUPO.
           IF WS-PLANTAO-STATUS = "00"
               READ PLANTAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-PLANTAO
                   NOT AT END
                       IF PLT-GRUPO = WS-GRUPO-ALVO
                           MOVE PLANTAO-REGISTRO TO WS-PLANTAO-SALVO
                           DELETE PLANTAO-FILE RECORD
                           MOVE WS-PLANTAO-SALVO TO PLANTAO-REGISTRO
                           MOVE WS-GRUPO-NOVO-NOME TO PLT-GRUPO
                           WRITE PLANTAO-REGISTRO
                               INVALID KEY
                                   DISPLAY "Aviso: plantão já"
                                       " existente no grupo "
                                       WS-GRUPO-NOVO-NOME
                           END-WRITE
                       ELSE
                           MOVE 'S' TO WS-FIM-PLANTAO
                       END-IF
               END-READ
           END-IF.

       EXCLUIR-PLANTAO-GRUPO.
           MOVE 'N' TO WS-FIM-PLANTAO.
           PERFORM EXCLUIR-PLANTAO-GRUPO-UM
               UNTIL FIM-PLANTAO.

       EXCLUIR-PLANTAO-GRUPO-UM.
           PERFORM POSICIONAR-PLANTAO-GRUPO.
           IF WS-PLANTAO-STATUS = "00"
               READ PLANTAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-PLANTAO
                   NOT AT END
                       IF PLT-GRUPO = WS-GRUPO-ALVO
                           DELETE PLANTAO-FILE RECORD
                       ELSE
                           MOVE 'S' TO WS-FIM-PLANTAO
                       END-IF
               END-READ
           END-IF.

      *> Ausências: cada pessoa pode ter uma ausência registrada em
      *> AUSENCIA.DAT (layout AGDAAUS), com o período e o nome de
      *> outro contato ativo que atende por ela. Enquanto durar, as
      *> pesquisas, a lista do grupo e a lista telefônica avisam o
      *> retorno e o substituto. A ausência encerrada sai pelo job
      *> noturno AGDAAUS, que também marca o substituto que ficou
      *> inativo ou foi excluído.
       MANTER-AUSENCIAS.
           PERFORM EXIBIR-MENU-AUSENCIAS
               UNTIL WS-OPCAO-AUSENCIA = '4'.
           MOVE SPACES TO WS-OPCAO-AUSENCIA.

       EXIBIR-MENU-AUSENCIAS.
           DISPLAY "=======================================".
           DISPLAY "AUSÊNCIAS E SUBSTITUTOS".
           DISPLAY "=======================================".
           DISPLAY "1 - Registrar ausência".
           DISPLAY "2 - Encerrar ausência".
           DISPLAY "3 - Listar ausências".
           DISPLAY "4 - Voltar".
           DISPLAY "=======================================".
           DISPLAY "Escolha uma opção (1-4): ".
           ACCEPT WS-OPCAO-AUSENCIA.

           IF WS-OPCAO-AUSENCIA = '1' THEN
               PERFORM REGISTRAR-AUSENCIA
           ELSE IF WS-OPCAO-AUSENCIA = '2' THEN
               PERFORM ENCERRAR-AUSENCIA
           ELSE IF WS-OPCAO-AUSENCIA = '3' THEN
               PERFORM LISTAR-AUSENCIAS.

      *> Uma nova ausência da mesma pessoa substitui a anterior e
      *> limpa a marca de substituto deixada pelo job noturno.
       REGISTRAR-AUSENCIA.
           DISPLAY "Nome do contato ausente: ".
           ACCEPT WS-NOME-PESQUISA.
           MOVE WS-NOME-PESQUISA TO WS-NOME-PESSOA.
           PERFORM PROCURAR-PESSOA.
           IF NOT PESSOA-EXISTE
               DISPLAY "Contato não encontrado."
           ELSE
               MOVE WS-NOME-PESQUISA TO WS-AUS-AUSENTE
               MOVE WS-AUS-AUSENTE TO AUS-NOME
               READ AUSENCIA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AUS-FIM TO WS-AUS-DATA-TEXTO
                       PERFORM FORMATAR-DATA-AUSENCIA
                       DISPLAY "Ausência atual até "
                           WS-AUS-DATA-EXIBIDA ", com "
                           AUS-SUBSTITUTO
                       DISPLAY "A nova ausência substituirá esta."
               END-READ
               DISPLAY "Nome do substituto: "
               ACCEPT WS-AUS-SUBSTITUTO
               PERFORM VALIDAR-SUBSTITUTO
               IF SUBSTITUTO-VALIDO
                   PERFORM LER-PERIODO-AUSENCIA
                   IF PERIODO-AUSENCIA-VALIDO
                       PERFORM VERIFICAR-AUSENCIA-SUBSTITUTO
                       PERFORM GRAVAR-AUSENCIA
                   END-IF
               END-IF
           END-IF.

      *> O substituto é outra pessoa da agenda, e ativa.
       VALIDAR-SUBSTITUTO.
           MOVE 'N' TO WS-AUS-SUBST-VALIDO.
           IF WS-AUS-SUBSTITUTO = SPACES
               DISPLAY "Substituto não informado."
           ELSE IF WS-AUS-SUBSTITUTO = WS-AUS-AUSENTE
               DISPLAY "O substituto deve ser outra pessoa."
           ELSE
               MOVE WS-AUS-SUBSTITUTO TO WS-NOME-PESSOA
               PERFORM PROCURAR-PESSOA
               IF NOT PESSOA-EXISTE
                   DISPLAY "Substituto não encontrado na agenda."
               ELSE IF PESSOA-SITUACAO = 'I'
                   DISPLAY "Substituto inativo não pode ser"
                       " indicado."
               ELSE
                   MOVE 'S' TO WS-AUS-SUBST-VALIDO
               END-IF
               END-IF
           END-IF
           END-IF.

      *> Início em branco vale hoje; o fim é o último dia ausente.
       LER-PERIODO-AUSENCIA.
           MOVE 'N' TO WS-AUS-PERIODO-VALIDO.
           PERFORM OBTER-DATA-HOJE.
           DISPLAY "Início (AAAAMMDD, branco = hoje): ".
           ACCEPT WS-AUS-DATA-TEXTO.
           IF WS-AUS-DATA-TEXTO = SPACES
               MOVE WS-DATA-HOJE TO WS-AUS-DATA-TEXTO
           END-IF.
           PERFORM VALIDAR-DATA-AUSENCIA.
           IF DATA-AUSENCIA-VALIDA
               MOVE WS-AUS-DATA-TEXTO TO WS-AUS-INICIO-NOVO
               DISPLAY "Último dia da ausência (AAAAMMDD): "
               ACCEPT WS-AUS-DATA-TEXTO
               PERFORM VALIDAR-DATA-AUSENCIA
               IF DATA-AUSENCIA-VALIDA
                   MOVE WS-AUS-DATA-TEXTO TO WS-AUS-FIM-NOVO
                   IF WS-AUS-FIM-NOVO < WS-AUS-INICIO-NOVO
                       DISPLAY "O fim não pode ser anterior ao"
                           " início."
                   ELSE IF WS-AUS-FIM-NOVO < WS-DATA-HOJE
                       DISPLAY "Período já encerrado."
                   ELSE
                       MOVE 'S' TO WS-AUS-PERIODO-VALIDO
                   END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDAR-DATA-AUSENCIA.
           MOVE 'N' TO WS-AUS-DATA-VALIDA.
           IF WS-AUS-DATA-TEXTO NOT NUMERIC
               DISPLAY "Data inválida."
           ELSE
               MOVE WS-AUS-DATA-TEXTO TO WS-AUS-DATA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-AUS-DATA-NUM)
                       NOT = ZERO
                   DISPLAY "Data inválida."
               ELSE
                   MOVE 'S' TO WS-AUS-DATA-VALIDA
               END-IF
           END-IF.

      *> Só avisa: o substituto ausente no mesmo período não impede
      *> o registro, mas a chamada cairia em outra ausência.
       VERIFICAR-AUSENCIA-SUBSTITUTO.
           MOVE WS-AUS-SUBSTITUTO TO AUS-NOME.
           READ AUSENCIA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AUS-INICIO NOT > WS-AUS-FIM-NOVO
                       AND AUS-FIM NOT < WS-AUS-INICIO-NOVO
                       MOVE AUS-FIM TO WS-AUS-DATA-TEXTO
                       PERFORM FORMATAR-DATA-AUSENCIA
                       DISPLAY "Atenção: o substituto também está"
                           " ausente até " WS-AUS-DATA-EXIBIDA "."
                   END-IF
           END-READ.

       GRAVAR-AUSENCIA.
           MOVE WS-AUS-AUSENTE TO AUS-NOME.
           MOVE WS-AUS-INICIO-NOVO TO AUS-INICIO.
           MOVE WS-AUS-FIM-NOVO TO AUS-FIM.
           MOVE WS-AUS-SUBSTITUTO TO AUS-SUBSTITUTO.
           MOVE SPACE TO AUS-SITUACAO.
           MOVE WS-OPERADOR-ID TO AUS-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:14) TO AUS-DATA-HORA.
           WRITE AUSENCIA-REGISTRO
               INVALID KEY
                   REWRITE AUSENCIA-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao gravar ausência: "
                               WS-AUSENCIA-STATUS
                   END-REWRITE
           END-WRITE.
           IF WS-AUSENCIA-STATUS = "00"
               MOVE AUS-FIM TO WS-AUS-DATA-TEXTO
               PERFORM FORMATAR-DATA-AUSENCIA
               DISPLAY "Ausência registrada até "
                   WS-AUS-DATA-EXIBIDA "."
           END-IF.

       ENCERRAR-AUSENCIA.
           DISPLAY "Nome do contato ausente: ".
           ACCEPT WS-AUS-AUSENTE.
           MOVE WS-AUS-AUSENTE TO AUS-NOME.
           READ AUSENCIA-FILE
               INVALID KEY
                   DISPLAY "Nenhuma ausência registrada para o"
                       " contato."
               NOT INVALID KEY
                   PERFORM CONFIRMAR-FIM-AUSENCIA
           END-READ.

       CONFIRMAR-FIM-AUSENCIA.
           MOVE AUS-INICIO TO WS-AUS-DATA-TEXTO.
           PERFORM FORMATAR-DATA-AUSENCIA.
           DISPLAY "De.........: " WS-AUS-DATA-EXIBIDA.
           MOVE AUS-FIM TO WS-AUS-DATA-TEXTO.
           PERFORM FORMATAR-DATA-AUSENCIA.
           DISPLAY "Até........: " WS-AUS-DATA-EXIBIDA.
           DISPLAY "Substituto.: " AUS-SUBSTITUTO.
           DISPLAY "Encerra esta ausência (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               DELETE AUSENCIA-FILE RECORD
                   INVALID KEY
                       DISPLAY "Erro ao encerrar ausência."
                   NOT INVALID KEY
                       DISPLAY "Ausência encerrada."
               END-DELETE
           ELSE
               DISPLAY "Operação cancelada."
           END-IF.

       LISTAR-AUSENCIAS.
           PERFORM OBTER-DATA-HOJE.
           MOVE ZERO TO WS-QTD-AUSENCIAS.
           MOVE 'N' TO WS-FIM-AUSENCIA.
           MOVE LOW-VALUES TO AUS-NOME.
           START AUSENCIA-FILE KEY IS NOT LESS THAN AUS-NOME
               INVALID KEY
                   MOVE 'S' TO WS-FIM-AUSENCIA
           END-START.
           PERFORM LISTAR-AUSENCIA-UMA
               UNTIL FIM-AUSENCIA.
           IF WS-QTD-AUSENCIAS = ZERO
               DISPLAY "Nenhuma ausência registrada."
           ELSE
               DISPLAY "Ausências listadas: " WS-QTD-AUSENCIAS
           END-IF.

       LISTAR-AUSENCIA-UMA.
           READ AUSENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-AUSENCIA
               NOT AT END
                   ADD 1 TO WS-QTD-AUSENCIAS
                   DISPLAY "---------------------------------------"
                   DISPLAY "Ausente....: " AUS-NOME
                   MOVE AUS-INICIO TO WS-AUS-DATA-TEXTO
                   PERFORM FORMATAR-DATA-AUSENCIA
                   IF AUS-INICIO > WS-DATA-HOJE
                       DISPLAY "De.........: " WS-AUS-DATA-EXIBIDA
                           " (futura)"
                   ELSE
                       DISPLAY "De.........: " WS-AUS-DATA-EXIBIDA
                   END-IF
                   MOVE AUS-FIM TO WS-AUS-DATA-TEXTO
                   PERFORM FORMATAR-DATA-AUSENCIA
                   DISPLAY "Até........: " WS-AUS-DATA-EXIBIDA
                   DISPLAY "Substituto.: " AUS-SUBSTITUTO
                   PERFORM EXIBIR-MARCA-SUBSTITUTO
           END-READ.

       EXIBIR-MARCA-SUBSTITUTO.
           IF AUS-SUBSTITUTO-INATIVO
               DISPLAY "Atenção: substituto inativo; indique"
                   " outro."
           ELSE IF AUS-SUBSTITUTO-EXCLUIDO
               DISPLAY "Atenção: substituto não está mais na"
                   " agenda; indique outro."
           END-IF
           END-IF.

      *> Ausência de WS-AUS-AUSENTE que cobre WS-DATA-HOJE; o último
      *> dia fica em WS-AUS-DATA-EXIBIDA e o registro em AUSENCIA.
       VERIFICAR-AUSENCIA-VIGENTE.
           MOVE 'N' TO WS-AUS-VIGENTE.
           MOVE WS-AUS-AUSENTE TO AUS-NOME.
           READ AUSENCIA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AUS-INICIO NOT > WS-DATA-HOJE
                       AND AUS-FIM NOT < WS-DATA-HOJE
                       MOVE 'S' TO WS-AUS-VIGENTE
                       MOVE AUS-FIM TO WS-AUS-DATA-TEXTO
                       PERFORM FORMATAR-DATA-AUSENCIA
                   END-IF
           END-READ.

      *> Chamado pelas pesquisas depois de exibir o contato lido;
      *> listar os números do substituto reposiciona a agenda, o que
      *> as pesquisas toleram (por telefone é leitura direta e a
      *> leitura por nome percorre o índice de pesquisa).
       EXIBIR-AUSENCIA-CONTATO.
           PERFORM OBTER-DATA-HOJE.
           MOVE NOME-AGENDA TO WS-AUS-AUSENTE.
           PERFORM VERIFICAR-AUSENCIA-VIGENTE.
           IF AUSENCIA-VIGENTE
               DISPLAY "Ausente até " WS-AUS-DATA-EXIBIDA(1:5)
                   ", falar com " AUS-SUBSTITUTO
               PERFORM EXIBIR-MARCA-SUBSTITUTO
               DISPLAY "Números do substituto:"
               MOVE AUS-SUBSTITUTO TO WS-NOME-PESSOA
               PERFORM LISTAR-NUMEROS-PESSOA
               IF WS-QTD-NUMEROS = ZERO
                   DISPLAY "  (nenhum número na agenda)"
               END-IF
           END-IF.

       FORMATAR-DATA-AUSENCIA.
           MOVE SPACES TO WS-AUS-DATA-EXIBIDA.
           STRING WS-AUS-DATA-TEXTO(7:2) "/" WS-AUS-DATA-TEXTO(5:2)
                   "/" WS-AUS-DATA-TEXTO(1:4) DELIMITED BY SIZE
               INTO WS-AUS-DATA-EXIBIDA.

       MANTER-OPERADORES.
           PERFORM EXIBIR-MENU-OPERADORES
               UNTIL WS-OPCAO-OPER = '4'.
                   INVALID KEY
                       DISPLAY "Nome do operador: "
                       ACCEPT OPER-NOME
                       DISPLAY "Perfil (C=consulta M=manutenção"
                           " S=supervisor): "
                       ACCEPT OPER-PERFIL
                       MOVE FUNCTION UPPER-CASE(OPER-PERFIL)
                           TO OPER-PERFIL
                       IF OPER-PERFIL NOT = 'M'
                           AND OPER-PERFIL NOT = 'S'
                           MOVE 'C' TO OPER-PERFIL
                       END-IF
                       IF PERFIL-SUPERVISOR
                           AND NOT OPERADOR-SUPERVISOR
                           DISPLAY "Somente um supervisor pode"
                               " conceder o perfil S."
                       ELSE
                           MOVE 'A' TO OPER-SITUACAO
                           MOVE WS-OPER-ID-ALVO TO OPER-ID
                           WRITE OPERADOR-REGISTRO
                               INVALID KEY
                                   DISPLAY "Erro ao incluir operador."
                               NOT INVALID KEY
                                   DISPLAY "Operador incluído: "
                                       OPER-ID
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Operador já cadastrado."
               END-READ
                   DISPLAY "Nome....: " OPER-NOME
                   DISPLAY "Perfil..: " OPER-PERFIL
                   DISPLAY "Situação: " OPER-SITUACAO
                   DISPLAY "Novo perfil (C/M/S, branco mantém): "
                   ACCEPT WS-OPER-CAMPO
                   MOVE FUNCTION UPPER-CASE(WS-OPER-CAMPO)
                       TO WS-OPER-CAMPO
      *> O perfil S só é concedido ou retirado por um supervisor,
      *> e ninguém altera o próprio perfil: do contrário o operador
      *> poderia aprovar as próprias pendências.
                   IF WS-OPER-CAMPO = 'C' OR WS-OPER-CAMPO = 'M'
                       OR WS-OPER-CAMPO = 'S'
                       IF WS-OPER-ID-ALVO = WS-OPERADOR-ID
                           DISPLAY "Não é permitido alterar o"
                               " próprio perfil; perfil mantido."
                       ELSE IF (WS-OPER-CAMPO = 'S'
                               OR PERFIL-SUPERVISOR)
                           AND NOT OPERADOR-SUPERVISOR
                           DISPLAY "Somente um supervisor pode"
                               " conceder ou retirar o perfil S;"
                               " perfil mantido."
                       ELSE
                           MOVE WS-OPER-CAMPO TO OPER-PERFIL
                       END-IF
                       END-IF
                   END-IF
                   DISPLAY "Nova situação (A/I, branco mantém): "
                   ACCEPT WS-OPER-CAMPO
           IF WS-DEP-ACHADO = ZERO
               DISPLAY "Departamento não encontrado."
           ELSE
               PERFORM CONTAR-USO-DEPTO
               IF WS-QTD-USO-DEPTO = ZERO
                   PERFORM REMOVER-DEPTO-TABELA
                   PERFORM GRAVAR-TABELA-DEPTO
                   DISPLAY "Departamento excluído."
               ELSE
                   PERFORM SOLICITAR-TROCA-DEPTO
               END-IF
           END-IF.

      *> Departamento em uso só sai da tabela com um substituto; a
      *> troca muda o departamento de muitas pessoas de uma vez e,
      *> como qualquer mudança de departamento pela tela, aguarda
      *> a aprovação de um supervisor (opção 15).
       SOLICITAR-TROCA-DEPTO.
           DISPLAY "Departamento em uso por " WS-QTD-USO-DEPTO
               " números.".
           DISPLAY "Departamento substituto (branco = cancelar): ".
           ACCEPT WS-DEPTO-SUBSTITUTO.
           MOVE FUNCTION UPPER-CASE(WS-DEPTO-SUBSTITUTO)
               TO WS-DEPTO-SUBSTITUTO.
           MOVE WS-DEPTO-SUBSTITUTO TO WS-DEPTO-PROCURADO.
           PERFORM PROCURAR-DEPTO.
           IF WS-DEPTO-SUBSTITUTO = SPACES
               DISPLAY "Exclusão recusada: departamento em uso."
           ELSE IF WS-DEPTO-SUBSTITUTO = WS-DEPTO-NOVO-NOME
               DISPLAY "O substituto deve ser outro departamento."
           ELSE IF WS-DEP-ACHADO = ZERO
               DISPLAY "Substituto não consta da tabela de"
                   " departamentos."
           ELSE
               MOVE SPACES TO PENDENTE-REGISTRO
               MOVE 'D' TO PEN-TIPO
               MOVE WS-DEPTO-NOVO-NOME TO PEN-DEPTO-ANTES
               MOVE WS-DEPTO-SUBSTITUTO TO PEN-DEPTO-DEPOIS
               PERFORM GRAVAR-PENDENCIA
               IF WS-PENDENTE-STATUS = "00"
                   DISPLAY "Troca registrada; o departamento sai da"
                   DISPLAY "tabela quando um supervisor aprovar."
               END-IF
           END-IF
           END-IF
           END-IF.

      *> Conta os números cujo DEPARTAMENTO-AGENDA é o departamento
      *> informado em WS-DEPTO-NOVO-NOME.
       CONTAR-USO-DEPTO.
           MOVE ZERO TO WS-QTD-USO-DEPTO.
           MOVE 'N' TO WS-FIM-USO-DEPTO.
           MOVE LOW-VALUES TO TELEFONE-AGENDA.
           START AGENDA-FILE KEY IS NOT LESS THAN TELEFONE-AGENDA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-USO-DEPTO
           END-START.
           PERFORM CONTAR-USO-DEPTO-UM
               UNTIL FIM-USO-DEPTO.

       CONTAR-USO-DEPTO-UM.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-USO-DEPTO
               NOT AT END
                   IF DEPARTAMENTO-AGENDA = WS-DEPTO-NOVO-NOME
                       ADD 1 TO WS-QTD-USO-DEPTO
                   END-IF
           END-READ.

      *> Retira da tabela em memória a entrada WS-DEP-ACHADO.
       REMOVER-DEPTO-TABELA.
           PERFORM VARYING WS-IX-DEP FROM WS-DEP-ACHADO BY 1
               UNTIL WS-IX-DEP >= WS-DEP-QTD
               MOVE WS-DEP-ENTRADA(WS-IX-DEP + 1)
                   TO WS-DEP-ENTRADA(WS-IX-DEP)
           END-PERFORM.
           SUBTRACT 1 FROM WS-DEP-QTD.

       LISTAR-DEPARTAMENTOS.
           IF WS-DEP-QTD = ZERO
               DISPLAY "Tabela de departamentos vazia."
