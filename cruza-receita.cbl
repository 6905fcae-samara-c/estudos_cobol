      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cruzamento do cadastro CLIENTE-MASTER com a situacao
      *          cadastral do CPF na Receita Federal, lida do arquivo
      *          recebido do bureau (data/situacao-receita.dat). Cliente
      *          ativo com CPF de titular falecido e inativado
      *          automaticamente, com motivo proprio, e tem os contatos
      *          bloqueados em CONTATO-CLIENTE (origem RECEITA), para
      *          sair dos extratos e da campanha de aniversariantes.
      *          Cliente ativo com CPF suspenso, pendente de
      *          regularizacao, cancelado ou nulo vai para o relatorio
      *          de pendencias (data/receita-pendencias.rpt), para
      *          analise do operador. Toda inativacao e gravada em
      *          CLIENTE-LOG com a imagem antes/depois, como nas demais
      *          manutencoes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
       PROGRAM-ID. cruza-receita.

       ENVIRONMENT                                 DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITUACAO-RECEITA ASSIGN TO
                   "data/situacao-receita.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECEITA.

           SELECT CLIENTE-MASTER ASSIGN TO "data/cliente-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF-CLIENTE OF CLIENTE-REG
               FILE STATUS IS WS-FS-CLIENTE.

           SELECT CONTATO-CLIENTE ASSIGN TO "data/contato-cliente.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTATO-CHAVE
               FILE STATUS IS WS-FS-CONTATO.

           SELECT CLIENTE-LOG ASSIGN TO "data/cliente-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT RELATORIO ASSIGN TO "data/receita-pendencias.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT CONTROLE-EXEC ASSIGN TO "data/controle-execucao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEC-CHAVE
               FILE STATUS IS WS-FS-EXEC.

           SELECT GRADE-JOBS ASSIGN TO "data/grade-jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GRADE.

       DATA                                        DIVISION.
       FILE SECTION.
       FD  SITUACAO-RECEITA.
           COPY SITUACAO-RECEITA.

       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  CONTATO-CLIENTE.
           COPY CONTATO.

       FD  CLIENTE-LOG.
           COPY CLIENTE-LOG.

       FD  RELATORIO.
       01  LINHA-RELATORIO                 PIC X(80).

       FD  CONTROLE-EXEC.
           COPY CONTROLE-EXEC.

       FD  GRADE-JOBS.
           COPY GRADE-JOB.

       WORKING-STORAGE SECTION.
       01  WS-FS-RECEITA                PIC X(02).
           88  FS-RECEITA-OK                    VALUE "00".
           88  FS-RECEITA-INEXISTENTE           VALUE "35".

       01  WS-FS-CLIENTE                PIC X(02).
           88  FS-OK                            VALUE "00".
           88  FS-ARQUIVO-INEXISTENTE           VALUE "35".

       01  WS-FS-CONTATO                PIC X(02).
           88  FS-CONTATO-OK                    VALUE "00".
           88  FS-CONTATO-INEXISTENTE           VALUE "35".

       01  WS-FS-LOG                    PIC X(02).
           88  FS-LOG-OK                        VALUE "00".

       01  WS-FS-RELATORIO              PIC X(02).

       01  WS-EOF-RECEITA                PIC X(01) VALUE "N".
           88  FIM-RECEITA                       VALUE "S".

       01  WS-FIM-CONTATOS               PIC X(01) VALUE "N".
           88  FIM-CONTATOS                      VALUE "S".

      * Operador e motivo gravados na inativacao automatica.
       01  WS-OPERADOR                   PIC X(08) VALUE "RECEITA".
       01  WS-MOTIVO-FALECIDO            PIC X(30) VALUE
           "TITULAR FALECIDO - RECEITA".

       01  WS-DATA-HOJE                  PIC 9(08) VALUE ZERO.

       01  WS-TOTAL-LIDOS                PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-INATIVADOS           PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-PENDENTES            PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-CONTATOS-BLOQ        PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-NAO-CADASTRADOS      PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-INVALIDOS            PIC 9(07) VALUE ZERO.

      * Imagem do registro antes da inativacao, para a trilha de
      * auditoria.
       COPY CLIENTE REPLACING CLIENTE-REG BY WS-CLIENTE-ANTES.

      *-----------------------------------------------------------------
      * Linha do relatorio: uma por CPF tratado (inativado ou
      * pendente de analise), com a situacao na Receita.
      *-----------------------------------------------------------------
       01  WS-LINHA-OCORRENCIA.
           05  FILLER                   PIC X(04) VALUE "CPF ".
           05  WO-CPF                   PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WO-NOME                  PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WO-SITUACAO              PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WO-ACAO                  PIC X(10).

       01  WS-DESCRICAO-SITUACAO         PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
      * Controle de execucao diaria dos processamentos em lote.
      *-----------------------------------------------------------------
       01  WS-FS-EXEC                   PIC X(02).
           88  FS-EXEC-OK                       VALUE "00".
           88  FS-EXEC-INEXISTENTE              VALUE "35".

       01  WS-EXEC-LIBERADO              PIC X(01) VALUE "S".
           88  EXEC-LIBERADO                      VALUE "S".

       01  WS-DATA-PROC                  PIC 9(08) VALUE ZERO.
       01  WS-JOB-NOME                   PIC X(08) VALUE "RECEITA".
       01  WS-JOB-PREDECESSOR            PIC X(08) VALUE "MOVLOTE".

       01  WS-FS-GRADE                  PIC X(02).
           88  FS-GRADE-OK                      VALUE "00".
           88  FS-GRADE-INEXISTENTE             VALUE "35".

       01  WS-EOF-GRADE                  PIC X(01) VALUE "N".
           88  FIM-GRADE                         VALUE "S".

      *=================================================================
       PROCEDURE                                   DIVISION.

       0000-MAIN.
           PERFORM 7000-VERIFICAR-CONTROLE-EXEC
           IF EXEC-LIBERADO
               PERFORM 7100-REGISTRAR-INICIO-EXEC
               PERFORM 0001-PROCESSAR
               PERFORM 7200-REGISTRAR-FIM-EXEC
           END-IF
           GOBACK.

       0001-PROCESSAR.
           PERFORM 0100-INICIALIZAR
           PERFORM UNTIL FIM-RECEITA
               READ SITUACAO-RECEITA
                   AT END
                       SET FIM-RECEITA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM 0200-CRUZAR-CPF
               END-READ
           END-PERFORM
           PERFORM 0900-FINALIZAR
           DISPLAY "CRUZA-RECEITA: LIDOS=" WS-TOTAL-LIDOS
               " INATIVADOS=" WS-TOTAL-INATIVADOS
               " PENDENTES=" WS-TOTAL-PENDENTES
               " NAO CADASTRADOS=" WS-TOTAL-NAO-CADASTRADOS
               " - CONSULTE data/receita-pendencias.rpt".

       0100-INICIALIZAR.
      *    Se o arquivo do bureau ainda nao existir (nada recebido no
      *    periodo), cria-o vazio para produzir um relatorio sem
      *    ocorrencias em vez de abortar.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           OPEN INPUT SITUACAO-RECEITA
           IF FS-RECEITA-INEXISTENTE
               OPEN OUTPUT SITUACAO-RECEITA
               CLOSE SITUACAO-RECEITA
               OPEN INPUT SITUACAO-RECEITA
           END-IF
           OPEN I-O CLIENTE-MASTER
           IF FS-ARQUIVO-INEXISTENTE
               OPEN OUTPUT CLIENTE-MASTER
               CLOSE CLIENTE-MASTER
               OPEN I-O CLIENTE-MASTER
           END-IF
           OPEN I-O CONTATO-CLIENTE
           IF FS-CONTATO-INEXISTENTE
               OPEN OUTPUT CONTATO-CLIENTE
               CLOSE CONTATO-CLIENTE
               OPEN I-O CONTATO-CLIENTE
           END-IF
           OPEN OUTPUT RELATORIO
           MOVE "RELATORIO DE PENDENCIAS DA SITUACAO CADASTRAL DO CPF "
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "(RECEITA FEDERAL) - INATIVADOS E PENDENTES DE ANALISE"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM SPACES.

       0200-CRUZAR-CPF.
      *    CPF regular nao gera ocorrencia. Clientes ja inativos so tem
      *    os contatos bloqueados quando o titular faleceu; nao entram
      *    nas pendencias.
           IF RECEITA-CPF NOT NUMERIC
               OR NOT (RECEITA-REGULAR OR RECEITA-FALECIDO
                       OR RECEITA-IRREGULAR)
               ADD 1 TO WS-TOTAL-INVALIDOS
               MOVE SPACES TO WS-LINHA-OCORRENCIA
               MOVE "CPF " TO WS-LINHA-OCORRENCIA
               MOVE RECEITA-CPF TO WO-CPF
               MOVE "LINHA DO BUREAU INVALIDA" TO WO-NOME
               WRITE LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA
           ELSE
               IF NOT RECEITA-REGULAR
                   MOVE RECEITA-CPF TO CPF-CLIENTE OF CLIENTE-REG
                   READ CLIENTE-MASTER
                       KEY IS CPF-CLIENTE OF CLIENTE-REG
                       INVALID KEY
                           ADD 1 TO WS-TOTAL-NAO-CADASTRADOS
                       NOT INVALID KEY
                           PERFORM 0250-TRATAR-SITUACAO
                   END-READ
               END-IF
           END-IF.

       0250-TRATAR-SITUACAO.
           PERFORM 0260-DESCREVER-SITUACAO
           IF RECEITA-FALECIDO
               IF NOT CLIENTE-INATIVO OF CLIENTE-REG
                   PERFORM 0300-INATIVAR-FALECIDO
               END-IF
               PERFORM 0400-BLOQUEAR-CONTATOS
           ELSE
               IF NOT CLIENTE-INATIVO OF CLIENTE-REG
                   ADD 1 TO WS-TOTAL-PENDENTES
                   MOVE "PENDENTE" TO WO-ACAO
                   PERFORM 0800-GRAVAR-OCORRENCIA
               END-IF
           END-IF.

       0260-DESCREVER-SITUACAO.
           EVALUATE TRUE
               WHEN RECEITA-FALECIDO
                   MOVE "TITULAR FALECIDO" TO WS-DESCRICAO-SITUACAO
               WHEN RECEITA-SUSPENSA
                   MOVE "SUSPENSA" TO WS-DESCRICAO-SITUACAO
               WHEN RECEITA-PENDENTE
                   MOVE "PENDENTE REGULARIZ." TO WS-DESCRICAO-SITUACAO
               WHEN RECEITA-CANCELADA-MULTIPLIC
                   MOVE "CANCELADA MULTIPLIC." TO WS-DESCRICAO-SITUACAO
               WHEN RECEITA-NULA
                   MOVE "NULA" TO WS-DESCRICAO-SITUACAO
               WHEN RECEITA-CANCELADA-OFICIO
                   MOVE "CANCELADA DE OFICIO" TO WS-DESCRICAO-SITUACAO
           END-EVALUATE.

       0300-INATIVAR-FALECIDO.
      *    Exclusao logica automatica, com o motivo proprio de titular
      *    falecido e a trilha em CLIENTE-LOG como operacao "E".
           MOVE CLIENTE-REG TO WS-CLIENTE-ANTES
           SET CLIENTE-INATIVO OF CLIENTE-REG TO TRUE
           MOVE WS-DATA-HOJE TO DATA-INATIVACAO OF CLIENTE-REG
           MOVE WS-MOTIVO-FALECIDO TO MOTIVO-INATIVACAO OF CLIENTE-REG
           REWRITE CLIENTE-REG
           PERFORM 6000-GRAVAR-LOG-AUDITORIA
           ADD 1 TO WS-TOTAL-INATIVADOS
           MOVE "INATIVADO" TO WO-ACAO
           PERFORM 0800-GRAVAR-OCORRENCIA.

       0400-BLOQUEAR-CONTATOS.
      *    Todos os contatos ainda validos do CPF ficam bloqueados com
      *    origem RECEITA; os extratos e a campanha ja pulam contatos
      *    bloqueados.
           MOVE "N" TO WS-FIM-CONTATOS
           MOVE RECEITA-CPF TO CONTATO-CPF
           MOVE ZERO TO CONTATO-SEQ
           START CONTATO-CLIENTE
               KEY IS NOT LESS THAN CONTATO-CHAVE
               INVALID KEY
                   SET FIM-CONTATOS TO TRUE
           END-START
           PERFORM UNTIL FIM-CONTATOS
               READ CONTATO-CLIENTE NEXT
                   AT END
                       SET FIM-CONTATOS TO TRUE
                   NOT AT END
                       IF CONTATO-CPF = RECEITA-CPF
                           IF NOT CONTATO-BLOQUEADO
                               MOVE "I" TO CONTATO-SITUACAO
                               MOVE WS-DATA-HOJE
                                   TO CONTATO-DATA-BLOQUEIO
                               MOVE "RECEITA"
                                   TO CONTATO-ORIGEM-BLOQUEIO
                               REWRITE CONTATO-REG
                               ADD 1 TO WS-TOTAL-CONTATOS-BLOQ
                           END-IF
                       ELSE
                           SET FIM-CONTATOS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       0800-GRAVAR-OCORRENCIA.
           MOVE RECEITA-CPF                     TO WO-CPF
           MOVE NOME-CLIENTE OF CLIENTE-REG     TO WO-NOME
           MOVE WS-DESCRICAO-SITUACAO           TO WO-SITUACAO
           WRITE LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA.

       0900-FINALIZAR.
           WRITE LINHA-RELATORIO FROM SPACES
           MOVE SPACES TO LINHA-RELATORIO
           STRING "INATIVADOS (FALECIDOS): " DELIMITED BY SIZE
                  WS-TOTAL-INATIVADOS        DELIMITED BY SIZE
                  "  CONTATOS BLOQUEADOS: "  DELIMITED BY SIZE
                  WS-TOTAL-CONTATOS-BLOQ     DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PENDENTES DE ANALISE: "   DELIMITED BY SIZE
                  WS-TOTAL-PENDENTES         DELIMITED BY SIZE
                  "  CPFS NAO CADASTRADOS: " DELIMITED BY SIZE
                  WS-TOTAL-NAO-CADASTRADOS   DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING
           WRITE LINHA-RELATORIO
           IF WS-TOTAL-INVALIDOS > ZERO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "LINHAS DO BUREAU INVALIDAS: " DELIMITED BY SIZE
                      WS-TOTAL-INVALIDOS             DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF
           CLOSE SITUACAO-RECEITA
           CLOSE CLIENTE-MASTER
           CLOSE CONTATO-CLIENTE
           CLOSE RELATORIO.

       6000-GRAVAR-LOG-AUDITORIA.
      *    Grava em CLIENTE-LOG a imagem antes/depois, operador e
      *    timestamp da inativacao automatica.
           OPEN EXTEND CLIENTE-LOG
           IF NOT FS-LOG-OK
               OPEN OUTPUT CLIENTE-LOG
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO LOG-DATA-HORA
           MOVE WS-OPERADOR                   TO LOG-OPERADOR
           MOVE "E"                           TO LOG-OPERACAO
           MOVE CPF-CLIENTE OF CLIENTE-REG    TO LOG-CPF

           MOVE NOME-CLIENTE OF WS-CLIENTE-ANTES TO LOG-ANTES-NOME
           MOVE DIA OF WS-CLIENTE-ANTES           TO LOG-ANTES-DIA
           MOVE MES OF WS-CLIENTE-ANTES           TO LOG-ANTES-MES
           MOVE ANO OF WS-CLIENTE-ANTES           TO LOG-ANTES-ANO

           MOVE NOME-CLIENTE OF CLIENTE-REG       TO LOG-DEPOIS-NOME
           MOVE DIA OF CLIENTE-REG                TO LOG-DEPOIS-DIA
           MOVE MES OF CLIENTE-REG                TO LOG-DEPOIS-MES
           MOVE ANO OF CLIENTE-REG                TO LOG-DEPOIS-ANO

           WRITE LOG-REG
           CLOSE CLIENTE-LOG.
       7000-VERIFICAR-CONTROLE-EXEC.
      *    Consulta o calendario de processamento do dia: recusa rodar
      *    em duplicidade (job ja terminado OK hoje) e, quando o job
      *    tem predecessor, recusa rodar fora de ordem ou com o
      *    predecessor ainda aberto ou abendado. Reexecucao apos abend
      *    (entrada do proprio job ainda aberta) e permitida, para
      *    viabilizar o restart.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-PROC
           MOVE "S" TO WS-EXEC-LIBERADO
           PERFORM 7020-LER-PREDECESSOR-GRADE
           OPEN I-O CONTROLE-EXEC
           IF FS-EXEC-INEXISTENTE
               OPEN OUTPUT CONTROLE-EXEC
               CLOSE CONTROLE-EXEC
               OPEN I-O CONTROLE-EXEC
           END-IF
           MOVE WS-DATA-PROC TO EXEC-DATA-PROC
           MOVE WS-JOB-NOME  TO EXEC-JOB
           READ CONTROLE-EXEC
               KEY IS EXEC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EXEC-TERMINADO-OK
                       MOVE "N" TO WS-EXEC-LIBERADO
                       DISPLAY WS-JOB-NOME ": JA EXECUTADO HOJE - "
                           "RECUSADO PELO CONTROLE DE EXECUCAO"
                   END-IF
           END-READ
           IF EXEC-LIBERADO AND WS-JOB-PREDECESSOR NOT = SPACES
               PERFORM 7050-VERIFICAR-PREDECESSOR
           END-IF
           IF NOT EXEC-LIBERADO
               CLOSE CONTROLE-EXEC
           END-IF.

       7020-LER-PREDECESSOR-GRADE.
      *    O predecessor do job vem da grade parametrizada em
      *    data/grade-jobs.dat; sem a grade (ou sem o job nela),
      *    vale o predecessor padrao carregado no programa.
           MOVE "N" TO WS-EOF-GRADE
           OPEN INPUT GRADE-JOBS
           IF FS-GRADE-INEXISTENTE
               SET FIM-GRADE TO TRUE
           END-IF
           PERFORM UNTIL FIM-GRADE
               READ GRADE-JOBS
                   AT END
                       SET FIM-GRADE TO TRUE
                   NOT AT END
                       IF GRADE-JOB = WS-JOB-NOME
                           MOVE GRADE-PREDECESSOR
                               TO WS-JOB-PREDECESSOR
                           SET FIM-GRADE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT FS-GRADE-INEXISTENTE
               CLOSE GRADE-JOBS
           END-IF.

       7050-VERIFICAR-PREDECESSOR.
           MOVE WS-DATA-PROC       TO EXEC-DATA-PROC
           MOVE WS-JOB-PREDECESSOR TO EXEC-JOB
           READ CONTROLE-EXEC
               KEY IS EXEC-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-EXEC-LIBERADO
                   DISPLAY WS-JOB-NOME ": PREDECESSOR "
                       WS-JOB-PREDECESSOR " AINDA NAO RODOU HOJE - "
                       "RECUSADO PELO CONTROLE DE EXECUCAO"
               NOT INVALID KEY
                   IF NOT EXEC-TERMINADO-OK
                       MOVE "N" TO WS-EXEC-LIBERADO
                       DISPLAY WS-JOB-NOME ": PREDECESSOR "
                           WS-JOB-PREDECESSOR " ABERTO OU ABENDADO - "
                           "RECUSADO PELO CONTROLE DE EXECUCAO"
                   END-IF
           END-READ.

       7100-REGISTRAR-INICIO-EXEC.
           MOVE WS-DATA-PROC TO EXEC-DATA-PROC
           MOVE WS-JOB-NOME  TO EXEC-JOB
           MOVE FUNCTION CURRENT-DATE (1:14) TO EXEC-INICIO
           MOVE ZERO TO EXEC-FIM
           MOVE "E" TO EXEC-RESULTADO
           WRITE EXEC-REG
               INVALID KEY
                   REWRITE EXEC-REG
           END-WRITE.

       7200-REGISTRAR-FIM-EXEC.
           MOVE WS-DATA-PROC TO EXEC-DATA-PROC
           MOVE WS-JOB-NOME  TO EXEC-JOB
           READ CONTROLE-EXEC
               KEY IS EXEC-CHAVE
               INVALID KEY
                   MOVE FUNCTION CURRENT-DATE (1:14) TO EXEC-INICIO
           END-READ
           MOVE FUNCTION CURRENT-DATE (1:14) TO EXEC-FIM
           MOVE "T" TO EXEC-RESULTADO
           REWRITE EXEC-REG
               INVALID KEY
                   WRITE EXEC-REG
           END-REWRITE
           CLOSE CONTROLE-EXEC.
