      ******************************************************************
      * Author:
      * Date:
      * Purpose: Controle da maioridade dos clientes com vinculo de
      *          responsavel legal (data/vinculo-responsavel.dat). O
      *          vinculo ativo de quem ja completou 18 anos e encerrado,
      *          com a data e o operador MAIORIDA, e o encerramento vai
      *          para CLIENTE-LOG (operacao V), o que leva o cliente ao
      *          proximo extrato-delta ja com os contatos proprios. O
      *          relatorio mensal (data/maioridade.rpt) lista os
      *          clientes ativos que completam 18 anos no mes de
      *          processamento, com o responsavel, a situacao do
      *          vinculo e a indicacao de contato proprio cadastrado,
      *          para a filial atualizar os dados do cliente; lista
      *          tambem os vinculos encerrados em atraso (maioridade
      *          em meses anteriores).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
       PROGRAM-ID. relatorio-maioridade.

       ENVIRONMENT                                 DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "data/cliente-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPF-CLIENTE
               FILE STATUS IS WS-FS-CLIENTE.

           SELECT VINCULO-RESPONSAVEL ASSIGN TO
                   "data/vinculo-responsavel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VINC-CPF-MENOR
               FILE STATUS IS WS-FS-VINCULO.

           SELECT CONTATO-CLIENTE ASSIGN TO "data/contato-cliente.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTATO-CHAVE
               FILE STATUS IS WS-FS-CONTATO.

           SELECT CLIENTE-LOG ASSIGN TO "data/cliente-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT RELATORIO ASSIGN TO "data/maioridade.rpt"
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
       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  VINCULO-RESPONSAVEL.
           COPY VINCULO.

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
       01  WS-FS-CLIENTE                PIC X(02).
           88  FS-OK                            VALUE "00".
           88  FS-ARQUIVO-INEXISTENTE           VALUE "35".

       01  WS-FS-VINCULO                PIC X(02).
           88  FS-VINCULO-OK                    VALUE "00".
           88  FS-VINCULO-INEXISTENTE           VALUE "35".

       01  WS-FS-CONTATO                PIC X(02).
           88  FS-CONTATO-OK                    VALUE "00".
           88  FS-CONTATO-INEXISTENTE           VALUE "35".

       01  WS-FS-LOG                    PIC X(02).
           88  FS-LOG-OK                        VALUE "00".

       01  WS-FS-RELATORIO              PIC X(02).

       01  WS-EOF-MASTER                 PIC X(01) VALUE "N".
           88  FIM-MASTER                        VALUE "S".

       01  WS-FIM-CONTATOS               PIC X(01) VALUE "N".
           88  FIM-CONTATOS                      VALUE "S".

      * Operador gravado no encerramento automatico do vinculo.
       01  WS-OPERADOR                   PIC X(08) VALUE "MAIORIDA".
       01  WS-MAIORIDADE                 PIC 9(02) VALUE 18.

      * Data de processamento e data em que o cliente corrente completa
      * 18 anos (AAAAMMDD, comparaveis como numero).
       01  WS-DATA-HOJE.
           05  WS-HOJE-ANO               PIC 9(04).
           05  WS-HOJE-MES               PIC 9(02).
           05  WS-HOJE-DIA               PIC 9(02).
       01  WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE
                                         PIC 9(08).

       01  WS-DATA-MAIORIDADE.
           05  WS-MAIOR-ANO              PIC 9(04).
           05  WS-MAIOR-MES              PIC 9(02).
           05  WS-MAIOR-DIA              PIC 9(02).
       01  WS-DATA-MAIORIDADE-NUM REDEFINES WS-DATA-MAIORIDADE
                                         PIC 9(08).

       01  WS-COMPLETA-NO-MES            PIC X(01) VALUE "N".
           88  COMPLETA-NO-MES                    VALUE "S".

       01  WS-CONTATO-PROPRIO            PIC X(01) VALUE "N".
           88  TEM-CONTATO-PROPRIO                VALUE "S".

       01  WS-SITUACAO-TEXTO             PIC X(13) VALUE SPACES.

       01  WS-TOTAL-NO-MES               PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-ENCERRADOS           PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-ENCERRADOS-ATRASO    PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-SEM-VINCULO          PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-SEM-CONTATO          PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------------
      * Layout do relatorio de maioridade.
      *-----------------------------------------------------------------
       01  WS-CABECALHO-1.
           05  FILLER                   PIC X(54) VALUE
               "RELATORIO DE MAIORIDADE - CLIENTES QUE COMPLETAM 18 AN".
           05  FILLER                   PIC X(07) VALUE "OS EM ".
           05  WS-CAB-MES               PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WS-CAB-ANO               PIC 9(04).

       01  WS-CABECALHO-2.
           05  FILLER                   PIC X(12) VALUE "CPF".
           05  FILLER                   PIC X(26) VALUE "NOME".
           05  FILLER                   PIC X(11) VALUE "18 ANOS EM".
           05  FILLER                   PIC X(12) VALUE "RESPONSAVEL".
           05  FILLER                   PIC X(14) VALUE "VINCULO".
           05  FILLER                   PIC X(05) VALUE "CONT.".

       01  WS-LINHA-DETALHE.
           05  WD-CPF                   PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-NOME                  PIC X(25).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-DIA                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WD-MES                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WD-ANO                   PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-RESPONSAVEL           PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-SITUACAO              PIC X(13).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-CONTATO               PIC X(03).

      *-----------------------------------------------------------------
      * Controle de execucao diaria dos processamentos em lote.
      *-----------------------------------------------------------------
       01  WS-FS-EXEC                   PIC X(02).
           88  FS-EXEC-OK                       VALUE "00".
           88  FS-EXEC-INEXISTENTE              VALUE "35".

       01  WS-EXEC-LIBERADO              PIC X(01) VALUE "S".
           88  EXEC-LIBERADO                      VALUE "S".

       01  WS-DATA-PROC                  PIC 9(08) VALUE ZERO.
       01  WS-JOB-NOME                   PIC X(08) VALUE "MAIORIDA".
       01  WS-JOB-PREDECESSOR            PIC X(08) VALUE "CARGA".

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
           PERFORM UNTIL FIM-MASTER
               READ CLIENTE-MASTER
                   AT END
                       SET FIM-MASTER TO TRUE
                   NOT AT END
                       PERFORM 0200-VERIFICAR-CLIENTE
               END-READ
           END-PERFORM
           PERFORM 0900-FINALIZAR
           DISPLAY "RELATORIO-MAIORIDADE: COMPLETAM 18 NO MES="
               WS-TOTAL-NO-MES
               " VINCULOS ENCERRADOS=" WS-TOTAL-ENCERRADOS
               " SEM CONTATO PROPRIO=" WS-TOTAL-SEM-CONTATO
               " - CONSULTE data/maioridade.rpt".

       0100-INICIALIZAR.
      *    Sem master ou sem cadastro de vinculos (nenhum menor
      *    registrado ainda), cria os arquivos vazios para produzir um
      *    relatorio sem ocorrencias em vez de abortar.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           OPEN INPUT CLIENTE-MASTER
           IF FS-ARQUIVO-INEXISTENTE
               OPEN OUTPUT CLIENTE-MASTER
               CLOSE CLIENTE-MASTER
               OPEN INPUT CLIENTE-MASTER
           END-IF
           OPEN I-O VINCULO-RESPONSAVEL
           IF FS-VINCULO-INEXISTENTE
               OPEN OUTPUT VINCULO-RESPONSAVEL
               CLOSE VINCULO-RESPONSAVEL
               OPEN I-O VINCULO-RESPONSAVEL
           END-IF
           OPEN INPUT CONTATO-CLIENTE
           IF FS-CONTATO-INEXISTENTE
               OPEN OUTPUT CONTATO-CLIENTE
               CLOSE CONTATO-CLIENTE
               OPEN INPUT CONTATO-CLIENTE
           END-IF
           OPEN OUTPUT RELATORIO
           MOVE WS-HOJE-MES TO WS-CAB-MES
           MOVE WS-HOJE-ANO TO WS-CAB-ANO
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1
           WRITE LINHA-RELATORIO FROM SPACES
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

       0200-VERIFICAR-CLIENTE.
      *    Vinculo ativo de quem ja completou 18 anos e encerrado
      *    (inclusive o de cliente inativo); o cliente ativo que
      *    completa 18 anos no mes entra no relatorio mesmo sem
      *    vinculo, para a filial conferir os dados dele.
           COMPUTE WS-MAIOR-ANO = ANO OF CLIENTE-REG + WS-MAIORIDADE
           MOVE MES OF CLIENTE-REG TO WS-MAIOR-MES
           MOVE DIA OF CLIENTE-REG TO WS-MAIOR-DIA
           MOVE "N" TO WS-COMPLETA-NO-MES
           IF WS-MAIOR-ANO = WS-HOJE-ANO AND WS-MAIOR-MES = WS-HOJE-MES
               SET COMPLETA-NO-MES TO TRUE
           END-IF
           MOVE CPF-CLIENTE OF CLIENTE-REG TO VINC-CPF-MENOR
           READ VINCULO-RESPONSAVEL
               KEY IS VINC-CPF-MENOR
               INVALID KEY
                   INITIALIZE VINCULO-REG
           END-READ
           IF VINC-ATIVO
               AND WS-DATA-MAIORIDADE-NUM NOT > WS-DATA-HOJE-NUM
               PERFORM 0300-ENCERRAR-VINCULO
               EVALUATE TRUE
                   WHEN VINC-ATIVO
                       MOVE "NAO ENCERRADO" TO WS-SITUACAO-TEXTO
                   WHEN COMPLETA-NO-MES
                       MOVE "ENCERRADO" TO WS-SITUACAO-TEXTO
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-ENCERRADOS-ATRASO
                       MOVE "ENC. ATRASO" TO WS-SITUACAO-TEXTO
               END-EVALUATE
               PERFORM 0800-GRAVAR-DETALHE
           ELSE
               IF COMPLETA-NO-MES AND NOT CLIENTE-INATIVO
                   EVALUATE TRUE
                       WHEN VINC-ATIVO
                           MOVE "ATIVO ATE DATA" TO WS-SITUACAO-TEXTO
                       WHEN VINC-ENCERRADO
                           MOVE "JA ENCERRADO" TO WS-SITUACAO-TEXTO
                       WHEN OTHER
                           ADD 1 TO WS-TOTAL-SEM-VINCULO
                           MOVE "SEM VINCULO" TO WS-SITUACAO-TEXTO
                   END-EVALUATE
                   PERFORM 0800-GRAVAR-DETALHE
               END-IF
           END-IF.

       0300-ENCERRAR-VINCULO.
      *    Encerramento automatico do vinculo, com a trilha em
      *    CLIENTE-LOG (operacao V, imagem do cliente inalterada). Se
      *    o vinculo nao pode ser regravado ele continua ativo e nada
      *    vai para a trilha.
           SET VINC-ENCERRADO TO TRUE
           MOVE WS-DATA-HOJE-NUM TO VINC-DATA-ENCERRAMENTO
           MOVE WS-OPERADOR      TO VINC-OPER-ENCERRAMENTO
           REWRITE VINCULO-REG
               INVALID KEY
                   SET VINC-ATIVO TO TRUE
                   DISPLAY "VINCULO DO CPF " VINC-CPF-MENOR
                       " NAO PODE SER ENCERRADO"
               NOT INVALID KEY
                   PERFORM 6000-GRAVAR-LOG-AUDITORIA
                   ADD 1 TO WS-TOTAL-ENCERRADOS
           END-REWRITE.

       0400-CONFERIR-CONTATO-PROPRIO.
      *    O cliente tem contato proprio quando ha ao menos um contato
      *    nao bloqueado cadastrado no CPF dele.
           MOVE "N" TO WS-CONTATO-PROPRIO
           MOVE "N" TO WS-FIM-CONTATOS
           MOVE CPF-CLIENTE OF CLIENTE-REG TO CONTATO-CPF
           MOVE ZERO TO CONTATO-SEQ
           START CONTATO-CLIENTE
               KEY IS NOT LESS THAN CONTATO-CHAVE
               INVALID KEY
                   SET FIM-CONTATOS TO TRUE
           END-START
           PERFORM UNTIL FIM-CONTATOS OR TEM-CONTATO-PROPRIO
               READ CONTATO-CLIENTE NEXT
                   AT END
                       SET FIM-CONTATOS TO TRUE
                   NOT AT END
                       IF CONTATO-CPF = CPF-CLIENTE OF CLIENTE-REG
                           IF NOT CONTATO-BLOQUEADO
                               SET TEM-CONTATO-PROPRIO TO TRUE
                           END-IF
                       ELSE
                           SET FIM-CONTATOS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       0800-GRAVAR-DETALHE.
           IF COMPLETA-NO-MES
               ADD 1 TO WS-TOTAL-NO-MES
           END-IF
           PERFORM 0400-CONFERIR-CONTATO-PROPRIO
           MOVE CPF-CLIENTE OF CLIENTE-REG  TO WD-CPF
           MOVE NOME-CLIENTE OF CLIENTE-REG TO WD-NOME
           MOVE WS-MAIOR-DIA                TO WD-DIA
           MOVE WS-MAIOR-MES                TO WD-MES
           MOVE WS-MAIOR-ANO                TO WD-ANO
           IF VINC-CPF-RESPONSAVEL = ZERO
               MOVE SPACES TO WD-RESPONSAVEL
           ELSE
               MOVE VINC-CPF-RESPONSAVEL TO WD-RESPONSAVEL
           END-IF
           MOVE WS-SITUACAO-TEXTO TO WD-SITUACAO
           IF TEM-CONTATO-PROPRIO
               MOVE "SIM" TO WD-CONTATO
           ELSE
               ADD 1 TO WS-TOTAL-SEM-CONTATO
               MOVE "NAO" TO WD-CONTATO
           END-IF
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       0900-FINALIZAR.
           WRITE LINHA-RELATORIO FROM SPACES
           MOVE SPACES TO LINHA-RELATORIO
           STRING "COMPLETAM 18 ANOS NO MES: " DELIMITED BY SIZE
                  WS-TOTAL-NO-MES              DELIMITED BY SIZE
                  "  SEM VINCULO: "            DELIMITED BY SIZE
                  WS-TOTAL-SEM-VINCULO         DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "VINCULOS ENCERRADOS: "      DELIMITED BY SIZE
                  WS-TOTAL-ENCERRADOS          DELIMITED BY SIZE
                  "  EM ATRASO: "              DELIMITED BY SIZE
                  WS-TOTAL-ENCERRADOS-ATRASO   DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SEM CONTATO PROPRIO (ATUALIZAR NA FILIAL): "
                                               DELIMITED BY SIZE
                  WS-TOTAL-SEM-CONTATO         DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING
           WRITE LINHA-RELATORIO
           CLOSE CLIENTE-MASTER
           CLOSE VINCULO-RESPONSAVEL
           CLOSE CONTATO-CLIENTE
           CLOSE RELATORIO.

       6000-GRAVAR-LOG-AUDITORIA.
      *    Grava em CLIENTE-LOG o encerramento do vinculo, com a imagem
      *    do cliente inalterada nos dois lados.
           OPEN EXTEND CLIENTE-LOG
           IF NOT FS-LOG-OK
               OPEN OUTPUT CLIENTE-LOG
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO LOG-DATA-HORA
           MOVE WS-OPERADOR                   TO LOG-OPERADOR
           SET LOG-VINCULO                    TO TRUE
           MOVE CPF-CLIENTE OF CLIENTE-REG    TO LOG-CPF

           MOVE NOME-CLIENTE OF CLIENTE-REG       TO LOG-ANTES-NOME
           MOVE DIA OF CLIENTE-REG                TO LOG-ANTES-DIA
           MOVE MES OF CLIENTE-REG                TO LOG-ANTES-MES
           MOVE ANO OF CLIENTE-REG                TO LOG-ANTES-ANO

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
