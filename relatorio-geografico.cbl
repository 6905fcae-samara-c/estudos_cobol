      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de distribuicao geografica dos clientes
      *          ativos de CLIENTE-MASTER: quantidade e percentual de
      *          clientes por UF e cidade, tirados do endereco
      *          estruturado (primeiro contato de endereco nao
      *          bloqueado do cliente em CONTATO-CLIENTE), com
      *          subtotal por UF. Clientes sem endereco estruturado e
      *          clientes inativos sao contados a parte no rodape.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
       PROGRAM-ID. relatorio-geografico.

       ENVIRONMENT                                 DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "data/cliente-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPF-CLIENTE
               FILE STATUS IS WS-FS-CLIENTE.

           SELECT CONTATO-CLIENTE ASSIGN TO "data/contato-cliente.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTATO-CHAVE
               FILE STATUS IS WS-FS-CONTATO.

           SELECT WRK-GEO ASSIGN TO "data/wrk-geo.tmp".

           SELECT RELATORIO ASSIGN TO "data/geografico.rpt"
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

       FD  CONTATO-CLIENTE.
           COPY CONTATO.

       SD  WRK-GEO.
           COPY GEO-WRK.

       FD  RELATORIO.
       01  LINHA-RELATORIO                 PIC X(80).

       FD  CONTROLE-EXEC.
           COPY CONTROLE-EXEC.

       FD  GRADE-JOBS.
           COPY GRADE-JOB.

       WORKING-STORAGE SECTION.
       01  WS-FS-CLIENTE                PIC X(02).
           88  FS-OK                            VALUE "00".
           88  FS-ARQUIVO-INEXISTENTE          VALUE "35".

       01  WS-FS-CONTATO                PIC X(02).
           88  FS-CONTATO-OK                    VALUE "00".
           88  FS-CONTATO-INEXISTENTE           VALUE "35".

       01  WS-FS-RELATORIO              PIC X(02).

       01  WS-EOF-MASTER                 PIC X(01) VALUE "N".
           88  FIM-MASTER                        VALUE "S".

       01  WS-EOF-SORT                   PIC X(01) VALUE "N".
           88  FIM-SORT                          VALUE "S".

       01  WS-FIM-CONTATOS               PIC X(01) VALUE "N".
           88  FIM-CONTATOS                      VALUE "S".

       01  WS-ENDERECO-ACHADO            PIC X(01) VALUE "N".
           88  ENDERECO-ACHADO                   VALUE "S".

       01  WS-DATA-ATUAL.
           05  WS-ANO-ATUAL             PIC 9(04).
           05  WS-MES-ATUAL             PIC 9(02).
           05  WS-DIA-ATUAL             PIC 9(02).

       01  WS-TOTAL-CLIENTES             PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-INATIVOS             PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-SEM-ENDERECO         PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-UFS                  PIC 9(03) VALUE ZERO.
       01  WS-TOTAL-CIDADES              PIC 9(05) VALUE ZERO.
       01  WS-PERCENTUAL                 PIC 9(03)V99.
       01  WE-QTD-TRABALHO               PIC 9(07) VALUE ZERO.

      * Quebra por UF e cidade na leitura do SORT.
       01  WS-UF-ATUAL                   PIC X(02) VALUE SPACES.
       01  WS-CIDADE-ATUAL               PIC X(30) VALUE SPACES.
       01  WS-QTD-UF                     PIC 9(07) VALUE ZERO.
       01  WS-QTD-CIDADE                 PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------------
      * Linhas do relatorio.
      *-----------------------------------------------------------------
       01  WS-LINHA-TITULO.
           05  FILLER                   PIC X(45) VALUE
               "RELATORIO DE CLIENTES ATIVOS POR UF E CIDADE ".
           05  WT-DIA                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WT-MES                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WT-ANO                   PIC 9(04).

       01  WS-LINHA-CABECALHO.
           05  FILLER                   PIC X(36) VALUE
               "UF  CIDADE".
           05  FILLER                   PIC X(20) VALUE
               "CLIENTES           %".

       01  WS-LINHA-ESTATISTICA.
           05  WE-UF                    PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WE-ROTULO                PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WE-QTD                   PIC ZZZZZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WE-PERCENTUAL            PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE " %".

       01  WS-LINHA-TOTAL.
           05  FILLER                   PIC X(27) VALUE
               "TOTAL DE CLIENTES ATIVOS:  ".
           05  WG-TOTAL                 PIC ZZZZZZ9.

      *-----------------------------------------------------------------
      * Controle de execucao diaria dos processamentos em lote.
      *-----------------------------------------------------------------
       01  WS-FS-EXEC                   PIC X(02).
           88  FS-EXEC-OK                       VALUE "00".
           88  FS-EXEC-INEXISTENTE              VALUE "35".

       01  WS-EXEC-LIBERADO              PIC X(01) VALUE "S".
           88  EXEC-LIBERADO                      VALUE "S".

       01  WS-DATA-PROC                  PIC 9(08) VALUE ZERO.
       01  WS-JOB-NOME                   PIC X(08) VALUE "GEOGRAF".
       01  WS-JOB-PREDECESSOR            PIC X(08) VALUE SPACES.

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
           SORT WRK-GEO
               ON ASCENDING KEY WRK-GEO-UF WRK-GEO-CIDADE
               INPUT PROCEDURE IS 1000-SELECIONAR-CLIENTES
               OUTPUT PROCEDURE IS 2000-IMPRIMIR-DISTRIBUICAO
           PERFORM 0600-IMPRIMIR-RODAPE
           PERFORM 0900-FINALIZAR.

       0100-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-ANO-ATUAL
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MES-ATUAL
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DIA-ATUAL
           OPEN INPUT CONTATO-CLIENTE
           IF FS-CONTATO-INEXISTENTE
               OPEN OUTPUT CONTATO-CLIENTE
               CLOSE CONTATO-CLIENTE
               OPEN INPUT CONTATO-CLIENTE
           END-IF
           OPEN OUTPUT RELATORIO
           MOVE WS-DIA-ATUAL TO WT-DIA
           MOVE WS-MES-ATUAL TO WT-MES
           MOVE WS-ANO-ATUAL TO WT-ANO
           WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO
           WRITE LINHA-RELATORIO FROM SPACES
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABECALHO.

       1000-SELECIONAR-CLIENTES.
      *    Le todo o CLIENTE-MASTER e libera para o SORT a UF e a
      *    cidade de cada cliente ativo que tenha endereco
      *    estruturado. Se o master ainda nao existir, cria-o vazio
      *    para produzir um relatorio zerado em vez de abortar.
           OPEN INPUT CLIENTE-MASTER
           IF FS-ARQUIVO-INEXISTENTE
               OPEN OUTPUT CLIENTE-MASTER
               CLOSE CLIENTE-MASTER
               OPEN INPUT CLIENTE-MASTER
           END-IF
           PERFORM UNTIL FIM-MASTER
               READ CLIENTE-MASTER
                   AT END
                       SET FIM-MASTER TO TRUE
                   NOT AT END
                       PERFORM 1100-LIBERAR-CLIENTE
               END-READ
           END-PERFORM
           CLOSE CLIENTE-MASTER.

       1100-LIBERAR-CLIENTE.
      *    Clientes inativos (exclusao logica) ficam fora da
      *    distribuicao e sao contados a parte no rodape, assim como
      *    os ativos que ainda nao tem endereco estruturado (endereco
      *    gravado antes da divisao em campos ou sem endereco).
           IF CLIENTE-INATIVO
               ADD 1 TO WS-TOTAL-INATIVOS
           ELSE
               ADD 1 TO WS-TOTAL-CLIENTES
               PERFORM 1200-BUSCAR-ENDERECO
               IF ENDERECO-ACHADO
                   MOVE CONTATO-END-UF     TO WRK-GEO-UF
                   MOVE CONTATO-END-CIDADE TO WRK-GEO-CIDADE
                   MOVE CPF-CLIENTE        TO WRK-GEO-CPF
                   RELEASE WRK-GEO-REG
               ELSE
                   ADD 1 TO WS-TOTAL-SEM-ENDERECO
               END-IF
           END-IF.

       1200-BUSCAR-ENDERECO.
      *    Primeiro contato de endereco do CPF, nao bloqueado pela
      *    CRM, com UF preenchida.
           MOVE "N" TO WS-ENDERECO-ACHADO
           MOVE "N" TO WS-FIM-CONTATOS
           MOVE CPF-CLIENTE TO CONTATO-CPF
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
                       IF CONTATO-CPF = CPF-CLIENTE
                           IF CONTATO-ENDERECO
                               AND NOT CONTATO-BLOQUEADO
                               AND CONTATO-END-UF NOT = SPACES
                               SET ENDERECO-ACHADO TO TRUE
                               SET FIM-CONTATOS TO TRUE
                           END-IF
                       ELSE
                           SET FIM-CONTATOS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2000-IMPRIMIR-DISTRIBUICAO.
      *    Os registros voltam do SORT em ordem de UF e cidade: cada
      *    troca de cidade imprime a linha da cidade anterior e cada
      *    troca de UF imprime o subtotal da UF anterior.
           RETURN WRK-GEO
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL FIM-SORT
               IF WRK-GEO-UF NOT = WS-UF-ATUAL
                   OR WRK-GEO-CIDADE NOT = WS-CIDADE-ATUAL
                   PERFORM 2100-FECHAR-CIDADE
               END-IF
               IF WRK-GEO-UF NOT = WS-UF-ATUAL
                   PERFORM 2200-FECHAR-UF
                   MOVE WRK-GEO-UF TO WS-UF-ATUAL
               END-IF
               MOVE WRK-GEO-CIDADE TO WS-CIDADE-ATUAL
               ADD 1 TO WS-QTD-CIDADE
               ADD 1 TO WS-QTD-UF
               RETURN WRK-GEO
                   AT END
                       SET FIM-SORT TO TRUE
               END-RETURN
           END-PERFORM
           PERFORM 2100-FECHAR-CIDADE
           PERFORM 2200-FECHAR-UF.

       2100-FECHAR-CIDADE.
           IF WS-QTD-CIDADE > ZERO
               MOVE WS-UF-ATUAL     TO WE-UF
               MOVE WS-CIDADE-ATUAL TO WE-ROTULO
               MOVE WS-QTD-CIDADE   TO WE-QTD
               MOVE WS-QTD-CIDADE   TO WE-QTD-TRABALHO
               PERFORM 0250-CALCULAR-PERCENTUAL
               WRITE LINHA-RELATORIO FROM WS-LINHA-ESTATISTICA
               ADD 1 TO WS-TOTAL-CIDADES
               MOVE ZERO TO WS-QTD-CIDADE
           END-IF.

       2200-FECHAR-UF.
           IF WS-QTD-UF > ZERO
               MOVE SPACES TO WE-UF
               MOVE SPACES TO WE-ROTULO
               STRING "TOTAL DA UF " WS-UF-ATUAL DELIMITED BY SIZE
                   INTO WE-ROTULO
               END-STRING
               MOVE WS-QTD-UF TO WE-QTD
               MOVE WS-QTD-UF TO WE-QTD-TRABALHO
               PERFORM 0250-CALCULAR-PERCENTUAL
               WRITE LINHA-RELATORIO FROM WS-LINHA-ESTATISTICA
               WRITE LINHA-RELATORIO FROM SPACES
               ADD 1 TO WS-TOTAL-UFS
               MOVE ZERO TO WS-QTD-UF
           END-IF.

       0250-CALCULAR-PERCENTUAL.
           IF WS-TOTAL-CLIENTES = ZERO
               MOVE ZERO TO WS-PERCENTUAL
           ELSE
               COMPUTE WS-PERCENTUAL ROUNDED =
                   (WE-QTD-TRABALHO * 100) / WS-TOTAL-CLIENTES
           END-IF
           MOVE WS-PERCENTUAL TO WE-PERCENTUAL.

       0600-IMPRIMIR-RODAPE.
           IF WS-TOTAL-SEM-ENDERECO > ZERO
               MOVE SPACES TO WE-UF
               MOVE "SEM ENDERECO ESTRUTURADO" TO WE-ROTULO
               MOVE WS-TOTAL-SEM-ENDERECO TO WE-QTD
               MOVE WS-TOTAL-SEM-ENDERECO TO WE-QTD-TRABALHO
               PERFORM 0250-CALCULAR-PERCENTUAL
               WRITE LINHA-RELATORIO FROM WS-LINHA-ESTATISTICA
               WRITE LINHA-RELATORIO FROM SPACES
           END-IF
           MOVE WS-TOTAL-CLIENTES TO WG-TOTAL
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "UFS: "          DELIMITED BY SIZE
                  WS-TOTAL-UFS     DELIMITED BY SIZE
                  "  CIDADES: "    DELIMITED BY SIZE
                  WS-TOTAL-CIDADES DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING
           WRITE LINHA-RELATORIO
           IF WS-TOTAL-INATIVOS > ZERO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CLIENTES INATIVOS (FORA DA ESTATISTICA): "
                           DELIMITED BY SIZE
                      WS-TOTAL-INATIVOS DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.

       0900-FINALIZAR.
           CLOSE CONTATO-CLIENTE
           CLOSE RELATORIO
           DISPLAY "RELATORIO-GEOGRAFICO: CLIENTES ATIVOS="
               WS-TOTAL-CLIENTES
               " SEM ENDERECO=" WS-TOTAL-SEM-ENDERECO
               " - CONSULTE data/geografico.rpt".
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
