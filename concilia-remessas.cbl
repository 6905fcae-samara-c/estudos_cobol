      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacao das remessas de extrato enviadas a CRM
      *          (data/remessa-extrato.dat) com o arquivo de
      *          confirmacao de recebimento devolvido pela CRM
      *          (data/confirmacao-crm.dat). Remessa com quantidade de
      *          linhas e total de controle confirmados iguais aos
      *          enviados fecha como confirmada; com diferenca fica
      *          divergente. Remessa sem confirmacao alem do prazo fica
      *          atrasada. A remessa divergente ou atrasada e reenviada
      *          a partir da copia retida do CSV, em
      *          data/reenvio-remessa-<numero>.csv, sem gerar delta
      *          novo, ate o limite de envios. O ponto definitivo da
      *          extracao incremental (CONTROLE-EXTRATO) avanca ate o
      *          fim da janela das remessas de delta confirmadas sem
      *          lacuna. Relatorio em data/conciliacao-remessas.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
       PROGRAM-ID. concilia-remessas.

       ENVIRONMENT                                 DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMESSA-EXTRATO ASSIGN TO "data/remessa-extrato.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-NUMERO
               FILE STATUS IS WS-FS-REMESSA.

           SELECT CONFIRMACAO-CRM ASSIGN TO "data/confirmacao-crm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIRMACAO.

           SELECT CONTROLE-EXTRATO ASSIGN TO "data/controle-extrato.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-EXTRATO-CHAVE
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT REMESSA-CSV ASSIGN TO WS-NOME-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA-CSV.

           SELECT REENVIO-CSV ASSIGN TO WS-NOME-REENVIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REENVIO.

           SELECT RELATORIO ASSIGN TO "data/conciliacao-remessas.rpt"
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
       FD  REMESSA-EXTRATO.
           COPY REMESSA-EXTRATO.

       FD  CONFIRMACAO-CRM.
           COPY CONFIRMACAO-CRM.

       FD  CONTROLE-EXTRATO.
           COPY CONTROLE-EXTRATO.

       FD  REMESSA-CSV.
       01  LINHA-REMESSA                   PIC X(300).

       FD  REENVIO-CSV.
       01  LINHA-REENVIO                   PIC X(300).

       FD  RELATORIO.
       01  LINHA-RELATORIO                 PIC X(80).

       FD  CONTROLE-EXEC.
           COPY CONTROLE-EXEC.

       FD  GRADE-JOBS.
           COPY GRADE-JOB.

       WORKING-STORAGE SECTION.
       01  WS-FS-REMESSA                PIC X(02).
           88  FS-REMESSA-OK                    VALUE "00".
           88  FS-REMESSA-INEXISTENTE           VALUE "35".

       01  WS-FS-CONFIRMACAO            PIC X(02).
           88  FS-CONFIRMACAO-OK                VALUE "00".
           88  FS-CONFIRMACAO-INEXISTENTE       VALUE "35".

       01  WS-FS-CONTROLE               PIC X(02).
           88  FS-CONTROLE-OK                   VALUE "00".
           88  FS-CONTROLE-INEXISTENTE          VALUE "35".

       01  WS-FS-REMESSA-CSV            PIC X(02).
           88  FS-REMESSA-CSV-OK                VALUE "00".

       01  WS-FS-REENVIO                PIC X(02).
       01  WS-FS-RELATORIO              PIC X(02).

       01  WS-EOF-CONFIRMACAO            PIC X(01) VALUE "N".
           88  FIM-CONFIRMACAO                   VALUE "S".

       01  WS-EOF-REMESSA                PIC X(01) VALUE "N".
           88  FIM-REMESSA                       VALUE "S".

       01  WS-EOF-REMESSA-CSV            PIC X(01) VALUE "N".
           88  FIM-REMESSA-CSV                   VALUE "S".

       01  WS-NOME-REMESSA               PIC X(40) VALUE SPACES.
       01  WS-NOME-REENVIO               PIC X(40) VALUE SPACES.

       01  WS-DATA-HOJE.
           05  WS-HOJE-ANO               PIC 9(04).
           05  WS-HOJE-MES               PIC 9(02).
           05  WS-HOJE-DIA               PIC 9(02).
       01  WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE
                                         PIC 9(08).

       01  WS-DATA-TRAB.
           05  WS-TRAB-ANO               PIC 9(04).
           05  WS-TRAB-MES               PIC 9(02).
           05  WS-TRAB-DIA               PIC 9(02).

       01  WS-DIAS-SEM-CONFIRMACAO       PIC S9(05) VALUE ZERO.

      * Prazo da CRM para confirmar uma remessa, em dias a partir do
      * ultimo envio, e limite de envios (o original e os reenvios).
       01  WS-PRAZO-CONFIRMACAO          PIC 9(03) VALUE 2.
       01  WS-MAX-ENVIOS                 PIC 9(02) VALUE 3.

      * Avanco do ponto definitivo: as remessas de delta sao varridas
      * em ordem de numero e o ponto so avanca enquanto nao aparece
      * remessa de delta sem confirmacao.
       01  WS-PONTO-ANTERIOR             PIC 9(14) VALUE ZERO.
       01  WS-NOVO-PONTO                 PIC 9(14) VALUE ZERO.
       01  WS-DELTA-CONTIGUO             PIC X(01) VALUE "S".
           88  DELTA-CONTIGUO                     VALUE "S".

       01  WS-OCORRENCIA                 PIC X(40) VALUE SPACES.

       01  WS-TOTAIS.
           05  WS-TOT-CONFIRMACOES       PIC 9(05) VALUE ZERO.
           05  WS-TOT-CONFIRMADAS        PIC 9(05) VALUE ZERO.
           05  WS-TOT-DIVERGENTES        PIC 9(05) VALUE ZERO.
           05  WS-TOT-DESCONHECIDAS      PIC 9(05) VALUE ZERO.
           05  WS-TOT-REPETIDAS          PIC 9(05) VALUE ZERO.
           05  WS-TOT-ATRASADAS          PIC 9(05) VALUE ZERO.
           05  WS-TOT-REENVIADAS         PIC 9(05) VALUE ZERO.
           05  WS-TOT-NO-LIMITE          PIC 9(05) VALUE ZERO.
           05  WS-TOT-AGUARDANDO         PIC 9(05) VALUE ZERO.

      *-----------------------------------------------------------------
      * Linhas do relatorio.
      *-----------------------------------------------------------------
       01  WS-LINHA-TITULO.
           05  FILLER                   PIC X(46) VALUE
               "CONCILIACAO DAS REMESSAS DE EXTRATO PARA A CRM".
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WT-DIA                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WT-MES                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WT-ANO                   PIC 9(04).

       01  WS-LINHA-CABECALHO.
           05  FILLER                   PIC X(10) VALUE "REMESSA".
           05  FILLER                   PIC X(02) VALUE "T".
           05  FILLER                   PIC X(11) VALUE "GERADA".
           05  FILLER                   PIC X(08) VALUE "LINHAS".
           05  FILLER                   PIC X(03) VALUE "EN".
           05  FILLER                   PIC X(10) VALUE "OCORRENCIA".

       01  WS-LINHA-DETALHE.
           05  WD-REMESSA               PIC 9(09).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-TIPO                  PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-DIA                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WD-MES                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WD-ANO                   PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-LINHAS                PIC ZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-ENVIOS                PIC Z9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-OCORRENCIA            PIC X(40).

       01  WS-LINHA-TOTAL.
           05  WX-ROTULO                PIC X(40).
           05  WX-VALOR                 PIC ZZZZ9.

      *-----------------------------------------------------------------
      * Controle de execucao diaria dos processamentos em lote.
      *-----------------------------------------------------------------
       01  WS-FS-EXEC                   PIC X(02).
           88  FS-EXEC-OK                       VALUE "00".
           88  FS-EXEC-INEXISTENTE              VALUE "35".

       01  WS-EXEC-LIBERADO              PIC X(01) VALUE "S".
           88  EXEC-LIBERADO                      VALUE "S".

       01  WS-DATA-PROC                  PIC 9(08) VALUE ZERO.
       01  WS-JOB-NOME                   PIC X(08) VALUE "CONCREM".
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
           PERFORM 1000-CONCILIAR-CONFIRMACOES
           PERFORM 2000-VARRER-REMESSAS
           PERFORM 3000-AVANCAR-PONTO-DEFINITIVO
           PERFORM 0600-IMPRIMIR-RODAPE
           PERFORM 0900-FINALIZAR.

       0100-INICIALIZAR.
      *    Sem remessas, sem confirmacoes ou sem controle de extracao
      *    (primeira execucao), os arquivos sao criados vazios para
      *    produzir uma conciliacao zerada em vez de abortar.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           OPEN I-O REMESSA-EXTRATO
           IF FS-REMESSA-INEXISTENTE
               OPEN OUTPUT REMESSA-EXTRATO
               CLOSE REMESSA-EXTRATO
               OPEN I-O REMESSA-EXTRATO
           END-IF
           OPEN INPUT CONFIRMACAO-CRM
           IF FS-CONFIRMACAO-INEXISTENTE
               OPEN OUTPUT CONFIRMACAO-CRM
               CLOSE CONFIRMACAO-CRM
               OPEN INPUT CONFIRMACAO-CRM
           END-IF
           OPEN I-O CONTROLE-EXTRATO
           IF FS-CONTROLE-INEXISTENTE
               OPEN OUTPUT CONTROLE-EXTRATO
               MOVE 1 TO CTRL-EXTRATO-CHAVE
               MOVE ZERO TO CTRL-EXTRATO-DATA-HORA
               MOVE ZERO TO CTRL-EXTRATO-PROVISORIO
               WRITE CTRL-EXTRATO-REG
               CLOSE CONTROLE-EXTRATO
               OPEN I-O CONTROLE-EXTRATO
           END-IF
           MOVE 1 TO CTRL-EXTRATO-CHAVE
           READ CONTROLE-EXTRATO
               KEY IS CTRL-EXTRATO-CHAVE
               INVALID KEY
                   MOVE 1 TO CTRL-EXTRATO-CHAVE
                   MOVE ZERO TO CTRL-EXTRATO-DATA-HORA
                   MOVE ZERO TO CTRL-EXTRATO-PROVISORIO
           END-READ
           MOVE CTRL-EXTRATO-DATA-HORA TO WS-PONTO-ANTERIOR
           MOVE CTRL-EXTRATO-DATA-HORA TO WS-NOVO-PONTO
           OPEN OUTPUT RELATORIO
           MOVE WS-HOJE-DIA TO WT-DIA
           MOVE WS-HOJE-MES TO WT-MES
           MOVE WS-HOJE-ANO TO WT-ANO
           WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO
           WRITE LINHA-RELATORIO FROM SPACES
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABECALHO.

       1000-CONCILIAR-CONFIRMACOES.
      *    Cada linha de confirmacao da CRM e conferida com a remessa
      *    enviada: quantidade de linhas e total de controle.
           PERFORM UNTIL FIM-CONFIRMACAO
               READ CONFIRMACAO-CRM
                   AT END
                       SET FIM-CONFIRMACAO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-CONFIRMACOES
                       PERFORM 1100-CONFERIR-CONFIRMACAO
               END-READ
           END-PERFORM.

       1100-CONFERIR-CONFIRMACAO.
           MOVE CONF-REMESSA TO REM-NUMERO
           READ REMESSA-EXTRATO
               KEY IS REM-NUMERO
               INVALID KEY
                   ADD 1 TO WS-TOT-DESCONHECIDAS
                   INITIALIZE REM-REG
                   MOVE CONF-REMESSA TO REM-NUMERO
                   MOVE "CONFIRMACAO DE REMESSA DESCONHECIDA"
                       TO WS-OCORRENCIA
                   PERFORM 2900-IMPRIMIR-DETALHE
               NOT INVALID KEY
                   IF REM-CONFIRMADA
                       ADD 1 TO WS-TOT-REPETIDAS
                       MOVE "CONFIRMACAO REPETIDA - JA CONFIRMADA"
                           TO WS-OCORRENCIA
                       PERFORM 2900-IMPRIMIR-DETALHE
                   ELSE
                       PERFORM 1200-REGISTRAR-CONFIRMACAO
                   END-IF
           END-READ.

       1200-REGISTRAR-CONFIRMACAO.
      *    Confirmacao igual ao enviado fecha a remessa; qualquer
      *    diferenca deixa a remessa divergente, para reenvio.
           MOVE CONF-DATA-RECEBIMENTO TO REM-DATA-CONFIRMACAO
           MOVE CONF-QTD-LINHAS       TO REM-QTD-CONFIRMADA
           MOVE CONF-TOTAL-CONTROLE   TO REM-TOTAL-CONFIRMADO
           IF CONF-QTD-LINHAS = REM-QTD-LINHAS
               AND CONF-TOTAL-CONTROLE = REM-TOTAL-CONTROLE
               SET REM-CONFIRMADA TO TRUE
               ADD 1 TO WS-TOT-CONFIRMADAS
               MOVE "CONFIRMADA PELA CRM" TO WS-OCORRENCIA
           ELSE
               SET REM-DIVERGENTE TO TRUE
               ADD 1 TO WS-TOT-DIVERGENTES
               MOVE SPACES TO WS-OCORRENCIA
               IF CONF-QTD-LINHAS NOT = REM-QTD-LINHAS
                   STRING "DIVERGENTE - CRM RECEBEU " DELIMITED BY SIZE
                          CONF-QTD-LINHAS             DELIMITED BY SIZE
                          " LINHAS"                   DELIMITED BY SIZE
                       INTO WS-OCORRENCIA
                   END-STRING
               ELSE
                   MOVE "DIVERGENTE - TOTAL DE CONTROLE"
                       TO WS-OCORRENCIA
               END-IF
           END-IF
           REWRITE REM-REG
               INVALID KEY
                   WRITE REM-REG
           END-REWRITE
           PERFORM 2900-IMPRIMIR-DETALHE.

       2000-VARRER-REMESSAS.
      *    Percorre as remessas em ordem de numero: marca as atrasadas,
      *    reenvia as pendentes e acompanha ate onde as remessas de
      *    delta estao confirmadas sem lacuna.
           MOVE ZERO TO REM-NUMERO
           START REMESSA-EXTRATO
               KEY IS NOT LESS THAN REM-NUMERO
               INVALID KEY
                   SET FIM-REMESSA TO TRUE
           END-START
           PERFORM UNTIL FIM-REMESSA
               READ REMESSA-EXTRATO NEXT
                   AT END
                       SET FIM-REMESSA TO TRUE
                   NOT AT END
                       PERFORM 2100-AVALIAR-REMESSA
               END-READ
           END-PERFORM.

       2100-AVALIAR-REMESSA.
           IF REM-EXTRATO-DELTA AND DELTA-CONTIGUO
               IF REM-CONFIRMADA
                   IF REM-JANELA-FIM > WS-NOVO-PONTO
                       MOVE REM-JANELA-FIM TO WS-NOVO-PONTO
                   END-IF
               ELSE
                   MOVE "N" TO WS-DELTA-CONTIGUO
               END-IF
           END-IF
           IF REM-AGUARDANDO-CONFIRMACAO
               COMPUTE WS-DIAS-SEM-CONFIRMACAO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-NUM)
                 - FUNCTION INTEGER-OF-DATE (REM-DATA-ULTIMO-ENVIO)
               IF WS-DIAS-SEM-CONFIRMACAO > WS-PRAZO-CONFIRMACAO
                   SET REM-ATRASADA TO TRUE
                   ADD 1 TO WS-TOT-ATRASADAS
                   REWRITE REM-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   ADD 1 TO WS-TOT-AGUARDANDO
               END-IF
           END-IF
           IF REM-PENDENTE
               IF REM-QTD-ENVIOS < WS-MAX-ENVIOS
                   PERFORM 2200-REENVIAR-REMESSA
               ELSE
                   ADD 1 TO WS-TOT-NO-LIMITE
                   IF REM-ATRASADA
                       MOVE "ATRASADA - LIMITE DE REENVIOS ATINGIDO"
                           TO WS-OCORRENCIA
                   ELSE
                       MOVE "DIVERGENTE - LIMITE DE REENVIOS"
                           TO WS-OCORRENCIA
                   END-IF
                   PERFORM 2900-IMPRIMIR-DETALHE
               END-IF
           END-IF.

       2200-REENVIAR-REMESSA.
      *    O reenvio copia a copia retida do CSV original (com o mesmo
      *    numero de remessa no trailer) para o arquivo de reenvio;
      *    a remessa volta a aguardar a confirmacao da CRM.
           MOVE REM-ARQUIVO TO WS-NOME-REMESSA
           MOVE SPACES TO WS-NOME-REENVIO
           STRING "data/reenvio-remessa-"  DELIMITED BY SIZE
                  REM-NUMERO               DELIMITED BY SIZE
                  ".csv"                   DELIMITED BY SIZE
               INTO WS-NOME-REENVIO
           END-STRING
           OPEN INPUT REMESSA-CSV
           IF NOT FS-REMESSA-CSV-OK
               ADD 1 TO WS-TOT-NO-LIMITE
               MOVE "COPIA RETIDA DA REMESSA NAO ENCONTRADA"
                   TO WS-OCORRENCIA
               PERFORM 2900-IMPRIMIR-DETALHE
           ELSE
               OPEN OUTPUT REENVIO-CSV
               MOVE "N" TO WS-EOF-REMESSA-CSV
               PERFORM UNTIL FIM-REMESSA-CSV
                   READ REMESSA-CSV
                       AT END
                           SET FIM-REMESSA-CSV TO TRUE
                       NOT AT END
                           WRITE LINHA-REENVIO FROM LINHA-REMESSA
                   END-READ
               END-PERFORM
               CLOSE REMESSA-CSV
               CLOSE REENVIO-CSV
               IF REM-ATRASADA
                   MOVE "REENVIADA - SEM CONFIRMACAO NO PRAZO"
                       TO WS-OCORRENCIA
               ELSE
                   MOVE "REENVIADA - CONFIRMACAO DIVERGENTE"
                       TO WS-OCORRENCIA
               END-IF
               SET REM-REENVIADA TO TRUE
               ADD 1 TO REM-QTD-ENVIOS
               MOVE WS-DATA-HOJE-NUM TO REM-DATA-ULTIMO-ENVIO
               REWRITE REM-REG
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-TOT-REENVIADAS
               PERFORM 2900-IMPRIMIR-DETALHE
           END-IF.

       2900-IMPRIMIR-DETALHE.
           MOVE REM-NUMERO       TO WD-REMESSA
           MOVE REM-TIPO         TO WD-TIPO
           MOVE REM-DATA-GERACAO TO WS-DATA-TRAB
           MOVE WS-TRAB-DIA      TO WD-DIA
           MOVE WS-TRAB-MES      TO WD-MES
           MOVE WS-TRAB-ANO      TO WD-ANO
           MOVE REM-QTD-LINHAS   TO WD-LINHAS
           MOVE REM-QTD-ENVIOS   TO WD-ENVIOS
           MOVE WS-OCORRENCIA    TO WD-OCORRENCIA
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       3000-AVANCAR-PONTO-DEFINITIVO.
      *    O ponto definitivo so anda para a frente; o provisorio
      *    nunca fica atras dele.
           IF WS-NOVO-PONTO > WS-PONTO-ANTERIOR
               MOVE 1 TO CTRL-EXTRATO-CHAVE
               MOVE WS-NOVO-PONTO TO CTRL-EXTRATO-DATA-HORA
               IF CTRL-EXTRATO-PROVISORIO NOT NUMERIC
                   OR CTRL-EXTRATO-PROVISORIO < WS-NOVO-PONTO
                   MOVE WS-NOVO-PONTO TO CTRL-EXTRATO-PROVISORIO
               END-IF
               REWRITE CTRL-EXTRATO-REG
                   INVALID KEY
                       WRITE CTRL-EXTRATO-REG
               END-REWRITE
           END-IF.

       0600-IMPRIMIR-RODAPE.
           WRITE LINHA-RELATORIO FROM SPACES
           MOVE "CONFIRMACOES RECEBIDAS DA CRM"   TO WX-ROTULO
           MOVE WS-TOT-CONFIRMACOES               TO WX-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE "REMESSAS CONFIRMADAS"            TO WX-ROTULO
           MOVE WS-TOT-CONFIRMADAS                TO WX-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE "REMESSAS DIVERGENTES"            TO WX-ROTULO
           MOVE WS-TOT-DIVERGENTES                TO WX-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE "CONFIRMACOES DESCONHECIDAS"      TO WX-ROTULO
           MOVE WS-TOT-DESCONHECIDAS              TO WX-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE "CONFIRMACOES REPETIDAS"          TO WX-ROTULO
           MOVE WS-TOT-REPETIDAS                  TO WX-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE "REMESSAS ATRASADAS NESTA EXECUCAO" TO WX-ROTULO
           MOVE WS-TOT-ATRASADAS                  TO WX-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE "REMESSAS REENVIADAS"             TO WX-ROTULO
           MOVE WS-TOT-REENVIADAS                 TO WX-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE "PENDENTES SEM REENVIO"           TO WX-ROTULO
           MOVE WS-TOT-NO-LIMITE                  TO WX-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE "AGUARDANDO CONFIRMACAO NO PRAZO" TO WX-ROTULO
           MOVE WS-TOT-AGUARDANDO                 TO WX-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PONTO DEFINITIVO DA EXTRACAO: " DELIMITED BY SIZE
                  WS-PONTO-ANTERIOR                DELIMITED BY SIZE
                  " -> "                           DELIMITED BY SIZE
                  WS-NOVO-PONTO                    DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING
           WRITE LINHA-RELATORIO.

       0900-FINALIZAR.
           CLOSE REMESSA-EXTRATO
           CLOSE CONFIRMACAO-CRM
           CLOSE CONTROLE-EXTRATO
           CLOSE RELATORIO
           DISPLAY "CONCILIA-REMESSAS: CONFIRMADAS=" WS-TOT-CONFIRMADAS
               " DIVERGENTES=" WS-TOT-DIVERGENTES
               " ATRASADAS=" WS-TOT-ATRASADAS
               " REENVIADAS=" WS-TOT-REENVIADAS
               " - CONSULTE data/conciliacao-remessas.rpt".
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
