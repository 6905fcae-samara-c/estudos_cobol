      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de aging das pendencias de movimento
      *          rejeitado (data/pendencia-movimento.dat), para a
      *          cobranca das filiais que nao corrigem: por filial,
      *          lista as pendencias abertas com o protocolo, o CPF, a
      *          operacao, a data da rejeicao, os dias em aberto, as
      *          reincidencias e o motivo, e totaliza as abertas por
      *          faixa de idade (ate 5 dias, 6 a 15, mais de 15), as
      *          baixadas e as reincidencias (rejeicoes de CPF e
      *          operacao ja rejeitados antes). Movimentos rejeitados
      *          fora de lote de filial aparecem na filial 0000.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
       PROGRAM-ID. relatorio-pendencias.

       ENVIRONMENT                                 DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDENCIA-MOVIMENTO ASSIGN TO
                   "data/pendencia-movimento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-CHAVE
               FILE STATUS IS WS-FS-PENDENCIA.

           SELECT WRK-PEND ASSIGN TO "data/wrk-pend.tmp".

           SELECT RELATORIO ASSIGN TO "data/pendencias-movimento.rpt"
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
       FD  PENDENCIA-MOVIMENTO.
           COPY PENDENCIA-MOV.

       SD  WRK-PEND.
           COPY PEND-WRK.

       FD  RELATORIO.
       01  LINHA-RELATORIO                 PIC X(80).

       FD  CONTROLE-EXEC.
           COPY CONTROLE-EXEC.

       FD  GRADE-JOBS.
           COPY GRADE-JOB.

       WORKING-STORAGE SECTION.
       01  WS-FS-PENDENCIA              PIC X(02).
           88  FS-PENDENCIA-OK                  VALUE "00".
           88  FS-PENDENCIA-INEXISTENTE         VALUE "35".

       01  WS-FS-RELATORIO              PIC X(02).

       01  WS-EOF-PENDENCIA              PIC X(01) VALUE "N".
           88  FIM-PENDENCIA                     VALUE "S".

       01  WS-EOF-SORT                   PIC X(01) VALUE "N".
           88  FIM-SORT                          VALUE "S".

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

       01  WS-DIAS-ABERTA                PIC S9(05) VALUE ZERO.

      * Faixas de idade das pendencias abertas, em dias.
       01  WS-LIMITE-FAIXA-1             PIC 9(03) VALUE 5.
       01  WS-LIMITE-FAIXA-2             PIC 9(03) VALUE 15.

      * Quebra por filial na leitura do SORT.
       01  WS-FILIAL-ATUAL               PIC 9(04) VALUE ZERO.
       01  WS-HA-FILIAL                  PIC X(01) VALUE "N".
           88  HA-FILIAL-EM-CURSO                 VALUE "S".

       01  WS-TOTAIS-FILIAL.
           05  WS-FIL-ABERTAS            PIC 9(05).
           05  WS-FIL-FAIXA-1            PIC 9(05).
           05  WS-FIL-FAIXA-2            PIC 9(05).
           05  WS-FIL-FAIXA-3            PIC 9(05).
           05  WS-FIL-BAIXADAS           PIC 9(05).
           05  WS-FIL-REINCIDENCIAS      PIC 9(05).

       01  WS-TOTAIS-GERAIS.
           05  WS-TOT-ABERTAS            PIC 9(05) VALUE ZERO.
           05  WS-TOT-FAIXA-1            PIC 9(05) VALUE ZERO.
           05  WS-TOT-FAIXA-2            PIC 9(05) VALUE ZERO.
           05  WS-TOT-FAIXA-3            PIC 9(05) VALUE ZERO.
           05  WS-TOT-BAIXADAS           PIC 9(05) VALUE ZERO.
           05  WS-TOT-REINCIDENCIAS      PIC 9(05) VALUE ZERO.
       01  WS-TOT-FILIAIS                PIC 9(04) VALUE ZERO.

      *-----------------------------------------------------------------
      * Linhas do relatorio.
      *-----------------------------------------------------------------
       01  WS-LINHA-TITULO.
           05  FILLER                   PIC X(46) VALUE
               "AGING DAS PENDENCIAS DO MOVIMENTO DAS FILIAIS ".
           05  WT-DIA                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WT-MES                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WT-ANO                   PIC 9(04).

       01  WS-LINHA-CABECALHO.
           05  FILLER                   PIC X(10) VALUE "PROTOCOLO".
           05  FILLER                   PIC X(12) VALUE "CPF".
           05  FILLER                   PIC X(02) VALUE "OP".
           05  FILLER                   PIC X(11) VALUE "REJEITADO".
           05  FILLER                   PIC X(05) VALUE "DIAS".
           05  FILLER                   PIC X(04) VALUE "REI".
           05  FILLER                   PIC X(06) VALUE "MOTIVO".

       01  WS-LINHA-FILIAL.
           05  FILLER                   PIC X(07) VALUE "FILIAL ".
           05  WF-FILIAL                PIC 9(04).

       01  WS-LINHA-DETALHE.
           05  WD-PROTOCOLO             PIC 9(09).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-CPF                   PIC 9(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-OPERACAO              PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-DIA                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WD-MES                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WD-ANO                   PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-DIAS                  PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-REINCIDENCIAS         PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-MOTIVO                PIC X(36).

       01  WS-LINHA-AGING.
           05  WA-ROTULO                PIC X(13).
           05  FILLER                   PIC X(09) VALUE " ABERTAS ".
           05  WA-ABERTAS               PIC ZZZZ9.
           05  FILLER                   PIC X(12) VALUE " ATE 5 DIAS ".
           05  WA-FAIXA-1               PIC ZZZZ9.
           05  FILLER                   PIC X(08) VALUE " 6 A 15 ".
           05  WA-FAIXA-2               PIC ZZZZ9.
           05  FILLER                   PIC X(12) VALUE " MAIS DE 15 ".
           05  WA-FAIXA-3               PIC ZZZZ9.

       01  WS-LINHA-BAIXAS.
           05  FILLER                   PIC X(13) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE " BAIXADAS ".
           05  WX-BAIXADAS              PIC ZZZZ9.
           05  FILLER                   PIC X(15) VALUE
               " REINCIDENCIAS ".
           05  WX-REINCIDENCIAS         PIC ZZZZ9.

      *-----------------------------------------------------------------
      * Controle de execucao diaria dos processamentos em lote.
      *-----------------------------------------------------------------
       01  WS-FS-EXEC                   PIC X(02).
           88  FS-EXEC-OK                       VALUE "00".
           88  FS-EXEC-INEXISTENTE              VALUE "35".

       01  WS-EXEC-LIBERADO              PIC X(01) VALUE "S".
           88  EXEC-LIBERADO                      VALUE "S".

       01  WS-DATA-PROC                  PIC 9(08) VALUE ZERO.
       01  WS-JOB-NOME                   PIC X(08) VALUE "PENDMOV".
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
           SORT WRK-PEND
               ON ASCENDING KEY WRK-PEND-FILIAL
                                WRK-PEND-DATA-REJEICAO
                                WRK-PEND-PROTOCOLO
               INPUT PROCEDURE IS 1000-SELECIONAR-PENDENCIAS
               OUTPUT PROCEDURE IS 2000-IMPRIMIR-AGING
           PERFORM 0600-IMPRIMIR-RODAPE
           PERFORM 0900-FINALIZAR.

       0100-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           OPEN OUTPUT RELATORIO
           MOVE WS-HOJE-DIA TO WT-DIA
           MOVE WS-HOJE-MES TO WT-MES
           MOVE WS-HOJE-ANO TO WT-ANO
           WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO
           WRITE LINHA-RELATORIO FROM SPACES
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABECALHO.

       1000-SELECIONAR-PENDENCIAS.
      *    Le todas as pendencias, abertas e baixadas, e libera para o
      *    SORT. Sem o arquivo (nenhuma rejeicao ainda), cria-o vazio
      *    para produzir um relatorio zerado em vez de abortar.
           OPEN INPUT PENDENCIA-MOVIMENTO
           IF FS-PENDENCIA-INEXISTENTE
               OPEN OUTPUT PENDENCIA-MOVIMENTO
               CLOSE PENDENCIA-MOVIMENTO
               OPEN INPUT PENDENCIA-MOVIMENTO
           END-IF
           PERFORM UNTIL FIM-PENDENCIA
               READ PENDENCIA-MOVIMENTO
                   AT END
                       SET FIM-PENDENCIA TO TRUE
                   NOT AT END
                       MOVE PEND-FILIAL        TO WRK-PEND-FILIAL
                       MOVE PEND-DATA-REJEICAO
                           TO WRK-PEND-DATA-REJEICAO
                       MOVE PEND-PROTOCOLO     TO WRK-PEND-PROTOCOLO
                       MOVE PEND-CPF           TO WRK-PEND-CPF
                       MOVE PEND-OPERACAO      TO WRK-PEND-OPERACAO
                       MOVE PEND-MOTIVO        TO WRK-PEND-MOTIVO
                       MOVE PEND-REINCIDENCIAS
                           TO WRK-PEND-REINCIDENCIAS
                       MOVE PEND-SITUACAO      TO WRK-PEND-SITUACAO
                       RELEASE WRK-PEND-REG
               END-READ
           END-PERFORM
           CLOSE PENDENCIA-MOVIMENTO.

       2000-IMPRIMIR-AGING.
      *    As pendencias voltam do SORT por filial e data da rejeicao:
      *    cada troca de filial fecha os totais da filial anterior.
           RETURN WRK-PEND
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL FIM-SORT
               IF NOT HA-FILIAL-EM-CURSO
                   OR WRK-PEND-FILIAL NOT = WS-FILIAL-ATUAL
                   PERFORM 2200-FECHAR-FILIAL
                   PERFORM 2100-ABRIR-FILIAL
               END-IF
               PERFORM 2300-CONTAR-PENDENCIA
               RETURN WRK-PEND
                   AT END
                       SET FIM-SORT TO TRUE
               END-RETURN
           END-PERFORM
           PERFORM 2200-FECHAR-FILIAL.

       2100-ABRIR-FILIAL.
           MOVE WRK-PEND-FILIAL TO WS-FILIAL-ATUAL
           SET HA-FILIAL-EM-CURSO TO TRUE
           INITIALIZE WS-TOTAIS-FILIAL
           ADD 1 TO WS-TOT-FILIAIS
           MOVE WS-FILIAL-ATUAL TO WF-FILIAL
           WRITE LINHA-RELATORIO FROM WS-LINHA-FILIAL.

       2200-FECHAR-FILIAL.
           IF HA-FILIAL-EM-CURSO
               MOVE SPACES TO WA-ROTULO
               STRING "  FILIAL " WS-FILIAL-ATUAL DELIMITED BY SIZE
                   INTO WA-ROTULO
               END-STRING
               MOVE WS-FIL-ABERTAS       TO WA-ABERTAS
               MOVE WS-FIL-FAIXA-1       TO WA-FAIXA-1
               MOVE WS-FIL-FAIXA-2       TO WA-FAIXA-2
               MOVE WS-FIL-FAIXA-3       TO WA-FAIXA-3
               WRITE LINHA-RELATORIO FROM WS-LINHA-AGING
               MOVE WS-FIL-BAIXADAS      TO WX-BAIXADAS
               MOVE WS-FIL-REINCIDENCIAS TO WX-REINCIDENCIAS
               WRITE LINHA-RELATORIO FROM WS-LINHA-BAIXAS
               WRITE LINHA-RELATORIO FROM SPACES
           END-IF.

       2300-CONTAR-PENDENCIA.
      *    Reincidencia conta em qualquer situacao; so a pendencia
      *    aberta entra no detalhe e nas faixas de idade.
           IF WRK-PEND-REINCIDENCIAS > ZERO
               ADD 1 TO WS-FIL-REINCIDENCIAS
               ADD 1 TO WS-TOT-REINCIDENCIAS
           END-IF
           IF WRK-PEND-ABERTA
               COMPUTE WS-DIAS-ABERTA =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-NUM)
                 - FUNCTION INTEGER-OF-DATE (WRK-PEND-DATA-REJEICAO)
               ADD 1 TO WS-FIL-ABERTAS
               ADD 1 TO WS-TOT-ABERTAS
               EVALUATE TRUE
                   WHEN WS-DIAS-ABERTA <= WS-LIMITE-FAIXA-1
                       ADD 1 TO WS-FIL-FAIXA-1
                       ADD 1 TO WS-TOT-FAIXA-1
                   WHEN WS-DIAS-ABERTA <= WS-LIMITE-FAIXA-2
                       ADD 1 TO WS-FIL-FAIXA-2
                       ADD 1 TO WS-TOT-FAIXA-2
                   WHEN OTHER
                       ADD 1 TO WS-FIL-FAIXA-3
                       ADD 1 TO WS-TOT-FAIXA-3
               END-EVALUATE
               PERFORM 2400-IMPRIMIR-DETALHE
           ELSE
               ADD 1 TO WS-FIL-BAIXADAS
               ADD 1 TO WS-TOT-BAIXADAS
           END-IF.

       2400-IMPRIMIR-DETALHE.
           MOVE WRK-PEND-PROTOCOLO     TO WD-PROTOCOLO
           MOVE WRK-PEND-CPF           TO WD-CPF
           MOVE WRK-PEND-OPERACAO      TO WD-OPERACAO
           MOVE WRK-PEND-DATA-REJEICAO TO WS-DATA-TRAB
           MOVE WS-TRAB-DIA            TO WD-DIA
           MOVE WS-TRAB-MES            TO WD-MES
           MOVE WS-TRAB-ANO            TO WD-ANO
           MOVE WS-DIAS-ABERTA         TO WD-DIAS
           MOVE WRK-PEND-REINCIDENCIAS TO WD-REINCIDENCIAS
           MOVE WRK-PEND-MOTIVO        TO WD-MOTIVO
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       0600-IMPRIMIR-RODAPE.
           MOVE "TOTAL GERAL"        TO WA-ROTULO
           MOVE WS-TOT-ABERTAS       TO WA-ABERTAS
           MOVE WS-TOT-FAIXA-1       TO WA-FAIXA-1
           MOVE WS-TOT-FAIXA-2       TO WA-FAIXA-2
           MOVE WS-TOT-FAIXA-3       TO WA-FAIXA-3
           WRITE LINHA-RELATORIO FROM WS-LINHA-AGING
           MOVE WS-TOT-BAIXADAS      TO WX-BAIXADAS
           MOVE WS-TOT-REINCIDENCIAS TO WX-REINCIDENCIAS
           WRITE LINHA-RELATORIO FROM WS-LINHA-BAIXAS
           MOVE SPACES TO LINHA-RELATORIO
           STRING "FILIAIS COM PENDENCIAS: " DELIMITED BY SIZE
                  WS-TOT-FILIAIS             DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING
           WRITE LINHA-RELATORIO.

       0900-FINALIZAR.
           CLOSE RELATORIO
           DISPLAY "RELATORIO-PENDENCIAS: ABERTAS=" WS-TOT-ABERTAS
               " MAIS DE 15 DIAS=" WS-TOT-FAIXA-3
               " REINCIDENCIAS=" WS-TOT-REINCIDENCIAS
               " - CONSULTE data/pendencias-movimento.rpt".
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
