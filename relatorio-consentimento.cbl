      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de consentimentos LGPD por finalidade
      *          (marketing por e-mail, SMS/celular, campanha de
      *          aniversario e compartilhamento com parceiros), lido de
      *          data/consentimento.dat, para evidencia junto a ANPD:
      *          para cada cliente, a situacao corrente e a data, o
      *          canal e o operador da concessao e da revogacao, com
      *          subtotal de concedidos e revogados por finalidade.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
       PROGRAM-ID. relatorio-consentimento.

       ENVIRONMENT                                 DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENTIMENTO ASSIGN TO "data/consentimento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONSENT-CHAVE
               FILE STATUS IS WS-FS-CONSENT.

           SELECT WRK-CONS ASSIGN TO "data/wrk-cons.tmp".

           SELECT RELATORIO ASSIGN TO "data/consentimentos.rpt"
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
       FD  CONSENTIMENTO.
           COPY CONSENTIMENTO.

       SD  WRK-CONS.
           COPY CONS-WRK.

       FD  RELATORIO.
       01  LINHA-RELATORIO                 PIC X(80).

       FD  CONTROLE-EXEC.
           COPY CONTROLE-EXEC.

       FD  GRADE-JOBS.
           COPY GRADE-JOB.

       WORKING-STORAGE SECTION.
       01  WS-FS-CONSENT                PIC X(02).
           88  FS-CONSENT-OK                    VALUE "00".
           88  FS-CONSENT-INEXISTENTE           VALUE "35".

       01  WS-FS-RELATORIO              PIC X(02).

       01  WS-EOF-CONSENT                PIC X(01) VALUE "N".
           88  FIM-CONSENT                       VALUE "S".

       01  WS-EOF-SORT                   PIC X(01) VALUE "N".
           88  FIM-SORT                          VALUE "S".

       01  WS-DATA-ATUAL.
           05  WS-ANO-ATUAL             PIC 9(04).
           05  WS-MES-ATUAL             PIC 9(02).
           05  WS-DIA-ATUAL             PIC 9(02).

      * Quebra por finalidade na leitura do SORT.
       01  WS-FINALIDADE-ATUAL           PIC X(01) VALUE SPACE.
       01  WS-QTD-CONCEDIDOS             PIC 9(07) VALUE ZERO.
       01  WS-QTD-REVOGADOS              PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-CONCEDIDOS           PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-REVOGADOS            PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-FINALIDADES          PIC 9(03) VALUE ZERO.

       01  WS-FINALIDADE-TEXTO           PIC X(40) VALUE SPACES.

      * Data e hora do registro (AAAAMMDDHHMMSS) editada DD/MM/AAAA.
       01  WS-DATA-HORA-TRAB             PIC 9(14) VALUE ZERO.
       01  FILLER REDEFINES WS-DATA-HORA-TRAB.
           05  WS-TRAB-ANO              PIC 9(04).
           05  WS-TRAB-MES              PIC 9(02).
           05  WS-TRAB-DIA              PIC 9(02).
           05  WS-TRAB-HORA             PIC 9(06).
       01  WS-DATA-EDITADA.
           05  WD-DIA                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WD-MES                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WD-ANO                   PIC 9(04).

       01  WS-CANAL-TRAB                 PIC X(01) VALUE SPACE.
       01  WS-CANAL-TEXTO                PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * Linhas do relatorio.
      *-----------------------------------------------------------------
       01  WS-LINHA-TITULO.
           05  FILLER                   PIC X(48) VALUE
               "RELATORIO DE CONSENTIMENTOS LGPD POR FINALIDADE ".
           05  WT-DIA                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WT-MES                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WT-ANO                   PIC 9(04).

       01  WS-LINHA-FINALIDADE.
           05  FILLER                   PIC X(12) VALUE
               "FINALIDADE: ".
           05  WF-FINALIDADE            PIC X(40).

       01  WS-LINHA-CABECALHO-1.
           05  FILLER                   PIC X(22) VALUE SPACES.
           05  FILLER                   PIC X(29) VALUE
               "---------- CONCESSAO -------".
           05  FILLER                   PIC X(28) VALUE
               "--------- REVOGACAO --------".

       01  WS-LINHA-CABECALHO-2.
           05  FILLER                   PIC X(22) VALUE
               "CPF         SITUACAO".
           05  FILLER                   PIC X(29) VALUE
               "DATA       CANAL    OPERADOR".
           05  FILLER                   PIC X(28) VALUE
               "DATA       CANAL    OPERADOR".

       01  WS-LINHA-DETALHE.
           05  WC-CPF                   PIC 9(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WC-SITUACAO              PIC X(09).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WC-DATA-CONCESSAO        PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WC-CANAL-CONCESSAO       PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WC-OPER-CONCESSAO        PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WC-DATA-REVOGACAO        PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WC-CANAL-REVOGACAO       PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WC-OPER-REVOGACAO        PIC X(08).

       01  WS-LINHA-SUBTOTAL.
           05  FILLER                   PIC X(12) VALUE
               "CONCEDIDOS: ".
           05  WS-SUB-CONCEDIDOS        PIC ZZZZZZ9.
           05  FILLER                   PIC X(13) VALUE
               "  REVOGADOS: ".
           05  WS-SUB-REVOGADOS         PIC ZZZZZZ9.

      *-----------------------------------------------------------------
      * Controle de execucao diaria dos processamentos em lote.
      *-----------------------------------------------------------------
       01  WS-FS-EXEC                   PIC X(02).
           88  FS-EXEC-OK                       VALUE "00".
           88  FS-EXEC-INEXISTENTE              VALUE "35".

       01  WS-EXEC-LIBERADO              PIC X(01) VALUE "S".
           88  EXEC-LIBERADO                      VALUE "S".

       01  WS-DATA-PROC                  PIC 9(08) VALUE ZERO.
       01  WS-JOB-NOME                   PIC X(08) VALUE "CONSENT".
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
           SORT WRK-CONS
               ON ASCENDING KEY WRK-CONS-FINALIDADE WRK-CONS-CPF
               INPUT PROCEDURE IS 1000-SELECIONAR-CONSENTIMENTOS
               OUTPUT PROCEDURE IS 2000-IMPRIMIR-CONSENTIMENTOS
           PERFORM 0600-IMPRIMIR-RODAPE
           PERFORM 0900-FINALIZAR.

       0100-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-ANO-ATUAL
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MES-ATUAL
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DIA-ATUAL
           OPEN OUTPUT RELATORIO
           MOVE WS-DIA-ATUAL TO WT-DIA
           MOVE WS-MES-ATUAL TO WT-MES
           MOVE WS-ANO-ATUAL TO WT-ANO
           WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO
           WRITE LINHA-RELATORIO FROM SPACES.

       1000-SELECIONAR-CONSENTIMENTOS.
      *    Le todo o arquivo de consentimentos e libera cada registro
      *    para o SORT com a finalidade a frente. Se o arquivo ainda
      *    nao existir, cria-o vazio para produzir um relatorio zerado
      *    em vez de abortar.
           OPEN INPUT CONSENTIMENTO
           IF FS-CONSENT-INEXISTENTE
               OPEN OUTPUT CONSENTIMENTO
               CLOSE CONSENTIMENTO
               OPEN INPUT CONSENTIMENTO
           END-IF
           PERFORM UNTIL FIM-CONSENT
               READ CONSENTIMENTO
                   AT END
                       SET FIM-CONSENT TO TRUE
                   NOT AT END
                       PERFORM 1100-LIBERAR-CONSENTIMENTO
               END-READ
           END-PERFORM
           CLOSE CONSENTIMENTO.

       1100-LIBERAR-CONSENTIMENTO.
           MOVE CONSENT-FINALIDADE      TO WRK-CONS-FINALIDADE
           MOVE CONSENT-CPF             TO WRK-CONS-CPF
           MOVE CONSENT-SITUACAO        TO WRK-CONS-SITUACAO
           MOVE CONSENT-DATA-CONCESSAO  TO WRK-CONS-DATA-CONCESSAO
           MOVE CONSENT-CANAL-CONCESSAO TO WRK-CONS-CANAL-CONCESSAO
           MOVE CONSENT-OPER-CONCESSAO  TO WRK-CONS-OPER-CONCESSAO
           MOVE CONSENT-DATA-REVOGACAO  TO WRK-CONS-DATA-REVOGACAO
           MOVE CONSENT-CANAL-REVOGACAO TO WRK-CONS-CANAL-REVOGACAO
           MOVE CONSENT-OPER-REVOGACAO  TO WRK-CONS-OPER-REVOGACAO
           RELEASE WRK-CONS-REG.

       2000-IMPRIMIR-CONSENTIMENTOS.
      *    Os registros voltam do SORT em ordem de finalidade e CPF:
      *    cada troca de finalidade fecha o subtotal da anterior e
      *    abre a secao da nova.
           RETURN WRK-CONS
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL FIM-SORT
               IF WRK-CONS-FINALIDADE NOT = WS-FINALIDADE-ATUAL
                   PERFORM 2200-FECHAR-FINALIDADE
                   MOVE WRK-CONS-FINALIDADE TO WS-FINALIDADE-ATUAL
                   PERFORM 2100-ABRIR-FINALIDADE
               END-IF
               PERFORM 2300-IMPRIMIR-DETALHE
               RETURN WRK-CONS
                   AT END
                       SET FIM-SORT TO TRUE
               END-RETURN
           END-PERFORM
           PERFORM 2200-FECHAR-FINALIDADE.

       2100-ABRIR-FINALIDADE.
           EVALUATE WS-FINALIDADE-ATUAL
               WHEN "E"
                   MOVE "MARKETING POR E-MAIL" TO WS-FINALIDADE-TEXTO
               WHEN "S"
                   MOVE "MARKETING POR SMS/CELULAR"
                       TO WS-FINALIDADE-TEXTO
               WHEN "A"
                   MOVE "CAMPANHA DE ANIVERSARIO"
                       TO WS-FINALIDADE-TEXTO
               WHEN "P"
                   MOVE "COMPARTILHAMENTO COM PARCEIROS"
                       TO WS-FINALIDADE-TEXTO
               WHEN OTHER
                   MOVE SPACES TO WS-FINALIDADE-TEXTO
                   STRING "CODIGO " WS-FINALIDADE-ATUAL
                       DELIMITED BY SIZE
                       INTO WS-FINALIDADE-TEXTO
                   END-STRING
           END-EVALUATE
           MOVE WS-FINALIDADE-TEXTO TO WF-FINALIDADE
           WRITE LINHA-RELATORIO FROM WS-LINHA-FINALIDADE
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABECALHO-1
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABECALHO-2
           ADD 1 TO WS-TOTAL-FINALIDADES.

       2200-FECHAR-FINALIDADE.
           IF WS-QTD-CONCEDIDOS > ZERO OR WS-QTD-REVOGADOS > ZERO
               MOVE WS-QTD-CONCEDIDOS TO WS-SUB-CONCEDIDOS
               MOVE WS-QTD-REVOGADOS  TO WS-SUB-REVOGADOS
               WRITE LINHA-RELATORIO FROM WS-LINHA-SUBTOTAL
               WRITE LINHA-RELATORIO FROM SPACES
               ADD WS-QTD-CONCEDIDOS TO WS-TOTAL-CONCEDIDOS
               ADD WS-QTD-REVOGADOS  TO WS-TOTAL-REVOGADOS
               MOVE ZERO TO WS-QTD-CONCEDIDOS
               MOVE ZERO TO WS-QTD-REVOGADOS
           END-IF.

       2300-IMPRIMIR-DETALHE.
           MOVE WRK-CONS-CPF TO WC-CPF
           IF WRK-CONS-SITUACAO = "C"
               MOVE "CONCEDIDO" TO WC-SITUACAO
               ADD 1 TO WS-QTD-CONCEDIDOS
           ELSE
               MOVE "REVOGADO" TO WC-SITUACAO
               ADD 1 TO WS-QTD-REVOGADOS
           END-IF
           MOVE WRK-CONS-DATA-CONCESSAO TO WS-DATA-HORA-TRAB
           PERFORM 2400-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WC-DATA-CONCESSAO
           MOVE WRK-CONS-CANAL-CONCESSAO TO WS-CANAL-TRAB
           PERFORM 2500-DESCREVER-CANAL
           MOVE WS-CANAL-TEXTO TO WC-CANAL-CONCESSAO
           MOVE WRK-CONS-OPER-CONCESSAO TO WC-OPER-CONCESSAO
           IF WRK-CONS-DATA-REVOGACAO = ZERO
               MOVE SPACES TO WC-DATA-REVOGACAO
           ELSE
               MOVE WRK-CONS-DATA-REVOGACAO TO WS-DATA-HORA-TRAB
               PERFORM 2400-EDITAR-DATA
               MOVE WS-DATA-EDITADA TO WC-DATA-REVOGACAO
           END-IF
           MOVE WRK-CONS-CANAL-REVOGACAO TO WS-CANAL-TRAB
           PERFORM 2500-DESCREVER-CANAL
           MOVE WS-CANAL-TEXTO TO WC-CANAL-REVOGACAO
           MOVE WRK-CONS-OPER-REVOGACAO TO WC-OPER-REVOGACAO
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       2400-EDITAR-DATA.
           MOVE WS-TRAB-DIA TO WD-DIA
           MOVE WS-TRAB-MES TO WD-MES
           MOVE WS-TRAB-ANO TO WD-ANO.

       2500-DESCREVER-CANAL.
           EVALUATE WS-CANAL-TRAB
               WHEN "F"
                   MOVE "FILIAL"   TO WS-CANAL-TEXTO
               WHEN "T"
                   MOVE "TELEFONE" TO WS-CANAL-TEXTO
               WHEN "S"
                   MOVE "SITE/APP" TO WS-CANAL-TEXTO
               WHEN "E"
                   MOVE "E-MAIL"   TO WS-CANAL-TEXTO
               WHEN "M"
                   MOVE "SMS"      TO WS-CANAL-TEXTO
               WHEN "P"
                   MOVE "PAPEL"    TO WS-CANAL-TEXTO
               WHEN OTHER
                   MOVE WS-CANAL-TRAB TO WS-CANAL-TEXTO
           END-EVALUATE.

       0600-IMPRIMIR-RODAPE.
           IF WS-TOTAL-FINALIDADES = ZERO
               MOVE "NENHUM CONSENTIMENTO REGISTRADO" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               WRITE LINHA-RELATORIO FROM SPACES
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL GERAL - CONCEDIDOS: " DELIMITED BY SIZE
                  WS-TOTAL-CONCEDIDOS          DELIMITED BY SIZE
                  "  REVOGADOS: "              DELIMITED BY SIZE
                  WS-TOTAL-REVOGADOS           DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING
           WRITE LINHA-RELATORIO.

       0900-FINALIZAR.
           CLOSE RELATORIO
           DISPLAY "RELATORIO-CONSENTIMENTO: CONCEDIDOS="
               WS-TOTAL-CONCEDIDOS
               " REVOGADOS=" WS-TOTAL-REVOGADOS
               " - CONSULTE data/consentimentos.rpt".
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
