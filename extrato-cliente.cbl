      * Date:
      * Purpose: Extrato CSV do cadastro CLIENTE-MASTER (CPF, NOME,
      *          DATA-NASC e dados de contato de CONTATO-CLIENTE)
      *          para carga agendada na CRM de marketing. So entra o
      *          cliente com consentimento LGPD valido para marketing
      *          por e-mail ou por SMS/celular (data/consentimento.dat);
      *          o e-mail e o celular so saem com o consentimento da
      *          respectiva finalidade. Cliente menor de idade nao
      *          leva os proprios contatos: com vinculo ativo em
      *          data/vinculo-responsavel.dat saem os contatos do
      *          responsavel legal; sem vinculo, a linha sai sem
      *          contatos.
      *          Cada extrato gerado e uma remessa para a CRM: numero
      *          de remessa, quantidade de linhas e total de controle
      *          (soma dos CPFs) vao no trailer do CSV e no arquivo de
      *          remessas (data/remessa-extrato.dat), e o CSV fica
      *          retido em data/remessa-<numero>.csv para reenvio pelo
      *          concilia-remessas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
               RECORD KEY IS CONTATO-CHAVE
               FILE STATUS IS WS-FS-CONTATO.

           SELECT CONSENTIMENTO ASSIGN TO "data/consentimento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONSENT-CHAVE
               FILE STATUS IS WS-FS-CONSENT.

           SELECT VINCULO-RESPONSAVEL ASSIGN TO
                   "data/vinculo-responsavel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VINC-CPF-MENOR
               FILE STATUS IS WS-FS-VINCULO.

           SELECT REMESSA-EXTRATO ASSIGN TO "data/remessa-extrato.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-NUMERO
               FILE STATUS IS WS-FS-REMESSA.

           SELECT REMESSA-CSV ASSIGN TO WS-NOME-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA-CSV.

           SELECT CONTADOR ASSIGN TO "data/contador.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTADOR-CHAVE
               FILE STATUS IS WS-FS-CONTADOR.

           SELECT CONTROLE-EXEC ASSIGN TO "data/controle-execucao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CONTATO-CLIENTE.
           COPY CONTATO.

       FD  CONSENTIMENTO.
           COPY CONSENTIMENTO.

       FD  VINCULO-RESPONSAVEL.
           COPY VINCULO.

       FD  REMESSA-EXTRATO.
           COPY REMESSA-EXTRATO.

       FD  REMESSA-CSV.
       01  LINHA-REMESSA                   PIC X(300).

       FD  CONTADOR.
           COPY CONTADOR.

       FD  CONTROLE-EXEC.
           COPY CONTROLE-EXEC.

       01  WS-CSV-CELULAR                PIC X(60).
       01  WS-CSV-EMAIL                  PIC X(60).

      *-----------------------------------------------------------------
      * Consentimento LGPD do cliente corrente por finalidade.
      *-----------------------------------------------------------------
       01  WS-FS-CONSENT                PIC X(02).
           88  FS-CONSENT-OK                    VALUE "00".
           88  FS-CONSENT-INEXISTENTE           VALUE "35".

       01  WS-CONSENTE-EMAIL             PIC X(01) VALUE "N".
           88  CONSENTE-EMAIL                     VALUE "S".
       01  WS-CONSENTE-SMS               PIC X(01) VALUE "N".
           88  CONSENTE-SMS                       VALUE "S".

      *-----------------------------------------------------------------
      * Cliente menor de idade: os contatos extraidos sao os do
      * responsavel legal (WS-CPF-CONTATOS); menor sem vinculo ativo
      * fica sem contatos (WS-CPF-CONTATOS zerado).
      *-----------------------------------------------------------------
       01  WS-FS-VINCULO                PIC X(02).
           88  FS-VINCULO-OK                    VALUE "00".
           88  FS-VINCULO-INEXISTENTE           VALUE "35".

       01  WS-CPF-CONTATOS               PIC 9(11) VALUE ZERO.

       01  WS-DATA-NASC-IDADE.
           05  WS-NASC-DIA               PIC 9(02).
           05  WS-NASC-MES               PIC 9(02).
           05  WS-NASC-ANO               PIC 9(04).
       01  WS-DATA-REF-IDADE.
           05  WS-REF-ANO                PIC 9(04).
           05  WS-REF-MES                PIC 9(02).
           05  WS-REF-DIA                PIC 9(02).
       01  WS-IDADE                      PIC S9(03) VALUE ZERO.
       01  WS-MAIORIDADE                 PIC 9(02) VALUE 18.

      *-----------------------------------------------------------------
      * Protocolo de entrega: numero da remessa, copia retida do CSV e
      * totais de controle das linhas de dados (sem cabecalho e
      * trailer).
      *-----------------------------------------------------------------
       01  WS-FS-REMESSA                PIC X(02).
           88  FS-REMESSA-OK                    VALUE "00".
           88  FS-REMESSA-INEXISTENTE           VALUE "35".

       01  WS-FS-REMESSA-CSV            PIC X(02).

       01  WS-FS-CONTADOR               PIC X(02).
           88  FS-CONTADOR-OK                   VALUE "00".
           88  FS-CONTADOR-INEXISTENTE          VALUE "35".

       01  WS-NUMERO-REMESSA             PIC 9(09) VALUE ZERO.
       01  WS-NOME-REMESSA               PIC X(40) VALUE SPACES.
       01  WS-REM-QTD-LINHAS             PIC 9(07) VALUE ZERO.
       01  WS-REM-TOTAL-CONTROLE         PIC 9(18) VALUE ZERO.

      *-----------------------------------------------------------------
      * Controle de execucao diaria dos processamentos em lote.
      *-----------------------------------------------------------------
                       SET FIM-MASTER TO TRUE
                   NOT AT END
                       IF INCLUIR-INATIVOS OR NOT CLIENTE-INATIVO
                           PERFORM 0270-CONFERIR-CONSENTIMENTOS
                           IF CONSENTE-EMAIL OR CONSENTE-SMS
                               PERFORM 0200-GRAVAR-LINHA-CSV
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               CLOSE CONTATO-CLIENTE
               OPEN INPUT CONTATO-CLIENTE
           END-IF
           OPEN INPUT CONSENTIMENTO
           IF FS-CONSENT-INEXISTENTE
               OPEN OUTPUT CONSENTIMENTO
               CLOSE CONSENTIMENTO
               OPEN INPUT CONSENTIMENTO
           END-IF
           OPEN INPUT VINCULO-RESPONSAVEL
           IF FS-VINCULO-INEXISTENTE
               OPEN OUTPUT VINCULO-RESPONSAVEL
               CLOSE VINCULO-RESPONSAVEL
               OPEN INPUT VINCULO-RESPONSAVEL
           END-IF
           PERFORM 0150-ABRIR-REMESSA
           OPEN OUTPUT EXTRATO-CSV
           MOVE SPACES TO LINHA-CSV
           STRING "CPF,NOME,DATA_NASCIMENTO,ENDERECO,"
                       DELIMITED BY SIZE
               INTO LINHA-CSV
           END-STRING
           WRITE LINHA-CSV
           WRITE LINHA-REMESSA FROM LINHA-CSV.

       0150-ABRIR-REMESSA.
      *    Numera a remessa deste extrato e abre a copia retida do
      *    CSV, que o concilia-remessas usa para o reenvio.
           PERFORM 5100-GERAR-NUMERO-REMESSA
           MOVE SPACES TO WS-NOME-REMESSA
           STRING "data/remessa-"          DELIMITED BY SIZE
                  WS-NUMERO-REMESSA        DELIMITED BY SIZE
                  ".csv"                   DELIMITED BY SIZE
               INTO WS-NOME-REMESSA
           END-STRING
           OPEN OUTPUT REMESSA-CSV
           OPEN I-O REMESSA-EXTRATO
           IF FS-REMESSA-INEXISTENTE
               OPEN OUTPUT REMESSA-EXTRATO
               CLOSE REMESSA-EXTRATO
               OPEN I-O REMESSA-EXTRATO
           END-IF.

       0200-GRAVAR-LINHA-CSV.
           MOVE CPF-CLIENTE OF CLIENTE-REG  TO WS-CSV-CPF
                  FUNCTION TRIM (WS-CSV-EMAIL) DELIMITED BY SIZE
               INTO LINHA-CSV
           END-STRING
           WRITE LINHA-CSV
           WRITE LINHA-REMESSA FROM LINHA-CSV
           ADD 1 TO WS-REM-QTD-LINHAS
           ADD CPF-CLIENTE OF CLIENTE-REG TO WS-REM-TOTAL-CONTROLE.

       0250-BUSCAR-CONTATOS.
      *    Busca em CONTATO-CLIENTE o primeiro contato de cada tipo
      *    do cliente corrente para compor as colunas do CSV.
      *    Contatos marcados como invalidos ou opt-out pelo retorno
      *    da CRM sao pulados - vale o proximo contato valido do
      *    mesmo tipo, quando houver. Para o menor de idade valem os
      *    contatos do responsavel legal (0280).
           MOVE SPACES TO WS-CSV-ENDERECO
           MOVE SPACES TO WS-CSV-TEL-RES
           MOVE SPACES TO WS-CSV-CELULAR
           MOVE SPACES TO WS-CSV-EMAIL
           MOVE "N" TO WS-FIM-CONTATOS
           PERFORM 0280-DEFINIR-CPF-CONTATOS
           IF WS-CPF-CONTATOS = ZERO
               SET FIM-CONTATOS TO TRUE
           ELSE
               MOVE WS-CPF-CONTATOS TO CONTATO-CPF
               MOVE ZERO TO CONTATO-SEQ
               START CONTATO-CLIENTE
                   KEY IS NOT LESS THAN CONTATO-CHAVE
                   INVALID KEY
                       SET FIM-CONTATOS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-CONTATOS
               READ CONTATO-CLIENTE NEXT
                   AT END
                       SET FIM-CONTATOS TO TRUE
                   NOT AT END
                       IF CONTATO-CPF = WS-CPF-CONTATOS
                           IF NOT CONTATO-BLOQUEADO
                               PERFORM 0260-GUARDAR-CONTATO
                           END-IF
               MOVE CONTATO-VALOR TO WS-CSV-TEL-RES
           END-IF
           IF CONTATO-TEL-CELULAR AND WS-CSV-CELULAR = SPACES
               AND CONSENTE-SMS
               MOVE CONTATO-VALOR TO WS-CSV-CELULAR
           END-IF
           IF CONTATO-EMAIL AND WS-CSV-EMAIL = SPACES
               AND CONSENTE-EMAIL
               MOVE CONTATO-VALOR TO WS-CSV-EMAIL
           END-IF.

       0270-CONFERIR-CONSENTIMENTOS.
      *    Consentimento LGPD do cliente corrente para marketing por
      *    e-mail e por SMS/celular; sem registro para a finalidade,
      *    ou com o consentimento revogado, nao ha consentimento.
           MOVE "N" TO WS-CONSENTE-EMAIL
           MOVE "N" TO WS-CONSENTE-SMS
           MOVE CPF-CLIENTE OF CLIENTE-REG TO CONSENT-CPF
           SET CONSENT-FIN-EMAIL TO TRUE
           READ CONSENTIMENTO
               KEY IS CONSENT-CHAVE
               NOT INVALID KEY
                   IF CONSENT-CONCEDIDO
                       SET CONSENTE-EMAIL TO TRUE
                   END-IF
           END-READ
           MOVE CPF-CLIENTE OF CLIENTE-REG TO CONSENT-CPF
           SET CONSENT-FIN-SMS TO TRUE
           READ CONSENTIMENTO
               KEY IS CONSENT-CHAVE
               NOT INVALID KEY
                   IF CONSENT-CONCEDIDO
                       SET CONSENTE-SMS TO TRUE
                   END-IF
           END-READ.

       0280-DEFINIR-CPF-CONTATOS.
      *    Cliente com vinculo ativo de menor leva os contatos do
      *    responsavel legal; menor sem vinculo ativo nao leva
      *    contatos; os demais levam os proprios.
           MOVE CPF-CLIENTE OF CLIENTE-REG TO WS-CPF-CONTATOS
           MOVE CPF-CLIENTE OF CLIENTE-REG TO VINC-CPF-MENOR
           READ VINCULO-RESPONSAVEL
               KEY IS VINC-CPF-MENOR
               INVALID KEY
                   INITIALIZE VINCULO-REG
           END-READ
           IF VINC-ATIVO
               MOVE VINC-CPF-RESPONSAVEL TO WS-CPF-CONTATOS
           ELSE
               MOVE DATA-NASC OF CLIENTE-REG TO WS-DATA-NASC-IDADE
               PERFORM 0290-CALCULAR-IDADE
               IF WS-IDADE < WS-MAIORIDADE
                   MOVE ZERO TO WS-CPF-CONTATOS
               END-IF
           END-IF.

       0290-CALCULAR-IDADE.
      *    Idade completa, na data corrente, de quem nasceu na data de
      *    WS-DATA-NASC-IDADE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REF-IDADE
           COMPUTE WS-IDADE = WS-REF-ANO - WS-NASC-ANO
           IF WS-NASC-MES > WS-REF-MES
               OR (WS-NASC-MES = WS-REF-MES
                   AND WS-NASC-DIA > WS-REF-DIA)
               SUBTRACT 1 FROM WS-IDADE
           END-IF.

       0850-REGISTRAR-REMESSA.
      *    Fecha o CSV e a copia retida com o trailer de controle e
      *    registra a remessa, enviada e aguardando a confirmacao.
           MOVE SPACES TO LINHA-CSV
           STRING "TRAILER,"               DELIMITED BY SIZE
                  WS-NUMERO-REMESSA        DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WS-REM-QTD-LINHAS        DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WS-REM-TOTAL-CONTROLE    DELIMITED BY SIZE
               INTO LINHA-CSV
           END-STRING
           WRITE LINHA-CSV
           WRITE LINHA-REMESSA FROM LINHA-CSV
           INITIALIZE REM-REG
           MOVE WS-NUMERO-REMESSA     TO REM-NUMERO
           SET REM-EXTRATO-CHEIO      TO TRUE
           MOVE FUNCTION CURRENT-DATE (1:8) TO REM-DATA-GERACAO
           MOVE WS-REM-QTD-LINHAS     TO REM-QTD-LINHAS
           MOVE WS-REM-TOTAL-CONTROLE TO REM-TOTAL-CONTROLE
           MOVE WS-NOME-REMESSA       TO REM-ARQUIVO
           SET REM-ENVIADA            TO TRUE
           MOVE 1                     TO REM-QTD-ENVIOS
           MOVE REM-DATA-GERACAO      TO REM-DATA-ULTIMO-ENVIO
           WRITE REM-REG
               INVALID KEY
                   REWRITE REM-REG
           END-WRITE.

       0900-FINALIZAR.
           PERFORM 0850-REGISTRAR-REMESSA
           CLOSE CLIENTE-MASTER
           CLOSE CONTATO-CLIENTE
           CLOSE CONSENTIMENTO
           CLOSE VINCULO-RESPONSAVEL
           CLOSE REMESSA-EXTRATO
           CLOSE REMESSA-CSV
           CLOSE EXTRATO-CSV
           DISPLAY "EXTRATO-CLIENTE: REMESSA " WS-NUMERO-REMESSA
               " LINHAS=" WS-REM-QTD-LINHAS
               " TOTAL DE CONTROLE=" WS-REM-TOTAL-CONTROLE.

       5100-GERAR-NUMERO-REMESSA.
      *    Proximo numero de remessa de extrato, na chave 3 do
      *    CONTADOR (compartilhada com o extrato-delta).
           OPEN I-O CONTADOR
           IF FS-CONTADOR-INEXISTENTE
               OPEN OUTPUT CONTADOR
               CLOSE CONTADOR
               OPEN I-O CONTADOR
           END-IF

           MOVE 3 TO CONTADOR-CHAVE
           READ CONTADOR
               KEY IS CONTADOR-CHAVE
               INVALID KEY
                   MOVE ZERO TO ULTIMO-NUMERO
           END-READ

           ADD 1 TO ULTIMO-NUMERO
           MOVE 3 TO CONTADOR-CHAVE
           REWRITE CONTADOR-REG
           INVALID KEY
               WRITE CONTADOR-REG
           END-REWRITE
           CLOSE CONTADOR
           MOVE ULTIMO-NUMERO TO WS-NUMERO-REMESSA.
       7000-VERIFICAR-CONTROLE-EXEC.
      *    Consulta o calendario de processamento do dia: recusa rodar
      *    em duplicidade (job ja terminado OK hoje) e, quando o job
