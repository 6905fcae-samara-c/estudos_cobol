      *          no aniversario e o canal preferencial de contato
      *          (e-mail quando houver, senao celular, senao
      *          sem-canal), para a campanha de parabens do marketing.
      *          O CSV so leva o aniversariante com consentimento LGPD
      *          valido para a campanha de aniversario
      *          (data/consentimento.dat); o relatorio lista todos.
      *          Para o aniversariante que ainda completa menos de 18
      *          anos, o CSV leva o e-mail e o celular do responsavel
      *          legal do vinculo ativo (data/vinculo-responsavel.dat);
      *          sem vinculo, a linha sai sem canal.
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

           SELECT CAMPANHA-CSV ASSIGN TO
                   "data/campanha-aniversario.csv"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CONTATO-CLIENTE.
           COPY CONTATO.

       FD  CONSENTIMENTO.
           COPY CONSENTIMENTO.

       FD  VINCULO-RESPONSAVEL.
           COPY VINCULO.

       FD  CAMPANHA-CSV.
       01  LINHA-CAMPANHA                  PIC X(200).

       01  WS-CSV-CELULAR                PIC X(60) VALUE SPACES.
       01  WS-CANAL                      PIC X(09) VALUE SPACES.

       01  WS-FS-CONSENT                PIC X(02).
           88  FS-CONSENT-OK                    VALUE "00".
           88  FS-CONSENT-INEXISTENTE           VALUE "35".

       01  WS-CONSENTE-ANIVERSARIO       PIC X(01) VALUE "N".
           88  CONSENTE-ANIVERSARIO               VALUE "S".
       01  WS-TOTAL-SEM-CONSENT          PIC 9(05) VALUE ZERO.

      * Aniversariante menor de idade: os contatos da campanha sao os
      * do responsavel legal (WS-CPF-CONTATOS); menor sem vinculo
      * ativo fica sem contatos (WS-CPF-CONTATOS zerado).
       01  WS-FS-VINCULO                PIC X(02).
           88  FS-VINCULO-OK                    VALUE "00".
           88  FS-VINCULO-INEXISTENTE           VALUE "35".

       01  WS-CPF-CONTATOS               PIC 9(11) VALUE ZERO.
       01  WS-MAIORIDADE                 PIC 9(02) VALUE 18.

      * Tabela de nomes de mes (mesma usada na manutencao do cadastro).
       COPY MESES.

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
           OPEN OUTPUT CAMPANHA-CSV
           MOVE "NOME,CPF,DIA,IDADE,EMAIL,CELULAR,CANAL"
               TO LINHA-CAMPANHA
           MOVE WS-DIA-EDITADO TO WD-DIA
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE
           ADD 1 TO WS-LINHAS-PAGINA
           PERFORM 2250-CONFERIR-CONSENTIMENTO
           IF CONSENTE-ANIVERSARIO
               PERFORM 2300-GRAVAR-LINHA-CAMPANHA
           ELSE
               ADD 1 TO WS-TOTAL-SEM-CONSENT
           END-IF.

       2200-IMPRIMIR-CABECALHO.
           ADD 1 TO WS-PAGINA
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2
           MOVE 0 TO WS-LINHAS-PAGINA.

       2250-CONFERIR-CONSENTIMENTO.
      *    Consentimento LGPD do aniversariante para a campanha de
      *    aniversario; sem registro, ou revogado, nao ha.
           MOVE "N" TO WS-CONSENTE-ANIVERSARIO
           MOVE WRK-ANIV-CPF TO CONSENT-CPF
           SET CONSENT-FIN-ANIVERSARIO TO TRUE
           READ CONSENTIMENTO
               KEY IS CONSENT-CHAVE
               NOT INVALID KEY
                   IF CONSENT-CONCEDIDO
                       SET CONSENTE-ANIVERSARIO TO TRUE
                   END-IF
           END-READ.

       2300-GRAVAR-LINHA-CAMPANHA.
      *    Linha de campanha do aniversariante corrente: idade que
      *    completa no aniversario deste ano e canal preferencial
           END-STRING
           WRITE LINHA-CAMPANHA.

       2350-DEFINIR-CPF-CONTATOS.
      *    Quem completa menos de 18 anos neste aniversario e menor:
      *    com vinculo ativo valem os contatos do responsavel legal,
      *    sem vinculo nenhum contato. Os demais levam os proprios.
           MOVE WRK-ANIV-CPF TO WS-CPF-CONTATOS
           IF WS-IDADE < WS-MAIORIDADE
               MOVE WRK-ANIV-CPF TO VINC-CPF-MENOR
               READ VINCULO-RESPONSAVEL
                   KEY IS VINC-CPF-MENOR
                   INVALID KEY
                       INITIALIZE VINCULO-REG
               END-READ
               IF VINC-ATIVO
                   MOVE VINC-CPF-RESPONSAVEL TO WS-CPF-CONTATOS
               ELSE
                   MOVE ZERO TO WS-CPF-CONTATOS
               END-IF
           END-IF.

       2400-BUSCAR-CONTATOS-CAMPANHA.
      *    Busca o primeiro e-mail e o primeiro celular do CPF em
      *    CONTATO-CLIENTE, como o extrato-cliente faz, pulando os
      *    contatos bloqueados pelo retorno da CRM. Para o menor de
      *    idade valem os contatos do responsavel legal (2350).
           MOVE SPACES TO WS-CSV-EMAIL
           MOVE SPACES TO WS-CSV-CELULAR
           MOVE "N" TO WS-FIM-CONTATOS
           PERFORM 2350-DEFINIR-CPF-CONTATOS
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
                               PERFORM 2500-GUARDAR-CONTATO-CAMPANHA
                           END-IF
       0900-FINALIZAR.
           CLOSE RELATORIO
           CLOSE CONTATO-CLIENTE
           CLOSE CONSENTIMENTO
           CLOSE VINCULO-RESPONSAVEL
           CLOSE CAMPANHA-CSV
           DISPLAY "ANIVERSARIANTES: " WS-TOTAL-ANIVERSARIANTES
               " NO MES, " WS-TOTAL-SEM-CONSENT
               " FORA DA CAMPANHA POR FALTA DE CONSENTIMENTO".
       7000-VERIFICAR-CONTROLE-EXEC.
      *    Consulta o calendario de processamento do dia: recusa rodar
      *    em duplicidade (job ja terminado OK hoje) e, quando o job
