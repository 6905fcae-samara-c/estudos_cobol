      *          e bloqueios da CRM), as ultimas operacoes de
      *          CLIENTE-LOG daquele CPF (data/hora, operador,
      *          operacao e o que mudou) e um aviso quando o CPF tem
      *          excecao de reconciliacao aguardando decisao A/R. O
      *          historico segue o cliente pelas correcoes de CPF
      *          (operacao T da trilha): entram tambem as operacoes
      *          dos CPFs ligados ao escolhido por troca de chave.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
               10  WS-HIST-DATA-HORA     PIC 9(14).
               10  WS-HIST-OPERADOR      PIC X(08).
               10  WS-HIST-OPERACAO      PIC X(01).
               10  WS-HIST-CPF           PIC 9(11).
               10  WS-HIST-ANTES-NOME    PIC X(30).
               10  WS-HIST-DEPOIS-NOME   PIC X(30).
               10  WS-HIST-ANTES-DATA    PIC 9(08).
               10  WS-HIST-DEPOIS-DATA   PIC 9(08).

       01  IDX-HIST                      PIC 9(02) COMP.

      * CPFs do mesmo cliente ligados por correcao de CPF, montados a
      * partir das operacoes T da trilha.
       01  WS-MAX-CPFS-CLIENTE           PIC 9(02) COMP VALUE 10.
       01  WS-QTD-CPFS-CLIENTE           PIC 9(02) COMP VALUE ZERO.
       01  WS-TAB-CPFS-CLIENTE.
           05  WS-CPF-CLIENTE-ENT        PIC 9(11) OCCURS 10 TIMES.
       01  IDX-CPF-CLI                   PIC 9(02) COMP.
       01  WS-CPF-PROCURADO              PIC 9(11) VALUE ZERO.
       01  WS-CPF-DO-CLIENTE             PIC X(01) VALUE "N".
           88  CPF-DO-CLIENTE                     VALUE "S".
       01  WS-CPF-ATUAL-LIGADO           PIC X(01) VALUE "N".
           88  CPF-ATUAL-LIGADO                   VALUE "S".
       01  WS-CPF-ANTERIOR-LIGADO        PIC X(01) VALUE "N".
           88  CPF-ANTERIOR-LIGADO                VALUE "S".
       01  WS-CADEIA-CRESCEU             PIC X(01) VALUE "N".
           88  CADEIA-CRESCEU                     VALUE "S".
       01  WS-OPERACAO-TEXTO             PIC X(10) VALUE SPACES.

       01  WS-LINHA-HISTORICO.
      *    operacoes do CPF e as exibe em ordem cronologica, com o
      *    que mudou em cada uma. Historico de meses ja fechados pelo
      *    arquivamento sai pelo consulta-log-arq.
           PERFORM 0541-MONTAR-CPFS-CLIENTE
           MOVE ZERO TO WS-QTD-HISTORICO
           MOVE "N" TO WS-EOF-LOG
           OPEN INPUT CLIENTE-LOG
                   AT END
                       SET FIM-LOG TO TRUE
                   NOT AT END
                       MOVE LOG-CPF TO WS-CPF-PROCURADO
                       PERFORM 0543-PROCURAR-CPF-CLIENTE
                       IF CPF-DO-CLIENTE
                           PERFORM 0545-GUARDAR-NO-HISTORICO
                       END-IF
               END-READ
                   UNTIL IDX-HIST > WS-QTD-HISTORICO
           END-IF.

       0541-MONTAR-CPFS-CLIENTE.
      *    Parte do CPF escolhido e junta os CPFs ligados a ele por
      *    troca de chave, em qualquer sentido. Como a trilha e
      *    cronologica e uma correcao pode ter sido corrigida de novo,
      *    a leitura se repete enquanto a lista cresce.
           MOVE 1 TO WS-QTD-CPFS-CLIENTE
           MOVE WS-CPF-ESCOLHIDO TO WS-CPF-CLIENTE-ENT (1)
           SET CADEIA-CRESCEU TO TRUE
           PERFORM UNTIL NOT CADEIA-CRESCEU
               MOVE "N" TO WS-CADEIA-CRESCEU
               MOVE "N" TO WS-EOF-LOG
               OPEN INPUT CLIENTE-LOG
               IF FS-LOG-INEXISTENTE
                   SET FIM-LOG TO TRUE
               END-IF
               PERFORM UNTIL FIM-LOG
                   READ CLIENTE-LOG
                       AT END
                           SET FIM-LOG TO TRUE
                       NOT AT END
                           IF LOG-TROCA-CPF
                               AND LOG-CPF-ANTERIOR NUMERIC
                               PERFORM 0542-LIGAR-TROCA-CPF
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT FS-LOG-INEXISTENTE
                   CLOSE CLIENTE-LOG
               END-IF
           END-PERFORM.

       0542-LIGAR-TROCA-CPF.
           MOVE LOG-CPF TO WS-CPF-PROCURADO
           PERFORM 0543-PROCURAR-CPF-CLIENTE
           MOVE WS-CPF-DO-CLIENTE TO WS-CPF-ATUAL-LIGADO
           MOVE LOG-CPF-ANTERIOR TO WS-CPF-PROCURADO
           PERFORM 0543-PROCURAR-CPF-CLIENTE
           MOVE WS-CPF-DO-CLIENTE TO WS-CPF-ANTERIOR-LIGADO
           IF WS-QTD-CPFS-CLIENTE < WS-MAX-CPFS-CLIENTE
               IF CPF-ATUAL-LIGADO AND NOT CPF-ANTERIOR-LIGADO
                   ADD 1 TO WS-QTD-CPFS-CLIENTE
                   MOVE LOG-CPF-ANTERIOR
                       TO WS-CPF-CLIENTE-ENT (WS-QTD-CPFS-CLIENTE)
                   SET CADEIA-CRESCEU TO TRUE
               END-IF
               IF CPF-ANTERIOR-LIGADO AND NOT CPF-ATUAL-LIGADO
                   ADD 1 TO WS-QTD-CPFS-CLIENTE
                   MOVE LOG-CPF
                       TO WS-CPF-CLIENTE-ENT (WS-QTD-CPFS-CLIENTE)
                   SET CADEIA-CRESCEU TO TRUE
               END-IF
           END-IF.

       0543-PROCURAR-CPF-CLIENTE.
           MOVE "N" TO WS-CPF-DO-CLIENTE
           PERFORM VARYING IDX-CPF-CLI FROM 1 BY 1
                   UNTIL IDX-CPF-CLI > WS-QTD-CPFS-CLIENTE
               IF WS-CPF-CLIENTE-ENT (IDX-CPF-CLI) = WS-CPF-PROCURADO
                   SET CPF-DO-CLIENTE TO TRUE
               END-IF
           END-PERFORM.

       0545-GUARDAR-NO-HISTORICO.
      *    Janela rolante: cheia, descarta a operacao mais antiga.
           IF WS-QTD-HISTORICO < WS-MAX-HISTORICO
                                       (WS-QTD-HISTORICO)
           MOVE LOG-OPERACAO    TO WS-HIST-OPERACAO
                                       (WS-QTD-HISTORICO)
           MOVE LOG-CPF         TO WS-HIST-CPF
                                       (WS-QTD-HISTORICO)
           MOVE LOG-ANTES-NOME  TO WS-HIST-ANTES-NOME
                                       (WS-QTD-HISTORICO)
           MOVE LOG-DEPOIS-NOME TO WS-HIST-DEPOIS-NOME
                   MOVE "EXCLUSAO" TO WS-OPERACAO-TEXTO
               WHEN "R"
                   MOVE "REATIVACAO" TO WS-OPERACAO-TEXTO
               WHEN "L"
                   MOVE "CONSENTIM." TO WS-OPERACAO-TEXTO
               WHEN "V"
                   MOVE "VINCULO" TO WS-OPERACAO-TEXTO
               WHEN "T"
                   MOVE "TROCA CPF" TO WS-OPERACAO-TEXTO
               WHEN OTHER
                   MOVE WS-HIST-OPERACAO (IDX-HIST)
                       TO WS-OPERACAO-TEXTO
           MOVE WS-OPERACAO-TEXTO            TO WH-OPERACAO
           MOVE WS-HIST-OPERADOR (IDX-HIST)  TO WH-OPERADOR
           DISPLAY WS-LINHA-HISTORICO
      *    Na troca de CPF o lado antes guarda o CPF errado.
           IF WS-HIST-OPERACAO (IDX-HIST) = "T"
               MOVE "CPF   " TO WM-ROTULO
               MOVE WS-HIST-ANTES-NOME (IDX-HIST) (1:11) TO WM-ANTES
               MOVE WS-HIST-CPF (IDX-HIST)               TO WM-DEPOIS
               DISPLAY WS-LINHA-MUDANCA
           ELSE
               PERFORM 0555-EXIBIR-MUDANCAS
           END-IF.

       0555-EXIBIR-MUDANCAS.
           IF WS-HIST-ANTES-NOME (IDX-HIST)
               NOT = WS-HIST-DEPOIS-NOME (IDX-HIST)
               MOVE "NOME  " TO WM-ROTULO
