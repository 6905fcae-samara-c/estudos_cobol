      *          LOG-DATA-HORA informados pelo operador. Imprime o
      *          historico legivel das operacoes I/A/E com as imagens
      *          LOG-ANTES e LOG-DEPOIS lado a lado, destacando com
      *          "*" os campos que mudaram. Com filtro de CPF, o
      *          relatorio segue o cliente pelas correcoes de CPF
      *          (operacao T): entram as operacoes de todos os CPFs
      *          ligados ao informado por troca de chave, e a troca
      *          imprime o CPF errado e o correto lado a lado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
       01  WS-FILTRO-DATA-INI            PIC 9(14) VALUE ZERO.
       01  WS-FILTRO-DATA-FIM            PIC 9(14) VALUE ZERO.

      *-----------------------------------------------------------------
      * CPFs do mesmo cliente ligados ao CPF do filtro por correcao de
      * CPF, montados a partir das operacoes T da trilha.
      *-----------------------------------------------------------------
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

       01  WS-REGISTRO-PASSA             PIC X(01) VALUE "N".
           88  REGISTRO-PASSA                     VALUE "S".


       0000-MAIN.
           PERFORM 0100-LER-FILTROS
           IF WS-FILTRO-CPF NOT = ZERO
               PERFORM 0150-MONTAR-CPFS-CLIENTE
           END-IF
           PERFORM 0200-INICIALIZAR
           PERFORM UNTIL FIM-LOG
               READ CLIENTE-LOG
               "SEM LIMITE): " WITH NO ADVANCING
           ACCEPT WS-FILTRO-DATA-FIM FROM CONSOLE.

       0150-MONTAR-CPFS-CLIENTE.
      *    Parte do CPF do filtro e junta os CPFs ligados a ele por
      *    troca de chave, em qualquer sentido. A leitura da trilha se
      *    repete enquanto a lista cresce, para pegar correcoes de
      *    correcoes.
           MOVE 1 TO WS-QTD-CPFS-CLIENTE
           MOVE WS-FILTRO-CPF TO WS-CPF-CLIENTE-ENT (1)
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
                               PERFORM 0160-LIGAR-TROCA-CPF
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT FS-LOG-INEXISTENTE
                   CLOSE CLIENTE-LOG
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-LOG.

       0160-LIGAR-TROCA-CPF.
           MOVE LOG-CPF TO WS-CPF-PROCURADO
           PERFORM 0170-PROCURAR-CPF-CLIENTE
           MOVE WS-CPF-DO-CLIENTE TO WS-CPF-ATUAL-LIGADO
           MOVE LOG-CPF-ANTERIOR TO WS-CPF-PROCURADO
           PERFORM 0170-PROCURAR-CPF-CLIENTE
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

       0170-PROCURAR-CPF-CLIENTE.
           MOVE "N" TO WS-CPF-DO-CLIENTE
           PERFORM VARYING IDX-CPF-CLI FROM 1 BY 1
                   UNTIL IDX-CPF-CLI > WS-QTD-CPFS-CLIENTE
               IF WS-CPF-CLIENTE-ENT (IDX-CPF-CLI) = WS-CPF-PROCURADO
                   SET CPF-DO-CLIENTE TO TRUE
               END-IF
           END-PERFORM.

       0200-INICIALIZAR.
      *    Se a trilha ainda nao existir, produz um relatorio vazio
      *    em vez de abortar.
       0300-FILTRAR-REGISTRO.
           SET REGISTRO-PASSA TO TRUE
           IF WS-FILTRO-CPF NOT = ZERO
               MOVE LOG-CPF TO WS-CPF-PROCURADO
               PERFORM 0170-PROCURAR-CPF-CLIENTE
               IF NOT CPF-DO-CLIENTE
                   MOVE "N" TO WS-REGISTRO-PASSA
               END-IF
           END-IF
           IF WS-FILTRO-OPERADOR NOT = SPACES
               AND LOG-OPERADOR NOT = WS-FILTRO-OPERADOR
                   MOVE "EXCLUSAO" TO WS-OPERACAO-TEXTO
               WHEN LOG-REATIVACAO
                   MOVE "REATIVACAO" TO WS-OPERACAO-TEXTO
               WHEN LOG-CONSENTIMENTO
                   MOVE "CONSENTIM." TO WS-OPERACAO-TEXTO
               WHEN LOG-VINCULO
                   MOVE "VINCULO" TO WS-OPERACAO-TEXTO
               WHEN LOG-TROCA-CPF
                   MOVE "TROCA CPF" TO WS-OPERACAO-TEXTO
               WHEN OTHER
                   MOVE LOG-OPERACAO TO WS-OPERACAO-TEXTO
           END-EVALUATE
           MOVE LOG-CPF              TO WO-CPF
           WRITE LINHA-RELATORIO FROM SPACES
           WRITE LINHA-RELATORIO FROM WS-LINHA-OPERACAO
      *    Na troca de CPF o lado antes guarda o CPF errado, e a imagem
      *    do cliente nao muda.
           IF LOG-TROCA-CPF
               PERFORM 0700-IMPRIMIR-TROCA-CPF
           ELSE
               PERFORM 0500-IMPRIMIR-NOME
               PERFORM 0600-IMPRIMIR-DATA-NASC
           END-IF.

       0450-FORMATAR-DATA-HORA.
           MOVE LOG-DATA-HORA (7:2)  TO WH-DIA
           END-IF
           WRITE LINHA-RELATORIO FROM WS-LINHA-CAMPO.

       0700-IMPRIMIR-TROCA-CPF.
           MOVE "CPF"            TO WC-ROTULO
           MOVE LOG-CPF-ANTERIOR TO WC-ANTES
           MOVE LOG-CPF          TO WC-DEPOIS
           MOVE "* MUDOU"        TO WC-MUDOU
           WRITE LINHA-RELATORIO FROM WS-LINHA-CAMPO
           MOVE "NOME"           TO WC-ROTULO
           MOVE SPACES           TO WC-ANTES
           MOVE LOG-DEPOIS-NOME  TO WC-DEPOIS
           MOVE SPACES           TO WC-MUDOU
           WRITE LINHA-RELATORIO FROM WS-LINHA-CAMPO.

       0900-FINALIZAR.
           WRITE LINHA-RELATORIO FROM SPACES
           MOVE SPACES TO LINHA-RELATORIO
