      *          em CONTATO-CLIENTE para o sobrevivente (renumerando
      *          CONTATO-SEQ na sequencia do sobrevivente), o perdedor
      *          e inativado com motivo proprio de fusao e a operacao
      *          fica registrada em CLIENTE-LOG. So operador ativo com
      *          permissao de rotina sensivel no cadastro de operadores
      *          pode executar a fusao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT OPERADORES ASSIGN TO "data/operador.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.

       DATA                                        DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       FD  CLIENTE-LOG.
           COPY CLIENTE-LOG.

       FD  OPERADORES.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01  WS-FS-CLIENTE                PIC X(02).
           88  FS-OK                            VALUE "00".

       01  WS-OPERADOR                   PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * Conferencia do operador no cadastro de operadores: precisa
      * existir, estar ativo e ter no perfil a permissao exigida pela
      * rotina.
      *-----------------------------------------------------------------
       01  WS-FS-OPERADOR               PIC X(02).
           88  FS-OPERADOR-OK                   VALUE "00".
           88  FS-OPERADOR-INEXISTENTE          VALUE "35".

       01  WS-PERMISSAO-EXIGIDA          PIC X(01) VALUE SPACE.
           88  EXIGE-MANUTENCAO                   VALUE "M".
           88  EXIGE-INATIVACAO                   VALUE "I".
           88  EXIGE-ROTINA-SENSIVEL              VALUE "S".

       01  WS-OPERADOR-AUTORIZADO        PIC X(01) VALUE "N".
           88  OPERADOR-AUTORIZADO                VALUE "S".

       01  WS-MOTIVO-OPERADOR            PIC X(40) VALUE SPACES.

      * CPFs informados pelo operador; CPF perdedor zero encerra.
       01  WS-CPF-PERDEDOR               PIC 9(11) VALUE ZERO.
           88  FIM-FUSOES                        VALUE ZERO.
               10  WS-CONT-SITUACAO      PIC X(01).
               10  WS-CONT-DATA-BLOQ     PIC X(08).
               10  WS-CONT-ORIGEM-BLOQ   PIC X(08).
               10  WS-CONT-ENDERECO      PIC X(136).

       01  IDX-CONT                      PIC 9(03) COMP.

           PERFORM 0100-ABRIR-ARQUIVOS
           DISPLAY "OPERADOR: " WITH NO ADVANCING
           ACCEPT WS-OPERADOR FROM CONSOLE
           SET EXIGE-ROTINA-SENSIVEL TO TRUE
           PERFORM 8000-VERIFICAR-OPERADOR
           IF OPERADOR-AUTORIZADO
               PERFORM 0150-LER-PAR-FUSAO
               PERFORM UNTIL FIM-FUSOES
                   PERFORM 0200-VALIDAR-PAR
                   IF FUSAO-LIBERADA
                       PERFORM 0300-EXECUTAR-FUSAO
                   END-IF
                   PERFORM 0150-LER-PAR-FUSAO
               END-PERFORM
           ELSE
               DISPLAY "FUSAO-CLIENTES: OPERADOR " WS-OPERADOR
                   " RECUSADO - " WS-MOTIVO-OPERADOR
           END-IF
           PERFORM 0900-FECHAR-ARQUIVOS
           STOP RUN.

                           MOVE CONTATO-ORIGEM-BLOQUEIO
                               TO WS-CONT-ORIGEM-BLOQ
                                   (WS-QTD-CONTATOS)
                           MOVE CONTATO-END-ESTRUTURADO
                               TO WS-CONT-ENDERECO (WS-QTD-CONTATOS)
                       ELSE
                           SET FIM-VARRE-CONTATOS TO TRUE
                       END-IF
                   TO CONTATO-DATA-BLOQUEIO
               MOVE WS-CONT-ORIGEM-BLOQ (IDX-CONT)
                   TO CONTATO-ORIGEM-BLOQUEIO
               MOVE WS-CONT-ENDERECO (IDX-CONT)
                   TO CONTATO-END-ESTRUTURADO
               WRITE CONTATO-REG
               MOVE WS-CPF-PERDEDOR         TO CONTATO-CPF
               MOVE WS-CONT-SEQ (IDX-CONT)  TO CONTATO-SEQ

           WRITE LOG-REG
           CLOSE CLIENTE-LOG.

       8000-VERIFICAR-OPERADOR.
      *    Confere o operador informado no cadastro de operadores: ele
      *    precisa existir, estar ativo e ter no perfil a permissao
      *    exigida (WS-PERMISSAO-EXIGIDA). Sem cadastro de operadores,
      *    todo operador e tratado como desconhecido.
           MOVE "N" TO WS-OPERADOR-AUTORIZADO
           MOVE SPACES TO WS-MOTIVO-OPERADOR
           OPEN INPUT OPERADORES
           IF FS-OPERADOR-INEXISTENTE
               MOVE "OPERADOR NAO CADASTRADO" TO WS-MOTIVO-OPERADOR
           ELSE
               MOVE WS-OPERADOR TO OPER-CODIGO
               READ OPERADORES
                   KEY IS OPER-CODIGO
                   INVALID KEY
                       MOVE "OPERADOR NAO CADASTRADO"
                           TO WS-MOTIVO-OPERADOR
                   NOT INVALID KEY
                       PERFORM 8010-CONFERIR-PERFIL
               END-READ
               CLOSE OPERADORES
           END-IF.

       8010-CONFERIR-PERFIL.
           IF NOT OPER-ATIVO
               MOVE "OPERADOR BLOQUEADO" TO WS-MOTIVO-OPERADOR
           ELSE
               IF (EXIGE-MANUTENCAO AND PERFIL-MANUTENCAO)
                   OR (EXIGE-INATIVACAO AND PERFIL-INATIVACAO)
                   OR (EXIGE-ROTINA-SENSIVEL AND PERFIL-ROTINA-SENSIVEL)
                   SET OPERADOR-AUTORIZADO TO TRUE
               ELSE
                   MOVE "OPERADOR SEM PERMISSAO PARA A ROTINA"
                       TO WS-MOTIVO-OPERADOR
               END-IF
           END-IF.
