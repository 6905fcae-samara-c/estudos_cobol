      *          da janela sao desfeitas em ordem inversa: alteracoes
      *          voltam para a imagem-antes e inclusoes sao removidas.
      *          Cada estorno grava sua propria trilha em CLIENTE-LOG
      *          com o operador responsavel, mantendo tudo auditavel;
      *          so operador ativo com permissao de rotina sensivel no
      *          cadastro de operadores pode executar o estorno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GRADE.

           SELECT OPERADORES ASSIGN TO "data/operador.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.

       DATA                                        DIVISION.
       FILE SECTION.
       FD  CLIENTE-LOG.
       FD  GRADE-JOBS.
           COPY GRADE-JOB.

       FD  OPERADORES.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01  WS-FS-LOG                    PIC X(02).
           88  FS-LOG-OK                        VALUE "00".
       01  WS-JANELA-FIM                 PIC 9(14) VALUE ZERO.

      * Operador da carga em lote cujas operacoes serao desfeitas e
      * operador responsavel pelo estorno, informado na execucao e
      * gravado na trilha do proprio estorno.
       01  WS-OPERADOR-CARGA             PIC X(08) VALUE "LOTE001".
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

       01  WS-TOTAL-SELECIONADOS         PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-ALT-DESFEITAS        PIC 9(07) VALUE ZERO.
       0000-MAIN.
           PERFORM 7000-VERIFICAR-CONTROLE-EXEC
           IF EXEC-LIBERADO
               PERFORM 0050-IDENTIFICAR-OPERADOR
               IF OPERADOR-AUTORIZADO
                   PERFORM 7100-REGISTRAR-INICIO-EXEC
                   PERFORM 0001-PROCESSAR
                   PERFORM 7200-REGISTRAR-FIM-EXEC
               ELSE
                   CLOSE CONTROLE-EXEC
               END-IF
           END-IF
           GOBACK.

               OUTPUT PROCEDURE IS 2000-DESFAZER-OPERACOES
           PERFORM 0900-FINALIZAR.

       0050-IDENTIFICAR-OPERADOR.
      *    Operador recusado nao chega a registrar o inicio do job no
      *    CONTROLE-EXEC: o estorno simplesmente nao roda.
           DISPLAY "OPERADOR RESPONSAVEL PELO ESTORNO: "
               WITH NO ADVANCING
           ACCEPT WS-OPERADOR FROM CONSOLE
           SET EXIGE-ROTINA-SENSIVEL TO TRUE
           PERFORM 8000-VERIFICAR-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "ESTORNO-CARGA: OPERADOR " WS-OPERADOR
                   " RECUSADO - " WS-MOTIVO-OPERADOR
           END-IF.

       0100-LER-JANELA.
           DISPLAY "INICIO DA JANELA DA CARGA AAAAMMDDHHMMSS: "
               WITH NO ADVANCING

       6000-GRAVAR-LOG-AUDITORIA.
      *    Grava em CLIENTE-LOG a trilha do proprio estorno, com o
      *    operador responsavel - imagem antes (registro estornado) e
      *    depois (registro restaurado ou vazio na remocao).
           OPEN EXTEND CLIENTE-LOG
           IF NOT FS-LOG-OK
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO LOG-DATA-HORA
           MOVE WS-OPERADOR             TO LOG-OPERADOR
           MOVE WS-TIPO-OPERACAO        TO LOG-OPERACAO
           MOVE WRK-EST-CPF             TO LOG-CPF

                   WRITE EXEC-REG
           END-REWRITE
           CLOSE CONTROLE-EXEC.

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
