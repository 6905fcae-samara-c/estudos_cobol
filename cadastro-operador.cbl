      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de operadores (data/operador.
      *          dat, indexado pelo codigo do operador): inclusao,
      *          alteracao de nome, filial e perfil de acesso, bloqueio
      *          e liberacao. O perfil libera a manutencao de clientes
      *          (inclusao/alteracao e contatos), a exclusao logica e
      *          reativacao, e as rotinas sensiveis. So operador ativo
      *          com permissao de rotina sensivel mantem o cadastro.
      *          Enquanto o arquivo nao existir, a execucao e a
      *          implantacao do cadastro: so e aceita a inclusao de um
      *          operador com permissao de rotina sensivel, e o arquivo
      *          so e criado quando essa inclusao e gravada. Toda
      *          inclusao, alteracao, bloqueio e liberacao vai para a
      *          trilha data/operador-log.dat com o operador
      *          responsavel, a data/hora e a imagem antes/depois.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
       PROGRAM-ID. cadastro-operador.

       ENVIRONMENT                                 DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "data/operador.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.

           SELECT OPERADOR-LOG ASSIGN TO "data/operador-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

       DATA                                        DIVISION.
       FILE SECTION.
       FD  OPERADORES.
           COPY OPERADOR.

       FD  OPERADOR-LOG.
           COPY OPERADOR-LOG.

       WORKING-STORAGE SECTION.
      * Tipo de operacao da transacao corrente; "F" encerra.
       01  WS-TIPO-OPERACAO              PIC X(01) VALUE SPACE.
           88  OP-INCLUSAO                       VALUE "I".
           88  OP-ALTERACAO                       VALUE "A".
           88  OP-BLOQUEIO                        VALUE "B".
           88  OP-LIBERACAO                       VALUE "L".
           88  FIM-TRANSACOES                     VALUE "F".

      * Dados do operador digitados na transacao, na mesma forma do
      * registro do cadastro.
       COPY OPERADOR REPLACING OPERADOR-REG BY WS-OPERADOR-CAD.

      * Imagem do operador antes da manutencao, para a trilha.
       COPY OPERADOR REPLACING OPERADOR-REG BY WS-OPERADOR-ANTES.

       01  WS-FS-LOG                     PIC X(02).
           88  FS-LOG-OK                        VALUE "00".

      * Operador responsavel pela manutencao do cadastro.
       01  WS-OPERADOR                   PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * Conferencia do operador responsavel no cadastro de operadores:
      * precisa existir, estar ativo e ter no perfil a permissao de
      * rotina sensivel.
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

      * Implantacao: o cadastro ainda nao existe e so a inclusao do
      * primeiro operador com rotina sensivel e aceita.
       01  WS-IMPLANTACAO                PIC X(01) VALUE "N".
           88  IMPLANTACAO-CADASTRO               VALUE "S".

      *=================================================================
       PROCEDURE                                   DIVISION.

       0000-MAIN.
           PERFORM 0050-IDENTIFICAR-RESPONSAVEL
           IF OPERADOR-AUTORIZADO
               PERFORM 0100-ABRIR-CADASTRO
               PERFORM 0150-LER-TRANSACAO
               PERFORM UNTIL FIM-TRANSACOES
                   EVALUATE TRUE
                       WHEN IMPLANTACAO-CADASTRO
                           PERFORM 0250-IMPLANTAR-CADASTRO
                       WHEN OP-INCLUSAO
                           PERFORM 0200-INCLUIR-OPERADOR
                       WHEN OP-ALTERACAO
                           PERFORM 0300-ALTERAR-OPERADOR
                       WHEN OP-BLOQUEIO
                       WHEN OP-LIBERACAO
                           PERFORM 0400-MUDAR-SITUACAO
                       WHEN OTHER
                           DISPLAY "OPERACAO INVALIDA: "
                               WS-TIPO-OPERACAO
                   END-EVALUATE
                   PERFORM 0150-LER-TRANSACAO
               END-PERFORM
               IF IMPLANTACAO-CADASTRO
                   DISPLAY "CADASTRO DE OPERADORES NAO IMPLANTADO"
               ELSE
                   CLOSE OPERADORES
               END-IF
           END-IF
           STOP RUN.

       0050-IDENTIFICAR-RESPONSAVEL.
      *    Sem o arquivo de operadores ainda criado, a execucao e a
      *    implantacao do cadastro e o responsavel nao tem como ser
      *    conferido; a implantacao fica restrita a inclusao do
      *    primeiro operador com rotina sensivel.
           DISPLAY "OPERADOR RESPONSAVEL: " WITH NO ADVANCING
           ACCEPT WS-OPERADOR FROM CONSOLE
           SET EXIGE-ROTINA-SENSIVEL TO TRUE
           PERFORM 8000-VERIFICAR-OPERADOR
           IF FS-OPERADOR-INEXISTENTE
               SET OPERADOR-AUTORIZADO TO TRUE
               SET IMPLANTACAO-CADASTRO TO TRUE
               DISPLAY "CADASTRO DE OPERADORES INEXISTENTE - "
                   "IMPLANTACAO INICIAL: INCLUIR O PRIMEIRO OPERADOR "
                   "COM PERMISSAO DE ROTINAS SENSIVEIS"
           END-IF
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "CADASTRO-OPERADOR: OPERADOR " WS-OPERADOR
                   " RECUSADO - " WS-MOTIVO-OPERADOR
           END-IF.

       0100-ABRIR-CADASTRO.
      *    Na implantacao o arquivo so e criado pela primeira inclusao
      *    (0250).
           IF NOT IMPLANTACAO-CADASTRO
               OPEN I-O OPERADORES
           END-IF.

       0150-LER-TRANSACAO.
      *    Le do console uma transacao por vez: tipo de operacao,
      *    codigo do operador e, para inclusao/alteracao, nome, filial
      *    e as tres permissoes do perfil (S/N).
           DISPLAY "OPERACAO (I-INCLUSAO A-ALTERACAO B-BLOQUEIO "
               "L-LIBERACAO F-FIM): " WITH NO ADVANCING
           ACCEPT WS-TIPO-OPERACAO FROM CONSOLE
           IF NOT FIM-TRANSACOES
               INITIALIZE WS-OPERADOR-CAD
               DISPLAY "CODIGO DO OPERADOR: " WITH NO ADVANCING
               ACCEPT OPER-CODIGO OF WS-OPERADOR-CAD FROM CONSOLE
               IF OP-INCLUSAO OR OP-ALTERACAO
                   DISPLAY "NOME: " WITH NO ADVANCING
                   ACCEPT OPER-NOME OF WS-OPERADOR-CAD FROM CONSOLE
                   DISPLAY "FILIAL: " WITH NO ADVANCING
                   ACCEPT OPER-FILIAL OF WS-OPERADOR-CAD FROM CONSOLE
                   DISPLAY "PERMITE INCLUSAO/ALTERACAO (S/N): "
                       WITH NO ADVANCING
                   ACCEPT OPER-PERM-MANUTENCAO OF WS-OPERADOR-CAD
                       FROM CONSOLE
                   DISPLAY "PERMITE EXCLUSAO LOGICA/REATIVACAO (S/N): "
                       WITH NO ADVANCING
                   ACCEPT OPER-PERM-INATIVACAO OF WS-OPERADOR-CAD
                       FROM CONSOLE
                   DISPLAY "PERMITE ROTINAS SENSIVEIS (S/N): "
                       WITH NO ADVANCING
                   ACCEPT OPER-PERM-ROTINAS OF WS-OPERADOR-CAD
                       FROM CONSOLE
                   PERFORM 0180-NORMALIZAR-PERFIL
               END-IF
           END-IF.

       0180-NORMALIZAR-PERFIL.
      *    Qualquer resposta diferente de "S" nega a permissao.
           IF NOT PERFIL-MANUTENCAO OF WS-OPERADOR-CAD
               MOVE "N" TO OPER-PERM-MANUTENCAO OF WS-OPERADOR-CAD
           END-IF
           IF NOT PERFIL-INATIVACAO OF WS-OPERADOR-CAD
               MOVE "N" TO OPER-PERM-INATIVACAO OF WS-OPERADOR-CAD
           END-IF
           IF NOT PERFIL-ROTINA-SENSIVEL OF WS-OPERADOR-CAD
               MOVE "N" TO OPER-PERM-ROTINAS OF WS-OPERADOR-CAD
           END-IF.

       0200-INCLUIR-OPERADOR.
           SET OPER-ATIVO OF WS-OPERADOR-CAD TO TRUE
           INITIALIZE WS-OPERADOR-ANTES
           MOVE WS-OPERADOR-CAD TO OPERADOR-REG
           WRITE OPERADOR-REG
               INVALID KEY
                   DISPLAY "OPERADOR " OPER-CODIGO OF WS-OPERADOR-CAD
                       " JA CADASTRADO"
               NOT INVALID KEY
                   PERFORM 6000-GRAVAR-LOG-OPERADOR
                   DISPLAY "OPERADOR INCLUIDO"
           END-WRITE.

       0250-IMPLANTAR-CADASTRO.
      *    Cria o cadastro com o primeiro operador, que precisa poder
      *    manter o proprio cadastro (rotina sensivel). Qualquer outra
      *    transacao e recusada e o arquivo continua inexistente.
           IF NOT OP-INCLUSAO
               DISPLAY "IMPLANTACAO DO CADASTRO: SO E ACEITA A "
                   "INCLUSAO DO PRIMEIRO OPERADOR"
           ELSE
               IF NOT PERFIL-ROTINA-SENSIVEL OF WS-OPERADOR-CAD
                   DISPLAY "IMPLANTACAO DO CADASTRO: O PRIMEIRO "
                       "OPERADOR PRECISA TER PERMISSAO DE ROTINAS "
                       "SENSIVEIS"
               ELSE
                   OPEN OUTPUT OPERADORES
                   CLOSE OPERADORES
                   OPEN I-O OPERADORES
                   MOVE "N" TO WS-IMPLANTACAO
                   PERFORM 0200-INCLUIR-OPERADOR
               END-IF
           END-IF.

       0300-ALTERAR-OPERADOR.
      *    A alteracao troca nome, filial e perfil; a situacao so muda
      *    pelo bloqueio/liberacao.
           MOVE OPER-CODIGO OF WS-OPERADOR-CAD
               TO OPER-CODIGO OF OPERADOR-REG
           READ OPERADORES
               KEY IS OPER-CODIGO OF OPERADOR-REG
               INVALID KEY
                   DISPLAY "OPERADOR " OPER-CODIGO OF WS-OPERADOR-CAD
                       " NAO CADASTRADO"
               NOT INVALID KEY
                   MOVE OPERADOR-REG TO WS-OPERADOR-ANTES
                   MOVE OPER-NOME OF WS-OPERADOR-CAD
                       TO OPER-NOME OF OPERADOR-REG
                   MOVE OPER-FILIAL OF WS-OPERADOR-CAD
                       TO OPER-FILIAL OF OPERADOR-REG
                   MOVE OPER-PERFIL OF WS-OPERADOR-CAD
                       TO OPER-PERFIL OF OPERADOR-REG
                   REWRITE OPERADOR-REG
                       INVALID KEY
                           DISPLAY "OPERADOR "
                               OPER-CODIGO OF WS-OPERADOR-CAD
                               " NAO PODE SER ALTERADO"
                       NOT INVALID KEY
                           PERFORM 6000-GRAVAR-LOG-OPERADOR
                           DISPLAY "OPERADOR ALTERADO"
                   END-REWRITE
           END-READ.

       0400-MUDAR-SITUACAO.
           MOVE OPER-CODIGO OF WS-OPERADOR-CAD
               TO OPER-CODIGO OF OPERADOR-REG
           READ OPERADORES
               KEY IS OPER-CODIGO OF OPERADOR-REG
               INVALID KEY
                   DISPLAY "OPERADOR " OPER-CODIGO OF WS-OPERADOR-CAD
                       " NAO CADASTRADO"
               NOT INVALID KEY
                   MOVE OPERADOR-REG TO WS-OPERADOR-ANTES
                   IF OP-BLOQUEIO
                       SET OPER-BLOQUEADO OF OPERADOR-REG TO TRUE
                   ELSE
                       SET OPER-ATIVO OF OPERADOR-REG TO TRUE
                   END-IF
                   REWRITE OPERADOR-REG
                       INVALID KEY
                           DISPLAY "OPERADOR "
                               OPER-CODIGO OF WS-OPERADOR-CAD
                               " NAO PODE TER A SITUACAO ALTERADA"
                       NOT INVALID KEY
                           PERFORM 6000-GRAVAR-LOG-OPERADOR
                           IF OP-BLOQUEIO
                               DISPLAY "OPERADOR BLOQUEADO"
                           ELSE
                               DISPLAY "OPERADOR LIBERADO"
                           END-IF
                   END-REWRITE
           END-READ.

       6000-GRAVAR-LOG-OPERADOR.
      *    Grava em OPERADOR-LOG o operador responsavel, a data/hora e
      *    a imagem antes (WS-OPERADOR-ANTES) e depois (OPERADOR-REG)
      *    de toda manutencao gravada no cadastro.
           OPEN EXTEND OPERADOR-LOG
           IF NOT FS-LOG-OK
               OPEN OUTPUT OPERADOR-LOG
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO OPLOG-DATA-HORA
           MOVE WS-OPERADOR                   TO OPLOG-OPERADOR
           MOVE WS-TIPO-OPERACAO              TO OPLOG-OPERACAO
           MOVE OPER-CODIGO OF OPERADOR-REG   TO OPLOG-CODIGO

           MOVE OPER-NOME OF WS-OPERADOR-ANTES     TO OPLOG-ANTES-NOME
           MOVE OPER-FILIAL OF WS-OPERADOR-ANTES   TO OPLOG-ANTES-FILIAL
           MOVE OPER-SITUACAO OF WS-OPERADOR-ANTES
               TO OPLOG-ANTES-SITUACAO
           MOVE OPER-PERFIL OF WS-OPERADOR-ANTES   TO OPLOG-ANTES-PERFIL

           MOVE OPER-NOME OF OPERADOR-REG       TO OPLOG-DEPOIS-NOME
           MOVE OPER-FILIAL OF OPERADOR-REG     TO OPLOG-DEPOIS-FILIAL
           MOVE OPER-SITUACAO OF OPERADOR-REG   TO OPLOG-DEPOIS-SITUACAO
           MOVE OPER-PERFIL OF OPERADOR-REG     TO OPLOG-DEPOIS-PERFIL

           WRITE OPLOG-REG
           CLOSE OPERADOR-LOG.

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
               MOVE WS-OPERADOR TO OPER-CODIGO OF OPERADOR-REG
               READ OPERADORES
                   KEY IS OPER-CODIGO OF OPERADOR-REG
                   INVALID KEY
                       MOVE "OPERADOR NAO CADASTRADO"
                           TO WS-MOTIVO-OPERADOR
                   NOT INVALID KEY
                       PERFORM 8010-CONFERIR-PERFIL
               END-READ
               CLOSE OPERADORES
           END-IF.

       8010-CONFERIR-PERFIL.
           IF NOT OPER-ATIVO OF OPERADOR-REG
               MOVE "OPERADOR BLOQUEADO" TO WS-MOTIVO-OPERADOR
           ELSE
               IF (EXIGE-MANUTENCAO
                       AND PERFIL-MANUTENCAO OF OPERADOR-REG)
                   OR (EXIGE-INATIVACAO
                       AND PERFIL-INATIVACAO OF OPERADOR-REG)
                   OR (EXIGE-ROTINA-SENSIVEL
                       AND PERFIL-ROTINA-SENSIVEL OF OPERADOR-REG)
                   SET OPERADOR-AUTORIZADO TO TRUE
               ELSE
                   MOVE "OPERADOR SEM PERMISSAO PARA A ROTINA"
                       TO WS-MOTIVO-OPERADOR
               END-IF
           END-IF.
