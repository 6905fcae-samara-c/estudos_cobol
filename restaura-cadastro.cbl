      *          CODIGO-CLIENTE em branco (a trilha nao guarda o
      *          codigo) e sao apontadas depois pelo verifica-master;
      *          contatos voltam ao estado do backup, pois a trilha
      *          nao cobre contatos. A correcao de CPF (operacao T) e
      *          reaplicada movendo o registro do master, com codigo e
      *          situacao, e os contatos do CPF errado para o CPF
      *          correto. Um relatorio da restauracao e
      *          emitido para conferencia. So operador ativo com
      *          permissao de rotina sensivel no cadastro de operadores
      *          pode executar a restauracao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT OPERADORES ASSIGN TO "data/operador.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.

       DATA                                        DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       FD  RELATORIO.
       01  LINHA-RELATORIO                 PIC X(80).

       FD  OPERADORES.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01  WS-FS-CLIENTE                PIC X(02).
           88  FS-OK                            VALUE "00".
       01  WS-EOF-TRILHA                 PIC X(01) VALUE "N".
           88  FIM-TRILHA                        VALUE "S".

      *-----------------------------------------------------------------
      * Operador responsavel pela restauracao, informado na execucao e
      * conferido no cadastro de operadores: precisa
      * existir, estar ativo e ter no perfil a permissao exigida pela
      * rotina.
      *-----------------------------------------------------------------
       01  WS-OPERADOR                   PIC X(08) VALUE SPACES.

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

      * Geracao escolhida e ponto-no-tempo informados pelo operador;
      * ponto zero reaplica a trilha ate o fim.
       01  WS-STAMP-GERACAO              PIC 9(14) VALUE ZERO.
       01  WS-TOTAL-ALTERACOES           PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-EXCLUSOES            PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-REATIVACOES          PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-TROCAS-CPF           PIC 9(07) VALUE ZERO.

       01  WS-EOF-CONTATO                PIC X(01) VALUE "N".
           88  FIM-CONTATO                       VALUE "S".

       01  WS-LINHA-CONTAGEM.
           05  WC-ROTULO                PIC X(42).
       PROCEDURE                                   DIVISION.

       0000-MAIN.
           PERFORM 0050-IDENTIFICAR-OPERADOR
           IF OPERADOR-AUTORIZADO
               PERFORM 0100-LER-PARAMETROS
               PERFORM 0150-VERIFICAR-GERACAO
               IF GERACAO-COMPLETA
                   PERFORM 0180-ABRIR-RELATORIO
                   PERFORM 0200-RECONSTRUIR-MASTER
                   PERFORM 0300-RECONSTRUIR-CONTATOS
                   PERFORM 0400-RECONSTRUIR-CONTADOR
                   PERFORM 0500-REAPLICAR-TRILHA
                   PERFORM 0900-FINALIZAR
               ELSE
                   DISPLAY "RESTAURA-CADASTRO: GERACAO "
                       WS-STAMP-GERACAO " INCOMPLETA OU INEXISTENTE - "
                       "RESTAURACAO NAO EXECUTADA"
               END-IF
           END-IF
           STOP RUN.

       0050-IDENTIFICAR-OPERADOR.
           DISPLAY "OPERADOR RESPONSAVEL PELA RESTAURACAO: "
               WITH NO ADVANCING
           ACCEPT WS-OPERADOR FROM CONSOLE
           SET EXIGE-ROTINA-SENSIVEL TO TRUE
           PERFORM 8000-VERIFICAR-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "RESTAURA-CADASTRO: OPERADOR " WS-OPERADOR
                   " RECUSADO - " WS-MOTIVO-OPERADOR
                   " - RESTAURACAO NAO EXECUTADA"
           END-IF.

       0100-LER-PARAMETROS.
           DISPLAY "GERACAO DO BACKUP AAAAMMDDHHMMSS (VER "
               "data/backup-geracoes.dat): " WITH NO ADVANCING
           END-STRING
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "OPERADOR RESPONSAVEL: " DELIMITED BY SIZE
                  WS-OPERADOR              DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTATOS RESTAURADOS AO ESTADO DO BACKUP"
                       DELIMITED BY SIZE
                  " (TRILHA NAO COBRE CONTATOS)" DELIMITED BY SIZE
      *    competencia do backup ate a corrente (arquiva-log), depois
      *    o cliente-log.dat ativo.
           OPEN I-O CLIENTE-MASTER
           OPEN I-O CONTATO-CLIENTE
           MOVE FUNCTION CURRENT-DATE (1:6)
               TO WS-COMPETENCIA-CORRENTE
           MOVE WS-STAMP-GERACAO (1:4) TO WS-COMP-ANO
           END-PERFORM
           MOVE "data/cliente-log.dat" TO WS-NOME-TRILHA
           PERFORM 0550-PROCESSAR-ARQUIVO-TRILHA
           CLOSE CONTATO-CLIENTE
           CLOSE CLIENTE-MASTER.

       0550-PROCESSAR-ARQUIVO-TRILHA.
               WHEN LOG-REATIVACAO
                   ADD 1 TO WS-TOTAL-REATIVACOES
                   PERFORM 0750-APLICAR-REATIVACAO
               WHEN LOG-TROCA-CPF
                   ADD 1 TO WS-TOTAL-TROCAS-CPF
                   PERFORM 0770-APLICAR-TROCA-CPF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   REWRITE CLIENTE-REG
           END-READ.

       0770-APLICAR-TROCA-CPF.
      *    Correcao de CPF: o registro do CPF errado passa para o CPF
      *    correto com codigo e situacao, e os contatos vao junto.
           IF LOG-CPF-ANTERIOR NUMERIC
               MOVE LOG-CPF-ANTERIOR TO CPF-CLIENTE OF CLIENTE-REG
               READ CLIENTE-MASTER
                   KEY IS CPF-CLIENTE OF CLIENTE-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE CLIENTE-MASTER
                       MOVE LOG-CPF TO CPF-CLIENTE OF CLIENTE-REG
                       WRITE CLIENTE-REG
                           INVALID KEY
                               REWRITE CLIENTE-REG
                       END-WRITE
               END-READ
               PERFORM 0780-MOVER-CONTATOS-TROCA
           END-IF.

       0780-MOVER-CONTATOS-TROCA.
      *    Reposiciona a cada contato movido, pois o registro gravado
      *    com o CPF correto altera a ordem da leitura.
           MOVE "N" TO WS-EOF-CONTATO
           PERFORM UNTIL FIM-CONTATO
               MOVE LOG-CPF-ANTERIOR TO CONTATO-CPF OF CONTATO-REG
               MOVE ZERO             TO CONTATO-SEQ OF CONTATO-REG
               START CONTATO-CLIENTE
                   KEY IS NOT LESS THAN CONTATO-CHAVE OF CONTATO-REG
                   INVALID KEY
                       SET FIM-CONTATO TO TRUE
               END-START
               IF NOT FIM-CONTATO
                   READ CONTATO-CLIENTE NEXT RECORD
                       AT END
                           SET FIM-CONTATO TO TRUE
                   END-READ
               END-IF
               IF NOT FIM-CONTATO
                   IF CONTATO-CPF OF CONTATO-REG NOT = LOG-CPF-ANTERIOR
                       SET FIM-CONTATO TO TRUE
                   ELSE
                       DELETE CONTATO-CLIENTE
                       MOVE LOG-CPF TO CONTATO-CPF OF CONTATO-REG
                       WRITE CONTATO-REG
                           INVALID KEY
                               REWRITE CONTATO-REG
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM.

       0900-FINALIZAR.
           MOVE "REGISTROS RESTAURADOS NO MASTER" TO WC-ROTULO
           MOVE WS-TOTAL-MASTER-RESTAURADO TO WC-QTD
           MOVE "  REATIVACOES" TO WC-ROTULO
           MOVE WS-TOTAL-REATIVACOES TO WC-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-CONTAGEM
           MOVE "  CORRECOES DE CPF" TO WC-ROTULO
           MOVE WS-TOTAL-TROCAS-CPF TO WC-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-CONTAGEM
           CLOSE RELATORIO
           DISPLAY "RESTAURA-CADASTRO: MASTER="
               WS-TOTAL-MASTER-RESTAURADO
               " CONTATOS=" WS-TOTAL-CONTATOS-RESTAURADOS
               " REAPLICADAS=" WS-TOTAL-REAPLICADAS
               " - CONSULTE data/restauracao.rpt".

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
