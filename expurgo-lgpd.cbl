      *          inativacao. Os contatos do CPF sao apagados de
      *          CONTATO-CLIENTE e as imagens antes/depois do CPF sao
      *          mascaradas na trilha CLIENTE-LOG - no arquivo ativo e
      *          nas geracoes fechadas pelo arquiva-log. Os registros
      *          gravados sob um CPF errado antes da correcao de CPF
      *          (operacao T da trilha) tambem sao mascarados: a
      *          cadeia de CPFs ligados por T e seguida a partir de
      *          cada CPF expurgado. Cada execucao
      *          emite um relatorio do que foi expurgado, com o
      *          operador responsavel, para evidencia de conformidade;
      *          so operador ativo com permissao de rotina sensivel no
      *          cadastro de operadores pode executar o expurgo.
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
       FD  CLIENTE-MASTER.
       FD  GRADE-JOBS.
           COPY GRADE-JOB.

       FD  OPERADORES.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01  WS-FS-CLIENTE                PIC X(02).
           88  FS-OK                            VALUE "00".
       01  WS-EOF-PASSAGEM               PIC X(01) VALUE "N".
           88  FIM-PASSAGEM                      VALUE "S".

      *-----------------------------------------------------------------
      * Operador responsavel pelo expurgo, informado na execucao e
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

      * Mascara gravada no lugar dos dados pessoais expurgados.
       01  WS-MASCARA-NOME               PIC X(30)
                                          VALUE "*EXPURGADO LGPD*".

      *-----------------------------------------------------------------
      * CPFs expurgados nesta execucao, para apagar os contatos e
      * mascarar a trilha. Depois do master a tabela recebe tambem os
      * CPFs errados que uma correcao de CPF (T) ligou a um CPF
      * expurgado, ate o limite proprio da trilha.
      *-----------------------------------------------------------------
       01  WS-MAX-EXPURGADOS             PIC 9(05) COMP VALUE 5000.
       01  WS-MAX-CPFS-TRILHA            PIC 9(05) COMP VALUE 6000.
       01  WS-QTD-EXPURGADOS             PIC 9(05) COMP VALUE ZERO.
       01  WS-TAB-EXPURGADOS.
           05  WS-EXP-CPF                PIC 9(11) OCCURS 6000 TIMES.

       01  WS-CPF-PROCURADO              PIC 9(11) VALUE ZERO.

      * Passadas pela trilha: primeiro seguem a cadeia de CPFs
      * corrigidos ate a lista parar de crescer, depois mascaram.
       01  WS-FASE-TRILHA                PIC X(01) VALUE "M".
           88  FASE-CADEIA-CPF                    VALUE "C".
           88  FASE-MASCARA                       VALUE "M".

       01  WS-CADEIA-CRESCEU             PIC X(01) VALUE "N".
           88  CADEIA-CRESCEU                     VALUE "S".

       01  WS-AVISO-CADEIA               PIC X(01) VALUE "N".
           88  AVISO-CADEIA-DADO                  VALUE "S".

       01  IDX-EXP                       PIC 9(05) COMP.

       01  WS-TOTAL-EXPURGADOS           PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-CONTATOS-APAGADOS    PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-TRILHA-MASCARADA     PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-CPFS-LIGADOS         PIC 9(07) VALUE ZERO.

       01  WS-LINHA-EXPURGO.
           05  FILLER                   PIC X(04) VALUE "CPF ".
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

           PERFORM 0150-ABRIR-RELATORIO
           PERFORM 0200-EXPURGAR-MASTER
           IF WS-QTD-EXPURGADOS > ZERO
               PERFORM 0550-LIGAR-CPFS-CORRIGIDOS
               PERFORM 0600-MASCARAR-TRILHAS
           END-IF
           PERFORM 0900-FINALIZAR
               " PENDENTES=" WS-TOTAL-PENDENTES
               " - CONSULTE data/expurgo-lgpd.rpt".

       0050-IDENTIFICAR-OPERADOR.
      *    Operador recusado nao chega a registrar o inicio do job no
      *    CONTROLE-EXEC: o expurgo simplesmente nao roda.
           DISPLAY "OPERADOR RESPONSAVEL PELO EXPURGO: "
               WITH NO ADVANCING
           ACCEPT WS-OPERADOR FROM CONSOLE
           SET EXIGE-ROTINA-SENSIVEL TO TRUE
           PERFORM 8000-VERIFICAR-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "EXPURGO-LGPD: OPERADOR " WS-OPERADOR
                   " RECUSADO - " WS-MOTIVO-OPERADOR
           END-IF.

       0100-LER-PARAMETROS.
           DISPLAY "PRAZO DE RETENCAO EM ANOS (0 PARA PADRAO "
               WS-PRAZO-PADRAO "): " WITH NO ADVANCING
               INTO LINHA-RELATORIO
           END-STRING
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "OPERADOR RESPONSAVEL: "     DELIMITED BY SIZE
                  WS-OPERADOR                   DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM SPACES.

       0200-EXPURGAR-MASTER.
               ADD 1 TO WS-TOTAL-CONTATOS-APAGADOS
           END-PERFORM.

       0550-LIGAR-CPFS-CORRIGIDOS.
      *    Acrescenta a lista os CPFs errados das correcoes de CPF (T)
      *    gravadas sob um CPF da lista, repetindo a passada pela
      *    trilha enquanto a lista cresce (correcoes em cadeia).
           SET FASE-CADEIA-CPF TO TRUE
           PERFORM WITH TEST AFTER UNTIL NOT CADEIA-CRESCEU
               MOVE "N" TO WS-CADEIA-CRESCEU
               PERFORM 0600-MASCARAR-TRILHAS
           END-PERFORM
           SET FASE-MASCARA TO TRUE.

       0560-LER-TROCAS-CPF.
           MOVE "N" TO WS-EOF-TRILHA
           OPEN INPUT TRILHA-ENTRADA
           IF FS-TRILHA-INEXISTENTE
               SET FIM-TRILHA TO TRUE
           END-IF
           PERFORM UNTIL FIM-TRILHA
               READ TRILHA-ENTRADA
                   AT END
                       SET FIM-TRILHA TO TRUE
                   NOT AT END
                       IF LOG-TROCA-CPF OF LOG-REG
                           AND LOG-CPF-ANTERIOR OF LOG-REG NUMERIC
                           PERFORM 0570-LIGAR-CPF-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM
           IF NOT FS-TRILHA-INEXISTENTE
               CLOSE TRILHA-ENTRADA
           END-IF.

       0570-LIGAR-CPF-ANTERIOR.
           MOVE LOG-CPF OF LOG-REG TO WS-CPF-PROCURADO
           PERFORM 0580-PROCURAR-CPF-LISTA
           IF CPF-NA-LISTA
               MOVE LOG-CPF-ANTERIOR OF LOG-REG TO WS-CPF-PROCURADO
               PERFORM 0580-PROCURAR-CPF-LISTA
               IF NOT CPF-NA-LISTA
                   IF WS-QTD-EXPURGADOS < WS-MAX-CPFS-TRILHA
                       ADD 1 TO WS-QTD-EXPURGADOS
                       MOVE WS-CPF-PROCURADO
                           TO WS-EXP-CPF (WS-QTD-EXPURGADOS)
                       ADD 1 TO WS-TOTAL-CPFS-LIGADOS
                       SET CADEIA-CRESCEU TO TRUE
                   ELSE
                       IF NOT AVISO-CADEIA-DADO
                           SET AVISO-CADEIA-DADO TO TRUE
                           DISPLAY "EXPURGO-LGPD: LIMITE DE "
                               WS-MAX-CPFS-TRILHA " CPFS NA TRILHA "
                               "ATINGIDO - CPFS CORRIGIDOS EXCEDENTES "
                               "NAO MASCARADOS"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0580-PROCURAR-CPF-LISTA.
           MOVE "N" TO WS-CPF-NA-LISTA
           PERFORM VARYING IDX-EXP FROM 1 BY 1
                   UNTIL IDX-EXP > WS-QTD-EXPURGADOS OR CPF-NA-LISTA
               IF WS-EXP-CPF (IDX-EXP) = WS-CPF-PROCURADO
                   SET CPF-NA-LISTA TO TRUE
               END-IF
           END-PERFORM.

       0600-MASCARAR-TRILHAS.
      *    Mascara as imagens dos CPFs expurgados em toda a trilha:
      *    geracoes fechadas desde a competencia-piso e o arquivo
      *    ativo. Na fase de cadeia a mesma varredura so colhe as
      *    correcoes de CPF.
           MOVE FUNCTION CURRENT-DATE (1:6)
               TO WS-COMPETENCIA-CORRENTE
           MOVE WS-COMPETENCIA-PISO (1:4) TO WS-COMP-ANO
                      ".dat"                 DELIMITED BY SIZE
                   INTO WS-NOME-TRILHA
               END-STRING
               PERFORM 0690-TRATAR-ARQUIVO-TRILHA
               PERFORM 0680-AVANCAR-COMPETENCIA
           END-PERFORM
           MOVE "data/cliente-log.dat" TO WS-NOME-TRILHA
           PERFORM 0690-TRATAR-ARQUIVO-TRILHA.

       0680-AVANCAR-COMPETENCIA.
           IF WS-COMP-MES = 12
               ADD 1 TO WS-COMP-MES
           END-IF.

       0690-TRATAR-ARQUIVO-TRILHA.
           IF FASE-CADEIA-CPF
               PERFORM 0560-LER-TROCAS-CPF
           ELSE
               PERFORM 0700-MASCARAR-ARQUIVO-TRILHA
           END-IF.

       0700-MASCARAR-ARQUIVO-TRILHA.
      *    Copia o arquivo de trilha para a passagem temporaria
      *    mascarando as imagens dos CPFs expurgados e o regrava.
           END-IF.

       0750-MASCARAR-SE-EXPURGADO.
      *    Na correcao de CPF (T) o lado antes so leva o CPF errado,
      *    que liga os historicos, e e mantido.
           MOVE LOG-CPF OF LOG-REG TO WS-CPF-PROCURADO
           PERFORM 0580-PROCURAR-CPF-LISTA
           IF CPF-NA-LISTA
               ADD 1 TO WS-TOTAL-TRILHA-MASCARADA
               IF NOT LOG-TROCA-CPF OF LOG-REG
                   MOVE WS-MASCARA-NOME TO LOG-ANTES-NOME OF LOG-REG
                   MOVE ZERO TO LOG-ANTES-DIA OF LOG-REG
                   MOVE ZERO TO LOG-ANTES-MES OF LOG-REG
                   MOVE ZERO TO LOG-ANTES-ANO OF LOG-REG
               END-IF
               MOVE WS-MASCARA-NOME TO LOG-DEPOIS-NOME OF LOG-REG
               MOVE ZERO TO LOG-DEPOIS-DIA OF LOG-REG
               MOVE ZERO TO LOG-DEPOIS-MES OF LOG-REG
           MOVE "REGISTROS DE TRILHA MASCARADOS" TO WC-ROTULO
           MOVE WS-TOTAL-TRILHA-MASCARADA TO WC-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-CONTAGEM
           MOVE "CPFS ANTERIORES A CORRECAO DE CPF" TO WC-ROTULO
           MOVE WS-TOTAL-CPFS-LIGADOS TO WC-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-CONTAGEM
           MOVE "CLIENTES ADIADOS PARA A PROXIMA EXECUCAO"
               TO WC-ROTULO
           MOVE WS-TOTAL-PENDENTES TO WC-QTD
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
