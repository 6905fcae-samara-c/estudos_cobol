      *          controla checkpoint/restart pelo CPF do ultimo
      *          registro processado com sucesso, para que uma
      *          reexecucao apos abend nao reprocesse nem perca o
      *          ponto onde parou. A inclusao de cliente menor de 18
      *          anos exige vinculo ativo com um responsavel legal,
      *          registrado antes em data/vinculo-responsavel.dat pela
      *          manutencao online, e o responsavel precisa ser
      *          cliente ativo e maior de idade; sem isso o registro
      *          vai para as excecoes de CPF.
      *          Em modo simulacao, escolhido na execucao, a carga faz
      *          toda a validacao, a reconciliacao e a aplicacao das
      *          decisoes A/R sem gravar nada: nao atualiza o master,
      *          nao grava trilha nem excecoes, nao avanca o contador
      *          de codigo nem o checkpoint e nao passa pelo
      *          CONTROLE-EXEC. O resultado sai no relatorio previo
      *          data/previa-carga.rpt, com as quantidades de
      *          inclusoes, alteracoes, inativacoes, reativacoes e
      *          rejeicoes e o antes/depois de cada alteracao, para a
      *          aprovacao da carga pelo supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT VINCULO-RESPONSAVEL ASSIGN TO
                   "data/vinculo-responsavel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VINC-CPF-MENOR
               FILE STATUS IS WS-FS-VINCULO.

           SELECT CONTROLE-RESTART ASSIGN TO "data/restart-carga.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GRADE.

           SELECT RELATORIO-PREVIO ASSIGN TO "data/previa-carga.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PREVIA.

       DATA                                        DIVISION.
       FILE SECTION.
       FD  CARGA-ENTRADA.
       FD  CLIENTE-LOG.
           COPY CLIENTE-LOG.

       FD  VINCULO-RESPONSAVEL.
           COPY VINCULO.

       FD  CONTROLE-RESTART.
           COPY CONTROLE-RESTART.

       FD  GRADE-JOBS.
           COPY GRADE-JOB.

       FD  RELATORIO-PREVIO.
       01  LINHA-PREVIA                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 NUMERO-X PIC 9(09).
       77 NOME PIC A(30).
       01  WS-MOTIVO-CPF                 PIC X(40).
       01  WS-MOTIVO-DATA                PIC X(40).

      *-----------------------------------------------------------------
      * Vinculo do cliente menor de idade com o responsavel legal, que
      * precisa estar registrado, ativo e ser maior de idade para a
      * inclusao do menor.
      *-----------------------------------------------------------------
       01  WS-FS-VINCULO                PIC X(02).
           88  FS-VINCULO-OK                    VALUE "00".
           88  FS-VINCULO-INEXISTENTE           VALUE "35".

       01  WS-CADASTRO-VINCULOS          PIC X(01) VALUE "N".
           88  CADASTRO-VINCULOS-ABERTO           VALUE "S".

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

       01  WS-SITUACAO-VINCULO           PIC X(01) VALUE SPACE.
           88  VINCULO-DISPENSADO                 VALUE "D".
           88  VINCULO-EXISTENTE                  VALUE "X".
           88  VINCULO-RECUSADO                   VALUE "R".

       01  WS-MOTIVO-VINCULO             PIC X(40) VALUE SPACES.

      * Imagem de trabalho do cliente da carga corrente.
       COPY CLIENTE REPLACING CLIENTE-REG BY WS-CLIENTE.
      * Imagem anterior (para a trilha de auditoria em alteracoes).
       01  WS-EOF-GRADE                  PIC X(01) VALUE "N".
           88  FIM-GRADE                         VALUE "S".

      *-----------------------------------------------------------------
      * Modo de execucao informado pelo operador: na simulacao nada e
      * gravado e o resultado sai no relatorio previo. Os clientes que
      * a carga gravaria ficam numa tabela em memoria, para que os
      * registros seguintes do mesmo arquivo os enxerguem como se
      * estivessem no master.
      *-----------------------------------------------------------------
       01  WS-MODO-EXECUCAO              PIC X(01) VALUE "N".
           88  MODO-SIMULACAO                     VALUE "S" "s".

       01  WS-FS-PREVIA                 PIC X(02).

       01  WS-CLIENTE-ENCONTRADO         PIC X(01) VALUE "N".
           88  CLIENTE-ENCONTRADO                 VALUE "S".

      * Na simulacao um master inexistente nao e criado: a carga o
      * trata como vazio e todo CPF segue como nao cadastrado.
       01  WS-CADASTRO-MASTER            PIC X(01) VALUE "S".
           88  CADASTRO-MASTER-ABERTO             VALUE "S".

       01  WS-MAX-SIMULADOS              PIC 9(05) COMP VALUE 5000.
       01  WS-QTD-SIMULADOS              PIC 9(05) COMP VALUE ZERO.
       01  WS-TAB-SIMULADOS.
           05  WS-SIM-CLIENTE            OCCURS 5000 TIMES.
               10  WS-SIM-CPF            PIC 9(11).
               10  FILLER                PIC X(107).
       01  WS-SIM-POSICAO                PIC 9(05) COMP VALUE ZERO.
       01  IDX-SIM                       PIC 9(05) COMP.

       01  WS-TOTAL-INCLUSOES            PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-ALTERACOES           PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-INATIVACOES          PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-REATIVACOES          PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-REJEICOES            PIC 9(07) VALUE ZERO.

      * Linhas do relatorio previo: operacao, antes/depois da
      * alteracao e quantidades.
       01  WS-LINHA-PREVIA.
           05  WP-OPERACAO              PIC X(10).
           05  FILLER                   PIC X(05) VALUE " CPF ".
           05  WP-CPF                   PIC 9(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WP-TEXTO                 PIC X(40).

       01  WS-LINHA-MUDANCA.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WM-ROTULO                PIC X(06).
           05  WM-ANTES                 PIC X(30).
           05  FILLER                   PIC X(04) VALUE " -> ".
           05  WM-DEPOIS                PIC X(30).

       01  WS-LINHA-CONTAGEM.
           05  WC-ROTULO                PIC X(42).
           05  WC-QTD                   PIC ZZZZZZ9.

      *=================================================================
       PROCEDURE                                   DIVISION.

       0000-MAIN.
           PERFORM 0005-LER-MODO-EXECUCAO
           IF MODO-SIMULACAO
      *        A simulacao nao passa pelo controle de execucao: nao
      *        conta como a execucao do dia nem depende da grade.
               PERFORM 0001-PROCESSAR
           ELSE
               PERFORM 7000-VERIFICAR-CONTROLE-EXEC
               IF EXEC-LIBERADO
                   PERFORM 7100-REGISTRAR-INICIO-EXEC
                   PERFORM 0001-PROCESSAR
                   PERFORM 7200-REGISTRAR-FIM-EXEC
               END-IF
           END-IF
           GOBACK.

       0001-PROCESSAR.
           IF MODO-SIMULACAO
               PERFORM 0960-ABRIR-PREVIA
           END-IF
           PERFORM 0010-ORDENAR-CARGA
           PERFORM 0020-RECONCILIAR-CARGA
           IF WS-QTD-EXCECOES > WS-MAX-EXCECOES
                   WS-TOTAL-ACEITOS-DECISAO
                   " REJEITADAS(DECISAO)=" WS-TOTAL-REJEITADOS-DECISAO
                   " PENDENTES(SEM DECISAO)=" WS-TOTAL-SEM-DECISAO
           END-IF
           IF MODO-SIMULACAO
               PERFORM 0970-ENCERRAR-PREVIA
               DISPLAY "CARGA-CLIENTE: SIMULACAO - NADA FOI GRAVADO - "
                   "CONSULTE data/previa-carga.rpt"
           END-IF.

       0005-LER-MODO-EXECUCAO.
           DISPLAY "MODO DE EXECUCAO (N-NORMAL, S-SIMULACAO): "
               WITH NO ADVANCING
           ACCEPT WS-MODO-EXECUCAO FROM CONSOLE.

       0010-ORDENAR-CARGA.
      *    Ordena o arquivo de carga por CPF, independente da ordem de
      *    chegada, para viabilizar a deteccao de duplicados e o
      *    e contra ela mesma (CPF duplicado no arquivo). Numa primeira
      *    carga o master ainda pode nao existir - cria-o vazio para
      *    que a reconciliacao rode normalmente (sem excecoes contra o
      *    master) em vez de abortar; na simulacao o master ausente
      *    e so tratado como vazio.
           OPEN INPUT CARGA-ORDENADA
           PERFORM 0025-ABRIR-MASTER-CONSULTA
           PERFORM UNTIL FIM-CARGA
               READ CARGA-ORDENADA
                   AT END
               END-READ
           END-PERFORM
           CLOSE CARGA-ORDENADA
           IF CADASTRO-MASTER-ABERTO
               CLOSE CLIENTE-MASTER
           END-IF
           MOVE "N" TO WS-EOF-CARGA.

       0025-ABRIR-MASTER-CONSULTA.
           SET CADASTRO-MASTER-ABERTO TO TRUE
           OPEN INPUT CLIENTE-MASTER
           IF FS-ARQUIVO-INEXISTENTE
               IF MODO-SIMULACAO
                   MOVE "N" TO WS-CADASTRO-MASTER
               ELSE
                   OPEN OUTPUT CLIENTE-MASTER
                   CLOSE CLIENTE-MASTER
                   OPEN INPUT CLIENTE-MASTER
               END-IF
           END-IF.

       0030-RECONCILIAR-REGISTRO.
           IF NOT E-PRIMEIRO-REGISTRO-RECON
               AND CPF-CLIENTE OF CARGA-ORD-REG = WS-CPF-ANTERIOR-RECON
           MOVE "N" TO WS-PRIMEIRO-REGISTRO-RECON
           MOVE CPF-CLIENTE OF CARGA-ORD-REG TO WS-CPF-ANTERIOR-RECON

           IF CADASTRO-MASTER-ABERTO
               MOVE CPF-CLIENTE OF CARGA-ORD-REG
                   TO CPF-CLIENTE OF CLIENTE-REG
               READ CLIENTE-MASTER
                   KEY IS CPF-CLIENTE OF CLIENTE-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOME-CLIENTE OF CARGA-ORD-REG
                               NOT = NOME-CLIENTE OF CLIENTE-REG
                           OR DATA-NASC OF CARGA-ORD-REG
                               NOT = DATA-NASC OF CLIENTE-REG
                           MOVE "CPF JA CADASTRADO COM DADOS DIFERENTES"
                               TO WS-RECON-MOTIVO
                           PERFORM 0040-GRAVAR-EXCECAO-RECONCILIACAO
                       END-IF
               END-READ
           END-IF.

       0040-GRAVAR-EXCECAO-RECONCILIACAO.
           ADD 1 TO WS-TOTAL-EXCECOES-RECON
           ELSE
               ADD 1 TO WS-QTD-EXCECOES
           END-IF
           IF MODO-SIMULACAO
               MOVE "EXCECAO"                    TO WP-OPERACAO
               MOVE CPF-CLIENTE OF CARGA-ORD-REG TO WP-CPF
               MOVE WS-RECON-MOTIVO              TO WP-TEXTO
               WRITE LINHA-PREVIA FROM WS-LINHA-PREVIA
           ELSE
               PERFORM 0045-GRAVAR-RECON-EXCECOES
           END-IF.

       0045-GRAVAR-RECON-EXCECOES.
           OPEN EXTEND RECON-EXCECOES
           IF NOT FS-RECON-OK
               OPEN OUTPUT RECON-EXCECOES

       0100-INICIALIZAR.
           OPEN INPUT CARGA-ORDENADA
           IF MODO-SIMULACAO
               PERFORM 0025-ABRIR-MASTER-CONSULTA
           ELSE
               OPEN I-O CLIENTE-MASTER
               IF FS-ARQUIVO-INEXISTENTE
                   OPEN OUTPUT CLIENTE-MASTER
                   CLOSE CLIENTE-MASTER
                   OPEN I-O CLIENTE-MASTER
               END-IF
           END-IF
           OPEN INPUT VINCULO-RESPONSAVEL
           IF NOT FS-VINCULO-INEXISTENTE
               SET CADASTRO-VINCULOS-ABERTO TO TRUE
           END-IF
           IF MODO-SIMULACAO
               PERFORM 0115-CONSULTAR-CHECKPOINT
           ELSE
               PERFORM 0110-LER-CHECKPOINT
           END-IF.

       0110-LER-CHECKPOINT.
      *    Recupera o CPF do ultimo registro de carga processado com
                   MOVE RESTART-ULTIMO-CPF TO WS-ULTIMO-CPF-PROCESSADO
           END-READ.

       0115-CONSULTAR-CHECKPOINT.
      *    Na simulacao o checkpoint so e lido, sem ser criado nem
      *    atualizado: a previa mostra o que a carga faria a partir do
      *    ponto de restart atual.
           MOVE ZERO TO WS-ULTIMO-CPF-PROCESSADO
           OPEN INPUT CONTROLE-RESTART
           IF NOT FS-RESTART-INEXISTENTE
               MOVE 1 TO RESTART-CHAVE
               READ CONTROLE-RESTART
                   KEY IS RESTART-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RESTART-ULTIMO-CPF
                           TO WS-ULTIMO-CPF-PROCESSADO
               END-READ
               CLOSE CONTROLE-RESTART
           END-IF.

       0200-PROCESSAR-REGISTRO-CARGA.
      *    O arquivo de carga deve estar ordenado ascendente por CPF;
      *    registros ja cobertos pelo checkpoint sao pulados e os
               ELSE
                   PERFORM 0210-APLICAR-REGISTRO-CARGA
               END-IF
               IF NOT MODO-SIMULACAO
                   PERFORM 0800-ATUALIZAR-CHECKPOINT
               END-IF
           END-IF.

       0210-APLICAR-REGISTRO-CARGA.
           PERFORM 1000-VALIDAR-CPF
           PERFORM 2000-VALIDAR-DATA-NASC
           IF CPF-VALIDO AND DATA-NASC-VALIDA
               PERFORM 0400-CONFERIR-MENOR
               IF VINCULO-RECUSADO
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   MOVE WS-MOTIVO-VINCULO TO WS-EXCECAO-MOTIVO
                   PERFORM 1900-REGISTRAR-EXCECAO
               ELSE
                   PERFORM 0300-GRAVAR-CLIENTE
                   ADD 1 TO WS-TOTAL-PROCESSADOS
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-REJEITADOS
               IF CPF-INVALIDO
                   PERFORM 0210-APLICAR-REGISTRO-CARGA
               WHEN DECISAO-ATUAL-REJEITAR
                   ADD 1 TO WS-TOTAL-REJEITADOS-DECISAO
                   IF MODO-SIMULACAO
                       MOVE "REJEITADO" TO WP-OPERACAO
                       MOVE "EXCECAO REJEITADA PELA DECISAO R"
                           TO WP-TEXTO
                       PERFORM 0980-IMPRIMIR-PREVIA-CARGA
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-SEM-DECISAO
                   IF MODO-SIMULACAO
                       MOVE "PENDENTE" TO WP-OPERACAO
                       MOVE "EXCECAO SEM DECISAO - MASTER MANTIDO"
                           TO WP-TEXTO
                       PERFORM 0980-IMPRIMIR-PREVIA-CARGA
                   END-IF
           END-EVALUATE.

       0300-GRAVAR-CLIENTE.
           INITIALIZE WS-CLIENTE-ANTES
           MOVE CPF-CLIENTE OF WS-CLIENTE TO CPF-CLIENTE OF CLIENTE-REG
           PERFORM 0340-LER-CLIENTE
           IF NOT CLIENTE-ENCONTRADO
               SET OP-INCLUSAO TO TRUE
               ADD 1 TO WS-TOTAL-INCLUSOES
      *        Na simulacao o contador nao avanca e o codigo fica em
      *        branco.
               IF NOT MODO-SIMULACAO
                   PERFORM 5000-GERAR-CODIGO-CLIENTE
               END-IF
               SET CLIENTE-ATIVO OF WS-CLIENTE TO TRUE
               MOVE ZERO TO DATA-INATIVACAO OF WS-CLIENTE
               MOVE SPACES TO MOTIVO-INATIVACAO OF WS-CLIENTE
               MOVE WS-CLIENTE TO CLIENTE-REG
               IF MODO-SIMULACAO
                   PERFORM 0390-GUARDAR-SIMULADO
               ELSE
                   WRITE CLIENTE-REG
               END-IF
           ELSE
               SET OP-ALTERACAO TO TRUE
               ADD 1 TO WS-TOTAL-ALTERACOES
               MOVE CLIENTE-REG TO WS-CLIENTE-ANTES
               MOVE CODIGO-CLIENTE OF CLIENTE-REG
                   TO CODIGO-CLIENTE OF WS-CLIENTE
               MOVE SITUACAO-CLIENTE OF CLIENTE-REG
                   TO SITUACAO-CLIENTE OF WS-CLIENTE
               MOVE DATA-INATIVACAO OF CLIENTE-REG
                   TO DATA-INATIVACAO OF WS-CLIENTE
               MOVE MOTIVO-INATIVACAO OF CLIENTE-REG
                   TO MOTIVO-INATIVACAO OF WS-CLIENTE
               MOVE WS-CLIENTE TO CLIENTE-REG
               IF MODO-SIMULACAO
                   PERFORM 0390-GUARDAR-SIMULADO
               ELSE
                   REWRITE CLIENTE-REG
               END-IF
           END-IF
           IF MODO-SIMULACAO
               PERFORM 0990-IMPRIMIR-OPERACAO-PREVIA
           ELSE
               PERFORM 6000-GRAVAR-LOG-AUDITORIA
           END-IF.

       0340-LER-CLIENTE.
      *    Le o cliente de CPF-CLIENTE OF CLIENTE-REG. Na simulacao vale
      *    antes a imagem que a carga ja teria gravado para o CPF.
           MOVE "N" TO WS-CLIENTE-ENCONTRADO
           IF MODO-SIMULACAO
               PERFORM 0345-PROCURAR-SIMULADO
           END-IF
           IF CLIENTE-ENCONTRADO
               MOVE WS-SIM-CLIENTE (WS-SIM-POSICAO) TO CLIENTE-REG
           END-IF
           IF NOT CLIENTE-ENCONTRADO AND CADASTRO-MASTER-ABERTO
               READ CLIENTE-MASTER
                   KEY IS CPF-CLIENTE OF CLIENTE-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CLIENTE-ENCONTRADO TO TRUE
               END-READ
           END-IF.

       0345-PROCURAR-SIMULADO.
           MOVE ZERO TO WS-SIM-POSICAO
           PERFORM VARYING IDX-SIM FROM 1 BY 1
                   UNTIL IDX-SIM > WS-QTD-SIMULADOS
                      OR WS-SIM-POSICAO > ZERO
               IF WS-SIM-CPF (IDX-SIM) = CPF-CLIENTE OF CLIENTE-REG
                   MOVE IDX-SIM TO WS-SIM-POSICAO
               END-IF
           END-PERFORM
           IF WS-SIM-POSICAO > ZERO
               SET CLIENTE-ENCONTRADO TO TRUE
           END-IF.

       0390-GUARDAR-SIMULADO.
      *    Guarda a imagem que o cliente teria no master. Com a tabela
      *    cheia, os registros seguintes do CPF sao avaliados contra o
      *    master como esta.
           PERFORM 0345-PROCURAR-SIMULADO
           IF WS-SIM-POSICAO = ZERO
               AND WS-QTD-SIMULADOS < WS-MAX-SIMULADOS
               ADD 1 TO WS-QTD-SIMULADOS
               MOVE WS-QTD-SIMULADOS TO WS-SIM-POSICAO
           END-IF
           IF WS-SIM-POSICAO > ZERO
               MOVE CLIENTE-REG TO WS-SIM-CLIENTE (WS-SIM-POSICAO)
           END-IF.

       0400-CONFERIR-MENOR.
      *    Inclusao de cliente menor de 18 anos exige vinculo ativo com
      *    um responsavel legal que continue cliente ativo e seja maior
      *    de idade. Cliente ja cadastrado (alteracao) nao passa pela
      *    conferencia.
           SET VINCULO-DISPENSADO TO TRUE
           MOVE SPACES TO WS-MOTIVO-VINCULO
           MOVE CPF-CLIENTE OF WS-CLIENTE TO CPF-CLIENTE OF CLIENTE-REG
           PERFORM 0340-LER-CLIENTE
           IF NOT CLIENTE-ENCONTRADO
               MOVE DATA-NASC OF WS-CLIENTE TO WS-DATA-NASC-IDADE
               PERFORM 0410-CALCULAR-IDADE
               IF WS-IDADE < WS-MAIORIDADE
                   PERFORM 0420-CONFERIR-VINCULO
               END-IF
           END-IF.

       0410-CALCULAR-IDADE.
      *    Idade completa, na data corrente, de quem nasceu na data de
      *    WS-DATA-NASC-IDADE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REF-IDADE
           COMPUTE WS-IDADE = WS-REF-ANO - WS-NASC-ANO
           IF WS-NASC-MES > WS-REF-MES
               OR (WS-NASC-MES = WS-REF-MES
                   AND WS-NASC-DIA > WS-REF-DIA)
               SUBTRACT 1 FROM WS-IDADE
           END-IF.

       0420-CONFERIR-VINCULO.
           SET VINCULO-RECUSADO TO TRUE
           MOVE "MENOR SEM VINCULO DE RESPONSAVEL LEGAL"
               TO WS-MOTIVO-VINCULO
           IF CADASTRO-VINCULOS-ABERTO
               MOVE CPF-CLIENTE OF WS-CLIENTE TO VINC-CPF-MENOR
               READ VINCULO-RESPONSAVEL
                   KEY IS VINC-CPF-MENOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VINC-ATIVO
                           PERFORM 0430-CONFERIR-RESPONSAVEL
                       END-IF
               END-READ
           END-IF.

       0430-CONFERIR-RESPONSAVEL.
           MOVE VINC-CPF-RESPONSAVEL TO CPF-CLIENTE OF CLIENTE-REG
           PERFORM 0340-LER-CLIENTE
           IF NOT CLIENTE-ENCONTRADO
               MOVE "RESPONSAVEL NAO CADASTRADO"
                   TO WS-MOTIVO-VINCULO
           ELSE
               IF CLIENTE-INATIVO OF CLIENTE-REG
                   MOVE "RESPONSAVEL NAO E CLIENTE ATIVO"
                       TO WS-MOTIVO-VINCULO
               ELSE
                   MOVE DATA-NASC OF CLIENTE-REG TO WS-DATA-NASC-IDADE
                   PERFORM 0410-CALCULAR-IDADE
                   IF WS-IDADE < WS-MAIORIDADE
                       MOVE "RESPONSAVEL MENOR DE IDADE"
                           TO WS-MOTIVO-VINCULO
                   ELSE
                       SET VINCULO-EXISTENTE TO TRUE
                   END-IF
               END-IF
           END-IF.

       0800-ATUALIZAR-CHECKPOINT.
           MOVE 1 TO RESTART-CHAVE
      *    apenas a janela de restart desta execucao, e nao vire um
      *    piso permanente que faria a proxima carga pular clientes de
      *    CPF mais baixo para sempre.
      *    Na simulacao o checkpoint nao foi aberto para gravacao.
           IF NOT MODO-SIMULACAO
               MOVE 1 TO RESTART-CHAVE
               MOVE ZERO TO RESTART-ULTIMO-CPF
               MOVE FUNCTION CURRENT-DATE (1:14) TO RESTART-DATA-HORA
               REWRITE RESTART-REG
                   INVALID KEY
                       WRITE RESTART-REG
               END-REWRITE
               CLOSE CONTROLE-RESTART
           END-IF
           CLOSE CARGA-ORDENADA
           IF CADASTRO-MASTER-ABERTO
               CLOSE CLIENTE-MASTER
           END-IF
           IF CADASTRO-VINCULOS-ABERTO
               CLOSE VINCULO-RESPONSAVEL
           END-IF.

       0960-ABRIR-PREVIA.
           OPEN OUTPUT RELATORIO-PREVIO
           MOVE "RELATORIO PREVIO DA CARGA DE CLIENTES - SIMULACAO"
               TO LINHA-PREVIA
           WRITE LINHA-PREVIA
           MOVE "NADA FOI GRAVADO: MASTER, TRILHA, CONTADOR, CHECKPOINT"
               TO LINHA-PREVIA
           WRITE LINHA-PREVIA
           MOVE "E CONTROLE DE EXECUCAO FICAM COMO ESTAVAM"
               TO LINHA-PREVIA
           WRITE LINHA-PREVIA
           WRITE LINHA-PREVIA FROM SPACES.

       0970-ENCERRAR-PREVIA.
           COMPUTE WS-TOTAL-REJEICOES =
               WS-TOTAL-REJEITADOS + WS-TOTAL-REJEITADOS-DECISAO
           WRITE LINHA-PREVIA FROM SPACES
           MOVE "INCLUSOES" TO WC-ROTULO
           MOVE WS-TOTAL-INCLUSOES TO WC-QTD
           WRITE LINHA-PREVIA FROM WS-LINHA-CONTAGEM
           MOVE "ALTERACOES" TO WC-ROTULO
           MOVE WS-TOTAL-ALTERACOES TO WC-QTD
           WRITE LINHA-PREVIA FROM WS-LINHA-CONTAGEM
           MOVE "INATIVACOES" TO WC-ROTULO
           MOVE WS-TOTAL-INATIVACOES TO WC-QTD
           WRITE LINHA-PREVIA FROM WS-LINHA-CONTAGEM
           MOVE "REATIVACOES" TO WC-ROTULO
           MOVE WS-TOTAL-REATIVACOES TO WC-QTD
           WRITE LINHA-PREVIA FROM WS-LINHA-CONTAGEM
           MOVE "REJEICOES" TO WC-ROTULO
           MOVE WS-TOTAL-REJEICOES TO WC-QTD
           WRITE LINHA-PREVIA FROM WS-LINHA-CONTAGEM
           MOVE "  INVALIDOS (CPF, DATA-NASC OU VINCULO)" TO WC-ROTULO
           MOVE WS-TOTAL-REJEITADOS TO WC-QTD
           WRITE LINHA-PREVIA FROM WS-LINHA-CONTAGEM
           MOVE "  EXCECOES REJEITADAS PELA DECISAO R" TO WC-ROTULO
           MOVE WS-TOTAL-REJEITADOS-DECISAO TO WC-QTD
           WRITE LINHA-PREVIA FROM WS-LINHA-CONTAGEM
           MOVE "EXCECOES DA RECONCILIACAO" TO WC-ROTULO
           MOVE WS-TOTAL-EXCECOES-RECON TO WC-QTD
           WRITE LINHA-PREVIA FROM WS-LINHA-CONTAGEM
           MOVE "  ACEITAS PELA DECISAO A" TO WC-ROTULO
           MOVE WS-TOTAL-ACEITOS-DECISAO TO WC-QTD
           WRITE LINHA-PREVIA FROM WS-LINHA-CONTAGEM
           MOVE "  PENDENTES (SEM DECISAO)" TO WC-ROTULO
           MOVE WS-TOTAL-SEM-DECISAO TO WC-QTD
           WRITE LINHA-PREVIA FROM WS-LINHA-CONTAGEM
           MOVE "PULADOS PELO CHECKPOINT (RESTART)" TO WC-ROTULO
           MOVE WS-TOTAL-PULADOS-RESTART TO WC-QTD
           WRITE LINHA-PREVIA FROM WS-LINHA-CONTAGEM
           CLOSE RELATORIO-PREVIO.

       0980-IMPRIMIR-PREVIA-CARGA.
      *    Linha da previa para o registro de carga corrente, com a
      *    operacao e o texto ja montados pelo chamador.
           MOVE CPF-CLIENTE OF CARGA-ORD-REG TO WP-CPF
           WRITE LINHA-PREVIA FROM WS-LINHA-PREVIA.

       0990-IMPRIMIR-OPERACAO-PREVIA.
      *    Inclusao ou alteracao que a carga faria; a alteracao leva o
      *    antes/depois do nome e da data de nascimento.
           IF OP-INCLUSAO
               MOVE "INCLUSAO" TO WP-OPERACAO
           ELSE
               MOVE "ALTERACAO" TO WP-OPERACAO
           END-IF
           MOVE CPF-CLIENTE OF WS-CLIENTE  TO WP-CPF
           MOVE NOME-CLIENTE OF WS-CLIENTE TO WP-TEXTO
           WRITE LINHA-PREVIA FROM WS-LINHA-PREVIA
           IF OP-ALTERACAO
               MOVE "NOME"                          TO WM-ROTULO
               MOVE NOME-CLIENTE OF WS-CLIENTE-ANTES TO WM-ANTES
               MOVE NOME-CLIENTE OF WS-CLIENTE       TO WM-DEPOIS
               WRITE LINHA-PREVIA FROM WS-LINHA-MUDANCA
               MOVE "NASC"                          TO WM-ROTULO
               MOVE SPACES                          TO WM-ANTES
               STRING DIA OF WS-CLIENTE-ANTES "/"
                      MES OF WS-CLIENTE-ANTES "/"
                      ANO OF WS-CLIENTE-ANTES
                   DELIMITED BY SIZE INTO WM-ANTES
               END-STRING
               MOVE SPACES                          TO WM-DEPOIS
               STRING DIA OF WS-CLIENTE "/"
                      MES OF WS-CLIENTE "/"
                      ANO OF WS-CLIENTE
                   DELIMITED BY SIZE INTO WM-DEPOIS
               END-STRING
               WRITE LINHA-PREVIA FROM WS-LINHA-MUDANCA
           END-IF.

       1000-VALIDAR-CPF.
      *    Valida os dois digitos verificadores do CPF (modulo 11).
           END-IF.

       1900-REGISTRAR-EXCECAO.
      *    Na simulacao a excecao vai so para o relatorio previo.
           IF MODO-SIMULACAO
               MOVE "REJEITADO"               TO WP-OPERACAO
               MOVE CPF-CLIENTE OF WS-CLIENTE TO WP-CPF
               MOVE WS-EXCECAO-MOTIVO         TO WP-TEXTO
               WRITE LINHA-PREVIA FROM WS-LINHA-PREVIA
           ELSE
               PERFORM 1910-GRAVAR-CPF-EXCECOES
           END-IF.

       1910-GRAVAR-CPF-EXCECOES.
           OPEN EXTEND CPF-EXCECOES
           IF NOT FS-EXC-OK
               OPEN OUTPUT CPF-EXCECOES
