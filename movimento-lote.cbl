      * Purpose: Processamento em lote do arquivo de movimento das
      *          filiais: aplica sobre CLIENTE-MASTER e CONTATO-CLIENTE
      *          as mesmas operacoes da manutencao online (inclusao,
      *          alteracao, exclusao logica, reativacao, manutencao de
      *          contatos e registro de consentimento LGPD por
      *          finalidade), com o operador e o motivo de inativacao
      *          lidos do proprio registro de movimento. Usa as mesmas
      *          validacoes de CPF, DATA-NASC e contato da manutencao
      *          online; movimentos rejeitados saem num relatorio com
      *          o motivo, para devolucao as filiais. Cada movimento
      *          rejeitado recebe um numero de protocolo e abre uma
      *          pendencia (data/pendencia-movimento.dat) com a filial,
      *          o operador, o motivo, a data e a contagem de
      *          reincidencias do mesmo CPF e operacao; o movimento
      *          posterior do mesmo CPF e operacao que for aplicado
      *          baixa as pendencias abertas. O operador de cada
      *          movimento e conferido no cadastro de operadores
      *          (existente, ativo e com o perfil da operacao).
      *          A inclusao de cliente menor de 18 anos exige o vinculo
      *          com um responsavel legal: o ja registrado em
      *          data/vinculo-responsavel.dat ou o informado no proprio
      *          movimento, gravado junto com a inclusao.
      *          O arquivo chega em lotes de filial, com header e
      *          trailer: antes de aplicar qualquer movimento, cada
      *          lote e conferido contra a quantidade e o total de hash
      *          dos CPFs do trailer e contra o sequencial da filial
      *          (data/controle-movimento.dat); lote que nao confere e
      *          rejeitado inteiro. Cada execucao emite o recibo de
      *          controle por lote de filial (recebidos, aplicados e
      *          rejeitados) em data/recibo-movimento.rpt.
      *          Em modo simulacao, escolhido na execucao, o lote faz
      *          toda a validacao e a conferencia sem gravar nada: nao
      *          atualiza master, contatos, consentimentos, vinculos,
      *          pendencias nem o controle de movimento, nao grava
      *          trilha, nao avanca o contador (codigo e protocolo) e
      *          nao passa pelo CONTROLE-EXEC. As rejeicoes, as
      *          operacoes que seriam aplicadas com o antes/depois de
      *          cada alteracao e as quantidades de inclusoes,
      *          alteracoes, inativacoes, reativacoes e rejeicoes saem
      *          no relatorio previo data/previa-movimento.rpt, e o
      *          recibo em data/previa-recibo-movimento.rpt, para a
      *          aprovacao do movimento pelo supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMENTO.

           SELECT MOVIMENTO-REJEITADOS ASSIGN TO WS-NOME-REJEITADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITADOS.

           SELECT RECIBO-MOVIMENTO ASSIGN TO WS-NOME-RECIBO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBO.

           SELECT CONTROLE-MOVIMENTO ASSIGN TO
                   "data/controle-movimento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLMOV-FILIAL
               FILE STATUS IS WS-FS-CTLMOV.

           SELECT CLIENTE-MASTER ASSIGN TO "data/cliente-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTATO-CHAVE
               FILE STATUS IS WS-FS-CONTATO.

           SELECT OPERADORES ASSIGN TO "data/operador.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.

           SELECT CEP-REFERENCIA ASSIGN TO "data/cep-referencia.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-CODIGO
               FILE STATUS IS WS-FS-CEP.

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

           SELECT PENDENCIA-MOVIMENTO ASSIGN TO
                   "data/pendencia-movimento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-CHAVE
               FILE STATUS IS WS-FS-PENDENCIA.

           SELECT CONTROLE-EXEC ASSIGN TO "data/controle-execucao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  MOVIMENTO-REJEITADOS.
       01  LINHA-REJEITADOS                PIC X(80).

       FD  RECIBO-MOVIMENTO.
       01  LINHA-RECIBO                    PIC X(80).

       FD  CONTROLE-MOVIMENTO.
           COPY CONTROLE-MOVIMENTO.

       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  CONTATO-CLIENTE.
           COPY CONTATO.

       FD  OPERADORES.
           COPY OPERADOR.

       FD  CEP-REFERENCIA.
           COPY CEP-REF.

       FD  CONSENTIMENTO.
           COPY CONSENTIMENTO.

       FD  VINCULO-RESPONSAVEL.
           COPY VINCULO.

       FD  PENDENCIA-MOVIMENTO.
           COPY PENDENCIA-MOV.

       FD  CONTROLE-EXEC.
           COPY CONTROLE-EXEC.

       01  WS-TOTAL-PROCESSADOS          PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-REJEITADOS           PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------------
      * Conferencia dos lotes de filial (header/trailer). A primeira
      * leitura do arquivo monta a tabela de lotes e confere cada um;
      * a segunda aplica somente os movimentos dos lotes aceitos.
      *-----------------------------------------------------------------
       01  WS-FS-RECIBO                 PIC X(02).

       01  WS-FS-CTLMOV                 PIC X(02).
           88  FS-CTLMOV-OK                     VALUE "00".
           88  FS-CTLMOV-INEXISTENTE            VALUE "35".

       01  WS-MAX-LOTES                  PIC 9(03) COMP VALUE 50.
       01  WS-QTD-LOTES                  PIC 9(03) COMP VALUE ZERO.
       01  WS-LOTE-ATUAL                 PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-LOTES.
           05  WS-LOTE                   OCCURS 50 TIMES
                                         INDEXED BY IDX-LOTE.
               10  WS-LOTE-FILIAL        PIC 9(04).
               10  WS-LOTE-SEQUENCIAL    PIC 9(06).
               10  WS-LOTE-DATA-GERACAO  PIC 9(08).
               10  WS-LOTE-QTD-REGISTROS PIC 9(07).
               10  WS-LOTE-HASH-CPF      PIC 9(18).
               10  WS-LOTE-APLICADOS     PIC 9(07).
               10  WS-LOTE-REJEITADOS    PIC 9(07).
               10  WS-LOTE-SITUACAO      PIC X(01).
                   88  LOTE-ACEITO                VALUE "A".
                   88  LOTE-REJEITADO             VALUE "R".
               10  WS-LOTE-MOTIVO        PIC X(40).

       01  WS-LOTE-ABERTO                PIC X(01) VALUE "N".
           88  LOTE-EM-CURSO                      VALUE "S".

       01  WS-ULTIMO-SEQ-FILIAL          PIC 9(06) VALUE ZERO.
       01  WS-REJEITADOS-ANTES           PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-FORA-DE-LOTE         PIC 9(07) VALUE ZERO.
       01  WS-LOTES-ACEITOS              PIC 9(03) VALUE ZERO.
       01  WS-LOTES-REJEITADOS           PIC 9(03) VALUE ZERO.
       01  WS-LOTES-EXCEDENTES           PIC 9(03) VALUE ZERO.
       01  WS-DATA-HOJE                  PIC 9(08) VALUE ZERO.

       01  WS-DATA-TRAB.
           05  WS-TRAB-ANO               PIC 9(04).
           05  WS-TRAB-MES               PIC 9(02).
           05  WS-TRAB-DIA               PIC 9(02).

      * Linha do recibo de controle: uma por lote de filial.
       01  WS-LINHA-RECIBO.
           05  FILLER                   PIC X(07) VALUE "FILIAL ".
           05  WB-FILIAL                PIC 9(04).
           05  FILLER                   PIC X(05) VALUE " SEQ ".
           05  WB-SEQUENCIAL            PIC 9(06).
           05  FILLER                   PIC X(04) VALUE " DE ".
           05  WB-DIA                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WB-MES                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WB-ANO                   PIC 9(04).
           05  FILLER                   PIC X(07) VALUE " RECEB ".
           05  WB-RECEBIDOS             PIC ZZZZZZ9.
           05  FILLER                   PIC X(07) VALUE " APLIC ".
           05  WB-APLICADOS             PIC ZZZZZZ9.
           05  FILLER                   PIC X(08) VALUE " REJEIT ".
           05  WB-REJEITADOS            PIC ZZZZZZ9.

      * Tipo de operacao aplicada sobre o master, gravada tambem na
      * trilha de auditoria (mesmos codigos da manutencao online).
       01  WS-TIPO-OPERACAO              PIC X(01) VALUE SPACE.
           88  OP-ALTERACAO                       VALUE "A".
           88  OP-EXCLUSAO                        VALUE "E".
           88  OP-REATIVACAO                      VALUE "R".
           88  OP-CONSENTIMENTO                   VALUE "L".

       01  WS-OPERADOR                   PIC X(08) VALUE SPACES.
       01  WS-MOTIVO-REJEICAO            PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
      * Protocolo das rejeicoes: um por movimento rejeitado, mesmo
      * quando o movimento gera mais de uma linha de motivo, com a
      * pendencia aberta ate a correcao pela filial.
      *-----------------------------------------------------------------
       01  WS-FS-PENDENCIA              PIC X(02).
           88  FS-PENDENCIA-OK                  VALUE "00".
           88  FS-PENDENCIA-INEXISTENTE         VALUE "35".

       01  WS-PROTOCOLO                  PIC 9(09) VALUE ZERO.
       01  WS-PROTOCOLO-MOVIMENTO        PIC X(01) VALUE "N".
           88  PROTOCOLO-GERADO                   VALUE "S".

      * Protocolo ja usado na mesma chave (contador de protocolos
      * recuado por uma restauracao do cadastro): a pendencia tenta os
      * numeros seguintes, ate o limite de tentativas.
       01  WS-PENDENCIA-GRAVADA          PIC X(01) VALUE "N".
           88  PENDENCIA-GRAVADA                  VALUE "S".
       01  WS-TENTATIVAS-PROTOCOLO       PIC 9(02) COMP VALUE ZERO.
       01  WS-MAX-TENTATIVAS-PROTOCOLO   PIC 9(02) COMP VALUE 10.

       01  WS-FILIAL-MOVIMENTO           PIC 9(04) VALUE ZERO.
       01  WS-REINCIDENCIAS              PIC 9(03) VALUE ZERO.

       01  WS-FIM-PENDENCIAS             PIC X(01) VALUE "N".
           88  FIM-PENDENCIAS                     VALUE "S".

       01  WS-TOTAL-PROTOCOLOS           PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-REINCIDENTES         PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-BAIXADAS             PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------------
      * Consentimento LGPD (operacao "L"): finalidade, acao e canal
      * vem do registro de movimento.
      *-----------------------------------------------------------------
       01  WS-FS-CONSENT                PIC X(02).
           88  FS-CONSENT-OK                    VALUE "00".
           88  FS-CONSENT-INEXISTENTE           VALUE "35".

       01  WS-CONS-CANAL                 PIC X(01) VALUE SPACE.
           88  CONS-CANAL-VALIDO                  VALUES "F" "T" "S"
                                                         "E" "M" "P".
       01  WS-CONS-DATA-HORA             PIC 9(14) VALUE ZERO.

       01  WS-CONS-VALIDO                PIC X(01) VALUE "N".
           88  CONSENTIMENTO-VALIDO               VALUE "S".
           88  CONSENTIMENTO-INVALIDO             VALUE "N".

       01  WS-MOTIVO-CONS                PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
      * Vinculo do cliente menor de idade com o responsavel legal na
      * inclusao: idade na data corrente, responsavel e tipo de
      * vinculo do movimento e resultado da conferencia.
      *-----------------------------------------------------------------
       01  WS-FS-VINCULO                PIC X(02).
           88  FS-VINCULO-OK                    VALUE "00".
           88  FS-VINCULO-INEXISTENTE           VALUE "35".

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

       01  WS-VINC-CPF-MENOR             PIC 9(11) VALUE ZERO.
       01  WS-VINC-CPF-RESPONSAVEL       PIC 9(11) VALUE ZERO.
       01  WS-VINC-TIPO                  PIC X(01) VALUE SPACE.

       01  WS-SITUACAO-VINCULO           PIC X(01) VALUE SPACE.
           88  VINCULO-DISPENSADO                 VALUE "D".
           88  VINCULO-EXISTENTE                  VALUE "X".
           88  VINCULO-NOVO                       VALUE "N".
           88  VINCULO-RECUSADO                   VALUE "R".

       01  WS-MOTIVO-VINCULO             PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
      * Conferencia do operador do movimento no cadastro de
      * operadores: precisa existir, estar ativo e ter no perfil a
      * permissao exigida pela operacao.
      *-----------------------------------------------------------------
       01  WS-FS-OPERADOR               PIC X(02).
           88  FS-OPERADOR-OK                   VALUE "00".
           88  FS-OPERADOR-INEXISTENTE          VALUE "35".

       01  WS-CADASTRO-OPERADORES        PIC X(01) VALUE "N".
           88  CADASTRO-OPERADORES-ABERTO         VALUE "S".

       01  WS-PERMISSAO-EXIGIDA          PIC X(01) VALUE SPACE.
           88  EXIGE-MANUTENCAO                   VALUE "M".
           88  EXIGE-INATIVACAO                   VALUE "I".
           88  EXIGE-ROTINA-SENSIVEL              VALUE "S".

       01  WS-OPERADOR-AUTORIZADO        PIC X(01) VALUE "N".
           88  OPERADOR-AUTORIZADO                VALUE "S".

       01  WS-MOTIVO-OPERADOR            PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
      * Manutencao de contatos (operacao "C"): dados do contato do
      * movimento corrente e flags de validacao, como na manutencao
       01  WS-CONTATO-TIPO               PIC X(01) VALUE SPACE.
       01  WS-CONTATO-VALOR              PIC X(60) VALUE SPACES.

      * Endereco estruturado do contato tipo "D" (mesma forma de
      * CONTATO-END-ESTRUTURADO), conferido contra a referencia de
      * CEPs antes de ser gravado.
       01  WS-CONTATO-ENDERECO.
           05  WS-END-LOGRADOURO         PIC X(40).
           05  WS-END-NUMERO             PIC X(06).
           05  WS-END-COMPLEMENTO        PIC X(20).
           05  WS-END-BAIRRO             PIC X(30).
           05  WS-END-CIDADE             PIC X(30).
           05  WS-END-UF                 PIC X(02).
           05  WS-END-CEP                PIC 9(08).

       01  WS-END-PONTEIRO               PIC 9(03) VALUE ZERO.

       01  WS-FS-CEP                    PIC X(02).
           88  FS-CEP-OK                        VALUE "00".
           88  FS-CEP-INEXISTENTE               VALUE "35".

       01  WS-REFERENCIA-CEP             PIC X(01) VALUE "N".
           88  REFERENCIA-CEP-ABERTA              VALUE "S".

       01  WS-CEP-ENCONTRADO             PIC X(01) VALUE "N".
           88  CEP-ENCONTRADO                     VALUE "S".

       01  WS-CONTATO-VALIDO             PIC X(01) VALUE "N".
           88  CONTATO-VALIDO                     VALUE "S".
           88  CONTATO-INVALIDO                    VALUE "N".

      * Linha do relatorio de movimentos rejeitados.
       01  WS-LINHA-REJEICAO.
           05  FILLER                   PIC X(05) VALUE "PROT ".
           05  WR-PROTOCOLO             PIC 9(09).
           05  FILLER                   PIC X(05) VALUE " CPF ".
           05  WR-CPF                   PIC 9(11).
           05  FILLER                   PIC X(04) VALUE " OP ".
           05  WR-OPERACAO              PIC X(01).
           05  FILLER                   PIC X(03) VALUE " - ".
           05  WR-MOTIVO                PIC X(40).
       01  WS-EOF-GRADE                  PIC X(01) VALUE "N".
           88  FIM-GRADE                         VALUE "S".

      *-----------------------------------------------------------------
      * Modo de execucao informado pelo operador: na simulacao nada e
      * gravado, o relatorio de rejeicoes vira o relatorio previo e o
      * recibo sai em arquivo proprio. Os clientes que o lote gravaria
      * ficam numa tabela em memoria, para que os movimentos seguintes
      * do mesmo arquivo os enxerguem como se estivessem no master.
      *-----------------------------------------------------------------
       01  WS-MODO-EXECUCAO              PIC X(01) VALUE "N".
           88  MODO-SIMULACAO                     VALUE "S" "s".

       01  WS-NOME-REJEITADOS            PIC X(50)
                               VALUE "data/movimento-rejeitados.rpt".
       01  WS-NOME-RECIBO                PIC X(50)
                               VALUE "data/recibo-movimento.rpt".

       01  WS-CLIENTE-ENCONTRADO         PIC X(01) VALUE "N".
           88  CLIENTE-ENCONTRADO                 VALUE "S".

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
       01  WS-TOTAL-CONTATOS             PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-CONSENTIMENTOS       PIC 9(07) VALUE ZERO.

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
           PERFORM 0050-LER-MODO-EXECUCAO
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
           PERFORM 0100-INICIALIZAR
           PERFORM 0120-CONFERIR-LOTES
           PERFORM UNTIL FIM-MOVIMENTO
               READ MOVIMENTO-ENTRADA
                   AT END
                       SET FIM-MOVIMENTO TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN MOV-REG-HEADER
                               PERFORM 0170-INICIAR-LOTE
                           WHEN MOV-REG-TRAILER
                               PERFORM 0180-ENCERRAR-LOTE
                           WHEN OTHER
                               ADD 1 TO WS-TOTAL-LIDOS
                               PERFORM 0190-APLICAR-REGISTRO
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM 0950-EMITIR-RECIBO
           IF MODO-SIMULACAO
               PERFORM 0970-TOTALIZAR-PREVIA
           END-IF
           PERFORM 0900-FINALIZAR
           DISPLAY "MOVIMENTO-LOTE: LIDOS=" WS-TOTAL-LIDOS
               " PROCESSADOS=" WS-TOTAL-PROCESSADOS
               " REJEITADOS=" WS-TOTAL-REJEITADOS
               " - REJEICOES EM " FUNCTION TRIM (WS-NOME-REJEITADOS)
           DISPLAY "MOVIMENTO-LOTE: PROTOCOLOS=" WS-TOTAL-PROTOCOLOS
               " REINCIDENTES=" WS-TOTAL-REINCIDENTES
               " PENDENCIAS BAIXADAS=" WS-TOTAL-BAIXADAS
           DISPLAY "MOVIMENTO-LOTE: LOTES ACEITOS=" WS-LOTES-ACEITOS
               " REJEITADOS=" WS-LOTES-REJEITADOS
               " - RECIBO EM " FUNCTION TRIM (WS-NOME-RECIBO)
           IF MODO-SIMULACAO
               DISPLAY "MOVIMENTO-LOTE: SIMULACAO - NADA FOI GRAVADO - "
                   "CONSULTE data/previa-movimento.rpt"
           END-IF.

       0050-LER-MODO-EXECUCAO.
           DISPLAY "MODO DE EXECUCAO (N-NORMAL, S-SIMULACAO): "
               WITH NO ADVANCING
           ACCEPT WS-MODO-EXECUCAO FROM CONSOLE
           IF MODO-SIMULACAO
               MOVE "data/previa-movimento.rpt" TO WS-NOME-REJEITADOS
               MOVE "data/previa-recibo-movimento.rpt" TO WS-NOME-RECIBO
           END-IF.

       0100-INICIALIZAR.
      *    Se o arquivo de movimento ainda nao existir (nenhuma filial
               CLOSE CONTATO-CLIENTE
               OPEN I-O CONTATO-CLIENTE
           END-IF
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADOR-INEXISTENTE
               SET CADASTRO-OPERADORES-ABERTO TO TRUE
           END-IF
           OPEN INPUT CEP-REFERENCIA
           IF NOT FS-CEP-INEXISTENTE
               SET REFERENCIA-CEP-ABERTA TO TRUE
           END-IF
           OPEN I-O CONSENTIMENTO
           IF FS-CONSENT-INEXISTENTE
               OPEN OUTPUT CONSENTIMENTO
               CLOSE CONSENTIMENTO
               OPEN I-O CONSENTIMENTO
           END-IF
           OPEN I-O VINCULO-RESPONSAVEL
           IF FS-VINCULO-INEXISTENTE
               OPEN OUTPUT VINCULO-RESPONSAVEL
               CLOSE VINCULO-RESPONSAVEL
               OPEN I-O VINCULO-RESPONSAVEL
           END-IF
           OPEN I-O PENDENCIA-MOVIMENTO
           IF FS-PENDENCIA-INEXISTENTE
               OPEN OUTPUT PENDENCIA-MOVIMENTO
               CLOSE PENDENCIA-MOVIMENTO
               OPEN I-O PENDENCIA-MOVIMENTO
           END-IF
           OPEN I-O CONTROLE-MOVIMENTO
           IF FS-CTLMOV-INEXISTENTE
               OPEN OUTPUT CONTROLE-MOVIMENTO
               CLOSE CONTROLE-MOVIMENTO
               OPEN I-O CONTROLE-MOVIMENTO
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           OPEN OUTPUT RECIBO-MOVIMENTO
           OPEN OUTPUT MOVIMENTO-REJEITADOS
           IF MODO-SIMULACAO
               MOVE "RELATORIO PREVIO DO MOVIMENTO - SIMULACAO"
                   TO LINHA-REJEITADOS
               WRITE LINHA-REJEITADOS
               MOVE "NADA FOI GRAVADO - REJEICOES SEM PROTOCOLO"
                   TO LINHA-REJEITADOS
           ELSE
               MOVE "RELATORIO DE MOVIMENTOS REJEITADOS - FILIAIS"
                   TO LINHA-REJEITADOS
           END-IF
           WRITE LINHA-REJEITADOS
           WRITE LINHA-REJEITADOS FROM SPACES.

       0120-CONFERIR-LOTES.
      *    Primeira leitura do arquivo de movimento: monta a tabela de
      *    lotes (um por header) com a quantidade de registros e o
      *    total de hash dos CPFs efetivamente recebidos e confere
      *    cada lote contra o seu trailer e contra o sequencial da
      *    filial. Nada e aplicado nesta leitura; o arquivo e reaberto
      *    em seguida para a aplicacao dos lotes aceitos.
           MOVE ZERO TO WS-QTD-LOTES
           MOVE "N" TO WS-LOTE-ABERTO
           PERFORM UNTIL FIM-MOVIMENTO
               READ MOVIMENTO-ENTRADA
                   AT END
                       SET FIM-MOVIMENTO TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN MOV-REG-HEADER
                               PERFORM 0130-CONFERIR-HEADER
                           WHEN MOV-REG-TRAILER
                               PERFORM 0140-CONFERIR-TRAILER
                           WHEN OTHER
                               PERFORM 0125-ACUMULAR-REGISTRO
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF LOTE-EM-CURSO
               PERFORM 0160-LOTE-SEM-TRAILER
           END-IF
           CLOSE MOVIMENTO-ENTRADA
           OPEN INPUT MOVIMENTO-ENTRADA
           MOVE "N" TO WS-EOF-MOVIMENTO
           MOVE "N" TO WS-LOTE-ABERTO
           MOVE ZERO TO WS-LOTE-ATUAL.

       0125-ACUMULAR-REGISTRO.
      *    Registro fora de lote (antes do primeiro header ou depois
      *    de um trailer) nao conta para lote nenhum; e rejeitado na
      *    aplicacao. CPF nao numerico nao entra no total de hash.
           IF LOTE-EM-CURSO AND WS-QTD-LOTES <= WS-MAX-LOTES
               ADD 1 TO WS-LOTE-QTD-REGISTROS (WS-QTD-LOTES)
               IF MOV-CPF NUMERIC
                   ADD MOV-CPF TO WS-LOTE-HASH-CPF (WS-QTD-LOTES)
               END-IF
           END-IF.

       0130-CONFERIR-HEADER.
      *    Header sem o trailer do lote anterior fecha aquele lote
      *    como incompleto.
           IF LOTE-EM-CURSO
               PERFORM 0160-LOTE-SEM-TRAILER
           END-IF
           ADD 1 TO WS-QTD-LOTES
           SET LOTE-EM-CURSO TO TRUE
           IF WS-QTD-LOTES <= WS-MAX-LOTES
               INITIALIZE WS-LOTE (WS-QTD-LOTES)
               MOVE MOV-HDR-FILIAL
                   TO WS-LOTE-FILIAL (WS-QTD-LOTES)
               MOVE MOV-HDR-SEQUENCIAL
                   TO WS-LOTE-SEQUENCIAL (WS-QTD-LOTES)
               MOVE MOV-HDR-DATA-GERACAO
                   TO WS-LOTE-DATA-GERACAO (WS-QTD-LOTES)
               IF MOV-HDR-FILIAL NOT NUMERIC
                   OR MOV-HDR-SEQUENCIAL NOT NUMERIC
                   OR MOV-HDR-DATA-GERACAO NOT NUMERIC
                   OR MOV-HDR-SEQUENCIAL = ZERO
                   SET LOTE-REJEITADO (WS-QTD-LOTES) TO TRUE
                   MOVE "HEADER DO LOTE INVALIDO"
                       TO WS-LOTE-MOTIVO (WS-QTD-LOTES)
               END-IF
           END-IF.

       0140-CONFERIR-TRAILER.
      *    Trailer sem header aberto nao fecha lote nenhum; e apontado
      *    no relatorio de rejeicoes na aplicacao.
           IF LOTE-EM-CURSO
               MOVE "N" TO WS-LOTE-ABERTO
               IF WS-QTD-LOTES <= WS-MAX-LOTES
                   IF NOT LOTE-REJEITADO (WS-QTD-LOTES)
                       PERFORM 0145-CONFERIR-TOTAIS
                   END-IF
               END-IF
           END-IF.

       0145-CONFERIR-TOTAIS.
           IF MOV-TRL-QTD-REGISTROS NOT NUMERIC
               OR MOV-TRL-QTD-REGISTROS
                   NOT = WS-LOTE-QTD-REGISTROS (WS-QTD-LOTES)
               SET LOTE-REJEITADO (WS-QTD-LOTES) TO TRUE
               MOVE "QUANTIDADE DE REGISTROS NAO CONFERE"
                   TO WS-LOTE-MOTIVO (WS-QTD-LOTES)
           ELSE
               IF MOV-TRL-HASH-CPF NOT NUMERIC
                   OR MOV-TRL-HASH-CPF
                       NOT = WS-LOTE-HASH-CPF (WS-QTD-LOTES)
                   SET LOTE-REJEITADO (WS-QTD-LOTES) TO TRUE
                   MOVE "TOTAL DE HASH DOS CPFS NAO CONFERE"
                       TO WS-LOTE-MOTIVO (WS-QTD-LOTES)
               ELSE
                   PERFORM 0150-CONFERIR-SEQUENCIAL
               END-IF
           END-IF.

       0150-CONFERIR-SEQUENCIAL.
      *    O sequencial esperado e o seguinte ao ultimo aceito da
      *    filial: o de um lote anterior da mesma filial neste mesmo
      *    arquivo ou, nao havendo, o do controle de movimento. Filial
      *    ainda sem controle comeca pelo sequencial 1.
           MOVE ZERO TO WS-ULTIMO-SEQ-FILIAL
           MOVE WS-LOTE-FILIAL (WS-QTD-LOTES) TO CTLMOV-FILIAL
           READ CONTROLE-MOVIMENTO
               KEY IS CTLMOV-FILIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTLMOV-ULTIMO-SEQ TO WS-ULTIMO-SEQ-FILIAL
           END-READ
           PERFORM VARYING IDX-LOTE FROM 1 BY 1
                   UNTIL IDX-LOTE >= WS-QTD-LOTES
               IF WS-LOTE-FILIAL (IDX-LOTE)
                       = WS-LOTE-FILIAL (WS-QTD-LOTES)
                   AND LOTE-ACEITO (IDX-LOTE)
                   MOVE WS-LOTE-SEQUENCIAL (IDX-LOTE)
                       TO WS-ULTIMO-SEQ-FILIAL
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-LOTE-SEQUENCIAL (WS-QTD-LOTES)
                       <= WS-ULTIMO-SEQ-FILIAL
                   SET LOTE-REJEITADO (WS-QTD-LOTES) TO TRUE
                   MOVE "SEQUENCIAL DA FILIAL REPETIDO"
                       TO WS-LOTE-MOTIVO (WS-QTD-LOTES)
               WHEN WS-LOTE-SEQUENCIAL (WS-QTD-LOTES)
                       > WS-ULTIMO-SEQ-FILIAL + 1
                   SET LOTE-REJEITADO (WS-QTD-LOTES) TO TRUE
                   MOVE "SEQUENCIAL DA FILIAL PULOU NUMERO"
                       TO WS-LOTE-MOTIVO (WS-QTD-LOTES)
               WHEN OTHER
                   SET LOTE-ACEITO (WS-QTD-LOTES) TO TRUE
           END-EVALUATE.

       0160-LOTE-SEM-TRAILER.
           MOVE "N" TO WS-LOTE-ABERTO
           IF WS-QTD-LOTES <= WS-MAX-LOTES
               IF NOT LOTE-REJEITADO (WS-QTD-LOTES)
                   SET LOTE-REJEITADO (WS-QTD-LOTES) TO TRUE
                   MOVE "LOTE SEM TRAILER - ARQUIVO INCOMPLETO"
                       TO WS-LOTE-MOTIVO (WS-QTD-LOTES)
               END-IF
           END-IF.

       0170-INICIAR-LOTE.
      *    Segunda leitura: o lote rejeitado na conferencia e anunciado
      *    no relatorio de rejeicoes antes dos seus movimentos.
           ADD 1 TO WS-LOTE-ATUAL
           SET LOTE-EM-CURSO TO TRUE
           IF WS-LOTE-ATUAL <= WS-MAX-LOTES
               IF LOTE-REJEITADO (WS-LOTE-ATUAL)
                   MOVE SPACES TO LINHA-REJEITADOS
                   STRING "LOTE DA FILIAL "    DELIMITED BY SIZE
                          WS-LOTE-FILIAL (WS-LOTE-ATUAL)
                                               DELIMITED BY SIZE
                          " SEQ "              DELIMITED BY SIZE
                          WS-LOTE-SEQUENCIAL (WS-LOTE-ATUAL)
                                               DELIMITED BY SIZE
                          " REJEITADO - "      DELIMITED BY SIZE
                          WS-LOTE-MOTIVO (WS-LOTE-ATUAL)
                                               DELIMITED BY SIZE
                       INTO LINHA-REJEITADOS
                   END-STRING
                   WRITE LINHA-REJEITADOS
               END-IF
           END-IF.

       0180-ENCERRAR-LOTE.
           IF NOT LOTE-EM-CURSO
               MOVE "TRAILER SEM HEADER CORRESPONDENTE - IGNORADO"
                   TO LINHA-REJEITADOS
               WRITE LINHA-REJEITADOS
           ELSE
               MOVE "N" TO WS-LOTE-ABERTO
               IF WS-LOTE-ATUAL <= WS-MAX-LOTES
                   IF LOTE-ACEITO (WS-LOTE-ATUAL)
                       AND NOT MODO-SIMULACAO
                       PERFORM 0185-ATUALIZAR-CONTROLE-FILIAL
                   END-IF
               END-IF
           END-IF.

       0185-ATUALIZAR-CONTROLE-FILIAL.
      *    Lote aplicado: o sequencial dele passa a ser o ultimo
      *    aceito da filial, junto com os totais do recibo.
           MOVE WS-LOTE-FILIAL (WS-LOTE-ATUAL)     TO CTLMOV-FILIAL
           MOVE WS-LOTE-SEQUENCIAL (WS-LOTE-ATUAL) TO CTLMOV-ULTIMO-SEQ
           MOVE WS-LOTE-DATA-GERACAO (WS-LOTE-ATUAL)
               TO CTLMOV-DATA-GERACAO
           MOVE WS-DATA-HOJE TO CTLMOV-DATA-PROC
           MOVE WS-LOTE-QTD-REGISTROS (WS-LOTE-ATUAL)
               TO CTLMOV-QTD-RECEBIDOS
           MOVE WS-LOTE-APLICADOS (WS-LOTE-ATUAL)
               TO CTLMOV-QTD-APLICADOS
           MOVE WS-LOTE-REJEITADOS (WS-LOTE-ATUAL)
               TO CTLMOV-QTD-REJEITADOS
           WRITE CTLMOV-REG
               INVALID KEY
                   REWRITE CTLMOV-REG
                       INVALID KEY
                           DISPLAY "CONTROLE DA FILIAL " CTLMOV-FILIAL
                               " NAO ATUALIZADO - SEQUENCIAL "
                               CTLMOV-ULTIMO-SEQ " NAO REGISTRADO"
                   END-REWRITE
           END-WRITE.

       0190-APLICAR-REGISTRO.
      *    So os movimentos de lote aceito sao aplicados; os demais
      *    sao devolvidos a filial sem tocar em CLIENTE-MASTER. O
      *    movimento aplicado baixa as pendencias abertas do mesmo CPF
      *    e operacao.
           MOVE "N" TO WS-PROTOCOLO-MOVIMENTO
           MOVE ZERO TO WS-FILIAL-MOVIMENTO
           IF LOTE-EM-CURSO AND WS-LOTE-ATUAL <= WS-MAX-LOTES
               MOVE WS-LOTE-FILIAL (WS-LOTE-ATUAL)
                   TO WS-FILIAL-MOVIMENTO
           END-IF
           EVALUATE TRUE
               WHEN NOT LOTE-EM-CURSO
                   ADD 1 TO WS-TOTAL-FORA-DE-LOTE
                   MOVE "MOVIMENTO FORA DE LOTE (SEM HEADER)"
                       TO WS-MOTIVO-REJEICAO
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   PERFORM 1800-REJEITAR-MOVIMENTO
               WHEN WS-LOTE-ATUAL > WS-MAX-LOTES
                   MOVE "LIMITE DE LOTES POR ARQUIVO EXCEDIDO"
                       TO WS-MOTIVO-REJEICAO
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   PERFORM 1800-REJEITAR-MOVIMENTO
               WHEN LOTE-REJEITADO (WS-LOTE-ATUAL)
                   MOVE "LOTE REJEITADO NA CONFERENCIA"
                       TO WS-MOTIVO-REJEICAO
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   ADD 1 TO WS-LOTE-REJEITADOS (WS-LOTE-ATUAL)
                   PERFORM 1800-REJEITAR-MOVIMENTO
               WHEN OTHER
                   MOVE WS-TOTAL-REJEITADOS TO WS-REJEITADOS-ANTES
                   PERFORM 0200-PROCESSAR-MOVIMENTO
                   IF WS-TOTAL-REJEITADOS > WS-REJEITADOS-ANTES
                       ADD 1 TO WS-LOTE-REJEITADOS (WS-LOTE-ATUAL)
                   ELSE
                       ADD 1 TO WS-LOTE-APLICADOS (WS-LOTE-ATUAL)
                       IF NOT MODO-SIMULACAO
                           PERFORM 1850-BAIXAR-PENDENCIAS
                       END-IF
                   END-IF
           END-EVALUATE.

       0200-PROCESSAR-MOVIMENTO.
           MOVE MOV-OPERADOR TO WS-OPERADOR
           MOVE MOV-OPERACAO TO WS-TIPO-OPERACAO
           MOVE MOV-DIA  TO DIA OF WS-CLIENTE
           MOVE MOV-MES  TO MES OF WS-CLIENTE
           MOVE MOV-ANO  TO ANO OF WS-CLIENTE
           PERFORM 0250-AUTORIZAR-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               MOVE WS-MOTIVO-OPERADOR TO WS-MOTIVO-REJEICAO
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM 1800-REJEITAR-MOVIMENTO
           ELSE
               EVALUATE TRUE
                   WHEN MOV-OP-CONTATOS
                       PERFORM 0600-MANTER-CONTATO
                   WHEN MOV-OP-CONSENTIMENTO
                       PERFORM 0700-MANTER-CONSENTIMENTO
                   WHEN MOV-OP-REATIVACAO
                       PERFORM 0450-REATIVAR-CLIENTE
                   WHEN MOV-OP-EXCLUSAO
                       PERFORM 0400-EXCLUIR-CLIENTE
                   WHEN MOV-OP-INCLUSAO
                   WHEN MOV-OP-ALTERACAO
                       PERFORM 0210-APLICAR-DADOS-CADASTRAIS
                   WHEN OTHER
                       MOVE "TIPO DE OPERACAO INVALIDO"
                           TO WS-MOTIVO-REJEICAO
                       ADD 1 TO WS-TOTAL-REJEITADOS
                       PERFORM 1800-REJEITAR-MOVIMENTO
               END-EVALUATE
           END-IF.

       0210-APLICAR-DADOS-CADASTRAIS.
           PERFORM 1000-VALIDAR-CPF
           PERFORM 2000-VALIDAR-DATA-NASC
           IF CPF-VALIDO AND DATA-NASC-VALIDA
               PERFORM 0800-CONFERIR-MENOR
               IF VINCULO-RECUSADO
                   MOVE WS-MOTIVO-VINCULO TO WS-MOTIVO-REJEICAO
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   PERFORM 1800-REJEITAR-MOVIMENTO
               ELSE
                   PERFORM 0300-GRAVAR-CLIENTE
                   IF VINCULO-NOVO AND NOT MODO-SIMULACAO
                       PERFORM 0850-GRAVAR-VINCULO
                   END-IF
                   ADD 1 TO WS-TOTAL-PROCESSADOS
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-REJEITADOS
               IF CPF-INVALIDO
               END-IF
           END-IF.

       0250-AUTORIZAR-OPERADOR.
      *    Exclusao logica e reativacao exigem do operador da filial a
      *    permissao de inativacao; as demais operacoes, a permissao
      *    de manutencao.
           IF MOV-OP-EXCLUSAO OR MOV-OP-REATIVACAO
               SET EXIGE-INATIVACAO TO TRUE
           ELSE
               SET EXIGE-MANUTENCAO TO TRUE
           END-IF
           PERFORM 8000-VERIFICAR-OPERADOR.

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
               PERFORM 0395-REGRAVAR-CLIENTE
           END-IF
           PERFORM 6000-GRAVAR-LOG-AUDITORIA.

       0340-LER-CLIENTE.
      *    Le o cliente de CPF-CLIENTE OF CLIENTE-REG. Na simulacao vale
      *    antes a imagem que o lote ja teria gravado para o CPF.
           MOVE "N" TO WS-CLIENTE-ENCONTRADO
           IF MODO-SIMULACAO
               PERFORM 0345-PROCURAR-SIMULADO
           END-IF
           IF CLIENTE-ENCONTRADO
               MOVE WS-SIM-CLIENTE (WS-SIM-POSICAO) TO CLIENTE-REG
           ELSE
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
      *    cheia, os movimentos seguintes do CPF sao avaliados contra o
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

       0395-REGRAVAR-CLIENTE.
           IF MODO-SIMULACAO
               PERFORM 0390-GUARDAR-SIMULADO
           ELSE
               REWRITE CLIENTE-REG
           END-IF.

       0400-EXCLUIR-CLIENTE.
      *    Exclusao logica em lote: o motivo vem no proprio registro
      *    de movimento, em vez de ser perguntado ao operador.
           INITIALIZE WS-CLIENTE-ANTES
           MOVE CPF-CLIENTE OF WS-CLIENTE TO CPF-CLIENTE OF CLIENTE-REG
           PERFORM 0340-LER-CLIENTE
           IF NOT CLIENTE-ENCONTRADO
               MOVE "CPF NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM 1800-REJEITAR-MOVIMENTO
           ELSE
               IF CLIENTE-INATIVO OF CLIENTE-REG
                   MOVE "CPF JA ESTA INATIVO"
                       TO WS-MOTIVO-REJEICAO
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   PERFORM 1800-REJEITAR-MOVIMENTO
               ELSE
                   PERFORM 0410-INATIVAR-CLIENTE
                   ADD 1 TO WS-TOTAL-PROCESSADOS
               END-IF
           END-IF.

       0410-INATIVAR-CLIENTE.
           MOVE CLIENTE-REG TO WS-CLIENTE-ANTES
               TO DATA-INATIVACAO OF CLIENTE-REG
           MOVE MOV-MOTIVO-INATIVACAO
               TO MOTIVO-INATIVACAO OF CLIENTE-REG
           PERFORM 0395-REGRAVAR-CLIENTE
           ADD 1 TO WS-TOTAL-INATIVACOES
           MOVE CLIENTE-REG TO WS-CLIENTE
           PERFORM 6000-GRAVAR-LOG-AUDITORIA.

       0450-REATIVAR-CLIENTE.
           INITIALIZE WS-CLIENTE-ANTES
           MOVE CPF-CLIENTE OF WS-CLIENTE TO CPF-CLIENTE OF CLIENTE-REG
           PERFORM 0340-LER-CLIENTE
           IF NOT CLIENTE-ENCONTRADO
               MOVE "CPF NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM 1800-REJEITAR-MOVIMENTO
           ELSE
               IF CLIENTE-INATIVO OF CLIENTE-REG
                   MOVE CLIENTE-REG TO WS-CLIENTE-ANTES
                   SET CLIENTE-ATIVO OF CLIENTE-REG TO TRUE
                   MOVE ZERO TO DATA-INATIVACAO OF CLIENTE-REG
                   MOVE SPACES TO MOTIVO-INATIVACAO OF CLIENTE-REG
                   PERFORM 0395-REGRAVAR-CLIENTE
                   ADD 1 TO WS-TOTAL-REATIVACOES
                   MOVE CLIENTE-REG TO WS-CLIENTE
                   PERFORM 6000-GRAVAR-LOG-AUDITORIA
                   ADD 1 TO WS-TOTAL-PROCESSADOS
               ELSE
                   MOVE "CPF NAO ESTA INATIVO"
                       TO WS-MOTIVO-REJEICAO
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   PERFORM 1800-REJEITAR-MOVIMENTO
               END-IF
           END-IF.

       0600-MANTER-CONTATO.
      *    Manutencao de contato em lote: sub-operacao e dados vem no
      *    clientes ja cadastrados no master, como na manutencao
      *    online.
           MOVE CPF-CLIENTE OF WS-CLIENTE TO CPF-CLIENTE OF CLIENTE-REG
           PERFORM 0340-LER-CLIENTE
           IF NOT CLIENTE-ENCONTRADO
               MOVE "CPF NAO CADASTRADO - CONTATO NAO REGISTRADO"
                   TO WS-MOTIVO-REJEICAO
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM 1800-REJEITAR-MOVIMENTO
           ELSE
               PERFORM 0610-MOVER-DADOS-CONTATO
               PERFORM 0630-EXECUTAR-OPERACAO-CONTATO
           END-IF.

       0610-MOVER-DADOS-CONTATO.
           MOVE MOV-CPF           TO WS-CONTATO-CPF
           MOVE MOV-CONTATO-SEQ   TO WS-CONTATO-SEQ
           MOVE MOV-CONTATO-TIPO  TO WS-CONTATO-TIPO
           MOVE MOV-CONTATO-VALOR TO WS-CONTATO-VALOR
           INITIALIZE WS-CONTATO-ENDERECO
           IF WS-CONTATO-TIPO = "D"
               MOVE MOV-CONTATO-ENDERECO TO WS-CONTATO-ENDERECO
           END-IF.

       0630-EXECUTAR-OPERACAO-CONTATO.
           IF MOV-CONT-INCLUSAO OR MOV-CONT-ALTERACAO

       0650-VALIDAR-CONTATO.
      *    Validacao basica por tipo: telefone so com digitos (pelo
      *    menos 8), e-mail com exatamente um "@", endereco validado
      *    campo a campo contra a referencia de CEPs - mesma regra da
      *    manutencao online.
           SET CONTATO-INVALIDO TO TRUE
           MOVE WS-CONTATO-TIPO TO CONTATO-TIPO
           MOVE WS-CONTATO-VALOR TO CONTATO-VALOR
           IF NOT CONTATO-TIPO-VALIDO
               MOVE "TIPO DE CONTATO INVALIDO" TO WS-MOTIVO-CONTATO
           ELSE
               IF CONTATO-ENDERECO
                   PERFORM 0657-VALIDAR-ENDERECO
               ELSE
                   IF WS-CONTATO-VALOR = SPACES
                       MOVE "VALOR DO CONTATO EM BRANCO"
                           TO WS-MOTIVO-CONTATO
                   ELSE
                       IF CONTATO-TEL-RESIDENCIAL
                       OR CONTATO-TEL-CELULAR
                           PERFORM 0655-VALIDAR-TELEFONE
                       ELSE
                           PERFORM 0656-VALIDAR-EMAIL
                       END-IF
                   END-IF
               END-IF
               SET CONTATO-VALIDO TO TRUE
           END-IF.

       0657-VALIDAR-ENDERECO.
      *    Endereco em campos separados: logradouro, numero, cidade, UF
      *    e CEP sao obrigatorios. O CEP precisa constar da referencia
      *    de CEPs e a cidade e a UF informadas precisam ser as do CEP;
      *    bairro em branco e completado pela referencia. Aceito o
      *    endereco, CONTATO-VALOR recebe o endereco montado em uma
      *    linha, que e o que os extratos e a consulta apresentam.
           MOVE FUNCTION UPPER-CASE (WS-END-LOGRADOURO)
               TO WS-END-LOGRADOURO
           MOVE FUNCTION UPPER-CASE (WS-END-NUMERO) TO WS-END-NUMERO
           MOVE FUNCTION UPPER-CASE (WS-END-COMPLEMENTO)
               TO WS-END-COMPLEMENTO
           MOVE FUNCTION UPPER-CASE (WS-END-BAIRRO) TO WS-END-BAIRRO
           MOVE FUNCTION UPPER-CASE (WS-END-CIDADE) TO WS-END-CIDADE
           MOVE FUNCTION UPPER-CASE (WS-END-UF) TO WS-END-UF
           IF WS-END-LOGRADOURO = SPACES OR WS-END-NUMERO = SPACES
               MOVE "LOGRADOURO E NUMERO SAO OBRIGATORIOS"
                   TO WS-MOTIVO-CONTATO
           ELSE
               IF WS-END-CIDADE = SPACES OR WS-END-UF = SPACES
                   MOVE "CIDADE E UF SAO OBRIGATORIAS"
                       TO WS-MOTIVO-CONTATO
               ELSE
                   IF WS-END-CEP NOT NUMERIC OR WS-END-CEP = ZERO
                       MOVE "CEP INVALIDO" TO WS-MOTIVO-CONTATO
                   ELSE
                       PERFORM 0658-CONSULTAR-CEP
                       IF NOT CEP-ENCONTRADO
                           MOVE "CEP NAO CONSTA DA REFERENCIA DE CEPS"
                               TO WS-MOTIVO-CONTATO
                       ELSE
                           IF WS-END-CIDADE NOT = CEP-CIDADE
                           OR WS-END-UF NOT = CEP-UF
                               MOVE "CIDADE/UF NAO CONFEREM COM O CEP"
                                   TO WS-MOTIVO-CONTATO
                           ELSE
                               IF WS-END-BAIRRO = SPACES
                                   MOVE CEP-BAIRRO TO WS-END-BAIRRO
                               END-IF
                               PERFORM 0659-MONTAR-ENDERECO
                               SET CONTATO-VALIDO TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0658-CONSULTAR-CEP.
           MOVE "N" TO WS-CEP-ENCONTRADO
           IF REFERENCIA-CEP-ABERTA
               MOVE WS-END-CEP TO CEP-CODIGO
               READ CEP-REFERENCIA
                   KEY IS CEP-CODIGO
                   NOT INVALID KEY
                       SET CEP-ENCONTRADO TO TRUE
               END-READ
           END-IF.

       0659-MONTAR-ENDERECO.
      *    Endereco em uma linha: "LOGRADOURO, NUMERO COMPLEMENTO -
      *    BAIRRO", truncado no tamanho de CONTATO-VALOR.
           MOVE SPACES TO WS-CONTATO-VALOR
           MOVE 1 TO WS-END-PONTEIRO
           STRING FUNCTION TRIM (WS-END-LOGRADOURO) DELIMITED BY SIZE
                  ", "                              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-END-NUMERO)     DELIMITED BY SIZE
               INTO WS-CONTATO-VALOR
               WITH POINTER WS-END-PONTEIRO
           END-STRING
           IF WS-END-COMPLEMENTO NOT = SPACES
               STRING " "                           DELIMITED BY SIZE
                      FUNCTION TRIM (WS-END-COMPLEMENTO)
                                                    DELIMITED BY SIZE
                   INTO WS-CONTATO-VALOR
                   WITH POINTER WS-END-PONTEIRO
               END-STRING
           END-IF
           IF WS-END-BAIRRO NOT = SPACES
               STRING " - "                         DELIMITED BY SIZE
                      FUNCTION TRIM (WS-END-BAIRRO) DELIMITED BY SIZE
                   INTO WS-CONTATO-VALOR
                   WITH POINTER WS-END-PONTEIRO
               END-STRING
           END-IF
           MOVE WS-CONTATO-VALOR TO CONTATO-VALOR.

       0660-INCLUIR-CONTATO.
           PERFORM 0665-PROXIMO-SEQ-CONTATO
           MOVE WS-CONTATO-CPF   TO CONTATO-CPF
           MOVE WS-CONTATO-SEQ   TO CONTATO-SEQ
           MOVE WS-CONTATO-TIPO  TO CONTATO-TIPO
           MOVE WS-CONTATO-VALOR TO CONTATO-VALOR
           MOVE WS-CONTATO-ENDERECO TO CONTATO-END-ESTRUTURADO
           MOVE "V" TO CONTATO-SITUACAO
           MOVE ZERO TO CONTATO-DATA-BLOQUEIO
           MOVE SPACES TO CONTATO-ORIGEM-BLOQUEIO
           IF NOT MODO-SIMULACAO
               WRITE CONTATO-REG
           END-IF
           ADD 1 TO WS-TOTAL-CONTATOS
           ADD 1 TO WS-TOTAL-PROCESSADOS.

       0665-PROXIMO-SEQ-CONTATO.
               NOT INVALID KEY
                   MOVE WS-CONTATO-TIPO  TO CONTATO-TIPO
                   MOVE WS-CONTATO-VALOR TO CONTATO-VALOR
                   MOVE WS-CONTATO-ENDERECO TO CONTATO-END-ESTRUTURADO
      *            Contato corrigido pela filial volta a valer nos
      *            extratos, mesmo que estivesse bloqueado pela CRM.
                   MOVE "V" TO CONTATO-SITUACAO
                   MOVE ZERO TO CONTATO-DATA-BLOQUEIO
                   MOVE SPACES TO CONTATO-ORIGEM-BLOQUEIO
                   IF NOT MODO-SIMULACAO
                       REWRITE CONTATO-REG
                   END-IF
                   ADD 1 TO WS-TOTAL-CONTATOS
                   ADD 1 TO WS-TOTAL-PROCESSADOS
           END-READ.

                   ADD 1 TO WS-TOTAL-REJEITADOS
                   PERFORM 1800-REJEITAR-MOVIMENTO
               NOT INVALID KEY
                   IF NOT MODO-SIMULACAO
                       DELETE CONTATO-CLIENTE
                   END-IF
                   ADD 1 TO WS-TOTAL-CONTATOS
                   ADD 1 TO WS-TOTAL-PROCESSADOS
           END-READ.

       0700-MANTER-CONSENTIMENTO.
      *    Concessao ou revogacao do consentimento LGPD em lote, com a
      *    mesma regra da manutencao online. So aceita clientes ja
      *    cadastrados no master; a operacao vai para a trilha de
      *    auditoria, o que leva o cliente ao proximo extrato-delta.
           MOVE CPF-CLIENTE OF WS-CLIENTE TO CPF-CLIENTE OF CLIENTE-REG
           PERFORM 0340-LER-CLIENTE
           IF NOT CLIENTE-ENCONTRADO
               MOVE "CPF NAO CADASTRADO - CONSENTIMENTO"
                   TO WS-MOTIVO-REJEICAO
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM 1800-REJEITAR-MOVIMENTO
           ELSE
               PERFORM 0750-VALIDAR-CONSENTIMENTO
               IF CONSENTIMENTO-INVALIDO
                   MOVE WS-MOTIVO-CONS TO WS-MOTIVO-REJEICAO
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   PERFORM 1800-REJEITAR-MOVIMENTO
               ELSE
                   PERFORM 0760-GRAVAR-CONSENTIMENTO
                   ADD 1 TO WS-TOTAL-CONSENTIMENTOS
                   ADD 1 TO WS-TOTAL-PROCESSADOS
               END-IF
           END-IF.

       0750-VALIDAR-CONSENTIMENTO.
      *    Finalidade, acao e canal precisam ser validos. So se concede
      *    o que nao esta concedido e so se revoga o que esta.
           SET CONSENTIMENTO-INVALIDO TO TRUE
           MOVE CPF-CLIENTE OF CLIENTE-REG TO CONSENT-CPF
           MOVE MOV-CONS-FINALIDADE TO CONSENT-FINALIDADE
           MOVE MOV-CONS-CANAL TO WS-CONS-CANAL
           IF NOT CONSENT-FINALIDADE-VALIDA
               MOVE "FINALIDADE DE CONSENTIMENTO INVALIDA"
                   TO WS-MOTIVO-CONS
           ELSE
               IF NOT MOV-CONS-CONCESSAO AND NOT MOV-CONS-REVOGACAO
                   MOVE "ACAO DE CONSENTIMENTO INVALIDA"
                       TO WS-MOTIVO-CONS
               ELSE
                   IF NOT CONS-CANAL-VALIDO
                       MOVE "CANAL DE CONSENTIMENTO INVALIDO"
                           TO WS-MOTIVO-CONS
                   ELSE
                       PERFORM 0755-CONFERIR-SITUACAO-CONSENT
                   END-IF
               END-IF
           END-IF.

       0755-CONFERIR-SITUACAO-CONSENT.
           READ CONSENTIMENTO
               KEY IS CONSENT-CHAVE
               INVALID KEY
                   INITIALIZE CONSENT-REG
                   MOVE CPF-CLIENTE OF CLIENTE-REG TO CONSENT-CPF
                   MOVE MOV-CONS-FINALIDADE TO CONSENT-FINALIDADE
           END-READ
           IF MOV-CONS-CONCESSAO AND CONSENT-CONCEDIDO
               MOVE "CONSENTIMENTO JA CONCEDIDO NA FINALIDADE"
                   TO WS-MOTIVO-CONS
           ELSE
               IF MOV-CONS-REVOGACAO AND NOT CONSENT-CONCEDIDO
                   MOVE "NAO HA CONSENTIMENTO CONCEDIDO A REVOGAR"
                       TO WS-MOTIVO-CONS
               ELSE
                   SET CONSENTIMENTO-VALIDO TO TRUE
               END-IF
           END-IF.

       0760-GRAVAR-CONSENTIMENTO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CONS-DATA-HORA
           IF MOV-CONS-CONCESSAO
               SET CONSENT-CONCEDIDO TO TRUE
               MOVE WS-CONS-DATA-HORA TO CONSENT-DATA-CONCESSAO
               MOVE WS-CONS-CANAL     TO CONSENT-CANAL-CONCESSAO
               MOVE WS-OPERADOR       TO CONSENT-OPER-CONCESSAO
               MOVE ZERO   TO CONSENT-DATA-REVOGACAO
               MOVE SPACES TO CONSENT-CANAL-REVOGACAO
               MOVE SPACES TO CONSENT-OPER-REVOGACAO
           ELSE
               SET CONSENT-REVOGADO TO TRUE
               MOVE WS-CONS-DATA-HORA TO CONSENT-DATA-REVOGACAO
               MOVE WS-CONS-CANAL     TO CONSENT-CANAL-REVOGACAO
               MOVE WS-OPERADOR       TO CONSENT-OPER-REVOGACAO
           END-IF
           IF NOT MODO-SIMULACAO
               WRITE CONSENT-REG
                   INVALID KEY
                       REWRITE CONSENT-REG
               END-WRITE
           END-IF
           MOVE CLIENTE-REG TO WS-CLIENTE-ANTES
           MOVE CLIENTE-REG TO WS-CLIENTE
           PERFORM 6000-GRAVAR-LOG-AUDITORIA.

       0800-CONFERIR-MENOR.
      *    Inclusao de cliente menor de 18 anos exige vinculo com um
      *    responsavel legal: vale o vinculo ativo ja registrado para o
      *    CPF ou o responsavel informado no movimento, gravado junto
      *    com a inclusao. Cliente ja cadastrado (alteracao) nao passa
      *    pela conferencia.
           SET VINCULO-DISPENSADO TO TRUE
           MOVE SPACES TO WS-MOTIVO-VINCULO
           MOVE CPF-CLIENTE OF WS-CLIENTE TO CPF-CLIENTE OF CLIENTE-REG
           PERFORM 0340-LER-CLIENTE
           IF NOT CLIENTE-ENCONTRADO
               MOVE DATA-NASC OF WS-CLIENTE TO WS-DATA-NASC-IDADE
               PERFORM 0810-CALCULAR-IDADE
               IF WS-IDADE < WS-MAIORIDADE
                   PERFORM 0820-OBTER-VINCULO
               END-IF
           END-IF.

       0810-CALCULAR-IDADE.
      *    Idade completa, na data corrente, de quem nasceu na data de
      *    WS-DATA-NASC-IDADE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REF-IDADE
           COMPUTE WS-IDADE = WS-REF-ANO - WS-NASC-ANO
           IF WS-NASC-MES > WS-REF-MES
               OR (WS-NASC-MES = WS-REF-MES
                   AND WS-NASC-DIA > WS-REF-DIA)
               SUBTRACT 1 FROM WS-IDADE
           END-IF.

       0820-OBTER-VINCULO.
           MOVE CPF-CLIENTE OF WS-CLIENTE TO WS-VINC-CPF-MENOR
           MOVE WS-VINC-CPF-MENOR TO VINC-CPF-MENOR
           READ VINCULO-RESPONSAVEL
               KEY IS VINC-CPF-MENOR
               INVALID KEY
                   INITIALIZE VINCULO-REG
           END-READ
           IF VINC-ATIVO
               SET VINCULO-EXISTENTE TO TRUE
           ELSE
               IF MOV-RESP-CPF = ZERO
                   SET VINCULO-RECUSADO TO TRUE
                   MOVE "MENOR SEM VINCULO DE RESPONSAVEL LEGAL"
                       TO WS-MOTIVO-VINCULO
               ELSE
                   MOVE MOV-RESP-CPF  TO WS-VINC-CPF-RESPONSAVEL
                   MOVE MOV-RESP-TIPO TO WS-VINC-TIPO
                   PERFORM 0830-VALIDAR-RESPONSAVEL
                   IF NOT VINCULO-RECUSADO
                       SET VINCULO-NOVO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0830-VALIDAR-RESPONSAVEL.
      *    O responsavel precisa ser outro CPF, cliente ativo em
      *    CLIENTE-MASTER e maior de idade, e o tipo de vinculo precisa
      *    ser valido.
           MOVE WS-VINC-TIPO TO VINC-TIPO
           IF NOT VINC-TIPO-VALIDO
               SET VINCULO-RECUSADO TO TRUE
               MOVE "TIPO DE VINCULO INVALIDO" TO WS-MOTIVO-VINCULO
           ELSE
               IF WS-VINC-CPF-RESPONSAVEL = WS-VINC-CPF-MENOR
                   SET VINCULO-RECUSADO TO TRUE
                   MOVE "RESPONSAVEL IGUAL AO PROPRIO MENOR"
                       TO WS-MOTIVO-VINCULO
               ELSE
                   MOVE WS-VINC-CPF-RESPONSAVEL
                       TO CPF-CLIENTE OF CLIENTE-REG
                   PERFORM 0340-LER-CLIENTE
                   IF NOT CLIENTE-ENCONTRADO
                       SET VINCULO-RECUSADO TO TRUE
                       MOVE "RESPONSAVEL NAO CADASTRADO"
                           TO WS-MOTIVO-VINCULO
                   ELSE
                       PERFORM 0835-CONFERIR-RESPONSAVEL
                   END-IF
               END-IF
           END-IF.

       0835-CONFERIR-RESPONSAVEL.
           IF CLIENTE-INATIVO OF CLIENTE-REG
               SET VINCULO-RECUSADO TO TRUE
               MOVE "RESPONSAVEL NAO E CLIENTE ATIVO"
                   TO WS-MOTIVO-VINCULO
           ELSE
               MOVE DATA-NASC OF CLIENTE-REG TO WS-DATA-NASC-IDADE
               PERFORM 0810-CALCULAR-IDADE
               IF WS-IDADE < WS-MAIORIDADE
                   SET VINCULO-RECUSADO TO TRUE
                   MOVE "RESPONSAVEL MENOR DE IDADE"
                       TO WS-MOTIVO-VINCULO
               END-IF
           END-IF.

       0850-GRAVAR-VINCULO.
      *    Grava o vinculo ativo do menor com o responsavel do
      *    movimento; um vinculo anterior encerrado do mesmo CPF e
      *    substituido.
           MOVE WS-VINC-CPF-MENOR       TO VINC-CPF-MENOR
           MOVE WS-VINC-CPF-RESPONSAVEL TO VINC-CPF-RESPONSAVEL
           MOVE WS-VINC-TIPO            TO VINC-TIPO
           SET VINC-ATIVO TO TRUE
           MOVE WS-DATA-HOJE            TO VINC-DATA-INICIO
           MOVE WS-OPERADOR             TO VINC-OPER-INICIO
           MOVE ZERO                    TO VINC-DATA-ENCERRAMENTO
           MOVE SPACES                  TO VINC-OPER-ENCERRAMENTO
           WRITE VINCULO-REG
               INVALID KEY
                   REWRITE VINCULO-REG
           END-WRITE.

       0900-FINALIZAR.
           CLOSE MOVIMENTO-ENTRADA
           CLOSE CLIENTE-MASTER
           CLOSE CONTATO-CLIENTE
           IF CADASTRO-OPERADORES-ABERTO
               CLOSE OPERADORES
           END-IF
           IF REFERENCIA-CEP-ABERTA
               CLOSE CEP-REFERENCIA
           END-IF
           CLOSE CONSENTIMENTO
           CLOSE VINCULO-RESPONSAVEL
           CLOSE PENDENCIA-MOVIMENTO
           CLOSE CONTROLE-MOVIMENTO
           CLOSE RECIBO-MOVIMENTO
           CLOSE MOVIMENTO-REJEITADOS.

       0950-EMITIR-RECIBO.
      *    Recibo de controle devolvido as filiais: uma linha por lote
      *    recebido, com recebidos/aplicados/rejeitados e a situacao
      *    do lote na conferencia de header e trailer.
           MOVE WS-DATA-HOJE TO WS-DATA-TRAB
           MOVE SPACES TO LINHA-RECIBO
           STRING "RECIBO DE CONTROLE DO MOVIMENTO DAS FILIAIS - "
                                          DELIMITED BY SIZE
                  WS-TRAB-DIA "/" WS-TRAB-MES "/" WS-TRAB-ANO
                                          DELIMITED BY SIZE
               INTO LINHA-RECIBO
           END-STRING
           WRITE LINHA-RECIBO
           WRITE LINHA-RECIBO FROM SPACES
           IF WS-QTD-LOTES = ZERO
               MOVE "NENHUM LOTE DE FILIAL (HEADER) NO ARQUIVO"
                   TO LINHA-RECIBO
               WRITE LINHA-RECIBO
           END-IF
           PERFORM VARYING IDX-LOTE FROM 1 BY 1
                   UNTIL IDX-LOTE > WS-QTD-LOTES
                      OR IDX-LOTE > WS-MAX-LOTES
               PERFORM 0955-IMPRIMIR-LOTE-RECIBO
           END-PERFORM
           IF WS-QTD-LOTES > WS-MAX-LOTES
               COMPUTE WS-LOTES-EXCEDENTES =
                   WS-QTD-LOTES - WS-MAX-LOTES
               MOVE SPACES TO LINHA-RECIBO
               STRING "LOTES ALEM DO LIMITE POR ARQUIVO (REJEITADOS): "
                                          DELIMITED BY SIZE
                      WS-LOTES-EXCEDENTES DELIMITED BY SIZE
                   INTO LINHA-RECIBO
               END-STRING
               WRITE LINHA-RECIBO
           END-IF
           IF WS-TOTAL-FORA-DE-LOTE > ZERO
               MOVE SPACES TO LINHA-RECIBO
               STRING "MOVIMENTOS FORA DE LOTE (REJEITADOS): "
                                          DELIMITED BY SIZE
                      WS-TOTAL-FORA-DE-LOTE
                                          DELIMITED BY SIZE
                   INTO LINHA-RECIBO
               END-STRING
               WRITE LINHA-RECIBO
           END-IF.

       0955-IMPRIMIR-LOTE-RECIBO.
           MOVE WS-LOTE-FILIAL (IDX-LOTE)     TO WB-FILIAL
           MOVE WS-LOTE-SEQUENCIAL (IDX-LOTE) TO WB-SEQUENCIAL
           MOVE WS-LOTE-DATA-GERACAO (IDX-LOTE) TO WS-DATA-TRAB
           MOVE WS-TRAB-DIA TO WB-DIA
           MOVE WS-TRAB-MES TO WB-MES
           MOVE WS-TRAB-ANO TO WB-ANO
           MOVE WS-LOTE-QTD-REGISTROS (IDX-LOTE) TO WB-RECEBIDOS
           MOVE WS-LOTE-APLICADOS (IDX-LOTE)     TO WB-APLICADOS
           MOVE WS-LOTE-REJEITADOS (IDX-LOTE)    TO WB-REJEITADOS
           WRITE LINHA-RECIBO FROM WS-LINHA-RECIBO
           MOVE SPACES TO LINHA-RECIBO
           IF LOTE-ACEITO (IDX-LOTE)
               ADD 1 TO WS-LOTES-ACEITOS
               MOVE "    LOTE ACEITO - HEADER E TRAILER CONFEREM"
                   TO LINHA-RECIBO
           ELSE
               ADD 1 TO WS-LOTES-REJEITADOS
               STRING "    LOTE REJEITADO - "  DELIMITED BY SIZE
                      WS-LOTE-MOTIVO (IDX-LOTE) DELIMITED BY SIZE
                   INTO LINHA-RECIBO
               END-STRING
           END-IF
           WRITE LINHA-RECIBO.

       0970-TOTALIZAR-PREVIA.
      *    Quantidades do relatorio previo, no fim do relatorio de
      *    rejeicoes da simulacao.
           WRITE LINHA-REJEITADOS FROM SPACES
           MOVE "INCLUSOES" TO WC-ROTULO
           MOVE WS-TOTAL-INCLUSOES TO WC-QTD
           WRITE LINHA-REJEITADOS FROM WS-LINHA-CONTAGEM
           MOVE "ALTERACOES" TO WC-ROTULO
           MOVE WS-TOTAL-ALTERACOES TO WC-QTD
           WRITE LINHA-REJEITADOS FROM WS-LINHA-CONTAGEM
           MOVE "INATIVACOES" TO WC-ROTULO
           MOVE WS-TOTAL-INATIVACOES TO WC-QTD
           WRITE LINHA-REJEITADOS FROM WS-LINHA-CONTAGEM
           MOVE "REATIVACOES" TO WC-ROTULO
           MOVE WS-TOTAL-REATIVACOES TO WC-QTD
           WRITE LINHA-REJEITADOS FROM WS-LINHA-CONTAGEM
           MOVE "REJEICOES" TO WC-ROTULO
           MOVE WS-TOTAL-REJEITADOS TO WC-QTD
           WRITE LINHA-REJEITADOS FROM WS-LINHA-CONTAGEM
           MOVE "MANUTENCOES DE CONTATO" TO WC-ROTULO
           MOVE WS-TOTAL-CONTATOS TO WC-QTD
           WRITE LINHA-REJEITADOS FROM WS-LINHA-CONTAGEM
           MOVE "CONSENTIMENTOS" TO WC-ROTULO
           MOVE WS-TOTAL-CONSENTIMENTOS TO WC-QTD
           WRITE LINHA-REJEITADOS FROM WS-LINHA-CONTAGEM
           MOVE "MOVIMENTOS LIDOS" TO WC-ROTULO
           MOVE WS-TOTAL-LIDOS TO WC-QTD
           WRITE LINHA-REJEITADOS FROM WS-LINHA-CONTAGEM.

       0990-IMPRIMIR-OPERACAO-PREVIA.
      *    Operacao que o lote aplicaria; a alteracao leva o
      *    antes/depois do nome e da data de nascimento.
           EVALUATE TRUE
               WHEN OP-INCLUSAO
                   MOVE "INCLUSAO" TO WP-OPERACAO
               WHEN OP-ALTERACAO
                   MOVE "ALTERACAO" TO WP-OPERACAO
               WHEN OP-EXCLUSAO
                   MOVE "INATIVACAO" TO WP-OPERACAO
               WHEN OP-REATIVACAO
                   MOVE "REATIVACAO" TO WP-OPERACAO
               WHEN OTHER
                   MOVE "CONSENTIM." TO WP-OPERACAO
           END-EVALUATE
           MOVE CPF-CLIENTE OF WS-CLIENTE  TO WP-CPF
           MOVE NOME-CLIENTE OF WS-CLIENTE TO WP-TEXTO
           WRITE LINHA-REJEITADOS FROM WS-LINHA-PREVIA
           IF OP-ALTERACAO
               MOVE "NOME"                          TO WM-ROTULO
               MOVE NOME-CLIENTE OF WS-CLIENTE-ANTES TO WM-ANTES
               MOVE NOME-CLIENTE OF WS-CLIENTE       TO WM-DEPOIS
               WRITE LINHA-REJEITADOS FROM WS-LINHA-MUDANCA
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
               WRITE LINHA-REJEITADOS FROM WS-LINHA-MUDANCA
           END-IF.

       1000-VALIDAR-CPF.
      *    Valida os dois digitos verificadores do CPF (modulo 11).
           SET CPF-INVALIDO TO TRUE

       1800-REJEITAR-MOVIMENTO.
      *    Grava o movimento rejeitado no relatorio de devolucao as
      *    filiais, com o protocolo, o CPF, a operacao e o motivo. O
      *    total de rejeitados e contado pelo chamador, uma vez por
      *    movimento, mesmo quando o movimento gera mais de uma linha
      *    de motivo; o protocolo e a pendencia tambem sao um so por
      *    movimento, com o primeiro motivo.
      *    Na simulacao nao ha protocolo nem pendencia.
           IF NOT PROTOCOLO-GERADO AND NOT MODO-SIMULACAO
               PERFORM 1820-ABRIR-PENDENCIA
           END-IF
           MOVE WS-PROTOCOLO      TO WR-PROTOCOLO
           MOVE MOV-CPF           TO WR-CPF
           MOVE MOV-OPERACAO      TO WR-OPERACAO
           MOVE WS-MOTIVO-REJEICAO TO WR-MOTIVO
           WRITE LINHA-REJEITADOS FROM WS-LINHA-REJEICAO.

       1820-ABRIR-PENDENCIA.
           PERFORM 1830-CONTAR-REINCIDENCIAS
           MOVE "N" TO WS-PENDENCIA-GRAVADA
           MOVE ZERO TO WS-TENTATIVAS-PROTOCOLO
           PERFORM UNTIL PENDENCIA-GRAVADA
                   OR WS-TENTATIVAS-PROTOCOLO
                      NOT < WS-MAX-TENTATIVAS-PROTOCOLO
               PERFORM 1825-GRAVAR-PENDENCIA
           END-PERFORM
           SET PROTOCOLO-GERADO TO TRUE
           IF PENDENCIA-GRAVADA
               ADD 1 TO WS-TOTAL-PROTOCOLOS
               IF WS-REINCIDENCIAS > ZERO
                   ADD 1 TO WS-TOTAL-REINCIDENTES
               END-IF
           ELSE
               DISPLAY "PENDENCIA NAO GRAVADA - CPF " MOV-CPF
                   " OPERACAO " MOV-OPERACAO " PROTOCOLO "
                   WS-PROTOCOLO " JA EXISTENTE"
           END-IF.

       1825-GRAVAR-PENDENCIA.
           PERFORM 5100-GERAR-PROTOCOLO
           ADD 1 TO WS-TENTATIVAS-PROTOCOLO
           INITIALIZE PEND-REG
           MOVE MOV-CPF             TO PEND-CPF
           MOVE MOV-OPERACAO        TO PEND-OPERACAO
           MOVE WS-PROTOCOLO        TO PEND-PROTOCOLO
           MOVE WS-FILIAL-MOVIMENTO TO PEND-FILIAL
           MOVE MOV-OPERADOR        TO PEND-OPERADOR
           MOVE WS-MOTIVO-REJEICAO  TO PEND-MOTIVO
           MOVE WS-DATA-HOJE        TO PEND-DATA-REJEICAO
           MOVE WS-REINCIDENCIAS    TO PEND-REINCIDENCIAS
           SET PEND-ABERTA TO TRUE
           MOVE ZERO                TO PEND-DATA-BAIXA
           MOVE SPACES              TO PEND-OPER-BAIXA
           WRITE PEND-REG
               INVALID KEY
                   DISPLAY "PROTOCOLO " WS-PROTOCOLO " JA USADO NO CPF "
                       MOV-CPF " OPERACAO " MOV-OPERACAO
                       " - TENTANDO O SEGUINTE"
               NOT INVALID KEY
                   SET PENDENCIA-GRAVADA TO TRUE
           END-WRITE.

       1830-CONTAR-REINCIDENCIAS.
      *    Reincidencia: rejeicoes anteriores do mesmo CPF e operacao,
      *    baixadas ou nao.
           MOVE ZERO TO WS-REINCIDENCIAS
           PERFORM 1840-POSICIONAR-PENDENCIAS
           PERFORM UNTIL FIM-PENDENCIAS
               READ PENDENCIA-MOVIMENTO NEXT
                   AT END
                       SET FIM-PENDENCIAS TO TRUE
                   NOT AT END
                       IF PEND-CPF = MOV-CPF
                           AND PEND-OPERACAO = MOV-OPERACAO
                           ADD 1 TO WS-REINCIDENCIAS
                       ELSE
                           SET FIM-PENDENCIAS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       1840-POSICIONAR-PENDENCIAS.
      *    Posiciona na primeira pendencia do CPF e operacao do
      *    movimento corrente.
           MOVE "N" TO WS-FIM-PENDENCIAS
           MOVE MOV-CPF      TO PEND-CPF
           MOVE MOV-OPERACAO TO PEND-OPERACAO
           MOVE ZERO         TO PEND-PROTOCOLO
           START PENDENCIA-MOVIMENTO
               KEY IS NOT LESS THAN PEND-CHAVE
               INVALID KEY
                   SET FIM-PENDENCIAS TO TRUE
           END-START.

       1850-BAIXAR-PENDENCIAS.
      *    Movimento aplicado com sucesso: as pendencias abertas do
      *    mesmo CPF e operacao sao baixadas com a data e o operador
      *    do movimento que corrigiu.
           PERFORM 1840-POSICIONAR-PENDENCIAS
           PERFORM UNTIL FIM-PENDENCIAS
               READ PENDENCIA-MOVIMENTO NEXT
                   AT END
                       SET FIM-PENDENCIAS TO TRUE
                   NOT AT END
                       IF PEND-CPF = MOV-CPF
                           AND PEND-OPERACAO = MOV-OPERACAO
                           IF PEND-ABERTA
                               SET PEND-BAIXADA TO TRUE
                               MOVE WS-DATA-HOJE TO PEND-DATA-BAIXA
                               MOVE MOV-OPERADOR TO PEND-OPER-BAIXA
                               REWRITE PEND-REG
                                   INVALID KEY
                                       DISPLAY "PENDENCIA "
                                           PEND-PROTOCOLO " DO CPF "
                                           PEND-CPF " NAO BAIXADA"
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOTAL-BAIXADAS
                               END-REWRITE
                           END-IF
                       ELSE
                           SET FIM-PENDENCIAS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2000-VALIDAR-DATA-NASC.
      *    Valida dias-por-mes (incluindo 29/02 em ano bissexto) e
      *    rejeita ANO maior que o ano de processamento corrente.
           END-STRING
           MOVE NOMENUMERO TO CODIGO-CLIENTE OF WS-CLIENTE.

       5100-GERAR-PROTOCOLO.
      *    Proximo numero de protocolo de rejeicao, na chave 2 do
      *    CONTADOR (a chave 1 e a do codigo do cliente).
           OPEN I-O CONTADOR
           IF FS-CONTADOR-INEXISTENTE
               OPEN OUTPUT CONTADOR
               CLOSE CONTADOR
               OPEN I-O CONTADOR
           END-IF

           MOVE 2 TO CONTADOR-CHAVE
           READ CONTADOR
               KEY IS CONTADOR-CHAVE
               INVALID KEY
                   MOVE ZERO TO ULTIMO-NUMERO
           END-READ

           ADD 1 TO ULTIMO-NUMERO
           MOVE 2 TO CONTADOR-CHAVE
           REWRITE CONTADOR-REG
           INVALID KEY
               WRITE CONTADOR-REG
           END-REWRITE
           CLOSE CONTADOR
           MOVE ULTIMO-NUMERO TO WS-PROTOCOLO.

       6000-GRAVAR-LOG-AUDITORIA.
      *    Grava em CLIENTE-LOG a imagem antes/depois, operador da
      *    filial e timestamp de toda operacao aplicada pelo lote. Na
      *    simulacao a operacao vai para o relatorio previo.
           IF MODO-SIMULACAO
               PERFORM 0990-IMPRIMIR-OPERACAO-PREVIA
           ELSE
               PERFORM 6010-GRAVAR-REGISTRO-LOG
           END-IF.

       6010-GRAVAR-REGISTRO-LOG.
           OPEN EXTEND CLIENTE-LOG
           IF NOT FS-LOG-OK
               OPEN OUTPUT CLIENTE-LOG
                   WRITE EXEC-REG
           END-REWRITE
           CLOSE CONTROLE-EXEC.

       8000-VERIFICAR-OPERADOR.
      *    Confere o operador do movimento no cadastro de operadores,
      *    aberto uma unica vez na inicializacao: ele precisa existir,
      *    estar ativo e ter no perfil a permissao exigida
      *    (WS-PERMISSAO-EXIGIDA). Sem cadastro de operadores, todo
      *    operador e tratado como desconhecido.
           MOVE "N" TO WS-OPERADOR-AUTORIZADO
           MOVE SPACES TO WS-MOTIVO-OPERADOR
           IF NOT CADASTRO-OPERADORES-ABERTO
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
                   MOVE "OPERADOR SEM PERMISSAO PARA A OPERACAO"
                       TO WS-MOTIVO-OPERADOR
               END-IF
           END-IF.
