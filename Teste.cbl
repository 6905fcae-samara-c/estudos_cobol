      * Purpose: Manutencao (inclusao/alteracao/exclusao) do cadastro
      *          de clientes, persistido em CLIENTE-MASTER (indexado
      *          por CPF) em vez de um unico registro fixo em WORKING-
      *          STORAGE. Cada transacao so e aceita de operador
      *          cadastrado em data/operador.dat, ativo e com o perfil
      *          exigido pela operacao. O contato de endereco e
      *          informado em campos separados, com o CEP conferido na
      *          referencia de CEPs. A operacao L registra a concessao
      *          ou a revogacao do consentimento LGPD do cliente por
      *          finalidade, com o canal e o operador. A inclusao de
      *          cliente menor de 18 anos exige o vinculo com um
      *          responsavel legal (cliente ativo e maior de idade) em
      *          data/vinculo-responsavel.dat; a operacao V registra ou
      *          troca esse vinculo, inclusive antes de o menor entrar
      *          no cadastro pela carga. A operacao T corrige o CPF
      *          digitado errado (troca de chave): o registro do master,
      *          com o CODIGO-CLIENTE e a situacao, os contatos, os
      *          consentimentos e os vinculos passam para o CPF
      *          correto, que nao pode estar cadastrado, e a trilha
      *          liga os dois CPFs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
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

       DATA                                        DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
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

       WORKING-STORAGE SECTION.
       77 NUMERO-X PIC 9(09) .
       77 NOME PIC A(30) .
           88  OP-EXCLUSAO                        VALUE "E".
           88  OP-REATIVACAO                      VALUE "R".
           88  OP-CONTATOS                        VALUE "C".
           88  OP-CONSENTIMENTO                   VALUE "L".
           88  OP-VINCULO                         VALUE "V".
           88  OP-TROCA-CPF                       VALUE "T".
           88  FIM-TRANSACOES                     VALUE "F".

      * Motivo informado pelo operador na inativacao (exclusao logica).
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

       01  WS-CEP-ENCONTRADO             PIC X(01) VALUE "N".
           88  CEP-ENCONTRADO                     VALUE "S".

       01  WS-CONTATO-VALIDO             PIC X(01) VALUE "N".
           88  CONTATO-VALIDO                     VALUE "S".
           88  CONTATO-INVALIDO                    VALUE "N".

       01  WS-OPERADOR                   PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * Consentimento LGPD (operacao "L"): finalidade, acao (concessao
      * ou revogacao) e canal em que o cliente se manifestou.
      *-----------------------------------------------------------------
       01  WS-FS-CONSENT                PIC X(02).
           88  FS-CONSENT-OK                    VALUE "00".
           88  FS-CONSENT-INEXISTENTE           VALUE "35".

       01  WS-CONS-FINALIDADE            PIC X(01) VALUE SPACE.
       01  WS-CONS-ACAO                  PIC X(01) VALUE SPACE.
           88  CONS-ACAO-CONCEDER                 VALUE "C".
           88  CONS-ACAO-REVOGAR                  VALUE "R".
       01  WS-CONS-CANAL                 PIC X(01) VALUE SPACE.
           88  CONS-CANAL-VALIDO                  VALUES "F" "T" "S"
                                                         "E" "M" "P".
       01  WS-CONS-DATA-HORA             PIC 9(14) VALUE ZERO.

       01  WS-CONS-VALIDO                PIC X(01) VALUE "N".
           88  CONSENTIMENTO-VALIDO               VALUE "S".
           88  CONSENTIMENTO-INVALIDO             VALUE "N".

       01  WS-MOTIVO-CONS                PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
      * Vinculo do cliente menor de idade com o responsavel legal
      * (operacao "V" e inclusao de menor): idade na data corrente,
      * responsavel e tipo de vinculo informados e resultado da
      * conferencia.
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

       01  WS-MENOR-CADASTRADO           PIC X(01) VALUE "N".
           88  MENOR-CADASTRADO                   VALUE "S".

       01  WS-MOTIVO-VINCULO             PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
      * Correcao de CPF digitado errado (operacao "T"): CPF errado e
      * CPF correto informados, motivo da recusa e contagem do que
      * passou para o CPF correto.
      *-----------------------------------------------------------------
       01  WS-CPF-ERRADO                 PIC 9(11) VALUE ZERO.
       01  WS-CPF-CORRETO                PIC 9(11) VALUE ZERO.
       01  WS-MOTIVO-TROCA               PIC X(40) VALUE SPACES.

       01  WS-FIM-MIGRACAO               PIC X(01) VALUE "N".
           88  FIM-MIGRACAO                       VALUE "S".

       01  WS-MIGRACAO-INCOMPLETA        PIC X(01) VALUE "N".
           88  MIGRACAO-INCOMPLETA                VALUE "S".

       01  WS-TOTAL-CONT-MIGRADOS        PIC 9(03) VALUE ZERO.
       01  WS-TOTAL-CONS-MIGRADOS        PIC 9(03) VALUE ZERO.
       01  WS-TOTAL-VINC-MIGRADOS        PIC 9(03) VALUE ZERO.

      *-----------------------------------------------------------------
      * Conferencia do operador no cadastro de operadores: precisa
      * existir, estar ativo e ter no perfil a permissao exigida pela
      * operacao.
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

      * Imagem do registro antes da alteracao/exclusao, para a trilha
      * de auditoria.
       COPY CLIENTE REPLACING CLIENTE-REG BY WS-CLIENTE-ANTES.
           PERFORM 0100-ABRIR-MASTER
           PERFORM 0150-LER-TRANSACAO
           PERFORM UNTIL FIM-TRANSACOES
               PERFORM 0160-AUTORIZAR-TRANSACAO
               IF NOT OPERADOR-AUTORIZADO
                   DISPLAY "TRANSACAO RECUSADA - OPERADOR " WS-OPERADOR
                       ": " WS-MOTIVO-OPERADOR
               ELSE
               IF OP-TROCA-CPF
                   PERFORM 0870-CORRIGIR-CPF
               ELSE
               IF OP-VINCULO
                   PERFORM 0860-MANTER-VINCULO
               ELSE
               IF OP-CONSENTIMENTO
                   PERFORM 0700-MANTER-CONSENTIMENTO
               ELSE
               IF OP-CONTATOS
                   PERFORM 0600-MANTER-CONTATO
               ELSE
                   PERFORM 1000-VALIDAR-CPF
                   PERFORM 2000-VALIDAR-DATA-NASC
                   IF CPF-VALIDO AND DATA-NASC-VALIDA
                       PERFORM 0800-CONFERIR-MENOR
                       IF VINCULO-RECUSADO
                           DISPLAY "INCLUSAO DE MENOR RECUSADA: "
                               WS-MOTIVO-VINCULO
                       ELSE
                           PERFORM 0300-GRAVAR-CLIENTE
                           IF VINCULO-NOVO
                               PERFORM 0850-GRAVAR-VINCULO
                           END-IF
                           PERFORM 3000-FORMATAR-DATA-NASC
                           DISPLAY WS-DATA-FORMATADA
                       END-IF
                   ELSE
                       IF CPF-INVALIDO
                           MOVE WS-MOTIVO-CPF TO WS-EXCECAO-MOTIVO
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               PERFORM 0150-LER-TRANSACAO
           END-PERFORM
           PERFORM 0900-FECHAR-MASTER
           DISPLAY "OPERADOR: " WITH NO ADVANCING
           ACCEPT WS-OPERADOR FROM CONSOLE
           DISPLAY "OPERACAO (I-INCLUSAO A-ALTERACAO E-EXCLUSAO "
               "R-REATIVACAO C-CONTATOS L-CONSENTIMENTO "
               "V-VINCULO RESPONSAVEL T-CORRECAO DE CPF F-FIM): "
               WITH NO ADVANCING
           ACCEPT WS-TIPO-OPERACAO FROM CONSOLE
           IF NOT FIM-TRANSACOES
               DISPLAY "CPF: " WITH NO ADVANCING
               ACCEPT CPF-CLIENTE OF WS-CLIENTE FROM CONSOLE
               IF OP-TROCA-CPF
                   DISPLAY "CPF CORRETO: " WITH NO ADVANCING
                   ACCEPT WS-CPF-CORRETO FROM CONSOLE
               END-IF
               IF NOT OP-EXCLUSAO AND NOT OP-REATIVACAO
                   AND NOT OP-CONTATOS AND NOT OP-CONSENTIMENTO
                   AND NOT OP-VINCULO AND NOT OP-TROCA-CPF
                   DISPLAY "NOME: " WITH NO ADVANCING
                   ACCEPT NOME-CLIENTE OF WS-CLIENTE FROM CONSOLE
                   DISPLAY "DIA DE NASCIMENTO: " WITH NO ADVANCING
               END-IF
           END-IF.

       0160-AUTORIZAR-TRANSACAO.
      *    Exclusao logica e reativacao exigem do operador a permissao
      *    de inativacao; inclusao, alteracao, manutencao de contatos,
      *    registro de consentimento e vinculo com o responsavel legal
      *    exigem a permissao de manutencao. A correcao de CPF troca a
      *    chave do cliente e exige a permissao de rotina sensivel,
      *    como a fusao de clientes.
           IF OP-EXCLUSAO OR OP-REATIVACAO
               SET EXIGE-INATIVACAO TO TRUE
           ELSE
               IF OP-TROCA-CPF
                   SET EXIGE-ROTINA-SENSIVEL TO TRUE
               ELSE
                   SET EXIGE-MANUTENCAO TO TRUE
               END-IF
           END-IF
           PERFORM 8000-VERIFICAR-OPERADOR.

       0300-GRAVAR-CLIENTE.
           INITIALIZE WS-CLIENTE-ANTES
           MOVE CPF-CLIENTE OF WS-CLIENTE TO CPF-CLIENTE OF CLIENTE-REG
           END-IF
           MOVE SPACE TO WS-CONTATO-TIPO
           MOVE SPACES TO WS-CONTATO-VALOR
           INITIALIZE WS-CONTATO-ENDERECO
           IF NOT CONT-OP-EXCLUSAO
               DISPLAY "TIPO (D-ENDERECO R-TEL RESIDENCIAL "
                   "C-CELULAR M-EMAIL): " WITH NO ADVANCING
               ACCEPT WS-CONTATO-TIPO FROM CONSOLE
               IF WS-CONTATO-TIPO = "D"
                   PERFORM 0615-LER-ENDERECO
               ELSE
                   DISPLAY "VALOR DO CONTATO: " WITH NO ADVANCING
                   ACCEPT WS-CONTATO-VALOR FROM CONSOLE
               END-IF
           END-IF.

       0615-LER-ENDERECO.
           DISPLAY "LOGRADOURO: " WITH NO ADVANCING
           ACCEPT WS-END-LOGRADOURO FROM CONSOLE
           DISPLAY "NUMERO: " WITH NO ADVANCING
           ACCEPT WS-END-NUMERO FROM CONSOLE
           DISPLAY "COMPLEMENTO: " WITH NO ADVANCING
           ACCEPT WS-END-COMPLEMENTO FROM CONSOLE
           DISPLAY "BAIRRO: " WITH NO ADVANCING
           ACCEPT WS-END-BAIRRO FROM CONSOLE
           DISPLAY "CIDADE: " WITH NO ADVANCING
           ACCEPT WS-END-CIDADE FROM CONSOLE
           DISPLAY "UF: " WITH NO ADVANCING
           ACCEPT WS-END-UF FROM CONSOLE
           DISPLAY "CEP (8 DIGITOS): " WITH NO ADVANCING
           ACCEPT WS-END-CEP FROM CONSOLE.

       0630-EXECUTAR-OPERACAO-CONTATO.
           IF CONT-OP-INCLUSAO OR CONT-OP-ALTERACAO
               PERFORM 0650-VALIDAR-CONTATO

       0650-VALIDAR-CONTATO.
      *    Validacao basica por tipo: telefone so com digitos (pelo
      *    menos 8), e-mail com exatamente um "@". O endereco e
      *    validado campo a campo, com o CEP conferido contra a
      *    referencia de CEPs.
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
           OPEN INPUT CEP-REFERENCIA
           IF NOT FS-CEP-INEXISTENTE
               MOVE WS-END-CEP TO CEP-CODIGO
               READ CEP-REFERENCIA
                   KEY IS CEP-CODIGO
                   NOT INVALID KEY
                       SET CEP-ENCONTRADO TO TRUE
               END-READ
               CLOSE CEP-REFERENCIA
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
           PERFORM 0640-ABRIR-CONTATOS
           PERFORM 0665-PROXIMO-SEQ-CONTATO
           MOVE WS-CONTATO-SEQ   TO CONTATO-SEQ
           MOVE WS-CONTATO-TIPO  TO CONTATO-TIPO
           MOVE WS-CONTATO-VALOR TO CONTATO-VALOR
           MOVE WS-CONTATO-ENDERECO TO CONTATO-END-ESTRUTURADO
           MOVE "V" TO CONTATO-SITUACAO
           MOVE ZERO TO CONTATO-DATA-BLOQUEIO
           MOVE SPACES TO CONTATO-ORIGEM-BLOQUEIO
               NOT INVALID KEY
                   MOVE WS-CONTATO-TIPO  TO CONTATO-TIPO
                   MOVE WS-CONTATO-VALOR TO CONTATO-VALOR
                   MOVE WS-CONTATO-ENDERECO TO CONTATO-END-ESTRUTURADO
      *            Contato corrigido pelo operador volta a valer nos
      *            extratos, mesmo que estivesse bloqueado pela CRM.
                   MOVE "V" TO CONTATO-SITUACAO
           END-READ
           CLOSE CONTATO-CLIENTE.

       0700-MANTER-CONSENTIMENTO.
      *    Concessao ou revogacao do consentimento LGPD do cliente para
      *    uma finalidade (E-marketing por e-mail, S-SMS/celular,
      *    A-campanha de aniversario, P-compartilhamento com
      *    parceiros). So aceita clientes ja cadastrados no master. A
      *    operacao vai para a trilha de auditoria, o que leva o
      *    cliente ao proximo extrato-delta.
           MOVE CPF-CLIENTE OF WS-CLIENTE TO CPF-CLIENTE OF CLIENTE-REG
           READ CLIENTE-MASTER
               KEY IS CPF-CLIENTE OF CLIENTE-REG
               INVALID KEY
                   DISPLAY "CPF " CPF-CLIENTE OF WS-CLIENTE
                       " NAO CADASTRADO - CONSENTIMENTO NAO REGISTRADO"
               NOT INVALID KEY
                   PERFORM 0710-LER-DADOS-CONSENTIMENTO
                   PERFORM 0740-ABRIR-CONSENTIMENTOS
                   PERFORM 0750-VALIDAR-CONSENTIMENTO
                   IF CONSENTIMENTO-INVALIDO
                       DISPLAY "CONSENTIMENTO REJEITADO: "
                           WS-MOTIVO-CONS
                   ELSE
                       PERFORM 0760-GRAVAR-CONSENTIMENTO
                   END-IF
                   CLOSE CONSENTIMENTO
           END-READ.

       0710-LER-DADOS-CONSENTIMENTO.
           DISPLAY "FINALIDADE (E-EMAIL MARKETING S-SMS/CELULAR "
               "A-ANIVERSARIO P-PARCEIROS): " WITH NO ADVANCING
           ACCEPT WS-CONS-FINALIDADE FROM CONSOLE
           DISPLAY "ACAO (C-CONCEDER R-REVOGAR): " WITH NO ADVANCING
           ACCEPT WS-CONS-ACAO FROM CONSOLE
           DISPLAY "CANAL (F-FILIAL T-TELEFONE S-SITE/APP E-EMAIL "
               "M-SMS P-PAPEL): " WITH NO ADVANCING
           ACCEPT WS-CONS-CANAL FROM CONSOLE.

       0740-ABRIR-CONSENTIMENTOS.
           OPEN I-O CONSENTIMENTO
           IF FS-CONSENT-INEXISTENTE
               OPEN OUTPUT CONSENTIMENTO
               CLOSE CONSENTIMENTO
               OPEN I-O CONSENTIMENTO
           END-IF.

       0750-VALIDAR-CONSENTIMENTO.
      *    Finalidade, acao e canal precisam ser validos. So se concede
      *    o que nao esta concedido e so se revoga o que esta.
           SET CONSENTIMENTO-INVALIDO TO TRUE
           MOVE CPF-CLIENTE OF CLIENTE-REG TO CONSENT-CPF
           MOVE WS-CONS-FINALIDADE TO CONSENT-FINALIDADE
           IF NOT CONSENT-FINALIDADE-VALIDA
               MOVE "FINALIDADE DE CONSENTIMENTO INVALIDA"
                   TO WS-MOTIVO-CONS
           ELSE
               IF NOT CONS-ACAO-CONCEDER AND NOT CONS-ACAO-REVOGAR
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
                   MOVE WS-CONS-FINALIDADE TO CONSENT-FINALIDADE
           END-READ
           IF CONS-ACAO-CONCEDER AND CONSENT-CONCEDIDO
               MOVE "CONSENTIMENTO JA CONCEDIDO NA FINALIDADE"
                   TO WS-MOTIVO-CONS
           ELSE
               IF CONS-ACAO-REVOGAR AND NOT CONSENT-CONCEDIDO
                   MOVE "NAO HA CONSENTIMENTO CONCEDIDO A REVOGAR"
                       TO WS-MOTIVO-CONS
               ELSE
                   SET CONSENTIMENTO-VALIDO TO TRUE
               END-IF
           END-IF.

       0760-GRAVAR-CONSENTIMENTO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CONS-DATA-HORA
           IF CONS-ACAO-CONCEDER
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
           WRITE CONSENT-REG
               INVALID KEY
                   REWRITE CONSENT-REG
           END-WRITE
           MOVE CLIENTE-REG TO WS-CLIENTE-ANTES
           MOVE CLIENTE-REG TO WS-CLIENTE
           PERFORM 6000-GRAVAR-LOG-AUDITORIA
           IF CONS-ACAO-CONCEDER
               DISPLAY "CONSENTIMENTO CONCEDIDO"
           ELSE
               DISPLAY "CONSENTIMENTO REVOGADO"
           END-IF.

       0800-CONFERIR-MENOR.
      *    Inclusao de cliente menor de 18 anos exige vinculo com um
      *    responsavel legal: vale o vinculo ativo ja registrado para o
      *    CPF (operacao V) ou o responsavel informado agora, gravado
      *    junto com a inclusao. Cliente ja cadastrado (alteracao) nao
      *    passa pela conferencia.
           SET VINCULO-DISPENSADO TO TRUE
           MOVE SPACES TO WS-MOTIVO-VINCULO
           MOVE CPF-CLIENTE OF WS-CLIENTE TO CPF-CLIENTE OF CLIENTE-REG
           READ CLIENTE-MASTER
               KEY IS CPF-CLIENTE OF CLIENTE-REG
               INVALID KEY
                   MOVE DATA-NASC OF WS-CLIENTE TO WS-DATA-NASC-IDADE
                   PERFORM 0810-CALCULAR-IDADE
                   IF WS-IDADE < WS-MAIORIDADE
                       PERFORM 0820-OBTER-VINCULO
                   END-IF
           END-READ.

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
           PERFORM 0840-ABRIR-VINCULOS
           MOVE WS-VINC-CPF-MENOR TO VINC-CPF-MENOR
           READ VINCULO-RESPONSAVEL
               KEY IS VINC-CPF-MENOR
               INVALID KEY
                   INITIALIZE VINCULO-REG
           END-READ
           CLOSE VINCULO-RESPONSAVEL
           IF VINC-ATIVO
               SET VINCULO-EXISTENTE TO TRUE
               DISPLAY "CLIENTE MENOR DE IDADE - RESPONSAVEL LEGAL "
                   VINC-CPF-RESPONSAVEL " JA VINCULADO"
           ELSE
               DISPLAY "CLIENTE MENOR DE IDADE - INFORME O "
                   "RESPONSAVEL LEGAL"
               PERFORM 0825-LER-DADOS-VINCULO
               PERFORM 0830-VALIDAR-RESPONSAVEL
               IF NOT VINCULO-RECUSADO
                   SET VINCULO-NOVO TO TRUE
               END-IF
           END-IF.

       0825-LER-DADOS-VINCULO.
           DISPLAY "CPF DO RESPONSAVEL LEGAL: " WITH NO ADVANCING
           ACCEPT WS-VINC-CPF-RESPONSAVEL FROM CONSOLE
           DISPLAY "TIPO DE VINCULO (P-PAI/MAE T-TUTOR "
               "G-GUARDA JUDICIAL): " WITH NO ADVANCING
           ACCEPT WS-VINC-TIPO FROM CONSOLE.

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
                   READ CLIENTE-MASTER
                       KEY IS CPF-CLIENTE OF CLIENTE-REG
                       INVALID KEY
                           SET VINCULO-RECUSADO TO TRUE
                           MOVE "RESPONSAVEL NAO CADASTRADO"
                               TO WS-MOTIVO-VINCULO
                       NOT INVALID KEY
                           PERFORM 0835-CONFERIR-RESPONSAVEL
                   END-READ
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

       0840-ABRIR-VINCULOS.
           OPEN I-O VINCULO-RESPONSAVEL
           IF FS-VINCULO-INEXISTENTE
               OPEN OUTPUT VINCULO-RESPONSAVEL
               CLOSE VINCULO-RESPONSAVEL
               OPEN I-O VINCULO-RESPONSAVEL
           END-IF.

       0850-GRAVAR-VINCULO.
      *    Grava o vinculo ativo do menor com o responsavel informado;
      *    um vinculo anterior do mesmo CPF (ativo ou encerrado) e
      *    substituido.
           PERFORM 0840-ABRIR-VINCULOS
           MOVE WS-VINC-CPF-MENOR       TO VINC-CPF-MENOR
           MOVE WS-VINC-CPF-RESPONSAVEL TO VINC-CPF-RESPONSAVEL
           MOVE WS-VINC-TIPO            TO VINC-TIPO
           SET VINC-ATIVO TO TRUE
           MOVE FUNCTION CURRENT-DATE (1:8) TO VINC-DATA-INICIO
           MOVE WS-OPERADOR             TO VINC-OPER-INICIO
           MOVE ZERO                    TO VINC-DATA-ENCERRAMENTO
           MOVE SPACES                  TO VINC-OPER-ENCERRAMENTO
           WRITE VINCULO-REG
               INVALID KEY
                   REWRITE VINCULO-REG
           END-WRITE
           CLOSE VINCULO-RESPONSAVEL.

       0860-MANTER-VINCULO.
      *    Registra ou troca o responsavel legal de um menor. O CPF do
      *    menor pode ainda nao estar no cadastro (vinculo registrado
      *    antes da carga que o inclui); se ja estiver, o cliente
      *    precisa ser menor de idade, e a operacao vai para a trilha
      *    de auditoria, o que leva o cliente ao proximo extrato-delta
      *    com os contatos do novo responsavel.
           PERFORM 1000-VALIDAR-CPF
           IF CPF-INVALIDO
               DISPLAY "VINCULO REJEITADO: " WS-MOTIVO-CPF
           ELSE
               MOVE CPF-CLIENTE OF WS-CLIENTE TO WS-VINC-CPF-MENOR
               MOVE "N" TO WS-MENOR-CADASTRADO
               SET VINCULO-NOVO TO TRUE
               MOVE SPACES TO WS-MOTIVO-VINCULO
               MOVE CPF-CLIENTE OF WS-CLIENTE
                   TO CPF-CLIENTE OF CLIENTE-REG
               READ CLIENTE-MASTER
                   KEY IS CPF-CLIENTE OF CLIENTE-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MENOR-CADASTRADO TO TRUE
                       MOVE CLIENTE-REG TO WS-CLIENTE
                       MOVE DATA-NASC OF CLIENTE-REG
                           TO WS-DATA-NASC-IDADE
                       PERFORM 0810-CALCULAR-IDADE
                       IF WS-IDADE NOT < WS-MAIORIDADE
                           SET VINCULO-RECUSADO TO TRUE
                           MOVE "CLIENTE JA E MAIOR DE IDADE"
                               TO WS-MOTIVO-VINCULO
                       END-IF
               END-READ
               IF NOT VINCULO-RECUSADO
                   PERFORM 0825-LER-DADOS-VINCULO
                   PERFORM 0830-VALIDAR-RESPONSAVEL
               END-IF
               IF VINCULO-RECUSADO
                   DISPLAY "VINCULO REJEITADO: " WS-MOTIVO-VINCULO
               ELSE
                   PERFORM 0850-GRAVAR-VINCULO
                   IF MENOR-CADASTRADO
                       MOVE WS-CLIENTE TO WS-CLIENTE-ANTES
                       PERFORM 6000-GRAVAR-LOG-AUDITORIA
                   END-IF
                   DISPLAY "VINCULO COM O RESPONSAVEL REGISTRADO"
               END-IF
           END-IF.

       0870-CORRIGIR-CPF.
      *    Correcao de CPF digitado errado (troca de chave). O CPF
      *    correto precisa ser valido, diferente do errado e nao pode
      *    estar cadastrado; o errado precisa estar. A trilha recebe
      *    uma operacao T sob o CPF correto com o CPF errado no lado
      *    antes, o que liga os historicos e faz o extrato-delta
      *    mandar a exclusao do CPF errado e a inclusao do correto.
      *    Se o master nao muda de chave nada mais e migrado. Mudada a
      *    chave, a troca sempre vai para a trilha; contato,
      *    consentimento ou vinculo que fique para tras no CPF errado
      *    e avisado a parte, para acerto.
           MOVE CPF-CLIENTE OF WS-CLIENTE TO WS-CPF-ERRADO
           MOVE "N" TO WS-MIGRACAO-INCOMPLETA
           MOVE WS-CPF-CORRETO TO CPF-CLIENTE OF WS-CLIENTE
           MOVE SPACES TO WS-MOTIVO-TROCA
           PERFORM 1000-VALIDAR-CPF
           EVALUATE TRUE
               WHEN CPF-INVALIDO
                   MOVE "CPF CORRETO COM DIGITO INVALIDO"
                       TO WS-MOTIVO-TROCA
               WHEN WS-CPF-CORRETO = WS-CPF-ERRADO
                   MOVE "CPF CORRETO IGUAL AO CPF ERRADO"
                       TO WS-MOTIVO-TROCA
               WHEN OTHER
                   PERFORM 0875-VALIDAR-CORRECAO-CPF
           END-EVALUATE
           IF WS-MOTIVO-TROCA = SPACES
               PERFORM 0880-MOVER-MASTER-CPF
           END-IF
           IF WS-MOTIVO-TROCA NOT = SPACES
               DISPLAY "CORRECAO DE CPF RECUSADA: " WS-MOTIVO-TROCA
           ELSE
               PERFORM 0885-MIGRAR-CONTATOS-CPF
               PERFORM 0890-MIGRAR-CONSENT-CPF
               PERFORM 0895-MIGRAR-VINCULOS-CPF
               PERFORM 6000-GRAVAR-LOG-AUDITORIA
               DISPLAY "CPF " WS-CPF-ERRADO " CORRIGIDO PARA "
                   WS-CPF-CORRETO " - CONTATOS: "
                   WS-TOTAL-CONT-MIGRADOS " CONSENTIMENTOS: "
                   WS-TOTAL-CONS-MIGRADOS " VINCULOS: "
                   WS-TOTAL-VINC-MIGRADOS
               IF MIGRACAO-INCOMPLETA
                   DISPLAY "ATENCAO: HA CONTATOS, CONSENTIMENTOS OU "
                       "VINCULOS QUE FICARAM NO CPF " WS-CPF-ERRADO
                       " - ACERTAR PARA O CPF " WS-CPF-CORRETO
               END-IF
           END-IF.

       0875-VALIDAR-CORRECAO-CPF.
           MOVE WS-CPF-CORRETO TO CPF-CLIENTE OF CLIENTE-REG
           READ CLIENTE-MASTER
               KEY IS CPF-CLIENTE OF CLIENTE-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CPF CORRETO JA CADASTRADO" TO WS-MOTIVO-TROCA
           END-READ
           IF WS-MOTIVO-TROCA = SPACES
               MOVE WS-CPF-ERRADO TO CPF-CLIENTE OF CLIENTE-REG
               READ CLIENTE-MASTER
                   KEY IS CPF-CLIENTE OF CLIENTE-REG
                   INVALID KEY
                       MOVE "CPF ERRADO NAO CADASTRADO"
                           TO WS-MOTIVO-TROCA
               END-READ
           END-IF
           IF WS-MOTIVO-TROCA = SPACES
               PERFORM 0876-CONFERIR-DADOS-CPF-CORRETO
           END-IF.

       0876-CONFERIR-DADOS-CPF-CORRETO.
      *    Contatos, consentimentos ou vinculo de menor ja gravados no
      *    CPF correto colidiriam com os que vem do CPF errado: a troca
      *    e recusada antes de mexer no master.
           PERFORM 0640-ABRIR-CONTATOS
           MOVE WS-CPF-CORRETO TO CONTATO-CPF
           MOVE ZERO TO CONTATO-SEQ
           START CONTATO-CLIENTE
               KEY IS NOT LESS THAN CONTATO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CONTATO-CLIENTE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CONTATO-CPF = WS-CPF-CORRETO
                               MOVE "CPF CORRETO JA TEM CONTATOS"
                                   TO WS-MOTIVO-TROCA
                           END-IF
                   END-READ
           END-START
           CLOSE CONTATO-CLIENTE
           IF WS-MOTIVO-TROCA = SPACES
               PERFORM 0740-ABRIR-CONSENTIMENTOS
               MOVE WS-CPF-CORRETO TO CONSENT-CPF
               MOVE LOW-VALUES TO CONSENT-FINALIDADE
               START CONSENTIMENTO
                   KEY IS NOT LESS THAN CONSENT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CONSENTIMENTO NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CONSENT-CPF = WS-CPF-CORRETO
                                   MOVE
                                   "CPF CORRETO JA TEM CONSENTIMENTOS"
                                       TO WS-MOTIVO-TROCA
                               END-IF
                       END-READ
               END-START
               CLOSE CONSENTIMENTO
           END-IF
           IF WS-MOTIVO-TROCA = SPACES
               PERFORM 0840-ABRIR-VINCULOS
               MOVE WS-CPF-CORRETO TO VINC-CPF-MENOR
               READ VINCULO-RESPONSAVEL
                   KEY IS VINC-CPF-MENOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "CPF CORRETO JA TEM VINCULO DE MENOR"
                           TO WS-MOTIVO-TROCA
               END-READ
               CLOSE VINCULO-RESPONSAVEL
           END-IF.

       0880-MOVER-MASTER-CPF.
      *    O registro passa inteiro para a chave correta (codigo,
      *    situacao e dados da inativacao inclusive); o registro da
      *    chave errada e removido. So se remove o registro errado
      *    depois de gravado o correto; se a remocao falha, o registro
      *    correto e desfeito. Em qualquer falha WS-MOTIVO-TROCA volta
      *    preenchido e a troca para aqui.
           MOVE CLIENTE-REG TO WS-CLIENTE-ANTES
           MOVE WS-CPF-CORRETO TO CPF-CLIENTE OF CLIENTE-REG
           WRITE CLIENTE-REG
               INVALID KEY
                   MOVE "CLIENTE NAO GRAVADO NO CPF CORRETO"
                       TO WS-MOTIVO-TROCA
               NOT INVALID KEY
                   MOVE CLIENTE-REG TO WS-CLIENTE
                   MOVE WS-CPF-ERRADO TO CPF-CLIENTE OF CLIENTE-REG
                   DELETE CLIENTE-MASTER
                       INVALID KEY
                           MOVE "CPF ERRADO NAO PODE SER REMOVIDO"
                               TO WS-MOTIVO-TROCA
                           MOVE WS-CPF-CORRETO
                               TO CPF-CLIENTE OF CLIENTE-REG
                           DELETE CLIENTE-MASTER
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-DELETE
           END-WRITE.

       0885-MIGRAR-CONTATOS-CPF.
      *    Cada contato do CPF errado e regravado no CPF correto com o
      *    mesmo sequencial e a mesma situacao de bloqueio da CRM.
           MOVE ZERO TO WS-TOTAL-CONT-MIGRADOS
           MOVE "N" TO WS-FIM-MIGRACAO
           PERFORM 0640-ABRIR-CONTATOS
           PERFORM UNTIL FIM-MIGRACAO
               PERFORM 0886-MIGRAR-PROXIMO-CONTATO
           END-PERFORM
           CLOSE CONTATO-CLIENTE.

       0886-MIGRAR-PROXIMO-CONTATO.
           MOVE WS-CPF-ERRADO TO CONTATO-CPF
           MOVE ZERO TO CONTATO-SEQ
           START CONTATO-CLIENTE
               KEY IS NOT LESS THAN CONTATO-CHAVE
               INVALID KEY
                   SET FIM-MIGRACAO TO TRUE
           END-START
           IF NOT FIM-MIGRACAO
               READ CONTATO-CLIENTE NEXT
                   AT END
                       SET FIM-MIGRACAO TO TRUE
               END-READ
           END-IF
           IF NOT FIM-MIGRACAO
               IF CONTATO-CPF NOT = WS-CPF-ERRADO
                   SET FIM-MIGRACAO TO TRUE
               ELSE
                   MOVE WS-CPF-CORRETO TO CONTATO-CPF
                   WRITE CONTATO-REG
                       INVALID KEY
                           DISPLAY "CONTATO " CONTATO-SEQ
                               " JA EXISTE NO CPF " WS-CPF-CORRETO
                               " - CONTATOS RESTANTES NAO MIGRADOS"
                           SET MIGRACAO-INCOMPLETA TO TRUE
                           SET FIM-MIGRACAO TO TRUE
                       NOT INVALID KEY
                           MOVE WS-CPF-ERRADO TO CONTATO-CPF
                           DELETE CONTATO-CLIENTE
                               INVALID KEY
                                   DISPLAY "CONTATO " CONTATO-SEQ
                                       " NAO REMOVIDO DO CPF "
                                       WS-CPF-ERRADO
                                   SET MIGRACAO-INCOMPLETA TO TRUE
                                   SET FIM-MIGRACAO TO TRUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-TOTAL-CONT-MIGRADOS
                           END-DELETE
                   END-WRITE
               END-IF
           END-IF.

       0890-MIGRAR-CONSENT-CPF.
      *    Os consentimentos LGPD sao do cliente, nao do CPF digitado:
      *    passam para o CPF correto com as datas, canais e operadores
      *    da concessao e da revogacao.
           MOVE ZERO TO WS-TOTAL-CONS-MIGRADOS
           MOVE "N" TO WS-FIM-MIGRACAO
           PERFORM 0740-ABRIR-CONSENTIMENTOS
           PERFORM UNTIL FIM-MIGRACAO
               PERFORM 0891-MIGRAR-PROXIMO-CONSENT
           END-PERFORM
           CLOSE CONSENTIMENTO.

       0891-MIGRAR-PROXIMO-CONSENT.
           MOVE WS-CPF-ERRADO TO CONSENT-CPF
           MOVE LOW-VALUES TO CONSENT-FINALIDADE
           START CONSENTIMENTO
               KEY IS NOT LESS THAN CONSENT-CHAVE
               INVALID KEY
                   SET FIM-MIGRACAO TO TRUE
           END-START
           IF NOT FIM-MIGRACAO
               READ CONSENTIMENTO NEXT
                   AT END
                       SET FIM-MIGRACAO TO TRUE
               END-READ
           END-IF
           IF NOT FIM-MIGRACAO
               IF CONSENT-CPF NOT = WS-CPF-ERRADO
                   SET FIM-MIGRACAO TO TRUE
               ELSE
                   MOVE WS-CPF-CORRETO TO CONSENT-CPF
                   WRITE CONSENT-REG
                       INVALID KEY
                           DISPLAY "CONSENTIMENTO " CONSENT-FINALIDADE
                               " JA EXISTE NO CPF " WS-CPF-CORRETO
                               " - CONSENTIMENTOS NAO MIGRADOS"
                           SET MIGRACAO-INCOMPLETA TO TRUE
                           SET FIM-MIGRACAO TO TRUE
                       NOT INVALID KEY
                           MOVE WS-CPF-ERRADO TO CONSENT-CPF
                           DELETE CONSENTIMENTO
                               INVALID KEY
                                   DISPLAY "CONSENTIMENTO "
                                       CONSENT-FINALIDADE
                                       " NAO REMOVIDO DO CPF "
                                       WS-CPF-ERRADO
                                   SET MIGRACAO-INCOMPLETA TO TRUE
                                   SET FIM-MIGRACAO TO TRUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-TOTAL-CONS-MIGRADOS
                           END-DELETE
                   END-WRITE
               END-IF
           END-IF.

       0895-MIGRAR-VINCULOS-CPF.
      *    O vinculo do cliente como menor passa para o CPF correto, e
      *    os vinculos em que ele e o responsavel legal passam a
      *    apontar o CPF correto.
           MOVE ZERO TO WS-TOTAL-VINC-MIGRADOS
           PERFORM 0840-ABRIR-VINCULOS
           MOVE WS-CPF-ERRADO TO VINC-CPF-MENOR
           READ VINCULO-RESPONSAVEL
               KEY IS VINC-CPF-MENOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-CPF-CORRETO TO VINC-CPF-MENOR
                   WRITE VINCULO-REG
                       INVALID KEY
                           DISPLAY "VINCULO DO MENOR JA EXISTE NO CPF "
                               WS-CPF-CORRETO " - NAO MIGRADO"
                           SET MIGRACAO-INCOMPLETA TO TRUE
                       NOT INVALID KEY
                           MOVE WS-CPF-ERRADO TO VINC-CPF-MENOR
                           DELETE VINCULO-RESPONSAVEL
                               INVALID KEY
                                   DISPLAY "VINCULO DO MENOR NAO "
                                       "REMOVIDO DO CPF " WS-CPF-ERRADO
                                   SET MIGRACAO-INCOMPLETA TO TRUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-TOTAL-VINC-MIGRADOS
                           END-DELETE
                   END-WRITE
           END-READ
           MOVE "N" TO WS-FIM-MIGRACAO
           MOVE ZERO TO VINC-CPF-MENOR
           START VINCULO-RESPONSAVEL
               KEY IS NOT LESS THAN VINC-CPF-MENOR
               INVALID KEY
                   SET FIM-MIGRACAO TO TRUE
           END-START
           PERFORM UNTIL FIM-MIGRACAO
               READ VINCULO-RESPONSAVEL NEXT
                   AT END
                       SET FIM-MIGRACAO TO TRUE
                   NOT AT END
                       IF VINC-CPF-RESPONSAVEL = WS-CPF-ERRADO
                           MOVE WS-CPF-CORRETO TO VINC-CPF-RESPONSAVEL
                           REWRITE VINCULO-REG
                               INVALID KEY
                                   DISPLAY "VINCULO DO MENOR "
                                       VINC-CPF-MENOR " NAO PASSOU PARA"
                                       " O RESPONSAVEL " WS-CPF-CORRETO
                                   SET MIGRACAO-INCOMPLETA TO TRUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-TOTAL-VINC-MIGRADOS
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VINCULO-RESPONSAVEL.

       0900-FECHAR-MASTER.
           CLOSE CLIENTE-MASTER.


       6000-GRAVAR-LOG-AUDITORIA.
      *    Grava em CLIENTE-LOG a imagem antes/depois, operador e
      *    timestamp de toda inclusao, alteracao ou exclusao e de todo
      *    registro de consentimento ou de vinculo com o responsavel.
      *    Na correcao de CPF o lado antes leva o CPF errado.
           OPEN EXTEND CLIENTE-LOG
           IF NOT FS-LOG-OK
               OPEN OUTPUT CLIENTE-LOG
           MOVE DIA OF WS-CLIENTE-ANTES           TO LOG-ANTES-DIA
           MOVE MES OF WS-CLIENTE-ANTES           TO LOG-ANTES-MES
           MOVE ANO OF WS-CLIENTE-ANTES           TO LOG-ANTES-ANO
           IF OP-TROCA-CPF
               MOVE SPACES                        TO LOG-ANTES
               MOVE WS-CPF-ERRADO                 TO LOG-CPF-ANTERIOR
           END-IF

           MOVE NOME-CLIENTE OF WS-CLIENTE        TO LOG-DEPOIS-NOME
           MOVE DIA OF WS-CLIENTE                 TO LOG-DEPOIS-DIA

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
                   MOVE "OPERADOR SEM PERMISSAO PARA A OPERACAO"
                       TO WS-MOTIVO-OPERADOR
               END-IF
           END-IF.
