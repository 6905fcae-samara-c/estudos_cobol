      * Purpose : Registro tipado do arquivo de movimento enviado pelas
      *           filiais para o processamento em lote da manutencao
      *           (programa movimento-lote). Cada linha leva a operacao
      *           I/A/E/R, C (manutencao de contato) ou L (concessao ou
      *           revogacao de consentimento LGPD), o operador da
      *           filial e, conforme a operacao, os dados cadastrais,
      *           o motivo de inativacao, os dados do contato ou a
      *           finalidade, a acao e o canal do consentimento. No
      *           contato de endereco (tipo "D") o endereco vem em
      *           campos separados em MOV-CONTATO-ENDERECO, e
      *           MOV-CONTATO-VALOR fica em branco. Na inclusao de
      *           cliente menor de idade ainda sem vinculo registrado,
      *           MOV-RESPONSAVEL traz o CPF do responsavel legal e o
      *           tipo do vinculo (P-pai/mae, T-tutor, G-guarda
      *           judicial).
      *           O movimento de cada filial vem em lote: um header
      *           (MOV-HEADER-REG, tipo "H") com a filial, a data de
      *           geracao e o sequencial do arquivo na filial, os
      *           registros de movimento e um trailer (MOV-TRAILER-REG,
      *           tipo "T") com a quantidade de registros de movimento
      *           e a soma dos CPFs deles (total de hash). O tipo do
      *           registro ocupa a mesma posicao de MOV-OPERACAO.
      ******************************************************************
       01  MOV-REG.
           05  MOV-OPERACAO            PIC X(01).
               88  MOV-OP-EXCLUSAO                VALUE "E".
               88  MOV-OP-REATIVACAO              VALUE "R".
               88  MOV-OP-CONTATOS                VALUE "C".
               88  MOV-OP-CONSENTIMENTO           VALUE "L".
               88  MOV-OP-VALIDA                  VALUES "I" "A" "E"
                                                         "R" "C" "L".
               88  MOV-REG-HEADER                 VALUE "H".
               88  MOV-REG-TRAILER                VALUE "T".
           05  MOV-OPERADOR            PIC X(08).
           05  MOV-CPF                 PIC 9(11).
           05  MOV-NOME                PIC X(30).
           05  MOV-CONTATO-SEQ         PIC 9(03).
           05  MOV-CONTATO-TIPO        PIC X(01).
           05  MOV-CONTATO-VALOR       PIC X(60).
           05  MOV-CONTATO-ENDERECO.
               10  MOV-END-LOGRADOURO      PIC X(40).
               10  MOV-END-NUMERO          PIC X(06).
               10  MOV-END-COMPLEMENTO     PIC X(20).
               10  MOV-END-BAIRRO          PIC X(30).
               10  MOV-END-CIDADE          PIC X(30).
               10  MOV-END-UF              PIC X(02).
               10  MOV-END-CEP             PIC 9(08).
           05  MOV-CONSENTIMENTO.
               10  MOV-CONS-FINALIDADE     PIC X(01).
               10  MOV-CONS-ACAO           PIC X(01).
                   88  MOV-CONS-CONCESSAO         VALUE "C".
                   88  MOV-CONS-REVOGACAO         VALUE "R".
               10  MOV-CONS-CANAL          PIC X(01).
           05  MOV-RESPONSAVEL.
               10  MOV-RESP-CPF            PIC 9(11).
               10  MOV-RESP-TIPO           PIC X(01).

       01  MOV-HEADER-REG.
           05  MOV-HDR-TIPO            PIC X(01).
           05  MOV-HDR-FILIAL          PIC 9(04).
           05  MOV-HDR-DATA-GERACAO    PIC 9(08).
           05  MOV-HDR-SEQUENCIAL      PIC 9(06).

       01  MOV-TRAILER-REG.
           05  MOV-TRL-TIPO            PIC X(01).
           05  MOV-TRL-QTD-REGISTROS   PIC 9(07).
           05  MOV-TRL-HASH-CPF        PIC 9(18).
