      *           retorno da CRM, com a data e a origem do bloqueio;
      *           registros gravados antes da situacao existir ficam
      *           com o campo em branco e sao tratados como validos.
      *           O contato de endereco (tipo "D") leva tambem o
      *           endereco em campos separados, com o CEP conferido
      *           contra a referencia de CEPs; CONTATO-VALOR guarda o
      *           mesmo endereco montado em uma linha. Nos demais tipos,
      *           e nos enderecos gravados antes da divisao em campos,
      *           o endereco estruturado fica em branco.
      ******************************************************************
       01  CONTATO-REG.
           05  CONTATO-CHAVE.
               88  CONTATO-BLOQUEADO              VALUES "I" "O".
           05  CONTATO-DATA-BLOQUEIO   PIC 9(08).
           05  CONTATO-ORIGEM-BLOQUEIO PIC X(08).
           05  CONTATO-END-ESTRUTURADO.
               10  CONTATO-END-LOGRADOURO  PIC X(40).
               10  CONTATO-END-NUMERO      PIC X(06).
               10  CONTATO-END-COMPLEMENTO PIC X(20).
               10  CONTATO-END-BAIRRO      PIC X(30).
               10  CONTATO-END-CIDADE      PIC X(30).
               10  CONTATO-END-UF          PIC X(02).
               10  CONTATO-END-CEP         PIC 9(08).
