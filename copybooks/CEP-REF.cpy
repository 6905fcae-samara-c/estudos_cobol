      ******************************************************************
      * Copybook: CEP-REF.cpy
      * Purpose : Registro da referencia de CEPs
      *           (data/cep-referencia.dat), indexada pelo CEP. E
      *           recarregada pela carga-cep a cada nova base recebida
      *           e consultada na validacao do endereco estruturado do
      *           contato: o CEP informado precisa constar da
      *           referencia, e a cidade e a UF precisam ser as dele.
      ******************************************************************
       01  CEP-REG.
           05  CEP-CODIGO              PIC 9(08).
           05  CEP-LOGRADOURO          PIC X(40).
           05  CEP-BAIRRO              PIC X(30).
           05  CEP-CIDADE              PIC X(30).
           05  CEP-UF                  PIC X(02).
