      ******************************************************************
      * Copybook: CONTADOR.cpy
      * Purpose : Registros do arquivo de sequencias: chave 1 gera o
      *           codigo do cliente (NUMERO-X / NOMENUMERO); chave 2
      *           gera o protocolo das rejeicoes do movimento-lote;
      *           chave 3 gera o numero de remessa dos extratos.
      ******************************************************************
       01  CONTADOR-REG.
           05  CONTADOR-CHAVE      PIC 9(01).
