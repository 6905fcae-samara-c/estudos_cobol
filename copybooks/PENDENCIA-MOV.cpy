      ******************************************************************
      * Copybook: PENDENCIA-MOV.cpy
      * Purpose : Registro de pendencia de movimento rejeitado
      *           (data/pendencia-movimento.dat), indexado pelo CPF e
      *           pela operacao do movimento e pelo numero de
      *           protocolo. Cada movimento rejeitado pelo
      *           movimento-lote abre uma pendencia com protocolo
      *           proprio (sequencia no CONTADOR, chave 2), a filial do
      *           lote, o operador, o motivo e a data da rejeicao, e o
      *           numero de rejeicoes anteriores do mesmo CPF e
      *           operacao (reincidencias). Quando um movimento
      *           posterior do mesmo CPF e operacao e aplicado, as
      *           pendencias abertas sao baixadas com a data e o
      *           operador do movimento que corrigiu.
      ******************************************************************
       01  PEND-REG.
           05  PEND-CHAVE.
               10  PEND-CPF            PIC 9(11).
               10  PEND-OPERACAO       PIC X(01).
               10  PEND-PROTOCOLO      PIC 9(09).
           05  PEND-FILIAL             PIC 9(04).
           05  PEND-OPERADOR           PIC X(08).
           05  PEND-MOTIVO             PIC X(40).
           05  PEND-DATA-REJEICAO      PIC 9(08).
           05  PEND-REINCIDENCIAS      PIC 9(03).
           05  PEND-SITUACAO           PIC X(01).
               88  PEND-ABERTA                    VALUE "A".
               88  PEND-BAIXADA                   VALUE "B".
           05  PEND-DATA-BAIXA         PIC 9(08).
           05  PEND-OPER-BAIXA         PIC X(08).
