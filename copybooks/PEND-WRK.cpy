      ******************************************************************
      * Copybook: PEND-WRK.cpy
      * Purpose : Registro de trabalho do SORT usado pelo relatorio de
      *           aging das pendencias de movimento rejeitado (programa
      *           relatorio-pendencias): filial, data da rejeicao e
      *           protocolo, com os dados da pendencia para o detalhe.
      ******************************************************************
       01  WRK-PEND-REG.
           05  WRK-PEND-FILIAL         PIC 9(04).
           05  WRK-PEND-DATA-REJEICAO  PIC 9(08).
           05  WRK-PEND-PROTOCOLO      PIC 9(09).
           05  WRK-PEND-CPF            PIC 9(11).
           05  WRK-PEND-OPERACAO       PIC X(01).
           05  WRK-PEND-MOTIVO         PIC X(40).
           05  WRK-PEND-REINCIDENCIAS  PIC 9(03).
           05  WRK-PEND-SITUACAO       PIC X(01).
               88  WRK-PEND-ABERTA                VALUE "A".
