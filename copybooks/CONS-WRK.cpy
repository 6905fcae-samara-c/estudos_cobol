      ******************************************************************
      * Copybook: CONS-WRK.cpy
      * Purpose : Registro de trabalho do SORT usado pelo relatorio de
      *           consentimentos LGPD por finalidade (programa
      *           relatorio-consentimento): imagem do registro de
      *           CONSENTIMENTO com a finalidade a frente, para a quebra
      *           por finalidade.
      ******************************************************************
       01  WRK-CONS-REG.
           05  WRK-CONS-FINALIDADE     PIC X(01).
           05  WRK-CONS-CPF            PIC 9(11).
           05  WRK-CONS-SITUACAO       PIC X(01).
           05  WRK-CONS-DATA-CONCESSAO PIC 9(14).
           05  WRK-CONS-CANAL-CONCESSAO PIC X(01).
           05  WRK-CONS-OPER-CONCESSAO PIC X(08).
           05  WRK-CONS-DATA-REVOGACAO PIC 9(14).
           05  WRK-CONS-CANAL-REVOGACAO PIC X(01).
           05  WRK-CONS-OPER-REVOGACAO PIC X(08).
