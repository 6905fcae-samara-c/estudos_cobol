      ******************************************************************
      * Copybook: SITUACAO-RECEITA.cpy
      * Purpose : Registro do arquivo de situacao cadastral do CPF na
      *           Receita Federal (data/situacao-receita.dat), recebido
      *           do bureau com os codigos de situacao da Receita e a
      *           data da consulta. Lido pelo cruza-receita contra
      *           CLIENTE-MASTER.
      ******************************************************************
       01  RECEITA-REG.
           05  RECEITA-CPF             PIC 9(11).
           05  RECEITA-SITUACAO        PIC X(01).
               88  RECEITA-REGULAR                VALUE "0".
               88  RECEITA-SUSPENSA               VALUE "2".
               88  RECEITA-FALECIDO               VALUE "3".
               88  RECEITA-PENDENTE               VALUE "4".
               88  RECEITA-CANCELADA-MULTIPLIC    VALUE "5".
               88  RECEITA-NULA                   VALUE "8".
               88  RECEITA-CANCELADA-OFICIO       VALUE "9".
               88  RECEITA-IRREGULAR              VALUES "2" "4" "5"
                                                         "8" "9".
           05  RECEITA-DATA-CONSULTA   PIC 9(08).
