      ******************************************************************
      * Copybook: VINCULO.cpy
      * Purpose : Registro do vinculo entre o cliente menor de idade e
      *           o seu responsavel legal
      *           (data/vinculo-responsavel.dat), indexado pelo CPF do
      *           menor. O responsavel precisa ser cliente ativo em
      *           CLIENTE-MASTER e maior de idade. Tipo do vinculo:
      *           P-pai ou mae, T-tutor nomeado, G-guarda judicial.
      *           Enquanto o vinculo esta ativo, os extratos e a
      *           campanha de aniversariantes levam os contatos do
      *           responsavel no lugar dos do menor. O vinculo e
      *           encerrado quando o cliente completa 18 anos
      *           (relatorio-maioridade), com a data e o operador do
      *           encerramento.
      ******************************************************************
       01  VINCULO-REG.
           05  VINC-CPF-MENOR          PIC 9(11).
           05  VINC-CPF-RESPONSAVEL    PIC 9(11).
           05  VINC-TIPO               PIC X(01).
               88  VINC-PAI-MAE                   VALUE "P".
               88  VINC-TUTOR                     VALUE "T".
               88  VINC-GUARDA-JUDICIAL           VALUE "G".
               88  VINC-TIPO-VALIDO               VALUES "P" "T" "G".
           05  VINC-SITUACAO           PIC X(01).
               88  VINC-ATIVO                     VALUE "A".
               88  VINC-ENCERRADO                 VALUE "E".
           05  VINC-DATA-INICIO        PIC 9(08).
           05  VINC-OPER-INICIO        PIC X(08).
           05  VINC-DATA-ENCERRAMENTO  PIC 9(08).
           05  VINC-OPER-ENCERRAMENTO  PIC X(08).
