      ******************************************************************
      * Copybook: CONFIRMACAO-CRM.cpy
      * Purpose : Registro do arquivo de confirmacao de recebimento
      *           devolvido pela CRM (data/confirmacao-crm.dat), uma
      *           linha por remessa recebida: o numero da remessa (do
      *           trailer do CSV), a quantidade de linhas de dados e o
      *           total de controle apurados pela CRM e a data do
      *           recebimento. Conciliado pelo concilia-remessas.
      ******************************************************************
       01  CONF-REG.
           05  CONF-REMESSA            PIC 9(09).
           05  CONF-QTD-LINHAS         PIC 9(07).
           05  CONF-TOTAL-CONTROLE     PIC 9(18).
           05  CONF-DATA-RECEBIMENTO   PIC 9(08).
