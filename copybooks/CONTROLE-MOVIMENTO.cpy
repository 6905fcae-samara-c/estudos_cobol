      ******************************************************************
      * Copybook: CONTROLE-MOVIMENTO.cpy
      * Purpose : Registro do controle de recepcao do movimento das
      *           filiais (data/controle-movimento.dat), indexado pela
      *           filial. Guarda o ultimo sequencial de arquivo aceito
      *           e aplicado pelo movimento-lote, com a data de
      *           geracao do arquivo, a data do processamento e os
      *           totais do recibo de controle daquele arquivo. O
      *           proximo arquivo da filial precisa trazer o sequencial
      *           seguinte.
      ******************************************************************
       01  CTLMOV-REG.
           05  CTLMOV-FILIAL           PIC 9(04).
           05  CTLMOV-ULTIMO-SEQ       PIC 9(06).
           05  CTLMOV-DATA-GERACAO     PIC 9(08).
           05  CTLMOV-DATA-PROC        PIC 9(08).
           05  CTLMOV-QTD-RECEBIDOS    PIC 9(07).
           05  CTLMOV-QTD-APLICADOS    PIC 9(07).
           05  CTLMOV-QTD-REJEITADOS   PIC 9(07).
