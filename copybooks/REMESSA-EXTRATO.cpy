      ******************************************************************
      * Copybook: REMESSA-EXTRATO.cpy
      * Purpose : Registro do protocolo de entrega dos extratos para a
      *           CRM (data/remessa-extrato.dat), indexado pelo numero
      *           da remessa (sequencia no CONTADOR, chave 3). Cada
      *           execucao do extrato-cliente (tipo C) e do
      *           extrato-delta (tipo D) gera uma remessa com a
      *           quantidade de linhas de dados, o total de controle
      *           (soma dos CPFs das linhas) e o nome da copia retida
      *           do CSV; o delta guarda tambem a janela de
      *           CLIENTE-LOG coberta. A conciliacao com o arquivo de
      *           confirmacao da CRM (concilia-remessas) fecha a
      *           remessa confirmada; a divergente ou sem confirmacao
      *           no prazo fica pendente e e reenviada a partir da
      *           copia retida, sem gerar delta novo.
      ******************************************************************
       01  REM-REG.
           05  REM-NUMERO              PIC 9(09).
           05  REM-TIPO                PIC X(01).
               88  REM-EXTRATO-CHEIO              VALUE "C".
               88  REM-EXTRATO-DELTA              VALUE "D".
           05  REM-DATA-GERACAO        PIC 9(08).
           05  REM-JANELA-INICIO       PIC 9(14).
           05  REM-JANELA-FIM          PIC 9(14).
           05  REM-QTD-LINHAS          PIC 9(07).
           05  REM-TOTAL-CONTROLE      PIC 9(18).
           05  REM-ARQUIVO             PIC X(40).
           05  REM-SITUACAO            PIC X(01).
               88  REM-ENVIADA                    VALUE "E".
               88  REM-REENVIADA                  VALUE "R".
               88  REM-CONFIRMADA                 VALUE "C".
               88  REM-DIVERGENTE                 VALUE "D".
               88  REM-ATRASADA                   VALUE "A".
               88  REM-AGUARDANDO-CONFIRMACAO     VALUES "E" "R".
               88  REM-PENDENTE                   VALUES "D" "A".
           05  REM-QTD-ENVIOS          PIC 9(02).
           05  REM-DATA-ULTIMO-ENVIO   PIC 9(08).
           05  REM-DATA-CONFIRMACAO    PIC 9(08).
           05  REM-QTD-CONFIRMADA      PIC 9(07).
           05  REM-TOTAL-CONFIRMADO    PIC 9(18).
