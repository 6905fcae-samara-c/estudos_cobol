      *           para a CRM (programa extrato-delta) - guarda o
      *           LOG-DATA-HORA mais alto de CLIENTE-LOG ja coberto
      *           pela ultima extracao, como o CONTROLE-RESTART faz
      *           para a carga. CTRL-EXTRATO-DATA-HORA e o ponto
      *           definitivo: so avanca (concilia-remessas) ate o fim
      *           da janela das remessas de delta confirmadas pela CRM
      *           sem lacuna. CTRL-EXTRATO-PROVISORIO e o fim da janela
      *           da ultima remessa de delta gerada, ainda sujeita a
      *           confirmacao; o delta seguinte parte dele, e a remessa
      *           nao confirmada e reenviada, nao extraida de novo.
      ******************************************************************
       01  CTRL-EXTRATO-REG.
           05  CTRL-EXTRATO-CHAVE      PIC 9(01).
           05  CTRL-EXTRATO-DATA-HORA  PIC 9(14).
           05  CTRL-EXTRATO-PROVISORIO PIC 9(14).
