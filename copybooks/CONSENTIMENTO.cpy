      ******************************************************************
      * Copybook: CONSENTIMENTO.cpy
      * Purpose : Registro de consentimento LGPD do cliente por
      *           finalidade (data/consentimento.dat), indexado por CPF
      *           e finalidade: marketing por e-mail, SMS/celular,
      *           campanha de aniversario e compartilhamento com
      *           parceiros. Guarda a situacao corrente e, para a
      *           concessao e para a revogacao, a data e hora, o canal
      *           em que o cliente se manifestou e o operador que
      *           registrou. Canais: F-filial (presencial),
      *           T-telefone, S-site/aplicativo, E-e-mail, M-mensagem
      *           SMS, P-formulario em papel. Nova concessao depois de
      *           uma revogacao limpa os dados da revogacao. Cliente sem
      *           registro para a finalidade nao tem consentimento.
      ******************************************************************
       01  CONSENT-REG.
           05  CONSENT-CHAVE.
               10  CONSENT-CPF             PIC 9(11).
               10  CONSENT-FINALIDADE      PIC X(01).
                   88  CONSENT-FIN-EMAIL          VALUE "E".
                   88  CONSENT-FIN-SMS            VALUE "S".
                   88  CONSENT-FIN-ANIVERSARIO    VALUE "A".
                   88  CONSENT-FIN-PARCEIROS      VALUE "P".
                   88  CONSENT-FINALIDADE-VALIDA  VALUES "E" "S"
                                                         "A" "P".
           05  CONSENT-SITUACAO        PIC X(01).
               88  CONSENT-CONCEDIDO              VALUE "C".
               88  CONSENT-REVOGADO               VALUE "R".
           05  CONSENT-CONCESSAO.
               10  CONSENT-DATA-CONCESSAO  PIC 9(14).
               10  CONSENT-CANAL-CONCESSAO PIC X(01).
               10  CONSENT-OPER-CONCESSAO  PIC X(08).
           05  CONSENT-REVOGACAO.
               10  CONSENT-DATA-REVOGACAO  PIC 9(14).
               10  CONSENT-CANAL-REVOGACAO PIC X(01).
               10  CONSENT-OPER-REVOGACAO  PIC X(08).
