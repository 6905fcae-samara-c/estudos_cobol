      * Copybook: CLIENTE-LOG.cpy
      * Purpose : Registro de trilha de auditoria (CLIENTE-LOG) com a
      *           imagem antes/depois de cada inclusao, alteracao ou
      *           exclusao de CLIENTE-MASTER. O registro e concessao
      *           ou revogacao de consentimento LGPD (operacao "L") leva
      *           a imagem do cliente, inalterada, nos dois lados; o
      *           detalhe fica no proprio arquivo de consentimentos. O
      *           mesmo vale para o registro, a troca ou o encerramento
      *           do vinculo do menor com o responsavel legal (operacao
      *           "V"), detalhado em data/vinculo-responsavel.dat.
      *           A correcao de CPF digitado errado (operacao "T", troca
      *           de chave) e gravada sob o CPF correto, com a imagem do
      *           cliente no lado depois; o lado antes leva o CPF
      *           errado (LOG-CPF-ANTERIOR), que liga o historico dos
      *           dois CPFs.
      ******************************************************************
       01  LOG-REG.
           05  LOG-DATA-HORA       PIC 9(14).
               88  LOG-ALTERACAO              VALUE "A".
               88  LOG-EXCLUSAO               VALUE "E".
               88  LOG-REATIVACAO             VALUE "R".
               88  LOG-CONSENTIMENTO          VALUE "L".
               88  LOG-VINCULO                VALUE "V".
               88  LOG-TROCA-CPF              VALUE "T".
           05  LOG-CPF             PIC 9(11).
           05  LOG-ANTES.
               10  LOG-ANTES-NOME      PIC X(30).
               10  LOG-ANTES-DIA       PIC 9(2).
               10  LOG-ANTES-MES       PIC 9(2).
               10  LOG-ANTES-ANO       PIC 9(4).
           05  LOG-ANTES-TROCA REDEFINES LOG-ANTES.
               10  LOG-CPF-ANTERIOR    PIC 9(11).
               10  FILLER              PIC X(27).
           05  LOG-DEPOIS.
               10  LOG-DEPOIS-NOME     PIC X(30).
               10  LOG-DEPOIS-DIA      PIC 9(2).
