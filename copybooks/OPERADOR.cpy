      ******************************************************************
      * Copybook: OPERADOR.cpy
      * Purpose : Registro do cadastro de operadores
      *           (data/operador.dat), indexado pelo codigo do operador
      *           gravado em LOG-OPERADOR. Guarda nome, filial,
      *           situacao (ativo ou bloqueado) e o perfil de acesso:
      *           cada posicao do perfil libera um grupo de operacoes -
      *           inclusao e alteracao de clientes e contatos, exclusao
      *           logica e reativacao, e as rotinas sensiveis
      *           (fusao-clientes, estorno-carga, expurgo-lgpd e
      *           restaura-cadastro).
      ******************************************************************
       01  OPERADOR-REG.
           05  OPER-CODIGO             PIC X(08).
           05  OPER-NOME               PIC X(30).
           05  OPER-FILIAL             PIC 9(04).
           05  OPER-SITUACAO           PIC X(01).
               88  OPER-ATIVO                     VALUE "A".
               88  OPER-BLOQUEADO                 VALUE "B".
               88  OPER-SITUACAO-VALIDA           VALUES "A" "B".
           05  OPER-PERFIL.
               10  OPER-PERM-MANUTENCAO PIC X(01).
                   88  PERFIL-MANUTENCAO          VALUE "S".
               10  OPER-PERM-INATIVACAO PIC X(01).
                   88  PERFIL-INATIVACAO          VALUE "S".
               10  OPER-PERM-ROTINAS    PIC X(01).
                   88  PERFIL-ROTINA-SENSIVEL     VALUE "S".
