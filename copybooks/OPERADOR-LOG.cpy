      ******************************************************************
      * Copybook: OPERADOR-LOG.cpy
      * Purpose : Registro de trilha de auditoria do cadastro de
      *           operadores (data/operador-log.dat), no mesmo molde do
      *           CLIENTE-LOG: data/hora, operador responsavel pela
      *           manutencao, operacao (inclusao, alteracao, bloqueio
      *           ou liberacao), codigo do operador mantido e a imagem
      *           antes/depois de nome, filial, situacao e perfil. Na
      *           inclusao o lado antes vai em branco.
      ******************************************************************
       01  OPLOG-REG.
           05  OPLOG-DATA-HORA     PIC 9(14).
           05  OPLOG-OPERADOR      PIC X(08).
           05  OPLOG-OPERACAO      PIC X(01).
               88  OPLOG-INCLUSAO             VALUE "I".
               88  OPLOG-ALTERACAO            VALUE "A".
               88  OPLOG-BLOQUEIO             VALUE "B".
               88  OPLOG-LIBERACAO            VALUE "L".
           05  OPLOG-CODIGO        PIC X(08).
           05  OPLOG-ANTES.
               10  OPLOG-ANTES-NOME     PIC X(30).
               10  OPLOG-ANTES-FILIAL   PIC 9(04).
               10  OPLOG-ANTES-SITUACAO PIC X(01).
               10  OPLOG-ANTES-PERFIL   PIC X(03).
           05  OPLOG-DEPOIS.
               10  OPLOG-DEPOIS-NOME     PIC X(30).
               10  OPLOG-DEPOIS-FILIAL   PIC 9(04).
               10  OPLOG-DEPOIS-SITUACAO PIC X(01).
               10  OPLOG-DEPOIS-PERFIL   PIC X(03).
